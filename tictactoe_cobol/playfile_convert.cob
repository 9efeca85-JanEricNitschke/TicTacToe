       IDENTIFICATION DIVISION.
       PROGRAM-ID. Player-File-Conversion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PLAYSEQ is the old line-sequential PLAYFILE, renamed aside
      *    before this run; PLAYFILE is built from it keyed on name.
           SELECT OLD-PLAYER-FILE ASSIGN TO "PLAYSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-PLAYER-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NAME
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT SESSION-LOCK ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PLAYER-FILE.
       01  OLD-PLAYER-RECORD.
           03 OP-NAME               PIC X(20).
           03 OP-WINS               PIC 9(6).
           03 OP-LOSSES             PIC 9(6).
           03 OP-DRAWS              PIC 9(6).
           03 OP-RATING             PIC 9(5).

       FD  PLAYER-FILE.
       COPY "playfile.cpy".

       FD  SESSION-LOCK.
       01  SESSION-LOCK-RECORD.
           03 SL-STATE             PIC X(8).
           03 SL-RUN-ID            PIC 9(6).
           03 SL-STAMP             PIC X(14).

       WORKING-STORAGE SECTION.
        01 OLD-PLAYER-STATUS PIC X(2) VALUE "00".
           88 OLD-PLAYER-OK VALUE "00".
           88 OLD-PLAYER-EOF VALUE "10".
        01 PLAYER-FILE-STATUS PIC X(2) VALUE "00".
           88 PLAYER-FILE-OK VALUE "00".
           88 PLAYER-FILE-EOF VALUE "10".
        01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
           88 SESSION-LOCK-OK VALUE "00".
        01 SESSION-LOCK-STATE PIC X(8) VALUE SPACES.
           88 SESSION-LOCK-HELD VALUE "ACTIVE".
        01 LOCK-HOLDER-RUN-ID PIC 9(6) VALUE 0.
        01 LOCK-HOLDER-STAMP PIC X(14) VALUE SPACES.

        01 READ-COUNT PIC 9(6) VALUE 0.
        01 LOADED-COUNT PIC 9(6) VALUE 0.
        01 BLANK-COUNT PIC 9(6) VALUE 0.
        01 BAD-COUNT PIC 9(6) VALUE 0.
        01 DUPLICATE-COUNT PIC 9(6) VALUE 0.
        01 EXISTING-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "===== PLAYFILE conversion to indexed ====="
           PERFORM CHECK-SESSION-LOCK
           OPEN INPUT OLD-PLAYER-FILE
           IF NOT OLD-PLAYER-OK
               DISPLAY "PLAYSEQ is missing - rename the old PLAYFILE "
                   "to PLAYSEQ before converting."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-EXISTING-PLAYFILE
           OPEN OUTPUT PLAYER-FILE
           PERFORM UNTIL OLD-PLAYER-EOF
               READ OLD-PLAYER-FILE
                   AT END
                       SET OLD-PLAYER-EOF TO TRUE
                   NOT AT END
                       PERFORM CONVERT-PLAYER-RECORD
               END-READ
           END-PERFORM
           CLOSE PLAYER-FILE
           CLOSE OLD-PLAYER-FILE
           DISPLAY " "
           DISPLAY "Records read from PLAYSEQ:   " READ-COUNT
           DISPLAY "Profiles loaded to PLAYFILE: " LOADED-COUNT
           DISPLAY "Blank names dropped:         " BLANK-COUNT
           DISPLAY "Corrupt records dropped:     " BAD-COUNT
           DISPLAY "Duplicate names dropped:     " DUPLICATE-COUNT
           IF BLANK-COUNT > 0 OR BAD-COUNT > 0
           OR DUPLICATE-COUNT > 0
               DISPLAY "Dropped records are listed above; a "
                   "duplicate can be folded in afterwards with the "
                   "player maintenance merge."
               MOVE 2 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-SESSION-LOCK.
           OPEN INPUT SESSION-LOCK
           IF SESSION-LOCK-OK
               READ SESSION-LOCK
                   NOT AT END
                       MOVE SL-STATE TO SESSION-LOCK-STATE
                       MOVE SL-RUN-ID TO LOCK-HOLDER-RUN-ID
                       MOVE SL-STAMP TO LOCK-HOLDER-STAMP
               END-READ
               CLOSE SESSION-LOCK
           END-IF
           IF SESSION-LOCK-HELD
               DISPLAY "A game session (run " LOCK-HOLDER-RUN-ID
                   ", started " LOCK-HOLDER-STAMP ") holds the "
                   "shared files - try again when it has finished."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-EXISTING-PLAYFILE.
      *    A second run would wipe out every result posted since the
      *    first one, so an indexed PLAYFILE that already holds
      *    profiles is left alone.
           MOVE "00" TO PLAYER-FILE-STATUS
           OPEN INPUT PLAYER-FILE
           IF PLAYER-FILE-OK
               READ PLAYER-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO EXISTING-COUNT
               END-READ
               CLOSE PLAYER-FILE
           END-IF
           IF EXISTING-COUNT > 0
               DISPLAY "PLAYFILE already holds indexed profiles - "
                   "conversion not repeated."
               CLOSE OLD-PLAYER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONVERT-PLAYER-RECORD.
           ADD 1 TO READ-COUNT
           EVALUATE TRUE
               WHEN OP-NAME = SPACES
                   ADD 1 TO BLANK-COUNT
                   DISPLAY "Record " READ-COUNT ": blank name - "
                       "dropped."
               WHEN OP-WINS NOT NUMERIC OR OP-LOSSES NOT NUMERIC
               OR OP-DRAWS NOT NUMERIC OR OP-RATING NOT NUMERIC
                   ADD 1 TO BAD-COUNT
                   DISPLAY "Record " READ-COUNT ": " OP-NAME
                       " has non-numeric totals - dropped."
               WHEN OTHER
                   MOVE OLD-PLAYER-RECORD TO PLAYER-FILE-RECORD
                   WRITE PLAYER-FILE-RECORD
                       INVALID KEY
                           ADD 1 TO DUPLICATE-COUNT
                           DISPLAY "Record " READ-COUNT ": "
                               OP-NAME " duplicates an earlier "
                               "profile - dropped (wins=" OP-WINS
                               " losses=" OP-LOSSES " draws="
                               OP-DRAWS " rating=" OP-RATING ")."
                       NOT INVALID KEY
                           ADD 1 TO LOADED-COUNT
                   END-WRITE
           END-EVALUATE.

       END PROGRAM Player-File-Conversion.
