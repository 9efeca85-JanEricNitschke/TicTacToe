       IDENTIFICATION DIVISION.
       PROGRAM-ID. Game-Master-Reorg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    GMOLD is the existing GAMEMAST, renamed aside before this
      *    run; GAMEMAST is rebuilt from it in the current layout and
      *    with its alternate keys.
           SELECT OLD-MASTER ASSIGN TO "GMOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-GAME-SEQ
               FILE STATUS IS OLD-MASTER-STATUS.
           SELECT GAME-MASTER ASSIGN TO "GAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.
           SELECT SESSION-LOCK ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Records written before the season number was added are 87
      *    bytes long; current records are read as they stand.
       FD  OLD-MASTER
           RECORD IS VARYING IN SIZE FROM 87 TO 90 CHARACTERS
               DEPENDING ON OLD-RECORD-LENGTH.
       COPY "gamemast.cpy"
           REPLACING ==GAME-MASTER-RECORD== BY ==OLD-MASTER-RECORD==
                     LEADING ==GM-== BY ==OM-==.

       FD  GAME-MASTER.
       COPY "gamemast.cpy".

       FD  SESSION-LOCK.
       01  SESSION-LOCK-RECORD.
           03 SL-STATE             PIC X(8).
           03 SL-RUN-ID            PIC 9(6).
           03 SL-STAMP             PIC X(14).

       WORKING-STORAGE SECTION.
        01 OLD-MASTER-STATUS PIC X(2) VALUE "00".
           88 OLD-MASTER-OK VALUE "00".
           88 OLD-MASTER-EOF VALUE "10".
        01 GAME-MASTER-STATUS PIC X(2) VALUE "00".
           88 GAME-MASTER-OK VALUE "00".
           88 GAME-MASTER-EOF VALUE "10".
        01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
           88 SESSION-LOCK-OK VALUE "00".
        01 SESSION-LOCK-STATE PIC X(8) VALUE SPACES.
           88 SESSION-LOCK-HELD VALUE "ACTIVE".
        01 LOCK-HOLDER-RUN-ID PIC 9(6) VALUE 0.
        01 LOCK-HOLDER-STAMP PIC X(14) VALUE SPACES.

        01 OLD-RECORD-LENGTH PIC 9(4) VALUE 90.
        01 EXISTING-COUNT PIC 9(8) VALUE 0.
        01 READ-COUNT PIC 9(8) VALUE 0.
        01 WRITTEN-COUNT PIC 9(8) VALUE 0.
        01 SEASON-ADDED-COUNT PIC 9(8) VALUE 0.
        01 REJECTED-COUNT PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "===== GAMEMAST reorganisation ====="
           PERFORM CHECK-SESSION-LOCK
           OPEN INPUT OLD-MASTER
           IF NOT OLD-MASTER-OK
               DISPLAY "GMOLD is missing - rename the old GAMEMAST "
                   "to GMOLD before reorganising."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-EXISTING-MASTER
           OPEN OUTPUT GAME-MASTER
           PERFORM UNTIL OLD-MASTER-EOF
               READ OLD-MASTER
                   AT END
                       SET OLD-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE GAME-MASTER
           CLOSE OLD-MASTER
           DISPLAY "Records read from GMOLD:     " READ-COUNT
           DISPLAY "Records written to GAMEMAST: " WRITTEN-COUNT
           DISPLAY "Given season 1 (no season):  " SEASON-ADDED-COUNT
           IF REJECTED-COUNT > 0
               DISPLAY "Records rejected:            " REJECTED-COUNT
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

       CHECK-EXISTING-MASTER.
      *    A rerun after games have been played on the rebuilt file
      *    would throw those games away, so a GAMEMAST that already
      *    holds records is left alone.
           MOVE "00" TO GAME-MASTER-STATUS
           OPEN INPUT GAME-MASTER
           IF GAME-MASTER-OK
               READ GAME-MASTER
                   NOT AT END
                       ADD 1 TO EXISTING-COUNT
               END-READ
               CLOSE GAME-MASTER
           END-IF
           IF EXISTING-COUNT > 0
               DISPLAY "GAMEMAST already holds records - "
                   "reorganisation not repeated."
               CLOSE OLD-MASTER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPY-MASTER-RECORD.
           ADD 1 TO READ-COUNT
           MOVE OLD-MASTER-RECORD TO GAME-MASTER-RECORD
           IF OLD-RECORD-LENGTH < 90
           OR GM-SEASON NOT NUMERIC OR GM-SEASON = 0
      *        Everything played before seasons were kept counts as
      *        season 1.
               MOVE 1 TO GM-SEASON
               ADD 1 TO SEASON-ADDED-COUNT
           END-IF
           WRITE GAME-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "Game " GM-GAME-SEQ " out of sequence or "
                       "duplicated - not copied."
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-COUNT
           END-WRITE.

       END PROGRAM Game-Master-Reorg.
