           SELECT LIVE-FILE ASSIGN TO DYNAMIC LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
      *    PLAYFILE is keyed on the player name, so it cannot go
      *    through the generic line-sequential LIVE-FILE.
           SELECT PLAYER-FILE ASSIGN TO "PLAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NAME
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-FILE-STATUS.
       FD  LIVE-FILE.
       01  LIVE-RECORD             PIC X(120).

       FD  PLAYER-FILE.
       COPY "playfile.cpy".

       FD  GEN-FILE.
       01  GEN-RECORD              PIC X(120).

        01 LIVE-FILE-STATUS PIC X(2) VALUE "00".
           88 LIVE-FILE-OK VALUE "00".
           88 LIVE-FILE-EOF VALUE "10".
        01 PLAYER-FILE-STATUS PIC X(2) VALUE "00".
           88 PLAYER-FILE-OK VALUE "00".
           88 PLAYER-FILE-EOF VALUE "10".
        01 GEN-FILE-STATUS PIC X(2) VALUE "00".
           88 GEN-FILE-OK VALUE "00".
           88 GEN-FILE-EOF VALUE "10".
        01 GEN-IDX PIC 9(1).
        01 RECORD-COUNT PIC 9(6).
        01 COPY-COUNT PIC 9(6).
        01 SKIP-COUNT PIC 9(6).

        01 YES-NO-FLAG PIC X(1).
           88 JA VALUE "Y".

       COUNT-LIVE-FILE.
           MOVE 0 TO RECORD-COUNT
           IF LIVE-NAME = "PLAYFILE"
               PERFORM COUNT-PLAYER-FILE
           ELSE
               PERFORM COUNT-SEQUENTIAL-FILE
           END-IF.

       COUNT-PLAYER-FILE.
           MOVE "00" TO PLAYER-FILE-STATUS
           OPEN INPUT PLAYER-FILE
           IF PLAYER-FILE-OK
               PERFORM UNTIL PLAYER-FILE-EOF
                   READ PLAYER-FILE NEXT RECORD
                       AT END
                           SET PLAYER-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE PLAYER-FILE
               DISPLAY "Live file: " RECORD-COUNT " records"
           ELSE
               DISPLAY "Live file: absent"
           END-IF.

       COUNT-SEQUENTIAL-FILE.
           MOVE "00" TO LIVE-FILE-STATUS
           OPEN INPUT LIVE-FILE
           IF LIVE-FILE-OK
                       "nothing restored."
               ELSE
                   MOVE 0 TO COPY-COUNT
                   MOVE 0 TO SKIP-COUNT
                   IF LIVE-NAME = "PLAYFILE"
                       PERFORM RESTORE-PLAYER-FILE
                   ELSE
                       PERFORM RESTORE-SEQUENTIAL-FILE
                   END-IF
                   CLOSE GEN-FILE
      *            The marker now names the restored generation as
      *            the newest one, so the next save rotates onward
                   CLOSE MARKER-FILE
                   DISPLAY "Restored " COPY-COUNT " records from "
                       GEN-NAME " to " LIVE-NAME "."
                   IF SKIP-COUNT > 0
                       DISPLAY SKIP-COUNT " records were skipped "
                           "as blank or duplicate player names."
                   END-IF
               END-IF
           END-IF.

       RESTORE-SEQUENTIAL-FILE.
           OPEN OUTPUT LIVE-FILE
           PERFORM UNTIL GEN-FILE-EOF
               READ GEN-FILE
                   AT END
                       SET GEN-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE GEN-RECORD TO LIVE-RECORD
                       WRITE LIVE-RECORD
                       ADD 1 TO COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE LIVE-FILE.

       RESTORE-PLAYER-FILE.
      *    The generations are plain unloads of PLAYFILE; OPEN OUTPUT
      *    empties the indexed file and each record is reloaded under
      *    its name.
           OPEN OUTPUT PLAYER-FILE
           PERFORM UNTIL GEN-FILE-EOF
               READ GEN-FILE
                   AT END
                       SET GEN-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE GEN-RECORD TO PLAYER-FILE-RECORD
                       IF PF-NAME = SPACES
                           ADD 1 TO SKIP-COUNT
                       ELSE
                           WRITE PLAYER-FILE-RECORD
                               INVALID KEY
                                   ADD 1 TO SKIP-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO COPY-COUNT
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYER-FILE.

       GET-YES-NO.
           MOVE " " TO YES-NO-FLAG
           PERFORM UNTIL JA OR NEIN
