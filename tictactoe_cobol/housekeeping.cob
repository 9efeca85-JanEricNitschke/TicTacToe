        01 MAX-GAME-SEQ PIC 9(8) VALUE 0.
        01 MIN-RETAINED-SEQ PIC 9(8) VALUE 99999999.
        01 EARLIEST-RETAINED-STAMP PIC X(26) VALUE SPACES.
        01 MIN-RETAINED-RUN-ID PIC 9(6) VALUE 999999.
        01 RETAINED-RUN-SETTING PIC X(1) VALUE "N".
           88 RETAINED-RUN-FOUND VALUE "Y".
        01 KEEP-RECORD-FLAG PIC X(1).
           88 KEEP-RECORD VALUE "Y".

           ELSE
               PERFORM FIND-CUTOFF-SEQ
           END-IF
           PERFORM FIND-RETAINED-RUNS
           PERFORM SPLIT-GAME-LOG
           IF GAME-READ-COUNT > 0
               PERFORM REWRITE-GAME-LOG
           END-IF
           DISPLAY "Keeping game numbers " CUTOFF-SEQ " and later.".

       FIND-RETAINED-RUNS.
      *    Each run's records end with its trailer, and the trailer's
      *    totals only check out against the whole run. So GAMELOG is
      *    split at a run boundary: the oldest run with any record the
      *    retention rule keeps is kept whole, together with every run
      *    after it, and the runs before it go to the archive whole.
           MOVE 999999 TO MIN-RETAINED-RUN-ID
           OPEN INPUT GAME-LOG
           IF GAME-LOG-OK
               PERFORM UNTIL GAME-LOG-EOF
                   READ GAME-LOG
                       AT END
                           SET GAME-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM JUDGE-BY-CUTOFF
                           IF KEEP-RECORD
                           AND LOG-RUN-ID NUMERIC AND LOG-RUN-ID > 0
                           AND LOG-RUN-ID <= MIN-RETAINED-RUN-ID
                               MOVE LOG-RUN-ID TO MIN-RETAINED-RUN-ID
                               SET RETAINED-RUN-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG
               MOVE "00" TO GAME-LOG-STATUS
           END-IF
           IF RETAINED-RUN-FOUND
               DISPLAY "Keeping runs " MIN-RETAINED-RUN-ID
                   " and later whole, with their trailers."
           END-IF.

       SPLIT-GAME-LOG.
           OPEN INPUT GAME-LOG
           IF NOT GAME-LOG-OK
           END-IF.

       JUDGE-GAME-LOG-RECORD.
           PERFORM JUDGE-BY-CUTOFF
      *    Records from before run numbers were logged keep to the
      *    date or game-number rule alone.
           IF LOG-RUN-ID NUMERIC AND LOG-RUN-ID > 0
               MOVE "N" TO KEEP-RECORD-FLAG
               IF RETAINED-RUN-FOUND
               AND LOG-RUN-ID >= MIN-RETAINED-RUN-ID
                   SET KEEP-RECORD TO TRUE
               END-IF
           END-IF.

       JUDGE-BY-CUTOFF.
           MOVE "N" TO KEEP-RECORD-FLAG
           IF KEEP-BY-DAYS
               IF LOG-TIMESTAMP (1:8) >= CUTOFF-DATE
