       IDENTIFICATION DIVISION.
       PROGRAM-ID. Verify-Game-Log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT SESSION-LOCK ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       COPY "gamelog.cpy".

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       FD  SESSION-LOCK.
       01  SESSION-LOCK-RECORD.
           03 SL-STATE             PIC X(8).
           03 SL-RUN-ID            PIC 9(6).
           03 SL-STAMP             PIC X(14).

       WORKING-STORAGE SECTION.
        01 GAME-LOG-STATUS PIC X(2) VALUE "00".
           88 GAME-LOG-OK VALUE "00".
           88 GAME-LOG-EOF VALUE "10".
        01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
           88 RUN-CONTROL-OK VALUE "00".
        01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
           88 SESSION-LOCK-OK VALUE "00".
        01 SESSION-LOCK-STATE PIC X(8) VALUE SPACES.
           88 SESSION-LOCK-HELD VALUE "ACTIVE".
        01 LOCK-HOLDER-RUN-ID PIC 9(6) VALUE 0.

        01 NEXT-RUN-ID PIC 9(6) VALUE 0.
        01 RUNCTL-SETTING PIC X(1) VALUE "N".
           88 RUNCTL-FOUND VALUE "Y".

      *    One entry per run number seen in GAMELOG, kept in run order.
      *    Runs are appended in order, so a new run almost always goes
      *    on the end of the table.
        01 RUN-COUNT PIC 9(4) VALUE 0.
        01 RUN-TABLE-AREA.
           03 RUN-ENTRY OCCURS 5000 TIMES.
               05 RUNT-RUN-ID       PIC 9(6).
               05 RUNT-RECORDS      PIC 9(8).
               05 RUNT-GAMES        PIC 9(6).
               05 RUNT-HASH         PIC 9(15).
               05 RUNT-SINCE-TRAILER PIC 9(8).
               05 RUNT-TRAILERS     PIC 9(4).
        01 RUN-IDX PIC 9(4).
        01 SHIFT-IDX PIC 9(4).
        01 LAST-RUN-IDX PIC 9(4) VALUE 0.
        01 RUN-POSITION-FLAG PIC X(1).
           88 RUN-POSITION-FOUND VALUE "Y".
        01 RUN-MATCH-FLAG PIC X(1).
           88 RUN-MATCHED VALUE "Y".

        01 HASH-SPOT PIC 9(2).
        01 HASH-OUTCOME-CODE PIC 9(1).
        01 FIRST-TRAILER-IDX PIC 9(4) VALUE 0.
        01 EXPECTED-RUN-ID PIC 9(7).
        01 GAP-FIRST PIC 9(7).
        01 GAP-LAST PIC 9(7).

        01 RECORDS-READ PIC 9(8) VALUE 0.
        01 LEGACY-RECORDS PIC 9(8) VALUE 0.
        01 LEGACY-RUNS PIC 9(4) VALUE 0.
        01 OVERFLOW-RECORDS PIC 9(8) VALUE 0.
        01 TRAILERS-CHECKED PIC 9(6) VALUE 0.
        01 DISCREPANCY-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "===== GAMELOG verification ====="
           PERFORM GET-RUN-CONTROL
           PERFORM CHECK-SESSION-LOCK
           OPEN INPUT GAME-LOG
           IF NOT GAME-LOG-OK
               DISPLAY "GAMELOG file not found or unreadable - "
                   "nothing to verify."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL GAME-LOG-EOF
               READ GAME-LOG
                   AT END
                       SET GAME-LOG-EOF TO TRUE
                   NOT AT END
                       PERFORM VERIFY-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE GAME-LOG
           PERFORM FIND-FIRST-TRAILERED-RUN
           IF FIRST-TRAILER-IDX > 0
               PERFORM REPORT-UNCLOSED-RUNS
               IF RUNCTL-FOUND
                   PERFORM REPORT-RUN-ID-GAPS
               END-IF
           END-IF
           DISPLAY "GAMELOG records read:        " RECORDS-READ
           DISPLAY "Runs found:                  " RUN-COUNT
           DISPLAY "Trailers checked:            " TRAILERS-CHECKED
           IF LEGACY-RECORDS > 0
               DISPLAY "Records without a run number "
                   "(logged before runs were numbered): "
                   LEGACY-RECORDS
           END-IF
           IF LEGACY-RUNS > 0
               DISPLAY "Runs logged before trailers were written: "
                   LEGACY-RUNS
           END-IF
           IF OVERFLOW-RECORDS > 0
               DISPLAY "Run table full - records not verified: "
                   OVERFLOW-RECORDS
               ADD 1 TO DISCREPANCY-COUNT
           END-IF
           IF DISCREPANCY-COUNT = 0
               DISPLAY "GAMELOG agrees with its run trailers and "
                   "RUNCTL."
           ELSE
               DISPLAY "Discrepancies found: " DISCREPANCY-COUNT
               MOVE 2 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF RUN-CONTROL-OK
               READ RUN-CONTROL
                   NOT AT END
                       IF RC-NEXT-RUN-ID NUMERIC
                           MOVE RC-NEXT-RUN-ID TO NEXT-RUN-ID
                           SET RUNCTL-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           IF NOT RUNCTL-FOUND
               DISPLAY "RUNCTL not found or unreadable - run numbers "
                   "cannot be checked against it."
               ADD 1 TO DISCREPANCY-COUNT
           END-IF.

       CHECK-SESSION-LOCK.
      *    A session still holding the lock has not written its
      *    trailer yet, so its run is reported as in progress rather
      *    than as crashed.
           OPEN INPUT SESSION-LOCK
           IF SESSION-LOCK-OK
               READ SESSION-LOCK
                   NOT AT END
                       MOVE SL-STATE TO SESSION-LOCK-STATE
                       MOVE SL-RUN-ID TO LOCK-HOLDER-RUN-ID
               END-READ
               CLOSE SESSION-LOCK
           END-IF
           IF SESSION-LOCK-HELD
               DISPLAY "Run " LOCK-HOLDER-RUN-ID " is in progress - "
                   "its records are not closed off yet."
           ELSE
               MOVE 0 TO LOCK-HOLDER-RUN-ID
           END-IF.

       VERIFY-LOG-RECORD.
           ADD 1 TO RECORDS-READ
           IF LOG-RUN-ID NOT NUMERIC OR LOG-RUN-ID = 0
               ADD 1 TO LEGACY-RECORDS
           ELSE
               PERFORM FIND-RUN-ENTRY
               IF RUN-IDX = 0
                   ADD 1 TO OVERFLOW-RECORDS
               ELSE
                   IF LOG-EVENT-TYPE = "TRAILER"
                       PERFORM CHECK-RUN-TRAILER
                   ELSE
                       PERFORM ADD-TO-RUN-TOTALS
                   END-IF
               END-IF
           END-IF.

       FIND-RUN-ENTRY.
      *    Leaves RUN-IDX on the run's entry, adding one in run order
      *    if this is the run's first record, or at zero if the table
      *    is full.
           MOVE "N" TO RUN-MATCH-FLAG
           IF LAST-RUN-IDX > 0
               IF RUNT-RUN-ID (LAST-RUN-IDX) = LOG-RUN-ID
                   MOVE LAST-RUN-IDX TO RUN-IDX
                   SET RUN-MATCHED TO TRUE
               END-IF
           END-IF
           IF NOT RUN-MATCHED
               MOVE RUN-COUNT TO RUN-IDX
               MOVE "N" TO RUN-POSITION-FLAG
               PERFORM UNTIL RUN-IDX = 0 OR RUN-POSITION-FOUND
                   IF RUNT-RUN-ID (RUN-IDX) <= LOG-RUN-ID
                       SET RUN-POSITION-FOUND TO TRUE
                   ELSE
                       SUBTRACT 1 FROM RUN-IDX
                   END-IF
               END-PERFORM
               IF RUN-POSITION-FOUND
                   IF RUNT-RUN-ID (RUN-IDX) = LOG-RUN-ID
                       MOVE RUN-IDX TO LAST-RUN-IDX
                       SET RUN-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT RUN-MATCHED
               IF RUN-COUNT = 5000
                   MOVE 0 TO RUN-IDX
               ELSE
                   PERFORM ADD-RUN-ENTRY
               END-IF
           END-IF.

       ADD-RUN-ENTRY.
      *    RUN-IDX is on the last run below the new one (zero if none).
           PERFORM VARYING SHIFT-IDX FROM RUN-COUNT BY -1
                   UNTIL SHIFT-IDX <= RUN-IDX
               MOVE RUN-ENTRY (SHIFT-IDX) TO RUN-ENTRY (SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO RUN-COUNT
           ADD 1 TO RUN-IDX
           INITIALIZE RUN-ENTRY (RUN-IDX)
           MOVE LOG-RUN-ID TO RUNT-RUN-ID (RUN-IDX)
           MOVE RUN-IDX TO LAST-RUN-IDX.

       ADD-TO-RUN-TOTALS.
      *    The same position-weighted sum the game session and the
      *    correspondence adjudication keep as they write the run.
           ADD 1 TO RUNT-RECORDS (RUN-IDX)
           ADD 1 TO RUNT-SINCE-TRAILER (RUN-IDX)
           IF LOG-SPOT NUMERIC
               MOVE LOG-SPOT TO HASH-SPOT
           ELSE
               MOVE 0 TO HASH-SPOT
           END-IF
           MOVE 0 TO HASH-OUTCOME-CODE
           IF LOG-EVENT-TYPE = "OUTCOME"
               ADD 1 TO RUNT-GAMES (RUN-IDX)
               EVALUATE TRUE
                   WHEN LOG-DETAIL (1:10) = "GAME DRAWN"
                       MOVE 3 TO HASH-OUTCOME-CODE
                   WHEN LOG-DETAIL (1:8) = "PLAYER X"
                       MOVE 1 TO HASH-OUTCOME-CODE
                   WHEN LOG-DETAIL (1:8) = "PLAYER O"
                       MOVE 2 TO HASH-OUTCOME-CODE
               END-EVALUATE
           END-IF
           COMPUTE RUNT-HASH (RUN-IDX) = RUNT-HASH (RUN-IDX)
               + RUNT-RECORDS (RUN-IDX)
               * (HASH-SPOT + 100 * HASH-OUTCOME-CODE).

       CHECK-RUN-TRAILER.
           ADD 1 TO TRAILERS-CHECKED
           ADD 1 TO RUNT-TRAILERS (RUN-IDX)
           MOVE "N" TO RUN-MATCH-FLAG
           IF LOG-TRL-RECORDS NUMERIC AND LOG-TRL-GAMES NUMERIC
           AND LOG-TRL-HASH NUMERIC
               IF LOG-TRL-RECORDS = RUNT-RECORDS (RUN-IDX)
               AND LOG-TRL-GAMES = RUNT-GAMES (RUN-IDX)
               AND LOG-TRL-HASH = RUNT-HASH (RUN-IDX)
                   SET RUN-MATCHED TO TRUE
               END-IF
           END-IF
           IF NOT RUN-MATCHED
               ADD 1 TO DISCREPANCY-COUNT
               DISPLAY "Run " LOG-RUN-ID " totals do not match its "
                   "trailer (records altered or removed):"
               DISPLAY "  Trailer: records " LOG-TRL-RECORDS
                   " games " LOG-TRL-GAMES " hash " LOG-TRL-HASH
               DISPLAY "  GAMELOG: records " RUNT-RECORDS (RUN-IDX)
                   " games " RUNT-GAMES (RUN-IDX)
                   " hash " RUNT-HASH (RUN-IDX)
           END-IF
           IF RUNT-TRAILERS (RUN-IDX) = 2
               ADD 1 TO DISCREPANCY-COUNT
               DISPLAY "Run " LOG-RUN-ID " has more than one trailer "
                   "(records copied or the run number reused)."
           END-IF
           MOVE 0 TO RUNT-SINCE-TRAILER (RUN-IDX).

       FIND-FIRST-TRAILERED-RUN.
      *    Runs logged before sessions wrote trailers cannot be
      *    checked; everything from the first run with a trailer on
      *    is expected to have one.
           MOVE 0 TO FIRST-TRAILER-IDX
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT OR FIRST-TRAILER-IDX > 0
               IF RUNT-TRAILERS (RUN-IDX) > 0
                   MOVE RUN-IDX TO FIRST-TRAILER-IDX
               END-IF
           END-PERFORM
           IF FIRST-TRAILER-IDX = 0
               MOVE RUN-COUNT TO LEGACY-RUNS
           ELSE
               COMPUTE LEGACY-RUNS = FIRST-TRAILER-IDX - 1
           END-IF.

       REPORT-UNCLOSED-RUNS.
           PERFORM VARYING RUN-IDX FROM FIRST-TRAILER-IDX BY 1
                   UNTIL RUN-IDX > RUN-COUNT
               IF RUNT-RUN-ID (RUN-IDX) NOT = LOCK-HOLDER-RUN-ID
                   IF RUNT-TRAILERS (RUN-IDX) = 0
                       ADD 1 TO DISCREPANCY-COUNT
                       DISPLAY "Run " RUNT-RUN-ID (RUN-IDX)
                           " has no trailer (crashed or truncated) - "
                           RUNT-RECORDS (RUN-IDX) " records."
                   ELSE
                       IF RUNT-SINCE-TRAILER (RUN-IDX) > 0
                           ADD 1 TO DISCREPANCY-COUNT
                           DISPLAY "Run " RUNT-RUN-ID (RUN-IDX)
                               " has " RUNT-SINCE-TRAILER (RUN-IDX)
                               " records after its trailer."
                       END-IF
                   END-IF
               END-IF
               IF RUNCTL-FOUND
               AND RUNT-RUN-ID (RUN-IDX) >= NEXT-RUN-ID
                   ADD 1 TO DISCREPANCY-COUNT
                   DISPLAY "Run " RUNT-RUN-ID (RUN-IDX)
                       " was never issued by RUNCTL (next run "
                       NEXT-RUN-ID ")."
               END-IF
           END-PERFORM.

       REPORT-RUN-ID-GAPS.
      *    Every run number RUNCTL has issued since the first trailer
      *    should have left at least its trailer in GAMELOG.
           MOVE RUNT-RUN-ID (FIRST-TRAILER-IDX) TO EXPECTED-RUN-ID
           PERFORM VARYING RUN-IDX FROM FIRST-TRAILER-IDX BY 1
                   UNTIL RUN-IDX > RUN-COUNT
                   OR RUNT-RUN-ID (RUN-IDX) >= NEXT-RUN-ID
               IF RUNT-RUN-ID (RUN-IDX) > EXPECTED-RUN-ID
                   MOVE EXPECTED-RUN-ID TO GAP-FIRST
                   COMPUTE GAP-LAST = RUNT-RUN-ID (RUN-IDX) - 1
                   PERFORM REPORT-ONE-GAP
               END-IF
               COMPUTE EXPECTED-RUN-ID = RUNT-RUN-ID (RUN-IDX) + 1
           END-PERFORM
           IF EXPECTED-RUN-ID < NEXT-RUN-ID
               MOVE EXPECTED-RUN-ID TO GAP-FIRST
               COMPUTE GAP-LAST = NEXT-RUN-ID - 1
      *        The session holding the lock may not have logged
      *        anything yet.
               IF GAP-LAST = LOCK-HOLDER-RUN-ID
                   SUBTRACT 1 FROM GAP-LAST
               END-IF
               IF GAP-LAST >= GAP-FIRST
                   PERFORM REPORT-ONE-GAP
               END-IF
           END-IF.

       REPORT-ONE-GAP.
           ADD 1 TO DISCREPANCY-COUNT
           IF GAP-FIRST = GAP-LAST
               DISPLAY "Run " GAP-FIRST (2:6) " was issued by RUNCTL "
                   "but has nothing in GAMELOG."
           ELSE
               DISPLAY "Runs " GAP-FIRST (2:6) " to " GAP-LAST (2:6)
                   " were issued by RUNCTL but have nothing in "
                   "GAMELOG."
           END-IF.

       END PROGRAM Verify-Game-Log.
