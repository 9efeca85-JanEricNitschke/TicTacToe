       IDENTIFICATION DIVISION.
       PROGRAM-ID. Screening-Report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-PARM ASSIGN TO "SCRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-PARM-STATUS.
           SELECT GAME-MASTER ASSIGN TO "GAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.
           SELECT TIMING-REPORT ASSIGN TO "TIMERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMING-REPORT-STATUS.
           SELECT GAME-LOG ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.
           SELECT SCREEN-REPORT ASSIGN TO "SCRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SCRNPARM is one card of thresholds; a zero in a screen's
      *    minimum switches that screen off.
       FD  SCREEN-PARM.
       01  SCREEN-PARM-RECORD.
           03 SP-SEASON            PIC 9(3).
           03 SP-PAIR-MIN-GAMES    PIC 9(3).
           03 SP-PAIR-FACTOR       PIC 9(2).
           03 SP-PAIR-WIN-PCT      PIC 9(3).
           03 SP-WEAK-STRENGTH     PIC 9(1).
           03 SP-QUICK-PLIES       PIC 9(2).
           03 SP-QUICK-SECONDS     PIC 9(4).
           03 SP-SANDBAG-MIN       PIC 9(3).
           03 SP-SANDBAG-PCT       PIC 9(3).
           03 SP-SHORT-PLIES       PIC 9(2).
           03 SP-INSTANT-HSEC      PIC 9(4).
           03 SP-ENGINE-MIN-MOVES  PIC 9(3).
           03 SP-INSTANT-PCT       PIC 9(3).
           03 SP-MATCH-PCT         PIC 9(3).

       FD  GAME-MASTER.
       COPY "gamemast.cpy".

       FD  TIMING-REPORT.
       COPY "timerpt.cpy".

       FD  GAME-LOG.
       COPY "gamelog.cpy".

       FD  SCREEN-REPORT.
       01  SCREEN-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
        01 SCREEN-PARM-STATUS PIC X(2) VALUE "00".
           88 SCREEN-PARM-OK VALUE "00".
        01 GAME-MASTER-STATUS PIC X(2) VALUE "00".
           88 GAME-MASTER-OK VALUE "00".
           88 GAME-MASTER-EOF VALUE "10".
        01 TIMING-REPORT-STATUS PIC X(2) VALUE "00".
           88 TIMING-REPORT-OK VALUE "00".
           88 TIMING-REPORT-EOF VALUE "10".
        01 GAME-LOG-STATUS PIC X(2) VALUE "00".
           88 GAME-LOG-OK VALUE "00".
           88 GAME-LOG-EOF VALUE "10".
        01 SCREEN-REPORT-STATUS PIC X(2) VALUE "00".

        01 REPORT-SEASON PIC 9(3) VALUE 0.
        01 GAME-SEASON PIC 9(3).

      *    One entry per game screened, in GAME-SEQ order as GAMEMAST
      *    is read. Only games with a named human on at least one side
      *    are held, and when there are more than the table takes, the
      *    newest are kept. Each side is N (named human), H (unnamed
      *    human) or A (AI). The board and last-record fields replay
      *    the game as its GAMELOG records come in.
        01 GAME-COUNT PIC 9(4) VALUE 0.
        01 GAME-TABLE-AREA.
           03 GAME-ENTRY OCCURS 5000 TIMES.
               05 GT-GAME-SEQ      PIC 9(8).
               05 GT-X-NAME        PIC X(20).
               05 GT-O-NAME        PIC X(20).
               05 GT-X-KIND        PIC X(1).
               05 GT-X-STRENGTH    PIC 9(1).
               05 GT-O-KIND        PIC X(1).
               05 GT-O-STRENGTH    PIC 9(1).
               05 GT-OUTCOME       PIC X(1).
               05 GT-CLASSIC       PIC X(1).
               05 GT-SECONDS       PIC 9(5)V99.
               05 GT-LOGGED        PIC X(1).
               05 GT-PLIES         PIC 9(3).
               05 GT-BOARD         PIC X(9).
               05 GT-LAST-EVENT    PIC X(9).
               05 GT-LAST-DATE     PIC X(8).
               05 GT-LAST-HSEC     PIC 9(7).
               05 GT-X-MOVES       PIC 9(3).
               05 GT-X-INSTANT     PIC 9(3).
               05 GT-X-MATCH       PIC 9(3).
               05 GT-O-MOVES       PIC 9(3).
               05 GT-O-INSTANT     PIC 9(3).
               05 GT-O-MATCH       PIC 9(3).
        01 GAME-IDX PIC 9(4).
        01 LOOKUP-SEQ PIC 9(8).
        01 SEARCH-LOW PIC 9(4).
        01 SEARCH-HIGH PIC 9(4).
        01 SEARCH-MID PIC 9(4).

      *    Named humans, with their games against weak AI strengths
      *    and their screened moves.
        01 PLAYER-COUNT PIC 9(4) VALUE 0.
        01 PLAYER-TABLE-AREA.
           03 PLAYER-ENTRY OCCURS 2000 TIMES.
               05 PT-NAME          PIC X(20).
               05 PT-WEAK-GAMES    PIC 9(5).
               05 PT-QUICK-LOSSES  PIC 9(5).
               05 PT-MOVES         PIC 9(5).
               05 PT-INSTANT       PIC 9(5).
               05 PT-MATCH         PIC 9(5).
        01 PLAYER-IDX PIC 9(4).
        01 LOOKUP-NAME PIC X(20).

      *    Named-versus-named pairings, the lower name held first.
        01 PAIR-COUNT PIC 9(4) VALUE 0.
        01 PAIR-TABLE-AREA.
           03 PAIR-ENTRY OCCURS 2000 TIMES.
               05 PR-NAME-A        PIC X(20).
               05 PR-NAME-B        PIC X(20).
               05 PR-GAMES         PIC 9(5).
               05 PR-A-WINS        PIC 9(5).
               05 PR-B-WINS        PIC 9(5).
               05 PR-SHORT         PIC 9(5).
        01 PAIR-IDX PIC 9(4).
        01 PAIR-NAME-A PIC X(20).
        01 PAIR-NAME-B PIC X(20).
        01 PAIR-GAMES-TOTAL PIC 9(7) VALUE 0.

        01 HUMAN-MARK PIC X(1).
        01 HUMAN-NAME PIC X(20).
        01 AI-KIND PIC X(1).
        01 AI-STRENGTH PIC 9(1).
        01 QUICK-LOSS-FLAG PIC X(1).
           88 QUICK-LOSS VALUE "Y".

        01 STAMP-HH PIC 9(2).
        01 STAMP-MI PIC 9(2).
        01 STAMP-SS PIC 9(2).
        01 STAMP-HS PIC 9(2).
        01 STAMP-HSEC PIC 9(7).
        01 THINK-HSEC PIC 9(7).
        01 MOVE-TIMED-FLAG PIC X(1).
           88 MOVE-TIMED VALUE "Y".
        01 LOG-CELL PIC 9(2).

        01 MINIMAX-BOARD-AREA.
           03 MINIMAX-BOARD OCCURS 9 TIMES PIC X(1).
        01 EVAL-PLAYER PIC X(1).
        01 ENGINE-SPOT PIC 9(2).
        01 ENGINE-STATE PIC 9(1).
        01 MISERE-OFF PIC X(1) VALUE "N".

        01 RECORDS-READ PIC 9(8) VALUE 0.
        01 GAMES-READ PIC 9(8) VALUE 0.
        01 GAMES-NOT-HELD PIC 9(8) VALUE 0.
        01 GAMES-WANTED PIC 9(8) VALUE 0.
        01 GAMES-PASSED PIC 9(8) VALUE 0.
        01 GAME-WANTED-FLAG PIC X(1).
           88 GAME-WANTED VALUE "Y".
        01 TIMINGS-MATCHED PIC 9(8) VALUE 0.
        01 LOG-RECORDS-READ PIC 9(8) VALUE 0.
        01 LOG-RECORDS-USED PIC 9(8) VALUE 0.
        01 PLAYERS-NOT-HELD PIC 9(6) VALUE 0.
        01 PAIRS-NOT-HELD PIC 9(6) VALUE 0.
        01 FLAG-COUNT PIC 9(6) VALUE 0.
        01 SECTION-FLAGS PIC 9(6).

        01 LIST-MODE PIC X(1).
           88 LIST-PAIR-GAMES VALUE "F".
           88 LIST-SHORT-GAMES VALUE "S".
           88 LIST-QUICK-LOSSES VALUE "B".
           88 LIST-SCREENED-GAMES VALUE "E".
        01 LIST-NAME-A PIC X(20).
        01 LIST-NAME-B PIC X(20).
        01 LISTED-FLAG PIC X(1).
           88 GAME-LISTED VALUE "Y".
        01 LIST-ON-LINE PIC 9(1).
        01 LIST-POS PIC 9(3).

        01 WORK-PCT PIC 9(3).
        01 INSTANT-PCT PIC 9(3).
        01 MATCH-PCT PIC 9(3).
        01 TOP-WINS PIC 9(5).
        01 AVERAGE-PAIR-GAMES PIC 9(5)V99.

        01 PAGE-NUM PIC 9(3) VALUE 0.
        01 LINE-COUNT PIC 9(2) VALUE 99.
        01 PAGE-LIMIT PIC 9(2) VALUE 55.
        01 REPORT-LINE PIC X(80).
        01 COUNT-DISP PIC ZZZZ9.
        01 BIG-COUNT-DISP PIC ZZZZZZZ9.
        01 PLAYERS-LEFT-DISP PIC ZZZZZ9.
        01 PAIRS-LEFT-DISP PIC ZZZZZ9.
        01 PCT-DISP PIC ZZ9.
        01 SECONDS-DISP PIC ZZZ9.99.
        01 STRENGTH-DISP PIC 9(1).
        01 SMALL-DISP PIC Z9.

        01 HEADING-LINE-1.
           03 FILLER PIC X(34)
               VALUE "TICTACTOE RATING SCREENING REPORT".
           03 FILLER PIC X(4) VALUE SPACES.
           03 HDG-SEASON-LABEL PIC X(7) VALUE SPACES.
           03 HDG-SEASON PIC X(3) VALUE SPACES.
           03 FILLER PIC X(24) VALUE SPACES.
           03 FILLER PIC X(5) VALUE "PAGE ".
           03 HDG-PAGE PIC ZZ9.
        01 HEADING-LINE-2 PIC X(80) VALUE ALL "-".

        01 PAIR-NAME-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PNL-NAME-A PIC X(20).
           03 FILLER PIC X(4) VALUE " VS ".
           03 PNL-NAME-B PIC X(20).
           03 FILLER PIC X(34) VALUE SPACES.
        01 PLAYER-NAME-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PLN-NAME PIC X(20).
           03 FILLER PIC X(58) VALUE SPACES.

        01 FARM-MEASURE-LINE.
           03 FILLER PIC X(12) VALUE "      GAMES ".
           03 FML-GAMES PIC ZZZZ9.
           03 FILLER PIC X(23) VALUE "   AVERAGE PER PAIRING ".
           03 FML-AVERAGE PIC ZZZZ9.99.
           03 FILLER PIC X(8) VALUE "   WINS ".
           03 FML-A-WINS PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE " - ".
           03 FML-B-WINS PIC ZZZZ9.
           03 FILLER PIC X(6) VALUE "  TOP ".
           03 FML-TOP-PCT PIC ZZ9.
           03 FILLER PIC X(1) VALUE "%".
           03 FILLER PIC X(1) VALUE SPACES.

        01 SANDBAG-MEASURE-LINE.
           03 FILLER PIC X(20) VALUE "      WEAK-AI GAMES ".
           03 SML-GAMES PIC ZZZZ9.
           03 FILLER PIC X(17) VALUE "   QUICK LOSSES  ".
           03 SML-LOSSES PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE "   SHARE ".
           03 SML-PCT PIC ZZ9.
           03 FILLER PIC X(1) VALUE "%".
           03 FILLER PIC X(20) VALUE SPACES.

        01 SHORT-MEASURE-LINE.
           03 FILLER PIC X(12) VALUE "      GAMES ".
           03 SHL-GAMES PIC ZZZZ9.
           03 FILLER PIC X(17) VALUE "   ENDED WITHIN  ".
           03 SHL-PLIES PIC Z9.
           03 FILLER PIC X(8) VALUE " MOVES  ".
           03 SHL-SHORT PIC ZZZZ9.
           03 FILLER PIC X(31) VALUE SPACES.

        01 ENGINE-MEASURE-LINE.
           03 FILLER PIC X(21) VALUE "      MOVES SCREENED ".
           03 EML-MOVES PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE "   INSTANT ".
           03 EML-INSTANT-PCT PIC ZZ9.
           03 FILLER PIC X(1) VALUE "%".
           03 FILLER PIC X(17) VALUE "   ENGINE'S MOVE ".
           03 EML-MATCH-PCT PIC ZZ9.
           03 FILLER PIC X(1) VALUE "%".
           03 FILLER PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "===== Rating screening ====="
           PERFORM GET-SCREEN-PARM
           PERFORM LOAD-GAME-MASTER
           PERFORM MERGE-TIMING-REPORT
           PERFORM SCAN-GAME-LOG
           PERFORM VARYING GAME-IDX FROM 1 BY 1
                   UNTIL GAME-IDX > GAME-COUNT
               PERFORM TALLY-SCREENED-GAME
           END-PERFORM
           OPEN OUTPUT SCREEN-REPORT
           PERFORM PRINT-PARAMETERS
           PERFORM PRINT-TABLE-WARNINGS
           PERFORM PRINT-FARMING-FLAGS
           PERFORM PRINT-SANDBAG-FLAGS
           PERFORM PRINT-SHORT-GAME-FLAGS
           PERFORM PRINT-ENGINE-FLAGS
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "*** END OF SCREENING REPORT ***" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE SCREEN-REPORT
           DISPLAY "GAMEMAST records read:  " GAMES-READ
           DISPLAY "Games screened:         " GAME-COUNT
           DISPLAY "TIMERPT records used:   " TIMINGS-MATCHED
           DISPLAY "GAMELOG records used:   " LOG-RECORDS-USED
           IF GAMES-NOT-HELD > 0
               DISPLAY "Games beyond the table, not screened: "
                   GAMES-NOT-HELD
           END-IF
           IF PLAYERS-NOT-HELD > 0 OR PAIRS-NOT-HELD > 0
               DISPLAY "Players/pairings beyond the table, not "
                   "screened: " PLAYERS-NOT-HELD " / " PAIRS-NOT-HELD
           END-IF
           DISPLAY "Flags raised:           " FLAG-COUNT
           DISPLAY "Report written to SCRNRPT."
           IF GAMES-NOT-HELD > 0 OR PLAYERS-NOT-HELD > 0
           OR PAIRS-NOT-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-SCREEN-PARM.
           OPEN INPUT SCREEN-PARM
           IF NOT SCREEN-PARM-OK
               DISPLAY "SCRNPARM parameter file not found - the "
                   "screening thresholds are required."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SCREEN-PARM
               AT END
                   DISPLAY "SCRNPARM is empty."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE SCREEN-PARM
           IF SP-SEASON NOT NUMERIC
           OR SP-PAIR-MIN-GAMES NOT NUMERIC
           OR SP-PAIR-FACTOR NOT NUMERIC
           OR SP-PAIR-WIN-PCT NOT NUMERIC
           OR SP-WEAK-STRENGTH NOT NUMERIC
           OR SP-QUICK-PLIES NOT NUMERIC
           OR SP-QUICK-SECONDS NOT NUMERIC
           OR SP-SANDBAG-MIN NOT NUMERIC
           OR SP-SANDBAG-PCT NOT NUMERIC
           OR SP-SHORT-PLIES NOT NUMERIC
           OR SP-INSTANT-HSEC NOT NUMERIC
           OR SP-ENGINE-MIN-MOVES NOT NUMERIC
           OR SP-INSTANT-PCT NOT NUMERIC
           OR SP-MATCH-PCT NOT NUMERIC
               DISPLAY "SCRNPARM thresholds must all be numeric."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SP-PAIR-WIN-PCT > 100 OR SP-SANDBAG-PCT > 100
           OR SP-INSTANT-PCT > 100 OR SP-MATCH-PCT > 100
           OR SP-WEAK-STRENGTH > 3
               DISPLAY "SCRNPARM percentages must be 0-100 and the "
                   "weak AI strength 0-3."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SP-SEASON TO REPORT-SEASON.

       LOAD-GAME-MASTER.
      *    GAMEMAST is never purged, so the first pass counts the games
      *    worth holding and the second skips the oldest of them that
      *    the table has no room for; a full table then always covers
      *    the most recent play.
           OPEN INPUT GAME-MASTER
           IF NOT GAME-MASTER-OK
               DISPLAY "GAMEMAST file not found or unreadable."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL GAME-MASTER-EOF
               READ GAME-MASTER
                   AT END
                       SET GAME-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO GAMES-READ
                       PERFORM CHECK-GAME-WANTED
                       IF GAME-WANTED
                           ADD 1 TO GAMES-WANTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAME-MASTER
           IF GAMES-WANTED > 5000
               COMPUTE GAMES-NOT-HELD = GAMES-WANTED - 5000
           END-IF
           MOVE "00" TO GAME-MASTER-STATUS
           OPEN INPUT GAME-MASTER
           PERFORM UNTIL GAME-MASTER-EOF
               READ GAME-MASTER
                   AT END
                       SET GAME-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-GAME-WANTED
                       IF GAME-WANTED
                           ADD 1 TO GAMES-PASSED
                           IF GAMES-PASSED > GAMES-NOT-HELD
                               PERFORM STORE-GAME-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAME-MASTER.

       CHECK-GAME-WANTED.
      *    Every screen needs a named human on at least one side, so
      *    AI-only and anonymous games are not worth a table entry.
           MOVE "N" TO GAME-WANTED-FLAG
           PERFORM NOTE-GAME-SEASON
           IF REPORT-SEASON = 0 OR REPORT-SEASON = GAME-SEASON
               IF (GM-X-AI NOT = "Y" AND GM-X-NAME NOT = SPACES)
               OR (GM-O-AI NOT = "Y" AND GM-O-NAME NOT = SPACES)
                   SET GAME-WANTED TO TRUE
               END-IF
           END-IF.

       NOTE-GAME-SEASON.
      *    Games written before seasons were kept carry no season
      *    number and belong to season 1.
           IF GM-SEASON NUMERIC AND GM-SEASON > 0
               MOVE GM-SEASON TO GAME-SEASON
           ELSE
               MOVE 1 TO GAME-SEASON
           END-IF.

       STORE-GAME-ENTRY.
           IF GAME-COUNT = 5000
               ADD 1 TO GAMES-NOT-HELD
           ELSE
               ADD 1 TO GAME-COUNT
               MOVE GAME-COUNT TO GAME-IDX
               INITIALIZE GAME-ENTRY (GAME-IDX)
               MOVE GM-GAME-SEQ TO GT-GAME-SEQ (GAME-IDX)
               MOVE GM-X-NAME TO GT-X-NAME (GAME-IDX)
               MOVE GM-O-NAME TO GT-O-NAME (GAME-IDX)
               EVALUATE TRUE
                   WHEN GM-X-AI = "Y"
                       MOVE "A" TO GT-X-KIND (GAME-IDX)
                   WHEN GM-X-NAME = SPACES
                       MOVE "H" TO GT-X-KIND (GAME-IDX)
                   WHEN OTHER
                       MOVE "N" TO GT-X-KIND (GAME-IDX)
               END-EVALUATE
               EVALUATE TRUE
                   WHEN GM-O-AI = "Y"
                       MOVE "A" TO GT-O-KIND (GAME-IDX)
                   WHEN GM-O-NAME = SPACES
                       MOVE "H" TO GT-O-KIND (GAME-IDX)
                   WHEN OTHER
                       MOVE "N" TO GT-O-KIND (GAME-IDX)
               END-EVALUATE
               MOVE GM-X-STRENGTH TO GT-X-STRENGTH (GAME-IDX)
               MOVE GM-O-STRENGTH TO GT-O-STRENGTH (GAME-IDX)
               MOVE GM-OUTCOME TO GT-OUTCOME (GAME-IDX)
      *        The engine only plays the classic board; misere and
      *        gravity games are ruled out as their moves arrive.
               IF GM-BOARD-DIM = 3 AND GM-WIN-LENGTH = 3
                   MOVE "Y" TO GT-CLASSIC (GAME-IDX)
               ELSE
                   MOVE "N" TO GT-CLASSIC (GAME-IDX)
               END-IF
               MOVE GM-DURATION-SECONDS TO GT-SECONDS (GAME-IDX)
               MOVE "N" TO GT-LOGGED (GAME-IDX)
               MOVE "........." TO GT-BOARD (GAME-IDX)
           END-IF.

       FIND-GAME-ENTRY.
      *    Binary search of the game table on LOOKUP-SEQ; GAME-IDX is
      *    left at zero when the game is not held.
           MOVE 0 TO GAME-IDX
           MOVE 1 TO SEARCH-LOW
           MOVE GAME-COUNT TO SEARCH-HIGH
           PERFORM UNTIL SEARCH-LOW > SEARCH-HIGH OR GAME-IDX > 0
               COMPUTE SEARCH-MID = (SEARCH-LOW + SEARCH-HIGH) / 2
               EVALUATE TRUE
                   WHEN GT-GAME-SEQ (SEARCH-MID) = LOOKUP-SEQ
                       MOVE SEARCH-MID TO GAME-IDX
                   WHEN GT-GAME-SEQ (SEARCH-MID) < LOOKUP-SEQ
                       COMPUTE SEARCH-LOW = SEARCH-MID + 1
                   WHEN OTHER
                       COMPUTE SEARCH-HIGH = SEARCH-MID - 1
               END-EVALUATE
           END-PERFORM.

       MERGE-TIMING-REPORT.
      *    TIMERPT holds the think-time total for each game; GAMEMAST's
      *    own duration stands in for games whose timing record has
      *    been archived.
           OPEN INPUT TIMING-REPORT
           IF NOT TIMING-REPORT-OK
               DISPLAY "TIMERPT not found - GAMEMAST durations used."
           ELSE
               PERFORM UNTIL TIMING-REPORT-EOF
                   READ TIMING-REPORT
                       AT END
                           SET TIMING-REPORT-EOF TO TRUE
                       NOT AT END
                           IF TR-GAME-SEQ NUMERIC AND TR-GAME-SEQ > 0
                           AND TR-TOTAL-SECONDS NUMERIC
                               MOVE TR-GAME-SEQ TO LOOKUP-SEQ
                               PERFORM FIND-GAME-ENTRY
                               IF GAME-IDX > 0
                                   MOVE TR-TOTAL-SECONDS
                                       TO GT-SECONDS (GAME-IDX)
                                   ADD 1 TO TIMINGS-MATCHED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMING-REPORT
           END-IF.

       SCAN-GAME-LOG.
           OPEN INPUT GAME-LOG
           IF NOT GAME-LOG-OK
               DISPLAY "GAMELOG not found - move counts and move "
                   "timings are not available."
           ELSE
               PERFORM UNTIL GAME-LOG-EOF
                   READ GAME-LOG
                       AT END
                           SET GAME-LOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LOG-RECORDS-READ
                           IF LOG-EVENT-TYPE NOT = "TRAILER"
                           AND LOG-GAME-SEQ NUMERIC
                           AND LOG-GAME-SEQ > 0
                               MOVE LOG-GAME-SEQ TO LOOKUP-SEQ
                               PERFORM FIND-GAME-ENTRY
                               IF GAME-IDX > 0
                                   PERFORM APPLY-LOG-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG
           END-IF.

       APPLY-LOG-RECORD.
           ADD 1 TO LOG-RECORDS-USED
           MOVE "Y" TO GT-LOGGED (GAME-IDX)
           IF LOG-VARIANT = "M" OR LOG-GRAVITY = "Y"
               MOVE "N" TO GT-CLASSIC (GAME-IDX)
           END-IF
           MOVE LOG-TIMESTAMP (9:2) TO STAMP-HH
           MOVE LOG-TIMESTAMP (11:2) TO STAMP-MI
           MOVE LOG-TIMESTAMP (13:2) TO STAMP-SS
           MOVE LOG-TIMESTAMP (15:2) TO STAMP-HS
           COMPUTE STAMP-HSEC =
               ((STAMP-HH * 60 + STAMP-MI) * 60 + STAMP-SS) * 100
               + STAMP-HS
           IF LOG-SPOT NUMERIC
               MOVE LOG-SPOT TO LOG-CELL
           ELSE
               MOVE 0 TO LOG-CELL
           END-IF
           EVALUATE LOG-EVENT-TYPE
               WHEN "PLAYER"
                   PERFORM TIME-HUMAN-MOVE
                   IF MOVE-TIMED
                       PERFORM SCREEN-HUMAN-MOVE
                   END-IF
                   PERFORM PLACE-LOGGED-MOVE
               WHEN "AI"
                   PERFORM PLACE-LOGGED-MOVE
               WHEN "TAKEBACK"
                   IF GT-PLIES (GAME-IDX) > 0
                       SUBTRACT 1 FROM GT-PLIES (GAME-IDX)
                   END-IF
                   IF LOG-CELL >= 1 AND LOG-CELL <= 9
                       MOVE "." TO GT-BOARD (GAME-IDX) (LOG-CELL:1)
                   END-IF
           END-EVALUATE
           MOVE LOG-EVENT-TYPE TO GT-LAST-EVENT (GAME-IDX)
           MOVE LOG-TIMESTAMP (1:8) TO GT-LAST-DATE (GAME-IDX)
           MOVE STAMP-HSEC TO GT-LAST-HSEC (GAME-IDX).

       TIME-HUMAN-MOVE.
      *    A human's think-time runs from the opponent's move to this
      *    one. The session pauses a second after each AI move before
      *    the human's turn starts, so that second is not counted.
      *    The opening move and a move after a takeback have nothing
      *    to time from.
           MOVE "N" TO MOVE-TIMED-FLAG
           IF (GT-LAST-EVENT (GAME-IDX) = "PLAYER"
               OR GT-LAST-EVENT (GAME-IDX) = "AI")
           AND GT-LAST-DATE (GAME-IDX) = LOG-TIMESTAMP (1:8)
           AND STAMP-HSEC >= GT-LAST-HSEC (GAME-IDX)
               COMPUTE THINK-HSEC = STAMP-HSEC - GT-LAST-HSEC (GAME-IDX)
               IF GT-LAST-EVENT (GAME-IDX) = "AI"
                   IF THINK-HSEC > 100
                       SUBTRACT 100 FROM THINK-HSEC
                   ELSE
                       MOVE 0 TO THINK-HSEC
                   END-IF
               END-IF
               SET MOVE-TIMED TO TRUE
           END-IF.

       SCREEN-HUMAN-MOVE.
      *    Asks the engine what it would have played in the position
      *    the named human faced, and keeps the human's score of
      *    instant moves and engine moves for that side.
           IF GT-CLASSIC (GAME-IDX) = "Y"
           AND LOG-CELL >= 1 AND LOG-CELL <= 9
           AND ((LOG-PLAYER (1:1) = "X" AND GT-X-KIND (GAME-IDX) = "N")
             OR (LOG-PLAYER (1:1) = "O" AND GT-O-KIND (GAME-IDX) = "N"))
               MOVE GT-BOARD (GAME-IDX) TO MINIMAX-BOARD-AREA
               MOVE LOG-PLAYER (1:1) TO EVAL-PLAYER
               CALL "MINIMAX-AI" USING MINIMAX-BOARD, EVAL-PLAYER,
                   ENGINE-SPOT, ENGINE-STATE, MISERE-OFF
               IF EVAL-PLAYER = "X"
                   ADD 1 TO GT-X-MOVES (GAME-IDX)
                   IF THINK-HSEC <= SP-INSTANT-HSEC
                       ADD 1 TO GT-X-INSTANT (GAME-IDX)
                   END-IF
                   IF ENGINE-SPOT = LOG-CELL
                       ADD 1 TO GT-X-MATCH (GAME-IDX)
                   END-IF
               ELSE
                   ADD 1 TO GT-O-MOVES (GAME-IDX)
                   IF THINK-HSEC <= SP-INSTANT-HSEC
                       ADD 1 TO GT-O-INSTANT (GAME-IDX)
                   END-IF
                   IF ENGINE-SPOT = LOG-CELL
                       ADD 1 TO GT-O-MATCH (GAME-IDX)
                   END-IF
               END-IF
           END-IF.

       PLACE-LOGGED-MOVE.
           ADD 1 TO GT-PLIES (GAME-IDX)
           IF LOG-CELL >= 1 AND LOG-CELL <= 9
               MOVE LOG-PLAYER (1:1) TO GT-BOARD (GAME-IDX) (LOG-CELL:1)
           END-IF.

       TALLY-SCREENED-GAME.
           IF GT-X-KIND (GAME-IDX) = "N" AND GT-O-KIND (GAME-IDX) = "N"
           AND GT-X-NAME (GAME-IDX) NOT = GT-O-NAME (GAME-IDX)
               PERFORM TALLY-PAIR-GAME
           END-IF
           IF GT-X-KIND (GAME-IDX) = "N" AND GT-O-KIND (GAME-IDX) = "A"
               MOVE "X" TO HUMAN-MARK
               MOVE GT-X-NAME (GAME-IDX) TO HUMAN-NAME
               MOVE GT-O-STRENGTH (GAME-IDX) TO AI-STRENGTH
               PERFORM TALLY-WEAK-AI-GAME
           END-IF
           IF GT-O-KIND (GAME-IDX) = "N" AND GT-X-KIND (GAME-IDX) = "A"
               MOVE "O" TO HUMAN-MARK
               MOVE GT-O-NAME (GAME-IDX) TO HUMAN-NAME
               MOVE GT-X-STRENGTH (GAME-IDX) TO AI-STRENGTH
               PERFORM TALLY-WEAK-AI-GAME
           END-IF
           IF GT-X-MOVES (GAME-IDX) > 0
               MOVE GT-X-NAME (GAME-IDX) TO LOOKUP-NAME
               PERFORM FIND-PLAYER-ENTRY
               IF PLAYER-IDX > 0
                   ADD GT-X-MOVES (GAME-IDX) TO PT-MOVES (PLAYER-IDX)
                   ADD GT-X-INSTANT (GAME-IDX)
                       TO PT-INSTANT (PLAYER-IDX)
                   ADD GT-X-MATCH (GAME-IDX) TO PT-MATCH (PLAYER-IDX)
               END-IF
           END-IF
           IF GT-O-MOVES (GAME-IDX) > 0
               MOVE GT-O-NAME (GAME-IDX) TO LOOKUP-NAME
               PERFORM FIND-PLAYER-ENTRY
               IF PLAYER-IDX > 0
                   ADD GT-O-MOVES (GAME-IDX) TO PT-MOVES (PLAYER-IDX)
                   ADD GT-O-INSTANT (GAME-IDX)
                       TO PT-INSTANT (PLAYER-IDX)
                   ADD GT-O-MATCH (GAME-IDX) TO PT-MATCH (PLAYER-IDX)
               END-IF
           END-IF.

       TALLY-PAIR-GAME.
           IF GT-X-NAME (GAME-IDX) < GT-O-NAME (GAME-IDX)
               MOVE GT-X-NAME (GAME-IDX) TO PAIR-NAME-A
               MOVE GT-O-NAME (GAME-IDX) TO PAIR-NAME-B
           ELSE
               MOVE GT-O-NAME (GAME-IDX) TO PAIR-NAME-A
               MOVE GT-X-NAME (GAME-IDX) TO PAIR-NAME-B
           END-IF
           PERFORM FIND-PAIR-ENTRY
           IF PAIR-IDX > 0
               ADD 1 TO PR-GAMES (PAIR-IDX)
               ADD 1 TO PAIR-GAMES-TOTAL
               EVALUATE GT-OUTCOME (GAME-IDX)
                   WHEN "X"
                       IF GT-X-NAME (GAME-IDX) = PAIR-NAME-A
                           ADD 1 TO PR-A-WINS (PAIR-IDX)
                       ELSE
                           ADD 1 TO PR-B-WINS (PAIR-IDX)
                       END-IF
                   WHEN "O"
                       IF GT-O-NAME (GAME-IDX) = PAIR-NAME-A
                           ADD 1 TO PR-A-WINS (PAIR-IDX)
                       ELSE
                           ADD 1 TO PR-B-WINS (PAIR-IDX)
                       END-IF
               END-EVALUATE
               IF GT-LOGGED (GAME-IDX) = "Y"
               AND GT-PLIES (GAME-IDX) <= SP-SHORT-PLIES
                   ADD 1 TO PR-SHORT (PAIR-IDX)
               END-IF
           END-IF.

       TALLY-WEAK-AI-GAME.
           IF AI-STRENGTH <= SP-WEAK-STRENGTH
               MOVE HUMAN-NAME TO LOOKUP-NAME
               PERFORM FIND-PLAYER-ENTRY
               IF PLAYER-IDX > 0
                   ADD 1 TO PT-WEAK-GAMES (PLAYER-IDX)
                   PERFORM TEST-QUICK-LOSS
                   IF QUICK-LOSS
                       ADD 1 TO PT-QUICK-LOSSES (PLAYER-IDX)
                   END-IF
               END-IF
           END-IF.

       TEST-QUICK-LOSS.
      *    A loss is quick when the game was over within the move
      *    limit and, where a time limit is given, within that many
      *    seconds of play. HUMAN-MARK names the human's side.
           MOVE "N" TO QUICK-LOSS-FLAG
           IF GT-OUTCOME (GAME-IDX) NOT = HUMAN-MARK
           AND GT-OUTCOME (GAME-IDX) NOT = "D"
           AND GT-LOGGED (GAME-IDX) = "Y"
           AND GT-PLIES (GAME-IDX) <= SP-QUICK-PLIES
               IF SP-QUICK-SECONDS = 0
               OR GT-SECONDS (GAME-IDX) <= SP-QUICK-SECONDS
                   SET QUICK-LOSS TO TRUE
               END-IF
           END-IF.

       FIND-PLAYER-ENTRY.
      *    Finds LOOKUP-NAME in the player table, adding it when new;
      *    PLAYER-IDX is zero when the table is full.
           MOVE 0 TO PLAYER-IDX
           PERFORM VARYING SEARCH-MID FROM 1 BY 1
                   UNTIL SEARCH-MID > PLAYER-COUNT OR PLAYER-IDX > 0
               IF PT-NAME (SEARCH-MID) = LOOKUP-NAME
                   MOVE SEARCH-MID TO PLAYER-IDX
               END-IF
           END-PERFORM
           IF PLAYER-IDX = 0
               IF PLAYER-COUNT = 2000
                   ADD 1 TO PLAYERS-NOT-HELD
               ELSE
                   ADD 1 TO PLAYER-COUNT
                   MOVE PLAYER-COUNT TO PLAYER-IDX
                   INITIALIZE PLAYER-ENTRY (PLAYER-IDX)
                   MOVE LOOKUP-NAME TO PT-NAME (PLAYER-IDX)
               END-IF
           END-IF.

       FIND-PAIR-ENTRY.
           MOVE 0 TO PAIR-IDX
           PERFORM VARYING SEARCH-MID FROM 1 BY 1
                   UNTIL SEARCH-MID > PAIR-COUNT OR PAIR-IDX > 0
               IF PR-NAME-A (SEARCH-MID) = PAIR-NAME-A
               AND PR-NAME-B (SEARCH-MID) = PAIR-NAME-B
                   MOVE SEARCH-MID TO PAIR-IDX
               END-IF
           END-PERFORM
           IF PAIR-IDX = 0
               IF PAIR-COUNT = 2000
                   ADD 1 TO PAIRS-NOT-HELD
               ELSE
                   ADD 1 TO PAIR-COUNT
                   MOVE PAIR-COUNT TO PAIR-IDX
                   INITIALIZE PAIR-ENTRY (PAIR-IDX)
                   MOVE PAIR-NAME-A TO PR-NAME-A (PAIR-IDX)
                   MOVE PAIR-NAME-B TO PR-NAME-B (PAIR-IDX)
               END-IF
           END-IF.

       PRINT-PARAMETERS.
           PERFORM PRINT-PAGE-HEADING
           MOVE "SCREENING THRESHOLDS (SCRNPARM)" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SP-PAIR-MIN-GAMES TO COUNT-DISP
           MOVE SP-PAIR-WIN-PCT TO PCT-DISP
           MOVE SP-PAIR-FACTOR TO SMALL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  FARMING:     PAIR GAMES AT LEAST "
               DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               SMALL-DISP DELIMITED BY SIZE
               "X AVERAGE, ONE SIDE WINS " DELIMITED BY SIZE
               PCT-DISP DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SP-SANDBAG-MIN TO COUNT-DISP
           MOVE SP-SANDBAG-PCT TO PCT-DISP
           MOVE SP-WEAK-STRENGTH TO STRENGTH-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  SANDBAGGING: QUICK LOSSES AT LEAST "
               DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               " AND " DELIMITED BY SIZE
               PCT-DISP DELIMITED BY SIZE
               "% OF GAMES VS AI 0-" DELIMITED BY SIZE
               STRENGTH-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SP-QUICK-SECONDS TO COUNT-DISP
           MOVE SP-QUICK-PLIES TO SMALL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "               QUICK = OVER WITHIN "
               DELIMITED BY SIZE
               SMALL-DISP DELIMITED BY SIZE
               " MOVES AND " DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               " SECONDS (0 = ANY TIME)" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SP-SHORT-PLIES TO SMALL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  SHORT GAMES: NAMED PLAYERS, OVER WITHIN "
               DELIMITED BY SIZE
               SMALL-DISP DELIMITED BY SIZE
               " MOVES" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SP-ENGINE-MIN-MOVES TO COUNT-DISP
           COMPUTE SECONDS-DISP = SP-INSTANT-HSEC / 100
           MOVE SPACES TO REPORT-LINE
           STRING "  ENGINE MOVES: AT LEAST " DELIMITED BY SIZE
               COUNT-DISP DELIMITED BY SIZE
               " TIMED MOVES, INSTANT = " DELIMITED BY SIZE
               SECONDS-DISP DELIMITED BY SIZE
               " SECONDS OR LESS" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SP-INSTANT-PCT TO PCT-DISP
           MOVE SP-MATCH-PCT TO EML-MATCH-PCT
           MOVE SPACES TO REPORT-LINE
           STRING "               " DELIMITED BY SIZE
               PCT-DISP DELIMITED BY SIZE
               "% INSTANT AND " DELIMITED BY SIZE
               EML-MATCH-PCT DELIMITED BY SIZE
               "% THE ENGINE'S OWN MOVE" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  A ZERO MINIMUM SWITCHES THAT SCREEN OFF." TO
               REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-TABLE-WARNINGS.
      *    Anything the tables could not hold went unscreened, so the
      *    report says so rather than looking clean.
           IF GAMES-NOT-HELD > 0
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE GAMES-NOT-HELD TO BIG-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  WARNING: THE OLDEST " DELIMITED BY SIZE
                   BIG-COUNT-DISP DELIMITED BY SIZE
                   " GAMES WERE NOT SCREENED (TABLE HOLDS 5000)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF PLAYERS-NOT-HELD > 0 OR PAIRS-NOT-HELD > 0
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE PLAYERS-NOT-HELD TO PLAYERS-LEFT-DISP
               MOVE PAIRS-NOT-HELD TO PAIRS-LEFT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  WARNING: " DELIMITED BY SIZE
                   PLAYERS-LEFT-DISP DELIMITED BY SIZE
                   " PLAYERS AND " DELIMITED BY SIZE
                   PAIRS-LEFT-DISP DELIMITED BY SIZE
                   " PAIRINGS NOT SCREENED (TABLES FULL)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-SECTION-HEADING.
           MOVE 0 TO SECTION-FLAGS
           IF LINE-COUNT > PAGE-LIMIT - 6
               PERFORM PRINT-PAGE-HEADING
           ELSE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-SECTION-FOOTING.
           IF SECTION-FLAGS = 0
               MOVE "  NONE FLAGGED" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-FARMING-FLAGS.
      *    A pairing is flagged when it has played far more often
      *    than the average pairing and one side takes nearly every
      *    game - the pattern of a rating being fed.
           PERFORM PRINT-SECTION-HEADING
           MOVE "RATING FARMING - PAIRINGS PLAYED FAR MORE THAN USUAL, "
               TO REPORT-LINE
           MOVE "ONE SIDE WINNING" TO REPORT-LINE (55:16)
           PERFORM WRITE-REPORT-LINE
           IF SP-PAIR-MIN-GAMES = 0
               MOVE "  SCREEN SWITCHED OFF" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF PAIR-COUNT > 0
                   COMPUTE AVERAGE-PAIR-GAMES ROUNDED =
                       PAIR-GAMES-TOTAL / PAIR-COUNT
               END-IF
               PERFORM VARYING PAIR-IDX FROM 1 BY 1
                       UNTIL PAIR-IDX > PAIR-COUNT
                   PERFORM CHECK-FARMING-PAIR
               END-PERFORM
               PERFORM PRINT-SECTION-FOOTING
           END-IF.

       CHECK-FARMING-PAIR.
           IF PR-A-WINS (PAIR-IDX) > PR-B-WINS (PAIR-IDX)
               MOVE PR-A-WINS (PAIR-IDX) TO TOP-WINS
           ELSE
               MOVE PR-B-WINS (PAIR-IDX) TO TOP-WINS
           END-IF
           COMPUTE WORK-PCT = TOP-WINS * 100 / PR-GAMES (PAIR-IDX)
           IF PR-GAMES (PAIR-IDX) >= SP-PAIR-MIN-GAMES
           AND PR-GAMES (PAIR-IDX) * PAIR-COUNT
               >= SP-PAIR-FACTOR * PAIR-GAMES-TOTAL
           AND WORK-PCT >= SP-PAIR-WIN-PCT
               ADD 1 TO SECTION-FLAGS
               ADD 1 TO FLAG-COUNT
               MOVE PR-NAME-A (PAIR-IDX) TO PNL-NAME-A
               MOVE PR-NAME-B (PAIR-IDX) TO PNL-NAME-B
               MOVE PAIR-NAME-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE PR-GAMES (PAIR-IDX) TO FML-GAMES
               MOVE AVERAGE-PAIR-GAMES TO FML-AVERAGE
               MOVE PR-A-WINS (PAIR-IDX) TO FML-A-WINS
               MOVE PR-B-WINS (PAIR-IDX) TO FML-B-WINS
               MOVE WORK-PCT TO FML-TOP-PCT
               MOVE FARM-MEASURE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET LIST-PAIR-GAMES TO TRUE
               MOVE PR-NAME-A (PAIR-IDX) TO LIST-NAME-A
               MOVE PR-NAME-B (PAIR-IDX) TO LIST-NAME-B
               PERFORM PRINT-GAME-LIST
           END-IF.

       PRINT-SANDBAG-FLAGS.
      *    A human who keeps losing quickly to the weak strengths is
      *    flagged as possibly dragging a rating down.
           PERFORM PRINT-SECTION-HEADING
           MOVE "SANDBAGGING - QUICK LOSSES TO WEAK AI STRENGTHS"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SP-SANDBAG-MIN = 0
               MOVE "  SCREEN SWITCHED OFF" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                       UNTIL PLAYER-IDX > PLAYER-COUNT
                   PERFORM CHECK-SANDBAG-PLAYER
               END-PERFORM
               PERFORM PRINT-SECTION-FOOTING
           END-IF.

       CHECK-SANDBAG-PLAYER.
           IF PT-QUICK-LOSSES (PLAYER-IDX) >= SP-SANDBAG-MIN
               COMPUTE WORK-PCT = PT-QUICK-LOSSES (PLAYER-IDX) * 100
                   / PT-WEAK-GAMES (PLAYER-IDX)
               IF WORK-PCT >= SP-SANDBAG-PCT
                   ADD 1 TO SECTION-FLAGS
                   ADD 1 TO FLAG-COUNT
                   MOVE PT-NAME (PLAYER-IDX) TO PLN-NAME
                   MOVE PLAYER-NAME-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE PT-WEAK-GAMES (PLAYER-IDX) TO SML-GAMES
                   MOVE PT-QUICK-LOSSES (PLAYER-IDX) TO SML-LOSSES
                   MOVE WORK-PCT TO SML-PCT
                   MOVE SANDBAG-MEASURE-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   SET LIST-QUICK-LOSSES TO TRUE
                   MOVE PT-NAME (PLAYER-IDX) TO LIST-NAME-A
                   PERFORM PRINT-GAME-LIST
               END-IF
           END-IF.

       PRINT-SHORT-GAME-FLAGS.
           PERFORM PRINT-SECTION-HEADING
           MOVE "SHORT GAMES - NAMED PLAYERS, OVER IN VERY FEW MOVES"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SP-SHORT-PLIES = 0
               MOVE "  SCREEN SWITCHED OFF" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING PAIR-IDX FROM 1 BY 1
                       UNTIL PAIR-IDX > PAIR-COUNT
                   IF PR-SHORT (PAIR-IDX) > 0
                       PERFORM PRINT-SHORT-PAIR
                   END-IF
               END-PERFORM
               PERFORM PRINT-SECTION-FOOTING
           END-IF.

       PRINT-SHORT-PAIR.
           ADD 1 TO SECTION-FLAGS
           ADD 1 TO FLAG-COUNT
           MOVE PR-NAME-A (PAIR-IDX) TO PNL-NAME-A
           MOVE PR-NAME-B (PAIR-IDX) TO PNL-NAME-B
           MOVE PAIR-NAME-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE PR-GAMES (PAIR-IDX) TO SHL-GAMES
           MOVE SP-SHORT-PLIES TO SHL-PLIES
           MOVE PR-SHORT (PAIR-IDX) TO SHL-SHORT
           MOVE SHORT-MEASURE-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           SET LIST-SHORT-GAMES TO TRUE
           MOVE PR-NAME-A (PAIR-IDX) TO LIST-NAME-A
           MOVE PR-NAME-B (PAIR-IDX) TO LIST-NAME-B
           PERFORM PRINT-GAME-LIST.

       PRINT-ENGINE-FLAGS.
      *    Only classic-board moves can be checked against the
      *    engine, and only moves with an opponent's move before them
      *    can be timed.
           PERFORM PRINT-SECTION-HEADING
           MOVE "ENGINE MOVES - HUMAN MOVES INSTANT AND MATCHING THE "
               TO REPORT-LINE
           MOVE "ENGINE" TO REPORT-LINE (53:6)
           PERFORM WRITE-REPORT-LINE
           IF SP-ENGINE-MIN-MOVES = 0
               MOVE "  SCREEN SWITCHED OFF" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                       UNTIL PLAYER-IDX > PLAYER-COUNT
                   PERFORM CHECK-ENGINE-PLAYER
               END-PERFORM
               PERFORM PRINT-SECTION-FOOTING
           END-IF.

       CHECK-ENGINE-PLAYER.
           IF PT-MOVES (PLAYER-IDX) >= SP-ENGINE-MIN-MOVES
               COMPUTE INSTANT-PCT = PT-INSTANT (PLAYER-IDX) * 100
                   / PT-MOVES (PLAYER-IDX)
               COMPUTE MATCH-PCT = PT-MATCH (PLAYER-IDX) * 100
                   / PT-MOVES (PLAYER-IDX)
               IF INSTANT-PCT >= SP-INSTANT-PCT
               AND MATCH-PCT >= SP-MATCH-PCT
                   ADD 1 TO SECTION-FLAGS
                   ADD 1 TO FLAG-COUNT
                   MOVE PT-NAME (PLAYER-IDX) TO PLN-NAME
                   MOVE PLAYER-NAME-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE PT-MOVES (PLAYER-IDX) TO EML-MOVES
                   MOVE INSTANT-PCT TO EML-INSTANT-PCT
                   MOVE MATCH-PCT TO EML-MATCH-PCT
                   MOVE ENGINE-MEASURE-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   SET LIST-SCREENED-GAMES TO TRUE
                   MOVE PT-NAME (PLAYER-IDX) TO LIST-NAME-A
                   PERFORM PRINT-GAME-LIST
               END-IF
           END-IF.

       PRINT-GAME-LIST.
      *    Lists the GAME-SEQs behind a flag, seven to a line, for
      *    looking up in Game-Inquiry and Replay-Viewer.
           MOVE 0 TO LIST-ON-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM VARYING GAME-IDX FROM 1 BY 1
                   UNTIL GAME-IDX > GAME-COUNT
               PERFORM TEST-LISTED-GAME
               IF GAME-LISTED
                   IF LIST-ON-LINE = 0
                       MOVE "      GAME-SEQS" TO REPORT-LINE
                       MOVE 16 TO LIST-POS
                   END-IF
                   STRING " " DELIMITED BY SIZE
                       GT-GAME-SEQ (GAME-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE WITH POINTER LIST-POS
                   ADD 1 TO LIST-ON-LINE
                   IF LIST-ON-LINE = 7
                       PERFORM WRITE-REPORT-LINE
                       MOVE 0 TO LIST-ON-LINE
                       MOVE SPACES TO REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF LIST-ON-LINE > 0
               PERFORM WRITE-REPORT-LINE
           END-IF.

       TEST-LISTED-GAME.
           MOVE "N" TO LISTED-FLAG
           EVALUATE TRUE
               WHEN LIST-PAIR-GAMES OR LIST-SHORT-GAMES
                   IF GT-X-KIND (GAME-IDX) = "N"
                   AND GT-O-KIND (GAME-IDX) = "N"
                   AND ((GT-X-NAME (GAME-IDX) = LIST-NAME-A
                         AND GT-O-NAME (GAME-IDX) = LIST-NAME-B)
                     OR (GT-X-NAME (GAME-IDX) = LIST-NAME-B
                         AND GT-O-NAME (GAME-IDX) = LIST-NAME-A))
                       IF LIST-PAIR-GAMES
                           SET GAME-LISTED TO TRUE
                       ELSE
                           IF GT-LOGGED (GAME-IDX) = "Y"
                           AND GT-PLIES (GAME-IDX) <= SP-SHORT-PLIES
                               SET GAME-LISTED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN LIST-QUICK-LOSSES
                   MOVE SPACE TO HUMAN-MARK
                   IF GT-X-KIND (GAME-IDX) = "N"
                   AND GT-X-NAME (GAME-IDX) = LIST-NAME-A
                   AND GT-O-KIND (GAME-IDX) = "A"
                   AND GT-O-STRENGTH (GAME-IDX) <= SP-WEAK-STRENGTH
                       MOVE "X" TO HUMAN-MARK
                   END-IF
                   IF GT-O-KIND (GAME-IDX) = "N"
                   AND GT-O-NAME (GAME-IDX) = LIST-NAME-A
                   AND GT-X-KIND (GAME-IDX) = "A"
                   AND GT-X-STRENGTH (GAME-IDX) <= SP-WEAK-STRENGTH
                       MOVE "O" TO HUMAN-MARK
                   END-IF
                   IF HUMAN-MARK NOT = SPACE
                       PERFORM TEST-QUICK-LOSS
                       IF QUICK-LOSS
                           SET GAME-LISTED TO TRUE
                       END-IF
                   END-IF
               WHEN LIST-SCREENED-GAMES
                   IF (GT-X-NAME (GAME-IDX) = LIST-NAME-A
                       AND GT-X-MOVES (GAME-IDX) > 0)
                   OR (GT-O-NAME (GAME-IDX) = LIST-NAME-A
                       AND GT-O-MOVES (GAME-IDX) > 0)
                       SET GAME-LISTED TO TRUE
                   END-IF
           END-EVALUATE.

       PRINT-PAGE-HEADING.
           ADD 1 TO PAGE-NUM
           IF REPORT-SEASON > 0
               MOVE "SEASON " TO HDG-SEASON-LABEL
               MOVE REPORT-SEASON TO HDG-SEASON
           END-IF
           MOVE PAGE-NUM TO HDG-PAGE
           MOVE HEADING-LINE-1 TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD
           MOVE HEADING-LINE-2 TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD
           MOVE SPACES TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD
           MOVE 3 TO LINE-COUNT.

       WRITE-REPORT-LINE.
           IF LINE-COUNT >= PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE REPORT-LINE TO SCREEN-REPORT-RECORD
           WRITE SCREEN-REPORT-RECORD
           ADD 1 TO LINE-COUNT.

       END PROGRAM Screening-Report.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINIMAX-AI RECURSIVE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WIN-LINES-LIT PIC 9(24) VALUE 123456789147258369159357.
        01 WIN-LINES REDEFINES WIN-LINES-LIT.
           03 WIN-LINE OCCURS 8 TIMES.
               05 WIN-CELL PIC 9(1) OCCURS 3 TIMES.

       LOCAL-STORAGE SECTION.
        01 OPPONENT-MARK PIC X(1).
        01 SEARCH-IDX PIC 9(2).
        01 CHECK-IDX PIC 9(2).
        01 LINE-IDX PIC 9(2).

        01 WIN-FLAG PIC X(1) VALUE "N".
           88 HAS-WIN VALUE "Y".
        01 FULL-FLAG PIC X(1) VALUE "Y".
           88 BOARD-IS-FULL VALUE "Y".

        01 MOVE-STATE PIC 9(1).
        01 CHILD-SPOT PIC 9(2).
        01 CHILD-STATE PIC 9(1).
        01 BEST-SPOT PIC 9(2) VALUE 0.
        01 BEST-STATE PIC 9(1) VALUE 1.

       LINKAGE SECTION.
        01 BOARD-CELLS OCCURS 9 TIMES PIC X(1).
        01 PLAYER-TO-MOVE PIC X(1).
        01 BEST-SPOT-OUT PIC 9(2).
        01 BEST-STATE-OUT PIC 9(1).
        01 MISERE-IND PIC X(1).

       PROCEDURE DIVISION USING BOARD-CELLS, PLAYER-TO-MOVE,
               BEST-SPOT-OUT, BEST-STATE-OUT, MISERE-IND.
       0000-MAIN.
           IF PLAYER-TO-MOVE = "X"
               MOVE "O" TO OPPONENT-MARK
           ELSE
               MOVE "X" TO OPPONENT-MARK
           END-IF
           MOVE 0 TO BEST-SPOT
           MOVE 1 TO BEST-STATE
           PERFORM VARYING SEARCH-IDX FROM 1 BY 1 UNTIL SEARCH-IDX > 9
               IF BEST-STATE NOT = 3
               AND BOARD-CELLS (SEARCH-IDX) NOT = "X"
               AND BOARD-CELLS (SEARCH-IDX) NOT = "O"
                   MOVE PLAYER-TO-MOVE TO BOARD-CELLS (SEARCH-IDX)
                   PERFORM CHECK-WIN-LINE
                   IF HAS-WIN
      *                Completing a line wins the game - except under
      *                misere rules, where it loses it.
                       IF MISERE-IND = "Y"
                           MOVE 1 TO MOVE-STATE
                       ELSE
                           MOVE 3 TO MOVE-STATE
                       END-IF
                   ELSE
                       PERFORM CHECK-BOARD-FULL
                       IF BOARD-IS-FULL
                           MOVE 2 TO MOVE-STATE
                       ELSE
                           CALL "MINIMAX-AI" USING BOARD-CELLS,
                               OPPONENT-MARK, CHILD-SPOT,
                               CHILD-STATE, MISERE-IND
                           EVALUATE CHILD-STATE
                               WHEN 3
                                   MOVE 1 TO MOVE-STATE
                               WHEN 1
                                   MOVE 3 TO MOVE-STATE
                               WHEN OTHER
                                   MOVE 2 TO MOVE-STATE
                           END-EVALUATE
                       END-IF
                   END-IF
                   IF MOVE-STATE > BEST-STATE
                       MOVE MOVE-STATE TO BEST-STATE
                       MOVE SEARCH-IDX TO BEST-SPOT
                   END-IF
                   MOVE "." TO BOARD-CELLS (SEARCH-IDX)
               END-IF
           END-PERFORM
           MOVE BEST-SPOT TO BEST-SPOT-OUT
           MOVE BEST-STATE TO BEST-STATE-OUT
           GOBACK.

       CHECK-WIN-LINE.
           MOVE "N" TO WIN-FLAG
           PERFORM VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > 8
               IF BOARD-CELLS (WIN-CELL (LINE-IDX, 1)) = PLAYER-TO-MOVE
               AND BOARD-CELLS (WIN-CELL (LINE-IDX, 2)) = PLAYER-TO-MOVE
               AND BOARD-CELLS (WIN-CELL (LINE-IDX, 3)) = PLAYER-TO-MOVE
                   MOVE "Y" TO WIN-FLAG
               END-IF
           END-PERFORM.

       CHECK-BOARD-FULL.
           MOVE "Y" TO FULL-FLAG
           PERFORM VARYING CHECK-IDX FROM 1 BY 1 UNTIL CHECK-IDX > 9
               IF BOARD-CELLS (CHECK-IDX) NOT = "X"
               AND BOARD-CELLS (CHECK-IDX) NOT = "O"
                   MOVE "N" TO FULL-FLAG
               END-IF
           END-PERFORM.

       END PROGRAM MINIMAX-AI.
