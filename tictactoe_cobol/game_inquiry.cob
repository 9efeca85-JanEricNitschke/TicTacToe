       IDENTIFICATION DIVISION.
       PROGRAM-ID. Game-Inquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-MASTER ASSIGN TO "GAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-MASTER.
       COPY "gamemast.cpy".

       WORKING-STORAGE SECTION.
        01 GAME-MASTER-STATUS PIC X(2) VALUE "00".
           88 GAME-MASTER-OK VALUE "00".
           88 GAME-MASTER-EOF VALUE "10".
      *    Shared with Replay-Viewer, which replays the game named
      *    here when it is called.
        01 REPLAY-REQUEST-SEQ PIC X(8) EXTERNAL.

        01 FILTER-PLAYER PIC X(20) VALUE SPACES.
        01 FILTER-SIDE PIC X(1) VALUE SPACE.
        01 FILTER-OPPONENT PIC X(20) VALUE SPACES.
        01 FILTER-DATE-FROM PIC X(8) VALUE SPACES.
        01 FILTER-DATE-TO PIC X(8) VALUE SPACES.
        01 FILTER-OUTCOME PIC X(1) VALUE SPACE.
        01 FILTER-BOARD PIC X(1) VALUE SPACE.
        01 FILTER-BOARD-NUM PIC 9(2) VALUE 0.
        01 FILTER-STRENGTH PIC X(1) VALUE SPACE.
        01 FILTER-STRENGTH-NUM PIC 9(1) VALUE 0.
        01 FILTER-OK-FLAG PIC X(1) VALUE "N".
           88 FILTER-OK VALUE "Y".

        01 SCAN-DONE-FLAG PIC X(1) VALUE "N".
           88 SCAN-DONE VALUE "Y".
        01 GAME-MATCH-FLAG PIC X(1) VALUE "N".
           88 GAME-MATCHES VALUE "Y".
        01 PLAYER-SIDE PIC X(1) VALUE SPACE.
        01 RECORDS-READ PIC 9(8) VALUE 0.

        01 MATCH-LIMIT PIC 9(3) VALUE 500.
        01 MATCH-COUNT PIC 9(3) VALUE 0.
        01 MATCHES-DROPPED PIC 9(6) VALUE 0.
        01 MATCH-TABLE-AREA.
           03 MATCH-ENTRY OCCURS 500 TIMES.
               05 MATCH-SEQ       PIC 9(8).
               05 MATCH-DATE      PIC X(8).
               05 MATCH-X-LABEL   PIC X(20).
               05 MATCH-O-LABEL   PIC X(20).
               05 MATCH-BOARD-DIM PIC 9(2).
               05 MATCH-OUTCOME   PIC X(1).
               05 MATCH-SEASON    PIC 9(3).
        01 MATCH-IDX PIC 9(3).
        01 MATCH-PASS-IDX PIC 9(3).
        01 OLDEST-MATCH-IDX PIC 9(3).
        01 MATCH-SWAP-AREA PIC X(62).
        01 SIDE-LABEL PIC X(20).

        01 PAGE-SIZE PIC 9(2) VALUE 15.
        01 PAGE-FIRST PIC 9(3) VALUE 1.
        01 PAGE-LAST PIC 9(3).
        01 OUTCOME-TEXT PIC X(7).
        01 BOARD-SIZE-DIGIT PIC 9(1).
        01 INQUIRY-COMMAND PIC X(1).
        01 SELECTED-SEQ PIC 9(8).
        01 SELECTED-FLAG PIC X(1) VALUE "N".
           88 SELECTED-IN-LIST VALUE "Y".
        01 INQUIRY-DONE-FLAG PIC X(1) VALUE "N".
           88 INQUIRY-DONE VALUE "Y".

       PROCEDURE DIVISION.
           DISPLAY "===== GAMEMAST game inquiry ====="
           PERFORM GET-INQUIRY-FILTERS
           OPEN INPUT GAME-MASTER
           IF NOT GAME-MASTER-OK
               DISPLAY "GAMEMAST file not found or unreadable."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COLLECT-MATCHING-GAMES
           CLOSE GAME-MASTER
           IF MATCH-COUNT = 0
               DISPLAY "No games on GAMEMAST match those filters."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SORT-MATCHING-GAMES
           IF MATCHES-DROPPED > 0
               DISPLAY MATCHES-DROPPED " older matching games are "
                   "not listed - narrow the filters to see them."
           END-IF
           MOVE 1 TO PAGE-FIRST
           PERFORM SHOW-MATCH-PAGE
           PERFORM UNTIL INQUIRY-DONE
               PERFORM GET-INQUIRY-COMMAND
           END-PERFORM
           STOP RUN.

       GET-INQUIRY-FILTERS.
           DISPLAY "Player name (blank for any player):"
           ACCEPT FILTER-PLAYER
           IF FILTER-PLAYER NOT = SPACES
               MOVE "N" TO FILTER-OK-FLAG
               PERFORM UNTIL FILTER-OK
                   DISPLAY "Played as X or O? (blank for either)"
                   ACCEPT FILTER-SIDE
                   PERFORM EDIT-FILTER-SIDE
               END-PERFORM
               DISPLAY "Opponent's name (blank for any opponent):"
               ACCEPT FILTER-OPPONENT
           END-IF
           MOVE "N" TO FILTER-OK-FLAG
           PERFORM UNTIL FILTER-OK
               DISPLAY "From date YYYYMMDD (blank for no limit):"
               ACCEPT FILTER-DATE-FROM
               DISPLAY "To date YYYYMMDD (blank for no limit):"
               ACCEPT FILTER-DATE-TO
               PERFORM EDIT-FILTER-DATES
           END-PERFORM
           MOVE "N" TO FILTER-OK-FLAG
           PERFORM UNTIL FILTER-OK
               IF FILTER-PLAYER NOT = SPACES
                   DISPLAY "Outcome for " FILTER-PLAYER
                       "? W=won L=lost D=drawn (blank for any)"
               ELSE
                   DISPLAY "Outcome? X=X won O=O won D=drawn "
                       "(blank for any)"
               END-IF
               ACCEPT FILTER-OUTCOME
               PERFORM EDIT-FILTER-OUTCOME
           END-PERFORM
           MOVE "N" TO FILTER-OK-FLAG
           PERFORM UNTIL FILTER-OK
               DISPLAY "Board size 3, 4 or 5 (blank for any):"
               ACCEPT FILTER-BOARD
               EVALUATE FILTER-BOARD
                   WHEN SPACE
                       SET FILTER-OK TO TRUE
                   WHEN "3"
                   WHEN "4"
                   WHEN "5"
                       MOVE FILTER-BOARD TO FILTER-BOARD-NUM
                       SET FILTER-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "Board size must be 3, 4 or 5."
               END-EVALUATE
           END-PERFORM
           MOVE "N" TO FILTER-OK-FLAG
           PERFORM UNTIL FILTER-OK
               DISPLAY "AI strength 0 to 3 on either side "
                   "(blank for any):"
               ACCEPT FILTER-STRENGTH
               EVALUATE FILTER-STRENGTH
                   WHEN SPACE
                       SET FILTER-OK TO TRUE
                   WHEN "0" THRU "3"
                       MOVE FILTER-STRENGTH TO FILTER-STRENGTH-NUM
                       SET FILTER-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "AI strength must be 0 to 3."
               END-EVALUATE
           END-PERFORM.

       EDIT-FILTER-SIDE.
           EVALUATE FILTER-SIDE
               WHEN SPACE
               WHEN "X"
               WHEN "O"
                   SET FILTER-OK TO TRUE
               WHEN "x"
                   MOVE "X" TO FILTER-SIDE
                   SET FILTER-OK TO TRUE
               WHEN "o"
                   MOVE "O" TO FILTER-SIDE
                   SET FILTER-OK TO TRUE
               WHEN OTHER
                   DISPLAY "Enter X, O or leave it blank."
           END-EVALUATE.

       EDIT-FILTER-DATES.
           SET FILTER-OK TO TRUE
           IF FILTER-DATE-FROM NOT = SPACES
           AND FILTER-DATE-FROM NOT NUMERIC
               DISPLAY "The from date must be 8 digits, YYYYMMDD."
               MOVE "N" TO FILTER-OK-FLAG
           END-IF
           IF FILTER-DATE-TO NOT = SPACES
           AND FILTER-DATE-TO NOT NUMERIC
               DISPLAY "The to date must be 8 digits, YYYYMMDD."
               MOVE "N" TO FILTER-OK-FLAG
           END-IF
           IF FILTER-OK
           AND FILTER-DATE-FROM NOT = SPACES
           AND FILTER-DATE-TO NOT = SPACES
           AND FILTER-DATE-FROM > FILTER-DATE-TO
               DISPLAY "The from date is after the to date."
               MOVE "N" TO FILTER-OK-FLAG
           END-IF.

       EDIT-FILTER-OUTCOME.
           EVALUATE FILTER-OUTCOME
               WHEN "w"
                   MOVE "W" TO FILTER-OUTCOME
               WHEN "l"
                   MOVE "L" TO FILTER-OUTCOME
               WHEN "d"
                   MOVE "D" TO FILTER-OUTCOME
               WHEN "x"
                   MOVE "X" TO FILTER-OUTCOME
               WHEN "o"
                   MOVE "O" TO FILTER-OUTCOME
           END-EVALUATE
           EVALUATE TRUE
               WHEN FILTER-OUTCOME = SPACE OR FILTER-OUTCOME = "D"
                   SET FILTER-OK TO TRUE
               WHEN FILTER-PLAYER NOT = SPACES
               AND (FILTER-OUTCOME = "W" OR FILTER-OUTCOME = "L")
                   SET FILTER-OK TO TRUE
               WHEN FILTER-PLAYER = SPACES
               AND (FILTER-OUTCOME = "X" OR FILTER-OUTCOME = "O")
                   SET FILTER-OK TO TRUE
               WHEN OTHER
                   DISPLAY "That outcome code is not one of the "
                       "choices offered."
           END-EVALUATE.

       COLLECT-MATCHING-GAMES.
      *    The narrowest alternate key does the reading: the player's
      *    name on the side(s) asked for, else the date range, and
      *    only a query with neither reads the whole of GAMEMAST.
           EVALUATE TRUE
               WHEN FILTER-PLAYER NOT = SPACES
                   IF FILTER-SIDE NOT = "O"
                       PERFORM SCAN-BY-X-NAME
                   END-IF
                   IF FILTER-SIDE NOT = "X"
                       PERFORM SCAN-BY-O-NAME
                   END-IF
               WHEN FILTER-DATE-FROM NOT = SPACES
               OR FILTER-DATE-TO NOT = SPACES
                   PERFORM SCAN-BY-DATE
               WHEN OTHER
                   PERFORM SCAN-ALL-GAMES
           END-EVALUATE.

       SCAN-BY-X-NAME.
           MOVE "N" TO SCAN-DONE-FLAG
           MOVE FILTER-PLAYER TO GM-X-NAME
           START GAME-MASTER KEY IS EQUAL TO GM-X-NAME
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ GAME-MASTER NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF GM-X-NAME NOT = FILTER-PLAYER
                           SET SCAN-DONE TO TRUE
                       ELSE
                           MOVE "X" TO PLAYER-SIDE
                           PERFORM CHECK-GAME-FILTERS
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-BY-O-NAME.
           MOVE "N" TO SCAN-DONE-FLAG
           MOVE FILTER-PLAYER TO GM-O-NAME
           START GAME-MASTER KEY IS EQUAL TO GM-O-NAME
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ GAME-MASTER NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       EVALUATE TRUE
                           WHEN GM-O-NAME NOT = FILTER-PLAYER
                               SET SCAN-DONE TO TRUE
      *                    A game against oneself was already listed
      *                    from the X side.
                           WHEN GM-X-NAME = FILTER-PLAYER
                           AND FILTER-SIDE = SPACE
                               CONTINUE
                           WHEN OTHER
                               MOVE "O" TO PLAYER-SIDE
                               PERFORM CHECK-GAME-FILTERS
                       END-EVALUATE
               END-READ
           END-PERFORM.

       SCAN-BY-DATE.
           MOVE "N" TO SCAN-DONE-FLAG
           IF FILTER-DATE-FROM NOT = SPACES
               MOVE FILTER-DATE-FROM TO GM-DATE
           ELSE
               MOVE LOW-VALUES TO GM-DATE
           END-IF
           START GAME-MASTER KEY IS NOT LESS THAN GM-DATE
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ GAME-MASTER NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF FILTER-DATE-TO NOT = SPACES
                       AND GM-DATE > FILTER-DATE-TO
                           SET SCAN-DONE TO TRUE
                       ELSE
                           PERFORM CHECK-GAME-FILTERS
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-ALL-GAMES.
           MOVE "N" TO SCAN-DONE-FLAG
           MOVE 0 TO GM-GAME-SEQ
           START GAME-MASTER KEY IS NOT LESS THAN GM-GAME-SEQ
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ GAME-MASTER NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM CHECK-GAME-FILTERS
               END-READ
           END-PERFORM.

       CHECK-GAME-FILTERS.
           SET GAME-MATCHES TO TRUE
           IF FILTER-OPPONENT NOT = SPACES
               IF PLAYER-SIDE = "X"
                   IF GM-O-NAME NOT = FILTER-OPPONENT
                       MOVE "N" TO GAME-MATCH-FLAG
                   END-IF
               ELSE
                   IF GM-X-NAME NOT = FILTER-OPPONENT
                       MOVE "N" TO GAME-MATCH-FLAG
                   END-IF
               END-IF
           END-IF
           IF FILTER-DATE-FROM NOT = SPACES
           AND GM-DATE < FILTER-DATE-FROM
               MOVE "N" TO GAME-MATCH-FLAG
           END-IF
           IF FILTER-DATE-TO NOT = SPACES
           AND GM-DATE > FILTER-DATE-TO
               MOVE "N" TO GAME-MATCH-FLAG
           END-IF
           EVALUATE FILTER-OUTCOME
               WHEN "W"
                   IF GM-OUTCOME NOT = PLAYER-SIDE
                       MOVE "N" TO GAME-MATCH-FLAG
                   END-IF
               WHEN "L"
                   IF GM-OUTCOME = PLAYER-SIDE OR GM-OUTCOME = "D"
                       MOVE "N" TO GAME-MATCH-FLAG
                   END-IF
               WHEN "D"
               WHEN "X"
               WHEN "O"
                   IF GM-OUTCOME NOT = FILTER-OUTCOME
                       MOVE "N" TO GAME-MATCH-FLAG
                   END-IF
           END-EVALUATE
           IF FILTER-BOARD NOT = SPACE
           AND GM-BOARD-DIM NOT = FILTER-BOARD-NUM
               MOVE "N" TO GAME-MATCH-FLAG
           END-IF
           IF FILTER-STRENGTH NOT = SPACE
               IF NOT (GM-X-AI = "Y"
                       AND GM-X-STRENGTH = FILTER-STRENGTH-NUM)
               AND NOT (GM-O-AI = "Y"
                       AND GM-O-STRENGTH = FILTER-STRENGTH-NUM)
                   MOVE "N" TO GAME-MATCH-FLAG
               END-IF
           END-IF
           IF GAME-MATCHES
               PERFORM NOTE-MATCHING-GAME
           END-IF.

       NOTE-MATCHING-GAME.
      *    When the list is full the oldest game listed gives way, so
      *    the desk always sees the most recent matches.
           IF MATCH-COUNT < MATCH-LIMIT
               ADD 1 TO MATCH-COUNT
               MOVE MATCH-COUNT TO MATCH-IDX
           ELSE
               ADD 1 TO MATCHES-DROPPED
               MOVE 1 TO OLDEST-MATCH-IDX
               PERFORM VARYING MATCH-IDX FROM 2 BY 1
                       UNTIL MATCH-IDX > MATCH-COUNT
                   IF MATCH-SEQ (MATCH-IDX)
                           < MATCH-SEQ (OLDEST-MATCH-IDX)
                       MOVE MATCH-IDX TO OLDEST-MATCH-IDX
                   END-IF
               END-PERFORM
               IF GM-GAME-SEQ > MATCH-SEQ (OLDEST-MATCH-IDX)
                   MOVE OLDEST-MATCH-IDX TO MATCH-IDX
               ELSE
                   MOVE 0 TO MATCH-IDX
               END-IF
           END-IF
           IF MATCH-IDX > 0
               MOVE GM-GAME-SEQ TO MATCH-SEQ (MATCH-IDX)
               MOVE GM-DATE TO MATCH-DATE (MATCH-IDX)
               MOVE GM-BOARD-DIM TO MATCH-BOARD-DIM (MATCH-IDX)
               MOVE GM-OUTCOME TO MATCH-OUTCOME (MATCH-IDX)
               IF GM-SEASON NUMERIC AND GM-SEASON > 0
                   MOVE GM-SEASON TO MATCH-SEASON (MATCH-IDX)
               ELSE
                   MOVE 1 TO MATCH-SEASON (MATCH-IDX)
               END-IF
               MOVE GM-X-NAME TO SIDE-LABEL
               IF SIDE-LABEL = SPACES
                   IF GM-X-AI = "Y"
                       MOVE "AI strength" TO SIDE-LABEL
                       MOVE GM-X-STRENGTH TO SIDE-LABEL (13:1)
                   ELSE
                       MOVE "(unnamed)" TO SIDE-LABEL
                   END-IF
               END-IF
               MOVE SIDE-LABEL TO MATCH-X-LABEL (MATCH-IDX)
               MOVE GM-O-NAME TO SIDE-LABEL
               IF SIDE-LABEL = SPACES
                   IF GM-O-AI = "Y"
                       MOVE "AI strength" TO SIDE-LABEL
                       MOVE GM-O-STRENGTH TO SIDE-LABEL (13:1)
                   ELSE
                       MOVE "(unnamed)" TO SIDE-LABEL
                   END-IF
               END-IF
               MOVE SIDE-LABEL TO MATCH-O-LABEL (MATCH-IDX)
           END-IF.

       SORT-MATCHING-GAMES.
      *    Newest game first.
           PERFORM VARYING MATCH-PASS-IDX FROM 1 BY 1
                   UNTIL MATCH-PASS-IDX >= MATCH-COUNT
               PERFORM VARYING MATCH-IDX FROM 1 BY 1
                       UNTIL MATCH-IDX >= MATCH-COUNT
                   IF MATCH-SEQ (MATCH-IDX) < MATCH-SEQ (MATCH-IDX + 1)
                       MOVE MATCH-ENTRY (MATCH-IDX) TO MATCH-SWAP-AREA
                       MOVE MATCH-ENTRY (MATCH-IDX + 1)
                           TO MATCH-ENTRY (MATCH-IDX)
                       MOVE MATCH-SWAP-AREA
                           TO MATCH-ENTRY (MATCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SHOW-MATCH-PAGE.
           COMPUTE PAGE-LAST = PAGE-FIRST + PAGE-SIZE - 1
           IF PAGE-LAST > MATCH-COUNT
               MOVE MATCH-COUNT TO PAGE-LAST
           END-IF
           DISPLAY " "
           DISPLAY "Games " PAGE-FIRST " to " PAGE-LAST " of "
               MATCH-COUNT " (newest first)"
           DISPLAY "Game no.  Date        X                    "
               " O                    Board Result  Season"
           PERFORM VARYING MATCH-IDX FROM PAGE-FIRST BY 1
                   UNTIL MATCH-IDX > PAGE-LAST
               EVALUATE MATCH-OUTCOME (MATCH-IDX)
                   WHEN "X"
                       MOVE "X won" TO OUTCOME-TEXT
                   WHEN "O"
                       MOVE "O won" TO OUTCOME-TEXT
                   WHEN OTHER
                       MOVE "Drawn" TO OUTCOME-TEXT
               END-EVALUATE
               MOVE MATCH-BOARD-DIM (MATCH-IDX) TO BOARD-SIZE-DIGIT
               DISPLAY MATCH-SEQ (MATCH-IDX) "  "
                   MATCH-DATE (MATCH-IDX) (1:4) "-"
                   MATCH-DATE (MATCH-IDX) (5:2) "-"
                   MATCH-DATE (MATCH-IDX) (7:2) "  "
                   MATCH-X-LABEL (MATCH-IDX) " "
                   MATCH-O-LABEL (MATCH-IDX) " "
                   BOARD-SIZE-DIGIT "x" BOARD-SIZE-DIGIT "    "
                   OUTCOME-TEXT " "
                   MATCH-SEASON (MATCH-IDX)
           END-PERFORM.

       GET-INQUIRY-COMMAND.
           DISPLAY "Command? N=next page P=previous page "
               "S=select a game to replay Q=quit"
           ACCEPT INQUIRY-COMMAND
           EVALUATE INQUIRY-COMMAND
               WHEN "N"
               WHEN "n"
                   IF PAGE-LAST < MATCH-COUNT
                       ADD PAGE-SIZE TO PAGE-FIRST
                       PERFORM SHOW-MATCH-PAGE
                   ELSE
                       DISPLAY "Already on the last page."
                   END-IF
               WHEN "P"
               WHEN "p"
                   IF PAGE-FIRST > 1
                       SUBTRACT PAGE-SIZE FROM PAGE-FIRST
                       PERFORM SHOW-MATCH-PAGE
                   ELSE
                       DISPLAY "Already on the first page."
                   END-IF
               WHEN "S"
               WHEN "s"
                   PERFORM SELECT-GAME-TO-REPLAY
               WHEN "Q"
               WHEN "q"
                   SET INQUIRY-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown command."
           END-EVALUATE.

       SELECT-GAME-TO-REPLAY.
           DISPLAY "Game number to replay:"
           ACCEPT SELECTED-SEQ
           MOVE "N" TO SELECTED-FLAG
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
                   UNTIL MATCH-IDX > MATCH-COUNT
               IF MATCH-SEQ (MATCH-IDX) = SELECTED-SEQ
                   SET SELECTED-IN-LIST TO TRUE
               END-IF
           END-PERFORM
           IF NOT SELECTED-IN-LIST
               DISPLAY "Game " SELECTED-SEQ " is not in this list."
           ELSE
               MOVE SELECTED-SEQ TO REPLAY-REQUEST-SEQ
               CALL "Replay-Viewer"
      *        A game with no GAMELOG moves sets a return code in the
      *        viewer; the inquiry itself carries on.
               MOVE 0 TO RETURN-CODE
               PERFORM SHOW-MATCH-PAGE
           END-IF.

       END PROGRAM Game-Inquiry.
