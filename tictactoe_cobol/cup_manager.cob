       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cup-Manager.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUP-PARM ASSIGN TO "CUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUP-PARM-STATUS.
           SELECT CUP-PLAYERS ASSIGN TO "CUPPLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUP-PLAYERS-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT CUP-BRACKET ASSIGN TO "BRACKET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUP-BRACKET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUP-PARM.
       01  CUP-PARM-RECORD.
           03 CP-BEST-OF           PIC 9(2).
           03 CP-TIEBREAK          PIC X(1).

       FD  CUP-PLAYERS.
       01  CUP-PLAYERS-RECORD.
           03 CPL-NAME             PIC X(20).

       FD  PLAYER-FILE.
       COPY "playfile.cpy".

       FD  CUP-BRACKET.
       COPY "bracket.cpy".

       WORKING-STORAGE SECTION.
        01 CUP-PARM-STATUS PIC X(2) VALUE "00".
           88 CUP-PARM-OK VALUE "00".
        01 CUP-PLAYERS-STATUS PIC X(2) VALUE "00".
           88 CUP-PLAYERS-OK VALUE "00".
           88 CUP-PLAYERS-EOF VALUE "10".
        01 PLAYER-FILE-STATUS PIC X(2) VALUE "00".
           88 PLAYER-FILE-OK VALUE "00".
           88 PLAYER-FILE-EOF VALUE "10".
        01 CUP-BRACKET-STATUS PIC X(2) VALUE "00".
           88 CUP-BRACKET-OK VALUE "00".
           88 CUP-BRACKET-EOF VALUE "10".

        01 BEST-OF PIC 9(2) VALUE 1.
        01 TIEBREAK-RULE PIC X(1) VALUE "H".
           88 TIEBREAK-VALID VALUES "S" "H" "R".

        01 ENTRANT-COUNT PIC 9(2) VALUE 0.
        01 ENTRANT-TABLE-AREA.
           03 ENTRANT-ENTRY OCCURS 64 TIMES.
               05 ENT-NAME   PIC X(20).
               05 ENT-RATING PIC 9(5).
        01 ENTRANT-IDX PIC 9(2).
        01 RANK-IDX PIC 9(2).
        01 ENTRANT-SWAP-AREA.
           03 SWAP-NAME   PIC X(20).
           03 SWAP-RATING PIC 9(5).
        01 DUPLICATE-FLAG PIC X(1).
           88 DUPLICATE-ENTRANT VALUE "Y".

        01 DRAW-SIZE PIC 9(3).
        01 POSITION-COUNT PIC 9(3).
        01 POSITION-AREA.
           03 POSITION-SEED OCCURS 64 TIMES PIC 9(3).
        01 NEXT-POSITION-AREA.
           03 NEXT-POSITION-SEED OCCURS 64 TIMES PIC 9(3).
        01 POSITION-IDX PIC 9(3).
        01 SEED-A PIC 9(3).
        01 SEED-B PIC 9(3).

        01 TIE-COUNT PIC 9(3) VALUE 0.
        01 TIE-TABLE-AREA.
           03 TIE-ENTRY OCCURS 128 TIMES.
               05 TIE-ROUND        PIC 9(2).
               05 TIE-NUM          PIC 9(3).
               05 TIE-HIGH-SEED    PIC 9(3).
               05 TIE-HIGH-NAME    PIC X(20).
               05 TIE-LOW-SEED     PIC 9(3).
               05 TIE-LOW-NAME     PIC X(20).
               05 TIE-BEST-OF      PIC 9(2).
               05 TIE-TIEBREAK     PIC X(1).
               05 TIE-GAMES-PLAYED PIC 9(2).
               05 TIE-HIGH-WINS    PIC 9(2).
               05 TIE-LOW-WINS     PIC 9(2).
               05 TIE-DRAWS        PIC 9(2).
               05 TIE-STATUS       PIC X(1).
               05 TIE-WINNER       PIC X(20).
        01 TIE-IDX PIC 9(3).
        01 FIRST-TIE-IDX PIC 9(3).
        01 LAST-ROUND PIC 9(2) VALUE 0.
        01 LAST-ROUND-TIES PIC 9(3) VALUE 0.
        01 LAST-ROUND-OPEN PIC 9(3) VALUE 0.
        01 NEW-TIE-NUM PIC 9(3).
        01 PRINT-ROUND PIC 9(2).

        01 FEEDER-A-SEED PIC 9(3).
        01 FEEDER-A-NAME PIC X(20).
        01 FEEDER-B-SEED PIC 9(3).
        01 FEEDER-B-NAME PIC X(20).

        01 SEED-DISP PIC ZZ9.
        01 LOW-SEED-DISP PIC ZZ9.
        01 TIE-STATE-TEXT PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "===== Cup manager ====="
           OPEN INPUT CUP-BRACKET
           IF CUP-BRACKET-OK
               PERFORM LOAD-BRACKET
               CLOSE CUP-BRACKET
               PERFORM ADVANCE-WINNERS
           ELSE
               DISPLAY "No BRACKET draw on file - seeding one from "
                   "the CUPPLR entrant list."
               PERFORM BUILD-BRACKET
           END-IF
           PERFORM PRINT-DRAW-SHEET
           STOP RUN.

       LOAD-BRACKET.
           PERFORM UNTIL CUP-BRACKET-EOF
               READ CUP-BRACKET
                   AT END
                       SET CUP-BRACKET-EOF TO TRUE
                   NOT AT END
                       IF TIE-COUNT < 128
                           ADD 1 TO TIE-COUNT
                           MOVE BRACKET-RECORD
                               TO TIE-ENTRY (TIE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       BUILD-BRACKET.
           PERFORM GET-CUP-PARM
           PERFORM LOAD-ENTRANTS
           PERFORM LOOK-UP-RATINGS
           PERFORM SEED-ENTRANTS
           PERFORM BUILD-DRAW-POSITIONS
           MOVE 0 TO TIE-COUNT
           PERFORM VARYING POSITION-IDX FROM 1 BY 2
                   UNTIL POSITION-IDX > DRAW-SIZE
               MOVE POSITION-SEED (POSITION-IDX) TO SEED-A
               MOVE POSITION-SEED (POSITION-IDX + 1) TO SEED-B
               PERFORM ADD-FIRST-ROUND-TIE
           END-PERFORM
           PERFORM SAVE-BRACKET
           DISPLAY "Draw built for " ENTRANT-COUNT " entrants in a "
               DRAW-SIZE "-place bracket, best of " BEST-OF
               ", tiebreak " TIEBREAK-RULE "."
           PERFORM ADVANCE-WINNERS.

       GET-CUP-PARM.
           OPEN INPUT CUP-PARM
           IF NOT CUP-PARM-OK
               DISPLAY "CUPPARM parameter file not found - give the "
                   "best-of count and tiebreak rule, then rerun."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CUP-PARM
               AT END
                   DISPLAY "CUPPARM is empty."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CUP-PARM
           MOVE CP-TIEBREAK TO TIEBREAK-RULE
           IF CP-BEST-OF NOT NUMERIC OR CP-BEST-OF = 0
           OR NOT TIEBREAK-VALID
               DISPLAY "CUPPARM must give a best-of count of 1 to 99 "
                   "and tiebreak S, H or R."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CP-BEST-OF TO BEST-OF.

       LOAD-ENTRANTS.
           OPEN INPUT CUP-PLAYERS
           IF NOT CUP-PLAYERS-OK
               DISPLAY "CUPPLR file not found - list one player "
                   "name per record, then rerun."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CUP-PLAYERS-EOF
               READ CUP-PLAYERS
                   AT END
                       SET CUP-PLAYERS-EOF TO TRUE
                   NOT AT END
                       IF CPL-NAME NOT = SPACES
                           PERFORM NOTE-ENTRANT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUP-PLAYERS
           IF ENTRANT-COUNT < 2
               DISPLAY "A cup needs at least two entrants; "
                   "CUPPLR lists " ENTRANT-COUNT "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-ENTRANT.
           MOVE "N" TO DUPLICATE-FLAG
           PERFORM VARYING ENTRANT-IDX FROM 1 BY 1
                   UNTIL ENTRANT-IDX > ENTRANT-COUNT
               IF ENT-NAME (ENTRANT-IDX) = CPL-NAME
                   SET DUPLICATE-ENTRANT TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DUPLICATE-ENTRANT
                   DISPLAY "Duplicate entrant " CPL-NAME " ignored."
               WHEN ENTRANT-COUNT >= 64
                   DISPLAY "The draw holds 64 entrants - " CPL-NAME
                       " left out."
               WHEN OTHER
                   ADD 1 TO ENTRANT-COUNT
                   MOVE CPL-NAME TO ENT-NAME (ENTRANT-COUNT)
                   MOVE 1000 TO ENT-RATING (ENTRANT-COUNT)
           END-EVALUATE.

       LOOK-UP-RATINGS.
      *    Entrants without a PLAYFILE profile seed at the starting
      *    rating of 1000.
           OPEN INPUT PLAYER-FILE
           IF PLAYER-FILE-OK
               PERFORM VARYING ENTRANT-IDX FROM 1 BY 1
                       UNTIL ENTRANT-IDX > ENTRANT-COUNT
                   PERFORM MATCH-ENTRANT-RATING
               END-PERFORM
               CLOSE PLAYER-FILE
           END-IF.

       MATCH-ENTRANT-RATING.
           MOVE ENT-NAME (ENTRANT-IDX) TO PF-NAME
           READ PLAYER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PF-RATING NUMERIC
                       MOVE PF-RATING TO ENT-RATING (ENTRANT-IDX)
                   END-IF
           END-READ.

       SEED-ENTRANTS.
      *    Highest rating is seed 1; equal ratings keep their CUPPLR
      *    order.
           PERFORM VARYING RANK-IDX FROM 1 BY 1
                   UNTIL RANK-IDX >= ENTRANT-COUNT
               PERFORM VARYING ENTRANT-IDX FROM 1 BY 1
                       UNTIL ENTRANT-IDX >= ENTRANT-COUNT
                   IF ENT-RATING (ENTRANT-IDX)
                           < ENT-RATING (ENTRANT-IDX + 1)
                       MOVE ENTRANT-ENTRY (ENTRANT-IDX)
                           TO ENTRANT-SWAP-AREA
                       MOVE ENTRANT-ENTRY (ENTRANT-IDX + 1)
                           TO ENTRANT-ENTRY (ENTRANT-IDX)
                       MOVE ENTRANT-SWAP-AREA
                           TO ENTRANT-ENTRY (ENTRANT-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUILD-DRAW-POSITIONS.
      *    The bracket is the next power of two up from the field.
      *    Each doubling pairs seed s with (places + 1 - s), so seeds
      *    1 and 2 can only meet in the final and the byes - the
      *    seeds above the field size - fall to the top seeds.
           MOVE 1 TO DRAW-SIZE
           PERFORM UNTIL DRAW-SIZE >= ENTRANT-COUNT
               COMPUTE DRAW-SIZE = DRAW-SIZE * 2
           END-PERFORM
           MOVE 1 TO POSITION-COUNT
           MOVE 1 TO POSITION-SEED (1)
           PERFORM UNTIL POSITION-COUNT >= DRAW-SIZE
               PERFORM VARYING POSITION-IDX FROM 1 BY 1
                       UNTIL POSITION-IDX > POSITION-COUNT
                   MOVE POSITION-SEED (POSITION-IDX)
                       TO NEXT-POSITION-SEED (POSITION-IDX * 2 - 1)
                   COMPUTE NEXT-POSITION-SEED (POSITION-IDX * 2) =
                       POSITION-COUNT * 2 + 1
                       - POSITION-SEED (POSITION-IDX)
               END-PERFORM
               COMPUTE POSITION-COUNT = POSITION-COUNT * 2
               MOVE NEXT-POSITION-AREA TO POSITION-AREA
           END-PERFORM.

       ADD-FIRST-ROUND-TIE.
           ADD 1 TO TIE-COUNT
           INITIALIZE TIE-ENTRY (TIE-COUNT)
           MOVE 1 TO TIE-ROUND (TIE-COUNT)
           COMPUTE TIE-NUM (TIE-COUNT) = (POSITION-IDX + 1) / 2
           MOVE BEST-OF TO TIE-BEST-OF (TIE-COUNT)
           MOVE TIEBREAK-RULE TO TIE-TIEBREAK (TIE-COUNT)
           MOVE SPACE TO TIE-STATUS (TIE-COUNT)
           IF SEED-B < SEED-A
               MOVE SEED-A TO SEED-DISP
               MOVE SEED-B TO SEED-A
               MOVE SEED-DISP TO SEED-B
           END-IF
           MOVE SEED-A TO TIE-HIGH-SEED (TIE-COUNT)
           MOVE ENT-NAME (SEED-A) TO TIE-HIGH-NAME (TIE-COUNT)
           MOVE SEED-B TO TIE-LOW-SEED (TIE-COUNT)
           IF SEED-B > ENTRANT-COUNT
               MOVE SPACES TO TIE-LOW-NAME (TIE-COUNT)
               MOVE "B" TO TIE-STATUS (TIE-COUNT)
               MOVE ENT-NAME (SEED-A) TO TIE-WINNER (TIE-COUNT)
           ELSE
               MOVE ENT-NAME (SEED-B) TO TIE-LOW-NAME (TIE-COUNT)
           END-IF.

       ADVANCE-WINNERS.
      *    When every tie of the latest round is decided its winners
      *    are paired in draw order - winners of ties 1 and 2 meet,
      *    then 3 and 4, and so on - to form the next round.
           PERFORM FIND-LAST-ROUND
           EVALUATE TRUE
               WHEN TIE-COUNT = 0
                   DISPLAY "BRACKET is empty - delete it and rerun to "
                       "seed a new draw."
               WHEN LAST-ROUND-OPEN > 0
                   DISPLAY "Round " LAST-ROUND " has " LAST-ROUND-OPEN
                       " tie(s) still to be decided."
               WHEN LAST-ROUND-TIES = 1
                   DISPLAY "The cup is complete - winner "
                       TIE-WINNER (TIE-COUNT) "."
               WHEN TIE-COUNT + LAST-ROUND-TIES / 2 > 128
                   DISPLAY "BRACKET is full - no further round added."
               WHEN OTHER
                   PERFORM ADD-NEXT-ROUND
                   PERFORM SAVE-BRACKET
                   DISPLAY "Round " LAST-ROUND " drawn from the "
                       "winners of the previous round."
           END-EVALUATE.

       FIND-LAST-ROUND.
           MOVE 0 TO LAST-ROUND
           MOVE 0 TO LAST-ROUND-TIES
           MOVE 0 TO LAST-ROUND-OPEN
           MOVE 0 TO FIRST-TIE-IDX
           PERFORM VARYING TIE-IDX FROM 1 BY 1
                   UNTIL TIE-IDX > TIE-COUNT
               IF TIE-ROUND (TIE-IDX) > LAST-ROUND
                   MOVE TIE-ROUND (TIE-IDX) TO LAST-ROUND
               END-IF
           END-PERFORM
           PERFORM VARYING TIE-IDX FROM 1 BY 1
                   UNTIL TIE-IDX > TIE-COUNT
               IF TIE-ROUND (TIE-IDX) = LAST-ROUND
                   ADD 1 TO LAST-ROUND-TIES
                   IF FIRST-TIE-IDX = 0
                       MOVE TIE-IDX TO FIRST-TIE-IDX
                   END-IF
                   IF TIE-STATUS (TIE-IDX) = SPACE
                       ADD 1 TO LAST-ROUND-OPEN
                   END-IF
               END-IF
           END-PERFORM.

       ADD-NEXT-ROUND.
           MOVE 0 TO NEW-TIE-NUM
           PERFORM VARYING TIE-IDX FROM FIRST-TIE-IDX BY 2
                   UNTIL TIE-IDX > FIRST-TIE-IDX + LAST-ROUND-TIES - 1
               PERFORM NOTE-FEEDER-TIES
               ADD 1 TO NEW-TIE-NUM
               ADD 1 TO TIE-COUNT
               INITIALIZE TIE-ENTRY (TIE-COUNT)
               COMPUTE TIE-ROUND (TIE-COUNT) = LAST-ROUND + 1
               MOVE NEW-TIE-NUM TO TIE-NUM (TIE-COUNT)
               MOVE TIE-BEST-OF (TIE-IDX) TO TIE-BEST-OF (TIE-COUNT)
               MOVE TIE-TIEBREAK (TIE-IDX) TO TIE-TIEBREAK (TIE-COUNT)
               MOVE SPACE TO TIE-STATUS (TIE-COUNT)
               IF FEEDER-A-SEED <= FEEDER-B-SEED
                   MOVE FEEDER-A-SEED TO TIE-HIGH-SEED (TIE-COUNT)
                   MOVE FEEDER-A-NAME TO TIE-HIGH-NAME (TIE-COUNT)
                   MOVE FEEDER-B-SEED TO TIE-LOW-SEED (TIE-COUNT)
                   MOVE FEEDER-B-NAME TO TIE-LOW-NAME (TIE-COUNT)
               ELSE
                   MOVE FEEDER-B-SEED TO TIE-HIGH-SEED (TIE-COUNT)
                   MOVE FEEDER-B-NAME TO TIE-HIGH-NAME (TIE-COUNT)
                   MOVE FEEDER-A-SEED TO TIE-LOW-SEED (TIE-COUNT)
                   MOVE FEEDER-A-NAME TO TIE-LOW-NAME (TIE-COUNT)
               END-IF
           END-PERFORM
           ADD 1 TO LAST-ROUND.

       NOTE-FEEDER-TIES.
           MOVE TIE-WINNER (TIE-IDX) TO FEEDER-A-NAME
           IF TIE-WINNER (TIE-IDX) = TIE-HIGH-NAME (TIE-IDX)
               MOVE TIE-HIGH-SEED (TIE-IDX) TO FEEDER-A-SEED
           ELSE
               MOVE TIE-LOW-SEED (TIE-IDX) TO FEEDER-A-SEED
           END-IF
           MOVE TIE-WINNER (TIE-IDX + 1) TO FEEDER-B-NAME
           IF TIE-WINNER (TIE-IDX + 1) = TIE-HIGH-NAME (TIE-IDX + 1)
               MOVE TIE-HIGH-SEED (TIE-IDX + 1) TO FEEDER-B-SEED
           ELSE
               MOVE TIE-LOW-SEED (TIE-IDX + 1) TO FEEDER-B-SEED
           END-IF.

       SAVE-BRACKET.
           OPEN OUTPUT CUP-BRACKET
           PERFORM VARYING TIE-IDX FROM 1 BY 1
                   UNTIL TIE-IDX > TIE-COUNT
               MOVE TIE-ENTRY (TIE-IDX) TO BRACKET-RECORD
               WRITE BRACKET-RECORD
           END-PERFORM
           CLOSE CUP-BRACKET.

       PRINT-DRAW-SHEET.
           PERFORM FIND-LAST-ROUND
           PERFORM VARYING PRINT-ROUND FROM 1 BY 1
                   UNTIL PRINT-ROUND > LAST-ROUND
               DISPLAY " "
               DISPLAY "===== Cup draw - round " PRINT-ROUND " ====="
               PERFORM VARYING TIE-IDX FROM 1 BY 1
                       UNTIL TIE-IDX > TIE-COUNT
                   IF TIE-ROUND (TIE-IDX) = PRINT-ROUND
                       PERFORM PRINT-TIE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-TIE-LINE.
           MOVE TIE-HIGH-SEED (TIE-IDX) TO SEED-DISP
           MOVE TIE-LOW-SEED (TIE-IDX) TO LOW-SEED-DISP
           MOVE SPACES TO TIE-STATE-TEXT
           EVALUATE TIE-STATUS (TIE-IDX)
               WHEN "B"
                   MOVE "bye" TO TIE-STATE-TEXT
               WHEN "D"
                   STRING "won by " TIE-WINNER (TIE-IDX)
                       DELIMITED BY SIZE INTO TIE-STATE-TEXT
               WHEN OTHER
                   MOVE "to play" TO TIE-STATE-TEXT
           END-EVALUATE
           IF TIE-STATUS (TIE-IDX) = "B"
               DISPLAY "Tie " TIE-NUM (TIE-IDX) ": (" SEED-DISP ") "
                   TIE-HIGH-NAME (TIE-IDX) " - " TIE-STATE-TEXT
           ELSE
               DISPLAY "Tie " TIE-NUM (TIE-IDX) ": (" SEED-DISP ") "
                   TIE-HIGH-NAME (TIE-IDX) " vs (" LOW-SEED-DISP ") "
                   TIE-LOW-NAME (TIE-IDX)
               DISPLAY "      games " TIE-GAMES-PLAYED (TIE-IDX)
                   " of " TIE-BEST-OF (TIE-IDX) "  score "
                   TIE-HIGH-WINS (TIE-IDX) "-" TIE-LOW-WINS (TIE-IDX)
                   "  drawn " TIE-DRAWS (TIE-IDX) "  "
                   TIE-STATE-TEXT
           END-IF.

       END PROGRAM Cup-Manager.
