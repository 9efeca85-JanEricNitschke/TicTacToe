       IDENTIFICATION DIVISION.
       PROGRAM-ID. Season-Close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-PARM ASSIGN TO "SEASPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-PARM-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NAME
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT PLAYER-GENERATION ASSIGN TO DYNAMIC PLAYER-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-GEN-STATUS.
           SELECT PLAYER-MARKER ASSIGN TO "PLAYMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-MARKER-STATUS.
           SELECT LEAGUE-SCHEDULE ASSIGN TO "LEAGUESCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAGUE-SCHEDULE-STATUS.
           SELECT GAME-MASTER ASSIGN TO "GAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.
           SELECT SEASON-HISTORY ASSIGN TO "SEASONHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-HISTORY-STATUS.
           SELECT SESSION-LOCK ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-LOCK-STATUS.
           SELECT RANKING-SORT ASSIGN TO "RANKSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-PARM.
       01  SEASON-PARM-RECORD.
           03 SP-SEASON            PIC 9(3).
           03 SP-KEEP-PCT          PIC 9(3).

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       FD  PLAYER-FILE.
       COPY "playfile.cpy".

       FD  PLAYER-GENERATION.
       01  PLAYER-GEN-RECORD.
           03 PG-NAME               PIC X(20).
           03 PG-WINS               PIC 9(6).
           03 PG-LOSSES             PIC 9(6).
           03 PG-DRAWS              PIC 9(6).
           03 PG-RATING             PIC 9(5).

       FD  PLAYER-MARKER.
       01  PLAYER-MARKER-RECORD.
           03 PM-STATE             PIC X(8).
           03 PM-GEN               PIC 9(1).

       FD  LEAGUE-SCHEDULE.
       COPY "leaguesch.cpy".

       FD  GAME-MASTER.
       COPY "gamemast.cpy".

       FD  SEASON-HISTORY.
       COPY "seashist.cpy".

       FD  SESSION-LOCK.
       01  SESSION-LOCK-RECORD.
           03 SL-STATE             PIC X(8).
           03 SL-RUN-ID            PIC 9(6).
           03 SL-STAMP             PIC X(14).

       SD  RANKING-SORT.
       01  RANKING-SORT-RECORD.
           03 RS-NAME               PIC X(20).
           03 RS-WINS               PIC 9(6).
           03 RS-LOSSES             PIC 9(6).
           03 RS-DRAWS              PIC 9(6).
           03 RS-RATING             PIC 9(5).

       WORKING-STORAGE SECTION.
        01 SEASON-PARM-STATUS PIC X(2) VALUE "00".
           88 SEASON-PARM-OK VALUE "00".
        01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
           88 RUN-CONTROL-OK VALUE "00".
        01 PLAYER-FILE-STATUS PIC X(2) VALUE "00".
           88 PLAYER-FILE-OK VALUE "00".
           88 PLAYER-FILE-EOF VALUE "10".
        01 PLAYER-GEN-STATUS PIC X(2) VALUE "00".
           88 PLAYER-GEN-OK VALUE "00".
           88 PLAYER-GEN-EOF VALUE "10".
        01 PLAYER-GEN-NAME PIC X(7).
        01 PLAYER-COPY-COUNT PIC 9(6) VALUE 0.
        01 PLAYER-MARKER-STATUS PIC X(2) VALUE "00".
           88 PLAYER-MARKER-OK VALUE "00".
        01 PLAYER-MARKER-STATE PIC X(8) VALUE SPACES.
           88 PLAYER-SAVE-INTERRUPTED VALUE "SAVING".
        01 PLAYER-GEN-NUM PIC 9(1) VALUE 0.
        01 GENERATION-KEEP PIC 9(1) VALUE 3.
        01 LEAGUE-SCHEDULE-STATUS PIC X(2) VALUE "00".
           88 LEAGUE-SCHEDULE-OK VALUE "00".
           88 LEAGUE-SCHEDULE-EOF VALUE "10".
        01 GAME-MASTER-STATUS PIC X(2) VALUE "00".
           88 GAME-MASTER-OK VALUE "00".
           88 GAME-MASTER-EOF VALUE "10".
        01 SEASON-HISTORY-STATUS PIC X(2) VALUE "00".
           88 SEASON-HISTORY-OK VALUE "00".
           88 SEASON-HISTORY-EOF VALUE "10".
           88 SEASON-HISTORY-MISSING VALUE "35".
        01 SEASON-ARCHIVED-FLAG PIC X(1) VALUE "N".
           88 SEASON-ARCHIVED VALUE "Y".
        01 RESET-RESTART-FLAG PIC X(1) VALUE "N".
           88 RESET-RESTART VALUE "Y".
        01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
           88 SESSION-LOCK-OK VALUE "00".
        01 SESSION-LOCK-STATE PIC X(8) VALUE SPACES.
           88 SESSION-LOCK-HELD VALUE "ACTIVE".
        01 LOCK-HOLDER-RUN-ID PIC 9(6) VALUE 0.
        01 LOCK-HOLDER-STAMP PIC X(14) VALUE SPACES.
        01 RANKING-SORT-EOF-FLAG PIC X(1) VALUE "N".
           88 RANKING-SORT-EOF VALUE "Y".

        01 CLOSING-SEASON PIC 9(3) VALUE 1.
        01 NEXT-SEASON PIC 9(3).
        01 KEEP-PCT PIC 9(3) VALUE 0.
        01 SEASON-START PIC X(8) VALUE SPACES.
        01 SEASON-END PIC X(8) VALUE SPACES.
        01 NEW-SEASON-START PIC X(8) VALUE SPACES.
        01 FIRST-GAME-DATE PIC X(8) VALUE SPACES.
        01 NEXT-RUN-ID PIC 9(6) VALUE 1.
        01 NEXT-GAME-SEQ PIC 9(8) VALUE 1.
        01 GAME-SEASON PIC 9(3).
        01 NEW-RATING PIC S9(6).
        01 HISTORY-RANK PIC 9(4).

        01 SEASON-GAMES PIC 9(6) VALUE 0.
        01 RANKED-COUNT PIC 9(6) VALUE 0.
        01 RESET-COUNT PIC 9(6) VALUE 0.
        01 PLAYER-BAD-COUNT PIC 9(6) VALUE 0.
        01 HISTORY-WRITTEN PIC 9(6) VALUE 0.

        01 FIXTURE-COUNT PIC 9(3) VALUE 0.
        01 TABLE-COUNT PIC 9(2) VALUE 0.
        01 STANDINGS-AREA.
           03 STANDING-ENTRY OCCURS 20 TIMES.
               05 STA-NAME   PIC X(20).
               05 STA-PLAYED PIC 9(3).
               05 STA-WINS   PIC 9(3).
               05 STA-DRAWS  PIC 9(3).
               05 STA-LOSSES PIC 9(3).
               05 STA-POINTS PIC 9(4).
        01 STANDING-IDX PIC 9(2).
        01 FOUND-STANDING-IDX PIC 9(2).
        01 LOOKUP-NAME PIC X(20).
        01 RANK-IDX PIC 9(2).
        01 STANDING-SWAP-AREA.
           03 SWAP-NAME   PIC X(20).
           03 SWAP-PLAYED PIC 9(3).
           03 SWAP-WINS   PIC 9(3).
           03 SWAP-DRAWS  PIC 9(3).
           03 SWAP-LOSSES PIC 9(3).
           03 SWAP-POINTS PIC 9(4).

        01 PAIR-COUNT PIC 9(3) VALUE 0.
        01 PAIR-TABLE-AREA.
           03 PAIR-ENTRY OCCURS 200 TIMES.
               05 PAIR-LOW-NAME  PIC X(20).
               05 PAIR-HIGH-NAME PIC X(20).
               05 PAIR-LOW-WINS  PIC 9(6).
               05 PAIR-HIGH-WINS PIC 9(6).
               05 PAIR-DRAWS     PIC 9(6).
               05 PAIR-GAMES     PIC 9(6).
        01 PAIR-IDX PIC 9(3).
        01 PAIR-PASS-IDX PIC 9(3).
        01 FOUND-PAIR-IDX PIC 9(3).
        01 PAIRS-DROPPED PIC 9(6) VALUE 0.
        01 LOW-NAME PIC X(20).
        01 HIGH-NAME PIC X(20).
        01 PAIR-SWAP-AREA.
           03 PSWAP-LOW-NAME  PIC X(20).
           03 PSWAP-HIGH-NAME PIC X(20).
           03 PSWAP-LOW-WINS  PIC 9(6).
           03 PSWAP-HIGH-WINS PIC 9(6).
           03 PSWAP-DRAWS     PIC 9(6).
           03 PSWAP-GAMES     PIC 9(6).

       PROCEDURE DIVISION.
           DISPLAY "===== Season close ====="
           PERFORM CHECK-SESSION-LOCK
           PERFORM READ-PLAYER-MARKER
           PERFORM GET-RUN-CONTROL
           PERFORM GET-SEASON-PARM
           PERFORM CHECK-SEASON-HISTORY
           IF RESET-RESTART
               PERFORM RESTART-PROFILE-RESET
               STOP RUN
           END-IF
           IF PLAYER-SAVE-INTERRUPTED
               DISPLAY "The last PLAYFILE update was interrupted - "
                   "restore it with the recovery utility before "
                   "closing the season."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO SEASON-END
           PERFORM TALLY-SEASON-GAMES
           IF SEASON-START = SPACES
      *        RUNCTL only learns the start date at the first close;
      *        before that the first game of the season stands in.
               IF FIRST-GAME-DATE NOT = SPACES
                   MOVE FIRST-GAME-DATE TO SEASON-START
               ELSE
                   MOVE SEASON-END TO SEASON-START
               END-IF
           END-IF
           PERFORM LOAD-LEAGUE-TABLE
           OPEN EXTEND SEASON-HISTORY
           IF SEASON-HISTORY-MISSING
               OPEN OUTPUT SEASON-HISTORY
           END-IF
           SORT RANKING-SORT
               ON DESCENDING KEY RS-RATING
               INPUT PROCEDURE IS RELEASE-PLAYER-PROFILES
               OUTPUT PROCEDURE IS ARCHIVE-PLAYER-RANKING
           PERFORM ARCHIVE-LEAGUE-TABLE
           PERFORM ARCHIVE-HEAD-TO-HEAD
           CLOSE SEASON-HISTORY
      *    A fresh LEAGUESCH is built by League-Manager from LEAGUEPLR
      *    once the old schedule is emptied.
           OPEN OUTPUT LEAGUE-SCHEDULE
           CLOSE LEAGUE-SCHEDULE
      *    RUNCTL moves to the next season before any rating is
      *    touched, with the start date left blank until the reset is
      *    through. A resubmitted close is then refused rather than
      *    archiving the season twice, unless PLAYMARK shows the reset
      *    itself was cut short - that case goes to
      *    RESTART-PROFILE-RESET.
           MOVE SPACES TO NEW-SEASON-START
           PERFORM SAVE-RUN-CONTROL
           PERFORM RESET-PLAYER-PROFILES
           MOVE FUNCTION CURRENT-DATE (1:8) TO NEW-SEASON-START
           PERFORM SAVE-RUN-CONTROL
           DISPLAY "Season " CLOSING-SEASON " (" SEASON-START
               " to " SEASON-END ") closed."
           DISPLAY "Season games on GAMEMAST:    " SEASON-GAMES
           DISPLAY "Players ranked:              " RANKED-COUNT
           DISPLAY "League table entries:        " TABLE-COUNT
           DISPLAY "Head-to-head pairings:       " PAIR-COUNT
           DISPLAY "SEASONHIST records written:  " HISTORY-WRITTEN
           DISPLAY "Profiles reset (keeping " KEEP-PCT
               "% of rating distance from 1000): " RESET-COUNT
           IF PAIRS-DROPPED > 0
               DISPLAY "Pair table full - " PAIRS-DROPPED
                   " games for further pairings were not archived."
           END-IF
           IF PLAYER-BAD-COUNT > 0
               DISPLAY "PLAYFILE holds " PLAYER-BAD-COUNT
                   " corrupt records - they were left unchanged."
           END-IF
           DISPLAY "Season " NEXT-SEASON " is now open."
           STOP RUN.

       CHECK-SESSION-LOCK.
      *    A live game session holds PLAYFILE open and posts every
      *    result to it - so refuse to close the season underneath it.
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

       GET-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF RUN-CONTROL-OK
               READ RUN-CONTROL
                   NOT AT END
                       MOVE RC-NEXT-RUN-ID TO NEXT-RUN-ID
                       MOVE RC-NEXT-GAME-SEQ TO NEXT-GAME-SEQ
                       IF RC-SEASON-NUM NUMERIC AND RC-SEASON-NUM > 0
                           MOVE RC-SEASON-NUM TO CLOSING-SEASON
                           MOVE RC-SEASON-START TO SEASON-START
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       GET-SEASON-PARM.
      *    The card names the season being closed, so a job that is
      *    resubmitted by mistake cannot close the next season too.
           OPEN INPUT SEASON-PARM
           IF NOT SEASON-PARM-OK
               DISPLAY "SEASPARM control card not found - the season "
                   "to close and the rating percentage to keep are "
                   "required."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SEASON-PARM
               AT END
                   DISPLAY "SEASPARM is empty - the season to close "
                       "and the rating percentage to keep are "
                       "required."
                   CLOSE SEASON-PARM
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE SEASON-PARM
           IF SP-SEASON NOT NUMERIC OR SP-KEEP-PCT NOT NUMERIC
               DISPLAY "SEASPARM must hold the season number (3 "
                   "digits) and the rating percentage to keep (3 "
                   "digits)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SP-KEEP-PCT > 100
               DISPLAY "SEASPARM keeps " SP-KEEP-PCT "% of ratings - "
                   "the most is 100."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SP-SEASON + 1 = CLOSING-SEASON
      *        A blank start date on the new season and a SAVING
      *        marker mean the close of SP-SEASON died in the middle
      *        of its profile reset; anything else is a rerun.
               IF PLAYER-SAVE-INTERRUPTED AND SEASON-START = SPACES
                   MOVE SP-SEASON TO CLOSING-SEASON
                   SET RESET-RESTART TO TRUE
               ELSE
                   DISPLAY "Season " SP-SEASON " has already been "
                       "closed - RUNCTL is on season " CLOSING-SEASON
                       ". Nothing closed."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF SP-SEASON NOT = CLOSING-SEASON
               DISPLAY "SEASPARM closes season " SP-SEASON
                   " but RUNCTL is on season " CLOSING-SEASON
                   " - nothing closed."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SP-KEEP-PCT TO KEEP-PCT.

       CHECK-SEASON-HISTORY.
      *    On a fresh close, records for this season mean an earlier
      *    close got as far as archiving it but stopped before RUNCTL
      *    moved on; the ratings are still untouched, but the archive
      *    may be partial, so it is left to the operator to clear. A
      *    reset restart needs the archive to be there.
           COMPUTE NEXT-SEASON = CLOSING-SEASON + 1
           MOVE "00" TO SEASON-HISTORY-STATUS
           OPEN INPUT SEASON-HISTORY
           IF SEASON-HISTORY-OK
               PERFORM UNTIL SEASON-HISTORY-EOF OR SEASON-ARCHIVED
                   READ SEASON-HISTORY
                       AT END
                           SET SEASON-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF SH-SEASON = CLOSING-SEASON
                               SET SEASON-ARCHIVED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEASON-HISTORY
           END-IF
           IF RESET-RESTART AND NOT SEASON-ARCHIVED
               DISPLAY "RUNCTL is on season " NEXT-SEASON
                   " but SEASONHIST holds no season " CLOSING-SEASON
                   " - the profile reset cannot be restarted."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SEASON-ARCHIVED AND NOT RESET-RESTART
               DISPLAY "SEASONHIST already holds season "
                   CLOSING-SEASON " - an earlier close stopped after "
                   "archiving it. Remove season " CLOSING-SEASON
                   " from SEASONHIST and resubmit."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO SEASON-HISTORY-STATUS.

       TALLY-SEASON-GAMES.
           OPEN INPUT GAME-MASTER
           IF GAME-MASTER-OK
               PERFORM UNTIL GAME-MASTER-EOF
                   READ GAME-MASTER
                       AT END
                           SET GAME-MASTER-EOF TO TRUE
                       NOT AT END
                           PERFORM FOLD-IN-GAME-RECORD
                   END-READ
               END-PERFORM
               CLOSE GAME-MASTER
           END-IF.

       FOLD-IN-GAME-RECORD.
      *    Games written before seasons were kept carry no season
      *    number and belong to season 1.
           IF GM-SEASON NUMERIC AND GM-SEASON > 0
               MOVE GM-SEASON TO GAME-SEASON
           ELSE
               MOVE 1 TO GAME-SEASON
           END-IF
           IF GAME-SEASON = CLOSING-SEASON
               ADD 1 TO SEASON-GAMES
               IF FIRST-GAME-DATE = SPACES
               OR GM-DATE < FIRST-GAME-DATE
                   MOVE GM-DATE TO FIRST-GAME-DATE
               END-IF
               IF GM-X-NAME NOT = SPACES AND GM-O-NAME NOT = SPACES
                   PERFORM TALLY-PAIR-GAME
               END-IF
           END-IF.

       TALLY-PAIR-GAME.
           IF GM-X-NAME < GM-O-NAME
               MOVE GM-X-NAME TO LOW-NAME
               MOVE GM-O-NAME TO HIGH-NAME
           ELSE
               MOVE GM-O-NAME TO LOW-NAME
               MOVE GM-X-NAME TO HIGH-NAME
           END-IF
           PERFORM FIND-PAIR-ENTRY
           IF FOUND-PAIR-IDX > 0
               ADD 1 TO PAIR-GAMES (FOUND-PAIR-IDX)
               EVALUATE TRUE
                   WHEN GM-OUTCOME = "D"
                       ADD 1 TO PAIR-DRAWS (FOUND-PAIR-IDX)
                   WHEN (GM-OUTCOME = "X" AND GM-X-NAME = LOW-NAME)
                   OR (GM-OUTCOME = "O" AND GM-O-NAME = LOW-NAME)
                       ADD 1 TO PAIR-LOW-WINS (FOUND-PAIR-IDX)
                   WHEN OTHER
                       ADD 1 TO PAIR-HIGH-WINS (FOUND-PAIR-IDX)
               END-EVALUATE
           END-IF.

       FIND-PAIR-ENTRY.
           MOVE 0 TO FOUND-PAIR-IDX
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               IF PAIR-LOW-NAME (PAIR-IDX) = LOW-NAME
               AND PAIR-HIGH-NAME (PAIR-IDX) = HIGH-NAME
                   MOVE PAIR-IDX TO FOUND-PAIR-IDX
               END-IF
           END-PERFORM
           IF FOUND-PAIR-IDX = 0
               IF PAIR-COUNT < 200
                   ADD 1 TO PAIR-COUNT
                   INITIALIZE PAIR-ENTRY (PAIR-COUNT)
                   MOVE LOW-NAME TO PAIR-LOW-NAME (PAIR-COUNT)
                   MOVE HIGH-NAME TO PAIR-HIGH-NAME (PAIR-COUNT)
                   MOVE PAIR-COUNT TO FOUND-PAIR-IDX
               ELSE
                   ADD 1 TO PAIRS-DROPPED
               END-IF
           END-IF.

       LOAD-LEAGUE-TABLE.
      *    Standings are scored as League-Manager scores them: three
      *    points a win and one a draw.
           OPEN INPUT LEAGUE-SCHEDULE
           IF LEAGUE-SCHEDULE-OK
               PERFORM UNTIL LEAGUE-SCHEDULE-EOF
                   READ LEAGUE-SCHEDULE
                       AT END
                           SET LEAGUE-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO FIXTURE-COUNT
                           IF LS-STATUS = "P"
                               PERFORM TALLY-FIXTURE-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAGUE-SCHEDULE
           END-IF
           PERFORM SORT-STANDINGS.

       TALLY-FIXTURE-RESULT.
           MOVE LS-X-NAME TO LOOKUP-NAME
           PERFORM FIND-STANDING-ENTRY
           IF FOUND-STANDING-IDX > 0
               ADD 1 TO STA-PLAYED (FOUND-STANDING-IDX)
               EVALUATE LS-RESULT
                   WHEN "X"
                       ADD 1 TO STA-WINS (FOUND-STANDING-IDX)
                       ADD 3 TO STA-POINTS (FOUND-STANDING-IDX)
                   WHEN "D"
                       ADD 1 TO STA-DRAWS (FOUND-STANDING-IDX)
                       ADD 1 TO STA-POINTS (FOUND-STANDING-IDX)
                   WHEN OTHER
                       ADD 1 TO STA-LOSSES (FOUND-STANDING-IDX)
               END-EVALUATE
           END-IF
           MOVE LS-O-NAME TO LOOKUP-NAME
           PERFORM FIND-STANDING-ENTRY
           IF FOUND-STANDING-IDX > 0
               ADD 1 TO STA-PLAYED (FOUND-STANDING-IDX)
               EVALUATE LS-RESULT
                   WHEN "O"
                       ADD 1 TO STA-WINS (FOUND-STANDING-IDX)
                       ADD 3 TO STA-POINTS (FOUND-STANDING-IDX)
                   WHEN "D"
                       ADD 1 TO STA-DRAWS (FOUND-STANDING-IDX)
                       ADD 1 TO STA-POINTS (FOUND-STANDING-IDX)
                   WHEN OTHER
                       ADD 1 TO STA-LOSSES (FOUND-STANDING-IDX)
               END-EVALUATE
           END-IF.

       FIND-STANDING-ENTRY.
           MOVE 0 TO FOUND-STANDING-IDX
           PERFORM VARYING STANDING-IDX FROM 1 BY 1
                   UNTIL STANDING-IDX > TABLE-COUNT
               IF STA-NAME (STANDING-IDX) = LOOKUP-NAME
                   MOVE STANDING-IDX TO FOUND-STANDING-IDX
               END-IF
           END-PERFORM
           IF FOUND-STANDING-IDX = 0 AND TABLE-COUNT < 20
               ADD 1 TO TABLE-COUNT
               INITIALIZE STANDING-ENTRY (TABLE-COUNT)
               MOVE LOOKUP-NAME TO STA-NAME (TABLE-COUNT)
               MOVE TABLE-COUNT TO FOUND-STANDING-IDX
           END-IF.

       SORT-STANDINGS.
           PERFORM VARYING RANK-IDX FROM 1 BY 1
                   UNTIL RANK-IDX >= TABLE-COUNT
               PERFORM VARYING STANDING-IDX FROM 1 BY 1
                       UNTIL STANDING-IDX >= TABLE-COUNT
                   IF STA-POINTS (STANDING-IDX)
                           < STA-POINTS (STANDING-IDX + 1)
                       MOVE STANDING-ENTRY (STANDING-IDX)
                           TO STANDING-SWAP-AREA
                       MOVE STANDING-ENTRY (STANDING-IDX + 1)
                           TO STANDING-ENTRY (STANDING-IDX)
                       MOVE STANDING-SWAP-AREA
                           TO STANDING-ENTRY (STANDING-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       RELEASE-PLAYER-PROFILES.
           OPEN INPUT PLAYER-FILE
           IF PLAYER-FILE-OK
               PERFORM UNTIL PLAYER-FILE-EOF
                   READ PLAYER-FILE NEXT RECORD
                       AT END
                           SET PLAYER-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-PLAYER-RECORD
                   END-READ
               END-PERFORM
               CLOSE PLAYER-FILE
           END-IF.

       RELEASE-PLAYER-RECORD.
      *    Only players who finished a game this season are ranked;
      *    the rest carry last season's zeroed totals.
           IF PF-WINS NUMERIC AND PF-LOSSES NUMERIC
           AND PF-DRAWS NUMERIC AND PF-RATING NUMERIC
               IF PF-WINS + PF-LOSSES + PF-DRAWS > 0
                   MOVE PF-NAME TO RS-NAME
                   MOVE PF-WINS TO RS-WINS
                   MOVE PF-LOSSES TO RS-LOSSES
                   MOVE PF-DRAWS TO RS-DRAWS
                   MOVE PF-RATING TO RS-RATING
                   RELEASE RANKING-SORT-RECORD
               END-IF
           END-IF.

       ARCHIVE-PLAYER-RANKING.
           MOVE 0 TO HISTORY-RANK
           PERFORM UNTIL RANKING-SORT-EOF
               RETURN RANKING-SORT
                   AT END
                       SET RANKING-SORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO HISTORY-RANK
                       PERFORM START-HISTORY-RECORD
                       MOVE "R" TO SH-REC-TYPE
                       MOVE RS-NAME TO SH-NAME
                       MOVE RS-WINS TO SH-WINS
                       MOVE RS-LOSSES TO SH-LOSSES
                       MOVE RS-DRAWS TO SH-DRAWS
                       MOVE RS-RATING TO SH-POINTS
                       PERFORM WRITE-HISTORY-RECORD
               END-RETURN
           END-PERFORM
           MOVE HISTORY-RANK TO RANKED-COUNT.

       ARCHIVE-LEAGUE-TABLE.
           PERFORM VARYING RANK-IDX FROM 1 BY 1
                   UNTIL RANK-IDX > TABLE-COUNT
               MOVE RANK-IDX TO HISTORY-RANK
               PERFORM START-HISTORY-RECORD
               MOVE "L" TO SH-REC-TYPE
               MOVE STA-NAME (RANK-IDX) TO SH-NAME
               MOVE STA-WINS (RANK-IDX) TO SH-WINS
               MOVE STA-LOSSES (RANK-IDX) TO SH-LOSSES
               MOVE STA-DRAWS (RANK-IDX) TO SH-DRAWS
               MOVE STA-POINTS (RANK-IDX) TO SH-POINTS
               PERFORM WRITE-HISTORY-RECORD
           END-PERFORM.

       ARCHIVE-HEAD-TO-HEAD.
      *    The most-played pairings come first; within each pairing
      *    the player ahead on wins is named first, so SH-NAME is the
      *    head-to-head leader unless the record is level.
           PERFORM VARYING PAIR-PASS-IDX FROM 1 BY 1
                   UNTIL PAIR-PASS-IDX >= PAIR-COUNT
               PERFORM VARYING PAIR-IDX FROM 1 BY 1
                       UNTIL PAIR-IDX >= PAIR-COUNT
                   IF PAIR-GAMES (PAIR-IDX) < PAIR-GAMES (PAIR-IDX + 1)
                       MOVE PAIR-ENTRY (PAIR-IDX) TO PAIR-SWAP-AREA
                       MOVE PAIR-ENTRY (PAIR-IDX + 1)
                           TO PAIR-ENTRY (PAIR-IDX)
                       MOVE PAIR-SWAP-AREA TO PAIR-ENTRY (PAIR-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               MOVE PAIR-IDX TO HISTORY-RANK
               PERFORM START-HISTORY-RECORD
               MOVE "H" TO SH-REC-TYPE
               IF PAIR-HIGH-WINS (PAIR-IDX) > PAIR-LOW-WINS (PAIR-IDX)
                   MOVE PAIR-HIGH-NAME (PAIR-IDX) TO SH-NAME
                   MOVE PAIR-LOW-NAME (PAIR-IDX) TO SH-OPP-NAME
                   MOVE PAIR-HIGH-WINS (PAIR-IDX) TO SH-WINS
                   MOVE PAIR-LOW-WINS (PAIR-IDX) TO SH-LOSSES
               ELSE
                   MOVE PAIR-LOW-NAME (PAIR-IDX) TO SH-NAME
                   MOVE PAIR-HIGH-NAME (PAIR-IDX) TO SH-OPP-NAME
                   MOVE PAIR-LOW-WINS (PAIR-IDX) TO SH-WINS
                   MOVE PAIR-HIGH-WINS (PAIR-IDX) TO SH-LOSSES
               END-IF
               MOVE PAIR-DRAWS (PAIR-IDX) TO SH-DRAWS
               MOVE PAIR-GAMES (PAIR-IDX) TO SH-POINTS
               PERFORM WRITE-HISTORY-RECORD
           END-PERFORM.

       START-HISTORY-RECORD.
           INITIALIZE SEASON-HISTORY-RECORD
           MOVE CLOSING-SEASON TO SH-SEASON
           MOVE SEASON-START TO SH-START-DATE
           MOVE SEASON-END TO SH-END-DATE
           MOVE HISTORY-RANK TO SH-RANK.

       WRITE-HISTORY-RECORD.
           WRITE SEASON-HISTORY-RECORD
           ADD 1 TO HISTORY-WRITTEN.

       RESET-PLAYER-PROFILES.
      *    Same protected update as the game program: PLAYFILE goes to
      *    the next backup generation first and the marker reads
      *    SAVING while the profiles are rewritten, so an interrupted
      *    close can be restored to the end-of-season standings.
           OPEN I-O PLAYER-FILE
           IF NOT PLAYER-FILE-OK
               DISPLAY "PLAYFILE not found - no profiles to reset."
           ELSE
               PERFORM READ-PLAYER-MARKER
               COMPUTE PLAYER-GEN-NUM =
                   FUNCTION MOD (PLAYER-GEN-NUM, GENERATION-KEEP) + 1
               PERFORM SET-PLAYER-GEN-NAME
               OPEN OUTPUT PLAYER-GENERATION
               PERFORM UNTIL PLAYER-FILE-EOF
                   READ PLAYER-FILE NEXT RECORD
                       AT END
                           SET PLAYER-FILE-EOF TO TRUE
                       NOT AT END
                           IF PF-WINS NUMERIC AND PF-LOSSES NUMERIC
                           AND PF-DRAWS NUMERIC AND PF-RATING NUMERIC
                               MOVE PLAYER-FILE-RECORD
                                   TO PLAYER-GEN-RECORD
                               WRITE PLAYER-GEN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYER-GENERATION
               MOVE "SAVING" TO PLAYER-MARKER-STATE
               PERFORM WRITE-PLAYER-MARKER
               MOVE LOW-VALUES TO PF-NAME
               MOVE "00" TO PLAYER-FILE-STATUS
               START PLAYER-FILE KEY IS NOT LESS THAN PF-NAME
                   INVALID KEY
                       SET PLAYER-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL PLAYER-FILE-EOF
                   READ PLAYER-FILE NEXT RECORD
                       AT END
                           SET PLAYER-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM RESET-PLAYER-RECORD
                   END-READ
               END-PERFORM
               CLOSE PLAYER-FILE
               MOVE "DONE" TO PLAYER-MARKER-STATE
               PERFORM WRITE-PLAYER-MARKER
           END-IF.

       RESTART-PROFILE-RESET.
      *    The generation named in PLAYMARK is the copy the cut-short
      *    reset took of the end-of-season standings, so reloading it
      *    and resetting again gives exactly what the close intended.
           DISPLAY "The close of season " CLOSING-SEASON " stopped "
               "during the profile reset - reloading backup "
               "generation " PLAYER-GEN-NUM " and resetting again."
           PERFORM RELOAD-PLAYER-GENERATION
           PERFORM RESET-PLAYER-PROFILES
           MOVE FUNCTION CURRENT-DATE (1:8) TO NEW-SEASON-START
           PERFORM SAVE-RUN-CONTROL
           DISPLAY "Profiles reset (keeping " KEEP-PCT
               "% of rating distance from 1000): " RESET-COUNT
           IF PLAYER-BAD-COUNT > 0
               DISPLAY "PLAYFILE holds " PLAYER-BAD-COUNT
                   " corrupt records - they were left unchanged."
           END-IF
           DISPLAY "Season " NEXT-SEASON " is now open.".

       RELOAD-PLAYER-GENERATION.
           PERFORM SET-PLAYER-GEN-NAME
           MOVE 0 TO PLAYER-COPY-COUNT
           MOVE "00" TO PLAYER-GEN-STATUS
           OPEN INPUT PLAYER-GENERATION
           IF NOT PLAYER-GEN-OK
               DISPLAY "Backup generation " PLAYER-GEN-NAME
                   " is missing - restore PLAYFILE with the recovery "
                   "utility and reset the profiles by hand."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PLAYER-FILE
           PERFORM UNTIL PLAYER-GEN-EOF
               READ PLAYER-GENERATION
                   AT END
                       SET PLAYER-GEN-EOF TO TRUE
                   NOT AT END
                       IF PG-WINS NUMERIC AND PG-LOSSES NUMERIC
                       AND PG-DRAWS NUMERIC AND PG-RATING NUMERIC
                           MOVE PLAYER-GEN-RECORD
                               TO PLAYER-FILE-RECORD
                           WRITE PLAYER-FILE-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO PLAYER-COPY-COUNT
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYER-FILE
           CLOSE PLAYER-GENERATION
           DISPLAY "Profiles reloaded: " PLAYER-COPY-COUNT.

       SET-PLAYER-GEN-NAME.
           MOVE SPACES TO PLAYER-GEN-NAME
           STRING "PLAYG" DELIMITED BY SIZE
               PLAYER-GEN-NUM DELIMITED BY SIZE
               INTO PLAYER-GEN-NAME.

       RESET-PLAYER-RECORD.
      *    Ratings are pulled back toward the starting 1000 by keeping
      *    only the SEASPARM percentage of their distance from it.
           IF PF-WINS NUMERIC AND PF-LOSSES NUMERIC
           AND PF-DRAWS NUMERIC AND PF-RATING NUMERIC
               COMPUTE NEW-RATING ROUNDED =
                   1000 + (PF-RATING - 1000) * KEEP-PCT / 100
               IF NEW-RATING < 0
                   MOVE 0 TO NEW-RATING
               END-IF
               MOVE NEW-RATING TO PF-RATING
               MOVE 0 TO PF-WINS
               MOVE 0 TO PF-LOSSES
               MOVE 0 TO PF-DRAWS
               REWRITE PLAYER-FILE-RECORD
               ADD 1 TO RESET-COUNT
           ELSE
               ADD 1 TO PLAYER-BAD-COUNT
           END-IF.

       SAVE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL
           MOVE NEXT-RUN-ID TO RC-NEXT-RUN-ID
           MOVE NEXT-GAME-SEQ TO RC-NEXT-GAME-SEQ
           COMPUTE NEXT-SEASON = CLOSING-SEASON + 1
           MOVE NEXT-SEASON TO RC-SEASON-NUM
           MOVE NEW-SEASON-START TO RC-SEASON-START
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL.

       READ-PLAYER-MARKER.
           MOVE SPACES TO PLAYER-MARKER-STATE
           MOVE 0 TO PLAYER-GEN-NUM
           MOVE "00" TO PLAYER-MARKER-STATUS
           OPEN INPUT PLAYER-MARKER
           IF PLAYER-MARKER-OK
               READ PLAYER-MARKER
                   NOT AT END
                       MOVE PM-STATE TO PLAYER-MARKER-STATE
                       IF PM-GEN NUMERIC
                           MOVE PM-GEN TO PLAYER-GEN-NUM
                       END-IF
               END-READ
               CLOSE PLAYER-MARKER
           END-IF.

       WRITE-PLAYER-MARKER.
           OPEN OUTPUT PLAYER-MARKER
           MOVE PLAYER-MARKER-STATE TO PM-STATE
           MOVE PLAYER-GEN-NUM TO PM-GEN
           WRITE PLAYER-MARKER-RECORD
           CLOSE PLAYER-MARKER.

       END PROGRAM Season-Close.
