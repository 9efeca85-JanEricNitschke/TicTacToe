           SELECT MATCHUP-CONFIG ASSIGN TO "MATCHCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCHUP-CONFIG-STATUS.
           SELECT RUN-PARM ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARM-STATUS.
           SELECT TOURNAMENT-REPORT ASSIGN TO "TOURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOURNAMENT-FILE-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NAME
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT RANKING-SORT ASSIGN TO "RANKSORT".
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.
           SELECT PENDING-GAMES ASSIGN TO "PENDGAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-GAME-SEQ
               FILE STATUS IS PENDING-GAMES-STATUS.
           SELECT OPENING-BOOK ASSIGN TO "OPENBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPENING-BOOK-STATUS.
           SELECT LEAGUE-SCHEDULE ASSIGN TO "LEAGUESCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAGUE-SCHEDULE-STATUS.
           SELECT CUP-BRACKET ASSIGN TO "BRACKET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUP-BRACKET-STATUS.
           SELECT SESSION-LOCK ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-LOCK-STATUS.
           03 CP-O-USED-HSEC         PIC 9(7).
           03 CP-LEAGUE-SETTING      PIC X(1).
           03 CP-LEAGUE-FIXTURE      PIC 9(3).
           03 CP-CUP-SETTING         PIC X(1).
           03 CP-CUP-TIE             PIC 9(3).
           03 CP-LOG-RECORDS         PIC 9(8).
           03 CP-LOG-GAMES           PIC 9(6).
           03 CP-LOG-HASH            PIC 9(15).

       FD  EXCEPTION-LOG.
       COPY "exceplog.cpy".
       COPY "timerpt.cpy".

       FD  PLAYER-FILE.
       COPY "playfile.cpy".

       SD  RANKING-SORT.
       01  RANKING-SORT-RECORD.
           03 RS-NAME               PIC X(20).
           03 RS-WINS               PIC 9(6).
           03 RS-LOSSES             PIC 9(6).
           03 RS-DRAWS              PIC 9(6).
           03 RS-RATING             PIC 9(5).

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       FD  GAME-MASTER.
       COPY "gamemast.cpy".

       FD  PENDING-GAMES.
       COPY "pendgame.cpy".

       FD  OPENING-BOOK.
       COPY "openbook.cpy".

       FD  LEAGUE-SCHEDULE.
       COPY "leaguesch.cpy".

       FD  CUP-BRACKET.
       COPY "bracket.cpy".

       FD  SESSION-LOCK.
       01  SESSION-LOCK-RECORD.
           03 SL-STATE             PIC X(8).
           03 MC-O-AI-STRENGTH      PIC 9(1).
           03 MC-SERIES-ROUNDS      PIC 9(2).

      *    One control card per run answering every settings question,
      *    so operations can schedule any kind of game unattended.
       FD  RUN-PARM.
       01  RUN-PARM-RECORD.
           03 RP-RESUME-CHOICE      PIC X(1).
           03 RP-BOARD-DIM          PIC 9(1).
           03 RP-WIN-LENGTH         PIC 9(1).
           03 RP-LEAGUE-CHOICE      PIC X(1).
           03 RP-MISERE-SETTING     PIC X(1).
           03 RP-GRAVITY-SETTING    PIC X(1).
           03 RP-BATCH-MODE-SETTING PIC X(1).
           03 RP-GAME-ID            PIC 9(4).
           03 RP-X-AI-SETTING       PIC X(1).
           03 RP-X-AI-STRENGTH      PIC 9(1).
           03 RP-X-PLAYER-NAME      PIC X(20).
           03 RP-O-AI-SETTING       PIC X(1).
           03 RP-O-AI-STRENGTH      PIC 9(1).
           03 RP-O-PLAYER-NAME      PIC X(20).
           03 RP-SERIES-SETTING     PIC X(1).
           03 RP-SERIES-ROUNDS      PIC 9(2).
           03 RP-TAKEBACK-LIMIT     PIC 9(1).
           03 RP-MOVE-LIMIT         PIC 9(3).
           03 RP-TIME-BUDGET        PIC 9(4).
           03 RP-CUP-CHOICE         PIC X(1).

       FD  TOURNAMENT-REPORT.
       01  TOURNAMENT-REPORT-RECORD.
           03 TOUR-X-STRENGTH       PIC 9(1).
        01 PLAYER-MARKER-STATE PIC X(8) VALUE SPACES.
           88 PLAYER-SAVE-INTERRUPTED VALUE "SAVING".
        01 PLAYER-GEN-NUM PIC 9(1) VALUE 0.
        01 PLAYER-BAD-COUNT PIC 9(6).
        01 PLAYER-COPY-COUNT PIC 9(6).
        01 TOUR-GEN-STATUS PIC X(2) VALUE "00".
           88 TOUR-GEN-OK VALUE "00".
           88 TOUR-GEN-EOF VALUE "10".
        01 LEAGUE-IDX PIC 9(3).
        01 LEAGUE-FIXTURE-IDX PIC 9(3) VALUE 0.

        01 CUP-BRACKET-STATUS PIC X(2) VALUE "00".
           88 CUP-BRACKET-OK VALUE "00".
           88 CUP-BRACKET-EOF VALUE "10".
        01 CUP-MODE-SETTING PIC X(1) VALUE "N".
           88 CUP-MODE VALUE "Y".
        01 CUP-TIE-COUNT PIC 9(3) VALUE 0.
        01 CUP-TABLE-AREA.
           03 CUP-TIE-ENTRY OCCURS 128 TIMES.
               05 CUP-ROUND        PIC 9(2).
               05 CUP-TIE          PIC 9(3).
               05 CUP-HIGH-SEED    PIC 9(3).
               05 CUP-HIGH-NAME    PIC X(20).
               05 CUP-LOW-SEED     PIC 9(3).
               05 CUP-LOW-NAME     PIC X(20).
               05 CUP-BEST-OF      PIC 9(2).
               05 CUP-TIEBREAK     PIC X(1).
               05 CUP-GAMES-PLAYED PIC 9(2).
               05 CUP-HIGH-WINS    PIC 9(2).
               05 CUP-LOW-WINS     PIC 9(2).
               05 CUP-DRAWS        PIC 9(2).
               05 CUP-STATUS       PIC X(1).
               05 CUP-WINNER       PIC X(20).
        01 CUP-IDX PIC 9(3).
        01 CUP-TIE-IDX PIC 9(3) VALUE 0.
        01 CUP-GAME-NUM PIC 9(2).
        01 CUP-WINS-NEEDED PIC 9(2).
        01 CUP-HIGH-IS-X-FLAG PIC X(1) VALUE "Y".
           88 CUP-HIGH-IS-X VALUE "Y".

        01 BOOK-CLASS-IDX PIC 9(1).
        01 BOOK-MIN-GAMES PIC 9(2) VALUE 5.
        01 BOOK-SCORE PIC 9(4).
        01 GAME-ID PIC 9(4) VALUE 1.
        01 RUN-ID PIC 9(6) VALUE 0.
        01 GAME-SEQ PIC 9(8) VALUE 0.
        01 SEASON-NUM PIC 9(3) VALUE 1.
        01 SEASON-START PIC X(8) VALUE SPACES.
      *    Running GAMELOG totals for this run, closed off by the
      *    trailer record written at CLOSE-FILES.
        01 RUN-LOG-RECORDS PIC 9(8) VALUE 0.
        01 RUN-LOG-GAMES PIC 9(6) VALUE 0.
        01 RUN-LOG-HASH PIC 9(15) VALUE 0.
        01 HASH-OUTCOME-CODE PIC 9(1).
        01 PLAYER-FILE-STATUS PIC X(2) VALUE "00".
           88 PLAYER-FILE-OK VALUE "00".
           88 PLAYER-FILE-EOF VALUE "10".
           88 PLAYER-FILE-MISSING VALUE "35".
        01 X-PLAYER-NAME PIC X(20) VALUE SPACES.
        01 O-PLAYER-NAME PIC X(20) VALUE SPACES.
        01 PLAYER-FOUND-FLAG PIC X(1) VALUE "N".
           88 PLAYER-FOUND VALUE "Y".
        01 RATING-POINTS PIC S9(3).
        01 NEW-RATING PIC S9(6).
        01 RANK-NUM PIC 9(4).
        01 RANKING-SORT-EOF-FLAG PIC X(1) VALUE "N".
           88 RANKING-SORT-EOF VALUE "Y".
        01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
           88 RUN-CONTROL-OK VALUE "00".
        01 GAME-MASTER-STATUS PIC X(2) VALUE "00".
        01 MATCHUP-MODE-SETTING PIC X(1) VALUE "N".
           88 MATCHUP-MODE VALUE "Y".

        01 RUN-PARM-STATUS PIC X(2) VALUE "00".
           88 RUN-PARM-OK VALUE "00".
        01 RUN-PARM-MODE-SETTING PIC X(1) VALUE "N".
           88 RUN-PARM-MODE VALUE "Y".
        01 RUN-PARM-ERROR PIC X(60) VALUE SPACES.

        01 PENDING-GAMES-STATUS PIC X(2) VALUE "00".
           88 PENDING-GAMES-OK VALUE "00".
           88 PENDING-GAMES-EOF VALUE "10".
           88 PENDING-GAMES-MISSING VALUE "35".
        01 CORRESPONDENCE-MODE-SETTING PIC X(1) VALUE "N".
           88 CORRESPONDENCE-MODE VALUE "Y".
        01 CORR-NEW-GAME-FLAG PIC X(1) VALUE "N".
           88 CORR-NEW-GAME VALUE "Y".
        01 CORR-MOVE-DUE-FLAG PIC X(1) VALUE "N".
           88 CORR-MOVE-DUE VALUE "Y".
        01 CORR-GAME-CHOSEN-FLAG PIC X(1) VALUE "N".
           88 CORR-GAME-CHOSEN VALUE "Y".
        01 CORR-PLAYER-NAME PIC X(20) VALUE SPACES.
        01 CORR-OPPONENT-NAME PIC X(20) VALUE SPACES.
        01 CORR-GAME-CHOICE PIC 9(8) VALUE 0.
        01 CORR-STARTED-DATE PIC X(8) VALUE SPACES.
        01 CORR-YOUR-TURN-COUNT PIC 9(4) VALUE 0.
        01 CORR-WAITING-COUNT PIC 9(4) VALUE 0.

        01 TOURNAMENT-FILE-STATUS PIC X(2) VALUE "00".
           88 TOURNAMENT-FILE-OK VALUE "00".
           88 TOURNAMENT-FILE-EOF VALUE "10".

           PERFORM OPEN-FILES.

           IF CORRESPONDENCE-MODE
               PERFORM PLAY-CORRESPONDENCE-VISIT
           ELSE
               PERFORM VARYING SERIES-ROUND-NUM FROM SERIES-ROUND-NUM
                       BY 1 UNTIL SERIES-ROUND-NUM > SERIES-ROUNDS
                           OR BATCH-EXHAUSTED
                   PERFORM PLAY-ROUND
                   PERFORM TALLY-SERIES-ROUND
                   IF SERIES-MODE
                       PERFORM DISPLAY-SERIES-SCOREBOARD
                   END-IF
                   IF SERIES-ROUND-NUM < SERIES-ROUNDS
                   AND NOT BATCH-EXHAUSTED
                       PERFORM RESET-FOR-NEXT-ROUND
                   END-IF
               END-PERFORM
           END-IF
           PERFORM DISPLAY-STATS-SUMMARY.
           PERFORM DISPLAY-PLAYER-RANKING.
           IF MATCHUP-MODE
               IF LEAGUE-MODE
                   PERFORM RECORD-LEAGUE-RESULT
               END-IF
               IF CUP-MODE
                   PERFORM RECORD-BRACKET-RESULT
               END-IF
               PERFORM DISPLAY-TIMING-SUMMARY
               PERFORM OFFER-MOVE-QUALITY-REPORT
           END-IF
           PERFORM DISPLAY-BOARD.

       PLAY-CORRESPONDENCE-VISIT.
      *    One move by the player whose turn it is; the game then goes
      *    back on PENDGAME for the opponent's next visit, unless the
      *    move ended it - then it is finished like any other game.
           MOVE "N" TO GAME-STATUS
           MOVE "N" TO WIN-DETECTED-FLAG
           MOVE "N" TO FORFEIT-FLAG
           DISPLAY "Correspondence game " GAME-SEQ ": "
               X-PLAYER-NAME " (X) vs " O-PLAYER-NAME " (O)"
           IF CORR-MOVE-DUE
               MOVE FUNCTION CURRENT-DATE TO TURN-START-STAMP
               MOVE "N" TO WAS-AI-TURN-FLAG
               PERFORM PLAYER-MOVE
               MOVE SPOT TO LAST-TURN-SPOT
               MOVE FUNCTION CURRENT-DATE TO TURN-END-STAMP
               PERFORM TALLY-MOVE-TIMING
               PERFORM CHECK-TIME-CONTROLS
               IF NOT FORFEIT-DECLARED
                   PERFORM CHECK-GAME-WON
                   IF NOT GAME-OVER
                       PERFORM CHECK-GAME-DRAW
                   END-IF
               END-IF
               IF NOT GAME-OVER
                   PERFORM SWAP-ACTIVE-PLAYER
               END-IF
           END-IF
           PERFORM DISPLAY-BOARD
           PERFORM SAVE-CORRESPONDENCE-GAME.

       SAVE-CORRESPONDENCE-GAME.
           OPEN I-O PENDING-GAMES
           IF PENDING-GAMES-MISSING
               OPEN OUTPUT PENDING-GAMES
               CLOSE PENDING-GAMES
               OPEN I-O PENDING-GAMES
           END-IF
           IF GAME-OVER
               PERFORM WRITE-TIMING-REPORT
               PERFORM WRITE-GAME-MASTER
               PERFORM DISPLAY-TIMING-SUMMARY
               MOVE GAME-SEQ TO PD-GAME-SEQ
               DELETE PENDING-GAMES RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY "Correspondence game " GAME-SEQ
                   " is finished."
           ELSE
               PERFORM BUILD-PENDING-RECORD
               IF CORR-NEW-GAME
                   WRITE PENDING-GAME-RECORD
                       INVALID KEY
                           DISPLAY "Game " GAME-SEQ " is already on "
                               "PENDGAME - new game not saved."
                           MOVE 1 TO RETURN-CODE
                   END-WRITE
               ELSE
                   REWRITE PENDING-GAME-RECORD
                       INVALID KEY
                           DISPLAY "Game " GAME-SEQ " has left "
                               "PENDGAME - move not saved."
                           MOVE 1 TO RETURN-CODE
                   END-REWRITE
               END-IF
               IF X-TURN
                   DISPLAY "Game " GAME-SEQ " now waits for "
                       X-PLAYER-NAME " (X)."
               ELSE
                   DISPLAY "Game " GAME-SEQ " now waits for "
                       O-PLAYER-NAME " (O)."
               END-IF
           END-IF
           CLOSE PENDING-GAMES.

       BUILD-PENDING-RECORD.
           INITIALIZE PENDING-GAME-RECORD
           MOVE GAME-SEQ TO PD-GAME-SEQ
           MOVE BOARD-DIM TO PD-BOARD-DIM
           MOVE WIN-LENGTH TO PD-WIN-LENGTH
           MOVE ACTIVE-PLAYER TO PD-ACTIVE-PLAYER
           MOVE TURN-NUM TO PD-TURN-NUM
           PERFORM VARYING LOOP-IDX-1 FROM 1 BY 1
                   UNTIL LOOP-IDX-1 > TOTAL-CELLS
               MOVE GAME-SPOT (LOOP-IDX-1) TO PD-CELL (LOOP-IDX-1)
           END-PERFORM
           MOVE X-PLAYER-NAME TO PD-X-NAME
           MOVE O-PLAYER-NAME TO PD-O-NAME
           MOVE MISERE-MODE-SETTING TO PD-MISERE-SETTING
           MOVE GRAVITY-MODE-SETTING TO PD-GRAVITY-SETTING
           MOVE TAKEBACK-LIMIT TO PD-TAKEBACK-LIMIT
           MOVE X-TAKEBACKS-USED TO PD-X-TAKEBACKS-USED
           MOVE O-TAKEBACKS-USED TO PD-O-TAKEBACKS-USED
           MOVE MOVE-LIMIT-SECONDS TO PD-MOVE-LIMIT
           MOVE TIME-BUDGET-SECONDS TO PD-TIME-BUDGET
           MOVE TIMING-X-HSEC TO PD-X-USED-HSEC
           MOVE TIMING-O-HSEC TO PD-O-USED-HSEC
           MOVE TIMING-SLOWEST-HSEC TO PD-SLOWEST-HSEC
           MOVE TIMING-SLOWEST-PLAYER TO PD-SLOWEST-PLAYER
           MOVE TIMING-SLOWEST-SPOT TO PD-SLOWEST-SPOT
           MOVE CORR-STARTED-DATE TO PD-STARTED-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO PD-LAST-MOVE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PD-LAST-MOVE-TIME.

       OFFER-MOVE-QUALITY-REPORT.
      *    The engine only evaluates the classic board, and the offer
      *    is pointless without a human move to judge or a terminal
      *    empty board would judge the wrong positions.
           PERFORM COUNT-BOARD-PIECES
           IF NOT BATCH-MODE AND NOT MATCHUP-MODE
           AND NOT RUN-PARM-MODE
           AND (NOT X-AI OR NOT O-AI)
           AND BOARD-DIM = 3 AND WIN-LENGTH = 3
           AND HIST-COUNT > 0
      *    numbers; only a fresh run draws new ones from RUNCTL.
           IF RUN-ID = 0
               PERFORM GET-RUN-NUMBERS
           ELSE
               PERFORM GET-CURRENT-SEASON
           END-IF
           PERFORM WRITE-SESSION-LOCK
           OPEN I-O GAME-MASTER
               PERFORM SAVE-TOURNAMENT-STATS
           END-IF
           CLOSE GAME-MASTER
           PERFORM WRITE-RUN-LOG-TRAILER
           CLOSE GAME-LOG
           CLOSE EXCEPTION-LOG
           CLOSE TIMING-REPORT
               DISPLAY "Another session (run " LOCK-HOLDER-RUN-ID
                   ", started " LOCK-HOLDER-STAMP ") holds the "
                   "shared files."
               IF BATCH-MODE OR MATCHUP-MODE OR RUN-PARM-MODE
                   DISPLAY "Unattended run refused - try again when "
                       "the other session has finished."
                   MOVE 1 TO RETURN-CODE
                   NOT AT END
                       MOVE RC-NEXT-RUN-ID TO RUN-ID
                       MOVE RC-NEXT-GAME-SEQ TO GAME-SEQ
                       PERFORM NOTE-RUN-CONTROL-SEASON
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           IF CORRESPONDENCE-MODE AND NOT CORR-NEW-GAME
      *        A visit to a game already on PENDGAME keeps that game's
      *        number, so RUNCTL only gives up a run number.
               SUBTRACT 1 FROM GAME-SEQ
               PERFORM SAVE-RUN-CONTROL
               MOVE CORR-GAME-CHOICE TO GAME-SEQ
           ELSE
               PERFORM SAVE-RUN-CONTROL
           END-IF.

       GET-CURRENT-SEASON.
      *    A resumed run keeps its numbers but still has to carry the
      *    season on RUNCTL forward when it rewrites the record.
           OPEN INPUT RUN-CONTROL
           IF RUN-CONTROL-OK
               READ RUN-CONTROL
                   NOT AT END
                       PERFORM NOTE-RUN-CONTROL-SEASON
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       NOTE-RUN-CONTROL-SEASON.
      *    RUNCTL records written before seasons were kept carry no
      *    season number; everything up to the first close is season 1.
           IF RC-SEASON-NUM NUMERIC AND RC-SEASON-NUM > 0
               MOVE RC-SEASON-NUM TO SEASON-NUM
               MOVE RC-SEASON-START TO SEASON-START
           ELSE
               MOVE 1 TO SEASON-NUM
               MOVE SPACES TO SEASON-START
           END-IF.

       SAVE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL
           COMPUTE RC-NEXT-RUN-ID = RUN-ID + 1
           COMPUTE RC-NEXT-GAME-SEQ = GAME-SEQ + 1
           MOVE SEASON-NUM TO RC-SEASON-NUM
           MOVE SEASON-START TO RC-SEASON-START
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL.

           COMPUTE GM-DURATION-SECONDS = TIMING-TOTAL-HSEC / 100
           MOVE X-PLAYER-NAME TO GM-X-NAME
           MOVE O-PLAYER-NAME TO GM-O-NAME
           MOVE SEASON-NUM TO GM-SEASON
           WRITE GAME-MASTER-RECORD
               INVALID KEY
                   REWRITE GAME-MASTER-RECORD
                                   "mode - MOVESIN cannot be safely "
                                   "rewound, so this checkpoint cannot "
                                   "be resumed."
                           ELSE
                           IF RUN-PARM-MODE
                               DISPLAY "A saved game was found - "
                                   "RUNPARM resume choice is "
                                   RP-RESUME-CHOICE "."
                               MOVE RP-RESUME-CHOICE TO RESUME-SETTING
                           ELSE
                               DISPLAY "A saved game was found. Resume "
                                   "it?"
                               PERFORM GET-YES-NO
                               MOVE YES-NO-FLAG TO RESUME-SETTING
                           END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
                       MOVE CP-LEAGUE-FIXTURE TO LEAGUE-FIXTURE-IDX
                       PERFORM LOAD-LEAGUE-SCHEDULE
                   END-IF
                   IF CP-CUP-SETTING = "Y" AND CP-CUP-TIE NUMERIC
                       SET CUP-MODE TO TRUE
                       MOVE CP-CUP-TIE TO CUP-TIE-IDX
                       PERFORM LOAD-CUP-BRACKET
      *                The seeds' colours are whatever the restored
      *                names say, so a win is still posted to the
      *                right seed when the lower seed holds X.
                       IF X-PLAYER-NAME = CUP-HIGH-NAME (CUP-TIE-IDX)
                           MOVE "Y" TO CUP-HIGH-IS-X-FLAG
                       ELSE
                           MOVE "N" TO CUP-HIGH-IS-X-FLAG
                       END-IF
                   END-IF
      *            The resumed run carries on the GAMELOG totals its
      *            trailer will close with.
                   IF CP-LOG-RECORDS NUMERIC AND CP-LOG-GAMES NUMERIC
                   AND CP-LOG-HASH NUMERIC
                       MOVE CP-LOG-RECORDS TO RUN-LOG-RECORDS
                       MOVE CP-LOG-GAMES TO RUN-LOG-GAMES
                       MOVE CP-LOG-HASH TO RUN-LOG-HASH
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE.

           MOVE TIMING-O-HSEC TO CP-O-USED-HSEC
           MOVE LEAGUE-MODE-SETTING TO CP-LEAGUE-SETTING
           MOVE LEAGUE-FIXTURE-IDX TO CP-LEAGUE-FIXTURE
           MOVE CUP-MODE-SETTING TO CP-CUP-SETTING
           MOVE CUP-TIE-IDX TO CP-CUP-TIE
           MOVE RUN-LOG-RECORDS TO CP-LOG-RECORDS
           MOVE RUN-LOG-GAMES TO CP-LOG-GAMES
           MOVE RUN-LOG-HASH TO CP-LOG-HASH
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

           END-IF.

       LOAD-PLAYER-PROFILES.
      *    PLAYFILE is updated in place, two records a game, and is
      *    held open for the session. A copy of it goes to the next
      *    backup generation first and the marker reads SAVING until
      *    the session closes it, so a session that dies part-way
      *    leaves PLAYFILE to be rebuilt from that copy - the same
      *    state the file had before the session began.
           PERFORM READ-PLAYER-MARKER
           IF PLAYER-SAVE-INTERRUPTED AND PLAYER-GEN-NUM > 0
               DISPLAY "PLAYFILE was being updated when the last "
                   "session ended - reloading backup generation "
                   PLAYER-GEN-NUM " instead."
               PERFORM RELOAD-PLAYER-GENERATION
           END-IF
           MOVE "00" TO PLAYER-FILE-STATUS
           OPEN INPUT PLAYER-FILE
           IF PLAYER-FILE-MISSING
               OPEN OUTPUT PLAYER-FILE
               CLOSE PLAYER-FILE
               OPEN INPUT PLAYER-FILE
           END-IF
           COMPUTE PLAYER-GEN-NUM =
               FUNCTION MOD (PLAYER-GEN-NUM, GENERATION-KEEP) + 1
           PERFORM SET-PLAYER-GEN-NAME
           MOVE 0 TO PLAYER-BAD-COUNT
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
                       ELSE
                           ADD 1 TO PLAYER-BAD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYER-GENERATION
           CLOSE PLAYER-FILE
           IF PLAYER-BAD-COUNT > 0
               DISPLAY "PLAYFILE holds " PLAYER-BAD-COUNT
                   " corrupt records - they restart at the starting "
                   "rating if those players play."
           END-IF
           MOVE "SAVING" TO PLAYER-MARKER-STATE
           PERFORM WRITE-PLAYER-MARKER
           OPEN I-O PLAYER-FILE.

       RELOAD-PLAYER-GENERATION.
           PERFORM SET-PLAYER-GEN-NAME
           MOVE 0 TO PLAYER-COPY-COUNT
           MOVE "00" TO PLAYER-GEN-STATUS
           OPEN INPUT PLAYER-GENERATION
           IF PLAYER-GEN-OK
               OPEN OUTPUT PLAYER-FILE
               PERFORM UNTIL PLAYER-GEN-EOF
                   READ PLAYER-GENERATION
                       AT END
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
               DISPLAY "Profiles reloaded: " PLAYER-COPY-COUNT
           ELSE
               DISPLAY "Backup generation " PLAYER-GEN-NAME
                   " is missing - keeping PLAYFILE as it stands."
           END-IF.

       SAVE-PLAYER-PROFILES.
      *    Every game has already been written through to PLAYFILE;
      *    closing it cleanly is all that is left.
           CLOSE PLAYER-FILE
           MOVE "DONE" TO PLAYER-MARKER-STATE
           PERFORM WRITE-PLAYER-MARKER.

       SET-PLAYER-GEN-NAME.
           MOVE SPACES TO PLAYER-GEN-NAME
           CLOSE PLAYER-MARKER.

       FIND-PLAYER-ENTRY.
      *    Reads the profile keyed by PF-NAME, setting up a fresh one
      *    with the starting rating when the name is new.
           READ PLAYER-FILE
               INVALID KEY
                   MOVE "N" TO PLAYER-FOUND-FLAG
               NOT INVALID KEY
                   SET PLAYER-FOUND TO TRUE
           END-READ
           IF NOT PLAYER-FOUND
           OR PF-WINS NOT NUMERIC OR PF-LOSSES NOT NUMERIC
           OR PF-DRAWS NOT NUMERIC OR PF-RATING NOT NUMERIC
               MOVE 0 TO PF-WINS
               MOVE 0 TO PF-LOSSES
               MOVE 0 TO PF-DRAWS
               MOVE 1000 TO PF-RATING
           END-IF.

       STORE-PLAYER-ENTRY.
           IF PLAYER-FOUND
               REWRITE PLAYER-FILE-RECORD
                   INVALID KEY
                       DISPLAY "PLAYFILE profile " PF-NAME
                           " could not be rewritten."
               END-REWRITE
           ELSE
               WRITE PLAYER-FILE-RECORD
                   INVALID KEY
                       DISPLAY "PLAYFILE profile " PF-NAME
                           " could not be added."
               END-WRITE
           END-IF.

       APPLY-RATING-POINTS.
           COMPUTE NEW-RATING = PF-RATING + RATING-POINTS
           IF NEW-RATING < 0
               MOVE 0 TO NEW-RATING
           END-IF
           IF NEW-RATING > 99999
               MOVE 99999 TO NEW-RATING
           END-IF
           MOVE NEW-RATING TO PF-RATING.

       UPDATE-PLAYER-STATS.
      *    A win over a strong AI is worth more than one over a weak
           IF NOT X-AI AND X-PLAYER-NAME NOT = SPACES
               MOVE X-PLAYER-NAME TO PF-NAME
               PERFORM FIND-PLAYER-ENTRY
               IF ACTIVE-PLAYER = "X"
                   ADD 1 TO PF-WINS
                   IF O-AI
                       COMPUTE RATING-POINTS =
                           8 + (8 * O-AI-STRENGTH)
                   ELSE
                       MOVE 16 TO RATING-POINTS
                   END-IF
               ELSE
                   ADD 1 TO PF-LOSSES
                   IF O-AI
                       COMPUTE RATING-POINTS =
                           (2 * O-AI-STRENGTH) - 8
                   ELSE
                       MOVE -16 TO RATING-POINTS
                   END-IF
               END-IF
               PERFORM APPLY-RATING-POINTS
               PERFORM STORE-PLAYER-ENTRY
           END-IF
           IF NOT O-AI AND O-PLAYER-NAME NOT = SPACES
               MOVE O-PLAYER-NAME TO PF-NAME
               PERFORM FIND-PLAYER-ENTRY
               IF ACTIVE-PLAYER = "O"
                   ADD 1 TO PF-WINS
                   IF X-AI
                       COMPUTE RATING-POINTS =
                           8 + (8 * X-AI-STRENGTH)
                   ELSE
                       MOVE 16 TO RATING-POINTS
                   END-IF
               ELSE
                   ADD 1 TO PF-LOSSES
                   IF X-AI
                       COMPUTE RATING-POINTS =
                           (2 * X-AI-STRENGTH) - 8
                   ELSE
                       MOVE -16 TO RATING-POINTS
                   END-IF
               END-IF
               PERFORM APPLY-RATING-POINTS
               PERFORM STORE-PLAYER-ENTRY
           END-IF.

       UPDATE-PLAYER-STATS-DRAW.
           IF NOT X-AI AND X-PLAYER-NAME NOT = SPACES
               MOVE X-PLAYER-NAME TO PF-NAME
               PERFORM FIND-PLAYER-ENTRY
               ADD 1 TO PF-DRAWS
               IF O-AI
                   COMPUTE RATING-POINTS = 2 * O-AI-STRENGTH
               ELSE
                   MOVE 0 TO RATING-POINTS
               END-IF
               PERFORM APPLY-RATING-POINTS
               PERFORM STORE-PLAYER-ENTRY
           END-IF
           IF NOT O-AI AND O-PLAYER-NAME NOT = SPACES
               MOVE O-PLAYER-NAME TO PF-NAME
               PERFORM FIND-PLAYER-ENTRY
               ADD 1 TO PF-DRAWS
               IF X-AI
                   COMPUTE RATING-POINTS = 2 * X-AI-STRENGTH
               ELSE
                   MOVE 0 TO RATING-POINTS
               END-IF
               PERFORM APPLY-RATING-POINTS
               PERFORM STORE-PLAYER-ENTRY
           END-IF.

       DISPLAY-PLAYER-RANKING.
           MOVE 0 TO RANK-NUM
           SORT RANKING-SORT
               ON DESCENDING KEY RS-RATING
               INPUT PROCEDURE IS RELEASE-PLAYER-PROFILES
               OUTPUT PROCEDURE IS SHOW-PLAYER-RANKING.

       RELEASE-PLAYER-PROFILES.
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
                       IF PF-RATING NUMERIC AND PF-WINS NUMERIC
                       AND PF-LOSSES NUMERIC AND PF-DRAWS NUMERIC
                           MOVE PLAYER-FILE-RECORD
                               TO RANKING-SORT-RECORD
                           RELEASE RANKING-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-PLAYER-RANKING.
           MOVE "N" TO RANKING-SORT-EOF-FLAG
           PERFORM UNTIL RANKING-SORT-EOF
               RETURN RANKING-SORT
                   AT END
                       SET RANKING-SORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RANK-NUM
                       IF RANK-NUM = 1
                           DISPLAY "===== Player ranking (season "
                               SEASON-NUM ") ====="
                       END-IF
                       DISPLAY RANK-NUM ". " RS-NAME
                           " rating=" RS-RATING
                           " wins=" RS-WINS
                           " losses=" RS-LOSSES
                           " draws=" RS-DRAWS
               END-RETURN
           END-PERFORM.

       DISPLAY-STATS-SUMMARY.
               MOVE "S" TO LOG-VARIANT
           END-IF
           MOVE GRAVITY-MODE-SETTING TO LOG-GRAVITY
           MOVE SPACE TO LOG-FILLER-6
           MOVE SEASON-NUM TO LOG-SEASON
           WRITE GAME-LOG-RECORD
           PERFORM ADD-TO-RUN-LOG-TOTALS.

       ADD-TO-RUN-LOG-TOTALS.
      *    Each record's spot and outcome is weighted by its place in
      *    the run, so a record dropped, altered or moved shows in
      *    the hash total. Verify-Game-Log repeats this sum.
           ADD 1 TO RUN-LOG-RECORDS
           MOVE 0 TO HASH-OUTCOME-CODE
           IF LOG-EVENT-TYPE = "OUTCOME"
               ADD 1 TO RUN-LOG-GAMES
               EVALUATE TRUE
                   WHEN LOG-DETAIL (1:10) = "GAME DRAWN"
                       MOVE 3 TO HASH-OUTCOME-CODE
                   WHEN LOG-DETAIL (1:8) = "PLAYER X"
                       MOVE 1 TO HASH-OUTCOME-CODE
                   WHEN LOG-DETAIL (1:8) = "PLAYER O"
                       MOVE 2 TO HASH-OUTCOME-CODE
               END-EVALUATE
           END-IF
           COMPUTE RUN-LOG-HASH = RUN-LOG-HASH + RUN-LOG-RECORDS
               * (LOG-SPOT + 100 * HASH-OUTCOME-CODE).

       WRITE-RUN-LOG-TRAILER.
      *    Every run closes its stretch of GAMELOG with a trailer, even
      *    a run that logged nothing, so each run number RUNCTL handed
      *    out can be accounted for.
           INITIALIZE GAME-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE 0 TO LOG-GAME-ID
           MOVE "TRAILER" TO LOG-EVENT-TYPE
           MOVE 0 TO LOG-SPOT
           MOVE RUN-LOG-RECORDS TO LOG-TRL-RECORDS
           MOVE RUN-LOG-GAMES TO LOG-TRL-GAMES
           MOVE RUN-LOG-HASH TO LOG-TRL-HASH
           MOVE RUN-ID TO LOG-RUN-ID
           MOVE 0 TO LOG-GAME-SEQ
           MOVE SEASON-NUM TO LOG-SEASON
           WRITE GAME-LOG-RECORD.

       WRITE-EXCEPTION-LOG.
           END-PERFORM.

       GET-SETTINGS.
           PERFORM LOAD-RUN-PARM
           PERFORM GET-RESUME-CHOICE.
           IF NOT RESUME-GAME AND NOT RUN-PARM-MODE
               PERFORM GET-CORRESPONDENCE-CHOICE
           END-IF
           IF RESUME-GAME
               PERFORM LOAD-CHECKPOINT
               PERFORM BUILD-WIN-CONDITIONS
                       "X: " SERIES-X-WINS " O: " SERIES-O-WINS
                       " draws: " SERIES-DRAWS ")"
               END-IF
           ELSE
           IF CORRESPONDENCE-MODE
               PERFORM GET-CORRESPONDENCE-GAME
           ELSE
               PERFORM GET-BOARD-SIZE
               PERFORM BUILD-WIN-CONDITIONS
                   SET SERIES-MODE TO TRUE
               ELSE
                   PERFORM GET-LEAGUE-FIXTURE
                   IF NOT LEAGUE-MODE
                       PERFORM GET-BRACKET-GAME
                   END-IF
                   IF LEAGUE-MODE OR CUP-MODE
      *                A league fixture or cup game is one standard
      *                game between the two scheduled names; only the
      *                takeback and time-control prompts still apply.
                       MOVE "N" TO MISERE-MODE-SETTING
                       MOVE "N" TO GRAVITY-MODE-SETTING
                       MOVE "N" TO BATCH-MODE-SETTING
                       MOVE "N" TO O-AI-SETTING
                       MOVE "N" TO SERIES-MODE-SETTING
                       MOVE 1 TO SERIES-ROUNDS
                   ELSE
                   IF RUN-PARM-MODE
                       PERFORM APPLY-RUN-PARM-SETTINGS
                   ELSE
                       DISPLAY "Play misere rules, where completing a
      -    " line loses the game?"
                           MOVE 1 TO SERIES-ROUNDS
                       END-IF
                   END-IF
                   END-IF

                   IF NOT BATCH-MODE
                   AND (NOT X-AI OR NOT O-AI)
                   AND RUN-PARM-MODE
                       MOVE RP-TAKEBACK-LIMIT TO TAKEBACK-LIMIT
                       MOVE RP-MOVE-LIMIT TO MOVE-LIMIT-SECONDS
                       MOVE RP-TIME-BUDGET TO TIME-BUDGET-SECONDS
                   END-IF
                   IF NOT BATCH-MODE
                   AND (NOT X-AI OR NOT O-AI)
                   AND NOT RUN-PARM-MODE
                       DISPLAY "How many takebacks may each player use
      -    " per game? [0-9, 0 = none]"
                       ACCEPT TAKEBACK-LIMIT
                       ACCEPT TIME-BUDGET-SECONDS
                   END-IF
               END-IF
           END-IF
           END-IF.

       GET-CORRESPONDENCE-CHOICE.
      *    Tournament steps run unattended and are never asked.
           MOVE "N" TO CORRESPONDENCE-MODE-SETTING
           PERFORM GET-MATCHUP-CONFIG
           IF NOT MATCHUP-MODE
               DISPLAY "Play a correspondence game (one move per "
                   "visit, kept on PENDGAME between visits)?"
               PERFORM GET-YES-NO
               MOVE YES-NO-FLAG TO CORRESPONDENCE-MODE-SETTING
           END-IF.

       GET-CORRESPONDENCE-GAME.
      *    Correspondence games are always two named humans playing
      *    one standard game; each visit makes one move.
           MOVE SPACES TO CORR-PLAYER-NAME
           PERFORM UNTIL CORR-PLAYER-NAME NOT = SPACES
               DISPLAY "Enter your player name:"
               ACCEPT CORR-PLAYER-NAME
           END-PERFORM
           MOVE "N" TO BATCH-MODE-SETTING
           MOVE "N" TO X-AI-SETTING
           MOVE "N" TO O-AI-SETTING
           MOVE "N" TO SERIES-MODE-SETTING
           MOVE 1 TO SERIES-ROUNDS
           PERFORM LIST-CORRESPONDENCE-GAMES
           MOVE "N" TO CORR-GAME-CHOSEN-FLAG
           PERFORM UNTIL CORR-GAME-CHOSEN
               DISPLAY "Enter the game number to move in, or 0 to "
                   "start a new correspondence game:"
               ACCEPT CORR-GAME-CHOICE
               IF CORR-GAME-CHOICE = 0
                   PERFORM START-CORRESPONDENCE-GAME
               ELSE
                   PERFORM LOAD-CORRESPONDENCE-GAME
               END-IF
           END-PERFORM.

       LIST-CORRESPONDENCE-GAMES.
           MOVE 0 TO CORR-YOUR-TURN-COUNT
           MOVE 0 TO CORR-WAITING-COUNT
           MOVE "00" TO PENDING-GAMES-STATUS
           OPEN INPUT PENDING-GAMES
           IF PENDING-GAMES-OK
               DISPLAY "===== Correspondence games waiting on your "
                   "move ====="
               PERFORM UNTIL PENDING-GAMES-EOF
                   READ PENDING-GAMES NEXT RECORD
                       AT END
                           SET PENDING-GAMES-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-PENDING-GAME
                   END-READ
               END-PERFORM
               CLOSE PENDING-GAMES
           END-IF
           IF CORR-YOUR-TURN-COUNT = 0
               DISPLAY "No correspondence game is waiting on your "
                   "move."
           END-IF
           IF CORR-WAITING-COUNT > 0
               DISPLAY "Games waiting on your opponents: "
                   CORR-WAITING-COUNT
           END-IF.

       NOTE-PENDING-GAME.
           EVALUATE TRUE
               WHEN PD-ACTIVE-PLAYER = "X"
               AND PD-X-NAME = CORR-PLAYER-NAME
                   ADD 1 TO CORR-YOUR-TURN-COUNT
                   DISPLAY "Game " PD-GAME-SEQ ": you play X against "
                       PD-O-NAME " on " PD-BOARD-DIM "x" PD-BOARD-DIM
                       ", last move " PD-LAST-MOVE-DATE
               WHEN PD-ACTIVE-PLAYER = "O"
               AND PD-O-NAME = CORR-PLAYER-NAME
                   ADD 1 TO CORR-YOUR-TURN-COUNT
                   DISPLAY "Game " PD-GAME-SEQ ": you play O against "
                       PD-X-NAME " on " PD-BOARD-DIM "x" PD-BOARD-DIM
                       ", last move " PD-LAST-MOVE-DATE
               WHEN PD-X-NAME = CORR-PLAYER-NAME
               OR PD-O-NAME = CORR-PLAYER-NAME
                   ADD 1 TO CORR-WAITING-COUNT
           END-EVALUATE.

       LOAD-CORRESPONDENCE-GAME.
           MOVE "00" TO PENDING-GAMES-STATUS
           OPEN INPUT PENDING-GAMES
           IF PENDING-GAMES-OK
               MOVE CORR-GAME-CHOICE TO PD-GAME-SEQ
               READ PENDING-GAMES
                   INVALID KEY
                       DISPLAY "There is no correspondence game "
                           CORR-GAME-CHOICE "."
                   NOT INVALID KEY
                       IF (PD-ACTIVE-PLAYER = "X"
                           AND PD-X-NAME = CORR-PLAYER-NAME)
                       OR (PD-ACTIVE-PLAYER = "O"
                           AND PD-O-NAME = CORR-PLAYER-NAME)
                           PERFORM RESTORE-PENDING-GAME
                       ELSE
                           DISPLAY "Game " CORR-GAME-CHOICE
                               " is not waiting on your move."
                       END-IF
               END-READ
               CLOSE PENDING-GAMES
           ELSE
               DISPLAY "There are no correspondence games on file."
           END-IF.

       RESTORE-PENDING-GAME.
           MOVE PD-BOARD-DIM TO BOARD-DIM
           MOVE PD-WIN-LENGTH TO WIN-LENGTH
           COMPUTE TOTAL-CELLS = BOARD-DIM * BOARD-DIM
           MOVE PD-ACTIVE-PLAYER TO ACTIVE-PLAYER
           MOVE PD-TURN-NUM TO TURN-NUM
           PERFORM VARYING LOOP-IDX-1 FROM 1 BY 1
                   UNTIL LOOP-IDX-1 > TOTAL-CELLS
               MOVE PD-CELL (LOOP-IDX-1) TO GAME-SPOT (LOOP-IDX-1)
           END-PERFORM
           MOVE PD-X-NAME TO X-PLAYER-NAME
           MOVE PD-O-NAME TO O-PLAYER-NAME
           MOVE PD-MISERE-SETTING TO MISERE-MODE-SETTING
           MOVE PD-GRAVITY-SETTING TO GRAVITY-MODE-SETTING
           MOVE PD-TAKEBACK-LIMIT TO TAKEBACK-LIMIT
           MOVE PD-X-TAKEBACKS-USED TO X-TAKEBACKS-USED
           MOVE PD-O-TAKEBACKS-USED TO O-TAKEBACKS-USED
           MOVE PD-MOVE-LIMIT TO MOVE-LIMIT-SECONDS
           MOVE PD-TIME-BUDGET TO TIME-BUDGET-SECONDS
      *    The game's clocks run on from earlier visits, so the timing
      *    report written when it ends covers the whole game.
           MOVE PD-X-USED-HSEC TO TIMING-X-HSEC
           MOVE PD-O-USED-HSEC TO TIMING-O-HSEC
           COMPUTE TIMING-TOTAL-HSEC = TIMING-X-HSEC + TIMING-O-HSEC
           MOVE PD-TURN-NUM TO TIMING-MOVE-COUNT
           MOVE PD-SLOWEST-HSEC TO TIMING-SLOWEST-HSEC
           MOVE PD-SLOWEST-PLAYER TO TIMING-SLOWEST-PLAYER
           MOVE PD-SLOWEST-SPOT TO TIMING-SLOWEST-SPOT
           MOVE PD-STARTED-DATE TO CORR-STARTED-DATE
           MOVE PD-GAME-SEQ TO GAME-SEQ
           PERFORM BUILD-WIN-CONDITIONS
           MOVE "N" TO CORR-NEW-GAME-FLAG
           SET CORR-MOVE-DUE TO TRUE
           SET CORR-GAME-CHOSEN TO TRUE.

       START-CORRESPONDENCE-GAME.
           DISPLAY "Enter your opponent's player name:"
           ACCEPT CORR-OPPONENT-NAME
           IF CORR-OPPONENT-NAME = SPACES
           OR CORR-OPPONENT-NAME = CORR-PLAYER-NAME
               DISPLAY "A correspondence game needs a named opponent "
                   "other than yourself."
           ELSE
               DISPLAY "Do you take X and make the first move now?"
               PERFORM GET-YES-NO
               IF JA
                   MOVE CORR-PLAYER-NAME TO X-PLAYER-NAME
                   MOVE CORR-OPPONENT-NAME TO O-PLAYER-NAME
                   SET CORR-MOVE-DUE TO TRUE
               ELSE
                   MOVE CORR-OPPONENT-NAME TO X-PLAYER-NAME
                   MOVE CORR-PLAYER-NAME TO O-PLAYER-NAME
                   MOVE "N" TO CORR-MOVE-DUE-FLAG
               END-IF
               PERFORM GET-BOARD-SIZE
               PERFORM BUILD-WIN-CONDITIONS
               PERFORM INIT-BOARD
               DISPLAY "Play misere rules, where completing a line "
                   "loses the game?"
               PERFORM GET-YES-NO
               MOVE YES-NO-FLAG TO MISERE-MODE-SETTING
               IF BOARD-DIM > 3
                   DISPLAY "Play gravity rules, where a piece drops to "
                       "the lowest free cell of its column?"
                   PERFORM GET-YES-NO
                   MOVE YES-NO-FLAG TO GRAVITY-MODE-SETTING
               END-IF
      *        A takeback hands the move back to the opponent, who
      *        is not at the terminal between visits - so none are
      *        allowed in correspondence play.
               MOVE 0 TO TAKEBACK-LIMIT
               DISPLAY "Per-move time limit in seconds? [0 = none]"
               ACCEPT MOVE-LIMIT-SECONDS
               DISPLAY "Total time budget per player in seconds? "
                   "[0 = none]"
               ACCEPT TIME-BUDGET-SECONDS
               MOVE "X" TO ACTIVE-PLAYER
               MOVE 0 TO TURN-NUM
               MOVE FUNCTION CURRENT-DATE (1:8) TO CORR-STARTED-DATE
               SET CORR-NEW-GAME TO TRUE
               SET CORR-GAME-CHOSEN TO TRUE
           END-IF.

       LOAD-LEAGUE-SCHEDULE.
                       LGE-ROUND (LEAGUE-FIXTURE-IDX) "): "
                       LGE-X-NAME (LEAGUE-FIXTURE-IDX) " (X) vs "
                       LGE-O-NAME (LEAGUE-FIXTURE-IDX) " (O)"
                   IF RUN-PARM-MODE
                       MOVE RP-LEAGUE-CHOICE TO YES-NO-FLAG
                       DISPLAY "RUNPARM league choice is "
                           RP-LEAGUE-CHOICE "."
                   ELSE
                       DISPLAY "Play this fixture now?"
                       PERFORM GET-YES-NO
                   END-IF
                   IF JA
                       SET LEAGUE-MODE TO TRUE
                       MOVE LGE-X-NAME (LEAGUE-FIXTURE-IDX)
               DISPLAY "League fixture recorded."
           END-IF.

       LOAD-CUP-BRACKET.
           MOVE 0 TO CUP-TIE-COUNT
           MOVE "00" TO CUP-BRACKET-STATUS
           OPEN INPUT CUP-BRACKET
           IF CUP-BRACKET-OK
               PERFORM UNTIL CUP-BRACKET-EOF
                   READ CUP-BRACKET
                       AT END
                           SET CUP-BRACKET-EOF TO TRUE
                       NOT AT END
                           IF CUP-TIE-COUNT < 128
                               ADD 1 TO CUP-TIE-COUNT
                               MOVE BRACKET-RECORD
                                   TO CUP-TIE-ENTRY (CUP-TIE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUP-BRACKET
           END-IF.

       GET-BRACKET-GAME.
      *    A BRACKET draw on file (built by Cup-Manager) offers the
      *    next game of the first undecided tie in the earliest
      *    round, the same way a league fixture is offered.
           MOVE "N" TO CUP-MODE-SETTING
           MOVE 0 TO CUP-TIE-IDX
           PERFORM LOAD-CUP-BRACKET
           IF CUP-TIE-COUNT > 0
               PERFORM VARYING CUP-IDX FROM CUP-TIE-COUNT BY -1
                       UNTIL CUP-IDX < 1
                   IF CUP-STATUS (CUP-IDX) = SPACE
                       IF CUP-TIE-IDX = 0
                           MOVE CUP-IDX TO CUP-TIE-IDX
                       ELSE
                       IF CUP-ROUND (CUP-IDX)
                               <= CUP-ROUND (CUP-TIE-IDX)
                           MOVE CUP-IDX TO CUP-TIE-IDX
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF CUP-TIE-IDX > 0
                   PERFORM SET-CUP-COLOURS
                   DISPLAY "Next cup game (round "
                       CUP-ROUND (CUP-TIE-IDX) ", tie "
                       CUP-TIE (CUP-TIE-IDX) ", game " CUP-GAME-NUM
                       " of best of " CUP-BEST-OF (CUP-TIE-IDX) "): "
                   DISPLAY "    " X-PLAYER-NAME " (X) vs "
                       O-PLAYER-NAME " (O)"
                   IF RUN-PARM-MODE
                       MOVE RP-CUP-CHOICE TO YES-NO-FLAG
                       DISPLAY "RUNPARM cup game choice is "
                           RP-CUP-CHOICE "."
                   ELSE
                       DISPLAY "Play this cup game now?"
                       PERFORM GET-YES-NO
                   END-IF
                   IF JA
                       SET CUP-MODE TO TRUE
                   ELSE
                       MOVE SPACES TO X-PLAYER-NAME
                       MOVE SPACES TO O-PLAYER-NAME
                   END-IF
               ELSE
                   DISPLAY "No cup tie is waiting to be played - run "
                       "Cup-Manager to advance the draw."
               END-IF
           END-IF.

       SET-CUP-COLOURS.
      *    The higher seed has X in the odd-numbered games of a tie.
      *    The one extra game of a level tie under tiebreak S gives
      *    the lower seed X instead.
           COMPUTE CUP-GAME-NUM = CUP-GAMES-PLAYED (CUP-TIE-IDX) + 1
           IF FUNCTION MOD (CUP-GAME-NUM, 2) = 1
               MOVE "Y" TO CUP-HIGH-IS-X-FLAG
           ELSE
               MOVE "N" TO CUP-HIGH-IS-X-FLAG
           END-IF
           IF CUP-GAME-NUM > CUP-BEST-OF (CUP-TIE-IDX)
           AND CUP-TIEBREAK (CUP-TIE-IDX) = "S"
               MOVE "N" TO CUP-HIGH-IS-X-FLAG
           END-IF
           IF CUP-HIGH-IS-X
               MOVE CUP-HIGH-NAME (CUP-TIE-IDX) TO X-PLAYER-NAME
               MOVE CUP-LOW-NAME (CUP-TIE-IDX) TO O-PLAYER-NAME
           ELSE
               MOVE CUP-LOW-NAME (CUP-TIE-IDX) TO X-PLAYER-NAME
               MOVE CUP-HIGH-NAME (CUP-TIE-IDX) TO O-PLAYER-NAME
           END-IF.

       RECORD-BRACKET-RESULT.
      *    The game is counted against its tie in BRACKET straight
      *    away, so a stopped session resumes with the right game of
      *    the tie; Cup-Manager advances the winners.
           IF CUP-TIE-IDX > 0
               ADD 1 TO CUP-GAMES-PLAYED (CUP-TIE-IDX)
               EVALUATE TRUE
                   WHEN NOT SOMEONE-WON
                       ADD 1 TO CUP-DRAWS (CUP-TIE-IDX)
                   WHEN (ACTIVE-PLAYER = "X" AND CUP-HIGH-IS-X)
                   OR (ACTIVE-PLAYER = "O" AND NOT CUP-HIGH-IS-X)
                       ADD 1 TO CUP-HIGH-WINS (CUP-TIE-IDX)
                   WHEN OTHER
                       ADD 1 TO CUP-LOW-WINS (CUP-TIE-IDX)
               END-EVALUATE
               PERFORM DECIDE-CUP-TIE
               OPEN OUTPUT CUP-BRACKET
               PERFORM VARYING CUP-IDX FROM 1 BY 1
                       UNTIL CUP-IDX > CUP-TIE-COUNT
                   MOVE CUP-TIE-ENTRY (CUP-IDX) TO BRACKET-RECORD
                   WRITE BRACKET-RECORD
               END-PERFORM
               CLOSE CUP-BRACKET
               IF CUP-STATUS (CUP-TIE-IDX) = "D"
                   DISPLAY "Cup tie decided: " CUP-WINNER (CUP-TIE-IDX)
                       " goes through."
               ELSE
                   DISPLAY "Cup game recorded - the tie stands at "
                       CUP-HIGH-WINS (CUP-TIE-IDX) "-"
                       CUP-LOW-WINS (CUP-TIE-IDX) " with "
                       CUP-DRAWS (CUP-TIE-IDX) " drawn."
               END-IF
           END-IF.

       DECIDE-CUP-TIE.
      *    A majority of the best-of-N decides the tie outright. Once
      *    the N games are played the player with more wins goes
      *    through; a level tie goes to the tiebreak - H the higher
      *    seed at once, S one extra game then the higher seed, R
      *    further games until one is won.
           COMPUTE CUP-WINS-NEEDED = CUP-BEST-OF (CUP-TIE-IDX) / 2 + 1
           EVALUATE TRUE
               WHEN CUP-HIGH-WINS (CUP-TIE-IDX) >= CUP-WINS-NEEDED
                   MOVE CUP-HIGH-NAME (CUP-TIE-IDX)
                       TO CUP-WINNER (CUP-TIE-IDX)
               WHEN CUP-LOW-WINS (CUP-TIE-IDX) >= CUP-WINS-NEEDED
                   MOVE CUP-LOW-NAME (CUP-TIE-IDX)
                       TO CUP-WINNER (CUP-TIE-IDX)
               WHEN CUP-GAMES-PLAYED (CUP-TIE-IDX)
                       < CUP-BEST-OF (CUP-TIE-IDX)
                   CONTINUE
               WHEN CUP-HIGH-WINS (CUP-TIE-IDX)
                       > CUP-LOW-WINS (CUP-TIE-IDX)
                   MOVE CUP-HIGH-NAME (CUP-TIE-IDX)
                       TO CUP-WINNER (CUP-TIE-IDX)
               WHEN CUP-LOW-WINS (CUP-TIE-IDX)
                       > CUP-HIGH-WINS (CUP-TIE-IDX)
                   MOVE CUP-LOW-NAME (CUP-TIE-IDX)
                       TO CUP-WINNER (CUP-TIE-IDX)
               WHEN CUP-TIEBREAK (CUP-TIE-IDX) = "R"
               AND CUP-GAMES-PLAYED (CUP-TIE-IDX) < 99
                   CONTINUE
               WHEN CUP-TIEBREAK (CUP-TIE-IDX) = "S"
               AND CUP-GAMES-PLAYED (CUP-TIE-IDX)
                       = CUP-BEST-OF (CUP-TIE-IDX)
                   CONTINUE
               WHEN OTHER
                   MOVE CUP-HIGH-NAME (CUP-TIE-IDX)
                       TO CUP-WINNER (CUP-TIE-IDX)
           END-EVALUATE
           IF CUP-WINNER (CUP-TIE-IDX) NOT = SPACES
               MOVE "D" TO CUP-STATUS (CUP-TIE-IDX)
           END-IF.

       GET-MATCHUP-CONFIG.
           MOVE "N" TO MATCHUP-MODE-SETTING
           OPEN INPUT MATCHUP-CONFIG
               CLOSE MATCHUP-CONFIG
           END-IF.

       LOAD-RUN-PARM.
      *    A RUNPARM card answers every settings question for the run.
      *    Nobody is at the terminal for these runs, so a card that
      *    cannot answer a question ends the run instead of falling
      *    back to a prompt.
           MOVE "N" TO RUN-PARM-MODE-SETTING
           MOVE SPACES TO RUN-PARM-ERROR
           OPEN INPUT RUN-PARM
           IF RUN-PARM-OK
               READ RUN-PARM
                   AT END
                       MOVE "the file is empty" TO RUN-PARM-ERROR
                   NOT AT END
                       SET RUN-PARM-MODE TO TRUE
                       PERFORM EDIT-RUN-PARM
               END-READ
               CLOSE RUN-PARM
               IF RUN-PARM-ERROR = SPACES
                   OPEN INPUT MATCHUP-CONFIG
                   IF MATCHUP-CONFIG-OK
                       CLOSE MATCHUP-CONFIG
                       MOVE "MATCHCFG is also present - remove one"
                           TO RUN-PARM-ERROR
                   END-IF
               END-IF
               IF RUN-PARM-ERROR NOT = SPACES
                   DISPLAY "RUNPARM control card rejected: "
                       RUN-PARM-ERROR
                   DISPLAY "Run ended - correct RUNPARM and resubmit."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Settings taken from the RUNPARM control card."
           END-IF.

       EDIT-RUN-PARM.
      *    The first missing or invalid value is reported.
           EVALUATE TRUE
               WHEN RP-RESUME-CHOICE NOT = "Y" AND NOT = "N"
                   MOVE "resume choice must be Y or N"
                       TO RUN-PARM-ERROR
               WHEN RP-BOARD-DIM NOT NUMERIC
               OR RP-WIN-LENGTH NOT NUMERIC
                   MOVE "board size and win length are missing"
                       TO RUN-PARM-ERROR
               WHEN NOT ((RP-BOARD-DIM = 3 AND RP-WIN-LENGTH = 3)
                   OR (RP-BOARD-DIM = 4 AND RP-WIN-LENGTH = 4)
                   OR (RP-BOARD-DIM = 5 AND RP-WIN-LENGTH = 4))
                   MOVE "board size must be 33, 44 or 54"
                       TO RUN-PARM-ERROR
               WHEN RP-LEAGUE-CHOICE NOT = "Y" AND NOT = "N"
                   MOVE "league fixture choice must be Y or N"
                       TO RUN-PARM-ERROR
               WHEN RP-MISERE-SETTING NOT = "Y" AND NOT = "N"
                   MOVE "misere setting must be Y or N"
                       TO RUN-PARM-ERROR
               WHEN RP-GRAVITY-SETTING NOT = "Y" AND NOT = "N"
                   MOVE "gravity setting must be Y or N"
                       TO RUN-PARM-ERROR
               WHEN RP-GRAVITY-SETTING = "Y" AND RP-BOARD-DIM = 3
                   MOVE "gravity rules need a 4x4 or 5x5 board"
                       TO RUN-PARM-ERROR
               WHEN RP-BATCH-MODE-SETTING NOT = "Y" AND NOT = "N"
                   MOVE "batch mode setting must be Y or N"
                       TO RUN-PARM-ERROR
               WHEN RP-BATCH-MODE-SETTING = "Y"
               AND (RP-GAME-ID NOT NUMERIC OR RP-GAME-ID = 0)
                   MOVE "batch mode needs a MOVESIN game id"
                       TO RUN-PARM-ERROR
               WHEN RP-X-AI-SETTING NOT = "Y" AND NOT = "N"
                   MOVE "X computer setting must be Y or N"
                       TO RUN-PARM-ERROR
               WHEN RP-X-AI-SETTING = "Y"
               AND (RP-X-AI-STRENGTH NOT NUMERIC
                   OR RP-X-AI-STRENGTH > 3)
                   MOVE "X AI strength must be 0 to 3"
                       TO RUN-PARM-ERROR
               WHEN RP-O-AI-SETTING NOT = "Y" AND NOT = "N"
                   MOVE "O computer setting must be Y or N"
                       TO RUN-PARM-ERROR
               WHEN RP-O-AI-SETTING = "Y"
               AND (RP-O-AI-STRENGTH NOT NUMERIC
                   OR RP-O-AI-STRENGTH > 3)
                   MOVE "O AI strength must be 0 to 3"
                       TO RUN-PARM-ERROR
               WHEN RP-SERIES-SETTING NOT = "Y" AND NOT = "N"
                   MOVE "series setting must be Y or N"
                       TO RUN-PARM-ERROR
               WHEN RP-SERIES-SETTING = "Y"
               AND (RP-SERIES-ROUNDS NOT NUMERIC
                   OR RP-SERIES-ROUNDS = 0)
                   MOVE "a series needs 1 to 99 games"
                       TO RUN-PARM-ERROR
               WHEN RP-CUP-CHOICE NOT = "Y" AND NOT = "N"
                   MOVE "cup game choice must be Y or N"
                       TO RUN-PARM-ERROR
               WHEN RP-TAKEBACK-LIMIT NOT NUMERIC
                   MOVE "takeback limit must be 0 to 9"
                       TO RUN-PARM-ERROR
               WHEN RP-MOVE-LIMIT NOT NUMERIC
                   MOVE "per-move time limit must be numeric"
                       TO RUN-PARM-ERROR
               WHEN RP-TIME-BUDGET NOT NUMERIC
                   MOVE "time budget must be numeric"
                       TO RUN-PARM-ERROR
           END-EVALUATE.

       APPLY-RUN-PARM-SETTINGS.
           MOVE RP-MISERE-SETTING TO MISERE-MODE-SETTING
           MOVE RP-GRAVITY-SETTING TO GRAVITY-MODE-SETTING
           MOVE RP-BATCH-MODE-SETTING TO BATCH-MODE-SETTING
           IF BATCH-MODE
               MOVE RP-GAME-ID TO GAME-ID
           END-IF
           MOVE RP-X-AI-SETTING TO X-AI-SETTING
           IF X-AI
               MOVE RP-X-AI-STRENGTH TO X-AI-STRENGTH
           ELSE
               MOVE RP-X-PLAYER-NAME TO X-PLAYER-NAME
           END-IF
           MOVE RP-O-AI-SETTING TO O-AI-SETTING
           IF O-AI
               MOVE RP-O-AI-STRENGTH TO O-AI-STRENGTH
           ELSE
               MOVE RP-O-PLAYER-NAME TO O-PLAYER-NAME
           END-IF
           MOVE RP-SERIES-SETTING TO SERIES-MODE-SETTING
           IF SERIES-MODE
               MOVE RP-SERIES-ROUNDS TO SERIES-ROUNDS
           ELSE
               MOVE 1 TO SERIES-ROUNDS
           END-IF.

       GET-BOARD-SIZE.
      *    A RUNPARM card carries the board size itself; BOARDCFG and
      *    the terminal menu only apply without one.
           IF RUN-PARM-MODE
               MOVE RP-BOARD-DIM TO BOARD-DIM
               MOVE RP-WIN-LENGTH TO WIN-LENGTH
           ELSE
               PERFORM READ-BOARD-CONFIG
           END-IF
           IF BOARD-DIM < 3 OR BOARD-DIM > 5
               DISPLAY "BOARDCFG board size " BOARD-DIM
                   " is out of range - defaulting to 3x3 classic."
               MOVE 3 TO BOARD-DIM
               MOVE 3 TO WIN-LENGTH
           END-IF
           IF WIN-LENGTH < 1 OR WIN-LENGTH > BOARD-DIM
               DISPLAY "BOARDCFG win length " WIN-LENGTH
                   " is invalid for a " BOARD-DIM "x" BOARD-DIM
                   " board - defaulting to " BOARD-DIM "."
               MOVE BOARD-DIM TO WIN-LENGTH
           END-IF
           COMPUTE TOTAL-CELLS = BOARD-DIM * BOARD-DIM.

       READ-BOARD-CONFIG.
           OPEN INPUT BOARD-CONFIG
           IF BOARD-CONFIG-OK
               READ BOARD-CONFIG
                       MOVE 3 TO BOARD-DIM
                       MOVE 3 TO WIN-LENGTH
               END-EVALUATE
           END-IF.

       INIT-BOARD.
           PERFORM VARYING LOOP-IDX-1 FROM 1 BY 1
