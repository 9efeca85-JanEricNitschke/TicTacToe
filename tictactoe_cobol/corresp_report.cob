       IDENTIFICATION DIVISION.
       PROGRAM-ID. Correspondence-Report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-PARM ASSIGN TO "CORRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORR-PARM-STATUS.
           SELECT PENDING-GAMES ASSIGN TO "PENDGAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-GAME-SEQ
               FILE STATUS IS PENDING-GAMES-STATUS.
           SELECT GAME-LOG ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.
           SELECT GAME-MASTER ASSIGN TO "GAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.
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
           SELECT SESSION-LOCK ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORR-PARM.
       01  CORR-PARM-RECORD.
           03 CP-STALE-DAYS        PIC 9(3).
           03 CP-ADJUDICATE        PIC X(1).

       FD  PENDING-GAMES.
       COPY "pendgame.cpy".

       FD  GAME-LOG.
       COPY "gamelog.cpy".

       FD  GAME-MASTER.
       COPY "gamemast.cpy".

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

       FD  SESSION-LOCK.
       01  SESSION-LOCK-RECORD.
           03 SL-STATE             PIC X(8).
           03 SL-RUN-ID            PIC 9(6).
           03 SL-STAMP             PIC X(14).

       WORKING-STORAGE SECTION.
        01 CORR-PARM-STATUS PIC X(2) VALUE "00".
           88 CORR-PARM-OK VALUE "00".
        01 PENDING-GAMES-STATUS PIC X(2) VALUE "00".
           88 PENDING-GAMES-OK VALUE "00".
           88 PENDING-GAMES-EOF VALUE "10".
        01 GAME-LOG-STATUS PIC X(2) VALUE "00".
           88 GAME-LOG-MISSING VALUE "35".
        01 GAME-MASTER-STATUS PIC X(2) VALUE "00".
           88 GAME-MASTER-MISSING VALUE "35".
        01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
           88 RUN-CONTROL-OK VALUE "00".
        01 PLAYER-FILE-STATUS PIC X(2) VALUE "00".
           88 PLAYER-FILE-OK VALUE "00".
           88 PLAYER-FILE-EOF VALUE "10".
           88 PLAYER-FILE-MISSING VALUE "35".
        01 PLAYER-GEN-STATUS PIC X(2) VALUE "00".
           88 PLAYER-GEN-OK VALUE "00".
        01 PLAYER-GEN-NAME PIC X(7).
        01 PLAYER-MARKER-STATUS PIC X(2) VALUE "00".
           88 PLAYER-MARKER-OK VALUE "00".
        01 PLAYER-MARKER-STATE PIC X(8) VALUE SPACES.
           88 PLAYER-SAVE-INTERRUPTED VALUE "SAVING".
        01 PLAYER-GEN-NUM PIC 9(1) VALUE 0.
        01 PLAYER-BAD-COUNT PIC 9(6) VALUE 0.
        01 GENERATION-KEEP PIC 9(1) VALUE 3.
        01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
           88 SESSION-LOCK-OK VALUE "00".
        01 SESSION-LOCK-STATE PIC X(8) VALUE SPACES.
           88 SESSION-LOCK-HELD VALUE "ACTIVE".
        01 LOCK-HOLDER-RUN-ID PIC 9(6) VALUE 0.
        01 LOCK-HOLDER-STAMP PIC X(14) VALUE SPACES.

        01 STALE-DAYS PIC 9(3) VALUE 0.
        01 ADJUDICATE-SETTING PIC X(1) VALUE "N".
           88 ADJUDICATE-STALE VALUE "Y".
        01 RUN-DATE PIC X(8).
        01 RUN-DAY-NUM PIC 9(7).
        01 MOVE-DAY-NUM PIC 9(7).
        01 IDLE-DAYS PIC 9(5).
        01 RUN-ID PIC 9(6) VALUE 0.
        01 NEXT-GAME-SEQ PIC 9(8) VALUE 1.
        01 SEASON-NUM PIC 9(3) VALUE 1.
        01 SEASON-START PIC X(8) VALUE SPACES.
        01 FORFEIT-GAME-ID PIC 9(4) VALUE 0.
        01 RUN-LOG-RECORDS PIC 9(8) VALUE 0.
        01 RUN-LOG-GAMES PIC 9(6) VALUE 0.
        01 RUN-LOG-HASH PIC 9(15) VALUE 0.
        01 HASH-OUTCOME-CODE PIC 9(1).

        01 PENDING-READ-COUNT PIC 9(6) VALUE 0.
        01 STALE-COUNT PIC 9(4) VALUE 0.
        01 STALE-TABLE-AREA.
           03 STALE-ENTRY OCCURS 500 TIMES.
               05 STALE-GAME-SEQ PIC 9(8).
               05 STALE-TO-MOVE  PIC X(1).
        01 STILL-STALE-FLAG PIC X(1).
           88 STILL-STALE VALUE "Y".
        01 STALE-IDX PIC 9(4).
        01 ADJUDICATED-COUNT PIC 9(4) VALUE 0.

        01 WINNER-MARK PIC X(1).
        01 WINNER-NAME PIC X(20).
        01 LOSER-NAME PIC X(20).

        01 PLAYER-FOUND-FLAG PIC X(1) VALUE "N".
           88 PLAYER-FOUND VALUE "Y".
        01 LOOKUP-NAME PIC X(20).
        01 NEW-RATING PIC S9(6).

       PROCEDURE DIVISION.
           DISPLAY "===== Correspondence games awaiting a move ====="
           PERFORM GET-CORR-PARM
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE
           COMPUTE RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (RUN-DATE))
           PERFORM LIST-STALE-GAMES
           DISPLAY "Pending games read: " PENDING-READ-COUNT
           DISPLAY "Games with no move for " STALE-DAYS
               " days or more: " STALE-COUNT
           IF ADJUDICATE-STALE AND STALE-COUNT > 0
               PERFORM ADJUDICATE-STALE-GAMES
               DISPLAY "Games adjudicated as forfeits: "
                   ADJUDICATED-COUNT
           END-IF
           STOP RUN.

       GET-CORR-PARM.
           OPEN INPUT CORR-PARM
           IF NOT CORR-PARM-OK
               DISPLAY "CORRPARM parameter file not found - the "
                   "stale-game limit must be given."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CORR-PARM
               AT END
                   DISPLAY "CORRPARM is empty."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CORR-PARM
           IF CP-STALE-DAYS NOT NUMERIC OR CP-STALE-DAYS = 0
           OR (CP-ADJUDICATE NOT = "Y" AND CP-ADJUDICATE NOT = "N")
               DISPLAY "CORRPARM must give a nonzero day limit and "
                   "Y or N for adjudication."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CP-STALE-DAYS TO STALE-DAYS
           MOVE CP-ADJUDICATE TO ADJUDICATE-SETTING
           IF ADJUDICATE-STALE
               DISPLAY "Stale limit " STALE-DAYS " days - stale games "
                   "are adjudicated against the side to move."
           ELSE
               DISPLAY "Stale limit " STALE-DAYS " days - report only."
           END-IF.

       LIST-STALE-GAMES.
           MOVE "00" TO PENDING-GAMES-STATUS
           OPEN INPUT PENDING-GAMES
           IF NOT PENDING-GAMES-OK
               DISPLAY "PENDGAME not found - no correspondence games "
                   "are in progress."
           ELSE
               PERFORM UNTIL PENDING-GAMES-EOF
                   READ PENDING-GAMES NEXT RECORD
                       AT END
                           SET PENDING-GAMES-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO PENDING-READ-COUNT
                           PERFORM JUDGE-PENDING-GAME
                   END-READ
               END-PERFORM
               CLOSE PENDING-GAMES
           END-IF.

       JUDGE-PENDING-GAME.
           PERFORM COMPUTE-IDLE-DAYS
           IF IDLE-DAYS >= STALE-DAYS
               IF PD-ACTIVE-PLAYER = "X"
                   DISPLAY "Game " PD-GAME-SEQ " " PD-X-NAME
                       " (X) to move vs " PD-O-NAME
                       " - idle " IDLE-DAYS " days since "
                       PD-LAST-MOVE-DATE
               ELSE
                   DISPLAY "Game " PD-GAME-SEQ " " PD-O-NAME
                       " (O) to move vs " PD-X-NAME
                       " - idle " IDLE-DAYS " days since "
                       PD-LAST-MOVE-DATE
               END-IF
               IF STALE-COUNT < 500
                   ADD 1 TO STALE-COUNT
                   MOVE PD-GAME-SEQ TO STALE-GAME-SEQ (STALE-COUNT)
                   MOVE PD-ACTIVE-PLAYER TO STALE-TO-MOVE (STALE-COUNT)
               END-IF
           END-IF.

       COMPUTE-IDLE-DAYS.
      *    A game whose last-move date is unreadable counts as stale,
      *    so a damaged record is shown rather than hidden.
           IF PD-LAST-MOVE-DATE NUMERIC
               COMPUTE MOVE-DAY-NUM = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (PD-LAST-MOVE-DATE))
               COMPUTE IDLE-DAYS = RUN-DAY-NUM - MOVE-DAY-NUM
           ELSE
               MOVE 99999 TO IDLE-DAYS
           END-IF.

       ADJUDICATE-STALE-GAMES.
      *    Forfeits are recorded on the same shared files as a played
      *    game, so the session lock is taken for the whole pass.
      *    Both refusals come before a run number is drawn, so a run
      *    that stops here leaves no run without a GAMELOG trailer.
           PERFORM CHECK-SESSION-LOCK
           PERFORM CHECK-PLAYER-MARKER
           PERFORM GET-RUN-NUMBER
           PERFORM WRITE-SESSION-LOCK
           PERFORM LOAD-PLAYER-PROFILES
           OPEN I-O GAME-MASTER
           IF GAME-MASTER-MISSING
               OPEN OUTPUT GAME-MASTER
               CLOSE GAME-MASTER
               OPEN I-O GAME-MASTER
           END-IF
           OPEN EXTEND GAME-LOG
           IF GAME-LOG-MISSING
               OPEN OUTPUT GAME-LOG
               CLOSE GAME-LOG
               OPEN EXTEND GAME-LOG
           END-IF
           OPEN I-O PENDING-GAMES
           PERFORM VARYING STALE-IDX FROM 1 BY 1
                   UNTIL STALE-IDX > STALE-COUNT
               MOVE STALE-GAME-SEQ (STALE-IDX) TO PD-GAME-SEQ
               READ PENDING-GAMES
                   INVALID KEY
                       DISPLAY "Game " PD-GAME-SEQ " has left "
                           "PENDGAME - not adjudicated."
                   NOT INVALID KEY
                       PERFORM RECHECK-STALE-GAME
                       IF STILL-STALE
                           PERFORM RECORD-FORFEIT
                       ELSE
                           DISPLAY "Game " PD-GAME-SEQ " has had a "
                               "move since it was listed - not "
                               "adjudicated."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-GAMES
           PERFORM WRITE-RUN-LOG-TRAILER
           CLOSE GAME-LOG
           CLOSE GAME-MASTER
           PERFORM SAVE-PLAYER-PROFILES
           PERFORM RELEASE-SESSION-LOCK.

       RECHECK-STALE-GAME.
      *    The game was listed from an earlier read of PENDGAME; a
      *    move made since then must not be forfeited, so the record
      *    just read is judged again before anything is posted.
           MOVE "N" TO STILL-STALE-FLAG
           PERFORM COMPUTE-IDLE-DAYS
           IF IDLE-DAYS >= STALE-DAYS
           AND PD-ACTIVE-PLAYER = STALE-TO-MOVE (STALE-IDX)
               SET STILL-STALE TO TRUE
           END-IF.

       RECORD-FORFEIT.
           IF PD-ACTIVE-PLAYER = "X"
               MOVE "O" TO WINNER-MARK
               MOVE PD-O-NAME TO WINNER-NAME
               MOVE PD-X-NAME TO LOSER-NAME
           ELSE
               MOVE "X" TO WINNER-MARK
               MOVE PD-X-NAME TO WINNER-NAME
               MOVE PD-O-NAME TO LOSER-NAME
           END-IF
           ADD 1 TO FORFEIT-GAME-ID
           PERFORM WRITE-FORFEIT-LOG
           PERFORM WRITE-FORFEIT-MASTER
           MOVE WINNER-NAME TO LOOKUP-NAME
           PERFORM FIND-PLAYER-ENTRY
           IF LOOKUP-NAME NOT = SPACES
               ADD 1 TO PF-WINS
               COMPUTE NEW-RATING = PF-RATING + 16
               IF NEW-RATING > 99999
                   MOVE 99999 TO NEW-RATING
               END-IF
               MOVE NEW-RATING TO PF-RATING
               PERFORM STORE-PLAYER-ENTRY
           END-IF
           MOVE LOSER-NAME TO LOOKUP-NAME
           PERFORM FIND-PLAYER-ENTRY
           IF LOOKUP-NAME NOT = SPACES
               ADD 1 TO PF-LOSSES
               COMPUTE NEW-RATING = PF-RATING - 16
               IF NEW-RATING < 0
                   MOVE 0 TO NEW-RATING
               END-IF
               MOVE NEW-RATING TO PF-RATING
               PERFORM STORE-PLAYER-ENTRY
           END-IF
           DELETE PENDING-GAMES RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO ADJUDICATED-COUNT
           DISPLAY "Game " PD-GAME-SEQ ": " WINNER-NAME " ("
               WINNER-MARK ") wins by forfeit over " LOSER-NAME.

       WRITE-FORFEIT-LOG.
           INITIALIZE GAME-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE FORFEIT-GAME-ID TO LOG-GAME-ID
           MOVE SPACE TO LOG-FILLER-0
           MOVE "OUTCOME" TO LOG-EVENT-TYPE
           MOVE WINNER-MARK TO LOG-PLAYER
           MOVE 0 TO LOG-SPOT
           MOVE SPACE TO LOG-FILLER-1
           MOVE SPACE TO LOG-RESULT-SPOT
           STRING "PLAYER " WINNER-MARK " WON BY FORFEIT"
               DELIMITED BY SIZE INTO LOG-DETAIL
           MOVE SPACE TO LOG-FILLER-2
           MOVE "N" TO LOG-X-AI
           MOVE 0 TO LOG-X-STRENGTH
           MOVE "N" TO LOG-O-AI
           MOVE 0 TO LOG-O-STRENGTH
           MOVE "N" TO LOG-MATCHUP
           MOVE SPACE TO LOG-FILLER-3
           MOVE RUN-ID TO LOG-RUN-ID
           MOVE SPACE TO LOG-FILLER-4
           MOVE PD-GAME-SEQ TO LOG-GAME-SEQ
           MOVE SPACE TO LOG-FILLER-5
           IF PD-MISERE-SETTING = "Y"
               MOVE "M" TO LOG-VARIANT
           ELSE
               MOVE "S" TO LOG-VARIANT
           END-IF
           MOVE PD-GRAVITY-SETTING TO LOG-GRAVITY
           MOVE SPACE TO LOG-FILLER-6
           MOVE SEASON-NUM TO LOG-SEASON
           WRITE GAME-LOG-RECORD
           PERFORM ADD-TO-RUN-LOG-TOTALS.

       ADD-TO-RUN-LOG-TOTALS.
      *    Same totals as a game session keeps, so Verify-Game-Log can
      *    check an adjudication run like any other.
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
      *    The run number drawn for the adjudication is closed off in
      *    GAMELOG like a session's.
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

       WRITE-FORFEIT-MASTER.
           INITIALIZE GAME-MASTER-RECORD
           MOVE PD-GAME-SEQ TO GM-GAME-SEQ
           MOVE RUN-ID TO GM-RUN-ID
           MOVE FORFEIT-GAME-ID TO GM-GAME-ID
           MOVE RUN-DATE TO GM-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO GM-TIME
           MOVE PD-BOARD-DIM TO GM-BOARD-DIM
           MOVE PD-WIN-LENGTH TO GM-WIN-LENGTH
           MOVE "N" TO GM-X-AI
           MOVE 0 TO GM-X-STRENGTH
           MOVE "N" TO GM-O-AI
           MOVE 0 TO GM-O-STRENGTH
           MOVE WINNER-MARK TO GM-OUTCOME
           COMPUTE GM-DURATION-SECONDS =
               (PD-X-USED-HSEC + PD-O-USED-HSEC) / 100
           MOVE PD-X-NAME TO GM-X-NAME
           MOVE PD-O-NAME TO GM-O-NAME
           MOVE SEASON-NUM TO GM-SEASON
           WRITE GAME-MASTER-RECORD
               INVALID KEY
                   REWRITE GAME-MASTER-RECORD
           END-WRITE.

       GET-RUN-NUMBER.
      *    The forfeits are one run of their own; their game numbers
      *    were drawn when each game started, so only RC-NEXT-RUN-ID
      *    moves on.
           MOVE 1 TO RUN-ID
           MOVE 1 TO NEXT-GAME-SEQ
           OPEN INPUT RUN-CONTROL
           IF RUN-CONTROL-OK
               READ RUN-CONTROL
                   NOT AT END
                       MOVE RC-NEXT-RUN-ID TO RUN-ID
                       MOVE RC-NEXT-GAME-SEQ TO NEXT-GAME-SEQ
                       IF RC-SEASON-NUM NUMERIC AND RC-SEASON-NUM > 0
                           MOVE RC-SEASON-NUM TO SEASON-NUM
                           MOVE RC-SEASON-START TO SEASON-START
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           OPEN OUTPUT RUN-CONTROL
           COMPUTE RC-NEXT-RUN-ID = RUN-ID + 1
           MOVE NEXT-GAME-SEQ TO RC-NEXT-GAME-SEQ
           MOVE SEASON-NUM TO RC-SEASON-NUM
           MOVE SEASON-START TO RC-SEASON-START
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL.

       CHECK-SESSION-LOCK.
      *    A live game session holds PLAYFILE open and posts each
      *    result to it by key, inside its own backup generation and
      *    SAVING marker; forfeits posted underneath it would fall
      *    outside that backup and interleave with its GAMEMAST and
      *    GAMELOG writes - so refuse while the lock is held.
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
                   "shared files - nothing adjudicated."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-SESSION-LOCK.
           OPEN OUTPUT SESSION-LOCK
           MOVE "ACTIVE" TO SL-STATE
           MOVE RUN-ID TO SL-RUN-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO SL-STAMP
           WRITE SESSION-LOCK-RECORD
           CLOSE SESSION-LOCK.

       RELEASE-SESSION-LOCK.
           OPEN OUTPUT SESSION-LOCK
           MOVE "DONE" TO SL-STATE
           MOVE RUN-ID TO SL-RUN-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO SL-STAMP
           WRITE SESSION-LOCK-RECORD
           CLOSE SESSION-LOCK.

       FIND-PLAYER-ENTRY.
      *    A name that has never finished a game gets a fresh profile
      *    at the starting rating, as in the game program.
           MOVE LOOKUP-NAME TO PF-NAME
           MOVE "N" TO PLAYER-FOUND-FLAG
           READ PLAYER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PLAYER-FOUND TO TRUE
           END-READ
           IF NOT PLAYER-FOUND
           OR PF-WINS NOT NUMERIC OR PF-LOSSES NOT NUMERIC
           OR PF-DRAWS NOT NUMERIC OR PF-RATING NOT NUMERIC
               MOVE LOOKUP-NAME TO PF-NAME
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

       CHECK-PLAYER-MARKER.
           PERFORM READ-PLAYER-MARKER
           IF PLAYER-SAVE-INTERRUPTED
      *        The live file may be half-updated; restoring it is
      *        Generation-Recovery's job, not this program's.
               DISPLAY "The last PLAYFILE update was interrupted - "
                   "restore it with the recovery utility before "
                   "adjudicating."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PLAYER-PROFILES.
           OPEN I-O PLAYER-FILE
           IF PLAYER-FILE-MISSING
               OPEN OUTPUT PLAYER-FILE
               CLOSE PLAYER-FILE
               OPEN I-O PLAYER-FILE
           END-IF
      *    Same protected update as the game program: PLAYFILE goes to
      *    the next backup generation and the marker reads SAVING
      *    while the forfeits are posted to it in place.
           COMPUTE PLAYER-GEN-NUM =
               FUNCTION MOD (PLAYER-GEN-NUM, GENERATION-KEEP) + 1
           MOVE SPACES TO PLAYER-GEN-NAME
           STRING "PLAYG" DELIMITED BY SIZE
               PLAYER-GEN-NUM DELIMITED BY SIZE
               INTO PLAYER-GEN-NAME
           OPEN OUTPUT PLAYER-GENERATION
           MOVE LOW-VALUES TO PF-NAME
           START PLAYER-FILE KEY IS NOT LESS THAN PF-NAME
               INVALID KEY
                   SET PLAYER-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL PLAYER-FILE-EOF
               READ PLAYER-FILE NEXT RECORD
                   AT END
                       SET PLAYER-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-PLAYER-RECORD
               END-READ
           END-PERFORM
           CLOSE PLAYER-GENERATION
           IF PLAYER-BAD-COUNT > 0
               DISPLAY "PLAYFILE holds " PLAYER-BAD-COUNT
                   " corrupt records - they are left out of the "
                   "backup generation."
           END-IF
           MOVE "SAVING" TO PLAYER-MARKER-STATE
           PERFORM WRITE-PLAYER-MARKER.

       NOTE-PLAYER-RECORD.
           IF PF-WINS NUMERIC AND PF-LOSSES NUMERIC
           AND PF-DRAWS NUMERIC AND PF-RATING NUMERIC
               MOVE PLAYER-FILE-RECORD TO PLAYER-GEN-RECORD
               WRITE PLAYER-GEN-RECORD
           ELSE
               ADD 1 TO PLAYER-BAD-COUNT
           END-IF.

       SAVE-PLAYER-PROFILES.
           CLOSE PLAYER-FILE
           MOVE "DONE" TO PLAYER-MARKER-STATE
           PERFORM WRITE-PLAYER-MARKER.

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

       END PROGRAM Correspondence-Report.
