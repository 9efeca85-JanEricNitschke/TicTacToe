       IDENTIFICATION DIVISION.
       PROGRAM-ID. Club-Export.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-PARM ASSIGN TO "EXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-PARM-STATUS.
           SELECT EXPORT-CONTROL ASSIGN TO "EXPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-CONTROL-STATUS.
           SELECT GAME-MASTER ASSIGN TO "GAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NAME
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT PLAYER-MARKER ASSIGN TO "PLAYMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-MARKER-STATUS.
           SELECT LEAGUE-SCHEDULE ASSIGN TO "LEAGUESCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAGUE-SCHEDULE-STATUS.
           SELECT SESSION-LOCK ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-LOCK-STATUS.
           SELECT EXPORT-GAMES ASSIGN TO "EXPGAMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-GAMES-STATUS.
           SELECT EXPORT-RANKING ASSIGN TO "EXPRANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-RANKING-STATUS.
           SELECT EXPORT-STANDINGS ASSIGN TO "EXPSTAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-STANDINGS-STATUS.
           SELECT EXPORT-FIXTURES ASSIGN TO "EXPFIXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FIXTURES-STATUS.
           SELECT RANKING-SORT ASSIGN TO "RANKSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-PARM.
       01  EXPORT-PARM-RECORD.
           03 EP-MODE              PIC X(4).

      *    The high-water mark is the completion stamp (GM-DATE,
      *    GM-TIME) of the last game sent, with its GAME-SEQ to break
      *    ties; control records from before the stamp was kept end
      *    at EC-GAMES-SENT.
       FD  EXPORT-CONTROL.
       01  EXPORT-CONTROL-RECORD.
           03 EC-HIGH-GAME-SEQ     PIC 9(8).
           03 EC-EXPORT-DATE       PIC X(8).
           03 EC-EXPORT-TIME       PIC X(6).
           03 EC-GAMES-SENT        PIC 9(8).
           03 EC-HIGH-GAME-DATE    PIC X(8).
           03 EC-HIGH-GAME-TIME    PIC X(6).

       FD  GAME-MASTER.
       COPY "gamemast.cpy".

       FD  PLAYER-FILE.
       COPY "playfile.cpy".

       FD  PLAYER-MARKER.
       01  PLAYER-MARKER-RECORD.
           03 PM-STATE             PIC X(8).
           03 PM-GEN               PIC 9(1).

       FD  LEAGUE-SCHEDULE.
       COPY "leaguesch.cpy".

       FD  SESSION-LOCK.
       01  SESSION-LOCK-RECORD.
           03 SL-STATE             PIC X(8).
           03 SL-RUN-ID            PIC 9(6).
           03 SL-STAMP             PIC X(14).

       FD  EXPORT-GAMES.
       01  EXPORT-GAMES-RECORD     PIC X(250).

       FD  EXPORT-RANKING.
       01  EXPORT-RANKING-RECORD   PIC X(250).

       FD  EXPORT-STANDINGS.
       01  EXPORT-STANDINGS-RECORD PIC X(250).

       FD  EXPORT-FIXTURES.
       01  EXPORT-FIXTURES-RECORD  PIC X(250).

       SD  RANKING-SORT.
       01  RANKING-SORT-RECORD.
           03 RS-NAME               PIC X(20).
           03 RS-WINS               PIC 9(6).
           03 RS-LOSSES             PIC 9(6).
           03 RS-DRAWS              PIC 9(6).
           03 RS-RATING             PIC 9(5).

       WORKING-STORAGE SECTION.
        01 EXPORT-PARM-STATUS PIC X(2) VALUE "00".
           88 EXPORT-PARM-OK VALUE "00".
        01 EXPORT-CONTROL-STATUS PIC X(2) VALUE "00".
           88 EXPORT-CONTROL-OK VALUE "00".
        01 GAME-MASTER-STATUS PIC X(2) VALUE "00".
           88 GAME-MASTER-OK VALUE "00".
           88 GAME-MASTER-EOF VALUE "10".
        01 PLAYER-FILE-STATUS PIC X(2) VALUE "00".
           88 PLAYER-FILE-OK VALUE "00".
           88 PLAYER-FILE-EOF VALUE "10".
        01 PLAYER-MARKER-STATUS PIC X(2) VALUE "00".
           88 PLAYER-MARKER-OK VALUE "00".
        01 PLAYER-MARKER-STATE PIC X(8) VALUE SPACES.
           88 PLAYER-SAVE-INTERRUPTED VALUE "SAVING".
        01 LEAGUE-SCHEDULE-STATUS PIC X(2) VALUE "00".
           88 LEAGUE-SCHEDULE-OK VALUE "00".
           88 LEAGUE-SCHEDULE-EOF VALUE "10".
        01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
           88 SESSION-LOCK-OK VALUE "00".
        01 SESSION-LOCK-STATE PIC X(8) VALUE SPACES.
           88 SESSION-LOCK-HELD VALUE "ACTIVE".
        01 LOCK-HOLDER-RUN-ID PIC 9(6) VALUE 0.
        01 LOCK-HOLDER-STAMP PIC X(14) VALUE SPACES.
        01 EXPORT-GAMES-STATUS PIC X(2) VALUE "00".
        01 EXPORT-RANKING-STATUS PIC X(2) VALUE "00".
        01 EXPORT-STANDINGS-STATUS PIC X(2) VALUE "00".
        01 EXPORT-FIXTURES-STATUS PIC X(2) VALUE "00".
        01 RANKING-SORT-EOF-FLAG PIC X(1) VALUE "N".
           88 RANKING-SORT-EOF VALUE "Y".

        01 EXPORT-MODE-FLAG PIC X(1) VALUE "I".
           88 FULL-EXPORT VALUE "F".
        01 HIGH-WATER-SEQ PIC 9(8) VALUE 0.
        01 HIGH-WATER-DATE PIC X(8) VALUE SPACES.
        01 HIGH-WATER-TIME PIC X(6) VALUE SPACES.
        01 NEW-HIGH-WATER-SEQ PIC 9(8) VALUE 0.
        01 NEW-HIGH-WATER-DATE PIC X(8) VALUE SPACES.
        01 NEW-HIGH-WATER-TIME PIC X(6) VALUE SPACES.
        01 GAME-NEW-FLAG PIC X(1).
           88 GAME-IS-NEW VALUE "Y".
        01 EXPORT-DATE PIC X(8).
        01 EXPORT-TIME PIC X(6).

        01 GAMES-EXPORTED PIC 9(8) VALUE 0.
        01 RANKING-EXPORTED PIC 9(6) VALUE 0.
        01 STANDINGS-EXPORTED PIC 9(6) VALUE 0.
        01 FIXTURES-EXPORTED PIC 9(6) VALUE 0.
        01 TRAILER-COUNT PIC 9(8).
        01 GAMES-PLAYED PIC 9(7).

      *    Each delimited line is assembled here field by field.
        01 CSV-LINE PIC X(250).
        01 CSV-POS PIC 9(3).
        01 CSV-QUOTE PIC X(1) VALUE QUOTE.
        01 CSV-TEXT PIC X(40).
        01 CSV-TEXT-LEN PIC 9(2).
        01 CSV-CHAR-IDX PIC 9(2).
        01 CSV-NUMBER PIC 9(15).
        01 CSV-NUMBER-EDIT PIC Z(14)9.
        01 CSV-DECIMAL PIC 9(5)V99.
        01 CSV-DECIMAL-EDIT PIC Z(4)9.99.
        01 CSV-EDITED PIC X(18).
        01 CSV-FIRST-CHAR PIC 9(2).
        01 CSV-DATE PIC X(8).
        01 CSV-TIME PIC X(6).

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

       PROCEDURE DIVISION.
           DISPLAY "===== Club website export ====="
           PERFORM CHECK-SESSION-LOCK
           PERFORM READ-PLAYER-MARKER
           IF PLAYER-SAVE-INTERRUPTED
               DISPLAY "The last PLAYFILE update was interrupted - "
                   "restore it with the recovery utility before "
                   "exporting."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO EXPORT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO EXPORT-TIME
           PERFORM GET-EXPORT-PARM
           PERFORM GET-EXPORT-CONTROL
           IF FULL-EXPORT
               DISPLAY "Full re-export: every game on GAMEMAST is "
                   "sent."
               MOVE 0 TO HIGH-WATER-SEQ
               MOVE SPACES TO HIGH-WATER-DATE
               MOVE SPACES TO HIGH-WATER-TIME
           ELSE
               IF HIGH-WATER-DATE NOT = SPACES
                   DISPLAY "Games completed after " HIGH-WATER-DATE
                       " " HIGH-WATER-TIME " (GAME-SEQ "
                       HIGH-WATER-SEQ ") are sent."
               END-IF
           END-IF
           MOVE HIGH-WATER-SEQ TO NEW-HIGH-WATER-SEQ
           MOVE HIGH-WATER-DATE TO NEW-HIGH-WATER-DATE
           MOVE HIGH-WATER-TIME TO NEW-HIGH-WATER-TIME
           PERFORM EXPORT-NEW-GAMES
           PERFORM EXPORT-PLAYER-RANKING
           PERFORM EXPORT-LEAGUE-FILES
      *    The mark only moves once every file has been written, so
      *    a run that fails part way sends the same games again.
           PERFORM SAVE-EXPORT-CONTROL
           DISPLAY "Games written to EXPGAMES:     " GAMES-EXPORTED
           DISPLAY "Players written to EXPRANK:    " RANKING-EXPORTED
           DISPLAY "Standings written to EXPSTAND: "
               STANDINGS-EXPORTED
           DISPLAY "Fixtures written to EXPFIXT:   " FIXTURES-EXPORTED
           DISPLAY "High-water mark now:           "
               NEW-HIGH-WATER-DATE " " NEW-HIGH-WATER-TIME
               " GAME-SEQ " NEW-HIGH-WATER-SEQ
           STOP RUN.

       CHECK-SESSION-LOCK.
      *    A live session is still posting games and ratings, so the
      *    export waits for it rather than send a half-finished night.
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

       GET-EXPORT-PARM.
      *    The nightly job needs no card; EXPPARM holding FULL asks
      *    for every game to be sent again.
           OPEN INPUT EXPORT-PARM
           IF EXPORT-PARM-OK
               READ EXPORT-PARM
                   AT END
                       MOVE SPACES TO EP-MODE
               END-READ
               CLOSE EXPORT-PARM
               EVALUATE EP-MODE
                   WHEN "FULL"
                       SET FULL-EXPORT TO TRUE
                   WHEN SPACES
                   WHEN "NEW "
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "EXPPARM holds '" EP-MODE "' - use "
                           "FULL for a full re-export or NEW (or no "
                           "card) for new games only."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       GET-EXPORT-CONTROL.
           OPEN INPUT EXPORT-CONTROL
           IF EXPORT-CONTROL-OK
               READ EXPORT-CONTROL
                   NOT AT END
                       IF EC-HIGH-GAME-SEQ NUMERIC
                           MOVE EC-HIGH-GAME-SEQ TO HIGH-WATER-SEQ
                           PERFORM GET-HIGH-WATER-STAMP
                       ELSE
                           IF NOT FULL-EXPORT
                               DISPLAY "EXPCTL high-water mark is "
                                   "not numeric - run with FULL on "
                                   "EXPPARM to export everything "
                                   "again."
                               CLOSE EXPORT-CONTROL
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE EXPORT-CONTROL
           ELSE
               DISPLAY "No EXPCTL control record - this is the first "
                   "export, so every game is sent."
           END-IF.

       GET-HIGH-WATER-STAMP.
      *    A control record written before completion stamps were
      *    kept has only the time of that export; every game on
      *    GAMEMAST then was sent, so games completed since follow.
           IF EC-HIGH-GAME-DATE NUMERIC AND EC-HIGH-GAME-TIME NUMERIC
               MOVE EC-HIGH-GAME-DATE TO HIGH-WATER-DATE
               MOVE EC-HIGH-GAME-TIME TO HIGH-WATER-TIME
           ELSE
               IF EC-EXPORT-DATE NUMERIC AND EC-EXPORT-TIME NUMERIC
                   MOVE EC-EXPORT-DATE TO HIGH-WATER-DATE
                   MOVE EC-EXPORT-TIME TO HIGH-WATER-TIME
                   MOVE 99999999 TO HIGH-WATER-SEQ
               ELSE
                   IF NOT FULL-EXPORT
                       DISPLAY "EXPCTL high-water mark is not "
                           "numeric - run with FULL on EXPPARM to "
                           "export everything again."
                       CLOSE EXPORT-CONTROL
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       EXPORT-NEW-GAMES.
           OPEN OUTPUT EXPORT-GAMES
           PERFORM START-CSV-LINE
           STRING CSV-QUOTE "game_seq" CSV-QUOTE ","
                  CSV-QUOTE "run_id" CSV-QUOTE ","
                  CSV-QUOTE "game_id" CSV-QUOTE ","
                  CSV-QUOTE "season" CSV-QUOTE ","
                  CSV-QUOTE "date" CSV-QUOTE ","
                  CSV-QUOTE "time" CSV-QUOTE ","
                  CSV-QUOTE "board_size" CSV-QUOTE ","
                  CSV-QUOTE "win_length" CSV-QUOTE ","
                  CSV-QUOTE "x_player" CSV-QUOTE ","
                  CSV-QUOTE "x_ai" CSV-QUOTE ","
                  CSV-QUOTE "x_strength" CSV-QUOTE ","
                  CSV-QUOTE "o_player" CSV-QUOTE ","
                  CSV-QUOTE "o_ai" CSV-QUOTE ","
                  CSV-QUOTE "o_strength" CSV-QUOTE ","
                  CSV-QUOTE "outcome" CSV-QUOTE ","
                  CSV-QUOTE "duration_seconds" CSV-QUOTE
                  DELIMITED BY SIZE
                  INTO CSV-LINE WITH POINTER CSV-POS
           END-STRING
           WRITE EXPORT-GAMES-RECORD FROM CSV-LINE
           MOVE "00" TO GAME-MASTER-STATUS
           OPEN INPUT GAME-MASTER
      *    Games are picked by when they reached GAMEMAST, not by
      *    GAME-SEQ: a correspondence game keeps the number it drew
      *    when it started, so it can finish after higher-numbered
      *    games have already been sent.
           IF GAME-MASTER-OK
               MOVE HIGH-WATER-DATE TO GM-DATE
               START GAME-MASTER KEY IS NOT LESS THAN GM-DATE
                   INVALID KEY
                       SET GAME-MASTER-EOF TO TRUE
               END-START
               PERFORM UNTIL GAME-MASTER-EOF
                   READ GAME-MASTER NEXT RECORD
                       AT END
                           SET GAME-MASTER-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-GAME-IS-NEW
                           IF GAME-IS-NEW
                               PERFORM WRITE-GAME-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-MASTER
           ELSE
               DISPLAY "GAMEMAST not found - no games to export."
           END-IF
           MOVE GAMES-EXPORTED TO TRAILER-COUNT
           PERFORM START-CSV-LINE
           PERFORM BUILD-TRAILER-LINE
           WRITE EXPORT-GAMES-RECORD FROM CSV-LINE
           CLOSE EXPORT-GAMES.

       WRITE-GAME-ROW.
           PERFORM START-CSV-LINE
           MOVE GM-GAME-SEQ TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE GM-RUN-ID TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE GM-GAME-ID TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
      *    Games from before seasons were kept belong to season 1.
           IF GM-SEASON NUMERIC AND GM-SEASON > 0
               MOVE GM-SEASON TO CSV-NUMBER
           ELSE
               MOVE 1 TO CSV-NUMBER
           END-IF
           PERFORM ADD-NUMBER-FIELD
           MOVE GM-DATE TO CSV-DATE
           PERFORM ADD-DATE-FIELD
           MOVE GM-TIME TO CSV-TIME
           PERFORM ADD-TIME-FIELD
           MOVE GM-BOARD-DIM TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE GM-WIN-LENGTH TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE GM-X-NAME TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE GM-X-AI TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE GM-X-STRENGTH TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE GM-O-NAME TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE GM-O-AI TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE GM-O-STRENGTH TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE GM-OUTCOME TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE GM-DURATION-SECONDS TO CSV-DECIMAL
           MOVE CSV-DECIMAL TO CSV-DECIMAL-EDIT
           MOVE CSV-DECIMAL-EDIT TO CSV-EDITED
           PERFORM ADD-EDITED-FIELD
           WRITE EXPORT-GAMES-RECORD FROM CSV-LINE
           ADD 1 TO GAMES-EXPORTED
           IF GM-DATE > NEW-HIGH-WATER-DATE
           OR (GM-DATE = NEW-HIGH-WATER-DATE
               AND GM-TIME > NEW-HIGH-WATER-TIME)
           OR (GM-DATE = NEW-HIGH-WATER-DATE
               AND GM-TIME = NEW-HIGH-WATER-TIME
               AND GM-GAME-SEQ > NEW-HIGH-WATER-SEQ)
               MOVE GM-DATE TO NEW-HIGH-WATER-DATE
               MOVE GM-TIME TO NEW-HIGH-WATER-TIME
               MOVE GM-GAME-SEQ TO NEW-HIGH-WATER-SEQ
           END-IF.

       CHECK-GAME-IS-NEW.
      *    Games sharing a date come back in the order they were
      *    filed, so each one is held against the full mark.
           MOVE "N" TO GAME-NEW-FLAG
           IF GM-DATE > HIGH-WATER-DATE
           OR (GM-DATE = HIGH-WATER-DATE
               AND GM-TIME > HIGH-WATER-TIME)
           OR (GM-DATE = HIGH-WATER-DATE
               AND GM-TIME = HIGH-WATER-TIME
               AND GM-GAME-SEQ > HIGH-WATER-SEQ)
               SET GAME-IS-NEW TO TRUE
           END-IF.

       EXPORT-PLAYER-RANKING.
      *    Ranked the way the end-of-session ranking is printed:
      *    every sound profile, highest rating first.
           OPEN OUTPUT EXPORT-RANKING
           PERFORM START-CSV-LINE
           STRING CSV-QUOTE "rank" CSV-QUOTE ","
                  CSV-QUOTE "player" CSV-QUOTE ","
                  CSV-QUOTE "rating" CSV-QUOTE ","
                  CSV-QUOTE "wins" CSV-QUOTE ","
                  CSV-QUOTE "losses" CSV-QUOTE ","
                  CSV-QUOTE "draws" CSV-QUOTE ","
                  CSV-QUOTE "games" CSV-QUOTE
                  DELIMITED BY SIZE
                  INTO CSV-LINE WITH POINTER CSV-POS
           END-STRING
           WRITE EXPORT-RANKING-RECORD FROM CSV-LINE
           SORT RANKING-SORT
               ON DESCENDING KEY RS-RATING
               INPUT PROCEDURE IS RELEASE-PLAYER-PROFILES
               OUTPUT PROCEDURE IS WRITE-RANKING-ROWS
           MOVE RANKING-EXPORTED TO TRAILER-COUNT
           PERFORM START-CSV-LINE
           PERFORM BUILD-TRAILER-LINE
           WRITE EXPORT-RANKING-RECORD FROM CSV-LINE
           CLOSE EXPORT-RANKING.

       RELEASE-PLAYER-PROFILES.
           OPEN INPUT PLAYER-FILE
           IF PLAYER-FILE-OK
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
               END-PERFORM
               CLOSE PLAYER-FILE
           END-IF.

       WRITE-RANKING-ROWS.
           PERFORM UNTIL RANKING-SORT-EOF
               RETURN RANKING-SORT
                   AT END
                       SET RANKING-SORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RANKING-EXPORTED
                       PERFORM START-CSV-LINE
                       MOVE RANKING-EXPORTED TO CSV-NUMBER
                       PERFORM ADD-NUMBER-FIELD
                       MOVE RS-NAME TO CSV-TEXT
                       PERFORM ADD-TEXT-FIELD
                       MOVE RS-RATING TO CSV-NUMBER
                       PERFORM ADD-NUMBER-FIELD
                       MOVE RS-WINS TO CSV-NUMBER
                       PERFORM ADD-NUMBER-FIELD
                       MOVE RS-LOSSES TO CSV-NUMBER
                       PERFORM ADD-NUMBER-FIELD
                       MOVE RS-DRAWS TO CSV-NUMBER
                       PERFORM ADD-NUMBER-FIELD
                       COMPUTE GAMES-PLAYED =
                           RS-WINS + RS-LOSSES + RS-DRAWS
                       MOVE GAMES-PLAYED TO CSV-NUMBER
                       PERFORM ADD-NUMBER-FIELD
                       WRITE EXPORT-RANKING-RECORD FROM CSV-LINE
               END-RETURN
           END-PERFORM.

       EXPORT-LEAGUE-FILES.
      *    Standings are scored as League-Manager scores them: three
      *    points a win and one a draw. Unplayed fixtures go straight
      *    to EXPFIXT as the schedule is read.
           OPEN OUTPUT EXPORT-FIXTURES
           PERFORM START-CSV-LINE
           STRING CSV-QUOTE "round" CSV-QUOTE ","
                  CSV-QUOTE "x_player" CSV-QUOTE ","
                  CSV-QUOTE "o_player" CSV-QUOTE
                  DELIMITED BY SIZE
                  INTO CSV-LINE WITH POINTER CSV-POS
           END-STRING
           WRITE EXPORT-FIXTURES-RECORD FROM CSV-LINE
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
                           ELSE
                               PERFORM WRITE-FIXTURE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAGUE-SCHEDULE
           END-IF
           MOVE FIXTURES-EXPORTED TO TRAILER-COUNT
           PERFORM START-CSV-LINE
           PERFORM BUILD-TRAILER-LINE
           WRITE EXPORT-FIXTURES-RECORD FROM CSV-LINE
           CLOSE EXPORT-FIXTURES
           PERFORM SORT-STANDINGS
           OPEN OUTPUT EXPORT-STANDINGS
           PERFORM START-CSV-LINE
           STRING CSV-QUOTE "position" CSV-QUOTE ","
                  CSV-QUOTE "player" CSV-QUOTE ","
                  CSV-QUOTE "points" CSV-QUOTE ","
                  CSV-QUOTE "played" CSV-QUOTE ","
                  CSV-QUOTE "won" CSV-QUOTE ","
                  CSV-QUOTE "drawn" CSV-QUOTE ","
                  CSV-QUOTE "lost" CSV-QUOTE
                  DELIMITED BY SIZE
                  INTO CSV-LINE WITH POINTER CSV-POS
           END-STRING
           WRITE EXPORT-STANDINGS-RECORD FROM CSV-LINE
           PERFORM VARYING RANK-IDX FROM 1 BY 1
                   UNTIL RANK-IDX > TABLE-COUNT
               PERFORM WRITE-STANDING-ROW
           END-PERFORM
           MOVE STANDINGS-EXPORTED TO TRAILER-COUNT
           PERFORM START-CSV-LINE
           PERFORM BUILD-TRAILER-LINE
           WRITE EXPORT-STANDINGS-RECORD FROM CSV-LINE
           CLOSE EXPORT-STANDINGS.

       WRITE-FIXTURE-ROW.
           PERFORM START-CSV-LINE
           MOVE LS-ROUND TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE LS-X-NAME TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LS-O-NAME TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           WRITE EXPORT-FIXTURES-RECORD FROM CSV-LINE
           ADD 1 TO FIXTURES-EXPORTED.

       WRITE-STANDING-ROW.
           PERFORM START-CSV-LINE
           MOVE RANK-IDX TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE STA-NAME (RANK-IDX) TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE STA-POINTS (RANK-IDX) TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE STA-PLAYED (RANK-IDX) TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE STA-WINS (RANK-IDX) TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE STA-DRAWS (RANK-IDX) TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE STA-LOSSES (RANK-IDX) TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD
           WRITE EXPORT-STANDINGS-RECORD FROM CSV-LINE
           ADD 1 TO STANDINGS-EXPORTED.

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

       SAVE-EXPORT-CONTROL.
           OPEN OUTPUT EXPORT-CONTROL
           MOVE NEW-HIGH-WATER-SEQ TO EC-HIGH-GAME-SEQ
           MOVE EXPORT-DATE TO EC-EXPORT-DATE
           MOVE EXPORT-TIME TO EC-EXPORT-TIME
           MOVE GAMES-EXPORTED TO EC-GAMES-SENT
           MOVE NEW-HIGH-WATER-DATE TO EC-HIGH-GAME-DATE
           MOVE NEW-HIGH-WATER-TIME TO EC-HIGH-GAME-TIME
           WRITE EXPORT-CONTROL-RECORD
           CLOSE EXPORT-CONTROL.

       START-CSV-LINE.
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-POS.

       ADD-CSV-SEPARATOR.
           IF CSV-POS > 1
               STRING "," DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-POS
               END-STRING
           END-IF.

       ADD-TEXT-FIELD.
      *    Text is quoted with trailing spaces dropped; a quote inside
      *    the value is doubled so the receiving side reads it back.
           PERFORM ADD-CSV-SEPARATOR
           MOVE 0 TO CSV-TEXT-LEN
           PERFORM VARYING CSV-CHAR-IDX FROM 40 BY -1
                   UNTIL CSV-CHAR-IDX = 0 OR CSV-TEXT-LEN > 0
               IF CSV-TEXT (CSV-CHAR-IDX:1) NOT = SPACE
                   MOVE CSV-CHAR-IDX TO CSV-TEXT-LEN
               END-IF
           END-PERFORM
           STRING CSV-QUOTE DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-POS
           END-STRING
           PERFORM VARYING CSV-CHAR-IDX FROM 1 BY 1
                   UNTIL CSV-CHAR-IDX > CSV-TEXT-LEN
               IF CSV-TEXT (CSV-CHAR-IDX:1) = CSV-QUOTE
                   STRING CSV-QUOTE CSV-QUOTE DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-POS
                   END-STRING
               ELSE
                   STRING CSV-TEXT (CSV-CHAR-IDX:1) DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-POS
                   END-STRING
               END-IF
           END-PERFORM
           STRING CSV-QUOTE DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-POS
           END-STRING.

       ADD-NUMBER-FIELD.
           MOVE CSV-NUMBER TO CSV-NUMBER-EDIT
           MOVE CSV-NUMBER-EDIT TO CSV-EDITED
           PERFORM ADD-EDITED-FIELD.

       ADD-EDITED-FIELD.
      *    Numbers go out unquoted and without leading zeros.
           PERFORM ADD-CSV-SEPARATOR
           MOVE 0 TO CSV-FIRST-CHAR
           PERFORM VARYING CSV-CHAR-IDX FROM 1 BY 1
                   UNTIL CSV-CHAR-IDX > 18 OR CSV-FIRST-CHAR > 0
               IF CSV-EDITED (CSV-CHAR-IDX:1) NOT = SPACE
                   MOVE CSV-CHAR-IDX TO CSV-FIRST-CHAR
               END-IF
           END-PERFORM
           IF CSV-FIRST-CHAR > 0
               STRING CSV-EDITED (CSV-FIRST-CHAR:) DELIMITED BY SPACE
                   INTO CSV-LINE WITH POINTER CSV-POS
               END-STRING
           END-IF.

       ADD-DATE-FIELD.
      *    Dates go out as YYYY-MM-DD; one that is not a date is left
      *    empty rather than guessed at.
           PERFORM ADD-CSV-SEPARATOR
           IF CSV-DATE NUMERIC
               STRING CSV-DATE (1:4) "-" CSV-DATE (5:2) "-"
                      CSV-DATE (7:2) DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-POS
               END-STRING
           END-IF.

       ADD-TIME-FIELD.
           PERFORM ADD-CSV-SEPARATOR
           IF CSV-TIME NUMERIC
               STRING CSV-TIME (1:2) ":" CSV-TIME (3:2) ":"
                      CSV-TIME (5:2) DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-POS
               END-STRING
           END-IF.

       BUILD-TRAILER-LINE.
      *    The last line of every file counts the data lines above it
      *    (the heading line is not counted).
           MOVE "TRAILER" TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE TRAILER-COUNT TO CSV-NUMBER
           PERFORM ADD-NUMBER-FIELD.

       READ-PLAYER-MARKER.
           MOVE SPACES TO PLAYER-MARKER-STATE
           MOVE "00" TO PLAYER-MARKER-STATUS
           OPEN INPUT PLAYER-MARKER
           IF PLAYER-MARKER-OK
               READ PLAYER-MARKER
                   NOT AT END
                       MOVE PM-STATE TO PLAYER-MARKER-STATE
               END-READ
               CLOSE PLAYER-MARKER
           END-IF.

       END PROGRAM Club-Export.
