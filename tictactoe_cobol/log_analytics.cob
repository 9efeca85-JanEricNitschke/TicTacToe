           SELECT OPENING-BOOK ASSIGN TO "OPENBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPENING-BOOK-STATUS.
           SELECT LOG-SORT ASSIGN TO "LOGSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-LINE           PIC X(106).

       FD  OPENING-BOOK.
       COPY "openbook.cpy".

      *    GAMELOG in game order: records are sorted on GAME-SEQ, and
      *    on their place in the file within a game, so the visits of
      *    a correspondence game come together however many other
      *    games were logged between them.
       SD  LOG-SORT.
       01  LOG-SORT-RECORD.
           03 SK-GAME-SEQ          PIC 9(8).
           03 SK-RECORD-NUM        PIC 9(8).
           03 SK-LOG-DATA          PIC X(106).

       WORKING-STORAGE SECTION.
       COPY "gamelog.cpy".

        01 LOG-SORT-EOF-FLAG PIC X(1) VALUE "N".
           88 LOG-SORT-EOF VALUE "Y".
        01 GAME-LOG-STATUS PIC X(2) VALUE "00".
           88 GAME-LOG-OK VALUE "00".
           88 GAME-LOG-EOF VALUE "10".
        01 CUR-GAME-ID PIC 9(4) VALUE 0.
        01 CUR-GAME-SEQ PIC 9(8) VALUE 0.
        01 RECORD-GAME-SEQ PIC 9(8).
        01 SAME-GAME-FLAG PIC X(1).
           88 SAME-GAME VALUE "Y".
        01 FIRST-SPOT PIC 9(2) VALUE 0.
        01 OPENER-MARK PIC X(1).
        01 MAX-SPOT PIC 9(2) VALUE 0.
        01 RECORDS-READ PIC 9(6) VALUE 0.
        01 GAMES-ANALYSED PIC 9(6) VALUE 0.
        01 GAMES-INCOMPLETE PIC 9(6) VALUE 0.
        01 GAMES-FORFEITED PIC 9(6) VALUE 0.
        01 BOARD-CLASS PIC 9(1).
        01 CLASS-IDX PIC 9(1).
        01 SPOT-IDX PIC 9(2).
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT LOG-SORT
               ON ASCENDING KEY SK-GAME-SEQ SK-RECORD-NUM
               INPUT PROCEDURE IS RELEASE-LOG-RECORDS
               OUTPUT PROCEDURE IS ANALYSE-SORTED-LOG
           CLOSE GAME-LOG
           IF GAME-ACTIVE
               ADD 1 TO GAMES-INCOMPLETE
           END-IF
           STOP RUN.

       RELEASE-LOG-RECORDS.
      *    Records written before unique game numbers existed have
      *    blanks in LOG-GAME-SEQ; they sort as game number zero and
      *    keep their file order, where the run-local game id still
      *    tells one game from the next.
           PERFORM UNTIL GAME-LOG-EOF
               READ GAME-LOG INTO GAME-LOG-RECORD
                   AT END
                       SET GAME-LOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF LOG-GAME-SEQ NUMERIC
                           MOVE LOG-GAME-SEQ TO SK-GAME-SEQ
                       ELSE
                           MOVE 0 TO SK-GAME-SEQ
                       END-IF
                       MOVE RECORDS-READ TO SK-RECORD-NUM
                       MOVE GAME-LOG-RECORD TO SK-LOG-DATA
                       RELEASE LOG-SORT-RECORD
               END-READ
           END-PERFORM.

       ANALYSE-SORTED-LOG.
           PERFORM UNTIL LOG-SORT-EOF
               RETURN LOG-SORT
                   AT END
                       SET LOG-SORT-EOF TO TRUE
                   NOT AT END
                       MOVE SK-LOG-DATA TO GAME-LOG-RECORD
                       MOVE SK-GAME-SEQ TO RECORD-GAME-SEQ
                       PERFORM ANALYSE-LOG-RECORD
               END-RETURN
           END-PERFORM.

       ANALYSE-LOG-RECORD.
      *    A numbered game is one game however many visits it took,
      *    and each visit logs under that session's own game id, so
      *    the game id only separates the unnumbered old games.
           MOVE "N" TO SAME-GAME-FLAG
           IF GAME-ACTIVE
           AND RECORD-GAME-SEQ = CUR-GAME-SEQ
           AND (RECORD-GAME-SEQ > 0 OR LOG-GAME-ID = CUR-GAME-ID)
               SET SAME-GAME TO TRUE
           END-IF
           EVALUATE LOG-EVENT-TYPE
               WHEN "PLAYER"
               WHEN "AI"
                   IF NOT SAME-GAME
                       IF GAME-ACTIVE
                           ADD 1 TO GAMES-INCOMPLETE
                       END-IF
               WHEN "TAKEBACK"
      *            One TAKEBACK record is logged per retracted move;
      *            free the spot so occupancy reflects the final game.
                   IF SAME-GAME
                   AND LOG-SPOT > 0 AND LOG-SPOT <= 25
                       MOVE SPACE TO SPOT-TAKEN (LOG-SPOT)
                       IF LIVE-MOVE-COUNT > 0
                       END-IF
                   END-IF
               WHEN "OUTCOME"
      *            A forfeit ends the game without it being played
      *            out, so it says nothing about the opening.
                   IF SAME-GAME
                       IF LOG-DETAIL (10:14) = "WON BY FORFEIT"
                           ADD 1 TO GAMES-FORFEITED
                       ELSE
                           PERFORM FOLD-IN-FINISHED-GAME
                       END-IF
                   END-IF
                   MOVE "N" TO GAME-ACTIVE-FLAG
           END-EVALUATE.
           DISPLAY "Games analysed: " GAMES-ANALYSED
           DISPLAY "Games without a logged outcome (skipped): "
               GAMES-INCOMPLETE
           IF GAMES-FORFEITED > 0
               DISPLAY "Games ended by forfeit (skipped): "
                   GAMES-FORFEITED
           END-IF
           PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3
               IF CLASS-GAME-COUNT (CLASS-IDX) > 0
                   PERFORM PRINT-CLASS-REPORT
