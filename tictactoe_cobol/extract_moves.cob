           SELECT MOVES-OUT ASSIGN TO "MOVESOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVES-OUT-STATUS.
           SELECT LOG-SORT ASSIGN TO "LOGSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-LINE           PIC X(106).

       FD  MOVES-OUT.
       COPY "movesin.cpy".

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
        01 OUTPUT-GAME-ID PIC 9(4) VALUE 0.
        01 FIRST-OUTPUT-GAME-ID PIC 9(4) VALUE 0.
        01 RECORD-GAME-SEQ PIC 9(8).
        01 SAME-GAME-FLAG PIC X(1).
           88 SAME-GAME VALUE "Y".
        01 GAME-STARTED-FLAG PIC X(1) VALUE "N".
           88 GAME-STARTED VALUE "Y".
        01 RECORDS-READ PIC 9(6) VALUE 0.
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MOVES-OUT
               SORT LOG-SORT
                   ON ASCENDING KEY SK-GAME-SEQ SK-RECORD-NUM
                   INPUT PROCEDURE IS RELEASE-LOG-RECORDS
                   OUTPUT PROCEDURE IS EXTRACT-SORTED-LOG
               PERFORM FLUSH-MOVE-BUFFER
               CLOSE MOVES-OUT
               CLOSE GAME-LOG
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

       EXTRACT-SORTED-LOG.
           PERFORM UNTIL LOG-SORT-EOF
               RETURN LOG-SORT
                   AT END
                       SET LOG-SORT-EOF TO TRUE
                   NOT AT END
                       MOVE SK-LOG-DATA TO GAME-LOG-RECORD
                       MOVE SK-GAME-SEQ TO RECORD-GAME-SEQ
                       PERFORM EXTRACT-LOG-RECORD
               END-RETURN
           END-PERFORM.

       EXTRACT-LOG-RECORD.
      *    A numbered game is one game however many visits it took,
      *    and each visit logs under that session's own game id, so
      *    the game id only separates the unnumbered old games.
           MOVE "N" TO SAME-GAME-FLAG
           IF GAME-STARTED
           AND RECORD-GAME-SEQ = CURRENT-GAME-SEQ
           AND (RECORD-GAME-SEQ > 0 OR LOG-GAME-ID = CURRENT-GAME-ID)
               SET SAME-GAME TO TRUE
           END-IF
           IF (SELECT-BY-SEQ
                   AND RECORD-GAME-SEQ >= LOW-GAME-SEQ
               EVALUATE LOG-EVENT-TYPE
                   WHEN "PLAYER"
                   WHEN "AI"
                       IF NOT SAME-GAME
                           PERFORM FLUSH-MOVE-BUFFER
                           SET GAME-STARTED TO TRUE
                           MOVE LOG-GAME-ID TO CURRENT-GAME-ID
      *                One TAKEBACK record is logged per retracted
      *                move, so each one drops the newest buffered
      *                move - retracted moves never reach the deck.
                       IF SAME-GAME
                       AND BUFFERED-MOVES > 0
                           SUBTRACT 1 FROM BUFFERED-MOVES
                       END-IF
