       IDENTIFICATION DIVISION.
       PROGRAM-ID. Replay-Viewer IS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "gamelog.cpy".

       WORKING-STORAGE SECTION.
      *    Game-Inquiry passes the game it wants replayed here; run on
      *    its own the viewer finds no number and asks for one.
        01 REPLAY-REQUEST-SEQ PIC X(8) EXTERNAL.
        01 GAME-LOG-STATUS PIC X(2) VALUE "00".
           88 GAME-LOG-OK VALUE "00".
           88 GAME-LOG-EOF VALUE "10".
        01 DISPLAY-LINE-POS PIC 9(2).

       PROCEDURE DIVISION.
           IF REPLAY-REQUEST-SEQ NUMERIC
               MOVE REPLAY-REQUEST-SEQ TO WANTED-GAME-SEQ
               MOVE SPACES TO REPLAY-REQUEST-SEQ
           ELSE
               DISPLAY "Enter the unique game number to replay"
                   " (0 to select by run-local game id):"
               ACCEPT WANTED-GAME-SEQ
           END-IF
           IF WANTED-GAME-SEQ = 0
               DISPLAY "Enter the game id to replay:"
               ACCEPT WANTED-GAME-ID
                   PERFORM GET-VIEWER-COMMAND
               END-PERFORM
           END-IF
           GOBACK.

       LOAD-GAME-MOVES.
           OPEN INPUT GAME-LOG
