               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.

       DATA DIVISION.
        01 FILTER-NAME-2 PIC X(20) VALUE SPACES.
        01 FILTER-ACTIVE-FLAG PIC X(1) VALUE "N".
           88 FILTER-ACTIVE VALUE "Y".
        01 FILTER-SEASON PIC 9(3) VALUE 0.
        01 GAME-SEASON PIC 9(3).

        01 PAIR-COUNT PIC 9(3) VALUE 0.
        01 PAIR-TABLE-AREA.
                       "pairing involving " FILTER-NAME-1
               END-IF
           END-IF
           DISPLAY "Enter a season number (0 or blank for all "
               "seasons):"
           ACCEPT FILTER-SEASON
           IF FILTER-SEASON NOT NUMERIC
               MOVE 0 TO FILTER-SEASON
           END-IF
           OPEN INPUT GAME-MASTER
           IF NOT GAME-MASTER-OK
               DISPLAY "GAMEMAST file not found or unreadable."
      *    Only games where both sides carried a typed name count
      *    toward a head-to-head record; AI sides and anonymous
      *    players have blank names on GAMEMAST.
      *    Games written before seasons were kept carry no season
      *    number and belong to season 1.
           IF GM-SEASON NUMERIC AND GM-SEASON > 0
               MOVE GM-SEASON TO GAME-SEASON
           ELSE
               MOVE 1 TO GAME-SEASON
           END-IF
           IF GM-X-NAME NOT = SPACES AND GM-O-NAME NOT = SPACES
           AND (FILTER-SEASON = 0 OR FILTER-SEASON = GAME-SEASON)
               ADD 1 TO NAMED-GAMES
               IF GM-X-NAME < GM-O-NAME
                   MOVE GM-X-NAME TO LOW-NAME

       PRINT-REPORT.
           DISPLAY "GAMEMAST records read: " RECORDS-READ
           IF FILTER-SEASON > 0
               DISPLAY "Season reported: " FILTER-SEASON
           END-IF
           DISPLAY "Games between two named players: " NAMED-GAMES
           IF PAIRS-DROPPED > 0
               DISPLAY "Pair table full - " PAIRS-DROPPED
