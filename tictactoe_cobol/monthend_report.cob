               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.
           SELECT MONTH-REPORT ASSIGN TO "MONTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  MONTH-PARM-RECORD.
           03 MP-YEAR              PIC 9(4).
           03 MP-MONTH             PIC 9(2).
           03 MP-SEASON            PIC X(3).

       FD  GAME-MASTER.
       COPY "gamemast.cpy".
        01 REPORT-YEAR PIC 9(4).
        01 REPORT-MONTH PIC 9(2).
        01 WANTED-PREFIX PIC X(6).
        01 REPORT-SEASON PIC 9(3) VALUE 0.
        01 GAME-SEASON PIC 9(3).

        01 RECORDS-READ PIC 9(6) VALUE 0.
        01 MONTH-TOTALS.
           03 HDG-YEAR PIC 9(4).
           03 FILLER PIC X(1) VALUE "/".
           03 HDG-MONTH PIC 9(2).
           03 FILLER PIC X(4) VALUE SPACES.
           03 HDG-SEASON-LABEL PIC X(7) VALUE SPACES.
           03 HDG-SEASON PIC X(3) VALUE SPACES.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(5) VALUE "PAGE ".
           03 HDG-PAGE PIC ZZ9.
        01 HEADING-LINE-2 PIC X(80) VALUE ALL "-".
                       SET GAME-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM NOTE-GAME-SEASON
                       IF GM-DATE (1:6) = WANTED-PREFIX
                       AND (REPORT-SEASON = 0
                           OR REPORT-SEASON = GAME-SEASON)
                           PERFORM TALLY-GAME-RECORD
                       END-IF
               END-READ
           DISPLAY "GAMEMAST records read: " RECORDS-READ
           DISPLAY "Games in " WANTED-PREFIX (1:4) "/"
               WANTED-PREFIX (5:2) ": " MONTH-GAMES
           IF REPORT-SEASON > 0
               DISPLAY "Season reported: " REPORT-SEASON
           END-IF
           DISPLAY "Statement written to MONTHRPT."
           STOP RUN.

                   NOT AT END
                       MOVE MP-YEAR TO REPORT-YEAR
                       MOVE MP-MONTH TO REPORT-MONTH
      *                The season is optional on the card; left blank
      *                the statement covers every season.
                       IF MP-SEASON NUMERIC
                           MOVE MP-SEASON TO REPORT-SEASON
                       END-IF
               END-READ
               CLOSE MONTH-PARM
           ELSE
           DISPLAY "Report which year? (e.g. 2026)"
           ACCEPT REPORT-YEAR
           DISPLAY "Report which month? [1-12]"
           ACCEPT REPORT-MONTH
           DISPLAY "Report which season? (0 for all seasons)"
           ACCEPT REPORT-SEASON
           IF REPORT-SEASON NOT NUMERIC
               MOVE 0 TO REPORT-SEASON
           END-IF.

       NOTE-GAME-SEASON.
      *    Games written before seasons were kept carry no season
      *    number and belong to season 1.
           IF GM-SEASON NUMERIC AND GM-SEASON > 0
               MOVE GM-SEASON TO GAME-SEASON
           ELSE
               MOVE 1 TO GAME-SEASON
           END-IF.

       TALLY-GAME-RECORD.
           ADD 1 TO MONTH-GAMES
           ADD 1 TO PAGE-NUM
           MOVE REPORT-YEAR TO HDG-YEAR
           MOVE REPORT-MONTH TO HDG-MONTH
           IF REPORT-SEASON > 0
               MOVE "SEASON " TO HDG-SEASON-LABEL
               MOVE REPORT-SEASON TO HDG-SEASON
           END-IF
           MOVE PAGE-NUM TO HDG-PAGE
           MOVE HEADING-LINE-1 TO MONTH-REPORT-RECORD
           WRITE MONTH-REPORT-RECORD
