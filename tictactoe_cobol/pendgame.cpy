       01  PENDING-GAME-RECORD.
           03 PD-GAME-SEQ          PIC 9(8).
           03 PD-BOARD-DIM         PIC 9(2).
           03 PD-WIN-LENGTH        PIC 9(1).
           03 PD-ACTIVE-PLAYER     PIC X(1).
           03 PD-TURN-NUM          PIC 9(2).
           03 PD-CELL OCCURS 25 TIMES PIC X(2).
           03 PD-X-NAME            PIC X(20).
           03 PD-O-NAME            PIC X(20).
           03 PD-MISERE-SETTING    PIC X(1).
           03 PD-GRAVITY-SETTING   PIC X(1).
           03 PD-TAKEBACK-LIMIT    PIC 9(1).
           03 PD-X-TAKEBACKS-USED  PIC 9(1).
           03 PD-O-TAKEBACKS-USED  PIC 9(1).
           03 PD-MOVE-LIMIT        PIC 9(3).
           03 PD-TIME-BUDGET       PIC 9(4).
           03 PD-X-USED-HSEC       PIC 9(7).
           03 PD-O-USED-HSEC       PIC 9(7).
           03 PD-SLOWEST-HSEC      PIC 9(7).
           03 PD-SLOWEST-PLAYER    PIC X(1).
           03 PD-SLOWEST-SPOT      PIC 9(2).
           03 PD-STARTED-DATE      PIC X(8).
           03 PD-LAST-MOVE-DATE    PIC X(8).
           03 PD-LAST-MOVE-TIME    PIC X(6).
