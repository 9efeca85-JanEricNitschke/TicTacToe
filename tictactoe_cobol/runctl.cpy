       01  RUN-CONTROL-RECORD.
           03 RC-NEXT-RUN-ID       PIC 9(6).
           03 RC-NEXT-GAME-SEQ     PIC 9(8).
           03 RC-SEASON-NUM        PIC 9(3).
           03 RC-SEASON-START      PIC X(8).
