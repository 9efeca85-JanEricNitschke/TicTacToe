       01  PLAYER-FILE-RECORD.
           03 PF-NAME              PIC X(20).
           03 PF-WINS              PIC 9(6).
           03 PF-LOSSES            PIC 9(6).
           03 PF-DRAWS             PIC 9(6).
           03 PF-RATING            PIC 9(5).
