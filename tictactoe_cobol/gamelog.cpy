           03 LOG-FILLER-1         PIC X(1).
           03 LOG-RESULT-SPOT      PIC X(2).
           03 LOG-DETAIL           PIC X(30).
           03 LOG-TRAILER-TOTALS REDEFINES LOG-DETAIL.
               05 LOG-TRL-RECORDS  PIC 9(8).
               05 LOG-TRL-GAMES    PIC 9(6).
               05 LOG-TRL-HASH     PIC 9(15).
               05 FILLER           PIC X(1).
           03 LOG-FILLER-2         PIC X(1).
           03 LOG-X-AI             PIC X(1).
           03 LOG-X-STRENGTH       PIC 9(1).
           03 LOG-FILLER-5         PIC X(1).
           03 LOG-VARIANT          PIC X(1).
           03 LOG-GRAVITY          PIC X(1).
           03 LOG-FILLER-6         PIC X(1).
           03 LOG-SEASON           PIC 9(3).
