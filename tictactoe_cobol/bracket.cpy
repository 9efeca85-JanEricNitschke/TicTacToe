       01  BRACKET-RECORD.
           03 BR-ROUND             PIC 9(2).
           03 BR-TIE               PIC 9(3).
           03 BR-HIGH-SEED         PIC 9(3).
           03 BR-HIGH-NAME         PIC X(20).
           03 BR-LOW-SEED          PIC 9(3).
           03 BR-LOW-NAME          PIC X(20).
           03 BR-BEST-OF           PIC 9(2).
           03 BR-TIEBREAK          PIC X(1).
           03 BR-GAMES-PLAYED      PIC 9(2).
           03 BR-HIGH-WINS         PIC 9(2).
           03 BR-LOW-WINS          PIC 9(2).
           03 BR-DRAWS             PIC 9(2).
           03 BR-STATUS            PIC X(1).
           03 BR-WINNER            PIC X(20).
