       01  SEASON-HISTORY-RECORD.
           03 SH-SEASON            PIC 9(3).
           03 SH-START-DATE        PIC X(8).
           03 SH-END-DATE          PIC X(8).
           03 SH-REC-TYPE          PIC X(1).
           03 SH-RANK              PIC 9(4).
           03 SH-NAME              PIC X(20).
           03 SH-OPP-NAME          PIC X(20).
           03 SH-WINS              PIC 9(6).
           03 SH-LOSSES            PIC 9(6).
           03 SH-DRAWS             PIC 9(6).
           03 SH-POINTS            PIC 9(5).
