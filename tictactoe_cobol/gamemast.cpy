           03 GM-DURATION-SECONDS  PIC 9(5)V99.
           03 GM-X-NAME            PIC X(20).
           03 GM-O-NAME            PIC X(20).
           03 GM-SEASON            PIC 9(3).
