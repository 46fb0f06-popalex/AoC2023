           05 RPT-SUM-OF-NUMBERS   PIC S9(13)V99.
           05 FILLER               PIC X(2).
           05 RPT-ALLNUM-VALUE     PIC S9(11)V99.
           05 FILLER               PIC X(100).

       FD FILE-SUMMARY-FILE.
       01 FILE-SUMMARY-RECORD.
