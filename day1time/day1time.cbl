           05 HIST-START-TIME      PIC X(6).
           05 HIST-END-TIME        PIC X(6).
           05 HIST-ELAPSED-SECS    PIC X(6).
           05 HIST-CHAIN-SEQUENCE  PIC 9(8).
           05 HIST-CHAIN-PRIOR     PIC 9(18).
           05 HIST-CHAIN-VALUE     PIC 9(18).

      * Operator tuning: the batch-window limit in minutes beyond
      * which a run (or the projection) raises the alarm, and how
