           05 DRF-BUSINESS-DATE    PIC 9(8).
           05 DRF-DIFFERENCE       PIC S9(13)V99.
           05 DRF-TOLERANCE-FLAG   PIC X.
           05 DRF-CHAIN-SEQUENCE   PIC 9(8).
           05 DRF-CHAIN-PRIOR      PIC 9(18).
           05 DRF-CHAIN-VALUE      PIC 9(18).

      * The band the month-to-date accumulation is held to - its own
      * band, separate from the daily tolerance in the control file.
