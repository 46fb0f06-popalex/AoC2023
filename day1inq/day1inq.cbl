       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1INQ.
      * Online inquiry into one business date's batch picture. The
      * analyst keys a business date and gets a single screen built
      * from every file the night leaves behind: each ledger run and
      * its return code, where the stream controller last left each
      * step, the balancing result and difference, the category
      * totals, the quarantined and duplicate segment counts, the
      * exceptions still open and how old they are, the
      * GL posting and acknowledgement status, and the severe log
      * messages stamped with the date. N and P page forward and
      * back through the business dates the run ledger knows about.
      * Every file is opened INPUT and nothing is ever written - the
      * inquiry can be run at any time, alongside the batch, without
      * touching what the batch depends on.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL RUN-PARAMETER-FILE ASSIGN TO PARMF
                FILE STATUS IS ParmStatus.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF
                FILE STATUS IS LedgStatus.
            SELECT OPTIONAL BALANCE-RESULT-FILE ASSIGN TO BALRSLTF
                FILE STATUS IS BalStatus.
            SELECT OPTIONAL DRIFT-FILE ASSIGN TO DRIFTF
                FILE STATUS IS DrftStatus.
            SELECT OPTIONAL MTD-CATEGORY-FILE ASSIGN TO MCATSUMF
                FILE STATUS IS McatStatus.
            SELECT OPTIONAL CATEGORY-SUMMARY-FILE ASSIGN TO CATSUMF
                FILE STATUS IS CsumStatus.
            SELECT OPTIONAL MTD-FILE-SUMMARY-FILE ASSIGN TO MFSUMF
                FILE STATUS IS MfsumStatus.
            SELECT OPTIONAL FILE-SUMMARY-FILE ASSIGN TO FSUMF
                FILE STATUS IS FsumStatus.
            SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO EXCEPTF
                FILE STATUS IS ExcStatus.
            SELECT OPTIONAL POSTING-REGISTER-FILE ASSIGN TO GLPOSTF
                FILE STATUS IS GprStatus.
            SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO LOGF
                FILE STATUS IS LogStatus.

       DATA DIVISION.
       FILE SECTION.

      * The batch's own run settings - only the business date is
      * used, as the date the inquiry opens on.
       FD RUN-PARAMETER-FILE.
       01 RUN-PARAMETER-RECORD.
           05 PARM-BUSINESS-DATE       PIC 9(8).
           05 FILLER                   PIC X(2).
           05 PARM-CHECKPOINT-INTERVAL PIC 9(6).
           05 FILLER                   PIC X(2).
           05 PARM-PROCESS-OPTIONS     PIC X(10).

       FD RUN-LEDGER-FILE.
       01 RUN-LEDGER-RECORD.
           05 LDG-BUSINESS-DATE    PIC 9(8).
           05 LDG-RUN-NUMBER       PIC 9(4).
           05 LDG-PROGRAM          PIC X(8).
           05 LDG-PHASE            PIC X(5).
           05 LDG-RECORDS-READ     PIC 9(6).
           05 LDG-RETURN-CODE      PIC 9(2).
           05 LDG-BREAK-FOUND      PIC X.
           05 LDG-BALANCED         PIC X.
           05 LDG-RUN-TIME         PIC 9(6).
           05 LDG-AMOUNT           PIC S9(15)V99.
           05 LDG-CHAIN-SEQUENCE   PIC 9(8).
           05 LDG-CHAIN-PRIOR      PIC 9(18).
           05 LDG-CHAIN-VALUE      PIC 9(18).

      * Overwritten by every DAY1BAL run, so its sums are only shown
      * when it is still dated for the date on the screen.
       FD BALANCE-RESULT-FILE.
       01 BALANCE-RESULT-RECORD.
           05 BAL-BUSINESS-DATE    PIC 9(8).
           05 BAL-RESULT-SUM       PIC S9(13)V99.
           05 BAL-CONTROL-SUM      PIC S9(13)V99.
           05 BAL-DIFFERENCE       PIC S9(13)V99.
           05 BAL-TOLERANCE-FLAG   PIC X.

      * The dated accumulation of every balancing difference - the
      * difference for any earlier date is read from here.
       FD DRIFT-FILE.
       01 DRIFT-RECORD.
           05 DRF-BUSINESS-DATE    PIC 9(8).
           05 DRF-DIFFERENCE       PIC S9(13)V99.
           05 DRF-TOLERANCE-FLAG   PIC X.
           05 DRF-CHAIN-SEQUENCE   PIC 9(8).
           05 DRF-CHAIN-PRIOR      PIC 9(18).
           05 DRF-CHAIN-VALUE      PIC 9(18).

       FD MTD-CATEGORY-FILE.
       01 MTD-CATEGORY-RECORD.
           05 MCAT-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(2).
           05 MCAT-CATEGORY         PIC X(10).
           05 FILLER                PIC X(2).
           05 MCAT-RECORD-COUNT     PIC 9(6).
           05 FILLER                PIC X(2).
           05 MCAT-SUM              PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 MCAT-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2).
           05 MCAT-RUN-NUMBER       PIC 9(4).
           05 FILLER                PIC X(2).
           05 MCAT-CURRENCY         PIC X(3).
           05 FILLER                PIC X(2).
           05 MCAT-ORIGINAL-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 MCAT-FX-RATE          PIC 9(5)V9(6).

       FD CATEGORY-SUMMARY-FILE.
       01 CATEGORY-SUMMARY-RECORD.
           05 CSUM-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(2).
           05 CSUM-CATEGORY         PIC X(10).
           05 FILLER                PIC X(2).
           05 CSUM-RECORD-COUNT     PIC 9(6).
           05 FILLER                PIC X(2).
           05 CSUM-SUM              PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 CSUM-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2).
           05 CSUM-CURRENCY         PIC X(3).
           05 FILLER                PIC X(2).
           05 CSUM-ORIGINAL-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 CSUM-FX-RATE          PIC 9(5)V9(6).

       FD MTD-FILE-SUMMARY-FILE.
       01 MTD-FILE-SUMMARY-RECORD.
           05 MFSUM-BUSINESS-DATE   PIC 9(8).
           05 FILLER                PIC X(2).
           05 MFSUM-FILE-COUNT      PIC 9(4).
           05 FILLER                PIC X(2).
           05 MFSUM-RECORD-COUNT    PIC 9(6).
           05 FILLER                PIC X(2).
           05 MFSUM-EXPECTED-COUNT  PIC 9(6).
           05 FILLER                PIC X(2).
           05 MFSUM-SUBTOTAL        PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 MFSUM-EXPECTED-SUM    PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 MFSUM-BREAK-FOUND     PIC X.
           05 MFSUM-SENDER-ID       PIC X(8).
           05 MFSUM-DISPOSITION     PIC X.
           05 FILLER                PIC X.
           05 FILLER                PIC X(2).
           05 MFSUM-RUN-NUMBER      PIC 9(4).
           05 FILLER                PIC X(2).
           05 MFSUM-EXCEPTION-COUNT PIC 9(6).

       FD FILE-SUMMARY-FILE.
       01 FILE-SUMMARY-RECORD.
           05 FSUM-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(2).
           05 FSUM-FILE-COUNT       PIC 9(4).
           05 FILLER                PIC X(2).
           05 FSUM-RECORD-COUNT     PIC 9(6).
           05 FILLER                PIC X(2).
           05 FSUM-EXPECTED-COUNT   PIC 9(6).
           05 FILLER                PIC X(2).
           05 FSUM-SUBTOTAL         PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 FSUM-EXPECTED-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 FSUM-BREAK-FOUND      PIC X.
           05 FSUM-SENDER-ID        PIC X(8).
           05 FSUM-DISPOSITION      PIC X.
           05 FILLER                PIC X.

      * The open exception queue DAY1FIX works from. The first-seen
      * date is read as text - exceptions written before the stamp
      * existed carry spaces there.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-RECORD-NUMBER    PIC 9(6).
           05 FILLER               PIC X(2).
           05 EXC-DATA-FIELD       PIC X(80).
           05 FILLER               PIC X(2).
           05 EXC-FIRST-DATE       PIC X(8).
           05 FILLER               PIC X(2).
           05 EXC-SEGMENT-NUMBER   PIC X(4).
           05 FILLER               PIC X(2).
           05 EXC-CATEGORY         PIC X(10).

       FD POSTING-REGISTER-FILE.
       01 POSTING-REGISTER-RECORD.
           05 GPR-BUSINESS-DATE    PIC 9(8).
           05 FILLER               PIC X(2).
           05 GPR-FEED-KIND        PIC X.
           05 GPR-FEED-NUMBER      PIC 9(4).
           05 GPR-FEED-SEQ         PIC 9(2).
           05 GPR-ACK-ATTEMPT      PIC 9(2).
           05 FILLER               PIC X(2).
           05 GPR-GL-ACCOUNT       PIC X(8).
           05 FILLER               PIC X(2).
           05 GPR-COST-CENTER      PIC X(6).
           05 FILLER               PIC X(2).
           05 GPR-CATEGORY         PIC X(10).
           05 FILLER               PIC X(2).
           05 GPR-AMOUNT           PIC S9(13)V99.
           05 FILLER               PIC X(2).
           05 GPR-RECORD-COUNT     PIC 9(6).
           05 FILLER               PIC X(2).
           05 GPR-OUTCOME          PIC X.
           05 FILLER               PIC X(2).
           05 GPR-CURRENCY         PIC X(3).
           05 FILLER               PIC X(2).
           05 GPR-ORIGINAL-AMOUNT  PIC S9(13)V99.
           05 FILLER               PIC X(2).
           05 GPR-FX-RATE          PIC 9(5)V9(6).

      * Log lines lead with the business date, then the DAY1-nnnS
      * message tag the severity is read from.
       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 ParmStatus    PIC X(2) VALUE SPACES.
           88 ParmOk             VALUE '00' '05'.
       01 LedgStatus    PIC X(2) VALUE SPACES.
           88 LedgOk             VALUE '00' '05'.
       01 BalStatus     PIC X(2) VALUE SPACES.
           88 BalOk              VALUE '00' '05'.
       01 DrftStatus    PIC X(2) VALUE SPACES.
           88 DrftOk             VALUE '00' '05'.
       01 McatStatus    PIC X(2) VALUE SPACES.
           88 McatOk             VALUE '00' '05'.
       01 CsumStatus    PIC X(2) VALUE SPACES.
           88 CsumOk             VALUE '00' '05'.
       01 MfsumStatus   PIC X(2) VALUE SPACES.
           88 MfsumOk            VALUE '00' '05'.
       01 FsumStatus    PIC X(2) VALUE SPACES.
           88 FsumOk             VALUE '00' '05'.
       01 ExcStatus     PIC X(2) VALUE SPACES.
           88 ExcOk              VALUE '00' '05'.
       01 GprStatus     PIC X(2) VALUE SPACES.
           88 GprOk              VALUE '00' '05'.
       01 LogStatus     PIC X(2) VALUE SPACES.
           88 LogOk              VALUE '00' '05'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 InquiryDate   PIC 9(8) VALUE ZEROES.
       01 InquiryDateSplit REDEFINES InquiryDate.
           05 InquiryYear   PIC 9(4).
           05 InquiryMonth  PIC 9(2).
           05 InquiryDay    PIC 9(2).
       01 InquiryDateText PIC X(8) VALUE SPACES.
       01 InquiryDone   PIC X VALUE 'N'.
       01 ShowPending   PIC X VALUE 'N'.
      * What the operator keys at the command prompt: N, P, Q, or a
      * business date to jump to.
       01 InquiryCommand PIC X(8) VALUE SPACES.
       01 CommandDate   PIC 9(8) VALUE ZEROES.
       01 CommandDateSplit REDEFINES CommandDate.
           05 CommandYear   PIC 9(4).
           05 CommandMonth  PIC 9(2).
           05 CommandDay    PIC 9(2).
      * Every business date on the run ledger, ascending - what N and
      * P page through. The ledger is appended in run order, so a
      * date normally lands at the end; a rerun of an old date is
      * already in the table and is skipped.
       01 DateCount     PIC 9(4) VALUE ZEROES.
       01 DateIndex     PIC 9(4).
       01 InsertAt      PIC 9(4).
       01 ShiftIndex    PIC 9(4).
       01 DatePosition  PIC 9(4) VALUE ZEROES.
       01 DateFound     PIC X VALUE 'N'.
       01 LedgerDateTable.
           05 LD-DATE OCCURS 1000 TIMES PIC 9(8).
      * Ledger facts gathered while the runs are listed, used by the
      * balancing and GL sections below them.
       01 LedgerRuns    PIC 9(4) VALUE ZEROES.
       01 LedgerBalanced PIC X VALUE 'N'.
       01 LedgerBalSeen PIC X VALUE 'N'.
       01 LedgerFeedSeen PIC X VALUE 'N'.
       01 LedgerHeldSeen PIC X VALUE 'N'.
       01 LedgerAckSeen PIC X VALUE 'N'.
       01 LedgerRevSeen PIC X VALUE 'N'.
       01 HighestRc     PIC 9(2) VALUE ZEROES.
      * DAY1CTL's decisions for the date, run number zero on the
      * ledger: the last one recorded for each stream step.
       01 StreamStepCount PIC 9(2) VALUE ZEROES.
       01 StreamStepIndex PIC 9(2).
       01 StreamStepFound PIC X VALUE 'N'.
       01 StreamStepsLost PIC X VALUE 'N'.
       01 StreamStepTable.
           05 SS-ENTRY OCCURS 30 TIMES.
               10 SS-STEP         PIC X(8).
               10 SS-PHASE        PIC X(5).
               10 SS-SEQUENCE     PIC 9(6).
               10 SS-RC           PIC 9(2).
               10 SS-TIME         PIC 9(6).
      * Balancing, from BALRSLTF when it is still dated for the date
      * and from the drift file otherwise.
       01 BalanceSeen   PIC X VALUE 'N'.
       01 BalanceSums   PIC X VALUE 'N'.
       01 BalanceResult PIC S9(13)V99 VALUE ZEROES.
       01 BalanceControl PIC S9(13)V99 VALUE ZEROES.
       01 BalanceDiff   PIC S9(13)V99 VALUE ZEROES.
       01 BalanceFlag   PIC X VALUE SPACE.
      * Category totals for the date's latest run. MCATSUMF carries
      * every run's set, so a higher run number for the date throws
      * away what was gathered for the lower one.
       01 CategoryRun   PIC 9(4) VALUE ZEROES.
       01 CategoryCount PIC 9(3) VALUE ZEROES.
       01 CategoryIndex PIC 9(3).
       01 CategoryFound PIC X VALUE 'N'.
       01 CategorySource PIC X(8) VALUE SPACES.
       01 CategoryRecords PIC 9(7) VALUE ZEROES.
       01 CategoryTotal PIC S9(15)V99 VALUE ZEROES.
       01 CategoryTable.
           05 CT-ENTRY OCCURS 100 TIMES.
               10 CT-CATEGORY     PIC X(10).
               10 CT-RECORDS      PIC 9(7).
               10 CT-SUM          PIC S9(15)V99.
               10 CT-CURRENCY     PIC X(3).
               10 CT-ORIGINAL     PIC S9(15)V99.
       01 SegmentRun    PIC 9(4) VALUE ZEROES.
       01 SegmentSource PIC X(8) VALUE SPACES.
       01 SegmentCount  PIC 9(4) VALUE ZEROES.
       01 QuarantinedCount PIC 9(4) VALUE ZEROES.
       01 DuplicateCount PIC 9(4) VALUE ZEROES.
      * Open exception aging - age counts the first day as day one,
      * as on DAY1FIX's aging report, measured to the date on the
      * screen rather than to today.
       01 ExceptionCount PIC 9(6) VALUE ZEROES.
       01 ExceptionListed PIC 9(2) VALUE ZEROES.
       01 OldestAge     PIC 9(5) VALUE ZEROES.
       01 ExcFirstDate  PIC 9(8) VALUE ZEROES.
       01 AgeDays       PIC 9(5) VALUE ZEROES.
       01 SerialWorkDate    PIC 9(8) VALUE ZEROES.
       01 SerialWorkSplit REDEFINES SerialWorkDate.
           05 SerialYear    PIC 9(4).
           05 SerialMonth   PIC 9(2).
           05 SerialDay     PIC 9(2).
       01 LeapBase          PIC 9(4).
       01 LeapQuot4         PIC 9(4).
       01 LeapQuot100       PIC 9(4).
       01 LeapQuot400       PIC 9(4).
       01 DaySerial         PIC 9(7).
       01 InquirySerial     PIC 9(7) VALUE ZEROES.
       01 FirstSerial       PIC 9(7) VALUE ZEROES.
      * Days in the year before each month starts, non-leap; the
      * leap day is carried by the year terms of the serial formula.
       01 MonthStartDays.
           05 FILLER PIC X(18) VALUE '000031059090120151'.
           05 FILLER PIC X(18) VALUE '181212243273304334'.
       01 MonthStartTable REDEFINES MonthStartDays.
           05 MonthStart OCCURS 12 TIMES PIC 9(3).
      * GL feeds for the date from the posting register, each counted
      * at its latest acknowledgement attempt only.
       01 FeedCount     PIC 9(2) VALUE ZEROES.
       01 FeedIndex     PIC 9(2).
       01 FeedFound     PIC X VALUE 'N'.
       01 GlFeedTable.
           05 GF-ENTRY OCCURS 20 TIMES.
               10 GF-KIND         PIC X.
               10 GF-NUMBER       PIC 9(4).
               10 GF-SEQ          PIC 9(2).
               10 GF-ATTEMPT      PIC 9(2).
               10 GF-ACCEPTED     PIC 9(4).
               10 GF-REJECTED     PIC 9(4).
               10 GF-UNACKED      PIC 9(4).
               10 GF-AMOUNT       PIC S9(15)V99.
       01 SevereCount   PIC 9(6) VALUE ZEROES.
       01 SevereListed  PIC 9(2) VALUE ZEROES.
      * How much of each list one screen shows; the rest is counted.
       01 LedgerLimit    PIC 9(2) VALUE 15.
       01 CategoryLimit  PIC 9(2) VALUE 12.
       01 ExceptionLimit PIC 9(2) VALUE 08.
       01 SevereLimit    PIC 9(2) VALUE 06.
       01 InqAmount     PIC -ZZZZZZZZZZZZZZ9.99.
       01 InqCount      PIC ZZZZZ9.
       01 TitleLine.
           05 FILLER PIC X(9)  VALUE 'DAY1INQ  '.
           05 FILLER PIC X(20) VALUE 'BATCH INQUIRY       '.
           05 FILLER PIC X(15) VALUE 'BUSINESS DATE= '.
           05 TTL-DATE PIC 9(8).
           05 FILLER PIC X(8)  VALUE '   DATE '.
           05 TTL-POSITION PIC ZZZ9.
           05 FILLER PIC X(4)  VALUE ' OF '.
           05 TTL-DATES PIC ZZZ9.
           05 FILLER PIC X(7)  VALUE SPACES.
       01 SectionLine.
           05 FILLER PIC X(4)  VALUE '--- '.
           05 SEC-TEXT PIC X(40).
           05 FILLER PIC X(35) VALUE ALL '-'.
       01 LedgerLine.
           05 FILLER    PIC X     VALUE SPACE.
           05 LL-RUN    PIC 9(4).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 LL-PROGRAM PIC X(8).
           05 FILLER    PIC X     VALUE SPACE.
           05 LL-PHASE  PIC X(5).
           05 FILLER    PIC X(4)  VALUE ' RC='.
           05 LL-RC     PIC 9(2).
           05 FILLER    PIC X(6)  VALUE ' READ='.
           05 LL-READ   PIC 9(6).
           05 FILLER    PIC X(6)  VALUE ' TIME='.
           05 LL-TIME   PIC 9(6).
           05 FILLER    PIC X(5)  VALUE ' BAL='.
           05 LL-BALANCED PIC X.
           05 FILLER    PIC X     VALUE SPACE.
           05 LL-AMOUNT PIC -ZZZZZZZZZZZZZZ9.99.
           05 FILLER    PIC X(2)  VALUE SPACES.
       01 StreamStepLine.
           05 FILLER    PIC X(6)  VALUE ' STEP '.
           05 SL-SEQUENCE PIC ZZ9.
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 SL-STEP   PIC X(8).
           05 FILLER    PIC X     VALUE SPACE.
           05 SL-PHASE  PIC X(5).
           05 FILLER    PIC X(4)  VALUE ' RC='.
           05 SL-RC     PIC 9(2).
           05 FILLER    PIC X(6)  VALUE ' TIME='.
           05 SL-TIME   PIC 9(6).
           05 FILLER    PIC X(36) VALUE SPACES.
       01 CategoryLine.
           05 FILLER    PIC X     VALUE SPACE.
           05 CL-CATEGORY PIC X(10).
           05 FILLER    PIC X(10) VALUE ' RECORDS= '.
           05 CL-RECORDS PIC ZZZZZZ9.
           05 FILLER    PIC X(9)  VALUE '  AMOUNT='.
           05 CL-AMOUNT PIC -ZZZZZZZZZZZZZZ9.99.
           05 CL-FOREIGN.
               10 FILLER      PIC X.
               10 CL-CURRENCY PIC X(3).
               10 FILLER      PIC X.
               10 CL-ORIGINAL PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER    PIC X     VALUE SPACE.
       01 ExceptionLine.
           05 FILLER    PIC X(5)  VALUE ' REC '.
           05 EL-RECORD PIC 9(6).
           05 FILLER    PIC X(5)  VALUE ' SEG '.
           05 EL-SEGMENT PIC X(4).
           05 FILLER    PIC X(7)  VALUE ' FIRST '.
           05 EL-FIRST  PIC X(8).
           05 FILLER    PIC X(5)  VALUE ' AGE '.
           05 EL-AGE    PIC ZZZZ9.
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 EL-DATA   PIC X(32).
       01 FeedLine.
           05 FILLER    PIC X(6)  VALUE ' FEED '.
           05 FL-KIND   PIC X.
           05 FILLER    PIC X     VALUE '/'.
           05 FL-NUMBER PIC 9(4).
           05 FILLER    PIC X     VALUE '/'.
           05 FL-SEQ    PIC 9(2).
           05 FILLER    PIC X(5)  VALUE ' ACK '.
           05 FL-ATTEMPT PIC 9(2).
           05 FILLER    PIC X(5)  VALUE ' ACC='.
           05 FL-ACCEPTED PIC ZZZ9.
           05 FILLER    PIC X(5)  VALUE ' REJ='.
           05 FL-REJECTED PIC ZZZ9.
           05 FILLER    PIC X(5)  VALUE ' UNA='.
           05 FL-UNACKED PIC ZZZ9.
           05 FILLER    PIC X     VALUE SPACE.
           05 FL-AMOUNT PIC -ZZZZZZZZZZZZZZ9.99.
           05 FILLER    PIC X     VALUE SPACE.
           05 FL-STATUS PIC X(9).
       01 TextLine      PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LoadLedgerDates
           PERFORM LoadStartingDate
           PERFORM UNTIL InquiryDone = 'Y'
               IF ShowPending = 'Y'
                   PERFORM ShowBusinessDate
                   MOVE 'N' TO ShowPending
               END-IF
               PERFORM AcceptCommand
           END-PERFORM
           DISPLAY 'DAY1INQ ENDED'
           MOVE ZEROES TO RETURN-CODE
           STOP RUN.

      * Builds the ascending list of business dates on the run ledger
      * that N and P page through.
       LoadLedgerDates.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-LEDGER-FILE
           IF LedgOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NoteLedgerDate
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY 'RUN LEDGER OPEN FAILED - STATUS=' LedgStatus
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           IF DateCount = ZEROES
               DISPLAY 'NO BUSINESS DATES ON THE RUN LEDGER'
           END-IF.

      * Finds where the date belongs; a date already listed is left
      * alone, a new one is slotted in and the later ones move up.
       NoteLedgerDate.
           IF LDG-BUSINESS-DATE NUMERIC
               AND LDG-BUSINESS-DATE > ZEROES
               MOVE 'N' TO DateFound
               PERFORM VARYING InsertAt FROM 1 BY 1
                       UNTIL InsertAt > DateCount OR DateFound = 'Y'
                   IF LD-DATE (InsertAt) >= LDG-BUSINESS-DATE
                       MOVE 'Y' TO DateFound
                   END-IF
               END-PERFORM
               IF DateFound = 'Y'
                   SUBTRACT 1 FROM InsertAt
               END-IF
               IF DateFound = 'Y'
                   AND LD-DATE (InsertAt) = LDG-BUSINESS-DATE
                   CONTINUE
               ELSE
                   IF DateCount < 1000
                       PERFORM VARYING ShiftIndex FROM DateCount BY -1
                               UNTIL ShiftIndex < InsertAt
                           MOVE LD-DATE (ShiftIndex)
                             TO LD-DATE (ShiftIndex + 1)
                       END-PERFORM
                       MOVE LDG-BUSINESS-DATE TO LD-DATE (InsertAt)
                       ADD 1 TO DateCount
                   ELSE
                       DISPLAY 'LEDGER DATE TABLE FULL - '
                               LDG-BUSINESS-DATE ' NOT PAGEABLE'
                   END-IF
               END-IF
           END-IF.

      * The screen opens on the batch's current business date from
      * PARMF, or on the latest ledger date when there is no
      * parameter file. With neither, the operator keys a date.
       LoadStartingDate.
           OPEN INPUT RUN-PARAMETER-FILE
           IF ParmOk
               READ RUN-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUSINESS-DATE NUMERIC
                           MOVE PARM-BUSINESS-DATE TO InquiryDate
                       END-IF
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF
           IF InquiryDate = ZEROES AND DateCount > ZEROES
               MOVE LD-DATE (DateCount) TO InquiryDate
           END-IF
           IF InquiryDate > ZEROES
               MOVE 'Y' TO ShowPending
           END-IF.

      * N and P move to the next or previous business date the
      * ledger knows; a keyed date is shown whether or not the ledger
      * has it, so a date that never ran can be seen to be empty.
      * A blank or Q ends the inquiry.
       AcceptCommand.
           DISPLAY 'COMMAND: N=NEXT P=PREVIOUS YYYYMMDD=DATE'
                   ' Q=QUIT ==>'
           MOVE SPACES TO InquiryCommand
           ACCEPT InquiryCommand
           EVALUATE TRUE
               WHEN InquiryCommand = SPACES
                   MOVE 'Y' TO InquiryDone
               WHEN InquiryCommand = 'Q' OR 'q'
                   MOVE 'Y' TO InquiryDone
               WHEN InquiryCommand = 'N' OR 'n'
                   PERFORM PageForward
               WHEN InquiryCommand = 'P' OR 'p'
                   PERFORM PageBack
               WHEN InquiryCommand NUMERIC
                   MOVE InquiryCommand TO CommandDate
                   IF CommandMonth < 01 OR CommandMonth > 12
                       OR CommandDay < 01 OR CommandDay > 31
                       OR CommandYear < 1990
                       DISPLAY 'INVALID BUSINESS DATE - '
                               InquiryCommand
                   ELSE
                       MOVE CommandDate TO InquiryDate
                       MOVE 'Y' TO ShowPending
                   END-IF
               WHEN OTHER
                   DISPLAY 'COMMAND NOT RECOGNISED - ' InquiryCommand
           END-EVALUATE.

       PageForward.
           MOVE 'N' TO DateFound
           PERFORM VARYING DateIndex FROM 1 BY 1
                   UNTIL DateIndex > DateCount OR DateFound = 'Y'
               IF LD-DATE (DateIndex) > InquiryDate
                   MOVE 'Y' TO DateFound
               END-IF
           END-PERFORM
           IF DateFound = 'Y'
               SUBTRACT 1 FROM DateIndex
               MOVE LD-DATE (DateIndex) TO InquiryDate
               MOVE 'Y' TO ShowPending
           ELSE
               DISPLAY 'NO LATER BUSINESS DATE ON THE RUN LEDGER'
           END-IF.

       PageBack.
           MOVE 'N' TO DateFound
           PERFORM VARYING DateIndex FROM DateCount BY -1
                   UNTIL DateIndex < 1 OR DateFound = 'Y'
               IF LD-DATE (DateIndex) < InquiryDate
                   MOVE 'Y' TO DateFound
               END-IF
           END-PERFORM
           IF DateFound = 'Y'
               ADD 1 TO DateIndex
               MOVE LD-DATE (DateIndex) TO InquiryDate
               MOVE 'Y' TO ShowPending
           ELSE
               DISPLAY 'NO EARLIER BUSINESS DATE ON THE RUN LEDGER'
           END-IF.

      * One screen for the date, section by section. Every section
      * rereads its file, so the screen is as current as the files
      * are at the moment the date is keyed.
       ShowBusinessDate.
           MOVE InquiryDate TO InquiryDateText
           MOVE InquiryDate TO SerialWorkDate
           PERFORM ComputeDaySerial
           MOVE DaySerial TO InquirySerial
           MOVE ZEROES TO DatePosition
           PERFORM VARYING DateIndex FROM 1 BY 1
                   UNTIL DateIndex > DateCount
               IF LD-DATE (DateIndex) = InquiryDate
                   MOVE DateIndex TO DatePosition
               END-IF
           END-PERFORM
           MOVE InquiryDate  TO TTL-DATE
           MOVE DatePosition TO TTL-POSITION
           MOVE DateCount    TO TTL-DATES
           DISPLAY ' '
           DISPLAY TitleLine
           PERFORM ShowLedgerRuns
           PERFORM ShowStreamSteps
           PERFORM ShowBalancing
           PERFORM ShowCategoryTotals
           PERFORM ShowSegmentCounts
           PERFORM ShowOpenExceptions
           PERFORM ShowGlPosting
           PERFORM ShowSevereMessages.

      * Every ledger record for the date in the order it was written
      * - DAY1's START and END, DAY1BAL, DAY1GL, DAY1ACK and DAY1REV.
      * DAY1CTL's step decisions are kept apart for the stream steps
      * section, so they neither crowd the runs off the screen nor
      * count toward their records and return code.
       ShowLedgerRuns.
           MOVE 'LEDGER RUNS' TO SEC-TEXT
           DISPLAY SectionLine
           MOVE ZEROES TO LedgerRuns
           MOVE ZEROES TO HighestRc
           MOVE ZEROES TO StreamStepCount
           MOVE 'N' TO StreamStepsLost
           MOVE 'N' TO LedgerBalanced
           MOVE 'N' TO LedgerBalSeen
           MOVE 'N' TO LedgerFeedSeen
           MOVE 'N' TO LedgerHeldSeen
           MOVE 'N' TO LedgerAckSeen
           MOVE 'N' TO LedgerRevSeen
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-LEDGER-FILE
           IF LedgOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF LDG-BUSINESS-DATE = InquiryDate
                               IF LDG-RUN-NUMBER = ZEROES
                                   AND (LDG-PHASE = 'GO   '
                                     OR LDG-PHASE = 'DONE '
                                     OR LDG-PHASE = 'SKIP '
                                     OR LDG-PHASE = 'WAIT '
                                     OR LDG-PHASE = 'HOLD '
                                     OR LDG-PHASE = 'FAIL '
                                     OR LDG-PHASE = 'PLAN ')
                                   PERFORM NoteStreamStep
                               ELSE
                                   PERFORM ShowLedgerRecord
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           IF LedgerRuns = ZEROES
               DISPLAY ' NO LEDGER RECORDS FOR THIS DATE'
           ELSE
               IF LedgerRuns > LedgerLimit
                   MOVE LedgerRuns TO InqCount
                   DISPLAY ' ... ' InqCount ' LEDGER RECORDS IN ALL'
               END-IF
               DISPLAY ' HIGHEST RETURN CODE= ' HighestRc
           END-IF.

       ShowLedgerRecord.
           ADD 1 TO LedgerRuns
           IF LDG-RETURN-CODE NUMERIC
               AND LDG-RETURN-CODE > HighestRc
               MOVE LDG-RETURN-CODE TO HighestRc
           END-IF
           IF LDG-BALANCED = 'Y'
               MOVE 'Y' TO LedgerBalanced
           END-IF
           IF LDG-PROGRAM = 'DAY1BAL ' AND LDG-PHASE = 'BAL  '
               MOVE 'Y' TO LedgerBalSeen
           END-IF
           EVALUATE LDG-PHASE
               WHEN 'FEED '
                   MOVE 'Y' TO LedgerFeedSeen
               WHEN 'HELD '
                   MOVE 'Y' TO LedgerHeldSeen
               WHEN 'ACK  '
               WHEN 'RACK '
                   MOVE 'Y' TO LedgerAckSeen
               WHEN 'REV  '
                   MOVE 'Y' TO LedgerRevSeen
           END-EVALUATE
           IF LedgerRuns <= LedgerLimit
               MOVE LDG-RUN-NUMBER   TO LL-RUN
               MOVE LDG-PROGRAM      TO LL-PROGRAM
               MOVE LDG-PHASE        TO LL-PHASE
               MOVE LDG-RETURN-CODE  TO LL-RC
               MOVE LDG-RECORDS-READ TO LL-READ
               MOVE LDG-RUN-TIME     TO LL-TIME
               MOVE LDG-BALANCED     TO LL-BALANCED
               IF LDG-AMOUNT NUMERIC
                   MOVE LDG-AMOUNT   TO LL-AMOUNT
               ELSE
                   MOVE ZEROES       TO LL-AMOUNT
               END-IF
               DISPLAY LedgerLine
           END-IF.

      * A later decision for a step replaces an earlier one, so the
      * step shows where it was last left.
       NoteStreamStep.
           MOVE 'N' TO StreamStepFound
           PERFORM VARYING StreamStepIndex FROM 1 BY 1
                   UNTIL StreamStepIndex > StreamStepCount
                      OR StreamStepFound = 'Y'
               IF SS-STEP (StreamStepIndex) = LDG-PROGRAM
                   MOVE 'Y' TO StreamStepFound
               END-IF
           END-PERFORM
           IF StreamStepFound = 'Y'
               SUBTRACT 1 FROM StreamStepIndex
           ELSE
               IF StreamStepCount < 30
                   ADD 1 TO StreamStepCount
                   MOVE StreamStepCount TO StreamStepIndex
                   MOVE LDG-PROGRAM TO SS-STEP (StreamStepIndex)
               ELSE
                   MOVE 'Y' TO StreamStepsLost
                   MOVE ZEROES TO StreamStepIndex
               END-IF
           END-IF
           IF StreamStepIndex > ZEROES
               MOVE LDG-PHASE        TO SS-PHASE (StreamStepIndex)
               MOVE LDG-RECORDS-READ TO SS-SEQUENCE (StreamStepIndex)
               MOVE LDG-RETURN-CODE  TO SS-RC (StreamStepIndex)
               MOVE LDG-RUN-TIME     TO SS-TIME (StreamStepIndex)
           END-IF.

      * The stream controller's last decision for each step it took
      * for the date, in the order the steps were first met.
       ShowStreamSteps.
           IF StreamStepCount > ZEROES
               MOVE 'STREAM STEPS' TO SEC-TEXT
               DISPLAY SectionLine
               PERFORM VARYING StreamStepIndex FROM 1 BY 1
                       UNTIL StreamStepIndex > StreamStepCount
                   MOVE SS-SEQUENCE (StreamStepIndex) TO SL-SEQUENCE
                   MOVE SS-STEP (StreamStepIndex)     TO SL-STEP
                   MOVE SS-PHASE (StreamStepIndex)    TO SL-PHASE
                   MOVE SS-RC (StreamStepIndex)       TO SL-RC
                   MOVE SS-TIME (StreamStepIndex)     TO SL-TIME
                   DISPLAY StreamStepLine
               END-PERFORM
               IF StreamStepsLost = 'Y'
                   DISPLAY ' ... MORE STEPS THAN THE SCREEN HOLDS'
               END-IF
           END-IF.

      * The difference comes from the drift file, whose last record
      * for the date is the latest balancing of it; BALRSLTF adds the
      * two sums when it has not yet been overwritten by a later date.
       ShowBalancing.
           MOVE 'BALANCING' TO SEC-TEXT
           DISPLAY SectionLine
           MOVE 'N' TO BalanceSeen
           MOVE 'N' TO BalanceSums
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DRIFT-FILE
           IF DrftOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ DRIFT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF DRF-BUSINESS-DATE = InquiryDate
                               MOVE 'Y' TO BalanceSeen
                               MOVE DRF-DIFFERENCE TO BalanceDiff
                               MOVE DRF-TOLERANCE-FLAG TO BalanceFlag
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIFT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BALANCE-RESULT-FILE
           IF BalOk
               READ BALANCE-RESULT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BAL-BUSINESS-DATE = InquiryDate
                           MOVE 'Y' TO BalanceSeen
                           MOVE 'Y' TO BalanceSums
                           MOVE BAL-RESULT-SUM  TO BalanceResult
                           MOVE BAL-CONTROL-SUM TO BalanceControl
                           MOVE BAL-DIFFERENCE  TO BalanceDiff
                           MOVE BAL-TOLERANCE-FLAG TO BalanceFlag
                       END-IF
               END-READ
               CLOSE BALANCE-RESULT-FILE
           END-IF
           IF BalanceSeen = 'N'
               IF LedgerBalSeen = 'Y'
                   DISPLAY ' BALANCED ON THE LEDGER BUT NO DIFFERENCE'
                           ' RECORDED FOR THIS DATE'
               ELSE
                   DISPLAY ' NOT BALANCED - NO DAY1BAL RUN FOR THIS'
                           ' DATE'
               END-IF
           ELSE
               IF BalanceSums = 'Y'
                   MOVE BalanceResult TO InqAmount
                   DISPLAY ' RESULT SUM=     ' InqAmount
                   MOVE BalanceControl TO InqAmount
                   DISPLAY ' CONTROL SUM=    ' InqAmount
               END-IF
               MOVE BalanceDiff TO InqAmount
               IF BalanceFlag = 'W'
                   DISPLAY ' DIFFERENCE=     ' InqAmount
                           '  WITHIN TOLERANCE'
               ELSE
                   DISPLAY ' DIFFERENCE=     ' InqAmount
                           '  OUT OF TOLERANCE'
               END-IF
           END-IF
           IF LedgerBalanced = 'Y'
               DISPLAY ' LEDGER SHOWS THE DATE BALANCED'
           ELSE
               DISPLAY ' LEDGER DOES NOT SHOW THE DATE BALANCED'
           END-IF.

      * Category totals for the date's latest run from the month-to-
      * date file; once the month has been closed and that file
      * retired, CATSUMF still answers for the date it was last
      * written for.
       ShowCategoryTotals.
           MOVE ZEROES TO CategoryCount
           MOVE ZEROES TO CategoryRun
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MTD-CATEGORY-FILE
           IF McatOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ MTD-CATEGORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF MCAT-BUSINESS-DATE = InquiryDate
                               PERFORM NoteMtdCategory
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MTD-CATEGORY-FILE
           END-IF
           MOVE 'MCATSUMF' TO CategorySource
           MOVE 'N' TO WS-EOF-SWITCH
           IF CategoryCount = ZEROES
               MOVE 'CATSUMF ' TO CategorySource
               OPEN INPUT CATEGORY-SUMMARY-FILE
               IF CsumOk
                   PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       READ CATEGORY-SUMMARY-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               IF CSUM-BUSINESS-DATE = InquiryDate
                                   PERFORM NoteDailyCategory
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATEGORY-SUMMARY-FILE
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           MOVE SPACES TO SEC-TEXT
           STRING 'CATEGORY TOTALS (' DELIMITED BY SIZE
                  CategorySource DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO SEC-TEXT
           END-STRING
           DISPLAY SectionLine
           IF CategoryCount = ZEROES
               DISPLAY ' NO CATEGORY TOTALS FOR THIS DATE'
           ELSE
               MOVE ZEROES TO CategoryRecords
               MOVE ZEROES TO CategoryTotal
               PERFORM VARYING CategoryIndex FROM 1 BY 1
                       UNTIL CategoryIndex > CategoryCount
                   ADD CT-RECORDS (CategoryIndex) TO CategoryRecords
                   ADD CT-SUM (CategoryIndex) TO CategoryTotal
                   IF CategoryIndex <= CategoryLimit
                       MOVE CT-CATEGORY (CategoryIndex) TO CL-CATEGORY
                       MOVE CT-RECORDS (CategoryIndex)  TO CL-RECORDS
                       MOVE CT-SUM (CategoryIndex)      TO CL-AMOUNT
                       MOVE SPACES TO CL-FOREIGN
                       IF CT-CURRENCY (CategoryIndex) NOT = SPACES
                           MOVE CT-CURRENCY (CategoryIndex)
                             TO CL-CURRENCY
                           MOVE CT-ORIGINAL (CategoryIndex)
                             TO CL-ORIGINAL
                       END-IF
                       DISPLAY CategoryLine
                   END-IF
               END-PERFORM
               IF CategoryCount > CategoryLimit
                   MOVE CategoryCount TO InqCount
                   DISPLAY ' ... ' InqCount ' CATEGORIES IN ALL'
               END-IF
               MOVE 'TOTAL'         TO CL-CATEGORY
               MOVE CategoryRecords TO CL-RECORDS
               MOVE CategoryTotal   TO CL-AMOUNT
               MOVE SPACES          TO CL-FOREIGN
               DISPLAY CategoryLine
           END-IF.

       NoteMtdCategory.
           IF MCAT-RUN-NUMBER > CategoryRun
               MOVE MCAT-RUN-NUMBER TO CategoryRun
               MOVE ZEROES TO CategoryCount
           END-IF
           IF MCAT-RUN-NUMBER = CategoryRun
               MOVE MCAT-CATEGORY     TO CL-CATEGORY
               PERFORM LocateCategory
               IF CategoryFound = 'Y'
                   ADD MCAT-RECORD-COUNT TO CT-RECORDS (CategoryIndex)
                   ADD MCAT-SUM          TO CT-SUM (CategoryIndex)
                   ADD MCAT-ORIGINAL-SUM TO CT-ORIGINAL (CategoryIndex)
                   MOVE MCAT-CURRENCY    TO CT-CURRENCY (CategoryIndex)
               END-IF
           END-IF.

       NoteDailyCategory.
           MOVE CSUM-CATEGORY TO CL-CATEGORY
           PERFORM LocateCategory
           IF CategoryFound = 'Y'
               ADD CSUM-RECORD-COUNT TO CT-RECORDS (CategoryIndex)
               ADD CSUM-SUM          TO CT-SUM (CategoryIndex)
               ADD CSUM-ORIGINAL-SUM TO CT-ORIGINAL (CategoryIndex)
               MOVE CSUM-CURRENCY    TO CT-CURRENCY (CategoryIndex)
           END-IF.

      * Finds the category keyed in CL-CATEGORY, adding it when it is
      * new; CategoryFound stays 'N' only when the table is full.
       LocateCategory.
           MOVE 'N' TO CategoryFound
           PERFORM VARYING CategoryIndex FROM 1 BY 1
                   UNTIL CategoryIndex > CategoryCount
                      OR CategoryFound = 'Y'
               IF CT-CATEGORY (CategoryIndex) = CL-CATEGORY
                   MOVE 'Y' TO CategoryFound
               END-IF
           END-PERFORM
           IF CategoryFound = 'Y'
               SUBTRACT 1 FROM CategoryIndex
           ELSE
               IF CategoryCount < 100
                   ADD 1 TO CategoryCount
                   MOVE CategoryCount TO CategoryIndex
                   MOVE CL-CATEGORY TO CT-CATEGORY (CategoryIndex)
                   MOVE ZEROES TO CT-RECORDS (CategoryIndex)
                   MOVE ZEROES TO CT-SUM (CategoryIndex)
                   MOVE SPACES TO CT-CURRENCY (CategoryIndex)
                   MOVE ZEROES TO CT-ORIGINAL (CategoryIndex)
                   MOVE 'Y' TO CategoryFound
               END-IF
           END-IF.

      * Quarantined (Q) and re-transmitted (D) segments for the
      * date's latest run, from MFSUMF with FSUMF as the fallback.
       ShowSegmentCounts.
           MOVE ZEROES TO SegmentRun
           MOVE ZEROES TO SegmentCount
           MOVE ZEROES TO QuarantinedCount
           MOVE ZEROES TO DuplicateCount
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MTD-FILE-SUMMARY-FILE
           IF MfsumOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ MTD-FILE-SUMMARY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF MFSUM-BUSINESS-DATE = InquiryDate
                               PERFORM NoteMtdSegment
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MTD-FILE-SUMMARY-FILE
           END-IF
           MOVE 'MFSUMF' TO SegmentSource
           MOVE 'N' TO WS-EOF-SWITCH
           IF SegmentCount = ZEROES
               MOVE 'FSUMF' TO SegmentSource
               OPEN INPUT FILE-SUMMARY-FILE
               IF FsumOk
                   PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       READ FILE-SUMMARY-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               IF FSUM-BUSINESS-DATE = InquiryDate
                                   ADD 1 TO SegmentCount
                                   IF FSUM-DISPOSITION = 'Q'
                                       ADD 1 TO QuarantinedCount
                                   END-IF
                                   IF FSUM-DISPOSITION = 'D'
                                       ADD 1 TO DuplicateCount
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FILE-SUMMARY-FILE
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           MOVE SPACES TO SEC-TEXT
           STRING 'SEGMENTS (' DELIMITED BY SIZE
                  SegmentSource DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO SEC-TEXT
           END-STRING
           DISPLAY SectionLine
           IF SegmentCount = ZEROES
               DISPLAY ' NO SEGMENT SUMMARY FOR THIS DATE'
           ELSE
               DISPLAY ' SEGMENTS= ' SegmentCount
                       '  QUARANTINED= ' QuarantinedCount
                       '  RE-TRANSMITTED= ' DuplicateCount
           END-IF.

       NoteMtdSegment.
           IF MFSUM-RUN-NUMBER > SegmentRun
               MOVE MFSUM-RUN-NUMBER TO SegmentRun
               MOVE ZEROES TO SegmentCount
               MOVE ZEROES TO QuarantinedCount
               MOVE ZEROES TO DuplicateCount
           END-IF
           IF MFSUM-RUN-NUMBER = SegmentRun
               ADD 1 TO SegmentCount
               IF MFSUM-DISPOSITION = 'Q'
                   ADD 1 TO QuarantinedCount
               END-IF
               IF MFSUM-DISPOSITION = 'D'
                   ADD 1 TO DuplicateCount
               END-IF
           END-IF.

      * Exceptions on the open queue that were already open on the
      * date - first seen on or before it - aged to that date.
       ShowOpenExceptions.
           MOVE 'OPEN EXCEPTIONS' TO SEC-TEXT
           DISPLAY SectionLine
           MOVE ZEROES TO ExceptionCount
           MOVE ZEROES TO ExceptionListed
           MOVE ZEROES TO OldestAge
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
           IF ExcOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM ShowExceptionRecord
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           IF ExceptionCount = ZEROES
               DISPLAY ' NO OPEN EXCEPTIONS FOR THIS DATE'
           ELSE
               MOVE ExceptionCount TO InqCount
               DISPLAY ' OPEN= ' InqCount '  OLDEST AGE= ' OldestAge
                       ' DAYS'
           END-IF.

       ShowExceptionRecord.
           IF EXC-FIRST-DATE NUMERIC
               MOVE EXC-FIRST-DATE TO ExcFirstDate
           ELSE
               MOVE InquiryDate TO ExcFirstDate
           END-IF
           IF ExcFirstDate <= InquiryDate
               ADD 1 TO ExceptionCount
               MOVE ExcFirstDate TO SerialWorkDate
               PERFORM ComputeDaySerial
               MOVE DaySerial TO FirstSerial
               IF InquirySerial > FirstSerial
                   COMPUTE AgeDays = InquirySerial - FirstSerial + 1
               ELSE
                   MOVE 1 TO AgeDays
               END-IF
               IF AgeDays > OldestAge
                   MOVE AgeDays TO OldestAge
               END-IF
               IF ExceptionListed < ExceptionLimit
                   ADD 1 TO ExceptionListed
                   MOVE EXC-RECORD-NUMBER  TO EL-RECORD
                   MOVE EXC-SEGMENT-NUMBER TO EL-SEGMENT
                   MOVE EXC-FIRST-DATE     TO EL-FIRST
                   MOVE AgeDays            TO EL-AGE
                   MOVE EXC-DATA-FIELD     TO EL-DATA
                   DISPLAY ExceptionLine
               END-IF
           END-IF.

      * Serial day number for date arithmetic: year terms carry the
      * leap days (January and February count against the prior
      * year), the month table carries the non-leap month starts.
       ComputeDaySerial.
           IF SerialMonth < 01 OR SerialMonth > 12
               MOVE 01 TO SerialMonth
           END-IF
           IF SerialMonth > 2
               MOVE SerialYear TO LeapBase
           ELSE
               COMPUTE LeapBase = SerialYear - 1
           END-IF
           DIVIDE LeapBase BY 4   GIVING LeapQuot4
           DIVIDE LeapBase BY 100 GIVING LeapQuot100
           DIVIDE LeapBase BY 400 GIVING LeapQuot400
           COMPUTE DaySerial = SerialYear * 365
                             + LeapQuot4 - LeapQuot100 + LeapQuot400
                             + MonthStart (SerialMonth)
                             + SerialDay.

      * Each GL feed for the date at its latest acknowledgement
      * attempt: accepted, rejected and unacknowledged postings and
      * the accepted amount. A feed with no register entries yet is
      * described from the ledger - written, held, or not produced.
       ShowGlPosting.
           MOVE 'GL POSTING AND ACKNOWLEDGEMENT' TO SEC-TEXT
           DISPLAY SectionLine
           MOVE ZEROES TO FeedCount
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT POSTING-REGISTER-FILE
           IF GprOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ POSTING-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF GPR-BUSINESS-DATE = InquiryDate
                               PERFORM NoteFeedAttempt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-REGISTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           IF FeedCount > ZEROES
               OPEN INPUT POSTING-REGISTER-FILE
               IF GprOk
                   PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       READ POSTING-REGISTER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               IF GPR-BUSINESS-DATE = InquiryDate
                                   PERFORM CountFeedOutcome
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-REGISTER-FILE
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM VARYING FeedIndex FROM 1 BY 1
                       UNTIL FeedIndex > FeedCount
                   PERFORM ShowFeedLine
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN LedgerHeldSeen = 'Y' AND LedgerFeedSeen = 'N'
                   DISPLAY ' GL FEED HELD - AN EARLIER FEED IS'
                           ' OUTSTANDING'
               WHEN LedgerFeedSeen = 'N' AND FeedCount = ZEROES
                   DISPLAY ' NO GL FEED WRITTEN FOR THIS DATE'
               WHEN LedgerAckSeen = 'N'
                   DISPLAY ' GL FEED WRITTEN - NO ACKNOWLEDGEMENT'
                           ' PROCESSED'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LedgerRevSeen = 'Y'
               DISPLAY ' A REVERSING FEED WAS WRITTEN FOR THIS DATE'
           END-IF.

      * First pass: each feed and the highest attempt it has reached.
       NoteFeedAttempt.
           PERFORM LocateFeed
           IF FeedFound = 'Y'
               IF GPR-ACK-ATTEMPT > GF-ATTEMPT (FeedIndex)
                   MOVE GPR-ACK-ATTEMPT TO GF-ATTEMPT (FeedIndex)
               END-IF
           ELSE
               IF FeedCount < 20
                   ADD 1 TO FeedCount
                   MOVE GPR-FEED-KIND   TO GF-KIND (FeedCount)
                   MOVE GPR-FEED-NUMBER TO GF-NUMBER (FeedCount)
                   MOVE GPR-FEED-SEQ    TO GF-SEQ (FeedCount)
                   MOVE GPR-ACK-ATTEMPT TO GF-ATTEMPT (FeedCount)
                   MOVE ZEROES TO GF-ACCEPTED (FeedCount)
                   MOVE ZEROES TO GF-REJECTED (FeedCount)
                   MOVE ZEROES TO GF-UNACKED (FeedCount)
                   MOVE ZEROES TO GF-AMOUNT (FeedCount)
               END-IF
           END-IF.

      * Second pass: outcomes of each feed's latest attempt only.
       CountFeedOutcome.
           PERFORM LocateFeed
           IF FeedFound = 'Y'
               AND GPR-ACK-ATTEMPT = GF-ATTEMPT (FeedIndex)
               EVALUATE GPR-OUTCOME
                   WHEN 'A'
                       ADD 1 TO GF-ACCEPTED (FeedIndex)
                       ADD GPR-AMOUNT TO GF-AMOUNT (FeedIndex)
                   WHEN 'R'
                       ADD 1 TO GF-REJECTED (FeedIndex)
                   WHEN OTHER
                       ADD 1 TO GF-UNACKED (FeedIndex)
               END-EVALUATE
           END-IF.

       LocateFeed.
           MOVE 'N' TO FeedFound
           PERFORM VARYING FeedIndex FROM 1 BY 1
                   UNTIL FeedIndex > FeedCount OR FeedFound = 'Y'
               IF GF-KIND (FeedIndex) = GPR-FEED-KIND
                   AND GF-NUMBER (FeedIndex) = GPR-FEED-NUMBER
                   AND GF-SEQ (FeedIndex) = GPR-FEED-SEQ
                   MOVE 'Y' TO FeedFound
               END-IF
           END-PERFORM
           IF FeedFound = 'Y'
               SUBTRACT 1 FROM FeedIndex
           END-IF.

       ShowFeedLine.
           MOVE GF-KIND (FeedIndex)     TO FL-KIND
           MOVE GF-NUMBER (FeedIndex)   TO FL-NUMBER
           MOVE GF-SEQ (FeedIndex)      TO FL-SEQ
           MOVE GF-ATTEMPT (FeedIndex)  TO FL-ATTEMPT
           MOVE GF-ACCEPTED (FeedIndex) TO FL-ACCEPTED
           MOVE GF-REJECTED (FeedIndex) TO FL-REJECTED
           MOVE GF-UNACKED (FeedIndex)  TO FL-UNACKED
           MOVE GF-AMOUNT (FeedIndex)   TO FL-AMOUNT
           EVALUATE TRUE
               WHEN GF-REJECTED (FeedIndex) > ZEROES
                   MOVE 'REJECTION' TO FL-STATUS
               WHEN GF-UNACKED (FeedIndex) > ZEROES
                   MOVE 'PARTIAL  ' TO FL-STATUS
               WHEN OTHER
                   MOVE 'POSTED   ' TO FL-STATUS
           END-EVALUATE
           DISPLAY FeedLine.

      * The severe messages stamped with the date, as DAY1EOD picks
      * them out of the cumulative run log.
       ShowSevereMessages.
           MOVE 'SEVERE LOG MESSAGES' TO SEC-TEXT
           DISPLAY SectionLine
           MOVE ZEROES TO SevereCount
           MOVE ZEROES TO SevereListed
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-LOG-FILE
           IF LogOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF RUN-LOG-RECORD(1:8) = InquiryDateText
                               AND RUN-LOG-RECORD(10:5) = 'DAY1-'
                               AND RUN-LOG-RECORD(18:1) = 'S'
                               ADD 1 TO SevereCount
                               IF SevereListed < SevereLimit
                                   ADD 1 TO SevereListed
                                   MOVE RUN-LOG-RECORD(1:79)
                                     TO TextLine
                                   DISPLAY TextLine
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           IF SevereCount = ZEROES
               DISPLAY ' NO SEVERE MESSAGES FOR THIS DATE'
           ELSE
               IF SevereCount > SevereListed
                   MOVE SevereCount TO InqCount
                   DISPLAY ' ... ' InqCount ' SEVERE MESSAGES IN ALL'
               END-IF
           END-IF.
