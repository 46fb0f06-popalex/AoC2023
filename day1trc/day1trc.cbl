       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1TRC.
      * Drill-down trace from a GL posting back to the input records
      * behind it. Finance names a business date and either a ledger
      * account and cost center or a business-line category; the
      * trace finds the matching GLD details on the date's GL feed
      * and lists, in record-number order, every record DAY1 counted
      * under those categories: its segment, record number, raw
      * DATA-FIELD and extracted value from REPORTF, the exceptions
      * that carried no value from EXCEPTF, and any DAY1FIX correction
      * the audit trail holds for them. Records in segments held out
      * of the run (quarantined or re-transmitted) are listed but
      * flagged and kept out of the totals, exactly as DAY1 backed
      * them out of the category sums. The listing ends with record
      * count and value totals per category against the GLD amounts -
      * the GLD's original-currency amount, the one the input records
      * carry, for a business line kept in a foreign currency -
      * return code 0 when every one ties, 4 when one does not or the
      * date's feed is not on file, 8 when the account asked for is
      * not on the feed, 16 when the request itself is unusable.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRACE-REQUEST-FILE ASSIGN TO TRCPARMF
                FILE STATUS IS TreqStatus.
            SELECT REPORT-FILE ASSIGN TO REPORTF
                FILE STATUS IS RptStatus.
            SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO EXCEPTF.
            SELECT OPTIONAL CORRECTION-AUDIT-FILE ASSIGN TO AUDITF.
            SELECT FILE-SUMMARY-FILE ASSIGN TO FSUMF
                FILE STATUS IS FsumStatus.
            SELECT OPTIONAL GL-FEED-FILE ASSIGN TO GLFEEDF.
            SELECT TRACE-REPORT-FILE ASSIGN TO TRCRPTF.

       DATA DIVISION.
       FILE SECTION.

      * What finance is asking about: the business date, and either
      * an account and cost center (select by 'A') or a category
      * (select by 'C' - a blank category is the unassigned entry).
       FD TRACE-REQUEST-FILE.
       01 TRACE-REQUEST-RECORD.
           05 TREQ-BUSINESS-DATE   PIC 9(8).
           05 FILLER               PIC X(2).
           05 TREQ-SELECT-BY       PIC X.
           05 FILLER               PIC X(2).
           05 TREQ-GL-ACCOUNT      PIC X(8).
           05 FILLER               PIC X(2).
           05 TREQ-COST-CENTER     PIC X(6).
           05 FILLER               PIC X(2).
           05 TREQ-CATEGORY        PIC X(10).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 RPT-BUSINESS-DATE    PIC 9(8).
           05 FILLER               PIC X(2).
           05 RPT-RECORD-NUMBER    PIC 9(6).
           05 FILLER               PIC X(2).
           05 RPT-FIRST-NUMBER     PIC S9(10)V99.
           05 FILLER               PIC X(2).
           05 RPT-LAST-NUMBER      PIC S9(10)V99.
           05 FILLER               PIC X(2).
           05 RPT-FULL-NUMBER      PIC S9(11)V99.
           05 FILLER               PIC X(2).
           05 RPT-SUM-OF-NUMBERS   PIC S9(13)V99.
           05 FILLER               PIC X(2).
           05 RPT-ALLNUM-VALUE     PIC S9(11)V99.
           05 FILLER               PIC X(2).
           05 RPT-SEGMENT-NUMBER   PIC 9(4).
           05 FILLER               PIC X(2).
           05 RPT-CATEGORY         PIC X(10).
           05 FILLER               PIC X(2).
           05 RPT-DATA-FIELD       PIC X(80).

      * Only the day's own exceptions are traced - the first-appeared
      * stamp is compared as text so a carried-forward record from
      * before the stamp existed is simply passed over.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-RECORD-NUMBER    PIC 9(6).
           05 FILLER               PIC X(2).
           05 EXC-DATA-FIELD       PIC X(80).
           05 FILLER               PIC X(2).
           05 EXC-FIRST-DATE       PIC X(8).
           05 FILLER               PIC X(2).
           05 EXC-SEGMENT-NUMBER   PIC 9(4).
           05 FILLER               PIC X(2).
           05 EXC-CATEGORY         PIC X(10).

       FD CORRECTION-AUDIT-FILE.
       01 CORRECTION-AUDIT-RECORD.
           05 AUD-BUSINESS-DATE    PIC 9(8).
           05 FILLER               PIC X(2).
           05 AUD-RECORD-NUMBER    PIC 9(6).
           05 FILLER               PIC X(2).
           05 AUD-ORIGINAL-DATA    PIC X(80).
           05 FILLER               PIC X(2).
           05 AUD-CORRECTED-DATA   PIC X(80).
           05 FILLER               PIC X(2).
           05 AUD-VALUE            PIC S9(11)V99.
           05 FILLER               PIC X(2).
           05 AUD-INITIALS         PIC X(3).
           05 FILLER               PIC X(2).
           05 AUD-APPROVED-BY      PIC X(3).
           05 FILLER               PIC X(2).
           05 AUD-FIRST-DATE       PIC X(8).
           05 FILLER               PIC X(2).
           05 AUD-SEGMENT-NUMBER   PIC X(4).
           05 FILLER               PIC X(2).
           05 AUD-CATEGORY         PIC X(10).
           05 FILLER               PIC X(2).
           05 AUD-CURRENCY         PIC X(3).
           05 FILLER               PIC X(2).
           05 AUD-FX-RATE          PIC 9(5)V9(6).
           05 FILLER               PIC X(2).
           05 AUD-BASE-VALUE       PIC S9(13)V99.
           05 FILLER               PIC X(2).
           05 AUD-CHAIN-SEQUENCE   PIC 9(8).
           05 AUD-CHAIN-PRIOR      PIC 9(18).
           05 AUD-CHAIN-VALUE      PIC 9(18).

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

       FD GL-FEED-FILE.
       01 GL-FEED-RECORD           PIC X(90).

       FD TRACE-REPORT-FILE.
       01 TRACE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 TreqStatus    PIC X(2) VALUE SPACES.
           88 TreqOk             VALUE '00'.
           88 TreqNotFound       VALUE '35'.
       01 RptStatus     PIC X(2) VALUE SPACES.
           88 RptOk              VALUE '00'.
           88 RptNotFound        VALUE '35'.
       01 FsumStatus    PIC X(2) VALUE SPACES.
           88 FsumOk             VALUE '00'.
           88 FsumNotFound       VALUE '35'.
       01 TraceDate     PIC 9(8) VALUE ZEROES.
       01 TraceDateSplit REDEFINES TraceDate.
           05 TraceYear     PIC 9(4).
           05 TraceMonth    PIC 9(2).
           05 TraceDay      PIC 9(2).
       01 TraceDateText PIC X(8) VALUE SPACES.
       01 SelectBy      PIC X VALUE SPACE.
       01 SelectAccount PIC X(8) VALUE SPACES.
       01 SelectCostCenter PIC X(6) VALUE SPACES.
       01 SelectCategory PIC X(10) VALUE SPACES.
       01 RequestError  PIC X VALUE 'N'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 RptEof        PIC X VALUE 'N'.
       01 ExcEof        PIC X VALUE 'N'.
       01 RptOpen       PIC X VALUE 'N'.
       01 FeedForDate   PIC X VALUE 'N'.
       01 FeedWork.
           05 FW-TAG            PIC X(3).
           05 FILLER            PIC X(87).
       01 FeedHeader REDEFINES FeedWork.
           05 FILLER            PIC X(3).
           05 FH-BUSINESS-DATE  PIC 9(8).
           05 FH-SOURCE         PIC X(8).
           05 FH-FEED-KIND      PIC X.
           05 FH-FEED-NUMBER    PIC X(4).
           05 FH-FEED-SEQ       PIC X(2).
           05 FILLER            PIC X(64).
       01 FeedDetail REDEFINES FeedWork.
           05 FILLER            PIC X(3).
           05 FD-BUSINESS-DATE  PIC 9(8).
           05 FD-GL-ACCOUNT     PIC X(8).
           05 FD-COST-CENTER    PIC X(6).
           05 FD-AMOUNT         PIC S9(13)V99.
           05 FD-RECORD-COUNT   PIC 9(6).
           05 FD-CATEGORY       PIC X(10).
           05 FILLER            PIC X(4).
           05 FD-CURRENCY       PIC X(3).
           05 FD-ORIGINAL-AMOUNT PIC S9(13)V99.
           05 FD-FX-RATE        PIC 9(5)V9(6).
           05 FILLER            PIC X(1).
      * The categories being traced and, for each, what the GL feed
      * posted against what the trace finds behind it.
       01 TraceCategoryTable.
           05 TraceCatCount PIC 9(3) VALUE ZEROES.
           05 TraceCatEntry OCCURS 50 TIMES.
               10 TC-CATEGORY       PIC X(10).
               10 TC-GL-ACCOUNT     PIC X(8).
               10 TC-COST-CENTER    PIC X(6).
               10 TC-ON-FEED        PIC X.
               10 TC-GLD-AMOUNT     PIC S9(13)V99.
               10 TC-GLD-RECORDS    PIC 9(6).
               10 TC-TRACED-AMOUNT  PIC S9(13)V99.
               10 TC-TRACED-RECORDS PIC 9(6).
       01 TraceCatIndex PIC 9(3).
       01 TraceCatFound PIC X VALUE 'N'.
       01 LookupCategory PIC X(10) VALUE SPACES.
       01 LookupSegment PIC 9(4) VALUE ZEROES.
      * Segments DAY1 held out of the run, by segment number.
       01 HeldSegmentTable.
           05 HeldSegmentCount PIC 9(3) VALUE ZEROES.
           05 HeldSegmentEntry OCCURS 500 TIMES.
               10 HS-SEGMENT        PIC 9(4).
               10 HS-DISPOSITION    PIC X.
       01 HeldIndex     PIC 9(3).
       01 SegmentHeldOut PIC X VALUE 'N'.
       01 HeldReason    PIC X VALUE SPACE.
      * DAY1FIX corrections of the date's exceptions, by record number.
       01 CorrectionTable.
           05 CorrectionCount PIC 9(3) VALUE ZEROES.
           05 CorrectionEntry OCCURS 500 TIMES.
               10 CR-RECORD-NUMBER  PIC 9(6).
               10 CR-AUDIT-DATE     PIC 9(8).
               10 CR-VALUE          PIC S9(11)V99.
               10 CR-INITIALS       PIC X(3).
               10 CR-DATA-FIELD     PIC X(80).
       01 CorrIndex     PIC 9(3).
       01 CorrFound     PIC X VALUE 'N'.
       01 TableOverflow PIC X VALUE 'N'.
       01 TracedRecords PIC 9(6) VALUE ZEROES.
       01 TracedAmount  PIC S9(15)V99 VALUE ZEROES.
       01 GldRecords    PIC 9(6) VALUE ZEROES.
       01 GldAmount     PIC S9(15)V99 VALUE ZEROES.
       01 HeldRecords   PIC 9(6) VALUE ZEROES.
       01 HeldAmount    PIC S9(15)V99 VALUE ZEROES.
       01 NoValueCount  PIC 9(6) VALUE ZEROES.
       01 CorrectedCount PIC 9(6) VALUE ZEROES.
       01 CorrectedAmount PIC S9(15)V99 VALUE ZEROES.
       01 TieFailures   PIC 9(3) VALUE ZEROES.
       01 TraceReturnCode PIC 9(2) VALUE ZEROES.
       01 TitleLine.
           05 FILLER PIC X(10) VALUE 'DAY1TRC   '.
           05 FILLER PIC X(33)
               VALUE 'GL POSTING DRILL-DOWN TRACE      '.
           05 FILLER PIC X(15) VALUE 'BUSINESS DATE= '.
           05 TTL-DATE PIC 9(8).
           05 FILLER PIC X(74) VALUE SPACES.
       01 SelectionLine.
           05 FILLER PIC X(11) VALUE 'SELECTION: '.
           05 SEL-TEXT PIC X(60).
           05 FILLER PIC X(61) VALUE SPACES.
       01 SectionLine.
           05 SEC-TEXT PIC X(132).
       01 CaptionLine.
           05 FILLER PIC X(4)  VALUE ' SEG'.
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(6)  VALUE 'RECORD'.
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE 'CATEGORY  '.
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(15) VALUE '          VALUE'.
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(8)  VALUE 'FLAG    '.
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(14) VALUE 'RAW DATA-FIELD'.
           05 FILLER PIC X(70) VALUE SPACES.
       01 DetailLine.
           05 DL-SEGMENT     PIC ZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DL-RECORD      PIC ZZZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DL-CATEGORY    PIC X(10).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DL-VALUE       PIC -ZZZZZZZZZZ9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DL-FLAG        PIC X(8).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DL-DATA        PIC X(80).
           05 FILLER         PIC X(4)  VALUE SPACES.
       01 CorrectionLine.
           05 FILLER         PIC X(12) VALUE '  CORRECTED '.
           05 CRL-DATE       PIC 9(8).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 CRL-VALUE      PIC -ZZZZZZZZZZ9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 FILLER         PIC X(3)  VALUE 'BY '.
           05 CRL-INITIALS   PIC X(3).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 CRL-DATA       PIC X(80).
           05 FILLER         PIC X(4)  VALUE SPACES.
       01 TieCaptionLine.
           05 FILLER PIC X(32)
               VALUE 'CATEGORY    GL ACCT   COST      '.
           05 FILLER PIC X(8)  VALUE 'GLD RECS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(17) VALUE '  GLD ORIG AMOUNT'.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'TRC RECS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(17) VALUE '    TRACED AMOUNT'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'TIE'.
           05 FILLER PIC X(29) VALUE SPACES.
       01 TieLine.
           05 TL-CATEGORY    PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TL-GL-ACCOUNT  PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TL-COST-CENTER PIC X(6).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 TL-GLD-RECORDS PIC ZZZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TL-GLD-AMOUNT  PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 TL-TRC-RECORDS PIC ZZZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TL-TRC-AMOUNT  PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TL-TIE         PIC X(12).
           05 FILLER         PIC X(29) VALUE SPACES.
       01 NoteLine.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 NTL-LABEL      PIC X(44).
           05 NTL-COUNT      PIC ZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 NTL-AMOUNT     PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(61) VALUE SPACES.
       01 OutcomeLine.
           05 FILLER         PIC X(19)
               VALUE 'TRACE OUTCOME ==>  '.
           05 OUT-TEXT       PIC X(60).
           05 FILLER         PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LoadTraceRequest
           PERFORM LoadGlFeed
           PERFORM LoadHeldSegments
           PERFORM LoadCorrections
           OPEN OUTPUT TRACE-REPORT-FILE
           PERFORM WriteTraceHeadings
           IF TraceCatCount = ZEROES
               MOVE 'ACCOUNT AND COST CENTER NOT ON THE DATE''S GL FEED'
                 TO OUT-TEXT
               WRITE TRACE-REPORT-LINE FROM OutcomeLine
               CLOSE TRACE-REPORT-FILE
               DISPLAY 'DAY1TRC ' OUT-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TraceRecords
           PERFORM WriteTieSection
           CLOSE TRACE-REPORT-FILE
           DISPLAY 'DAY1TRC TRACED RECORDS=' TracedRecords
                   ' AMOUNT=' TracedAmount
           DISPLAY 'DAY1TRC ' OUT-TEXT
           MOVE TraceReturnCode TO RETURN-CODE
           STOP RUN.

      * Reads and checks the trace request. Without a valid date and
      * selection there is nothing to trace, so the run stops.
       LoadTraceRequest.
           OPEN INPUT TRACE-REQUEST-FILE
           IF TreqOk
               READ TRACE-REQUEST-FILE
                   AT END
                       DISPLAY 'TRACE REQUEST FILE IS EMPTY'
                       MOVE 'Y' TO RequestError
                   NOT AT END
                       PERFORM CheckTraceRequest
               END-READ
               CLOSE TRACE-REQUEST-FILE
           ELSE
               IF TreqNotFound
                   DISPLAY 'TRACE REQUEST FILE NOT FOUND'
               ELSE
                   DISPLAY 'TRACE REQUEST OPEN FAILED - STATUS='
                           TreqStatus
               END-IF
               MOVE 'Y' TO RequestError
           END-IF
           IF RequestError = 'Y'
               DISPLAY 'DAY1TRC CANNOT START WITHOUT A VALID REQUEST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TraceDate TO TraceDateText
           DISPLAY 'DAY1TRC TRACING BUSINESS DATE ' TraceDate
                   ' SELECT BY ' SelectBy.

       CheckTraceRequest.
           IF TREQ-BUSINESS-DATE NUMERIC
               MOVE TREQ-BUSINESS-DATE TO TraceDate
               IF TraceMonth < 01 OR TraceMonth > 12
                   OR TraceDay < 01 OR TraceDay > 31
                   OR TraceYear < 1990
                   DISPLAY 'INVALID BUSINESS DATE - '
                           TREQ-BUSINESS-DATE
                   MOVE 'Y' TO RequestError
               END-IF
           ELSE
               DISPLAY 'BUSINESS DATE NOT NUMERIC - '
                       TREQ-BUSINESS-DATE
               MOVE 'Y' TO RequestError
           END-IF
           MOVE TREQ-SELECT-BY   TO SelectBy
           MOVE TREQ-GL-ACCOUNT  TO SelectAccount
           MOVE TREQ-COST-CENTER TO SelectCostCenter
           MOVE TREQ-CATEGORY    TO SelectCategory
           EVALUATE TRUE
               WHEN SelectBy = 'A'
                   IF SelectAccount = SPACES
                       DISPLAY 'SELECT BY ACCOUNT WITH NO ACCOUNT'
                       MOVE 'Y' TO RequestError
                   END-IF
               WHEN SelectBy = 'C'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SELECT BY MUST BE A OR C - ' SelectBy
                   MOVE 'Y' TO RequestError
           END-EVALUATE.

      * The GLD details on the date's feed that match the request
      * name the categories to trace and the amounts to tie to. A
      * category asked for by name is traced even when the feed on
      * file is for another date - the tie is then reported as not
      * proved rather than the trace refused.
       LoadGlFeed.
           IF SelectBy = 'C'
               ADD 1 TO TraceCatCount
               MOVE SelectCategory TO TC-CATEGORY (1)
               MOVE SPACES TO TC-GL-ACCOUNT (1) TC-COST-CENTER (1)
               MOVE 'N' TO TC-ON-FEED (1)
               MOVE ZEROES TO TC-GLD-AMOUNT (1) TC-GLD-RECORDS (1)
                              TC-TRACED-AMOUNT (1) TC-TRACED-RECORDS (1)
           END-IF
           OPEN INPUT GL-FEED-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ GL-FEED-FILE INTO FeedWork
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM ExamineFeedRecord
               END-READ
           END-PERFORM
           CLOSE GL-FEED-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           IF FeedForDate = 'N'
               DISPLAY 'NO GL FEED ON FILE FOR ' TraceDate
           END-IF.

      * Only an original or replacement feed for the date posts the
      * day's categories; a reversal feed or another date's feed is
      * not what is being traced.
       ExamineFeedRecord.
           EVALUATE FW-TAG
               WHEN 'GLH'
                   IF FH-BUSINESS-DATE = TraceDate
                       AND FH-FEED-KIND NOT = 'R'
                       MOVE 'Y' TO FeedForDate
                   END-IF
               WHEN 'GLD'
                   IF FeedForDate = 'Y'
                       PERFORM MatchFeedDetail
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MatchFeedDetail.
           IF SelectBy = 'A'
               IF FD-GL-ACCOUNT = SelectAccount
                   AND FD-COST-CENTER = SelectCostCenter
                   IF TraceCatCount < 50
                       ADD 1 TO TraceCatCount
                       MOVE TraceCatCount TO TraceCatIndex
                       MOVE FD-CATEGORY TO TC-CATEGORY (TraceCatIndex)
                       MOVE ZEROES TO TC-GLD-AMOUNT (TraceCatIndex)
                                      TC-GLD-RECORDS (TraceCatIndex)
                                      TC-TRACED-AMOUNT (TraceCatIndex)
                                      TC-TRACED-RECORDS (TraceCatIndex)
                       PERFORM NoteFeedDetail
                   ELSE
                       MOVE 'Y' TO TableOverflow
                   END-IF
               END-IF
           ELSE
               IF FD-CATEGORY = SelectCategory
                   MOVE 1 TO TraceCatIndex
                   PERFORM NoteFeedDetail
               END-IF
           END-IF.

       NoteFeedDetail.
           MOVE 'Y' TO TC-ON-FEED (TraceCatIndex)
           MOVE FD-GL-ACCOUNT   TO TC-GL-ACCOUNT (TraceCatIndex)
           MOVE FD-COST-CENTER  TO TC-COST-CENTER (TraceCatIndex)
           ADD FD-ORIGINAL-AMOUNT TO TC-GLD-AMOUNT (TraceCatIndex)
           ADD FD-RECORD-COUNT TO TC-GLD-RECORDS (TraceCatIndex).

      * The segments DAY1 held out of the date's run. Their records
      * are still on REPORTF and EXCEPTF but were backed out of the
      * category sums the feed was built from.
       LoadHeldSegments.
           OPEN INPUT FILE-SUMMARY-FILE
           IF FsumOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ FILE-SUMMARY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FSUM-BUSINESS-DATE = TraceDate
                               AND (FSUM-DISPOSITION = 'Q'
                                    OR FSUM-DISPOSITION = 'D')
                               PERFORM StoreHeldSegment
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-SUMMARY-FILE
           ELSE
               DISPLAY 'SEGMENT SUMMARY OPEN FAILED - STATUS='
                       FsumStatus ' - NO SEGMENTS TREATED AS HELD'
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       StoreHeldSegment.
           IF HeldSegmentCount < 500
               ADD 1 TO HeldSegmentCount
               MOVE FSUM-FILE-COUNT
                 TO HS-SEGMENT (HeldSegmentCount)
               MOVE FSUM-DISPOSITION
                 TO HS-DISPOSITION (HeldSegmentCount)
           ELSE
               MOVE 'Y' TO TableOverflow
           END-IF.

      * Corrections the audit trail holds for the date's exceptions,
      * whichever day DAY1FIX applied them on.
       LoadCorrections.
           OPEN INPUT CORRECTION-AUDIT-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CORRECTION-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AUD-FIRST-DATE = TraceDateText
                           PERFORM StoreCorrection
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-AUDIT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       StoreCorrection.
           IF CorrectionCount < 500
               ADD 1 TO CorrectionCount
               MOVE AUD-RECORD-NUMBER
                 TO CR-RECORD-NUMBER (CorrectionCount)
               MOVE AUD-BUSINESS-DATE
                 TO CR-AUDIT-DATE (CorrectionCount)
               MOVE AUD-VALUE TO CR-VALUE (CorrectionCount)
               MOVE AUD-INITIALS TO CR-INITIALS (CorrectionCount)
               MOVE AUD-CORRECTED-DATA
                 TO CR-DATA-FIELD (CorrectionCount)
           ELSE
               MOVE 'Y' TO TableOverflow
           END-IF.

       WriteTraceHeadings.
           MOVE TraceDate TO TTL-DATE
           WRITE TRACE-REPORT-LINE FROM TitleLine
           MOVE SPACES TO SEL-TEXT
           IF SelectBy = 'A'
               STRING 'ACCOUNT ' SelectAccount
                      ' COST CENTER ' SelectCostCenter
                   DELIMITED BY SIZE INTO SEL-TEXT
           ELSE
               STRING 'CATEGORY ' SelectCategory
                   DELIMITED BY SIZE INTO SEL-TEXT
           END-IF
           WRITE TRACE-REPORT-LINE FROM SelectionLine
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

      * REPORTF and EXCEPTF are both in record-number order, so the
      * two are merged on it and the listing reads in input order.
       TraceRecords.
           WRITE TRACE-REPORT-LINE FROM CaptionLine
           OPEN INPUT REPORT-FILE
           IF NOT RptOk
               IF RptNotFound
                   DISPLAY 'NO REPORT FILE - NOTHING TO TRACE'
               ELSE
                   DISPLAY 'REPORT FILE OPEN FAILED - STATUS='
                           RptStatus
               END-IF
               MOVE 'Y' TO RptEof
           ELSE
               MOVE 'Y' TO RptOpen
           END-IF
           OPEN INPUT EXCEPTION-FILE
           PERFORM ReadNextReport
           PERFORM ReadNextException
           PERFORM UNTIL RptEof = 'Y' AND ExcEof = 'Y'
               IF ExcEof = 'Y'
                   OR (RptEof = 'N'
                       AND RPT-RECORD-NUMBER <= EXC-RECORD-NUMBER)
                   PERFORM TraceReportRecord
                   PERFORM ReadNextReport
               ELSE
                   PERFORM TraceExceptionRecord
                   PERFORM ReadNextException
               END-IF
           END-PERFORM
           IF RptOpen = 'Y'
               CLOSE REPORT-FILE
           END-IF
           CLOSE EXCEPTION-FILE.

       ReadNextReport.
           IF RptEof = 'N'
               READ REPORT-FILE
                   AT END
                       MOVE 'Y' TO RptEof
               END-READ
               PERFORM UNTIL RptEof = 'Y'
                          OR RPT-BUSINESS-DATE = TraceDate
                   READ REPORT-FILE
                       AT END
                           MOVE 'Y' TO RptEof
                   END-READ
               END-PERFORM
           END-IF.

      * Record number zero is a rejected HDR or CAT, not a record
      * counted under any category.
       ReadNextException.
           IF ExcEof = 'N'
               READ EXCEPTION-FILE
                   AT END
                       MOVE 'Y' TO ExcEof
               END-READ
               PERFORM UNTIL ExcEof = 'Y'
                          OR (EXC-FIRST-DATE = TraceDateText
                              AND EXC-RECORD-NUMBER > ZEROES)
                   READ EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO ExcEof
                   END-READ
               END-PERFORM
           END-IF.

       TraceReportRecord.
           MOVE RPT-CATEGORY TO LookupCategory
           PERFORM LocateTraceCategory
           IF TraceCatFound = 'Y'
               MOVE RPT-SEGMENT-NUMBER TO DL-SEGMENT LookupSegment
               PERFORM CheckHeldSegment
               MOVE RPT-RECORD-NUMBER TO DL-RECORD
               MOVE RPT-CATEGORY      TO DL-CATEGORY
               MOVE RPT-FULL-NUMBER   TO DL-VALUE
               MOVE RPT-DATA-FIELD    TO DL-DATA
               IF SegmentHeldOut = 'Y'
                   MOVE 'HELD OUT' TO DL-FLAG
                   ADD 1 TO HeldRecords
                   ADD RPT-FULL-NUMBER TO HeldAmount
               ELSE
                   MOVE SPACES TO DL-FLAG
                   ADD 1 TO TC-TRACED-RECORDS (TraceCatIndex)
                   ADD RPT-FULL-NUMBER
                     TO TC-TRACED-AMOUNT (TraceCatIndex)
               END-IF
               WRITE TRACE-REPORT-LINE FROM DetailLine
           END-IF.

      * An exception counts toward the GLD record count but carries
      * no value into it. A DAY1FIX correction of it is shown under
      * it - its value reaches the balance through DAY1BAL's
      * adjustment, not the GLD amount.
       TraceExceptionRecord.
           MOVE EXC-CATEGORY TO LookupCategory
           PERFORM LocateTraceCategory
           IF TraceCatFound = 'Y'
               MOVE EXC-SEGMENT-NUMBER TO DL-SEGMENT LookupSegment
               PERFORM CheckHeldSegment
               MOVE EXC-RECORD-NUMBER TO DL-RECORD
               MOVE EXC-CATEGORY      TO DL-CATEGORY
               MOVE ZEROES            TO DL-VALUE
               MOVE EXC-DATA-FIELD    TO DL-DATA
               IF SegmentHeldOut = 'Y'
                   MOVE 'HELD OUT' TO DL-FLAG
                   ADD 1 TO HeldRecords
               ELSE
                   MOVE 'NO VALUE' TO DL-FLAG
                   ADD 1 TO NoValueCount
                   ADD 1 TO TC-TRACED-RECORDS (TraceCatIndex)
               END-IF
               WRITE TRACE-REPORT-LINE FROM DetailLine
               PERFORM FindCorrection
               IF CorrFound = 'Y'
                   MOVE CR-AUDIT-DATE (CorrIndex) TO CRL-DATE
                   MOVE CR-VALUE (CorrIndex)      TO CRL-VALUE
                   MOVE CR-INITIALS (CorrIndex)   TO CRL-INITIALS
                   MOVE CR-DATA-FIELD (CorrIndex) TO CRL-DATA
                   WRITE TRACE-REPORT-LINE FROM CorrectionLine
                   ADD 1 TO CorrectedCount
                   ADD CR-VALUE (CorrIndex) TO CorrectedAmount
               END-IF
           END-IF.

       LocateTraceCategory.
           MOVE 'N' TO TraceCatFound
           PERFORM VARYING TraceCatIndex FROM 1 BY 1
                   UNTIL TraceCatIndex > TraceCatCount
                      OR TraceCatFound = 'Y'
               IF TC-CATEGORY (TraceCatIndex) = LookupCategory
                   MOVE 'Y' TO TraceCatFound
               END-IF
           END-PERFORM
           IF TraceCatFound = 'Y'
               SUBTRACT 1 FROM TraceCatIndex
           END-IF.

       CheckHeldSegment.
           MOVE 'N' TO SegmentHeldOut
           PERFORM VARYING HeldIndex FROM 1 BY 1
                   UNTIL HeldIndex > HeldSegmentCount
                      OR SegmentHeldOut = 'Y'
               IF HS-SEGMENT (HeldIndex) = LookupSegment
                   MOVE 'Y' TO SegmentHeldOut
               END-IF
           END-PERFORM.

       FindCorrection.
           MOVE 'N' TO CorrFound
           PERFORM VARYING CorrIndex FROM 1 BY 1
                   UNTIL CorrIndex > CorrectionCount
                      OR CorrFound = 'Y'
               IF CR-RECORD-NUMBER (CorrIndex) = EXC-RECORD-NUMBER
                   MOVE 'Y' TO CorrFound
               END-IF
           END-PERFORM
           IF CorrFound = 'Y'
               SUBTRACT 1 FROM CorrIndex
           END-IF.

      * One line per traced category, records and value found against
      * the GLD, then the grand total and the held-out and corrected
      * amounts that explain what sits outside it.
       WriteTieSection.
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE 'TIE TO GL FEED' TO SEC-TEXT
           WRITE TRACE-REPORT-LINE FROM SectionLine
           WRITE TRACE-REPORT-LINE FROM TieCaptionLine
           PERFORM VARYING TraceCatIndex FROM 1 BY 1
                   UNTIL TraceCatIndex > TraceCatCount
               MOVE TC-CATEGORY (TraceCatIndex)    TO TL-CATEGORY
               MOVE TC-GL-ACCOUNT (TraceCatIndex)  TO TL-GL-ACCOUNT
               MOVE TC-COST-CENTER (TraceCatIndex) TO TL-COST-CENTER
               MOVE TC-GLD-RECORDS (TraceCatIndex) TO TL-GLD-RECORDS
               MOVE TC-GLD-AMOUNT (TraceCatIndex)  TO TL-GLD-AMOUNT
               MOVE TC-TRACED-RECORDS (TraceCatIndex) TO TL-TRC-RECORDS
               MOVE TC-TRACED-AMOUNT (TraceCatIndex)  TO TL-TRC-AMOUNT
               ADD TC-GLD-RECORDS (TraceCatIndex)    TO GldRecords
               ADD TC-GLD-AMOUNT (TraceCatIndex)     TO GldAmount
               ADD TC-TRACED-RECORDS (TraceCatIndex) TO TracedRecords
               ADD TC-TRACED-AMOUNT (TraceCatIndex)  TO TracedAmount
               EVALUATE TRUE
                   WHEN TC-ON-FEED (TraceCatIndex) = 'N'
                       MOVE 'NOT ON FEED' TO TL-TIE
                       ADD 1 TO TieFailures
                   WHEN TC-GLD-RECORDS (TraceCatIndex)
                        = TC-TRACED-RECORDS (TraceCatIndex)
                        AND TC-GLD-AMOUNT (TraceCatIndex)
                        = TC-TRACED-AMOUNT (TraceCatIndex)
                       MOVE 'TIES' TO TL-TIE
                   WHEN OTHER
                       MOVE 'DOES NOT TIE' TO TL-TIE
                       ADD 1 TO TieFailures
               END-EVALUATE
               WRITE TRACE-REPORT-LINE FROM TieLine
           END-PERFORM
           MOVE 'TOTAL'      TO TL-CATEGORY
           MOVE SPACES       TO TL-GL-ACCOUNT TL-COST-CENTER TL-TIE
           MOVE GldRecords   TO TL-GLD-RECORDS
           MOVE GldAmount    TO TL-GLD-AMOUNT
           MOVE TracedRecords TO TL-TRC-RECORDS
           MOVE TracedAmount TO TL-TRC-AMOUNT
           IF TieFailures = ZEROES
               MOVE 'TIES' TO TL-TIE
           END-IF
           WRITE TRACE-REPORT-LINE FROM TieLine
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE 'RECORDS WITH NO VALUE (COUNTED, NOT VALUED)'
             TO NTL-LABEL
           MOVE NoValueCount TO NTL-COUNT
           MOVE ZEROES TO NTL-AMOUNT
           WRITE TRACE-REPORT-LINE FROM NoteLine
           MOVE 'CORRECTED BY DAY1FIX (BALANCE, NOT GLD)'
             TO NTL-LABEL
           MOVE CorrectedCount TO NTL-COUNT
           MOVE CorrectedAmount TO NTL-AMOUNT
           WRITE TRACE-REPORT-LINE FROM NoteLine
           MOVE 'IN SEGMENTS HELD OUT OF THE RUN (NOT IN GLD)'
             TO NTL-LABEL
           MOVE HeldRecords TO NTL-COUNT
           MOVE HeldAmount TO NTL-AMOUNT
           WRITE TRACE-REPORT-LINE FROM NoteLine
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           IF TableOverflow = 'Y'
               MOVE 'A WORK TABLE FILLED - TRACE IS INCOMPLETE'
                 TO SEC-TEXT
               WRITE TRACE-REPORT-LINE FROM SectionLine
               ADD 1 TO TieFailures
           END-IF
           EVALUATE TRUE
               WHEN FeedForDate = 'N'
                   MOVE 'NO GL FEED FOR THE DATE - TIE NOT PROVED'
                     TO OUT-TEXT
                   MOVE 4 TO TraceReturnCode
               WHEN TieFailures > ZEROES
                   MOVE 'TRACE DOES NOT TIE TO THE GL FEED'
                     TO OUT-TEXT
                   MOVE 4 TO TraceReturnCode
               WHEN OTHER
                   MOVE 'TRACE TIES TO THE GL FEED' TO OUT-TEXT
                   MOVE 0 TO TraceReturnCode
           END-EVALUATE
           WRITE TRACE-REPORT-LINE FROM OutcomeLine.
