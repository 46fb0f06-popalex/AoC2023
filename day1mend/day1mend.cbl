      * consolidation carries exactly what the daily runs posted.
      * This is the report the monthly close used to wait two days
      * for while finance rebuilt it from saved print reports.
      * A category carried in a foreign currency shows its month in
      * that currency beside the base total, with the effective rate
      * the month's daily conversions came to (base over original);
      * a month in which any day went unconverted for want of a rate
      * shows NO RATE there instead.
      * The month will not close with business dates missing. Every
      * business date the operations calendar gives the month must
      * show a balanced run and a GL acknowledgement on the run
      * ledger and have month-to-date category records; the report
      * opens with the month's business dates, its last business day
      * and any date short of that, and a month with one is reported
      * as not to be closed (return code 16) just as a reconciliation
      * break is. Without a calendar file the month is consolidated
      * unchecked and the report says so.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
            SELECT MTD-CATEGORY-FILE ASSIGN TO MCATSUMF.
            SELECT MTD-FILE-SUMMARY-FILE ASSIGN TO MFSUMF.
            SELECT RUN-HISTORY-FILE ASSIGN TO RUNHISTF.
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO CALENDRF
                FILE STATUS IS CalendarStatus.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF.
            SELECT MONTH-PARAMETER-FILE ASSIGN TO MPARMF
                FILE STATUS IS ParmStatus.
            SELECT MONTH-REPORT-FILE ASSIGN TO MENDRPTF.
           05 MCAT-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2).
           05 MCAT-RUN-NUMBER       PIC X(4).
           05 FILLER                PIC X(2).
           05 MCAT-CURRENCY         PIC X(3).
           05 FILLER                PIC X(2).
           05 MCAT-ORIGINAL-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 MCAT-FX-RATE          PIC 9(5)V9(6).

       FD MTD-FILE-SUMMARY-FILE.
       01 MTD-FILE-SUMMARY-RECORD.
           05 MFSUM-EXPECTED-SUM    PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 MFSUM-BREAK-FOUND     PIC X.
           05 MFSUM-SENDER-ID       PIC X(8).
           05 MFSUM-DISPOSITION     PIC X.
           05 FILLER                PIC X.
           05 FILLER                PIC X(2).
           05 MFSUM-RUN-NUMBER      PIC X(4).
           05 FILLER                PIC X(2).
           05 MFSUM-EXCEPTION-COUNT PIC X(6).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HIST-START-TIME      PIC X(6).
           05 HIST-END-TIME        PIC X(6).
           05 HIST-ELAPSED-SECS    PIC X(6).
           05 HIST-CHAIN-SEQUENCE  PIC 9(8).
           05 HIST-CHAIN-PRIOR     PIC 9(18).
           05 HIST-CHAIN-VALUE     PIC 9(18).

      * Operations' business calendar: day type B business, S special
      * processing, H holiday, W weekend.
       FD BUSINESS-CALENDAR-FILE.
       01 BUSINESS-CALENDAR-RECORD.
           05 CAL-DATE             PIC X(8).
           05 FILLER               PIC X(2).
           05 CAL-DAY-TYPE         PIC X.
           05 FILLER               PIC X(2).
           05 CAL-DESCRIPTION      PIC X(30).

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

      * The month being closed, as YYYYMM. The close is a deliberate
      * act - no parameter, no report.
       01 ParmStatus    PIC X(2) VALUE SPACES.
           88 ParmOk             VALUE '00'.
           88 ParmNotFound       VALUE '35'.
       01 CalendarStatus PIC X(2) VALUE SPACES.
           88 CalendarOk         VALUE '00'.
           88 CalendarNotPresent VALUE '05'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 ReportMonth   PIC 9(6) VALUE ZEROES.
       01 ReportMonthSplit REDEFINES ReportMonth.
       01 HstIndex      PIC 9(3).
       01 HstFound      PIC X VALUE 'N'.
       01 HistSeq       PIC 9(7) VALUE ZEROES.
      * The report month's business calendar, one entry per date,
      * with what the ledger and the category file show for it.
       01 CalendarMonth.
           05 CmCount PIC 9(2) VALUE ZEROES.
           05 CmEntry OCCURS 31 TIMES.
               10 CM-DATE        PIC 9(8).
               10 CM-TYPE        PIC X.
               10 CM-BALANCED    PIC X.
               10 CM-ACK         PIC X.
               10 CM-MTD         PIC X.
       01 CmIndex       PIC 9(2).
       01 CmFound       PIC X VALUE 'N'.
       01 CmEntryIndex  PIC 9(2).
       01 CalendarDate  PIC 9(8) VALUE ZEROES.
       01 CalendarChecked PIC X VALUE 'N'.
       01 CalendarBreak PIC X VALUE 'N'.
       01 CalendarOpenFailed PIC X VALUE 'N'.
       01 LastBusinessDay PIC 9(8) VALUE ZEROES.
       01 BusinessDays  PIC 9(2) VALUE ZEROES.
       01 DatesMissing  PIC 9(2) VALUE ZEROES.
      * Consolidation tables: one entry per category name and one per
      * segment source seen in the report month.
       01 CategoryTotals.
               10 CT-DESC    PIC X(30).
               10 CT-RECORDS PIC 9(8).
               10 CT-SUM     PIC S9(15)V99.
               10 CT-CURRENCY PIC X(3).
               10 CT-ORIGINAL PIC S9(15)V99.
               10 CT-NO-RATE  PIC X.
       01 EffectiveRate PIC 9(5)V9(6) VALUE ZEROES.
       01 CatIndex      PIC 9(3).
       01 CatFound      PIC X VALUE 'N'.
       01 CatEntryIndex PIC 9(3).
       01 HistRunsRead  PIC 9(6) VALUE ZEROES.
       01 BrokenSegments PIC 9(6) VALUE ZEROES.
       01 BrokenValue   PIC S9(15)V99 VALUE ZEROES.
       01 DuplicateSegments PIC 9(6) VALUE ZEROES.
       01 DuplicateValue PIC S9(15)V99 VALUE ZEROES.
       01 CategoryGrand PIC S9(15)V99 VALUE ZEROES.
       01 HistoryGrand  PIC S9(15)V99 VALUE ZEROES.
       01 ReconDifference PIC S9(15)V99 VALUE ZEROES.
           05 FILLER PIC X(68) VALUE SPACES.
       01 SectionLine.
           05 SEC-TEXT PIC X(132).
       01 CalendarLine.
           05 FILLER         PIC X(24) VALUE 'BUSINESS DATES IN MONTH='.
           05 CAL-BUSINESS-DAYS PIC Z9.
           05 FILLER         PIC X(21) VALUE '  LAST BUSINESS DAY= '.
           05 CAL-LAST-DAY   PIC 9(8).
           05 FILLER         PIC X(18) VALUE '  DATES MISSING = '.
           05 CAL-MISSING    PIC Z9.
           05 FILLER         PIC X(57) VALUE SPACES.
       01 MissingCaptionLine.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'DATE    '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'DAY TYPE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'BALANCED'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'GL ACK'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'MTD RECORDS'.
           05 FILLER PIC X(81) VALUE SPACES.
       01 MissingDetailLine.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MDL-DATE       PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MDL-TYPE       PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MDL-BALANCED   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MDL-ACK        PIC X(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MDL-MTD        PIC X(11).
           05 FILLER         PIC X(81) VALUE SPACES.
       01 CatCaptionLine.
           05 FILLER PIC X(10) VALUE 'CATEGORY  '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE ' RECORDS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(19) VALUE '        MONTH TOTAL'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE 'CUR'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(19) VALUE '     ORIGINAL TOTAL'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE '    FX RATE '.
           05 FILLER PIC X(19) VALUE SPACES.
       01 CatDetailLine.
           05 CDL-NAME       PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 CDL-RECORDS    PIC ZZZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 CDL-SUM        PIC -ZZZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 CDL-FOREIGN.
               10 CDL-CURRENCY PIC X(3).
               10 FILLER       PIC X(2).
               10 CDL-ORIGINAL PIC -ZZZZZZZZZZZZZZ9.99.
               10 FILLER       PIC X(2).
               10 CDL-RATE-AREA.
                   15 CDL-RATE PIC ZZZZ9.999999.
               10 CDL-RATE-TEXT REDEFINES CDL-RATE-AREA PIC X(12).
           05 FILLER         PIC X(19) VALUE SPACES.
       01 SrcCaptionLine.
           05 FILLER PIC X(6)  VALUE 'SOURCE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(12) VALUE '  SEGMENTS= '.
           05 BRK-COUNT      PIC ZZZZZ9.
           05 FILLER         PIC X(57) VALUE SPACES.
       01 DuplicateLine.
           05 FILLER         PIC X(38)
               VALUE 'RE-TRANSMITTED SEGMENTS HELD OUT     ='.
           05 DUP-VALUE      PIC -ZZZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(12) VALUE '  SEGMENTS= '.
           05 DUP-COUNT      PIC ZZZZZ9.
           05 FILLER         PIC X(57) VALUE SPACES.
       01 ReconLine1.
           05 FILLER         PIC X(38)
               VALUE 'MONTHLY CATEGORY GRAND TOTAL         ='.
       PROCEDURE DIVISION.
           PERFORM LoadParameters
           PERFORM ScanCategoryRuns
           PERFORM CheckMonthCalendar
           PERFORM ConsolidateCategories
           PERFORM ScanSegmentRuns
           PERFORM ConsolidateSegments
                       ReconDifference
               MOVE 16 TO RETURN-CODE
           ELSE
               IF CalendarBreak = 'Y'
                   DISPLAY 'DAY1MEND MONTH NOT CLOSED - BUSINESS DATES'
                           ' MISSING=' DatesMissing
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

           CLOSE MTD-CATEGORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      * The report month as the business calendar has it, held
      * against the run ledger and the dates the first category pass
      * found month-to-date records for. Any business date without a
      * balanced run, a GL acknowledgement or category records keeps
      * the month open; so does a month the calendar does not carry.
       CheckMonthCalendar.
           MOVE ZEROES TO CmCount LastBusinessDay BusinessDays
                          DatesMissing
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF CalendarNotPresent
               CLOSE BUSINESS-CALENDAR-FILE
               DISPLAY 'DAY1MEND NO BUSINESS CALENDAR - MONTH NOT'
                       ' CHECKED FOR MISSING BUSINESS DATES'
           ELSE
               IF NOT CalendarOk
                   DISPLAY 'BUSINESS CALENDAR OPEN FAILED - STATUS='
                           CalendarStatus
                   MOVE 'Y' TO CalendarChecked
                   MOVE 'Y' TO CalendarBreak
                   MOVE 'Y' TO CalendarOpenFailed
               ELSE
                   MOVE 'Y' TO CalendarChecked
                   PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       READ BUSINESS-CALENDAR-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               PERFORM NoteCalendarDate
                       END-READ
                   END-PERFORM
                   CLOSE BUSINESS-CALENDAR-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM ScanLedgerForMonth
                   PERFORM JudgeMonthDates
               END-IF
           END-IF.

      * The first record for a date is the one that counts.
       NoteCalendarDate.
           IF CAL-DATE NUMERIC
               MOVE CAL-DATE TO CalendarDate
               DIVIDE CalendarDate BY 100 GIVING RecordYearMonth
               IF RecordYearMonth = ReportMonth
                   PERFORM FindCalendarEntry
                   IF CmFound = 'N' AND CmCount < 31
                       ADD 1 TO CmCount
                       MOVE CalendarDate TO CM-DATE (CmCount)
                       MOVE CAL-DAY-TYPE TO CM-TYPE (CmCount)
                       MOVE 'N' TO CM-BALANCED (CmCount)
                                   CM-ACK (CmCount)
                                   CM-MTD (CmCount)
                   END-IF
               END-IF
           END-IF.

       FindCalendarEntry.
           MOVE 'N' TO CmFound
           PERFORM VARYING CmIndex FROM 1 BY 1
                   UNTIL CmIndex > CmCount
                      OR CmFound = 'Y'
               IF CM-DATE (CmIndex) = CalendarDate
                   MOVE 'Y' TO CmFound
                   MOVE CmIndex TO CmEntryIndex
               END-IF
           END-PERFORM.

       ScanLedgerForMonth.
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RUN-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE LDG-BUSINESS-DATE TO CalendarDate
                       PERFORM FindCalendarEntry
                       IF CmFound = 'Y'
                           IF LDG-PROGRAM = 'DAY1BAL '
                               AND LDG-BALANCED = 'Y'
                               MOVE 'Y' TO CM-BALANCED (CmEntryIndex)
                           END-IF
                           IF LDG-PROGRAM = 'DAY1ACK '
                               AND LDG-PHASE = 'ACK  '
                               MOVE 'Y' TO CM-ACK (CmEntryIndex)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       JudgeMonthDates.
           PERFORM VARYING DrtIndex FROM 1 BY 1
                   UNTIL DrtIndex > DrtCount
               MOVE DRT-DATE (DrtIndex) TO CalendarDate
               PERFORM FindCalendarEntry
               IF CmFound = 'Y'
                   MOVE 'Y' TO CM-MTD (CmEntryIndex)
               END-IF
           END-PERFORM
           PERFORM VARYING CmIndex FROM 1 BY 1
                   UNTIL CmIndex > CmCount
               IF CM-TYPE (CmIndex) = 'B' OR CM-TYPE (CmIndex) = 'S'
                   ADD 1 TO BusinessDays
                   IF CM-DATE (CmIndex) > LastBusinessDay
                       MOVE CM-DATE (CmIndex) TO LastBusinessDay
                   END-IF
                   IF CM-BALANCED (CmIndex) = 'N'
                       OR CM-ACK (CmIndex) = 'N'
                       OR CM-MTD (CmIndex) = 'N'
                       ADD 1 TO DatesMissing
                   END-IF
               END-IF
           END-PERFORM
           IF BusinessDays = ZEROES OR DatesMissing > ZEROES
               MOVE 'Y' TO CalendarBreak
           END-IF.

       ConsolidateCategories.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MTD-CATEGORY-FILE
                   MOVE MCAT-DESCRIPTION TO CT-DESC (CatCount)
                   MOVE ZEROES TO CT-RECORDS (CatCount)
                                  CT-SUM (CatCount)
                                  CT-ORIGINAL (CatCount)
                   MOVE MCAT-CURRENCY TO CT-CURRENCY (CatCount)
                   MOVE 'N' TO CT-NO-RATE (CatCount)
                   MOVE CatCount TO CatEntryIndex
               ELSE
                   DISPLAY 'CATEGORY TABLE FULL - ' MCAT-CATEGORY
               ADD MCAT-RECORD-COUNT TO CT-RECORDS (CatEntryIndex)
               ADD MCAT-SUM          TO CT-SUM (CatEntryIndex)
               ADD MCAT-SUM          TO CategoryGrand
               ADD MCAT-ORIGINAL-SUM TO CT-ORIGINAL (CatEntryIndex)
               IF MCAT-FX-RATE = ZEROES AND MCAT-RECORD-COUNT > ZEROES
                   MOVE 'Y' TO CT-NO-RATE (CatEntryIndex)
               END-IF
           END-IF.

      * First pass over the segment file: the highest run number
      * The segment source is the sender's position in the day's
      * concatenation - the dimension the transmissions arrive by.
      * Broken segments (quarantined ones included) are totalled
      * separately so the month's value at risk is one number, and so
      * are segments DAY1 held out as re-transmissions.
       AddSegmentTotal.
           MOVE 'N' TO SrcFound
           PERFORM VARYING SrcIndex FROM 1 BY 1
                   ADD 1 TO BrokenSegments
                   ADD MFSUM-SUBTOTAL TO BrokenValue
               END-IF
               IF MFSUM-DISPOSITION = 'D'
                   ADD 1 TO DuplicateSegments
                   ADD MFSUM-SUBTOTAL TO DuplicateValue
               END-IF
           END-IF.

      * History records carry no run number, but appends are
           MOVE ReportMonth TO HDG-MONTH
           WRITE MONTH-REPORT-LINE FROM HeadingLine
           PERFORM WriteBlankLine
           PERFORM WriteCalendarSection
           PERFORM WriteBlankLine
           MOVE 'CATEGORY TOTALS FOR THE MONTH' TO SEC-TEXT
           WRITE MONTH-REPORT-LINE FROM SectionLine
           WRITE MONTH-REPORT-LINE FROM CatCaptionLine
               MOVE CT-DESC (CatIndex)    TO CDL-DESC
               MOVE CT-RECORDS (CatIndex) TO CDL-RECORDS
               MOVE CT-SUM (CatIndex)     TO CDL-SUM
               PERFORM FillForeignColumns
               WRITE MONTH-REPORT-LINE FROM CatDetailLine
           END-PERFORM
           PERFORM WriteBlankLine
           MOVE BrokenValue    TO BRK-VALUE
           MOVE BrokenSegments TO BRK-COUNT
           WRITE MONTH-REPORT-LINE FROM BrokenLine
           MOVE DuplicateValue    TO DUP-VALUE
           MOVE DuplicateSegments TO DUP-COUNT
           WRITE MONTH-REPORT-LINE FROM DuplicateLine
           PERFORM WriteBlankLine
           PERFORM WriteReconciliation
           CLOSE MONTH-REPORT-FILE.

       WriteCalendarSection.
           MOVE 'BUSINESS CALENDAR FOR THE MONTH' TO SEC-TEXT
           WRITE MONTH-REPORT-LINE FROM SectionLine
           IF CalendarChecked = 'N'
               MOVE SPACES TO SEC-TEXT
               STRING 'NO BUSINESS CALENDAR - MONTH NOT CHECKED FOR'
                      ' MISSING BUSINESS DATES'
                   DELIMITED BY SIZE INTO SEC-TEXT
               WRITE MONTH-REPORT-LINE FROM SectionLine
           ELSE
               IF CalendarOpenFailed = 'Y'
                   MOVE SPACES TO SEC-TEXT
                   STRING 'BUSINESS CALENDAR COULD NOT BE READ'
                          ' - STATUS=' CalendarStatus
                          ' - MONTH CANNOT CLOSE'
                       DELIMITED BY SIZE INTO SEC-TEXT
                   WRITE MONTH-REPORT-LINE FROM SectionLine
               ELSE
                   IF BusinessDays = ZEROES
                       MOVE SPACES TO SEC-TEXT
                       STRING 'NO BUSINESS DATES FOR THE MONTH ON THE'
                              ' CALENDAR - MONTH CANNOT CLOSE'
                           DELIMITED BY SIZE INTO SEC-TEXT
                       WRITE MONTH-REPORT-LINE FROM SectionLine
                   ELSE
                       MOVE BusinessDays    TO CAL-BUSINESS-DAYS
                       MOVE LastBusinessDay TO CAL-LAST-DAY
                       MOVE DatesMissing    TO CAL-MISSING
                       WRITE MONTH-REPORT-LINE FROM CalendarLine
                       IF DatesMissing > ZEROES
                           WRITE MONTH-REPORT-LINE
                             FROM MissingCaptionLine
                           PERFORM WriteMissingDates
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Each business date short of a balanced run, an acknowledged
      * GL feed or month-to-date records.
       WriteMissingDates.
           PERFORM VARYING CmIndex FROM 1 BY 1
                   UNTIL CmIndex > CmCount
               IF (CM-TYPE (CmIndex) = 'B' OR CM-TYPE (CmIndex) = 'S')
                   AND (CM-BALANCED (CmIndex) = 'N'
                        OR CM-ACK (CmIndex) = 'N'
                        OR CM-MTD (CmIndex) = 'N')
                   MOVE CM-DATE (CmIndex) TO MDL-DATE
                   IF CM-TYPE (CmIndex) = 'S'
                       MOVE 'SPECIAL ' TO MDL-TYPE
                   ELSE
                       MOVE 'BUSINESS' TO MDL-TYPE
                   END-IF
                   MOVE 'YES' TO MDL-BALANCED MDL-ACK MDL-MTD
                   IF CM-BALANCED (CmIndex) = 'N'
                       MOVE 'NO' TO MDL-BALANCED
                   END-IF
                   IF CM-ACK (CmIndex) = 'N'
                       MOVE 'NO' TO MDL-ACK
                   END-IF
                   IF CM-MTD (CmIndex) = 'N'
                       MOVE 'NO' TO MDL-MTD
                   END-IF
                   WRITE MONTH-REPORT-LINE FROM MissingDetailLine
               END-IF
           END-PERFORM.

      * Base-currency categories leave the foreign columns blank. The
      * effective rate is what the month's daily conversions came to,
      * so it ties the two totals on the line to each other.
       FillForeignColumns.
           MOVE SPACES TO CDL-FOREIGN
           IF CT-CURRENCY (CatIndex) NOT = SPACES
               MOVE CT-CURRENCY (CatIndex) TO CDL-CURRENCY
               MOVE CT-ORIGINAL (CatIndex) TO CDL-ORIGINAL
               IF CT-NO-RATE (CatIndex) = 'Y'
                   MOVE '     NO RATE' TO CDL-RATE-TEXT
               ELSE
                   IF CT-ORIGINAL (CatIndex) NOT = ZEROES
                       COMPUTE EffectiveRate ROUNDED =
                           CT-SUM (CatIndex) / CT-ORIGINAL (CatIndex)
                       MOVE EffectiveRate TO CDL-RATE
                   END-IF
               END-IF
           END-IF.

      * The consolidation proves itself or says so: the monthly
      * category grand total must equal the sum of the month's daily
      * run results, because every value reached both through the
           COMPUTE ReconDifference = CategoryGrand - HistoryGrand
           MOVE ReconDifference TO RCN-DIFFERENCE
           IF ReconDifference = ZEROES AND ReconBreak = 'N'
               IF CalendarBreak = 'N'
                   MOVE 'CONSOLIDATION PROVES - MONTH MAY CLOSE'
                     TO RCN-VERDICT
               ELSE
                   MOVE 'BUSINESS DATES MISSING - DO NOT CLOSE'
                     TO RCN-VERDICT
               END-IF
           ELSE
               MOVE 'Y' TO ReconBreak
               MOVE 'RECONCILIATION BREAK - DO NOT CLOSE'
