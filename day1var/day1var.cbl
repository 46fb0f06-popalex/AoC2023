       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1VAR.
      * Daily actual-versus-budget variance by business-line category.
      * Finance sets each category's budget for a month in BUDGETF,
      * keyed by month and CATMSTF category, in the base currency;
      * a later record for the same month and category replaces an
      * earlier one, so a revision is appended. For the business
      * date's month this program reads the month-to-date category
      * file and shows, per category, the budget, the actual to date,
      * the budget prorated to the business dates elapsed, the
      * variance between them in amount and percent, and where the
      * month ends if it runs on as it has. Business dates come from
      * the operations calendar (business and special processing
      * days); without a calendar for the month the proration falls
      * back to calendar days and the report says so. A category whose
      * variance runs beyond the operator's band (VPARMF, percent
      * either way, ten when not given) is flagged over or under; an
      * active category on the master with no budget for the month is
      * flagged too, as is a budget for a category the master does
      * not hold. Uncategorised amounts show as unassigned, unflagged
      * unless budgeted. Only each date's last run counts, as at month
      * end.
      * Return code 0 means nothing is flagged, 4 that something is,
      * 16 that the report could not be produced.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RUN-PARAMETER-FILE ASSIGN TO PARMF
                FILE STATUS IS ParmStatus.
            SELECT OPTIONAL VARIANCE-PARAMETER-FILE ASSIGN TO VPARMF
                FILE STATUS IS VparmStatus.
            SELECT BUDGET-FILE ASSIGN TO BUDGETF
                FILE STATUS IS BudgetStatus.
            SELECT CATEGORY-MASTER-FILE ASSIGN TO CATMSTF
                FILE STATUS IS CmstStatus.
            SELECT OPTIONAL MTD-CATEGORY-FILE ASSIGN TO MCATSUMF.
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO CALENDRF
                FILE STATUS IS CalendarStatus.
            SELECT VARIANCE-REPORT-FILE ASSIGN TO VARRPTF.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-PARAMETER-FILE.
       01 RUN-PARAMETER-RECORD.
           05 PARM-BUSINESS-DATE       PIC 9(8).
           05 FILLER                   PIC X(2).
           05 PARM-CHECKPOINT-INTERVAL PIC 9(6).
           05 FILLER                   PIC X(2).
           05 PARM-PROCESS-OPTIONS     PIC X(10).

      * The variance band, a percentage either side of the prorated
      * budget, e.g. 01000 for ten percent.
       FD VARIANCE-PARAMETER-FILE.
       01 VARIANCE-PARAMETER-RECORD.
           05 VP-BAND-PERCENT      PIC 9(3)V99.

      * Finance's monthly budget per category, base currency.
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           05 BUD-MONTH            PIC 9(6).
           05 FILLER               PIC X(2).
           05 BUD-CATEGORY         PIC X(10).
           05 FILLER               PIC X(2).
           05 BUD-AMOUNT           PIC S9(13)V99.

       FD CATEGORY-MASTER-FILE.
       01 CATEGORY-MASTER-RECORD.
           05 CMST-CATEGORY         PIC X(10).
           05 FILLER                PIC X(2).
           05 CMST-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2).
           05 CMST-ACTIVE           PIC X.
           05 FILLER                PIC X(2).
           05 CMST-CURRENCY         PIC X(3).

      * The run number is alphanumeric on input: records appended
      * before the stamp existed read back as spaces there and count
      * as run one.
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
           05 MCAT-RUN-NUMBER       PIC X(4).
           05 FILLER                PIC X(2).
           05 MCAT-CURRENCY         PIC X(3).
           05 FILLER                PIC X(2).
           05 MCAT-ORIGINAL-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 MCAT-FX-RATE          PIC 9(5)V9(6).

       FD BUSINESS-CALENDAR-FILE.
       01 BUSINESS-CALENDAR-RECORD.
           05 CAL-DATE             PIC X(8).
           05 FILLER               PIC X(2).
           05 CAL-DAY-TYPE         PIC X.
           05 FILLER               PIC X(2).
           05 CAL-DESCRIPTION      PIC X(30).

       FD VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 ParmStatus    PIC X(2) VALUE SPACES.
           88 ParmOk             VALUE '00'.
           88 ParmNotFound       VALUE '35'.
       01 VparmStatus   PIC X(2) VALUE SPACES.
           88 VparmOk            VALUE '00'.
       01 BudgetStatus  PIC X(2) VALUE SPACES.
           88 BudgetOk           VALUE '00'.
           88 BudgetNotFound     VALUE '35'.
       01 CmstStatus    PIC X(2) VALUE SPACES.
           88 CmstOk             VALUE '00'.
           88 CmstNotFound       VALUE '35'.
       01 CalendarStatus PIC X(2) VALUE SPACES.
           88 CalendarOk         VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 ParmError     PIC X VALUE 'N'.
       01 BusinessDate  PIC 9(8) VALUE ZEROES.
       01 BusinessDateSplit REDEFINES BusinessDate.
           05 BusinessYear  PIC 9(4).
           05 BusinessMonth PIC 9(2).
           05 BusinessDay   PIC 9(2).
       01 ReportMonth   PIC 9(6) VALUE ZEROES.
       01 RecordYearMonth PIC 9(6) VALUE ZEROES.
       01 BandPercent   PIC 9(3)V99 VALUE 10.00.
      * Proration basis: business dates elapsed of the month's total,
      * from the calendar, or calendar days when there is none.
       01 DaysElapsed   PIC 9(2) VALUE ZEROES.
       01 DaysInPeriod  PIC 9(2) VALUE ZEROES.
       01 ProrationBasis PIC X(40) VALUE SPACES.
       01 CalendarDate  PIC 9(8) VALUE ZEROES.
       01 CalendarDateSplit REDEFINES CalendarDate.
           05 CalendarYearMonth PIC 9(6).
           05 CalendarDay       PIC 9(2).
      * The days of the month already met on the calendar.
       01 DaySeenTable.
           05 DaySeen PIC X OCCURS 31 TIMES.
       01 DaysInMonthValues.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 DaysInMonthTable REDEFINES DaysInMonthValues.
           05 MonthDays PIC 9(2) OCCURS 12 TIMES.
       01 LeapQuotient  PIC 9(4) VALUE ZEROES.
       01 LeapRemainder PIC 9(4) VALUE ZEROES.
      * Rerun discipline, as DAY1MEND keeps it: only the highest run
      * number each date reached counts.
       01 DateRunTable.
           05 DrtCount PIC 9(3) VALUE ZEROES.
           05 DrtEntry OCCURS 62 TIMES.
               10 DRT-DATE PIC 9(8).
               10 DRT-RUN  PIC 9(4).
       01 DrtIndex      PIC 9(3).
       01 DrtFound      PIC X VALUE 'N'.
       01 WorkDate      PIC 9(8) VALUE ZEROES.
       01 WorkRunText   PIC X(4) VALUE SPACES.
       01 WorkRun       PIC 9(4) VALUE ZEROES.
       01 KeepThisRecord PIC X VALUE 'N'.
      * One entry per category: from the master, from the budget, or
      * from the month-to-date file.
       01 VarianceTable.
           05 VtCount PIC 9(3) VALUE ZEROES.
           05 VtEntry OCCURS 100 TIMES.
               10 VT-NAME       PIC X(10).
               10 VT-DESC       PIC X(30).
               10 VT-ON-MASTER  PIC X.
               10 VT-ACTIVE     PIC X.
               10 VT-HAS-BUDGET PIC X.
               10 VT-BUDGET     PIC S9(13)V99.
               10 VT-ACTUAL     PIC S9(15)V99.
       01 VtIndex       PIC 9(3).
       01 VtFound       PIC X VALUE 'N'.
       01 VtEntryIndex  PIC 9(3).
       01 WorkCategory  PIC X(10) VALUE SPACES.
       01 Prorated      PIC S9(15)V99 VALUE ZEROES.
       01 Variance      PIC S9(15)V99 VALUE ZEROES.
       01 VariancePercent PIC S9(5)V9 VALUE ZEROES.
       01 ProrateBase   PIC S9(15)V99 VALUE ZEROES.
       01 Projected     PIC S9(15)V99 VALUE ZEROES.
       01 PercentKnown  PIC X VALUE 'N'.
       01 LineFlag      PIC X(11) VALUE SPACES.
       01 TotalBudget   PIC S9(15)V99 VALUE ZEROES.
       01 TotalActual   PIC S9(15)V99 VALUE ZEROES.
       01 TotalProrated PIC S9(15)V99 VALUE ZEROES.
       01 TotalVariance PIC S9(15)V99 VALUE ZEROES.
       01 TotalProjected PIC S9(15)V99 VALUE ZEROES.
       01 BudgetRecords PIC 9(6) VALUE ZEROES.
       01 BudgetRejected PIC 9(4) VALUE ZEROES.
       01 CategoriesShown PIC 9(3) VALUE ZEROES.
       01 FlaggedBand   PIC 9(3) VALUE ZEROES.
       01 FlaggedNoBudget PIC 9(3) VALUE ZEROES.
       01 FlaggedNoMaster PIC 9(3) VALUE ZEROES.
       01 TableFull     PIC X VALUE 'N'.
       01 HeadingLine.
           05 FILLER PIC X(10) VALUE 'DAY1VAR   '.
           05 FILLER PIC X(34)
               VALUE 'CATEGORY BUDGET VARIANCE          '.
           05 FILLER PIC X(15) VALUE 'BUSINESS DATE= '.
           05 HDG-DATE PIC 9(8).
           05 FILLER PIC X(17) VALUE '  BUDGET MONTH= '.
           05 HDG-MONTH PIC 9(6).
           05 FILLER PIC X(42) VALUE SPACES.
       01 BasisLine.
           05 FILLER         PIC X(24) VALUE 'BUSINESS DATES ELAPSED= '.
           05 BAS-ELAPSED    PIC Z9.
           05 FILLER         PIC X(4)  VALUE ' OF '.
           05 BAS-PERIOD     PIC Z9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 BAS-BASIS      PIC X(40).
           05 FILLER         PIC X(19) VALUE '  VARIANCE BAND +/-'.
           05 BAS-BAND       PIC ZZ9.99.
           05 FILLER         PIC X(1)  VALUE '%'.
           05 FILLER         PIC X(32) VALUE SPACES.
       01 SectionLine.
           05 SEC-TEXT PIC X(132).
       01 CaptionLine.
           05 FILLER PIC X(10) VALUE 'CATEGORY  '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'DESCRIPTION '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE '  MONTH BUDGET '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE ' ACTUAL TO DATE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE ' BUDGET TO DATE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE '       VARIANCE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE '  VAR %'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE '      PROJECTED'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'FLAG'.
       01 DetailLine.
           05 DTL-NAME       PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DTL-DESC       PIC X(12).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DTL-BUDGET-AREA.
               10 DTL-BUDGET PIC -ZZZZZZZZZZ9.99.
           05 DTL-BUDGET-TEXT REDEFINES DTL-BUDGET-AREA PIC X(15).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DTL-ACTUAL     PIC -ZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DTL-PRORATED   PIC -ZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DTL-VARIANCE   PIC -ZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DTL-PERCENT-AREA.
               10 DTL-PERCENT PIC -ZZZZ9.9.
           05 DTL-PERCENT-TEXT REDEFINES DTL-PERCENT-AREA PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DTL-PROJECTED  PIC -ZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DTL-FLAG       PIC X(11).
       01 ProblemLine.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 PRB-TEXT       PIC X(130).
       01 SummaryLine.
           05 FILLER         PIC X(21) VALUE 'CATEGORIES REPORTED= '.
           05 SUM-SHOWN      PIC ZZ9.
           05 FILLER         PIC X(19) VALUE '  BEYOND THE BAND= '.
           05 SUM-BAND       PIC ZZ9.
           05 FILLER         PIC X(15) VALUE '  NO BUDGET=   '.
           05 SUM-NO-BUDGET  PIC ZZ9.
           05 FILLER         PIC X(20) VALUE '  NOT ON MASTER=    '.
           05 SUM-NO-MASTER  PIC ZZ9.
           05 FILLER         PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LoadParameters
           PERFORM LoadBand
           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE BusinessDate TO HDG-DATE
           MOVE ReportMonth  TO HDG-MONTH
           WRITE VARIANCE-REPORT-LINE FROM HeadingLine
           PERFORM LoadCategoryMaster
           PERFORM LoadBudgets
           PERFORM CountBusinessDates
           PERFORM ScanCategoryRuns
           PERFORM SumActuals
           PERFORM WriteVarianceReport
           CLOSE VARIANCE-REPORT-FILE
           DISPLAY 'DAY1VAR DATE=' BusinessDate
                   ' CATEGORIES=' CategoriesShown
                   ' BEYOND BAND=' FlaggedBand
                   ' NO BUDGET=' FlaggedNoBudget
                   ' NOT ON MASTER=' FlaggedNoMaster
           IF FlaggedBand > ZEROES OR FlaggedNoBudget > ZEROES
               OR FlaggedNoMaster > ZEROES OR BudgetRejected > ZEROES
               OR TableFull = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The business date gives the budget month and how far into it
      * the actuals run.
       LoadParameters.
           MOVE 'N' TO ParmError
           OPEN INPUT RUN-PARAMETER-FILE
           IF ParmOk
               READ RUN-PARAMETER-FILE
                   AT END
                       DISPLAY 'RUN PARAMETER FILE IS EMPTY'
                       MOVE 'Y' TO ParmError
                   NOT AT END
                       IF PARM-BUSINESS-DATE NUMERIC
                           MOVE PARM-BUSINESS-DATE TO BusinessDate
                           IF BusinessMonth < 01 OR BusinessMonth > 12
                               OR BusinessDay < 01 OR BusinessDay > 31
                               OR BusinessYear < 1990
                               DISPLAY 'INVALID BUSINESS DATE - '
                                       PARM-BUSINESS-DATE
                               MOVE 'Y' TO ParmError
                           END-IF
                       ELSE
                           DISPLAY 'BUSINESS DATE NOT NUMERIC - '
                                   PARM-BUSINESS-DATE
                           MOVE 'Y' TO ParmError
                       END-IF
               END-READ
               CLOSE RUN-PARAMETER-FILE
           ELSE
               IF ParmNotFound
                   DISPLAY 'RUN PARAMETER FILE NOT FOUND'
               ELSE
                   DISPLAY 'RUN PARAMETER OPEN FAILED - STATUS='
                           ParmStatus
               END-IF
               MOVE 'Y' TO ParmError
           END-IF
           IF ParmError = 'Y'
               DISPLAY 'DAY1VAR CANNOT START WITHOUT A VALID'
                       ' BUSINESS DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DIVIDE BusinessDate BY 100 GIVING ReportMonth.

      * The band is the operator's to set; without a usable one the
      * report runs at ten percent and says so.
       LoadBand.
           OPEN INPUT VARIANCE-PARAMETER-FILE
           IF VparmOk
               READ VARIANCE-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VP-BAND-PERCENT NUMERIC
                           AND VP-BAND-PERCENT > ZEROES
                           MOVE VP-BAND-PERCENT TO BandPercent
                       ELSE
                           DISPLAY 'INVALID VARIANCE BAND - '
                                   VP-BAND-PERCENT
                                   ' - TEN PERCENT USED'
                       END-IF
               END-READ
           END-IF
           CLOSE VARIANCE-PARAMETER-FILE
           DISPLAY 'DAY1VAR MONTH ' ReportMonth ' THROUGH '
                   BusinessDate ' BAND=' BandPercent.

       LoadCategoryMaster.
           MOVE ZEROES TO VtCount
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CATEGORY-MASTER-FILE
           IF NOT CmstOk
               IF CmstNotFound
                   DISPLAY 'CATEGORY MASTER FILE NOT FOUND'
               ELSE
                   DISPLAY 'CATEGORY MASTER OPEN FAILED - STATUS='
                           CmstStatus
               END-IF
               DISPLAY 'DAY1VAR CANNOT REPORT WITHOUT THE CATEGORY'
                       ' MASTER'
               CLOSE VARIANCE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CATEGORY-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE CMST-CATEGORY TO WorkCategory
                       PERFORM FindCategory
                       IF VtEntryIndex > ZEROES
                           MOVE CMST-DESCRIPTION
                             TO VT-DESC (VtEntryIndex)
                           MOVE 'Y' TO VT-ON-MASTER (VtEntryIndex)
                           MOVE CMST-ACTIVE TO VT-ACTIVE (VtEntryIndex)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATEGORY-MASTER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      * Finds the category in the table, adding it if it is new. An
      * entry index of zero means the table is full.
       FindCategory.
           MOVE 'N' TO VtFound
           MOVE ZEROES TO VtEntryIndex
           PERFORM VARYING VtIndex FROM 1 BY 1
                   UNTIL VtIndex > VtCount
                      OR VtFound = 'Y'
               IF VT-NAME (VtIndex) = WorkCategory
                   MOVE 'Y' TO VtFound
                   MOVE VtIndex TO VtEntryIndex
               END-IF
           END-PERFORM
           IF VtFound = 'N'
               IF VtCount < 100
                   ADD 1 TO VtCount
                   MOVE WorkCategory TO VT-NAME (VtCount)
                   MOVE SPACES TO VT-DESC (VtCount)
                   IF WorkCategory = SPACES
                       MOVE 'UNASSIGNED' TO VT-DESC (VtCount)
                   END-IF
                   MOVE 'N' TO VT-ON-MASTER (VtCount)
                               VT-ACTIVE (VtCount)
                               VT-HAS-BUDGET (VtCount)
                   MOVE ZEROES TO VT-BUDGET (VtCount)
                                  VT-ACTUAL (VtCount)
                   MOVE VtCount TO VtEntryIndex
               ELSE
                   IF TableFull = 'N'
                       DISPLAY 'CATEGORY TABLE FULL - ' WorkCategory
                               ' AND LATER CATEGORIES NOT REPORTED'
                   END-IF
                   MOVE 'Y' TO TableFull
               END-IF
           END-IF.

      * The budget month's records; a later record for a category
      * replaces an earlier one. A record without a usable amount is
      * reported and left out.
       LoadBudgets.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BUDGET-FILE
           IF NOT BudgetOk
               IF BudgetNotFound
                   DISPLAY 'BUDGET FILE NOT FOUND'
               ELSE
                   DISPLAY 'BUDGET FILE OPEN FAILED - STATUS='
                           BudgetStatus
               END-IF
               DISPLAY 'DAY1VAR CANNOT REPORT WITHOUT THE BUDGET FILE'
               CLOSE VARIANCE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF BUD-MONTH = ReportMonth
                           PERFORM StoreBudget
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       StoreBudget.
           IF BUD-AMOUNT NOT NUMERIC OR BUD-CATEGORY = SPACES
               ADD 1 TO BudgetRejected
               MOVE SPACES TO PRB-TEXT
               STRING 'BUDGET RECORD FOR ' BUD-CATEGORY
                      ' HAS NO USABLE AMOUNT - LEFT OUT'
                   DELIMITED BY SIZE INTO PRB-TEXT
               WRITE VARIANCE-REPORT-LINE FROM ProblemLine
           ELSE
               ADD 1 TO BudgetRecords
               MOVE BUD-CATEGORY TO WorkCategory
               PERFORM FindCategory
               IF VtEntryIndex > ZEROES
                   MOVE BUD-AMOUNT TO VT-BUDGET (VtEntryIndex)
                   MOVE 'Y' TO VT-HAS-BUDGET (VtEntryIndex)
               END-IF
           END-IF.

      * Business and special processing days in the month from the
      * calendar, and how many of them fall on or before the business
      * date. No calendar, or none for the month, and calendar days
      * stand in.
       CountBusinessDates.
           MOVE ZEROES TO DaysElapsed DaysInPeriod
           MOVE ALL 'N' TO DaySeenTable
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF CalendarOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ BUSINESS-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CountCalendarDate
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUSINESS-CALENDAR-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           IF DaysInPeriod > ZEROES
               MOVE 'BUSINESS DATES FROM THE CALENDAR'
                 TO ProrationBasis
           ELSE
               MOVE MonthDays (BusinessMonth) TO DaysInPeriod
               IF BusinessMonth = 02
                   DIVIDE BusinessYear BY 4 GIVING LeapQuotient
                       REMAINDER LeapRemainder
                   IF LeapRemainder = ZEROES
                       MOVE 29 TO DaysInPeriod
                       DIVIDE BusinessYear BY 100 GIVING LeapQuotient
                           REMAINDER LeapRemainder
                       IF LeapRemainder = ZEROES
                           MOVE 28 TO DaysInPeriod
                           DIVIDE BusinessYear BY 400
                               GIVING LeapQuotient
                               REMAINDER LeapRemainder
                           IF LeapRemainder = ZEROES
                               MOVE 29 TO DaysInPeriod
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE BusinessDay TO DaysElapsed
               MOVE 'CALENDAR DAYS - NO BUSINESS CALENDAR'
                 TO ProrationBasis
           END-IF.

      * Duplicate calendar records are DAY1CALC's to report; here, as
      * in DAY1 and DAY1MEND, the first record for a date counts and a
      * date counts once however often it appears.
       CountCalendarDate.
           IF CAL-DATE NUMERIC
               MOVE CAL-DATE TO CalendarDate
               IF CalendarYearMonth = ReportMonth
                   AND CalendarDay >= 01 AND CalendarDay <= 31
                   IF DaySeen (CalendarDay) = 'N'
                       MOVE 'Y' TO DaySeen (CalendarDay)
                       IF CAL-DAY-TYPE = 'B' OR CAL-DAY-TYPE = 'S'
                           ADD 1 TO DaysInPeriod
                           IF CalendarDate <= BusinessDate
                               ADD 1 TO DaysElapsed
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * First pass over the category file: the highest run number
      * each date of the month reached.
       ScanCategoryRuns.
           MOVE ZEROES TO DrtCount
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MTD-CATEGORY-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MTD-CATEGORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       DIVIDE MCAT-BUSINESS-DATE BY 100
                           GIVING RecordYearMonth
                       IF RecordYearMonth = ReportMonth
                           AND MCAT-BUSINESS-DATE <= BusinessDate
                           MOVE MCAT-BUSINESS-DATE TO WorkDate
                           MOVE MCAT-RUN-NUMBER    TO WorkRunText
                           PERFORM NoteDateRun
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MTD-CATEGORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       SumActuals.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MTD-CATEGORY-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MTD-CATEGORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       DIVIDE MCAT-BUSINESS-DATE BY 100
                           GIVING RecordYearMonth
                       IF RecordYearMonth = ReportMonth
                           AND MCAT-BUSINESS-DATE <= BusinessDate
                           MOVE MCAT-BUSINESS-DATE TO WorkDate
                           MOVE MCAT-RUN-NUMBER    TO WorkRunText
                           PERFORM CheckDateRun
                           IF KeepThisRecord = 'Y'
                               MOVE MCAT-CATEGORY TO WorkCategory
                               PERFORM FindCategory
                               IF VtEntryIndex > ZEROES
                                   ADD MCAT-SUM
                                    TO VT-ACTUAL (VtEntryIndex)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MTD-CATEGORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       ConvertWorkRun.
           IF WorkRunText NUMERIC
               MOVE WorkRunText TO WorkRun
           ELSE
               MOVE 0001 TO WorkRun
           END-IF.

       NoteDateRun.
           PERFORM ConvertWorkRun
           MOVE 'N' TO DrtFound
           PERFORM VARYING DrtIndex FROM 1 BY 1
                   UNTIL DrtIndex > DrtCount
                      OR DrtFound = 'Y'
               IF DRT-DATE (DrtIndex) = WorkDate
                   MOVE 'Y' TO DrtFound
                   IF WorkRun > DRT-RUN (DrtIndex)
                       MOVE WorkRun TO DRT-RUN (DrtIndex)
                   END-IF
               END-IF
           END-PERFORM
           IF DrtFound = 'N' AND DrtCount < 62
               ADD 1 TO DrtCount
               MOVE WorkDate TO DRT-DATE (DrtCount)
               MOVE WorkRun  TO DRT-RUN (DrtCount)
           END-IF.

       CheckDateRun.
           PERFORM ConvertWorkRun
           MOVE 'N' TO KeepThisRecord
           PERFORM VARYING DrtIndex FROM 1 BY 1
                   UNTIL DrtIndex > DrtCount
               IF DRT-DATE (DrtIndex) = WorkDate
                   AND DRT-RUN (DrtIndex) = WorkRun
                   MOVE 'Y' TO KeepThisRecord
               END-IF
           END-PERFORM.

      * One line per category that is active, budgeted or has actuals
      * this month; an inactive category with neither is left off.
       WriteVarianceReport.
           MOVE DaysElapsed    TO BAS-ELAPSED
           MOVE DaysInPeriod   TO BAS-PERIOD
           MOVE ProrationBasis TO BAS-BASIS
           MOVE BandPercent    TO BAS-BAND
           WRITE VARIANCE-REPORT-LINE FROM BasisLine
           PERFORM WriteBlankLine
           WRITE VARIANCE-REPORT-LINE FROM CaptionLine
           PERFORM VARYING VtIndex FROM 1 BY 1
                   UNTIL VtIndex > VtCount
               IF VT-ACTIVE (VtIndex) = 'A'
                   OR VT-HAS-BUDGET (VtIndex) = 'Y'
                   OR VT-ACTUAL (VtIndex) NOT = ZEROES
                   PERFORM ComputeCategoryVariance
                   PERFORM WriteCategoryLine
               END-IF
           END-PERFORM
           PERFORM WriteBlankLine
           MOVE 'TOTAL'          TO DTL-NAME
           MOVE SPACES           TO DTL-DESC
           MOVE TotalBudget      TO DTL-BUDGET
           MOVE TotalActual      TO DTL-ACTUAL
           MOVE TotalProrated    TO DTL-PRORATED
           MOVE TotalVariance    TO DTL-VARIANCE
           MOVE TotalProjected   TO DTL-PROJECTED
           MOVE TotalVariance    TO Variance
           MOVE TotalProrated    TO Prorated
           PERFORM ComputeVariancePercent
           PERFORM FillPercentColumn
           MOVE SPACES           TO DTL-FLAG
           WRITE VARIANCE-REPORT-LINE FROM DetailLine
           PERFORM WriteBlankLine
           MOVE CategoriesShown TO SUM-SHOWN
           MOVE FlaggedBand     TO SUM-BAND
           MOVE FlaggedNoBudget TO SUM-NO-BUDGET
           MOVE FlaggedNoMaster TO SUM-NO-MASTER
           WRITE VARIANCE-REPORT-LINE FROM SummaryLine.

      * Budget to date is the month's budget in proportion to the
      * business dates elapsed; the projection carries the actual to
      * date on at the same daily pace to the month's last business
      * date. The variance percent is of the budget to date, and it
      * is what the band is held against.
       ComputeCategoryVariance.
           MOVE ZEROES TO Prorated Projected
           IF DaysInPeriod > ZEROES
               COMPUTE Prorated ROUNDED =
                   VT-BUDGET (VtIndex) * DaysElapsed / DaysInPeriod
           END-IF
           IF DaysElapsed > ZEROES
               COMPUTE Projected ROUNDED =
                   VT-ACTUAL (VtIndex) * DaysInPeriod / DaysElapsed
           ELSE
               MOVE VT-ACTUAL (VtIndex) TO Projected
           END-IF
           COMPUTE Variance = VT-ACTUAL (VtIndex) - Prorated
           PERFORM ComputeVariancePercent
           MOVE SPACES TO LineFlag
           IF VT-NAME (VtIndex) = SPACES
               IF VT-HAS-BUDGET (VtIndex) = 'Y'
                   PERFORM JudgeBand
               END-IF
           ELSE
               IF VT-ON-MASTER (VtIndex) = 'N'
                   MOVE 'NO MASTER' TO LineFlag
                   ADD 1 TO FlaggedNoMaster
               ELSE
                   IF VT-HAS-BUDGET (VtIndex) = 'N'
                       IF VT-ACTIVE (VtIndex) = 'A'
                           MOVE 'NO BUDGET' TO LineFlag
                           ADD 1 TO FlaggedNoBudget
                       END-IF
                   ELSE
                       PERFORM JudgeBand
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CategoriesShown
           ADD VT-BUDGET (VtIndex) TO TotalBudget
           ADD VT-ACTUAL (VtIndex) TO TotalActual
           ADD Prorated            TO TotalProrated
           ADD Variance            TO TotalVariance
           ADD Projected           TO TotalProjected.

      * Beyond the band either way is flagged. With nothing budgeted
      * to date any actual at all is beyond it.
       JudgeBand.
           IF PercentKnown = 'Y'
               IF VariancePercent > BandPercent
                   MOVE 'OVER BAND' TO LineFlag
                   ADD 1 TO FlaggedBand
               ELSE
                   IF VariancePercent < ZEROES
                       AND (ZEROES - VariancePercent) > BandPercent
                       MOVE 'UNDER BAND' TO LineFlag
                       ADD 1 TO FlaggedBand
                   END-IF
               END-IF
           ELSE
               IF Variance > ZEROES
                   MOVE 'OVER BAND' TO LineFlag
                   ADD 1 TO FlaggedBand
               ELSE
                   IF Variance < ZEROES
                       MOVE 'UNDER BAND' TO LineFlag
                       ADD 1 TO FlaggedBand
                   END-IF
               END-IF
           END-IF.

       ComputeVariancePercent.
           MOVE 'N' TO PercentKnown
           MOVE ZEROES TO VariancePercent
           IF Prorated NOT = ZEROES
               MOVE Prorated TO ProrateBase
               IF ProrateBase < ZEROES
                   COMPUTE ProrateBase = ZEROES - ProrateBase
               END-IF
               MOVE 'Y' TO PercentKnown
               COMPUTE VariancePercent ROUNDED =
                   Variance * 100 / ProrateBase
                   ON SIZE ERROR
                       IF Variance > ZEROES
                           MOVE 99999.9 TO VariancePercent
                       ELSE
                           MOVE -99999.9 TO VariancePercent
                       END-IF
               END-COMPUTE
           END-IF.

       FillPercentColumn.
           IF PercentKnown = 'Y'
               MOVE VariancePercent TO DTL-PERCENT
           ELSE
               MOVE '     N/A' TO DTL-PERCENT-TEXT
           END-IF.

       WriteCategoryLine.
           MOVE VT-NAME (VtIndex)     TO DTL-NAME
           MOVE VT-DESC (VtIndex)     TO DTL-DESC
           IF VT-HAS-BUDGET (VtIndex) = 'Y'
               MOVE VT-BUDGET (VtIndex) TO DTL-BUDGET
           ELSE
               MOVE '           NONE' TO DTL-BUDGET-TEXT
           END-IF
           MOVE VT-ACTUAL (VtIndex)   TO DTL-ACTUAL
           MOVE Prorated              TO DTL-PRORATED
           MOVE Variance              TO DTL-VARIANCE
           PERFORM FillPercentColumn
           MOVE Projected             TO DTL-PROJECTED
           MOVE LineFlag              TO DTL-FLAG
           WRITE VARIANCE-REPORT-LINE FROM DetailLine.

       WriteBlankLine.
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE.
