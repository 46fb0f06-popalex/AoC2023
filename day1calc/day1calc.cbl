       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1CALC.
      * Business calendar check. Operations keep CALENDRF, one record
      * per calendar date saying what kind of day it is - a business
      * day, a special processing day (worked though it would not
      * normally be), a holiday or a weekend. This program takes the
      * business date's month from the calendar and holds it against
      * what actually happened: the run ledger and the month-to-date
      * category file. Every business date from the first of the
      * month through the business date is listed if it has no
      * balanced run (no DAY1BAL record marked balanced), no GL
      * acknowledgement (no DAY1ACK ACK record), or no month-to-date
      * category records - the dates nothing noticed were never run.
      * It also reports the month's last business day, lists any
      * non-business date that was run anyway (under an operator
      * override), and checks the calendar itself for the month: a
      * day with no record, a date held twice, a record that is not
      * a real date or carries an unknown day type. Return code 0
      * means every business date to date is complete, 4 that they
      * are but the calendar needs attention or a non-business date
      * was run, 8 that business dates are missing, 16 that the check
      * could not be made.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RUN-PARAMETER-FILE ASSIGN TO PARMF
                FILE STATUS IS ParmStatus.
            SELECT BUSINESS-CALENDAR-FILE ASSIGN TO CALENDRF
                FILE STATUS IS CalendarStatus.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF.
            SELECT OPTIONAL MTD-CATEGORY-FILE ASSIGN TO MCATSUMF.
            SELECT CALENDAR-REPORT-FILE ASSIGN TO CALRPTF.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-PARAMETER-FILE.
       01 RUN-PARAMETER-RECORD.
           05 PARM-BUSINESS-DATE       PIC 9(8).
           05 FILLER                   PIC X(2).
           05 PARM-CHECKPOINT-INTERVAL PIC 9(6).
           05 FILLER                   PIC X(2).
           05 PARM-PROCESS-OPTIONS     PIC X(10).

      * One record per calendar date, kept by operations. Day type B
      * is a business day, S a special processing day (run as a
      * business day), H a holiday and W a weekend.
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

       FD MTD-CATEGORY-FILE.
       01 MTD-CATEGORY-RECORD.
           05 MCAT-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(110).

       FD CALENDAR-REPORT-FILE.
       01 CALENDAR-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 ParmStatus    PIC X(2) VALUE SPACES.
           88 ParmOk             VALUE '00'.
           88 ParmNotFound       VALUE '35'.
       01 CalendarStatus PIC X(2) VALUE SPACES.
           88 CalendarOk         VALUE '00'.
           88 CalendarNotFound   VALUE '35'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 ParmError     PIC X VALUE 'N'.
       01 BusinessDate  PIC 9(8) VALUE ZEROES.
       01 BusinessDateSplit REDEFINES BusinessDate.
           05 BusinessYear  PIC 9(4).
           05 BusinessMonth PIC 9(2).
           05 BusinessDay   PIC 9(2).
       01 CheckMonth    PIC 9(6) VALUE ZEROES.
       01 RecordYearMonth PIC 9(6) VALUE ZEROES.
      * A calendar date taken apart for validation.
       01 WorkDate      PIC 9(8) VALUE ZEROES.
       01 WorkDateSplit REDEFINES WorkDate.
           05 WorkYear      PIC 9(4).
           05 WorkMonth     PIC 9(2).
           05 WorkDay       PIC 9(2).
       01 DaysInMonthValues.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 DaysInMonthTable REDEFINES DaysInMonthValues.
           05 MonthDays PIC 9(2) OCCURS 12 TIMES.
       01 MonthLength   PIC 9(2) VALUE ZEROES.
       01 LeapQuotient  PIC 9(4) VALUE ZEROES.
       01 LeapRemainder PIC 9(4) VALUE ZEROES.
       01 DateValid     PIC X VALUE 'N'.
      * The check month's calendar, one entry per date, with what the
      * ledger and the month-to-date file show for it.
       01 CalendarMonth.
           05 CmCount PIC 9(2) VALUE ZEROES.
           05 CmEntry OCCURS 31 TIMES.
               10 CM-DATE        PIC 9(8).
               10 CM-TYPE        PIC X.
               10 CM-DESC        PIC X(30).
               10 CM-RUNS        PIC 9(4).
               10 CM-BALANCED    PIC X.
               10 CM-ACK         PIC X.
               10 CM-MTD-RECORDS PIC 9(6).
       01 CmIndex       PIC 9(2).
       01 CmFound       PIC X VALUE 'N'.
       01 CmEntryIndex  PIC 9(2).
       01 DayNumber     PIC 9(2).
       01 LastBusinessDay PIC 9(8) VALUE ZEROES.
       01 BusinessDaysInMonth PIC 9(2) VALUE ZEROES.
       01 BusinessDaysToDate  PIC 9(2) VALUE ZEROES.
       01 DatesMissing  PIC 9(2) VALUE ZEROES.
       01 NonBusinessRun PIC 9(2) VALUE ZEROES.
       01 CalendarProblems PIC 9(4) VALUE ZEROES.
       01 CalendarRecords PIC 9(6) VALUE ZEROES.
       01 ProblemDate   PIC X(8) VALUE SPACES.
       01 ProblemText   PIC X(60) VALUE SPACES.
       01 ProblemCaptionDone PIC X VALUE 'N'.
       01 HeadingLine.
           05 FILLER PIC X(10) VALUE 'DAY1CALC  '.
           05 FILLER PIC X(34)
               VALUE 'BUSINESS CALENDAR CHECK           '.
           05 FILLER PIC X(15) VALUE 'BUSINESS DATE= '.
           05 HDG-DATE PIC 9(8).
           05 FILLER PIC X(65) VALUE SPACES.
       01 SectionLine.
           05 SEC-TEXT PIC X(132).
       01 ProblemLine.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 PRB-DATE       PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 PRB-TEXT       PIC X(60).
           05 FILLER         PIC X(60) VALUE SPACES.
       01 DateCaptionLine.
           05 FILLER PIC X(8)  VALUE 'DATE    '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'DAY TYPE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30)
               VALUE 'DESCRIPTION                   '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE 'RUNS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'BALANCED'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'GL ACK'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'MTD RECORDS'.
           05 FILLER PIC X(45) VALUE SPACES.
       01 DateDetailLine.
           05 DDL-DATE       PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-TYPE       PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-DESC       PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-RUNS       PIC ZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-BALANCED   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-ACK        PIC X(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-MTD        PIC ZZZZZZZZZZ9.
           05 FILLER         PIC X(45) VALUE SPACES.
       01 SummaryLine1.
           05 FILLER         PIC X(24) VALUE 'BUSINESS DATES IN MONTH='.
           05 SUM-IN-MONTH   PIC Z9.
           05 FILLER         PIC X(10) VALUE '  TO DATE='.
           05 SUM-TO-DATE    PIC Z9.
           05 FILLER         PIC X(21) VALUE '  LAST BUSINESS DAY= '.
           05 SUM-LAST-DAY   PIC X(8).
           05 FILLER         PIC X(65) VALUE SPACES.
       01 SummaryLine2.
           05 FILLER         PIC X(24) VALUE 'BUSINESS DATES MISSING ='.
           05 SUM-MISSING    PIC Z9.
           05 FILLER         PIC X(21) VALUE '  NON-BUSINESS RUNS= '.
           05 SUM-NONBUS     PIC Z9.
           05 FILLER         PIC X(21) VALUE '  CALENDAR PROBLEMS= '.
           05 SUM-PROBLEMS   PIC ZZZ9.
           05 FILLER         PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LoadParameters
           OPEN OUTPUT CALENDAR-REPORT-FILE
           MOVE BusinessDate TO HDG-DATE
           WRITE CALENDAR-REPORT-LINE FROM HeadingLine
           PERFORM LoadCalendarMonth
           IF CmCount = ZEROES
               MOVE SPACES TO SEC-TEXT
               STRING 'MONTH ' CheckMonth
                      ' IS NOT ON THE BUSINESS CALENDAR - NO CHECK MADE'
                   DELIMITED BY SIZE INTO SEC-TEXT
               PERFORM WriteBlankLine
               WRITE CALENDAR-REPORT-LINE FROM SectionLine
               CLOSE CALENDAR-REPORT-FILE
               DISPLAY 'DAY1CALC MONTH ' CheckMonth
                       ' NOT ON THE BUSINESS CALENDAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CheckMonthCovered
           PERFORM ScanRunLedger
           PERFORM ScanMonthToDate
           PERFORM WriteMissingDates
           PERFORM WriteNonBusinessRuns
           PERFORM WriteSummary
           CLOSE CALENDAR-REPORT-FILE
           DISPLAY 'DAY1CALC DATE=' BusinessDate
                   ' BUSINESS DATES TO DATE=' BusinessDaysToDate
                   ' MISSING=' DatesMissing
                   ' LAST BUSINESS DAY=' LastBusinessDay
           IF DatesMissing > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CalendarProblems > ZEROES OR NonBusinessRun > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * The business date says which month to check and how far into
      * it - dates after it have not been run yet.
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
               DISPLAY 'DAY1CALC CANNOT START WITHOUT A VALID'
                       ' BUSINESS DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DIVIDE BusinessDate BY 100 GIVING CheckMonth
           DISPLAY 'DAY1CALC CHECKING MONTH ' CheckMonth
                   ' THROUGH ' BusinessDate.

      * Every calendar record is validated; those for the check month
      * are kept. A calendar that cannot be read stops the check -
      * without it there is nothing to compare the ledger against.
       LoadCalendarMonth.
           MOVE ZEROES TO CmCount LastBusinessDay BusinessDaysInMonth
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF NOT CalendarOk
               IF CalendarNotFound
                   DISPLAY 'BUSINESS CALENDAR FILE NOT FOUND'
               ELSE
                   DISPLAY 'BUSINESS CALENDAR OPEN FAILED - STATUS='
                           CalendarStatus
               END-IF
               DISPLAY 'DAY1CALC CANNOT CHECK WITHOUT THE CALENDAR'
               CLOSE CALENDAR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ BUSINESS-CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO CalendarRecords
                       PERFORM ValidateCalendarRecord
               END-READ
           END-PERFORM
           CLOSE BUSINESS-CALENDAR-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       ValidateCalendarRecord.
           MOVE CAL-DATE TO ProblemDate
           MOVE 'N' TO DateValid
           IF CAL-DATE NUMERIC
               MOVE CAL-DATE TO WorkDate
               PERFORM CheckWorkDate
           END-IF
           IF DateValid = 'N'
               MOVE 'NOT A VALID CALENDAR DATE' TO ProblemText
               PERFORM WriteCalendarProblem
           ELSE
               IF CAL-DAY-TYPE NOT = 'B' AND CAL-DAY-TYPE NOT = 'S'
                   AND CAL-DAY-TYPE NOT = 'H' AND CAL-DAY-TYPE NOT = 'W'
                   MOVE SPACES TO ProblemText
                   STRING 'UNKNOWN DAY TYPE "' CAL-DAY-TYPE
                          '" - TREATED AS NOT A BUSINESS DAY'
                       DELIMITED BY SIZE INTO ProblemText
                   PERFORM WriteCalendarProblem
               END-IF
               DIVIDE WorkDate BY 100 GIVING RecordYearMonth
               IF RecordYearMonth = CheckMonth
                   PERFORM AddCalendarEntry
               END-IF
           END-IF.

      * A real date: month 1 to 12 and a day the month has, February
      * taking its 29th in a leap year.
       CheckWorkDate.
           MOVE 'N' TO DateValid
           IF WorkMonth >= 01 AND WorkMonth <= 12
               AND WorkYear >= 1990
               PERFORM SetMonthLength
               IF WorkDay >= 01 AND WorkDay <= MonthLength
                   MOVE 'Y' TO DateValid
               END-IF
           END-IF.

       SetMonthLength.
           MOVE MonthDays (WorkMonth) TO MonthLength
           IF WorkMonth = 02
               DIVIDE WorkYear BY 4 GIVING LeapQuotient
                   REMAINDER LeapRemainder
               IF LeapRemainder = ZEROES
                   MOVE 29 TO MonthLength
                   DIVIDE WorkYear BY 100 GIVING LeapQuotient
                       REMAINDER LeapRemainder
                   IF LeapRemainder = ZEROES
                       MOVE 28 TO MonthLength
                       DIVIDE WorkYear BY 400 GIVING LeapQuotient
                           REMAINDER LeapRemainder
                       IF LeapRemainder = ZEROES
                           MOVE 29 TO MonthLength
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AddCalendarEntry.
           MOVE 'N' TO CmFound
           PERFORM VARYING CmIndex FROM 1 BY 1
                   UNTIL CmIndex > CmCount
                      OR CmFound = 'Y'
               IF CM-DATE (CmIndex) = WorkDate
                   MOVE 'Y' TO CmFound
               END-IF
           END-PERFORM
           IF CmFound = 'Y'
               MOVE 'DATE HELD MORE THAN ONCE - FIRST RECORD USED'
                 TO ProblemText
               PERFORM WriteCalendarProblem
           ELSE
               ADD 1 TO CmCount
               MOVE WorkDate        TO CM-DATE (CmCount)
               MOVE CAL-DAY-TYPE    TO CM-TYPE (CmCount)
               MOVE CAL-DESCRIPTION TO CM-DESC (CmCount)
               MOVE ZEROES TO CM-RUNS (CmCount)
                              CM-MTD-RECORDS (CmCount)
               MOVE 'N' TO CM-BALANCED (CmCount)
                           CM-ACK (CmCount)
               IF CAL-DAY-TYPE = 'B' OR CAL-DAY-TYPE = 'S'
                   ADD 1 TO BusinessDaysInMonth
                   IF WorkDate > LastBusinessDay
                       MOVE WorkDate TO LastBusinessDay
                   END-IF
               END-IF
           END-IF.

      * Every day of the month must be on the calendar - DAY1 will not
      * run a date the calendar does not know.
       CheckMonthCovered.
           MOVE CheckMonth TO WorkDate (1:6)
           PERFORM SetMonthLength
           PERFORM VARYING DayNumber FROM 1 BY 1
                   UNTIL DayNumber > MonthLength
               MOVE CheckMonth TO WorkDate (1:6)
               MOVE DayNumber  TO WorkDay
               MOVE 'N' TO CmFound
               PERFORM VARYING CmIndex FROM 1 BY 1
                       UNTIL CmIndex > CmCount
                          OR CmFound = 'Y'
                   IF CM-DATE (CmIndex) = WorkDate
                       MOVE 'Y' TO CmFound
                   END-IF
               END-PERFORM
               IF CmFound = 'N'
                   MOVE WorkDate TO ProblemDate
                   MOVE 'DATE HAS NO RECORD ON THE CALENDAR'
                     TO ProblemText
                   PERFORM WriteCalendarProblem
               END-IF
           END-PERFORM.

       WriteCalendarProblem.
           IF ProblemCaptionDone = 'N'
               MOVE 'Y' TO ProblemCaptionDone
               PERFORM WriteBlankLine
               MOVE 'BUSINESS CALENDAR PROBLEMS' TO SEC-TEXT
               WRITE CALENDAR-REPORT-LINE FROM SectionLine
           END-IF
           ADD 1 TO CalendarProblems
           MOVE ProblemDate TO PRB-DATE
           MOVE ProblemText TO PRB-TEXT
           WRITE CALENDAR-REPORT-LINE FROM ProblemLine.

      * What the ledger shows for each date of the month: DAY1's
      * completed runs, whether DAY1BAL balanced the date, and whether
      * the GL feed for it was acknowledged - clean, or with rejects.
       ScanRunLedger.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RUN-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE LDG-BUSINESS-DATE TO WorkDate
                       PERFORM FindCalendarEntry
                       IF CmFound = 'Y'
                           PERFORM NoteLedgerRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       NoteLedgerRecord.
           IF LDG-PROGRAM = 'DAY1    ' AND LDG-PHASE = 'END  '
               ADD 1 TO CM-RUNS (CmEntryIndex)
           END-IF
           IF LDG-PROGRAM = 'DAY1BAL ' AND LDG-BALANCED = 'Y'
               MOVE 'Y' TO CM-BALANCED (CmEntryIndex)
           END-IF
           IF LDG-PROGRAM = 'DAY1ACK ' AND LDG-PHASE = 'ACK  '
               IF LDG-BALANCED = 'Y'
                   MOVE 'Y' TO CM-ACK (CmEntryIndex)
               ELSE
                   IF CM-ACK (CmEntryIndex) NOT = 'Y'
                       MOVE 'B' TO CM-ACK (CmEntryIndex)
                   END-IF
               END-IF
           END-IF.

       ScanMonthToDate.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MTD-CATEGORY-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MTD-CATEGORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF MCAT-BUSINESS-DATE NUMERIC
                           MOVE MCAT-BUSINESS-DATE TO WorkDate
                           PERFORM FindCalendarEntry
                           IF CmFound = 'Y'
                               ADD 1 TO CM-MTD-RECORDS (CmEntryIndex)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MTD-CATEGORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       FindCalendarEntry.
           MOVE 'N' TO CmFound
           PERFORM VARYING CmIndex FROM 1 BY 1
                   UNTIL CmIndex > CmCount
                      OR CmFound = 'Y'
               IF CM-DATE (CmIndex) = WorkDate
                   MOVE 'Y' TO CmFound
                   MOVE CmIndex TO CmEntryIndex
               END-IF
           END-PERFORM.

      * A business date up to the business date is complete only with
      * a balanced run, a GL acknowledgement and month-to-date
      * records; anything short of that is listed.
       WriteMissingDates.
           PERFORM WriteBlankLine
           MOVE SPACES TO SEC-TEXT
           STRING 'BUSINESS DATES WITHOUT A BALANCED RUN, A GL'
                  ' ACKNOWLEDGEMENT OR MONTH-TO-DATE RECORDS'
               DELIMITED BY SIZE INTO SEC-TEXT
           WRITE CALENDAR-REPORT-LINE FROM SectionLine
           WRITE CALENDAR-REPORT-LINE FROM DateCaptionLine
           MOVE ZEROES TO BusinessDaysToDate DatesMissing
           PERFORM VARYING CmIndex FROM 1 BY 1
                   UNTIL CmIndex > CmCount
               IF (CM-TYPE (CmIndex) = 'B' OR CM-TYPE (CmIndex) = 'S')
                   AND CM-DATE (CmIndex) <= BusinessDate
                   ADD 1 TO BusinessDaysToDate
                   IF CM-BALANCED (CmIndex) = 'N'
                       OR CM-ACK (CmIndex) = 'N'
                       OR CM-MTD-RECORDS (CmIndex) = ZEROES
                       ADD 1 TO DatesMissing
                       PERFORM WriteDateDetail
                   END-IF
               END-IF
           END-PERFORM
           IF DatesMissing = ZEROES
               MOVE '  NONE - EVERY BUSINESS DATE TO DATE IS COMPLETE'
                 TO SEC-TEXT
               WRITE CALENDAR-REPORT-LINE FROM SectionLine
           END-IF.

      * A holiday or weekend that was run anyway - an operator override
      * let DAY1 through - is shown so the month's picture is whole.
       WriteNonBusinessRuns.
           MOVE ZEROES TO NonBusinessRun
           PERFORM VARYING CmIndex FROM 1 BY 1
                   UNTIL CmIndex > CmCount
               IF CM-TYPE (CmIndex) NOT = 'B'
                   AND CM-TYPE (CmIndex) NOT = 'S'
                   AND CM-RUNS (CmIndex) > ZEROES
                   ADD 1 TO NonBusinessRun
                   IF NonBusinessRun = 1
                       PERFORM WriteBlankLine
                       MOVE 'NON-BUSINESS DATES THAT WERE RUN'
                         TO SEC-TEXT
                       WRITE CALENDAR-REPORT-LINE FROM SectionLine
                       WRITE CALENDAR-REPORT-LINE FROM DateCaptionLine
                   END-IF
                   PERFORM WriteDateDetail
               END-IF
           END-PERFORM.

       WriteDateDetail.
           MOVE CM-DATE (CmIndex) TO DDL-DATE
           EVALUATE CM-TYPE (CmIndex)
               WHEN 'B'
                   MOVE 'BUSINESS' TO DDL-TYPE
               WHEN 'S'
                   MOVE 'SPECIAL ' TO DDL-TYPE
               WHEN 'H'
                   MOVE 'HOLIDAY ' TO DDL-TYPE
               WHEN 'W'
                   MOVE 'WEEKEND ' TO DDL-TYPE
               WHEN OTHER
                   MOVE 'UNKNOWN ' TO DDL-TYPE
           END-EVALUATE
           MOVE CM-DESC (CmIndex) TO DDL-DESC
           MOVE CM-RUNS (CmIndex) TO DDL-RUNS
           IF CM-BALANCED (CmIndex) = 'Y'
               MOVE 'YES' TO DDL-BALANCED
           ELSE
               MOVE 'NO' TO DDL-BALANCED
           END-IF
           EVALUATE CM-ACK (CmIndex)
               WHEN 'Y'
                   MOVE 'YES' TO DDL-ACK
               WHEN 'B'
                   MOVE 'BREAK' TO DDL-ACK
               WHEN OTHER
                   MOVE 'NO' TO DDL-ACK
           END-EVALUATE
           MOVE CM-MTD-RECORDS (CmIndex) TO DDL-MTD
           WRITE CALENDAR-REPORT-LINE FROM DateDetailLine.

       WriteSummary.
           PERFORM WriteBlankLine
           MOVE BusinessDaysInMonth TO SUM-IN-MONTH
           MOVE BusinessDaysToDate  TO SUM-TO-DATE
           IF LastBusinessDay = ZEROES
               MOVE 'NONE' TO SUM-LAST-DAY
           ELSE
               MOVE LastBusinessDay TO SUM-LAST-DAY
           END-IF
           WRITE CALENDAR-REPORT-LINE FROM SummaryLine1
           MOVE DatesMissing     TO SUM-MISSING
           MOVE NonBusinessRun   TO SUM-NONBUS
           MOVE CalendarProblems TO SUM-PROBLEMS
           WRITE CALENDAR-REPORT-LINE FROM SummaryLine2.

       WriteBlankLine.
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE.
