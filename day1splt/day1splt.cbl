       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1SPLT.
      * Splits the day's INPUTF into partitions DAY1 can extract in
      * parallel. A partition only ever starts at an HDR, so every
      * segment - HDR through TRL, with its CAT records - stays whole
      * in one partition, and the partitions are cut as near equal
      * in records as the segment boundaries allow. The splitter
      * takes the gates DAY1 would have taken: it refuses a date the
      * business calendar does not show as a business day without a
      * calendar override, numbers the run, refuses an already
      * balanced date without an operator override, and writes the
      * run's START. Each partition's control record says where it
      * sits in the single stream - the data records and segments
      * ahead of it - so the DAY1 step for that partition numbers its
      * records and segments exactly as a single DAY1 run would, and
      * DAY1MRG can put the pieces back together.
      * The number of partitions comes from SPARMF (1 to 8,
      * default 4). Return code 0 means the input was split, 16 that
      * it was not.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RUN-PARAMETER-FILE ASSIGN TO PARMF
                FILE STATUS IS ParmStatus.
            SELECT OPTIONAL SPLIT-PARAMETER-FILE ASSIGN TO SPARMF
                FILE STATUS IS SparmStatus.
            SELECT INPUT-FILE ASSIGN TO INPUTF
                FILE STATUS IS InputStatus.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF
                FILE STATUS IS LedgStatus.
            SELECT OVERRIDE-FILE ASSIGN TO OVERRIDF
                FILE STATUS IS OvrdStatus.
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO CALENDRF
                FILE STATUS IS CalStatus.
            SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO LOGF.
            SELECT PARTITION-CONTROL-FILE ASSIGN TO PARTCTLF.
            SELECT PARTITION-FILE-01 ASSIGN TO INPART01.
            SELECT PARTITION-FILE-02 ASSIGN TO INPART02.
            SELECT PARTITION-FILE-03 ASSIGN TO INPART03.
            SELECT PARTITION-FILE-04 ASSIGN TO INPART04.
            SELECT PARTITION-FILE-05 ASSIGN TO INPART05.
            SELECT PARTITION-FILE-06 ASSIGN TO INPART06.
            SELECT PARTITION-FILE-07 ASSIGN TO INPART07.
            SELECT PARTITION-FILE-08 ASSIGN TO INPART08.
            SELECT SPLIT-REPORT-FILE ASSIGN TO SPLTRPTF.

       DATA DIVISION.
       FILE SECTION.

      * The same run settings DAY1 reads - the date being split, and
      * the options byte that sets the log verbosity.
       FD RUN-PARAMETER-FILE.
       01 RUN-PARAMETER-RECORD.
           05 PARM-BUSINESS-DATE       PIC 9(8).
           05 FILLER                   PIC X(2).
           05 PARM-CHECKPOINT-INTERVAL PIC 9(6).
           05 FILLER                   PIC X(2).
           05 PARM-PROCESS-OPTIONS     PIC X(10).

      * How many partitions to cut the input into.
       FD SPLIT-PARAMETER-FILE.
       01 SPLIT-PARAMETER-RECORD.
           05 SPL-PARTITIONS           PIC 9(2).

       FD INPUT-FILE.
       01 INPUT-RECORD.
           05 DATA-FIELD PIC X(80).

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

      * Operator override, as DAY1 reads it: blank kind authorises a
      * rerun of a balanced date, kind C a non-business date.
       FD OVERRIDE-FILE.
       01 OVERRIDE-RECORD.
           05 OVR-BUSINESS-DATE    PIC 9(8).
           05 OVR-KIND             PIC X.

      * Operations' business calendar, one record per calendar date:
      * day type B business, S special processing (run as a business
      * day), H holiday, W weekend.
       FD BUSINESS-CALENDAR-FILE.
       01 BUSINESS-CALENDAR-RECORD.
           05 CAL-DATE             PIC 9(8).
           05 FILLER               PIC X(2).
           05 CAL-DAY-TYPE         PIC X.
           05 FILLER               PIC X(2).
           05 CAL-DESCRIPTION      PIC X(30).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD           PIC X(132).

      * One record per partition, read by the DAY1 step that
      * extracts it and by DAY1MRG.
       FD PARTITION-CONTROL-FILE.
       01 PARTITION-CONTROL-RECORD.
           05 PCTL-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(2).
           05 PCTL-RUN-NUMBER       PIC 9(4).
           05 FILLER                PIC X(2).
           05 PCTL-PARTITION        PIC 9(2).
           05 PCTL-PARTITIONS       PIC 9(2).
           05 FILLER                PIC X(2).
           05 PCTL-FIRST-RECORD     PIC 9(6).
           05 FILLER                PIC X(2).
           05 PCTL-INPUT-RECORDS    PIC 9(6).
           05 FILLER                PIC X(2).
           05 PCTL-RECORD-BASE      PIC 9(6).
           05 FILLER                PIC X(2).
           05 PCTL-DATA-RECORDS     PIC 9(6).
           05 FILLER                PIC X(2).
           05 PCTL-SEGMENT-BASE     PIC 9(4).
           05 FILLER                PIC X(2).
           05 PCTL-SEGMENTS         PIC 9(4).

      * The partitions themselves - each the INPUTF of one DAY1 step.
       FD PARTITION-FILE-01.
       01 PARTITION-RECORD-01      PIC X(80).

       FD PARTITION-FILE-02.
       01 PARTITION-RECORD-02      PIC X(80).

       FD PARTITION-FILE-03.
       01 PARTITION-RECORD-03      PIC X(80).

       FD PARTITION-FILE-04.
       01 PARTITION-RECORD-04      PIC X(80).

       FD PARTITION-FILE-05.
       01 PARTITION-RECORD-05      PIC X(80).

       FD PARTITION-FILE-06.
       01 PARTITION-RECORD-06      PIC X(80).

       FD PARTITION-FILE-07.
       01 PARTITION-RECORD-07      PIC X(80).

       FD PARTITION-FILE-08.
       01 PARTITION-RECORD-08      PIC X(80).

       FD SPLIT-REPORT-FILE.
       01 SPLIT-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 ParmStatus    PIC X(2) VALUE SPACES.
           88 ParmOk             VALUE '00'.
           88 ParmNotFound       VALUE '35'.
       01 SparmStatus   PIC X(2) VALUE SPACES.
           88 SparmOk            VALUE '00' '05'.
       01 InputStatus   PIC X(2) VALUE SPACES.
           88 InputOk            VALUE '00'.
       01 LedgStatus    PIC X(2) VALUE SPACES.
           88 LedgOk             VALUE '00' '05'.
       01 OvrdStatus    PIC X(2) VALUE SPACES.
           88 OvrdOk             VALUE '00'.
           88 OvrdNotFound       VALUE '35'.
       01 CalStatus     PIC X(2) VALUE SPACES.
           88 CalOk              VALUE '00'.
           88 CalNotPresent      VALUE '05'.
       01 BusinessDate  PIC 9(8) VALUE ZEROES.
       01 BusinessDateSplit REDEFINES BusinessDate.
           05 BusinessYear  PIC 9(4).
           05 BusinessMonth PIC 9(2).
           05 BusinessDay   PIC 9(2).
       01 ProcessOptions PIC X(10) VALUE SPACES.
       01 ParmError     PIC X VALUE 'N'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 ClockTime     PIC 9(8) VALUE ZEROES.
       01 RunStartTime  PIC 9(6) VALUE ZEROES.
       01 RunNumber     PIC 9(4) VALUE ZEROES.
       01 DateBalanced  PIC X VALUE 'N'.
       01 OverridePresent PIC X VALUE 'N'.
       01 OverrideEofSwitch PIC X VALUE 'N'.
      * The override kind being looked for: blank for a rerun, C for
      * a date that is not a business day.
       01 OverrideKind       PIC X    VALUE SPACE.
      * The business date as the calendar has it, and the last
      * business day of its month.
       01 CalendarFound      PIC X    VALUE 'N'.
       01 CalendarEofSwitch  PIC X    VALUE 'N'.
       01 CalendarDayType    PIC X    VALUE SPACE.
       01 CalendarDescription PIC X(30) VALUE SPACES.
       01 CalendarReason     PIC X(30) VALUE SPACES.
       01 CalendarMonth      PIC 9(6) VALUE ZEROES.
       01 CalendarRecordMonth PIC 9(6) VALUE ZEROES.
       01 LastBusinessDay    PIC 9(8) VALUE ZEROES.
      * Log lines go to the DAY1 run log under DAY1's own prefix -
      * the split is the first part of the DAY1 step, and DAY1EOD
      * picks its severe messages out with the rest.
       01 LogVerbosity       PIC X    VALUE 'I'.
       01 LogSeverity        PIC X    VALUE 'I'.
       01 LogMessageNumber   PIC 9(3) VALUE ZEROES.
       01 LogWanted          PIC X    VALUE 'N'.
       01 LogText            PIC X(110) VALUE SPACES.
       01 LogCount           PIC ZZZZZ9.
       01 LogCount2          PIC ZZZZZ9.
       01 LogLine.
           05 LOG-DATE       PIC 9(8).
           05 FILLER         PIC X    VALUE SPACE.
           05 FILLER         PIC X(5) VALUE 'DAY1-'.
           05 LOG-NUMBER     PIC 9(3).
           05 LOG-SEV        PIC X.
           05 FILLER         PIC X    VALUE SPACE.
           05 LOG-TEXT-OUT   PIC X(110).
      * Partitioning: the first pass counts the input, the second
      * writes it out, moving on to the next partition at the first
      * HDR once the current one holds its share of the records.
       01 PartitionCount   PIC 9(2) VALUE 04.
       01 CurrentPartition PIC 9(2) VALUE ZEROES.
       01 TotalRecords     PIC 9(6) VALUE ZEROES.
       01 RecordsWritten   PIC 9(6) VALUE ZEROES.
       01 PartitionTarget  PIC 9(6) VALUE ZEROES.
       01 DataRecordsSeen  PIC 9(6) VALUE ZEROES.
       01 SegmentsSeen     PIC 9(4) VALUE ZEROES.
       01 PartitionTable.
           05 PartitionEntry OCCURS 8 TIMES.
               10 PT-FIRST-RECORD  PIC 9(6).
               10 PT-INPUT-RECORDS PIC 9(6).
               10 PT-RECORD-BASE   PIC 9(6).
               10 PT-DATA-RECORDS  PIC 9(6).
               10 PT-SEGMENT-BASE  PIC 9(4).
               10 PT-SEGMENTS      PIC 9(4).
       01 PartIndex        PIC 9(2).
       01 HeadingLine.
           05 FILLER PIC X(26) VALUE 'DAY1SPLT INPUT PARTITIONS '.
           05 FILLER PIC X(14) VALUE 'BUSINESS DATE='.
           05 HL-DATE        PIC 9(8).
           05 FILLER PIC X(6)  VALUE '  RUN='.
           05 HL-RUN         PIC 9(4).
           05 FILLER PIC X(13) VALUE '  PARTITIONS='.
           05 HL-PARTITIONS  PIC Z9.
           05 FILLER PIC X(59) VALUE SPACES.
       01 CaptionLine.
           05 FILLER PIC X(34)
               VALUE 'PARTITION  FIRST REC  INPUT RECS  '.
           05 FILLER PIC X(36)
               VALUE ' DATA RECS  RECS AFTER  SEGS  AFTER'.
           05 FILLER PIC X(62) VALUE SPACES.
       01 DetailLine.
           05 FILLER         PIC X(7)  VALUE SPACES.
           05 DL-PARTITION   PIC Z9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 DL-FIRST       PIC ZZZZZ9.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 DL-INPUT       PIC ZZZZZ9.
           05 FILLER         PIC X(5)  VALUE SPACES.
           05 DL-DATA        PIC ZZZZZ9.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 DL-RECORD-BASE PIC ZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DL-SEGMENTS    PIC ZZZ9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 DL-SEGMENT-BASE PIC ZZZ9.
           05 FILLER         PIC X(61) VALUE SPACES.
       01 TotalLine.
           05 FILLER PIC X(14) VALUE 'INPUT RECORDS='.
           05 TL-INPUT       PIC ZZZZZ9.
           05 FILLER PIC X(15) VALUE '  DATA RECORDS='.
           05 TL-DATA        PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE '  SEGMENTS='.
           05 TL-SEGMENTS    PIC ZZZ9.
           05 FILLER PIC X(76) VALUE SPACES.

      * Chain work areas. Every record appended to a chained file
      * carries its place in the file, the chain value of the record
      * before it and its own chain value, worked over that prior
      * value and the record's content - a record edited, removed or
      * moved after the fact no longer chains to its neighbours.
       01 ChainLastSequence PIC 9(8) VALUE ZEROES.
       01 ChainLastValue    PIC 9(18) VALUE ZEROES.
       01 ChainValue.
           05 ChainHigh     PIC 9(9).
           05 ChainLow      PIC 9(9).
       01 ChainNumber REDEFINES ChainValue PIC 9(18).
       01 ChainText         PIC X(250).
       01 ChainLength       PIC 9(3).
       01 ChainIndex        PIC 9(3).
       01 ChainProduct      PIC 9(12).
       01 ChainQuotient     PIC 9(12).
       01 ChainByteWork.
           05 FILLER        PIC X VALUE LOW-VALUE.
           05 ChainByte     PIC X.
       01 ChainByteValue REDEFINES ChainByteWork PIC 9(4) COMP.
       01 ChainEofSwitch    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO RunStartTime
           PERFORM LoadRunParameters
           OPEN EXTEND RUN-LOG-FILE
           PERFORM LoadSplitParameters
           PERFORM CheckBusinessCalendar
           PERFORM CheckRunLedger
           PERFORM CountInputRecords
           PERFORM WriteLedgerStart
           PERFORM SplitInput
           PERFORM WritePartitionControl
           PERFORM WriteSplitReport
           MOVE TotalRecords TO LogCount
           MOVE 061 TO LogMessageNumber
           MOVE 'I' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'INPUT SPLIT - ' LogCount ' RECORDS INTO '
                  PartitionCount ' PARTITIONS FOR RUN NUMBER '
                  RunNumber
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage
           DISPLAY 'DAY1SPLT RUN ' RunNumber ' RECORDS=' TotalRecords
                   ' PARTITIONS=' PartitionCount
           CLOSE RUN-LOG-FILE
           STOP RUN.

      * Reads the business date and options from the parameter file
      * DAY1 runs under; without the date nothing can be split.
       LoadRunParameters.
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
                       MOVE PARM-PROCESS-OPTIONS TO ProcessOptions
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
               DISPLAY 'DAY1SPLT CANNOT START WITHOUT VALID RUN'
                       ' PARAMETERS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ProcessOptions(1:1) = 'W' OR ProcessOptions(1:1) = 'S'
               MOVE ProcessOptions(1:1) TO LogVerbosity
           END-IF
           DISPLAY 'DAY1SPLT RUNNING FOR BUSINESS DATE ' BusinessDate.

      * The partition count: 1 to 8, the number of INPART files the
      * stream provides. Missing or out of range falls back to 4.
       LoadSplitParameters.
           MOVE 04 TO PartitionCount
           OPEN INPUT SPLIT-PARAMETER-FILE
           IF SparmOk
               READ SPLIT-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPL-PARTITIONS NUMERIC
                           AND SPL-PARTITIONS >= 01
                           AND SPL-PARTITIONS <= 08
                           MOVE SPL-PARTITIONS TO PartitionCount
                       ELSE
                           MOVE 062 TO LogMessageNumber
                           MOVE 'W' TO LogSeverity
                           MOVE SPACES TO LogText
                           STRING 'PARTITION COUNT ' SPL-PARTITIONS
                                  ' NOT 01 TO 08 - SPLITTING INTO 04'
                               DELIMITED BY SIZE INTO LogText
                           PERFORM WriteLogMessage
                       END-IF
               END-READ
               CLOSE SPLIT-PARAMETER-FILE
           END-IF.

      * The ledger gate DAY1 takes for a single-stream run, taken
      * once here for the whole split run: one past the highest run
      * number the date has used, and no rerun of a balanced date
      * without an operator override.
       CheckRunLedger.
           MOVE ZEROES TO RunNumber
           MOVE 'N' TO DateBalanced
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-LEDGER-FILE
           IF LedgOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF LDG-BUSINESS-DATE = BusinessDate
                               IF LDG-RUN-NUMBER > RunNumber
                                   MOVE LDG-RUN-NUMBER TO RunNumber
                               END-IF
                               IF LDG-BALANCED = 'Y'
                                   MOVE 'Y' TO DateBalanced
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           ELSE
               MOVE 007 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'RUN LEDGER OPEN FAILED - STATUS=' LedgStatus
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
           END-IF
           ADD 1 TO RunNumber
           IF DateBalanced = 'Y'
               MOVE SPACE TO OverrideKind
               PERFORM CheckOverride
               IF OverridePresent = 'Y'
                   MOVE 008 TO LogMessageNumber
                   MOVE 'W' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'DATE ' BusinessDate ' ALREADY BALANCED -'
                          ' OPERATOR OVERRIDE ACCEPTED'
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
               ELSE
                   MOVE 009 TO LogMessageNumber
                   MOVE 'S' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'DATE ' BusinessDate ' ALREADY SHOWS A'
                          ' BALANCED RUN - DAY1SPLT REFUSING TO SPLIT'
                          ' - SUPPLY AN OPERATOR OVERRIDE TO RERUN'
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
                   MOVE 16 TO RETURN-CODE
                   CLOSE RUN-LOG-FILE
                   STOP RUN
               END-IF
           END-IF
           MOVE 003 TO LogMessageNumber
           MOVE 'I' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'RUN NUMBER ' RunNumber ' FOR DATE ' BusinessDate
                  ' - SPLIT INTO PARTITIONS'
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage.

      * Holds the business date against the operations calendar. A
      * holiday, a weekend, or a date the calendar does not carry is
      * refused unless the operator has supplied a calendar override
      * (kind C) for it - a run on a date that was never a business
      * day would post a day that does not exist. With no calendar
      * file at all the date is run unchecked and the log says so.
      * The month's last business day is noted for the month end.
       CheckBusinessCalendar.
           MOVE 'N' TO CalendarFound
           MOVE 'N' TO CalendarEofSwitch
           MOVE ZEROES TO LastBusinessDay
           DIVIDE BusinessDate BY 100 GIVING CalendarMonth
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF CalNotPresent
               CLOSE BUSINESS-CALENDAR-FILE
               MOVE 069 TO LogMessageNumber
               MOVE 'W' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'NO BUSINESS CALENDAR - DATE ' BusinessDate
                      ' NOT CHECKED AGAINST IT'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
           ELSE
               IF CalOk
                   PERFORM UNTIL CalendarEofSwitch = 'Y'
                       READ BUSINESS-CALENDAR-FILE
                           AT END
                               MOVE 'Y' TO CalendarEofSwitch
                           NOT AT END
                               PERFORM NoteCalendarRecord
                       END-READ
                   END-PERFORM
                   CLOSE BUSINESS-CALENDAR-FILE
               ELSE
                   MOVE 069 TO LogMessageNumber
                   MOVE 'S' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'BUSINESS CALENDAR OPEN FAILED - STATUS='
                          CalStatus
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
               END-IF
               PERFORM JudgeBusinessDate
           END-IF.

      * The first record for a date is the one that counts.
       NoteCalendarRecord.
           IF CAL-DATE NUMERIC
               IF CAL-DATE = BusinessDate AND CalendarFound = 'N'
                   MOVE 'Y'             TO CalendarFound
                   MOVE CAL-DAY-TYPE    TO CalendarDayType
                   MOVE CAL-DESCRIPTION TO CalendarDescription
               END-IF
               DIVIDE CAL-DATE BY 100 GIVING CalendarRecordMonth
               IF CalendarRecordMonth = CalendarMonth
                   AND (CAL-DAY-TYPE = 'B' OR CAL-DAY-TYPE = 'S')
                   AND CAL-DATE > LastBusinessDay
                   MOVE CAL-DATE TO LastBusinessDay
               END-IF
           END-IF.

       JudgeBusinessDate.
           IF CalendarFound = 'Y'
               AND (CalendarDayType = 'B' OR CalendarDayType = 'S')
               MOVE 070 TO LogMessageNumber
               MOVE 'I' TO LogSeverity
               MOVE SPACES TO LogText
               IF CalendarDayType = 'S'
                   STRING 'DATE ' BusinessDate
                          ' IS A SPECIAL PROCESSING DAY - '
                          CalendarDescription
                       DELIMITED BY SIZE INTO LogText
               ELSE
                   STRING 'DATE ' BusinessDate ' IS A BUSINESS DAY'
                       DELIMITED BY SIZE INTO LogText
               END-IF
               PERFORM WriteLogMessage
               IF BusinessDate = LastBusinessDay
                   MOVE 071 TO LogMessageNumber
                   MOVE 'I' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'DATE ' BusinessDate
                          ' IS THE LAST BUSINESS DAY OF THE MONTH'
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
               END-IF
           ELSE
               IF CalendarFound = 'N'
                   MOVE 'NOT ON THE CALENDAR' TO CalendarReason
               ELSE
                   IF CalendarDayType = 'H'
                       MOVE 'HOLIDAY' TO CalendarReason
                   ELSE
                       IF CalendarDayType = 'W'
                           MOVE 'WEEKEND' TO CalendarReason
                       ELSE
                           MOVE 'UNKNOWN DAY TYPE' TO CalendarReason
                       END-IF
                   END-IF
               END-IF
               MOVE 'C' TO OverrideKind
               PERFORM CheckOverride
               IF OverridePresent = 'Y'
                   MOVE 072 TO LogMessageNumber
                   MOVE 'W' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'DATE ' BusinessDate
                          ' NOT A BUSINESS DAY (' DELIMITED BY SIZE
                          CalendarReason DELIMITED BY '  '
                          ') - CALENDAR OVERRIDE ACCEPTED'
                          DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
               ELSE
                   MOVE 073 TO LogMessageNumber
                   MOVE 'S' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'DATE ' BusinessDate
                          ' NOT A BUSINESS DAY (' DELIMITED BY SIZE
                          CalendarReason DELIMITED BY '  '
                          ') - DAY1SPLT REFUSING TO SPLIT -'
                          ' CALENDAR OVERRIDE NEEDED'
                          DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
                   MOVE 16 TO RETURN-CODE
                   CLOSE RUN-LOG-FILE
                   STOP RUN
               END-IF
           END-IF.

       CheckOverride.
           MOVE 'N' TO OverridePresent
           MOVE 'N' TO OverrideEofSwitch
           OPEN INPUT OVERRIDE-FILE
           IF OvrdOk
               PERFORM UNTIL OverrideEofSwitch = 'Y'
                          OR OverridePresent = 'Y'
                   READ OVERRIDE-FILE
                       AT END
                           MOVE 'Y' TO OverrideEofSwitch
                       NOT AT END
                           IF OVR-BUSINESS-DATE = BusinessDate
                               AND OVR-KIND = OverrideKind
                               MOVE 'Y' TO OverridePresent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           ELSE
               IF NOT OvrdNotFound
                   MOVE 013 TO LogMessageNumber
                   MOVE 'S' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'OVERRIDE FILE OPEN FAILED - STATUS='
                          OvrdStatus
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
               END-IF
           END-IF.

      * First pass: the record count the partition shares are cut
      * from. No input means no run - the START is not written.
       CountInputRecords.
           MOVE ZEROES TO TotalRecords
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INPUT-FILE
           IF NOT InputOk
               MOVE 063 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'INPUT FILE OPEN FAILED - STATUS=' InputStatus
                      ' - DAY1SPLT CANNOT SPLIT THE INPUT'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO TotalRecords
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE.

      * The run's START, as DAY1 writes it for a single stream - the
      * split partitions and the merge all run under this number.
       WriteLedgerStart.
           PERFORM LoadLedgerChain
           MOVE BusinessDate TO LDG-BUSINESS-DATE
           MOVE RunNumber    TO LDG-RUN-NUMBER
           MOVE 'DAY1    '   TO LDG-PROGRAM
           MOVE 'START'      TO LDG-PHASE
           MOVE ZEROES       TO LDG-RECORDS-READ
           MOVE ZEROES       TO LDG-RETURN-CODE
           MOVE 'N'          TO LDG-BREAK-FOUND
           MOVE 'N'          TO LDG-BALANCED
           MOVE RunStartTime TO LDG-RUN-TIME
           MOVE ZEROES       TO LDG-AMOUNT
           PERFORM ChainLedgerRecord
           OPEN EXTEND RUN-LEDGER-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.

      * The ledger's last chain position, read back before every
      * append - other steps append between this program's writes.
       LoadLedgerChain.
           MOVE ZEROES TO ChainLastSequence ChainLastValue
           MOVE 'N' TO ChainEofSwitch
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM UNTIL ChainEofSwitch = 'Y'
               READ RUN-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO ChainEofSwitch
                   NOT AT END
                       MOVE LDG-CHAIN-SEQUENCE TO ChainLastSequence
                       MOVE LDG-CHAIN-VALUE    TO ChainLastValue
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE.

      * Stamps the record about to be appended with the next place in
      * the chain and the chain value over it.
       ChainLedgerRecord.
           ADD 1 TO ChainLastSequence
           MOVE ChainLastSequence TO LDG-CHAIN-SEQUENCE
           MOVE ChainLastValue    TO LDG-CHAIN-PRIOR
           MOVE ChainLastValue    TO ChainNumber
           MOVE RUN-LEDGER-RECORD (1:66) TO ChainText
           MOVE 66 TO ChainLength
           PERFORM ComputeChainValue
           MOVE ChainNumber TO LDG-CHAIN-VALUE
           MOVE ChainNumber TO ChainLastValue.

      * Folds the content in ChainText into the chain value seeded
      * in ChainNumber, a byte at a time, in two halves each kept
      * below its own prime. DAY1VRFY works the same arithmetic.
       ComputeChainValue.
           PERFORM VARYING ChainIndex FROM 1 BY 1
                   UNTIL ChainIndex > ChainLength
               MOVE ChainText (ChainIndex:1) TO ChainByte
               COMPUTE ChainProduct = ChainHigh * 31
                                    + ChainByteValue + 1
               DIVIDE ChainProduct BY 999999937
                   GIVING ChainQuotient REMAINDER ChainHigh
               COMPUTE ChainProduct = ChainLow * 37
                                    + ChainByteValue + 1
               DIVIDE ChainProduct BY 999999929
                   GIVING ChainQuotient REMAINDER ChainLow
           END-PERFORM.

      * Second pass. Every partition file the count provides for is
      * created, even one left empty because the input held fewer
      * segments than partitions - each DAY1 step needs its INPUTF.
       SplitInput.
           PERFORM VARYING PartIndex FROM 1 BY 1 UNTIL PartIndex > 8
               MOVE ZEROES TO PT-FIRST-RECORD (PartIndex)
                              PT-INPUT-RECORDS (PartIndex)
                              PT-RECORD-BASE (PartIndex)
                              PT-DATA-RECORDS (PartIndex)
                              PT-SEGMENT-BASE (PartIndex)
                              PT-SEGMENTS (PartIndex)
           END-PERFORM
           PERFORM OpenPartitionFiles
           MOVE 1 TO CurrentPartition
           MOVE ZEROES TO RecordsWritten DataRecordsSeen SegmentsSeen
           PERFORM SetPartitionTarget
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INPUT-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM SplitRecord
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           PERFORM ClosePartitionFiles
      * Partitions the input never reached start where the stream
      * ended, so the merge still finds their bases in order.
           PERFORM VARYING PartIndex FROM 1 BY 1
                   UNTIL PartIndex > PartitionCount
               IF PT-INPUT-RECORDS (PartIndex) = ZEROES
                   AND PartIndex > CurrentPartition
                   MOVE DataRecordsSeen TO PT-RECORD-BASE (PartIndex)
                   MOVE SegmentsSeen    TO PT-SEGMENT-BASE (PartIndex)
               END-IF
           END-PERFORM.

      * A partition only moves on at an HDR, and only once the one
      * being filled holds something and has reached its share.
       SplitRecord.
           IF DATA-FIELD(1:3) = 'HDR'
               AND CurrentPartition < PartitionCount
               AND PT-INPUT-RECORDS (CurrentPartition) > ZEROES
               AND RecordsWritten >= PartitionTarget
               ADD 1 TO CurrentPartition
               PERFORM SetPartitionTarget
           END-IF
           IF PT-INPUT-RECORDS (CurrentPartition) = ZEROES
               COMPUTE PT-FIRST-RECORD (CurrentPartition)
                     = RecordsWritten + 1
               MOVE DataRecordsSeen
                 TO PT-RECORD-BASE (CurrentPartition)
               MOVE SegmentsSeen
                 TO PT-SEGMENT-BASE (CurrentPartition)
           END-IF
           ADD 1 TO PT-INPUT-RECORDS (CurrentPartition)
           ADD 1 TO RecordsWritten
           EVALUATE TRUE
               WHEN DATA-FIELD(1:3) = 'HDR'
                   ADD 1 TO PT-SEGMENTS (CurrentPartition)
                   ADD 1 TO SegmentsSeen
               WHEN DATA-FIELD(1:3) = 'CAT'
                   CONTINUE
               WHEN DATA-FIELD(1:3) = 'TRL'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO PT-DATA-RECORDS (CurrentPartition)
                   ADD 1 TO DataRecordsSeen
           END-EVALUATE
           EVALUATE CurrentPartition
               WHEN 1
                   WRITE PARTITION-RECORD-01 FROM INPUT-RECORD
               WHEN 2
                   WRITE PARTITION-RECORD-02 FROM INPUT-RECORD
               WHEN 3
                   WRITE PARTITION-RECORD-03 FROM INPUT-RECORD
               WHEN 4
                   WRITE PARTITION-RECORD-04 FROM INPUT-RECORD
               WHEN 5
                   WRITE PARTITION-RECORD-05 FROM INPUT-RECORD
               WHEN 6
                   WRITE PARTITION-RECORD-06 FROM INPUT-RECORD
               WHEN 7
                   WRITE PARTITION-RECORD-07 FROM INPUT-RECORD
               WHEN 8
                   WRITE PARTITION-RECORD-08 FROM INPUT-RECORD
           END-EVALUATE.

      * The records the input should have passed through by the time
      * the current partition is full.
       SetPartitionTarget.
           COMPUTE PartitionTarget = TotalRecords * CurrentPartition
                                   / PartitionCount.

       OpenPartitionFiles.
           OPEN OUTPUT PARTITION-FILE-01
           IF PartitionCount > 1
               OPEN OUTPUT PARTITION-FILE-02
           END-IF
           IF PartitionCount > 2
               OPEN OUTPUT PARTITION-FILE-03
           END-IF
           IF PartitionCount > 3
               OPEN OUTPUT PARTITION-FILE-04
           END-IF
           IF PartitionCount > 4
               OPEN OUTPUT PARTITION-FILE-05
           END-IF
           IF PartitionCount > 5
               OPEN OUTPUT PARTITION-FILE-06
           END-IF
           IF PartitionCount > 6
               OPEN OUTPUT PARTITION-FILE-07
           END-IF
           IF PartitionCount > 7
               OPEN OUTPUT PARTITION-FILE-08
           END-IF.

       ClosePartitionFiles.
           CLOSE PARTITION-FILE-01
           IF PartitionCount > 1
               CLOSE PARTITION-FILE-02
           END-IF
           IF PartitionCount > 2
               CLOSE PARTITION-FILE-03
           END-IF
           IF PartitionCount > 3
               CLOSE PARTITION-FILE-04
           END-IF
           IF PartitionCount > 4
               CLOSE PARTITION-FILE-05
           END-IF
           IF PartitionCount > 5
               CLOSE PARTITION-FILE-06
           END-IF
           IF PartitionCount > 6
               CLOSE PARTITION-FILE-07
           END-IF
           IF PartitionCount > 7
               CLOSE PARTITION-FILE-08
           END-IF.

       WritePartitionControl.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           PERFORM VARYING PartIndex FROM 1 BY 1
                   UNTIL PartIndex > PartitionCount
               MOVE SPACES TO PARTITION-CONTROL-RECORD
               MOVE BusinessDate   TO PCTL-BUSINESS-DATE
               MOVE RunNumber      TO PCTL-RUN-NUMBER
               MOVE PartIndex      TO PCTL-PARTITION
               MOVE PartitionCount TO PCTL-PARTITIONS
               MOVE PT-FIRST-RECORD (PartIndex)  TO PCTL-FIRST-RECORD
               MOVE PT-INPUT-RECORDS (PartIndex) TO PCTL-INPUT-RECORDS
               MOVE PT-RECORD-BASE (PartIndex)   TO PCTL-RECORD-BASE
               MOVE PT-DATA-RECORDS (PartIndex)  TO PCTL-DATA-RECORDS
               MOVE PT-SEGMENT-BASE (PartIndex)  TO PCTL-SEGMENT-BASE
               MOVE PT-SEGMENTS (PartIndex)      TO PCTL-SEGMENTS
               WRITE PARTITION-CONTROL-RECORD
           END-PERFORM
           CLOSE PARTITION-CONTROL-FILE.

       WriteSplitReport.
           OPEN OUTPUT SPLIT-REPORT-FILE
           MOVE BusinessDate   TO HL-DATE
           MOVE RunNumber      TO HL-RUN
           MOVE PartitionCount TO HL-PARTITIONS
           WRITE SPLIT-REPORT-LINE FROM HeadingLine
           MOVE SPACES TO SPLIT-REPORT-LINE
           WRITE SPLIT-REPORT-LINE
           WRITE SPLIT-REPORT-LINE FROM CaptionLine
           PERFORM VARYING PartIndex FROM 1 BY 1
                   UNTIL PartIndex > PartitionCount
               MOVE PartIndex                    TO DL-PARTITION
               MOVE PT-FIRST-RECORD (PartIndex)  TO DL-FIRST
               MOVE PT-INPUT-RECORDS (PartIndex) TO DL-INPUT
               MOVE PT-DATA-RECORDS (PartIndex)  TO DL-DATA
               MOVE PT-RECORD-BASE (PartIndex)   TO DL-RECORD-BASE
               MOVE PT-SEGMENTS (PartIndex)      TO DL-SEGMENTS
               MOVE PT-SEGMENT-BASE (PartIndex)  TO DL-SEGMENT-BASE
               WRITE SPLIT-REPORT-LINE FROM DetailLine
           END-PERFORM
           MOVE SPACES TO SPLIT-REPORT-LINE
           WRITE SPLIT-REPORT-LINE
           MOVE TotalRecords    TO TL-INPUT
           MOVE DataRecordsSeen TO TL-DATA
           MOVE SegmentsSeen    TO TL-SEGMENTS
           WRITE SPLIT-REPORT-LINE FROM TotalLine
           CLOSE SPLIT-REPORT-FILE.

      * Same gate DAY1 applies between a message and the log.
       WriteLogMessage.
           MOVE 'N' TO LogWanted
           EVALUATE TRUE
               WHEN LogSeverity = 'S'
                   MOVE 'Y' TO LogWanted
               WHEN LogSeverity = 'W' AND LogVerbosity NOT = 'S'
                   MOVE 'Y' TO LogWanted
               WHEN LogSeverity = 'I' AND LogVerbosity = 'I'
                   MOVE 'Y' TO LogWanted
           END-EVALUATE
           IF LogWanted = 'Y'
               MOVE BusinessDate     TO LOG-DATE
               MOVE LogMessageNumber TO LOG-NUMBER
               MOVE LogSeverity      TO LOG-SEV
               MOVE LogText          TO LOG-TEXT-OUT
               WRITE RUN-LOG-RECORD FROM LogLine
           END-IF
           IF LogSeverity = 'S'
               DISPLAY LogLine
           END-IF.
