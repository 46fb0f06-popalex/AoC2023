       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1MRG.
      * Puts a split DAY1 run back together. DAY1SPLT cut the day's
      * INPUTF into partitions at segment boundaries and each was
      * extracted by its own DAY1 step, numbering records and
      * segments from the partition's place in the single stream.
      * This step reads the partition outputs, concatenated in
      * partition order, and writes the outputs a single DAY1 run
      * would have written over the whole input, so nothing
      * downstream - DAY1BAL, DAY1GL, DAY1PRT, the month-end - can
      * tell the two apart: the report's running sum is carried
      * across partitions, the category summaries are combined in
      * the order the categories first appeared, the fingerprint
      * window is written once, and the result, run history,
      * month-to-date categories and ledger END are written once for
      * the whole run under the splitter's run number. Before it
      * writes anything it checks that every partition reported, in
      * order, for this date and run, and that the run has not
      * already been merged; a missing partition leaves the outputs
      * untouched. Return codes are DAY1's: 0 clean, 4 clean except
      * quarantined or re-transmitted segments, 16 a control break
      * or a partition set that cannot be merged.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RUN-PARAMETER-FILE ASSIGN TO PARMF
                FILE STATUS IS ParmStatus.
            SELECT OPTIONAL PARTITION-CONTROL-FILE ASSIGN TO PARTCTLF
                FILE STATUS IS PctlStatus.
            SELECT OPTIONAL PARTITION-RESULT-FILE ASSIGN TO PRSLTF
                FILE STATUS IS PrsStatus.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF
                FILE STATUS IS LedgStatus.
            SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO LOGF.
            SELECT OPTIONAL PART-LOG-FILE ASSIGN TO PLOGF.
            SELECT OPTIONAL PART-REPORT-FILE ASSIGN TO PREPORTF.
            SELECT OPTIONAL PART-EXCEPTION-FILE ASSIGN TO PEXCEPTF.
            SELECT OPTIONAL PART-FILE-SUMMARY-FILE ASSIGN TO PFSUMF.
            SELECT OPTIONAL PART-CATEGORY-FILE ASSIGN TO PCATSUMF.
            SELECT OPTIONAL PART-QUARANTINE-FILE ASSIGN TO PQUARF.
            SELECT OPTIONAL PART-MTD-SUMMARY-FILE ASSIGN TO PMFSUMF.
            SELECT OPTIONAL PART-QHIST-FILE ASSIGN TO PQHISTF.
            SELECT OPTIONAL PART-FINGERPRINT-FILE ASSIGN TO PNFPRTF.
            SELECT OPTIONAL PART-DUPLICATE-FILE ASSIGN TO PDUPRPTF.
            SELECT REPORT-FILE ASSIGN TO REPORTF.
            SELECT EXCEPTION-FILE ASSIGN TO EXCEPTF.
            SELECT RESULT-FILE ASSIGN TO RESULTF.
            SELECT FILE-SUMMARY-FILE ASSIGN TO FSUMF.
            SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHISTF.
            SELECT CATEGORY-SUMMARY-FILE ASSIGN TO CATSUMF.
            SELECT QUARANTINE-FILE ASSIGN TO QUARF.
            SELECT OPTIONAL MTD-CATEGORY-FILE ASSIGN TO MCATSUMF.
            SELECT OPTIONAL MTD-FILE-SUMMARY-FILE ASSIGN TO MFSUMF.
            SELECT OPTIONAL QUARANTINE-HISTORY-FILE ASSIGN TO QHISTF.
            SELECT NEW-FINGERPRINT-FILE ASSIGN TO NFPRINTF.
            SELECT DUPLICATE-REPORT-FILE ASSIGN TO DUPRPTF.

       DATA DIVISION.
       FILE SECTION.

      * The same run settings DAY1 reads - the date being merged, and
      * the options byte that sets the log verbosity.
       FD RUN-PARAMETER-FILE.
       01 RUN-PARAMETER-RECORD.
           05 PARM-BUSINESS-DATE       PIC 9(8).
           05 FILLER                   PIC X(2).
           05 PARM-CHECKPOINT-INTERVAL PIC 9(6).
           05 FILLER                   PIC X(2).
           05 PARM-PROCESS-OPTIONS     PIC X(10).

      * DAY1SPLT's record of where each partition sits in the stream.
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

      * One result record per partition DAY1 step.
       FD PARTITION-RESULT-FILE.
       01 PARTITION-RESULT-RECORD.
           05 PRS-BUSINESS-DATE     PIC 9(8).
           05 PRS-RUN-NUMBER        PIC 9(4).
           05 PRS-PARTITION         PIC 9(2).
           05 PRS-SUM-OF-NUMBERS    PIC S9(13)V99.
           05 PRS-RECORD-COUNT      PIC 9(6).
           05 PRS-FILE-COUNT        PIC 9(4).
           05 PRS-RECORDS-READ      PIC 9(6).
           05 PRS-BREAK-FOUND       PIC X.
           05 PRS-HDR-SEEN          PIC X.
           05 PRS-TRL-SEEN          PIC X.
           05 PRS-QUARANTINED-FILES PIC 9(4).
           05 PRS-PROCESS-MODE      PIC X.
           05 PRS-ALLNUM-SUM        PIC S9(13)V99.
           05 PRS-EXCEPTION-COUNT   PIC 9(6).
           05 PRS-DUPLICATE-FILES   PIC 9(4).
           05 PRS-DUPLICATE-RECS    PIC 9(6).
           05 PRS-DUPLICATE-VALUE   PIC S9(13)V99.
           05 PRS-WINDOW-KEPT       PIC 9(6).
           05 PRS-START-TIME        PIC 9(6).
           05 PRS-END-TIME          PIC 9(6).
           05 PRS-RETURN-CODE       PIC 9(2).

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

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD           PIC X(132).

       FD PART-LOG-FILE.
       01 PART-LOG-RECORD          PIC X(132).

      * The partition outputs, laid out exactly as DAY1 writes them.
       FD PART-REPORT-FILE.
       01 PART-REPORT-RECORD.
           05 PRPT-BUSINESS-DATE   PIC 9(8).
           05 FILLER               PIC X(2).
           05 PRPT-RECORD-NUMBER   PIC 9(6).
           05 FILLER               PIC X(2).
           05 PRPT-FIRST-NUMBER    PIC S9(10)V99.
           05 FILLER               PIC X(2).
           05 PRPT-LAST-NUMBER     PIC S9(10)V99.
           05 FILLER               PIC X(2).
           05 PRPT-FULL-NUMBER     PIC S9(11)V99.
           05 FILLER               PIC X(2).
           05 PRPT-SUM-OF-NUMBERS  PIC S9(13)V99.
           05 FILLER               PIC X(2).
           05 PRPT-ALLNUM-VALUE    PIC S9(11)V99.
           05 FILLER               PIC X(2).
           05 PRPT-SEGMENT-NUMBER  PIC 9(4).
           05 FILLER               PIC X(2).
           05 PRPT-CATEGORY        PIC X(10).
           05 FILLER               PIC X(2).
           05 PRPT-DATA-FIELD      PIC X(80).

       FD PART-EXCEPTION-FILE.
       01 PART-EXCEPTION-RECORD    PIC X(116).

       FD PART-FILE-SUMMARY-FILE.
       01 PART-FILE-SUMMARY-RECORD PIC X(77).

       FD PART-CATEGORY-FILE.
       01 PART-CATEGORY-RECORD.
           05 PCSUM-BUSINESS-DATE   PIC 9(8).
           05 FILLER                PIC X(2).
           05 PCSUM-CATEGORY        PIC X(10).
           05 FILLER                PIC X(2).
           05 PCSUM-RECORD-COUNT    PIC 9(6).
           05 FILLER                PIC X(2).
           05 PCSUM-SUM             PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 PCSUM-DESCRIPTION     PIC X(30).
           05 FILLER                PIC X(2).
           05 PCSUM-CURRENCY        PIC X(3).
           05 FILLER                PIC X(2).
           05 PCSUM-ORIGINAL-SUM    PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 PCSUM-FX-RATE         PIC 9(5)V9(6).

       FD PART-QUARANTINE-FILE.
       01 PART-QUARANTINE-RECORD   PIC X(80).

       FD PART-MTD-SUMMARY-FILE.
       01 PART-MTD-SUMMARY-RECORD  PIC X(91).

       FD PART-QHIST-FILE.
       01 PART-QHIST-RECORD        PIC X(80).

       FD PART-FINGERPRINT-FILE.
       01 PART-FINGERPRINT-RECORD.
           05 PFPR-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(58).

       FD PART-DUPLICATE-FILE.
       01 PART-DUPLICATE-LINE      PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(191).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD         PIC X(116).

       FD RESULT-FILE.
       01 RESULT-RECORD.
           05 RSLT-BUSINESS-DATE   PIC 9(8).
           05 RSLT-SUM-OF-NUMBERS  PIC S9(13)V99.
           05 RSLT-RECORD-COUNT    PIC 9(6).
           05 RSLT-FILE-COUNT      PIC 9(4).
           05 RSLT-BREAK-FOUND     PIC X.
           05 RSLT-QUARANTINED-FILES PIC 9(4).
           05 RSLT-PROCESS-MODE    PIC X.
           05 RSLT-ALLNUM-SUM      PIC S9(13)V99.
           05 RSLT-EXCEPTION-COUNT PIC 9(6).
           05 RSLT-DUPLICATE-FILES PIC 9(4).

       FD FILE-SUMMARY-FILE.
       01 FILE-SUMMARY-RECORD      PIC X(77).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HIST-RUN-DATE        PIC 9(8).
           05 HIST-SUM-OF-NUMBERS  PIC S9(13)V99.
           05 HIST-RECORD-COUNT    PIC 9(6).
           05 HIST-FILE-COUNT      PIC 9(4).
           05 HIST-BREAK-FOUND     PIC X.
           05 HIST-START-TIME      PIC 9(6).
           05 HIST-END-TIME        PIC 9(6).
           05 HIST-ELAPSED-SECS    PIC 9(6).
           05 HIST-CHAIN-SEQUENCE  PIC 9(8).
           05 HIST-CHAIN-PRIOR     PIC 9(18).
           05 HIST-CHAIN-VALUE     PIC 9(18).

       FD CATEGORY-SUMMARY-FILE.
       01 CATEGORY-SUMMARY-RECORD.
           05 CSUM-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-CATEGORY         PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-RECORD-COUNT     PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-SUM              PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-CURRENCY         PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-ORIGINAL-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-FX-RATE          PIC 9(5)V9(6).

       FD QUARANTINE-FILE.
       01 QUARANTINE-RECORD        PIC X(80).

       FD MTD-CATEGORY-FILE.
       01 MTD-CATEGORY-RECORD.
           05 MCAT-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MCAT-CATEGORY         PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MCAT-RECORD-COUNT     PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MCAT-SUM              PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MCAT-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MCAT-RUN-NUMBER       PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MCAT-CURRENCY         PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MCAT-ORIGINAL-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MCAT-FX-RATE          PIC 9(5)V9(6).

       FD MTD-FILE-SUMMARY-FILE.
       01 MTD-FILE-SUMMARY-RECORD  PIC X(91).

       FD QUARANTINE-HISTORY-FILE.
       01 QUARANTINE-HISTORY-RECORD PIC X(80).

       FD NEW-FINGERPRINT-FILE.
       01 NEW-FINGERPRINT-RECORD   PIC X(66).

       FD DUPLICATE-REPORT-FILE.
       01 DUPLICATE-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01 ParmStatus    PIC X(2) VALUE SPACES.
           88 ParmOk             VALUE '00'.
           88 ParmNotFound       VALUE '35'.
       01 PctlStatus    PIC X(2) VALUE SPACES.
           88 PctlOk             VALUE '00' '05'.
       01 PrsStatus     PIC X(2) VALUE SPACES.
           88 PrsOk              VALUE '00' '05'.
       01 LedgStatus    PIC X(2) VALUE SPACES.
           88 LedgOk             VALUE '00' '05'.
       01 BusinessDate  PIC 9(8) VALUE ZEROES.
       01 BusinessDateSplit REDEFINES BusinessDate.
           05 BusinessYear  PIC 9(4).
           05 BusinessMonth PIC 9(2).
           05 BusinessDay   PIC 9(2).
       01 ProcessOptions PIC X(10) VALUE SPACES.
       01 ParmError     PIC X VALUE 'N'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 ClockTime     PIC 9(8) VALUE ZEROES.
       01 RunNumber     PIC 9(4) VALUE ZEROES.
       01 HighestRun    PIC 9(4) VALUE ZEROES.
       01 StartFound    PIC X VALUE 'N'.
       01 EndFound      PIC X VALUE 'N'.
       01 MergeRefused  PIC X VALUE 'N'.
       01 RefusalText   PIC X(80) VALUE SPACES.
       01 RunStartTime  PIC 9(6) VALUE ZEROES.
       01 RunEndTime    PIC 9(6) VALUE ZEROES.
       01 TimeWorkField.
           05 TimeWorkHH     PIC 9(2).
           05 TimeWorkMM     PIC 9(2).
           05 TimeWorkSS     PIC 9(2).
       01 TimeWorkSeconds    PIC 9(6) VALUE ZEROES.
       01 StartSeconds       PIC 9(6) VALUE ZEROES.
       01 EndSeconds         PIC 9(6) VALUE ZEROES.
       01 ElapsedSeconds     PIC 9(6) VALUE ZEROES.
      * Log lines continue the DAY1 run log under DAY1's prefix - the
      * merge closes the DAY1 step, and logs what a single DAY1 run
      * logs at its close.
       01 LogVerbosity       PIC X    VALUE 'I'.
       01 LogSeverity        PIC X    VALUE 'I'.
       01 LogMessageNumber   PIC 9(3) VALUE ZEROES.
       01 LogWanted          PIC X    VALUE 'N'.
       01 LogText            PIC X(110) VALUE SPACES.
       01 LogAmount          PIC -ZZZZZZZZZZZZ9.99.
       01 LogCount           PIC ZZZZZ9.
       01 LogLine.
           05 LOG-DATE       PIC 9(8).
           05 FILLER         PIC X    VALUE SPACE.
           05 FILLER         PIC X(5) VALUE 'DAY1-'.
           05 LOG-NUMBER     PIC 9(3).
           05 LOG-SEV        PIC X.
           05 FILLER         PIC X    VALUE SPACE.
           05 LOG-TEXT-OUT   PIC X(110).
      * The partitions as DAY1SPLT cut them and as their DAY1 steps
      * reported them. SumOffset is the running sum the partitions
      * ahead of each one had reached - what its report records need
      * added to carry the single stream's running sum.
       01 PartitionCount  PIC 9(2) VALUE ZEROES.
       01 ControlCount    PIC 9(2) VALUE ZEROES.
       01 ResultCount     PIC 9(2) VALUE ZEROES.
       01 PartitionTable.
           05 PartitionEntry OCCURS 8 TIMES.
               10 PT-RUN-NUMBER    PIC 9(4).
               10 PT-PARTITION     PIC 9(2).
               10 PT-RECORD-BASE   PIC 9(6).
               10 PT-DATA-RECORDS  PIC 9(6).
               10 PT-SUM-OFFSET    PIC S9(13)V99.
       01 ResultTable.
           05 ResultEntry OCCURS 8 TIMES.
               10 RS-BUSINESS-DATE PIC 9(8).
               10 RS-RUN-NUMBER    PIC 9(4).
               10 RS-PARTITION     PIC 9(2).
               10 RS-SUM           PIC S9(13)V99.
               10 RS-RECORD-COUNT  PIC 9(6).
               10 RS-FILE-COUNT    PIC 9(4).
               10 RS-RECORDS-READ  PIC 9(6).
               10 RS-BREAK-FOUND   PIC X.
               10 RS-HDR-SEEN      PIC X.
               10 RS-TRL-SEEN      PIC X.
               10 RS-QUARANTINED   PIC 9(4).
               10 RS-PROCESS-MODE  PIC X.
               10 RS-ALLNUM-SUM    PIC S9(13)V99.
               10 RS-EXCEPTIONS    PIC 9(6).
               10 RS-DUP-FILES     PIC 9(4).
               10 RS-DUP-RECORDS   PIC 9(6).
               10 RS-DUP-VALUE     PIC S9(13)V99.
               10 RS-WINDOW-KEPT   PIC 9(6).
       01 PartIndex       PIC 9(2).
       01 PartFound       PIC X VALUE 'N'.
      * The whole run's totals, built from the partition results.
       01 SumOfNumbers    PIC S9(13)V99 VALUE ZEROES.
       01 PostedRecordCount PIC 9(6) VALUE ZEROES.
       01 FileCount       PIC 9(4) VALUE ZEROES.
       01 RecordsRead     PIC 9(6) VALUE ZEROES.
       01 BreakFound      PIC X VALUE 'N'.
       01 HdrSeen         PIC X VALUE 'N'.
       01 TrlSeen         PIC X VALUE 'N'.
       01 QuarantinedFiles PIC 9(4) VALUE ZEROES.
       01 ProcessMode     PIC X VALUE 'F'.
       01 AllNumbersTotal PIC S9(13)V99 VALUE ZEROES.
       01 ExceptionCount  PIC 9(6) VALUE ZEROES.
       01 DuplicateFiles  PIC 9(4) VALUE ZEROES.
       01 DuplicateRecords PIC 9(6) VALUE ZEROES.
       01 DuplicateValue  PIC S9(13)V99 VALUE ZEROES.
       01 WindowKept      PIC 9(6) VALUE ZEROES.
       01 FingerprintsRead PIC 9(6) VALUE ZEROES.
       01 DupLinesRead    PIC 9(6) VALUE ZEROES.
      * Categories in the order the single stream would have met
      * them: each partition lists its own in first-seen order, blank
      * entry first, and they are taken in partition order.
       01 CategoryCount   PIC 9(2) VALUE ZEROES.
       01 CategoryTable.
           05 CategoryEntry OCCURS 50 TIMES.
               10 CAT-NAME    PIC X(10).
               10 CAT-RECORDS PIC 9(6).
               10 CAT-SUM     PIC S9(13)V99.
               10 CAT-DESC    PIC X(30).
               10 CAT-CURRENCY PIC X(3).
               10 CAT-ORIGINAL-SUM PIC S9(13)V99.
               10 CAT-FX-RATE PIC 9(5)V9(6).
       01 CatIndex        PIC 9(2).
       01 MissingRateCount PIC 9(2) VALUE ZEROES.
       01 CatFound        PIC X VALUE 'N'.
       01 CatOverflowSeen PIC X VALUE 'N'.
       01 DupTotalLine.
           05 FILLER PIC X(28) VALUE 'DUPLICATE SEGMENTS HELD OUT='.
           05 DTL-FILES      PIC ZZZ9.
           05 FILLER PIC X(10) VALUE '  RECORDS='.
           05 DTL-RECORDS    PIC ZZZZZ9.
           05 FILLER PIC X(8)  VALUE '  VALUE='.
           05 DTL-VALUE      PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER PIC X(59) VALUE SPACES.

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
           PERFORM LoadRunParameters
           OPEN EXTEND RUN-LOG-FILE
           PERFORM LoadPartitionControl
           PERFORM LoadPartitionResults
           PERFORM CheckRunLedger
           IF MergeRefused = 'Y'
               MOVE 060 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE SPACES TO LogText
               STRING RefusalText DELIMITED BY '  '
                      ' - DAY1MRG CANNOT MERGE RUN ' RunNumber
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           PERFORM CombinePartitionResults
           PERFORM AppendPartitionLogs
           PERFORM MergeReportRecords
           PERFORM CopyPartitionOutputs
           PERFORM MergeCategorySummaries
           PERFORM MergeFingerprints
           PERFORM MergeDuplicateReports
           PERFORM CaptureEndTime
           PERFORM WriteResultRecord
           PERFORM WriteRunHistoryRecord
           MOVE PartitionCount TO LogCount
           MOVE 064 TO LogMessageNumber
           MOVE 'I' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'RUN NUMBER ' RunNumber ' MERGED FROM ' LogCount
                  ' PARTITIONS'
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage
           IF HdrSeen = 'N' OR TrlSeen = 'N'
               MOVE 040 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE 'CONTROL BREAK - HDR/TRL PAIR MISSING' TO LogText
               PERFORM WriteLogMessage
           END-IF
           DISPLAY 'RESULT=' SumOfNumbers
           DISPLAY 'FILES PROCESSED=' FileCount
           MOVE SumOfNumbers TO LogAmount
           MOVE FileCount    TO LogCount
           MOVE 002 TO LogMessageNumber
           MOVE 'I' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'RUN SUMMARY - RESULT=' LogAmount
                  ' FILES PROCESSED=' LogCount
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage
           IF BreakFound = 'Y'
               MOVE 041 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE 'DAY1 ENDED WITH A CONTROL BREAK' TO LogText
               PERFORM WriteLogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               IF QuarantinedFiles > ZEROES
                   MOVE QuarantinedFiles TO LogCount
                   DISPLAY 'RUN CLEAN EXCEPT ' QuarantinedFiles
                           ' QUARANTINED FILE(S)'
                   MOVE 016 TO LogMessageNumber
                   MOVE 'W' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'RUN CLEAN EXCEPT ' LogCount
                          ' QUARANTINED FILE(S)'
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF DuplicateFiles > ZEROES
                   MOVE DuplicateFiles TO LogCount
                   DISPLAY 'RUN CLEAN EXCEPT ' DuplicateFiles
                           ' RE-TRANSMITTED FILE(S) HELD OUT'
                   MOVE 028 TO LogMessageNumber
                   MOVE 'W' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'RUN CLEAN EXCEPT ' LogCount
                          ' RE-TRANSMITTED FILE(S) HELD OUT - SEE'
                          ' DUPLICATE TRANSMISSION REPORT'
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF MissingRateCount > ZEROES
                   MOVE MissingRateCount TO LogCount
                   DISPLAY 'RUN CLEAN EXCEPT ' MissingRateCount
                           ' CATEGORY(IES) WITH NO FX RATE'
                   MOVE 067 TO LogMessageNumber
                   MOVE 'W' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'RUN CLEAN EXCEPT ' LogCount
                          ' CATEGORY(IES) WITH NO FX RATE FOR THE'
                          ' DATE - GL FEED WILL BE REFUSED'
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WriteLedgerEnd
           CLOSE RUN-LOG-FILE
           STOP RUN.

      * Reads the business date and options from the parameter file
      * DAY1 runs under; without the date there is nothing to merge.
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
               DISPLAY 'DAY1MRG CANNOT START WITHOUT VALID RUN'
                       ' PARAMETERS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ProcessOptions(1:1) = 'W' OR ProcessOptions(1:1) = 'S'
               MOVE ProcessOptions(1:1) TO LogVerbosity
           END-IF
           DISPLAY 'DAY1MRG RUNNING FOR BUSINESS DATE ' BusinessDate.

      * The splitter's control records, which must be this date's,
      * all one run, numbered 1 to N in order.
       LoadPartitionControl.
           MOVE ZEROES TO ControlCount PartitionCount
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PARTITION-CONTROL-FILE
           IF PctlOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ PARTITION-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM StoreControlEntry
                   END-READ
               END-PERFORM
               CLOSE PARTITION-CONTROL-FILE
           END-IF
           IF ControlCount = ZEROES AND MergeRefused = 'N'
               MOVE 'Y' TO MergeRefused
               MOVE 'NO PARTITION CONTROL RECORDS' TO RefusalText
           END-IF
           IF ControlCount NOT = PartitionCount AND MergeRefused = 'N'
               MOVE 'Y' TO MergeRefused
               MOVE 'PARTITION CONTROL INCOMPLETE' TO RefusalText
           END-IF.

       StoreControlEntry.
           IF ControlCount = ZEROES
               MOVE PCTL-RUN-NUMBER TO RunNumber
               MOVE PCTL-PARTITIONS TO PartitionCount
           END-IF
           IF ControlCount < 8
               ADD 1 TO ControlCount
               MOVE PCTL-RUN-NUMBER  TO PT-RUN-NUMBER (ControlCount)
               MOVE PCTL-PARTITION   TO PT-PARTITION (ControlCount)
               MOVE PCTL-RECORD-BASE TO PT-RECORD-BASE (ControlCount)
               MOVE PCTL-DATA-RECORDS
                 TO PT-DATA-RECORDS (ControlCount)
               MOVE ZEROES TO PT-SUM-OFFSET (ControlCount)
               IF (PCTL-BUSINESS-DATE NOT = BusinessDate
                   OR PCTL-RUN-NUMBER NOT = RunNumber
                   OR PCTL-PARTITION NOT = ControlCount)
                   AND MergeRefused = 'N'
                   MOVE 'Y' TO MergeRefused
                   MOVE 'PARTITION CONTROL NOT FOR THIS DATE AND RUN'
                     TO RefusalText
               END-IF
           ELSE
               IF MergeRefused = 'N'
                   MOVE 'Y' TO MergeRefused
                   MOVE 'MORE THAN 8 PARTITIONS' TO RefusalText
               END-IF
           END-IF.

      * One result per partition, in partition order - a partition
      * whose DAY1 step never finished leaves a gap, and a run with a
      * gap cannot be merged.
       LoadPartitionResults.
           MOVE ZEROES TO ResultCount
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PARTITION-RESULT-FILE
           IF PrsOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ PARTITION-RESULT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM StoreResultEntry
                   END-READ
               END-PERFORM
               CLOSE PARTITION-RESULT-FILE
           END-IF
           IF ResultCount NOT = PartitionCount AND MergeRefused = 'N'
               MOVE 'Y' TO MergeRefused
               MOVE SPACES TO RefusalText
               STRING 'ONLY ' ResultCount ' PARTITION RESULTS OF '
                      PartitionCount
                   DELIMITED BY SIZE INTO RefusalText
           END-IF.

       StoreResultEntry.
           IF ResultCount < 8
               ADD 1 TO ResultCount
               MOVE PRS-BUSINESS-DATE  TO RS-BUSINESS-DATE (ResultCount)
               MOVE PRS-RUN-NUMBER     TO RS-RUN-NUMBER (ResultCount)
               MOVE PRS-PARTITION      TO RS-PARTITION (ResultCount)
               MOVE PRS-SUM-OF-NUMBERS TO RS-SUM (ResultCount)
               MOVE PRS-RECORD-COUNT   TO RS-RECORD-COUNT (ResultCount)
               MOVE PRS-FILE-COUNT     TO RS-FILE-COUNT (ResultCount)
               MOVE PRS-RECORDS-READ   TO RS-RECORDS-READ (ResultCount)
               MOVE PRS-BREAK-FOUND    TO RS-BREAK-FOUND (ResultCount)
               MOVE PRS-HDR-SEEN       TO RS-HDR-SEEN (ResultCount)
               MOVE PRS-TRL-SEEN       TO RS-TRL-SEEN (ResultCount)
               MOVE PRS-QUARANTINED-FILES
                 TO RS-QUARANTINED (ResultCount)
               MOVE PRS-PROCESS-MODE   TO RS-PROCESS-MODE (ResultCount)
               MOVE PRS-ALLNUM-SUM     TO RS-ALLNUM-SUM (ResultCount)
               MOVE PRS-EXCEPTION-COUNT TO RS-EXCEPTIONS (ResultCount)
               MOVE PRS-DUPLICATE-FILES TO RS-DUP-FILES (ResultCount)
               MOVE PRS-DUPLICATE-RECS TO RS-DUP-RECORDS (ResultCount)
               MOVE PRS-DUPLICATE-VALUE TO RS-DUP-VALUE (ResultCount)
               MOVE PRS-WINDOW-KEPT    TO RS-WINDOW-KEPT (ResultCount)
               IF (PRS-BUSINESS-DATE NOT = BusinessDate
                   OR PRS-RUN-NUMBER NOT = RunNumber
                   OR PRS-PARTITION NOT = ResultCount)
                   AND MergeRefused = 'N'
                   MOVE 'Y' TO MergeRefused
                   MOVE SPACES TO RefusalText
                   STRING 'PARTITION RESULT ' ResultCount
                          ' MISSING OR NOT FOR THIS DATE AND RUN'
                       DELIMITED BY SIZE INTO RefusalText
               END-IF
           ELSE
               IF MergeRefused = 'N'
                   MOVE 'Y' TO MergeRefused
                   MOVE 'MORE THAN 8 PARTITION RESULTS' TO RefusalText
               END-IF
           END-IF.

      * The run being merged must be the date's latest, started by
      * the splitter and not already ended - merging twice would
      * append its month-to-date records twice.
       CheckRunLedger.
           MOVE 'N' TO StartFound EndFound
           MOVE ZEROES TO HighestRun
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-LEDGER-FILE
           IF LedgOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM ExamineLedgerRecord
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           END-IF
           IF MergeRefused = 'N'
               EVALUATE TRUE
                   WHEN StartFound = 'N'
                       MOVE 'Y' TO MergeRefused
                       MOVE 'RUN LEDGER HAS NO START FOR THE RUN'
                         TO RefusalText
                   WHEN EndFound = 'Y'
                       MOVE 'Y' TO MergeRefused
                       MOVE 'RUN ALREADY MERGED AND ENDED'
                         TO RefusalText
                   WHEN HighestRun > RunNumber
                       MOVE 'Y' TO MergeRefused
                       MOVE 'A LATER RUN HAS STARTED FOR THE DATE'
                         TO RefusalText
               END-EVALUATE
           END-IF.

       ExamineLedgerRecord.
           IF LDG-BUSINESS-DATE = BusinessDate
               IF LDG-RUN-NUMBER > HighestRun
                   MOVE LDG-RUN-NUMBER TO HighestRun
               END-IF
               IF LDG-RUN-NUMBER = RunNumber
                   AND LDG-PROGRAM = 'DAY1    '
                   IF LDG-PHASE = 'START'
                       MOVE 'Y' TO StartFound
                       MOVE LDG-RUN-TIME TO RunStartTime
                   END-IF
                   IF LDG-PHASE = 'END  '
                       MOVE 'Y' TO EndFound
                   END-IF
               END-IF
           END-IF.

      * The run's totals are the partitions' added together; the
      * last segment number is the highest any partition reached,
      * and the HDR/TRL check DAY1 makes of the whole input is made
      * of the partitions together. Each partition's running-sum
      * offset is where the partitions before it left off.
       CombinePartitionResults.
           MOVE RS-PROCESS-MODE (1) TO ProcessMode
           MOVE RS-WINDOW-KEPT (1)  TO WindowKept
           PERFORM VARYING PartIndex FROM 1 BY 1
                   UNTIL PartIndex > PartitionCount
               MOVE SumOfNumbers TO PT-SUM-OFFSET (PartIndex)
               ADD RS-SUM (PartIndex)          TO SumOfNumbers
               ADD RS-RECORD-COUNT (PartIndex) TO PostedRecordCount
               ADD RS-RECORDS-READ (PartIndex) TO RecordsRead
               ADD RS-QUARANTINED (PartIndex)  TO QuarantinedFiles
               ADD RS-ALLNUM-SUM (PartIndex)   TO AllNumbersTotal
               ADD RS-EXCEPTIONS (PartIndex)   TO ExceptionCount
               ADD RS-DUP-FILES (PartIndex)    TO DuplicateFiles
               ADD RS-DUP-RECORDS (PartIndex)  TO DuplicateRecords
               ADD RS-DUP-VALUE (PartIndex)    TO DuplicateValue
               IF RS-FILE-COUNT (PartIndex) > FileCount
                   MOVE RS-FILE-COUNT (PartIndex) TO FileCount
               END-IF
               IF RS-BREAK-FOUND (PartIndex) = 'Y'
                   MOVE 'Y' TO BreakFound
               END-IF
               IF RS-HDR-SEEN (PartIndex) = 'Y'
                   MOVE 'Y' TO HdrSeen
               END-IF
               IF RS-TRL-SEEN (PartIndex) = 'Y'
                   MOVE 'Y' TO TrlSeen
               END-IF
           END-PERFORM
           IF HdrSeen = 'N' OR TrlSeen = 'N'
               MOVE 'Y' TO BreakFound
           END-IF.

      * The partitions' own log lines join the run log ahead of the
      * merge's, already graded by the verbosity they ran under.
       AppendPartitionLogs.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-LOG-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE RUN-LOG-RECORD FROM PART-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-LOG-FILE.

      * Each report record belongs to the partition whose range of
      * data record numbers holds it; the partitions ahead of that
      * one are added into its running sum.
       MergeReportRecords.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-REPORT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM LocateReportPartition
                       IF PartFound = 'Y'
                           ADD PT-SUM-OFFSET (PartIndex)
                             TO PRPT-SUM-OF-NUMBERS
                       END-IF
                       WRITE REPORT-RECORD FROM PART-REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-REPORT-FILE
           CLOSE REPORT-FILE.

       LocateReportPartition.
           MOVE 'N' TO PartFound
           PERFORM VARYING PartIndex FROM 1 BY 1
                   UNTIL PartIndex > PartitionCount
                      OR PartFound = 'Y'
               IF PRPT-RECORD-NUMBER > PT-RECORD-BASE (PartIndex)
                   AND PRPT-RECORD-NUMBER
                       <= PT-RECORD-BASE (PartIndex)
                        + PT-DATA-RECORDS (PartIndex)
                   MOVE 'Y' TO PartFound
               END-IF
           END-PERFORM
           IF PartFound = 'Y'
               SUBTRACT 1 FROM PartIndex
           END-IF.

      * Exceptions, segment summaries and quarantined records already
      * carry single-stream numbers - they come across as they are.
      * The month-to-date segment summaries and quarantine history
      * are appended to, as DAY1 appends them.
       CopyPartitionOutputs.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-EXCEPTION-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-EXCEPTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE EXCEPTION-RECORD
                           FROM PART-EXCEPTION-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-EXCEPTION-FILE
           CLOSE EXCEPTION-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-FILE-SUMMARY-FILE
           OPEN OUTPUT FILE-SUMMARY-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-FILE-SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE FILE-SUMMARY-RECORD
                           FROM PART-FILE-SUMMARY-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-FILE-SUMMARY-FILE
           CLOSE FILE-SUMMARY-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-QUARANTINE-FILE
           OPEN OUTPUT QUARANTINE-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-QUARANTINE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE QUARANTINE-RECORD
                           FROM PART-QUARANTINE-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-QUARANTINE-FILE
           CLOSE QUARANTINE-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-MTD-SUMMARY-FILE
           OPEN EXTEND MTD-FILE-SUMMARY-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-MTD-SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE MTD-FILE-SUMMARY-RECORD
                           FROM PART-MTD-SUMMARY-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-MTD-SUMMARY-FILE
           CLOSE MTD-FILE-SUMMARY-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-QHIST-FILE
           OPEN EXTEND QUARANTINE-HISTORY-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-QHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE QUARANTINE-HISTORY-RECORD
                           FROM PART-QHIST-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-QHIST-FILE
           CLOSE QUARANTINE-HISTORY-FILE.

      * Combines the partitions' category summaries and writes the
      * daily and month-to-date copies as DAY1 does: only categories
      * that hold records, the month-to-date copy under the run
      * number.
       MergeCategorySummaries.
           MOVE ZEROES TO CategoryCount
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-CATEGORY-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-CATEGORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM AddCategorySummary
               END-READ
           END-PERFORM
           CLOSE PART-CATEGORY-FILE
           OPEN OUTPUT CATEGORY-SUMMARY-FILE
           OPEN EXTEND MTD-CATEGORY-FILE
           PERFORM VARYING CatIndex FROM 1 BY 1
                   UNTIL CatIndex > CategoryCount
               IF CAT-RECORDS (CatIndex) > ZEROES
                   MOVE BusinessDate          TO CSUM-BUSINESS-DATE
                   MOVE CAT-NAME (CatIndex)   TO CSUM-CATEGORY
                   MOVE CAT-RECORDS (CatIndex) TO CSUM-RECORD-COUNT
                   MOVE CAT-SUM (CatIndex)    TO CSUM-SUM
                   MOVE CAT-DESC (CatIndex)   TO CSUM-DESCRIPTION
                   MOVE CAT-CURRENCY (CatIndex) TO CSUM-CURRENCY
                   MOVE CAT-ORIGINAL-SUM (CatIndex)
                     TO CSUM-ORIGINAL-SUM
                   MOVE CAT-FX-RATE (CatIndex) TO CSUM-FX-RATE
                   WRITE CATEGORY-SUMMARY-RECORD
                   IF CAT-FX-RATE (CatIndex) = ZEROES
                       ADD 1 TO MissingRateCount
                   END-IF
                   MOVE SPACES                 TO MTD-CATEGORY-RECORD
                   MOVE CSUM-BUSINESS-DATE     TO MCAT-BUSINESS-DATE
                   MOVE CSUM-CATEGORY          TO MCAT-CATEGORY
                   MOVE CSUM-RECORD-COUNT      TO MCAT-RECORD-COUNT
                   MOVE CSUM-SUM               TO MCAT-SUM
                   MOVE CSUM-DESCRIPTION       TO MCAT-DESCRIPTION
                   MOVE RunNumber              TO MCAT-RUN-NUMBER
                   MOVE CSUM-CURRENCY          TO MCAT-CURRENCY
                   MOVE CSUM-ORIGINAL-SUM      TO MCAT-ORIGINAL-SUM
                   MOVE CSUM-FX-RATE           TO MCAT-FX-RATE
                   WRITE MTD-CATEGORY-RECORD
               END-IF
           END-PERFORM
           CLOSE CATEGORY-SUMMARY-FILE
           CLOSE MTD-CATEGORY-FILE.

      * As in DAY1, a category arriving once the table is full is
      * counted under the blank entry, reported once, severely.
       AddCategorySummary.
           MOVE 'N' TO CatFound
           PERFORM VARYING CatIndex FROM 1 BY 1
                   UNTIL CatIndex > CategoryCount
                      OR CatFound = 'Y'
               IF CAT-NAME (CatIndex) = PCSUM-CATEGORY
                   MOVE 'Y' TO CatFound
               END-IF
           END-PERFORM
           IF CatFound = 'Y'
               SUBTRACT 1 FROM CatIndex
           ELSE
               IF CategoryCount < 50
                   ADD 1 TO CategoryCount
                   MOVE CategoryCount TO CatIndex
                   MOVE PCSUM-CATEGORY    TO CAT-NAME (CatIndex)
                   MOVE PCSUM-DESCRIPTION TO CAT-DESC (CatIndex)
                   MOVE PCSUM-CURRENCY    TO CAT-CURRENCY (CatIndex)
                   MOVE PCSUM-FX-RATE     TO CAT-FX-RATE (CatIndex)
                   MOVE ZEROES TO CAT-RECORDS (CatIndex)
                                  CAT-SUM (CatIndex)
                                  CAT-ORIGINAL-SUM (CatIndex)
               ELSE
                   MOVE 1 TO CatIndex
                   IF CatOverflowSeen = 'N'
                       MOVE 'Y' TO CatOverflowSeen
                       MOVE 048 TO LogMessageNumber
                       MOVE 'S' TO LogSeverity
                       MOVE SPACES TO LogText
                       STRING 'CATEGORY TABLE FULL - ' PCSUM-CATEGORY
                              ' AND LATER NEW CATEGORIES COUNTED AS'
                              ' UNASSIGNED'
                           DELIMITED BY SIZE INTO LogText
                       PERFORM WriteLogMessage
                   END-IF
               END-IF
           END-IF
           ADD PCSUM-RECORD-COUNT TO CAT-RECORDS (CatIndex)
           ADD PCSUM-SUM          TO CAT-SUM (CatIndex)
           ADD PCSUM-ORIGINAL-SUM TO CAT-ORIGINAL-SUM (CatIndex).

      * Every partition copied the same fingerprint window ahead of
      * its own posted segments. The window is taken once, from the
      * first partition, then each partition's own entries - the only
      * ones dated for this business date - in partition order.
       MergeFingerprints.
           MOVE ZEROES TO FingerprintsRead
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-FINGERPRINT-FILE
           OPEN OUTPUT NEW-FINGERPRINT-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-FINGERPRINT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO FingerprintsRead
                       IF FingerprintsRead <= WindowKept
                           OR PFPR-BUSINESS-DATE = BusinessDate
                           WRITE NEW-FINGERPRINT-RECORD
                               FROM PART-FINGERPRINT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-FINGERPRINT-FILE
           CLOSE NEW-FINGERPRINT-FILE.

      * The first partition's heading, blank line and caption head
      * the report; after them only detail lines are taken - every
      * partition's headings and totals are dropped - and one total
      * for the whole run closes it.
       MergeDuplicateReports.
           MOVE ZEROES TO DupLinesRead
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PART-DUPLICATE-FILE
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PART-DUPLICATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO DupLinesRead
                       EVALUATE TRUE
                           WHEN DupLinesRead <= 3
                               WRITE DUPLICATE-REPORT-LINE
                                   FROM PART-DUPLICATE-LINE
                           WHEN PART-DUPLICATE-LINE = SPACES
                               CONTINUE
                           WHEN PART-DUPLICATE-LINE(1:15)
                                = 'DAY1 DUPLICATE '
                               CONTINUE
                           WHEN PART-DUPLICATE-LINE(1:12)
                                = 'FILE  SENDER'
                               CONTINUE
                           WHEN PART-DUPLICATE-LINE(1:28)
                                = 'DUPLICATE SEGMENTS HELD OUT='
                               CONTINUE
                           WHEN OTHER
                               WRITE DUPLICATE-REPORT-LINE
                                   FROM PART-DUPLICATE-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PART-DUPLICATE-FILE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE DuplicateFiles   TO DTL-FILES
           MOVE DuplicateRecords TO DTL-RECORDS
           MOVE DuplicateValue   TO DTL-VALUE
           WRITE DUPLICATE-REPORT-LINE FROM DupTotalLine
           CLOSE DUPLICATE-REPORT-FILE.

      * The run ran from the splitter's START to now, crossing
      * midnight when the end reads earlier than the start.
       CaptureEndTime.
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO RunEndTime
           MOVE RunStartTime TO TimeWorkField
           PERFORM ConvertTimeToSeconds
           MOVE TimeWorkSeconds TO StartSeconds
           MOVE RunEndTime TO TimeWorkField
           PERFORM ConvertTimeToSeconds
           MOVE TimeWorkSeconds TO EndSeconds
           IF EndSeconds >= StartSeconds
               COMPUTE ElapsedSeconds = EndSeconds - StartSeconds
           ELSE
               COMPUTE ElapsedSeconds = EndSeconds + 86400
                                      - StartSeconds
           END-IF.

       ConvertTimeToSeconds.
           COMPUTE TimeWorkSeconds = TimeWorkHH * 3600
                                   + TimeWorkMM * 60
                                   + TimeWorkSS.

       WriteResultRecord.
           MOVE BusinessDate     TO RSLT-BUSINESS-DATE
           MOVE SumOfNumbers     TO RSLT-SUM-OF-NUMBERS
           MOVE PostedRecordCount TO RSLT-RECORD-COUNT
           MOVE FileCount        TO RSLT-FILE-COUNT
           MOVE BreakFound       TO RSLT-BREAK-FOUND
           MOVE QuarantinedFiles TO RSLT-QUARANTINED-FILES
           MOVE ProcessMode      TO RSLT-PROCESS-MODE
           MOVE AllNumbersTotal  TO RSLT-ALLNUM-SUM
           MOVE ExceptionCount   TO RSLT-EXCEPTION-COUNT
           MOVE DuplicateFiles   TO RSLT-DUPLICATE-FILES
           OPEN OUTPUT RESULT-FILE
           WRITE RESULT-RECORD
           CLOSE RESULT-FILE.

       WriteRunHistoryRecord.
           PERFORM LoadHistoryChain
           MOVE BusinessDate      TO HIST-RUN-DATE
           MOVE SumOfNumbers      TO HIST-SUM-OF-NUMBERS
           MOVE PostedRecordCount TO HIST-RECORD-COUNT
           MOVE FileCount         TO HIST-FILE-COUNT
           MOVE BreakFound        TO HIST-BREAK-FOUND
           MOVE RunStartTime      TO HIST-START-TIME
           MOVE RunEndTime        TO HIST-END-TIME
           MOVE ElapsedSeconds    TO HIST-ELAPSED-SECS
           PERFORM ChainHistoryRecord
           OPEN EXTEND RUN-HISTORY-FILE
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

      * The history's last chain position, read back before every
      * append - other steps append between this program's writes.
       LoadHistoryChain.
           MOVE ZEROES TO ChainLastSequence ChainLastValue
           MOVE 'N' TO ChainEofSwitch
           OPEN INPUT RUN-HISTORY-FILE
           PERFORM UNTIL ChainEofSwitch = 'Y'
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO ChainEofSwitch
                   NOT AT END
                       MOVE HIST-CHAIN-SEQUENCE TO ChainLastSequence
                       MOVE HIST-CHAIN-VALUE    TO ChainLastValue
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

      * Stamps the record about to be appended with the next place in
      * the chain and the chain value over it.
       ChainHistoryRecord.
           ADD 1 TO ChainLastSequence
           MOVE ChainLastSequence TO HIST-CHAIN-SEQUENCE
           MOVE ChainLastValue    TO HIST-CHAIN-PRIOR
           MOVE ChainLastValue    TO ChainNumber
           MOVE RUN-HISTORY-RECORD (1:60) TO ChainText
           MOVE 60 TO ChainLength
           PERFORM ComputeChainValue
           MOVE ChainNumber TO HIST-CHAIN-VALUE
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

      * The END DAY1 writes for a single stream, for the whole run.
       WriteLedgerEnd.
           PERFORM LoadLedgerChain
           MOVE BusinessDate TO LDG-BUSINESS-DATE
           MOVE RunNumber    TO LDG-RUN-NUMBER
           MOVE 'DAY1    '   TO LDG-PROGRAM
           MOVE 'END  '      TO LDG-PHASE
           MOVE RecordsRead  TO LDG-RECORDS-READ
           MOVE RETURN-CODE  TO LDG-RETURN-CODE
           MOVE BreakFound   TO LDG-BREAK-FOUND
           MOVE 'N'          TO LDG-BALANCED
           MOVE RunEndTime   TO LDG-RUN-TIME
           MOVE SumOfNumbers TO LDG-AMOUNT
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
