       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1VRFY.
      * Integrity verification of the chained files: the run ledger,
      * the run history, the drift file and the correction audit
      * file. Every record appended to them carries its sequence in
      * the file, the chain value of the record before it, and its
      * own chain value worked over that prior value and the record's
      * content, so a balanced flag or a history sum changed after
      * the fact no longer matches its own chain value, and a record
      * removed or inserted no longer links to its neighbours. This
      * program re-walks each chain and lists, per file, the first
      * record where the chain breaks (and any later ones), every gap
      * in the sequence, and every business date that arrives out of
      * order. The ledger and history are walked from their archives
      * (DAY1ARCH's cuts, concatenated oldest first) straight on into
      * the live file as one chain, so the join between them is
      * proved like any other; a live file presented without its
      * archives is taken up at its first record. The drift and audit
      * files are never archived, so their chains must start at
      * sequence 1 on the file itself. Return code 0 means
      * every chain is intact, 4 that the chains are intact but dates
      * arrive out of order somewhere, 16 that a chain is broken or
      * has a gap.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL ARCH-LEDGER-FILE ASSIGN TO ARCLEDGF
                FILE STATUS IS ArchLedgerStatus.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF
                FILE STATUS IS LedgerStatus.
            SELECT OPTIONAL ARCH-HISTORY-FILE ASSIGN TO ARCHISTF
                FILE STATUS IS ArchHistoryStatus.
            SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHISTF
                FILE STATUS IS HistoryStatus.
            SELECT OPTIONAL DRIFT-FILE ASSIGN TO DRIFTF
                FILE STATUS IS DriftStatus.
            SELECT OPTIONAL CORRECTION-AUDIT-FILE ASSIGN TO AUDITF
                FILE STATUS IS AuditStatus.
            SELECT VERIFY-REPORT-FILE ASSIGN TO VRFYRPTF.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-LEDGER-FILE.
       01 ARCH-LEDGER-RECORD       PIC X(102).

       FD RUN-LEDGER-FILE.
       01 RUN-LEDGER-RECORD        PIC X(102).

       FD ARCH-HISTORY-FILE.
       01 ARCH-HISTORY-RECORD      PIC X(96).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD       PIC X(96).

       FD DRIFT-FILE.
       01 DRIFT-RECORD             PIC X(68).

       FD CORRECTION-AUDIT-FILE.
       01 CORRECTION-AUDIT-RECORD  PIC X(314).

       FD VERIFY-REPORT-FILE.
       01 VERIFY-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 ArchLedgerStatus  PIC X(2) VALUE SPACES.
           88 ArchLedgerOk           VALUE '00'.
       01 LedgerStatus      PIC X(2) VALUE SPACES.
           88 LedgerOk               VALUE '00'.
       01 ArchHistoryStatus PIC X(2) VALUE SPACES.
           88 ArchHistoryOk          VALUE '00'.
       01 HistoryStatus     PIC X(2) VALUE SPACES.
           88 HistoryOk              VALUE '00'.
       01 DriftStatus       PIC X(2) VALUE SPACES.
           88 DriftOk                VALUE '00'.
       01 AuditStatus       PIC X(2) VALUE SPACES.
           88 AuditOk                VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
      * Each file is read into the layout its writers use. The chain
      * value covers the record's content and its sequence - every
      * byte up to the prior value.
       01 LedgerWork.
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
       01 HistoryWork.
           05 HIST-RUN-DATE        PIC 9(8).
           05 HIST-SUM-OF-NUMBERS  PIC S9(13)V99.
           05 HIST-RECORD-COUNT    PIC 9(6).
           05 HIST-FILE-COUNT      PIC 9(4).
           05 HIST-BREAK-FOUND     PIC X.
           05 HIST-START-TIME      PIC X(6).
           05 HIST-END-TIME        PIC X(6).
           05 HIST-ELAPSED-SECS    PIC X(6).
           05 HIST-CHAIN-SEQUENCE  PIC 9(8).
           05 HIST-CHAIN-PRIOR     PIC 9(18).
           05 HIST-CHAIN-VALUE     PIC 9(18).
       01 DriftWork.
           05 DRF-BUSINESS-DATE    PIC 9(8).
           05 DRF-DIFFERENCE       PIC S9(13)V99.
           05 DRF-TOLERANCE-FLAG   PIC X.
           05 DRF-CHAIN-SEQUENCE   PIC 9(8).
           05 DRF-CHAIN-PRIOR      PIC 9(18).
           05 DRF-CHAIN-VALUE      PIC 9(18).
       01 AuditWork.
           05 AUD-BUSINESS-DATE    PIC 9(8).
           05 FILLER               PIC X(260).
           05 FILLER               PIC X(2).
           05 AUD-CHAIN-SEQUENCE   PIC 9(8).
           05 AUD-CHAIN-PRIOR      PIC 9(18).
           05 AUD-CHAIN-VALUE      PIC 9(18).
      * The record under check, whichever file it came from.
       01 CheckFile     PIC X(8) VALUE SPACES.
       01 CheckRecordNumber PIC 9(7) VALUE ZEROES.
       01 CheckDate     PIC X(8) VALUE SPACES.
       01 CheckSequence PIC 9(8) VALUE ZEROES.
       01 CheckPrior    PIC 9(18) VALUE ZEROES.
       01 CheckValue    PIC 9(18) VALUE ZEROES.
       01 CheckUsable   PIC X VALUE 'N'.
       01 CheckBroken   PIC X VALUE 'N'.
      * The walk of one chain, across its archive and live parts.
       01 WalkStarted   PIC X VALUE 'N'.
       01 WalkRecords   PIC 9(7) VALUE ZEROES.
       01 WalkFirstSequence PIC 9(8) VALUE ZEROES.
       01 WalkLastSequence  PIC 9(8) VALUE ZEROES.
       01 WalkLastValue     PIC 9(18) VALUE ZEROES.
       01 WalkLastDate  PIC X(8) VALUE SPACES.
       01 WalkBreaks    PIC 9(7) VALUE ZEROES.
       01 WalkGaps      PIC 9(7) VALUE ZEROES.
       01 WalkOutOfOrder PIC 9(7) VALUE ZEROES.
       01 WalkEvents    PIC 9(4) VALUE ZEROES.
       01 WalkBreakShown PIC X VALUE 'N'.
       01 PartIsArchive PIC X VALUE 'N'.
      * Set for a file that is never archived, so its chain must start
      * on the file itself.
       01 PartHasNoArchive PIC X VALUE 'N'.
       01 WalkEventLimit PIC 9(4) VALUE 50.
       01 PartRecords   PIC 9(7) VALUE ZEROES.
       01 PartFirstSequence PIC 9(8) VALUE ZEROES.
       01 PartLastSequence  PIC 9(8) VALUE ZEROES.
       01 ExpectedSequence  PIC 9(8) VALUE ZEROES.
       01 EventText     PIC X(60) VALUE SPACES.
       01 ChainsBroken  PIC 9(2) VALUE ZEROES.
       01 ChainsOutOfOrder PIC 9(2) VALUE ZEROES.
      * Chain arithmetic, the same the writing programs work.
       01 ChainValue.
           05 ChainHigh     PIC 9(9).
           05 ChainLow      PIC 9(9).
       01 ChainNumber REDEFINES ChainValue PIC 9(18).
       01 ChainText         PIC X(300).
       01 ChainLength       PIC 9(3).
       01 ChainIndex        PIC 9(3).
       01 ChainProduct      PIC 9(12).
       01 ChainQuotient     PIC 9(12).
       01 ChainByteWork.
           05 FILLER        PIC X VALUE LOW-VALUE.
           05 ChainByte     PIC X.
       01 ChainByteValue REDEFINES ChainByteWork PIC 9(4) COMP.
       01 HeadingLine.
           05 FILLER PIC X(10) VALUE 'DAY1VRFY  '.
           05 FILLER PIC X(40)
               VALUE 'CHAIN INTEGRITY VERIFICATION            '.
           05 FILLER PIC X(82) VALUE SPACES.
       01 SectionLine.
           05 SEC-TEXT PIC X(132).
       01 EventLine.
           05 EVT-FILE       PIC X(8).
           05 FILLER         PIC X(6)  VALUE '  REC='.
           05 EVT-RECORD     PIC ZZZZZZ9.
           05 FILLER         PIC X(6)  VALUE '  SEQ='.
           05 EVT-SEQUENCE   PIC X(8).
           05 FILLER         PIC X(7)  VALUE '  DATE='.
           05 EVT-DATE       PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 EVT-TEXT       PIC X(60).
           05 FILLER         PIC X(20) VALUE SPACES.
       01 PartLine.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 PRT-FILE       PIC X(8).
           05 FILLER         PIC X(10) VALUE '  RECORDS='.
           05 PRT-RECORDS    PIC ZZZZZZ9.
           05 FILLER         PIC X(12) VALUE '  SEQUENCES '.
           05 PRT-FIRST      PIC 9(8).
           05 FILLER         PIC X(6)  VALUE ' THRU '.
           05 PRT-LAST       PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 PRT-NOTE       PIC X(40).
           05 FILLER         PIC X(29) VALUE SPACES.
       01 SummaryLine.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'CHAIN   '.
           05 FILLER         PIC X(10) VALUE '  RECORDS='.
           05 SUM-RECORDS    PIC ZZZZZZ9.
           05 FILLER         PIC X(9)  VALUE '  BREAKS='.
           05 SUM-BREAKS     PIC ZZZZZZ9.
           05 FILLER         PIC X(7)  VALUE '  GAPS='.
           05 SUM-GAPS       PIC ZZZZZZ9.
           05 FILLER         PIC X(15) VALUE '  OUT OF ORDER='.
           05 SUM-ORDER      PIC ZZZZZZ9.
           05 FILLER         PIC X(4)  VALUE ' == '.
           05 SUM-VERDICT    PIC X(30).
           05 FILLER         PIC X(19) VALUE SPACES.
       01 TotalLine.
           05 FILLER         PIC X(16) VALUE 'CHAINS BROKEN = '.
           05 TOT-BROKEN     PIC Z9.
           05 FILLER         PIC X(27)
               VALUE '  CHAINS WITH DATE ORDER = '.
           05 TOT-ORDER      PIC Z9.
           05 FILLER         PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN OUTPUT VERIFY-REPORT-FILE
           WRITE VERIFY-REPORT-LINE FROM HeadingLine
           PERFORM VerifyLedgerChain
           PERFORM VerifyHistoryChain
           PERFORM VerifyDriftChain
           PERFORM VerifyAuditChain
           MOVE SPACES TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE ChainsBroken     TO TOT-BROKEN
           MOVE ChainsOutOfOrder TO TOT-ORDER
           WRITE VERIFY-REPORT-LINE FROM TotalLine
           CLOSE VERIFY-REPORT-FILE
           DISPLAY 'DAY1VRFY CHAINS BROKEN=' ChainsBroken
                   ' CHAINS WITH DATES OUT OF ORDER=' ChainsOutOfOrder
           IF ChainsBroken > ZEROES
               MOVE 16 TO RETURN-CODE
           ELSE
               IF ChainsOutOfOrder > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * The ledger's archives first, then the live ledger, as one
      * chain.
       VerifyLedgerChain.
           MOVE 'RUN LEDGER - ARCLEDGF THEN RUNLEDGF' TO SEC-TEXT
           PERFORM StartChainWalk
           MOVE 'ARCLEDGF' TO CheckFile
           PERFORM StartChainPart
           MOVE 'Y' TO PartIsArchive
           OPEN INPUT ARCH-LEDGER-FILE
           IF ArchLedgerOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ ARCH-LEDGER-FILE INTO LedgerWork
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CheckLedgerRecord
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-LEDGER-FILE
           PERFORM WriteChainPart
           MOVE 'RUNLEDGF' TO CheckFile
           PERFORM StartChainPart
           OPEN INPUT RUN-LEDGER-FILE
           IF LedgerOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LEDGER-FILE INTO LedgerWork
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CheckLedgerRecord
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-LEDGER-FILE
           PERFORM WriteChainPart
           PERFORM FinishChainWalk.

       CheckLedgerRecord.
           MOVE LDG-BUSINESS-DATE TO CheckDate
           MOVE 'N' TO CheckUsable
           IF LDG-CHAIN-SEQUENCE NUMERIC
               AND LDG-CHAIN-PRIOR NUMERIC
               AND LDG-CHAIN-VALUE NUMERIC
               MOVE 'Y' TO CheckUsable
               MOVE LDG-CHAIN-SEQUENCE TO CheckSequence
               MOVE LDG-CHAIN-PRIOR    TO CheckPrior
               MOVE LDG-CHAIN-VALUE    TO CheckValue
           END-IF
           MOVE LedgerWork (1:66) TO ChainText
           MOVE 66 TO ChainLength
           PERFORM CheckChainRecord.

      * The history's archives first, then the live history.
       VerifyHistoryChain.
           MOVE 'RUN HISTORY - ARCHISTF THEN RUNHISTF' TO SEC-TEXT
           PERFORM StartChainWalk
           MOVE 'ARCHISTF' TO CheckFile
           PERFORM StartChainPart
           MOVE 'Y' TO PartIsArchive
           OPEN INPUT ARCH-HISTORY-FILE
           IF ArchHistoryOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ ARCH-HISTORY-FILE INTO HistoryWork
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CheckHistoryRecord
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-HISTORY-FILE
           PERFORM WriteChainPart
           MOVE 'RUNHISTF' TO CheckFile
           PERFORM StartChainPart
           OPEN INPUT RUN-HISTORY-FILE
           IF HistoryOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-HISTORY-FILE INTO HistoryWork
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CheckHistoryRecord
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-HISTORY-FILE
           PERFORM WriteChainPart
           PERFORM FinishChainWalk.

       CheckHistoryRecord.
           MOVE HIST-RUN-DATE TO CheckDate
           MOVE 'N' TO CheckUsable
           IF HIST-CHAIN-SEQUENCE NUMERIC
               AND HIST-CHAIN-PRIOR NUMERIC
               AND HIST-CHAIN-VALUE NUMERIC
               MOVE 'Y' TO CheckUsable
               MOVE HIST-CHAIN-SEQUENCE TO CheckSequence
               MOVE HIST-CHAIN-PRIOR    TO CheckPrior
               MOVE HIST-CHAIN-VALUE    TO CheckValue
           END-IF
           MOVE HistoryWork (1:60) TO ChainText
           MOVE 60 TO ChainLength
           PERFORM CheckChainRecord.

       VerifyDriftChain.
           MOVE 'DRIFT FILE - DRIFTF' TO SEC-TEXT
           PERFORM StartChainWalk
           MOVE 'DRIFTF  ' TO CheckFile
           PERFORM StartChainPart
           MOVE 'Y' TO PartHasNoArchive
           OPEN INPUT DRIFT-FILE
           IF DriftOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ DRIFT-FILE INTO DriftWork
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CheckDriftRecord
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DRIFT-FILE
           PERFORM WriteChainPart
           PERFORM FinishChainWalk.

       CheckDriftRecord.
           MOVE DRF-BUSINESS-DATE TO CheckDate
           MOVE 'N' TO CheckUsable
           IF DRF-CHAIN-SEQUENCE NUMERIC
               AND DRF-CHAIN-PRIOR NUMERIC
               AND DRF-CHAIN-VALUE NUMERIC
               MOVE 'Y' TO CheckUsable
               MOVE DRF-CHAIN-SEQUENCE TO CheckSequence
               MOVE DRF-CHAIN-PRIOR    TO CheckPrior
               MOVE DRF-CHAIN-VALUE    TO CheckValue
           END-IF
           MOVE DriftWork (1:32) TO ChainText
           MOVE 32 TO ChainLength
           PERFORM CheckChainRecord.

       VerifyAuditChain.
           MOVE 'CORRECTION AUDIT FILE - AUDITF' TO SEC-TEXT
           PERFORM StartChainWalk
           MOVE 'AUDITF  ' TO CheckFile
           PERFORM StartChainPart
           MOVE 'Y' TO PartHasNoArchive
           OPEN INPUT CORRECTION-AUDIT-FILE
           IF AuditOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CORRECTION-AUDIT-FILE INTO AuditWork
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CheckAuditRecord
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CORRECTION-AUDIT-FILE
           PERFORM WriteChainPart
           PERFORM FinishChainWalk.

       CheckAuditRecord.
           MOVE AUD-BUSINESS-DATE TO CheckDate
           MOVE 'N' TO CheckUsable
           IF AUD-CHAIN-SEQUENCE NUMERIC
               AND AUD-CHAIN-PRIOR NUMERIC
               AND AUD-CHAIN-VALUE NUMERIC
               MOVE 'Y' TO CheckUsable
               MOVE AUD-CHAIN-SEQUENCE TO CheckSequence
               MOVE AUD-CHAIN-PRIOR    TO CheckPrior
               MOVE AUD-CHAIN-VALUE    TO CheckValue
           END-IF
           MOVE AuditWork (1:278) TO ChainText
           MOVE 278 TO ChainLength
           PERFORM CheckChainRecord.

       StartChainWalk.
           MOVE SPACES TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE FROM SectionLine
           MOVE 'N' TO WalkStarted WalkBreakShown
           MOVE ZEROES TO WalkRecords WalkFirstSequence
                          WalkLastSequence WalkLastValue
                          WalkBreaks WalkGaps WalkOutOfOrder
                          WalkEvents
           MOVE SPACES TO WalkLastDate.

       StartChainPart.
           MOVE 'N' TO WS-EOF-SWITCH PartIsArchive PartHasNoArchive
           MOVE ZEROES TO CheckRecordNumber PartRecords
                          PartFirstSequence PartLastSequence.

      * One record against the chain. Its content must work out to
      * its own chain value from the prior value it carries; that
      * prior must be the chain value of the record before it; its
      * sequence must follow on; and its date must not go backwards.
      * A live file presented without its archives is taken up at
      * its first record, which is then proved on its own content
      * only; archives, and files never archived, must start the
      * chain at sequence 1.
       CheckChainRecord.
           ADD 1 TO CheckRecordNumber
           ADD 1 TO PartRecords
           ADD 1 TO WalkRecords
           IF CheckUsable = 'N'
               ADD 1 TO WalkBreaks
               MOVE 'N' TO WalkStarted
               MOVE 'CHAIN FIELDS MISSING OR NOT NUMERIC' TO EventText
               PERFORM WriteBreakEvent
           ELSE
               PERFORM CheckChainLinks
           END-IF.

       CheckChainLinks.
           MOVE 'N' TO CheckBroken
           MOVE CheckPrior TO ChainNumber
           PERFORM ComputeChainValue
           IF ChainNumber NOT = CheckValue
               MOVE 'Y' TO CheckBroken
               MOVE 'CONTENT DOES NOT MATCH ITS CHAIN VALUE'
                 TO EventText
               PERFORM WriteBreakEvent
           END-IF
           IF WalkStarted = 'Y'
               IF CheckPrior NOT = WalkLastValue
                   MOVE 'Y' TO CheckBroken
                   MOVE 'PRIOR VALUE DOES NOT MATCH THE RECORD BEFORE'
                     TO EventText
                   PERFORM WriteBreakEvent
               END-IF
               COMPUTE ExpectedSequence = WalkLastSequence + 1
               IF CheckSequence NOT = ExpectedSequence
                   ADD 1 TO WalkGaps
                   MOVE SPACES TO EventText
                   STRING 'SEQUENCE GAP - EXPECTED ' DELIMITED BY SIZE
                          ExpectedSequence DELIMITED BY SIZE
                          INTO EventText
                   END-STRING
                   PERFORM WriteEvent
               END-IF
               IF CheckDate < WalkLastDate
                   ADD 1 TO WalkOutOfOrder
                   MOVE SPACES TO EventText
                   STRING 'BUSINESS DATE OUT OF ORDER - AFTER '
                          DELIMITED BY SIZE
                          WalkLastDate DELIMITED BY SIZE
                          INTO EventText
                   END-STRING
                   PERFORM WriteEvent
               END-IF
           ELSE
               IF CheckSequence = 1 AND CheckPrior NOT = ZEROES
                   MOVE 'Y' TO CheckBroken
                   MOVE 'FIRST RECORD DOES NOT START THE CHAIN'
                     TO EventText
                   PERFORM WriteBreakEvent
               END-IF
               IF CheckSequence > 1 AND WalkRecords = 1
                   IF PartIsArchive = 'Y' OR PartHasNoArchive = 'Y'
                       ADD 1 TO WalkGaps
                       MOVE 'CHAIN START MISSING - FIRST SEQUENCE NOT 1'
                         TO EventText
                   ELSE
                       MOVE 'CHAIN TAKEN UP - EARLIER RECORDS ARCHIVED'
                         TO EventText
                   END-IF
                   PERFORM WriteEvent
               END-IF
               MOVE CheckSequence TO WalkFirstSequence
           END-IF
           IF CheckBroken = 'Y'
               ADD 1 TO WalkBreaks
           END-IF
           IF PartFirstSequence = ZEROES
               MOVE CheckSequence TO PartFirstSequence
           END-IF
           MOVE CheckSequence TO PartLastSequence
           MOVE 'Y'           TO WalkStarted
           MOVE CheckSequence TO WalkLastSequence
           MOVE CheckValue    TO WalkLastValue
           MOVE CheckDate     TO WalkLastDate.

      * The first break on a chain is called out as such; later ones
      * are listed the same way up to the event limit.
       WriteBreakEvent.
           IF WalkBreakShown = 'N'
               MOVE 'Y' TO WalkBreakShown
               MOVE SPACES TO SEC-TEXT
               STRING 'FIRST BREAK IN THE CHAIN:' DELIMITED BY SIZE
                      INTO SEC-TEXT
               END-STRING
               WRITE VERIFY-REPORT-LINE FROM SectionLine
           END-IF
           PERFORM WriteEvent.

       WriteEvent.
           ADD 1 TO WalkEvents
           IF WalkEvents <= WalkEventLimit
               MOVE CheckFile         TO EVT-FILE
               MOVE CheckRecordNumber TO EVT-RECORD
               IF CheckUsable = 'Y'
                   MOVE CheckSequence TO EVT-SEQUENCE
               ELSE
                   MOVE SPACES TO EVT-SEQUENCE
               END-IF
               MOVE CheckDate         TO EVT-DATE
               MOVE EventText         TO EVT-TEXT
               WRITE VERIFY-REPORT-LINE FROM EventLine
           END-IF.

       WriteChainPart.
           MOVE CheckFile        TO PRT-FILE
           MOVE PartRecords      TO PRT-RECORDS
           MOVE PartFirstSequence TO PRT-FIRST
           MOVE PartLastSequence TO PRT-LAST
           MOVE SPACES           TO PRT-NOTE
           IF PartRecords = ZEROES
               MOVE 'NOT PRESENT OR EMPTY' TO PRT-NOTE
           END-IF
           WRITE VERIFY-REPORT-LINE FROM PartLine.

       FinishChainWalk.
           IF WalkEvents > WalkEventLimit
               MOVE SPACES TO SEC-TEXT
               STRING '  ... FURTHER EVENTS COUNTED BUT NOT LISTED'
                      DELIMITED BY SIZE INTO SEC-TEXT
               END-STRING
               WRITE VERIFY-REPORT-LINE FROM SectionLine
           END-IF
           MOVE WalkRecords    TO SUM-RECORDS
           MOVE WalkBreaks     TO SUM-BREAKS
           MOVE WalkGaps       TO SUM-GAPS
           MOVE WalkOutOfOrder TO SUM-ORDER
           IF WalkBreaks > ZEROES OR WalkGaps > ZEROES
               ADD 1 TO ChainsBroken
               MOVE 'CHAIN BROKEN - INVESTIGATE' TO SUM-VERDICT
           ELSE
               IF WalkOutOfOrder > ZEROES
                   ADD 1 TO ChainsOutOfOrder
                   MOVE 'INTACT - DATES OUT OF ORDER' TO SUM-VERDICT
               ELSE
                   MOVE 'INTACT' TO SUM-VERDICT
               END-IF
           END-IF
           WRITE VERIFY-REPORT-LINE FROM SummaryLine.

      * Folds the content in ChainText into the chain value seeded
      * in ChainNumber, a byte at a time, in two halves each kept
      * below its own prime - as the writing programs do.
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
