           05 RSLT-PROCESS-MODE    PIC X.
           05 RSLT-ALLNUM-SUM      PIC S9(13)V99.
           05 RSLT-EXCEPTION-COUNT PIC 9(6).
           05 RSLT-DUPLICATE-FILES PIC 9(4).

      * Multi-day control file, one record per business date, each
      * carrying that day's agreed control total and the tolerance
           05 LDG-BREAK-FOUND      PIC X.
           05 LDG-BALANCED         PIC X.
           05 LDG-RUN-TIME         PIC 9(6).
           05 LDG-AMOUNT           PIC S9(15)V99.
           05 LDG-CHAIN-SEQUENCE   PIC 9(8).
           05 LDG-CHAIN-PRIOR      PIC 9(18).
           05 LDG-CHAIN-VALUE      PIC 9(18).

      * Dated accumulation of every day's balancing difference. The
      * daily BALANCE-RESULT-FILE is overwritten run to run; this
           05 DRF-BUSINESS-DATE    PIC 9(8).
           05 DRF-DIFFERENCE       PIC S9(13)V99.
           05 DRF-TOLERANCE-FLAG   PIC X.
           05 DRF-CHAIN-SEQUENCE   PIC 9(8).
           05 DRF-CHAIN-PRIOR      PIC 9(18).
           05 DRF-CHAIN-VALUE      PIC 9(18).

       WORKING-STORAGE SECTION.
       01 ClockTime     PIC 9(8) VALUE ZEROES.
       01 SumDifference PIC S9(13)V99 VALUE ZEROES.
       01 AbsDifference PIC 9(13)V99 VALUE ZEROES.

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
           OPEN INPUT RESULT-FILE
           READ RESULT-FILE
                           ' FILE(S) QUARANTINED BY DAY1 - CONTROL'
                           ' TOTAL MUST EXCLUDE THEM TO BALANCE'
               END-IF
               IF RSLT-DUPLICATE-FILES > ZEROES
                   DISPLAY 'NOTE - ' RSLT-DUPLICATE-FILES
                           ' RE-TRANSMITTED FILE(S) HELD OUT BY DAY1 -'
                           ' CONTROL TOTAL MUST EXCLUDE THEM TO BALANCE'
               END-IF
               PERFORM SelectControlRecord
               MOVE RSLT-SUM-OF-NUMBERS TO AdjustedSum
               PERFORM ApplyAdjustment
      * 'Y' here is what makes DAY1 refuse to rerun the date without
      * an operator override.
       WriteLedgerOutcome.
           PERFORM LoadLedgerChain
           MOVE RSLT-BUSINESS-DATE TO LDG-BUSINESS-DATE
           MOVE ZEROES             TO LDG-RUN-NUMBER
           MOVE 'DAY1BAL '         TO LDG-PROGRAM
           END-IF
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO LDG-RUN-TIME
           MOVE AdjustedSum    TO LDG-AMOUNT
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

      * Scans the multi-day control file for the record whose
      * business date matches the run being balanced. No matching
      * record is itself a break - we cannot balance a day the
      * monitor keeps only each date's last record, superseding the
      * failed attempt.
       AppendDriftRecord.
           PERFORM LoadDriftChain
           MOVE RSLT-BUSINESS-DATE TO DRF-BUSINESS-DATE
           MOVE SumDifference      TO DRF-DIFFERENCE
           MOVE BAL-TOLERANCE-FLAG TO DRF-TOLERANCE-FLAG
           PERFORM ChainDriftRecord
           OPEN EXTEND DRIFT-FILE
           WRITE DRIFT-RECORD
           CLOSE DRIFT-FILE.

      * The drift file's last chain position, read back before every
      * append - other steps append between this program's writes.
       LoadDriftChain.
           MOVE ZEROES TO ChainLastSequence ChainLastValue
           MOVE 'N' TO ChainEofSwitch
           OPEN INPUT DRIFT-FILE
           PERFORM UNTIL ChainEofSwitch = 'Y'
               READ DRIFT-FILE
                   AT END
                       MOVE 'Y' TO ChainEofSwitch
                   NOT AT END
                       MOVE DRF-CHAIN-SEQUENCE TO ChainLastSequence
                       MOVE DRF-CHAIN-VALUE    TO ChainLastValue
               END-READ
           END-PERFORM
           CLOSE DRIFT-FILE.

      * Stamps the record about to be appended with the next place in
      * the chain and the chain value over it.
       ChainDriftRecord.
           ADD 1 TO ChainLastSequence
           MOVE ChainLastSequence TO DRF-CHAIN-SEQUENCE
           MOVE ChainLastValue    TO DRF-CHAIN-PRIOR
           MOVE ChainLastValue    TO ChainNumber
           MOVE DRIFT-RECORD (1:32) TO ChainText
           MOVE 32 TO ChainLength
           PERFORM ComputeChainValue
           MOVE ChainNumber TO DRF-CHAIN-VALUE
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
