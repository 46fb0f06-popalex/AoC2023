      * record plus an adjustment record DAY1BAL folds into the
      * balance. Exceptions with no usable correction cycle forward
      * to the next day's exception file so nothing is dropped.
      * A recovered value is in its category's currency; it is
      * converted to the base currency at the business date's rate,
      * as DAY1 converts its own totals, before it reaches the
      * supplemental result or the adjustment.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
            SELECT APPROVAL-FILE ASSIGN TO APPROVF
                FILE STATUS IS ApprStatus.
            SELECT OPTIONAL CORRECTION-AUDIT-FILE ASSIGN TO AUDITF.
            SELECT CATEGORY-MASTER-FILE ASSIGN TO CATMSTF
                FILE STATUS IS CmstStatus.
            SELECT OPTIONAL FX-RATE-FILE ASSIGN TO FXRATEF
                FILE STATUS IS FxrStatus.

       DATA DIVISION.
       FILE SECTION.

      * The first-appeared stamp is alphanumeric on input: exceptions
      * written before the stamp existed read back as spaces there
      * and are treated as first seen today. Segment and category
      * are carried the same way and simply passed along.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-RECORD-NUMBER    PIC 9(6).
           05 EXC-DATA-FIELD       PIC X(80).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EXC-FIRST-DATE       PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EXC-SEGMENT-NUMBER   PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EXC-CATEGORY         PIC X(10).

      * Operator-maintained corrections, one per repairable
      * exception, keyed by the record number EXCEPTF carries, signed
      * extraction recovered, and who keyed and (when the threshold
      * demanded it) who approved the change. Appended to, never
      * overwritten - this is the record the DISPLAY line in SYSOUT
      * never was. The exception's first-appeared date, segment and
      * category tie each correction back to the GL posting the
      * record was counted under. The value is kept as recovered, in
      * the category's currency, alongside that currency, the rate
      * applied and the base-currency value the adjustment carried.
       FD CORRECTION-AUDIT-FILE.
       01 CORRECTION-AUDIT-RECORD.
           05 AUD-BUSINESS-DATE    PIC 9(8).
           05 AUD-INITIALS         PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 AUD-APPROVED-BY      PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 AUD-FIRST-DATE       PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 AUD-SEGMENT-NUMBER   PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 AUD-CATEGORY         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 AUD-CURRENCY         PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 AUD-FX-RATE          PIC 9(5)V9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 AUD-BASE-VALUE       PIC S9(13)V99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 AUD-CHAIN-SEQUENCE   PIC 9(8).
           05 AUD-CHAIN-PRIOR      PIC 9(18).
           05 AUD-CHAIN-VALUE      PIC 9(18).

      * Single-record summary of the repaired values, the companion
      * to the RESULT-FILE record DAY1 writes.
           05 NEXC-DATA-FIELD      PIC X(80).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 NEXC-FIRST-DATE      PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 NEXC-SEGMENT-NUMBER  PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 NEXC-CATEGORY        PIC X(10).

      * Operator tuning for the repair run: the age in days beyond
      * which an open exception is flagged on the aging report, and
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE        PIC X(132).

      * The category master DAY1 validates against - DAY1FIX needs
      * only the currency each category's values arrive in.
       FD CATEGORY-MASTER-FILE.
       01 CATEGORY-MASTER-RECORD.
           05 CMST-CATEGORY         PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CMST-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CMST-ACTIVE           PIC X.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CMST-CURRENCY         PIC X(3).

      * Treasury's daily rates, the same file DAY1 converts by.
       FD FX-RATE-FILE.
       01 FX-RATE-RECORD.
           05 FXR-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X(2).
           05 FXR-CURRENCY          PIC X(3).
           05 FILLER                PIC X(2).
           05 FXR-RATE              PIC 9(5)V9(6).

       WORKING-STORAGE SECTION.
       01 ParmStatus        PIC X(2) VALUE SPACES.
           88 ParmOk                 VALUE '00'.
       01 RepairedCount     PIC 9(6) VALUE ZEROES.
       01 CarriedCount      PIC 9(6) VALUE ZEROES.
       01 RepairedSum       PIC S9(13)V99 VALUE ZEROES.
      * Currency conversion of a recovered value. The category's
      * currency comes from the master and its rate from the rates
      * dated the business date; a blank currency is the base
      * currency and converts at one. A foreign category with no
      * rate leaves its correction unapplied, never posted
      * unconverted.
       01 CmstStatus        PIC X(2) VALUE SPACES.
           88 CmstOk                 VALUE '00'.
       01 MasterCount       PIC 9(3) VALUE ZEROES.
       01 MasterTable.
           05 MasterEntry OCCURS 100 TIMES.
               10 MST-NAME     PIC X(10).
               10 MST-CURRENCY PIC X(3).
       01 MstIndex          PIC 9(3).
       01 FxrStatus         PIC X(2) VALUE SPACES.
           88 FxrOk                  VALUE '00' '05'.
       01 RateCount         PIC 9(2) VALUE ZEROES.
       01 RateTable.
           05 RateEntry OCCURS 30 TIMES.
               10 RT-CURRENCY PIC X(3).
               10 RT-RATE     PIC 9(5)V9(6).
       01 RateIndex         PIC 9(2).
       01 RateFound         PIC X VALUE 'N'.
       01 CategoryCurrency  PIC X(3) VALUE SPACES.
       01 CorrectionRate    PIC 9(5)V9(6) VALUE ZEROES.
       01 BaseValue         PIC S9(13)V99 VALUE ZEROES.
       01 NoRateCount       PIC 9(6) VALUE ZEROES.
      * Aging machinery for the exceptions carried forward: each one
      * keeps the business date it first appeared, its age in days is
      * bucketed on the aging report, and the value at risk is the
       01 DecimalFound  PIC X VALUE 'N'.
       01 I             PIC 9(3).

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
       01 ChainText         PIC X(300).
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
           PERFORM LoadFixParameters
           PERFORM LoadCategoryMaster
           PERFORM LoadRateTable
           PERFORM LoadCorrections
           PERFORM LoadApprovals
           PERFORM LoadAuditChain
           OPEN EXTEND CORRECTION-AUDIT-FILE
           MOVE BusinessDate TO SerialWorkDate
           PERFORM ComputeDaySerial
           DISPLAY 'DAY1FIX CARRIED FORWARD=' CarriedCount
                   ' OVER AGE THRESHOLD=' OverageCount
           DISPLAY 'DAY1FIX HELD FOR APPROVAL=' HeldCount
           DISPLAY 'DAY1FIX HELD FOR NO FX RATE=' NoRateCount
           STOP RUN.

      * Reads the business date from the same parameter file DAY1
           END-IF
           DISPLAY 'DAY1FIX RUNNING FOR BUSINESS DATE ' BusinessDate.

      * Loads each category's currency from the master. Without the
      * master no recovered value can be put into the base currency,
      * so the repair run refuses to start, as DAY1 does.
       LoadCategoryMaster.
           OPEN INPUT CATEGORY-MASTER-FILE
           IF CmstOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CATEGORY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM StoreMasterEntry
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-MASTER-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           IF NOT CmstOk OR MasterCount = ZEROES
               DISPLAY 'CATEGORY MASTER MISSING OR EMPTY - STATUS='
                       CmstStatus
               DISPLAY 'DAY1FIX CANNOT START WITHOUT THE CATEGORY'
                       ' CURRENCIES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CATEGORY MASTER LOADED=' MasterCount.

       StoreMasterEntry.
           IF MasterCount < 100
               ADD 1 TO MasterCount
               MOVE CMST-CATEGORY TO MST-NAME (MasterCount)
               MOVE CMST-CURRENCY TO MST-CURRENCY (MasterCount)
           ELSE
               DISPLAY 'CATEGORY MASTER TABLE FULL - ENTRY '
                       CMST-CATEGORY ' NOT LOADED'
           END-IF.

      * Loads the rates dated the business date, under DAY1's rules:
      * a record with no usable rate is left out, and a later record
      * for the same currency replaces an earlier one. A missing file
      * only matters to a correction in a foreign category.
       LoadRateTable.
           OPEN INPUT FX-RATE-FILE
           IF FxrOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ FX-RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FXR-BUSINESS-DATE = BusinessDate
                               PERFORM StoreRateEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               DISPLAY 'FX RATE FILE OPEN FAILED - STATUS='
                       FxrStatus ' - FOREIGN CORRECTIONS WILL BE HELD'
           END-IF
           DISPLAY 'FX RATES LOADED=' RateCount
                   ' FOR ' BusinessDate.

       StoreRateEntry.
           IF FXR-RATE NOT NUMERIC OR FXR-RATE = ZEROES
               OR FXR-CURRENCY = SPACES
               DISPLAY 'FX RATE RECORD FOR CURRENCY ' FXR-CURRENCY
                       ' HAS NO USABLE RATE - IGNORED'
           ELSE
               MOVE FXR-CURRENCY TO CategoryCurrency
               PERFORM LocateRateEntry
               IF RateFound = 'Y'
                   MOVE FXR-RATE TO RT-RATE (RateIndex)
               ELSE
                   IF RateCount < 30
                       ADD 1 TO RateCount
                       MOVE FXR-CURRENCY TO RT-CURRENCY (RateCount)
                       MOVE FXR-RATE     TO RT-RATE (RateCount)
                   ELSE
                       DISPLAY 'FX RATE TABLE FULL - CURRENCY '
                               FXR-CURRENCY ' NOT LOADED'
                   END-IF
               END-IF
           END-IF.

       LocateRateEntry.
           MOVE 'N' TO RateFound
           PERFORM VARYING RateIndex FROM 1 BY 1
                   UNTIL RateIndex > RateCount
                      OR RateFound = 'Y'
               IF RT-CURRENCY (RateIndex) = CategoryCurrency
                   MOVE 'Y' TO RateFound
               END-IF
           END-PERFORM
           IF RateFound = 'Y'
               SUBTRACT 1 FROM RateIndex
           END-IF.

      * Loads the operator's corrections into the lookup table. A
      * missing correction file is not an error - it just means every
      * exception cycles forward.
      * correction replaces the raw data field and is re-extracted;
      * an unmatched exception, or a correction that still yields no
      * numeric content, cycles forward to the next day's file.
      * Record number zero marks a rejected CAT or HDR control
      * record. It is not repairable - its data records already
      * posted (to the unassigned category, for a CAT), so there is
      * no missing money a correction could recover, and matching
      * corrections against it would apply one zero-keyed correction
      * once per zero-numbered exception. It carries forward
      * unconditionally, staying visible on the aging report until
      * the feed or the master is fixed upstream.
       RepairException.
           IF EXC-RECORD-NUMBER = ZEROES
               PERFORM CarryExceptionForward
           IF CorrFound = 'Y'
               PERFORM ProcessLine
               IF NumberFound = 'Y'
                   PERFORM ConvertCorrectionValue
                   IF RateFound = 'Y'
                       PERFORM ApplyOrHoldCorrection
                   ELSE
                       ADD 1 TO NoRateCount
                       DISPLAY 'CORRECTION FOR RECORD '
                               EXC-RECORD-NUMBER ' CATEGORY '
                               EXC-CATEGORY ' HAS NO FX RATE FOR '
                               CategoryCurrency ' ON ' BusinessDate
                               ' - NOT APPLIED, EXCEPTION CYCLES'
                               ' FORWARD'
                       PERFORM CarryExceptionForward
                   END-IF
               ELSE
                   DISPLAY 'CORRECTION FOR RECORD ' EXC-RECORD-NUMBER
                           ' STILL HAS NO NUMERIC CONTENT'
               PERFORM CarryExceptionForward
           END-IF.

      * Puts the recovered value into the base currency the way
      * DAY1's SetCategoryRate and ProcessRecord do: the exception's
      * category gives the currency, a blank currency - the
      * unassigned category, or a name the master does not carry -
      * converts at one, and a foreign currency takes the business
      * date's rate. RateFound is left 'N' when there is none.
       ConvertCorrectionValue.
           MOVE SPACES TO CategoryCurrency
           MOVE ZEROES TO CorrectionRate BaseValue
           IF EXC-CATEGORY NOT = SPACES
               PERFORM VARYING MstIndex FROM 1 BY 1
                       UNTIL MstIndex > MasterCount
                   IF MST-NAME (MstIndex) = EXC-CATEGORY
                       MOVE MST-CURRENCY (MstIndex)
                         TO CategoryCurrency
                   END-IF
               END-PERFORM
           END-IF
           IF CategoryCurrency = SPACES
               MOVE 'Y' TO RateFound
               MOVE 1 TO CorrectionRate
           ELSE
               PERFORM LocateRateEntry
               IF RateFound = 'Y'
                   MOVE RT-RATE (RateIndex) TO CorrectionRate
               END-IF
           END-IF
           IF RateFound = 'Y'
               COMPUTE BaseValue ROUNDED = FullNumber * CorrectionRate
           END-IF.

      * A correction whose extracted value exceeds the operator's
      * threshold only applies when a second pair of initials has
      * approved it; without one it is held, the exception cycles
      * forward untouched, and the report says why. Every correction
      * that does apply leaves a record on the audit trail - the
      * before and after data, the value recovered and its
      * base-currency value, and who keyed and approved it. The
      * base-currency value is what the adjustment carries.
       ApplyOrHoldCorrection.
           MOVE 'Y' TO CorrectionAllowed
           MOVE SPACES TO ApproverInitials
           END-IF
           IF CorrectionAllowed = 'Y'
               ADD 1 TO RepairedCount
               ADD BaseValue TO RepairedSum
               PERFORM WriteAuditRecord
               DISPLAY 'REPAIRED RECORD ' EXC-RECORD-NUMBER
                       ' VALUE=' FullNumber ' ' CategoryCurrency
                       ' BASE VALUE=' BaseValue
           ELSE
               ADD 1 TO HeldCount
               DISPLAY 'CORRECTION FOR RECORD ' EXC-RECORD-NUMBER
           MOVE FullNumber        TO AUD-VALUE
           MOVE CT-INITIALS (CorrMatchIndex) TO AUD-INITIALS
           MOVE ApproverInitials  TO AUD-APPROVED-BY
           IF EXC-FIRST-DATE NUMERIC
               MOVE EXC-FIRST-DATE TO AUD-FIRST-DATE
           ELSE
               MOVE BusinessDate   TO AUD-FIRST-DATE
           END-IF
           MOVE EXC-SEGMENT-NUMBER TO AUD-SEGMENT-NUMBER
           MOVE EXC-CATEGORY      TO AUD-CATEGORY
           MOVE CategoryCurrency  TO AUD-CURRENCY
           MOVE CorrectionRate    TO AUD-FX-RATE
           MOVE BaseValue         TO AUD-BASE-VALUE
           PERFORM ChainAuditRecord
           WRITE CORRECTION-AUDIT-RECORD.

      * The audit file's last chain position, read once before the
      * file is opened for this run's appends.
       LoadAuditChain.
           MOVE ZEROES TO ChainLastSequence ChainLastValue
           MOVE 'N' TO ChainEofSwitch
           OPEN INPUT CORRECTION-AUDIT-FILE
           PERFORM UNTIL ChainEofSwitch = 'Y'
               READ CORRECTION-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO ChainEofSwitch
                   NOT AT END
                       MOVE AUD-CHAIN-SEQUENCE TO ChainLastSequence
                       MOVE AUD-CHAIN-VALUE    TO ChainLastValue
               END-READ
           END-PERFORM
           CLOSE CORRECTION-AUDIT-FILE.

      * Stamps the record about to be appended with the next place in
      * the chain and the chain value over it.
       ChainAuditRecord.
           ADD 1 TO ChainLastSequence
           MOVE ChainLastSequence TO AUD-CHAIN-SEQUENCE
           MOVE ChainLastValue    TO AUD-CHAIN-PRIOR
           MOVE ChainLastValue    TO ChainNumber
           MOVE CORRECTION-AUDIT-RECORD (1:278) TO ChainText
           MOVE 278 TO ChainLength
           PERFORM ComputeChainValue
           MOVE ChainNumber TO AUD-CHAIN-VALUE
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

      * Loads the second-pair-of-initials approvals. A missing
      * approval file is not an error - it just means every
      * over-threshold correction is held today.
           MOVE EXC-RECORD-NUMBER TO NEXC-RECORD-NUMBER
           MOVE EXC-DATA-FIELD    TO NEXC-DATA-FIELD
           MOVE ExcFirstDate      TO NEXC-FIRST-DATE
           MOVE EXC-SEGMENT-NUMBER TO NEXC-SEGMENT-NUMBER
           MOVE EXC-CATEGORY      TO NEXC-CATEGORY
           WRITE NEXT-EXCEPTION-RECORD
           PERFORM WriteAgingLine.

