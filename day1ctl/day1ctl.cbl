       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1CTL.
      * Step controller for the nightly DAY1 stream. The stream is
      * described by STRMDEFF, one record per step in running order,
      * with the highest return code that counts as the step having
      * done its work, the return code that means it held its output
      * back (DAY1GL's held replacement feed), and whether a step
      * that started but never reported an end may simply be started
      * again. The stream runs this program around every step, with
      * a control card saying what is wanted:
      *   B step     - before the step: may it start? Return code 0
      *                start it, 4 skip it (its output from this date
      *                is already good), 8 wait (an earlier step has
      *                not completed, or the step was cut off partway
      *                and is not safe to start again), 16 the card or
      *                stream definition is wrong.
      *   E step rc  - after the step, with the return code it ended
      *                with: recorded as done, held or failed. A
      *                failure writes the restart plan straight away.
      *                Return code 0 done, 4 held, 8 failed.
      *   R step     - the operator wants the step run again though it
      *                is done, or though it was cut off and is not
      *                marked safe to start again: as B, but it starts
      *                provided every step ahead of it is done.
      *   P          - write the restart plan: every step's standing
      *                and the first step to resume from. Return code
      *                0 the stream is complete, 4 a resume point is
      *                named.
      * Each step's standing is rebuilt from the run ledger, not from
      * memory: the controller's own records for the date, in the
      * order they were written, under the step's name. Starting a
      * step again makes every step after it due again, since their
      * inputs are about to change - so a rerun of DAY1 brings
      * DAY1GL back round for its replacement feed, while a rerun
      * begun at DAY1ACK skips the DAY1GL that already ran. Every
      * decision is appended to the ledger under run number zero, as
      * DAY1BAL's balancing records are, so DAY1's run numbering is
      * untouched.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RUN-PARAMETER-FILE ASSIGN TO PARMF
                FILE STATUS IS ParmStatus.
            SELECT STREAM-DEFINITION-FILE ASSIGN TO STRMDEFF
                FILE STATUS IS StrmStatus.
            SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARDF
                FILE STATUS IS CardStatus.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF
                FILE STATUS IS LedgStatus.
            SELECT RESTART-PLAN-FILE ASSIGN TO RSTPLANF.

       DATA DIVISION.
       FILE SECTION.

      * The same run settings DAY1 reads - the date the stream is
      * running for.
       FD RUN-PARAMETER-FILE.
       01 RUN-PARAMETER-RECORD.
           05 PARM-BUSINESS-DATE       PIC 9(8).
           05 FILLER                   PIC X(2).
           05 PARM-CHECKPOINT-INTERVAL PIC 9(6).
           05 FILLER                   PIC X(2).
           05 PARM-PROCESS-OPTIONS     PIC X(10).

      * Operations-owned, one record per step in running order. A
      * hold code of zero means the step never holds.
       FD STREAM-DEFINITION-FILE.
       01 STREAM-DEFINITION-RECORD.
           05 SDF-SEQUENCE          PIC 9(2).
           05 FILLER                PIC X(2).
           05 SDF-STEP              PIC X(8).
           05 FILLER                PIC X(2).
           05 SDF-MAX-RC            PIC 9(2).
           05 FILLER                PIC X(2).
           05 SDF-HOLD-RC           PIC 9(2).
           05 FILLER                PIC X(2).
           05 SDF-RESTARTABLE       PIC X.

       FD CONTROL-CARD-FILE.
       01 CONTROL-CARD-RECORD.
           05 CTL-ACTION            PIC X.
           05 FILLER                PIC X.
           05 CTL-STEP              PIC X(8).
           05 FILLER                PIC X.
           05 CTL-RETURN-CODE       PIC 9(2).

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

       FD RESTART-PLAN-FILE.
       01 RESTART-PLAN-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 ParmStatus    PIC X(2) VALUE SPACES.
           88 ParmOk             VALUE '00'.
           88 ParmNotFound       VALUE '35'.
       01 StrmStatus    PIC X(2) VALUE SPACES.
           88 StrmOk             VALUE '00'.
       01 CardStatus    PIC X(2) VALUE SPACES.
           88 CardOk             VALUE '00'.
       01 LedgStatus    PIC X(2) VALUE SPACES.
           88 LedgOk             VALUE '00' '05'.
       01 BusinessDate  PIC 9(8) VALUE ZEROES.
       01 BusinessDateSplit REDEFINES BusinessDate.
           05 BusinessYear  PIC 9(4).
           05 BusinessMonth PIC 9(2).
           05 BusinessDay   PIC 9(2).
       01 ParmError     PIC X VALUE 'N'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 ClockTime     PIC 9(8) VALUE ZEROES.
       01 CardAction    PIC X VALUE SPACE.
       01 CardStep      PIC X(8) VALUE SPACES.
       01 CardReturnCode PIC 9(2) VALUE ZEROES.
       01 CardRcGiven   PIC X VALUE 'N'.
       01 ControlError  PIC X VALUE 'N'.
       01 ErrorText     PIC X(60) VALUE SPACES.
      * The stream as defined, with each step's standing rebuilt from
      * the ledger: N not run since it last became due, S started
      * with no end reported, D done, H held, F failed.
       01 StepCount     PIC 9(2) VALUE ZEROES.
       01 StepTable.
           05 StepEntry OCCURS 30 TIMES.
               10 ST-SEQUENCE      PIC 9(2).
               10 ST-STEP          PIC X(8).
               10 ST-MAX-RC        PIC 9(2).
               10 ST-HOLD-RC       PIC 9(2).
               10 ST-RESTARTABLE   PIC X.
               10 ST-STATUS        PIC X.
               10 ST-LAST-RC       PIC 9(2).
               10 ST-LAST-PHASE    PIC X(5).
               10 ST-LAST-TIME     PIC 9(6).
       01 StepIndex     PIC 9(2).
       01 LaterIndex    PIC 9(2).
       01 CardIndex     PIC 9(2) VALUE ZEROES.
       01 BlockIndex    PIC 9(2) VALUE ZEROES.
       01 ResumeIndex   PIC 9(2) VALUE ZEROES.
       01 StepFound     PIC X VALUE 'N'.
       01 LedgerStep    PIC 9(2) VALUE ZEROES.
      * The decision and what goes on the ledger for it.
       01 Decision      PIC X(5) VALUE SPACES.
       01 DecisionText  PIC X(60) VALUE SPACES.
       01 DecisionRc    PIC 9(2) VALUE ZEROES.
       01 LedgerStepName PIC X(8) VALUE SPACES.
       01 LedgerSequence PIC 9(2) VALUE ZEROES.
       01 LedgerRc      PIC 9(2) VALUE ZEROES.
       01 PlanHeadingLine.
           05 FILLER PIC X(30) VALUE 'DAY1CTL STREAM RESTART PLAN   '.
           05 FILLER PIC X(14) VALUE 'BUSINESS DATE='.
           05 PHL-DATE       PIC 9(8).
           05 FILLER PIC X(80) VALUE SPACES.
       01 PlanCaptionLine.
           05 FILLER PIC X(36)
               VALUE 'SEQ  STEP      STANDING     LAST RC '.
           05 FILLER PIC X(24) VALUE ' AT      ACTION         '.
           05 FILLER PIC X(72) VALUE SPACES.
       01 PlanDetailLine.
           05 PDL-SEQUENCE   PIC Z9.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 PDL-STEP       PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 PDL-STANDING   PIC X(12).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 PDL-LAST-RC    PIC X(2).
           05 FILLER         PIC X(5)  VALUE SPACES.
           05 PDL-TIME       PIC X(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 PDL-ACTION     PIC X(40).
           05 FILLER         PIC X(47) VALUE SPACES.
       01 PlanResultLine.
           05 FILLER         PIC X(20) VALUE 'RESTART PLAN ==>    '.
           05 PRL-TEXT       PIC X(80).
           05 FILLER         PIC X(32) VALUE SPACES.

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
           PERFORM LoadStreamDefinition
           PERFORM ReadControlCard
           IF ControlError = 'N'
               PERFORM RebuildStepStanding
           END-IF
           IF ControlError = 'Y'
               DISPLAY 'DAY1CTL ' ErrorText
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE CardAction
               WHEN 'B'
                   PERFORM DecideStepStart
               WHEN 'R'
                   PERFORM DecideStepStart
               WHEN 'E'
                   PERFORM RecordStepEnd
               WHEN 'P'
                   PERFORM WriteRestartPlan
           END-EVALUATE
           STOP RUN.

      * Reads the business date from the parameter file DAY1 runs
      * under; without it there is no date to control.
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
               DISPLAY 'DAY1CTL CANNOT START WITHOUT A VALID'
                       ' BUSINESS DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The stream definition must be present, in running order, and
      * name each step once.
       LoadStreamDefinition.
           MOVE ZEROES TO StepCount
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STREAM-DEFINITION-FILE
           IF NOT StrmOk
               MOVE 'Y' TO ControlError
               MOVE SPACES TO ErrorText
               STRING 'STREAM DEFINITION OPEN FAILED - STATUS='
                      StrmStatus
                   DELIMITED BY SIZE INTO ErrorText
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ STREAM-DEFINITION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM StoreStepEntry
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEFINITION-FILE
               IF StepCount = ZEROES AND ControlError = 'N'
                   MOVE 'Y' TO ControlError
                   MOVE 'STREAM DEFINITION IS EMPTY' TO ErrorText
               END-IF
           END-IF.

       StoreStepEntry.
           IF StepCount >= 30
               IF ControlError = 'N'
                   MOVE 'Y' TO ControlError
                   MOVE 'STREAM DEFINITION HOLDS MORE THAN 30 STEPS'
                     TO ErrorText
               END-IF
           ELSE
               IF SDF-SEQUENCE NOT NUMERIC OR SDF-MAX-RC NOT NUMERIC
                   OR SDF-HOLD-RC NOT NUMERIC OR SDF-STEP = SPACES
                   OR (StepCount > ZEROES
                       AND SDF-SEQUENCE <= ST-SEQUENCE (StepCount))
                   IF ControlError = 'N'
                       MOVE 'Y' TO ControlError
                       MOVE SPACES TO ErrorText
                       STRING 'STREAM DEFINITION RECORD ' SDF-SEQUENCE
                              ' INVALID OR OUT OF ORDER'
                           DELIMITED BY SIZE INTO ErrorText
                   END-IF
               ELSE
                   MOVE SDF-STEP TO CardStep
                   PERFORM LocateStep
                   IF StepFound = 'Y' AND ControlError = 'N'
                       MOVE 'Y' TO ControlError
                       MOVE SPACES TO ErrorText
                       STRING 'STEP ' SDF-STEP ' DEFINED TWICE'
                           DELIMITED BY SIZE INTO ErrorText
                   END-IF
                   ADD 1 TO StepCount
                   MOVE SDF-SEQUENCE    TO ST-SEQUENCE (StepCount)
                   MOVE SDF-STEP        TO ST-STEP (StepCount)
                   MOVE SDF-MAX-RC      TO ST-MAX-RC (StepCount)
                   MOVE SDF-HOLD-RC     TO ST-HOLD-RC (StepCount)
                   MOVE SDF-RESTARTABLE TO ST-RESTARTABLE (StepCount)
                   MOVE 'N'             TO ST-STATUS (StepCount)
                   MOVE ZEROES          TO ST-LAST-RC (StepCount)
                                           ST-LAST-TIME (StepCount)
                   MOVE SPACES          TO ST-LAST-PHASE (StepCount)
                   MOVE SPACES          TO CardStep
               END-IF
           END-IF.

      * B and E cards must name a defined step; an E card must carry
      * the return code the step ended with.
       ReadControlCard.
           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CardOk
               IF ControlError = 'N'
                   MOVE 'Y' TO ControlError
                   MOVE SPACES TO ErrorText
                   STRING 'CONTROL CARD OPEN FAILED - STATUS='
                          CardStatus
                       DELIMITED BY SIZE INTO ErrorText
               END-IF
           ELSE
               READ CONTROL-CARD-FILE
                   AT END
                       IF ControlError = 'N'
                           MOVE 'Y' TO ControlError
                           MOVE 'CONTROL CARD FILE IS EMPTY'
                             TO ErrorText
                       END-IF
                   NOT AT END
                       MOVE CTL-ACTION TO CardAction
                       MOVE CTL-STEP   TO CardStep
                       IF CTL-RETURN-CODE NUMERIC
                           MOVE CTL-RETURN-CODE TO CardReturnCode
                           MOVE 'Y' TO CardRcGiven
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF ControlError = 'N'
               PERFORM CheckControlCard
           END-IF.

       CheckControlCard.
           EVALUATE TRUE
               WHEN CardAction NOT = 'B' AND CardAction NOT = 'E'
                   AND CardAction NOT = 'P' AND CardAction NOT = 'R'
                   MOVE 'Y' TO ControlError
                   MOVE SPACES TO ErrorText
                   STRING 'CONTROL CARD ACTION ' CardAction
                          ' IS NOT B, E, R OR P'
                       DELIMITED BY SIZE INTO ErrorText
               WHEN CardAction = 'P'
                   CONTINUE
               WHEN OTHER
                   PERFORM LocateStep
                   MOVE StepIndex TO CardIndex
                   IF StepFound = 'N'
                       MOVE 'Y' TO ControlError
                       MOVE SPACES TO ErrorText
                       STRING 'STEP ' CardStep
                              ' IS NOT IN THE STREAM DEFINITION'
                           DELIMITED BY SIZE INTO ErrorText
                   ELSE
                       IF CardAction = 'E' AND CardRcGiven = 'N'
                           MOVE 'Y' TO ControlError
                           MOVE SPACES TO ErrorText
                           STRING 'END CARD FOR ' CardStep
                                  ' CARRIES NO RETURN CODE'
                               DELIMITED BY SIZE INTO ErrorText
                       END-IF
                   END-IF
           END-EVALUATE.

       LocateStep.
           MOVE 'N' TO StepFound
           PERFORM VARYING StepIndex FROM 1 BY 1
                   UNTIL StepIndex > StepCount
                      OR StepFound = 'Y'
               IF ST-STEP (StepIndex) = CardStep
                   MOVE 'Y' TO StepFound
               END-IF
           END-PERFORM
           IF StepFound = 'Y'
               SUBTRACT 1 FROM StepIndex
           END-IF.

      * Replays the controller's records for the date in the order
      * they were written. Records of other programs on the ledger
      * carry other phases and pass by.
       RebuildStepStanding.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-LEDGER-FILE
           IF LedgOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF LDG-BUSINESS-DATE = BusinessDate
                               AND LDG-RUN-NUMBER = ZEROES
                               PERFORM ApplyLedgerRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           ELSE
               MOVE 'Y' TO ControlError
               MOVE SPACES TO ErrorText
               STRING 'RUN LEDGER OPEN FAILED - STATUS=' LedgStatus
                   DELIMITED BY SIZE INTO ErrorText
           END-IF.

       ApplyLedgerRecord.
           MOVE 'N' TO StepFound
           IF LDG-PHASE = 'GO   ' OR LDG-PHASE = 'DONE '
               OR LDG-PHASE = 'HOLD ' OR LDG-PHASE = 'FAIL '
               PERFORM VARYING LedgerStep FROM 1 BY 1
                       UNTIL LedgerStep > StepCount
                          OR StepFound = 'Y'
                   IF ST-STEP (LedgerStep) = LDG-PROGRAM
                       MOVE 'Y' TO StepFound
                   END-IF
               END-PERFORM
           END-IF
           IF StepFound = 'Y'
               SUBTRACT 1 FROM LedgerStep
               PERFORM ApplyStepPhase
           END-IF.

       ApplyStepPhase.
           MOVE LDG-PHASE    TO ST-LAST-PHASE (LedgerStep)
           MOVE LDG-RUN-TIME TO ST-LAST-TIME (LedgerStep)
           EVALUATE LDG-PHASE
               WHEN 'GO   '
                   MOVE 'S' TO ST-STATUS (LedgerStep)
                   MOVE ZEROES TO ST-LAST-RC (LedgerStep)
                   COMPUTE LaterIndex = LedgerStep + 1
                   PERFORM VARYING LaterIndex FROM LaterIndex BY 1
                           UNTIL LaterIndex > StepCount
                       MOVE 'N' TO ST-STATUS (LaterIndex)
                   END-PERFORM
               WHEN 'DONE '
                   MOVE 'D' TO ST-STATUS (LedgerStep)
                   MOVE LDG-RETURN-CODE TO ST-LAST-RC (LedgerStep)
               WHEN 'HOLD '
                   MOVE 'H' TO ST-STATUS (LedgerStep)
                   MOVE LDG-RETURN-CODE TO ST-LAST-RC (LedgerStep)
               WHEN 'FAIL '
                   MOVE 'F' TO ST-STATUS (LedgerStep)
                   MOVE LDG-RETURN-CODE TO ST-LAST-RC (LedgerStep)
           END-EVALUATE.

      * Before a step: every step ahead of it must be done; a step
      * already done for the date is skipped; one cut off partway
      * starts again only if the definition says it is safe to, or
      * the operator asks for it with an R card.
       DecideStepStart.
           MOVE ZEROES TO BlockIndex
           PERFORM VARYING StepIndex FROM 1 BY 1
                   UNTIL StepIndex >= CardIndex
                      OR BlockIndex > ZEROES
               IF ST-STATUS (StepIndex) NOT = 'D'
                   MOVE StepIndex TO BlockIndex
               END-IF
           END-PERFORM
           MOVE SPACES TO DecisionText
           EVALUATE TRUE
               WHEN BlockIndex > ZEROES
                   MOVE 'WAIT ' TO Decision
                   MOVE 8 TO DecisionRc
                   STRING 'WAIT - EARLIER STEP '
                          ST-STEP (BlockIndex) ' HAS NOT COMPLETED'
                       DELIMITED BY SIZE INTO DecisionText
               WHEN CardAction = 'R'
                   MOVE 'GO   ' TO Decision
                   MOVE 0 TO DecisionRc
                   MOVE 'START AGAIN - RERUN REQUESTED BY OPERATOR'
                     TO DecisionText
               WHEN ST-STATUS (CardIndex) = 'D'
                   MOVE 'SKIP ' TO Decision
                   MOVE 4 TO DecisionRc
                   STRING 'SKIP - ALREADY DONE FOR THE DATE, RC '
                          ST-LAST-RC (CardIndex)
                       DELIMITED BY SIZE INTO DecisionText
               WHEN ST-STATUS (CardIndex) = 'S'
                   AND ST-RESTARTABLE (CardIndex) NOT = 'Y'
                   MOVE 'WAIT ' TO Decision
                   MOVE 8 TO DecisionRc
                   STRING 'WAIT - STARTED WITH NO END REPORTED AND'
                          ' NOT SAFE TO START AGAIN'
                       DELIMITED BY SIZE INTO DecisionText
               WHEN OTHER
                   MOVE 'GO   ' TO Decision
                   MOVE 0 TO DecisionRc
                   EVALUATE ST-STATUS (CardIndex)
                       WHEN 'N'
                           MOVE 'START' TO DecisionText
                       WHEN 'S'
                           MOVE 'START AGAIN - CUT OFF PARTWAY'
                             TO DecisionText
                       WHEN 'H'
                           MOVE 'START AGAIN - LAST RUN HELD'
                             TO DecisionText
                       WHEN 'F'
                           MOVE 'START AGAIN - LAST RUN FAILED'
                             TO DecisionText
                   END-EVALUATE
           END-EVALUATE
           MOVE ST-STEP (CardIndex)     TO LedgerStepName
           MOVE ST-SEQUENCE (CardIndex) TO LedgerSequence
           MOVE ZEROES TO LedgerRc
           PERFORM WriteLedgerDecision
           DISPLAY 'DAY1CTL ' BusinessDate ' STEP ' CardStep ' - '
                   DecisionText
           MOVE DecisionRc TO RETURN-CODE.

      * After a step: within its limit it is done, on its hold code
      * it is held, anything else failed - and a failure writes the
      * restart plan for the night shift there and then.
       RecordStepEnd.
           MOVE ST-STEP (CardIndex)     TO LedgerStepName
           MOVE ST-SEQUENCE (CardIndex) TO LedgerSequence
           MOVE CardReturnCode          TO LedgerRc
           EVALUATE TRUE
               WHEN ST-HOLD-RC (CardIndex) > ZEROES
                   AND CardReturnCode = ST-HOLD-RC (CardIndex)
                   MOVE 'HOLD ' TO Decision
                   MOVE 'H' TO ST-STATUS (CardIndex)
                   MOVE 4 TO DecisionRc
               WHEN CardReturnCode <= ST-MAX-RC (CardIndex)
                   MOVE 'DONE ' TO Decision
                   MOVE 'D' TO ST-STATUS (CardIndex)
                   MOVE 0 TO DecisionRc
               WHEN OTHER
                   MOVE 'FAIL ' TO Decision
                   MOVE 'F' TO ST-STATUS (CardIndex)
                   MOVE 8 TO DecisionRc
           END-EVALUATE
           MOVE CardReturnCode TO ST-LAST-RC (CardIndex)
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO ST-LAST-TIME (CardIndex)
           MOVE Decision TO ST-LAST-PHASE (CardIndex)
           PERFORM WriteLedgerDecision
           DISPLAY 'DAY1CTL ' BusinessDate ' STEP ' CardStep
                   ' ENDED RC ' CardReturnCode ' - ' Decision
           IF Decision = 'FAIL '
               PERFORM WriteRestartPlan
           END-IF
           MOVE DecisionRc TO RETURN-CODE.

      * The first step not done is where the stream resumes; steps
      * ahead of it are skipped, steps after it run behind it.
       WriteRestartPlan.
           MOVE ZEROES TO ResumeIndex
           PERFORM VARYING StepIndex FROM 1 BY 1
                   UNTIL StepIndex > StepCount
                      OR ResumeIndex > ZEROES
               IF ST-STATUS (StepIndex) NOT = 'D'
                   MOVE StepIndex TO ResumeIndex
               END-IF
           END-PERFORM
           OPEN OUTPUT RESTART-PLAN-FILE
           MOVE BusinessDate TO PHL-DATE
           WRITE RESTART-PLAN-LINE FROM PlanHeadingLine
           MOVE SPACES TO RESTART-PLAN-LINE
           WRITE RESTART-PLAN-LINE
           WRITE RESTART-PLAN-LINE FROM PlanCaptionLine
           PERFORM VARYING StepIndex FROM 1 BY 1
                   UNTIL StepIndex > StepCount
               PERFORM WritePlanDetail
           END-PERFORM
           MOVE SPACES TO RESTART-PLAN-LINE
           WRITE RESTART-PLAN-LINE
           MOVE SPACES TO PRL-TEXT
           IF ResumeIndex = ZEROES
               MOVE 'STREAM COMPLETE FOR THE DATE - NOTHING TO RERUN'
                 TO PRL-TEXT
               MOVE 'DAY1CTL ' TO LedgerStepName
               MOVE ZEROES TO LedgerSequence
           ELSE
               STRING 'RESUME FROM STEP ' ST-STEP (ResumeIndex)
                      ' - STEPS AHEAD OF IT ARE NOT TO BE RERUN'
                   DELIMITED BY SIZE INTO PRL-TEXT
               MOVE ST-STEP (ResumeIndex)     TO LedgerStepName
               MOVE ST-SEQUENCE (ResumeIndex) TO LedgerSequence
           END-IF
           WRITE RESTART-PLAN-LINE FROM PlanResultLine
           CLOSE RESTART-PLAN-FILE
           DISPLAY 'DAY1CTL ' BusinessDate ' ' PRL-TEXT
           MOVE 'PLAN ' TO Decision
           MOVE ZEROES TO LedgerRc
           PERFORM WriteLedgerDecision
           IF CardAction = 'P'
               IF ResumeIndex = ZEROES
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WritePlanDetail.
           MOVE ST-SEQUENCE (StepIndex) TO PDL-SEQUENCE
           MOVE ST-STEP (StepIndex)     TO PDL-STEP
           MOVE SPACES TO PDL-LAST-RC PDL-TIME
           EVALUATE ST-STATUS (StepIndex)
               WHEN 'N'
                   MOVE 'NOT RUN'      TO PDL-STANDING
               WHEN 'S'
                   MOVE 'CUT OFF'      TO PDL-STANDING
               WHEN 'D'
                   MOVE 'DONE'         TO PDL-STANDING
               WHEN 'H'
                   MOVE 'HELD'         TO PDL-STANDING
               WHEN 'F'
                   MOVE 'FAILED'       TO PDL-STANDING
           END-EVALUATE
           IF ST-STATUS (StepIndex) NOT = 'N'
               AND ST-STATUS (StepIndex) NOT = 'S'
               MOVE ST-LAST-RC (StepIndex) TO PDL-LAST-RC
           END-IF
           IF ST-STATUS (StepIndex) NOT = 'N'
               MOVE ST-LAST-TIME (StepIndex) TO PDL-TIME
           END-IF
           EVALUATE TRUE
               WHEN ResumeIndex = ZEROES
                   OR StepIndex < ResumeIndex
                   MOVE 'SKIP - OUTPUT ALREADY GOOD' TO PDL-ACTION
               WHEN StepIndex = ResumeIndex
                   AND ST-STATUS (StepIndex) = 'S'
                   AND ST-RESTARTABLE (StepIndex) NOT = 'Y'
                   MOVE 'RESUME HERE - CHECK ITS OUTPUT FIRST'
                     TO PDL-ACTION
               WHEN StepIndex = ResumeIndex
                   MOVE 'RESUME HERE' TO PDL-ACTION
               WHEN OTHER
                   MOVE 'RUN AFTER THE RESUMED STEP' TO PDL-ACTION
           END-EVALUATE
           WRITE RESTART-PLAN-LINE FROM PlanDetailLine.

      * Every decision goes on the ledger under the step's name, run
      * number zero, the step's place in the stream where the records
      * count would go, and the step's return code on an end.
       WriteLedgerDecision.
           PERFORM LoadLedgerChain
           ACCEPT ClockTime FROM TIME
           MOVE BusinessDate   TO LDG-BUSINESS-DATE
           MOVE ZEROES         TO LDG-RUN-NUMBER
           MOVE LedgerStepName TO LDG-PROGRAM
           MOVE Decision       TO LDG-PHASE
           MOVE LedgerSequence TO LDG-RECORDS-READ
           MOVE LedgerRc       TO LDG-RETURN-CODE
           MOVE 'N'            TO LDG-BREAK-FOUND
           MOVE 'N'            TO LDG-BALANCED
           MOVE ClockTime(1:6) TO LDG-RUN-TIME
           MOVE ZEROES         TO LDG-AMOUNT
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
