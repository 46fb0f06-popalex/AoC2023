       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1REV.
      * Reversing GL feed for a rerun business date. When a date is
      * rerun under an override after its feed already went to the
      * ledger, the earlier run's postings must come out before the
      * replacement goes in. The posting register DAY1ACK keeps says
      * exactly what the ledger accepted from each feed; this program
      * nets each earlier feed's accepted postings against any
      * reversal of them already accepted, and writes a reversing
      * GLH/GLD/GLT feed for whatever still stands - only what was
      * accepted, so a detail the ledger rejected is never backed out.
      * The feed goes through DAY1ACK like any other (its GLH says
      * kind R and names the run being reversed), and DAY1GL holds
      * the replacement until that acknowledgement is on file. The
      * report shows the original, reversed and replacement postings
      * side by side per account, cost center and category, followed
      * by the date's feed and acknowledgement trail from the run
      * ledger. Return code 0 means a reversal was written, 4 that
      * nothing stands to be reversed (or that the trail on the
      * report is incomplete), 8 that an earlier reversal is still
      * awaiting its acknowledgement or that a work table filled and
      * the reversal is held, 16 that it cannot run.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RUN-PARAMETER-FILE ASSIGN TO PARMF
                FILE STATUS IS ParmStatus.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF
                FILE STATUS IS LedgStatus.
            SELECT OPTIONAL POSTING-REGISTER-FILE ASSIGN TO GLPOSTF
                FILE STATUS IS RegStatus.
            SELECT REVERSAL-FEED-FILE ASSIGN TO REVFEEDF.
            SELECT REVERSAL-REPORT-FILE ASSIGN TO REVRPTF.

       DATA DIVISION.
       FILE SECTION.

      * The same run settings DAY1 reads - the date being reversed.
       FD RUN-PARAMETER-FILE.
       01 RUN-PARAMETER-RECORD.
           05 PARM-BUSINESS-DATE       PIC 9(8).
           05 FILLER                   PIC X(2).
           05 PARM-CHECKPOINT-INTERVAL PIC 9(6).
           05 FILLER                   PIC X(2).
           05 PARM-PROCESS-OPTIONS     PIC X(10).

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

      * DAY1ACK's register of every detail outcome, by feed.
       FD POSTING-REGISTER-FILE.
       01 POSTING-REGISTER-RECORD.
           05 GPR-BUSINESS-DATE    PIC 9(8).
           05 FILLER               PIC X(2).
           05 GPR-FEED-KIND        PIC X.
           05 GPR-FEED-NUMBER      PIC 9(4).
           05 GPR-FEED-SEQ         PIC 9(2).
           05 GPR-ACK-ATTEMPT      PIC 9(2).
           05 FILLER               PIC X(2).
           05 GPR-GL-ACCOUNT       PIC X(8).
           05 FILLER               PIC X(2).
           05 GPR-COST-CENTER      PIC X(6).
           05 FILLER               PIC X(2).
           05 GPR-CATEGORY         PIC X(10).
           05 FILLER               PIC X(2).
           05 GPR-AMOUNT           PIC S9(13)V99.
           05 FILLER               PIC X(2).
           05 GPR-RECORD-COUNT     PIC 9(6).
           05 FILLER               PIC X(2).
           05 GPR-OUTCOME          PIC X.
           05 FILLER               PIC X(2).
           05 GPR-CURRENCY         PIC X(3).
           05 FILLER               PIC X(2).
           05 GPR-ORIGINAL-AMOUNT  PIC S9(13)V99.
           05 FILLER               PIC X(2).
           05 GPR-FX-RATE          PIC 9(5)V9(6).

      * Same fixed layout as DAY1GL's feed, so the ledger system and
      * DAY1ACK take it without change.
       FD REVERSAL-FEED-FILE.
       01 REVERSAL-FEED-RECORD     PIC X(90).

       FD REVERSAL-REPORT-FILE.
       01 REVERSAL-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 ParmStatus    PIC X(2) VALUE SPACES.
           88 ParmOk             VALUE '00'.
           88 ParmNotFound       VALUE '35'.
       01 LedgStatus    PIC X(2) VALUE SPACES.
           88 LedgOk             VALUE '00' '05'.
       01 RegStatus     PIC X(2) VALUE SPACES.
           88 RegOk              VALUE '00' '05'.
       01 BusinessDate  PIC 9(8) VALUE ZEROES.
       01 BusinessDateSplit REDEFINES BusinessDate.
           05 BusinessYear  PIC 9(4).
           05 BusinessMonth PIC 9(2).
           05 BusinessDay   PIC 9(2).
       01 ParmError     PIC X VALUE 'N'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 ClockTime     PIC 9(8) VALUE ZEROES.
      * The latest DAY1 run for the date - its feed is the
      * replacement; every lower-numbered feed is an original.
       01 LatestRun     PIC 9(4) VALUE ZEROES.
      * The earlier feed this run reverses, and the reversal's
      * sequence against it.
       01 TargetFeed    PIC 9(4) VALUE ZEROES.
       01 TargetSeq     PIC 9(2) VALUE ZEROES.
       01 TargetFound   PIC X VALUE 'N'.
       01 ReversalHeld  PIC X VALUE 'N'.
       01 ReversalCount PIC 9(6) VALUE ZEROES.
       01 ReversalTotal PIC S9(15)V99 VALUE ZEROES.
      * Reversals issued against each earlier feed, from the REV
      * records on the run ledger. Whether the last of them has been
      * acknowledged is read from the posting register by its own
      * sequence - a RACK record says only that DAY1ACK ran, and a
      * re-acknowledgement of an earlier sequence writes another.
       01 ReversalTable.
           05 RevFeedCount PIC 9(3) VALUE ZEROES.
           05 RevFeedEntry OCCURS 50 TIMES.
               10 RV-FEED-NUMBER  PIC 9(4).
               10 RV-ISSUED       PIC 9(3).
       01 RevIndex      PIC 9(3).
       01 RevFound      PIC X VALUE 'N'.
       01 LastReversalSeq PIC 9(3) VALUE ZEROES.
       01 LastReversalAcked PIC X VALUE 'N'.
      * Latest acknowledgement attempt for each feed of the date -
      * only that attempt's outcomes count.
       01 AttemptTable.
           05 AttemptCount PIC 9(3) VALUE ZEROES.
           05 AttemptEntry OCCURS 200 TIMES.
               10 AT-FEED-KIND    PIC X.
               10 AT-FEED-NUMBER  PIC 9(4).
               10 AT-FEED-SEQ     PIC 9(2).
               10 AT-ACK-ATTEMPT  PIC 9(2).
       01 AttemptIndex  PIC 9(3).
       01 AttemptFound  PIC X VALUE 'N'.
      * What still stands from each earlier feed, by account, cost
      * center and category: accepted postings net of accepted
      * reversals of them.
       01 OutstandingTable.
           05 OutstandingCount PIC 9(3) VALUE ZEROES.
           05 OutstandingEntry OCCURS 500 TIMES.
               10 OS-FEED-NUMBER  PIC 9(4).
               10 OS-GL-ACCOUNT   PIC X(8).
               10 OS-COST-CENTER  PIC X(6).
               10 OS-CATEGORY     PIC X(10).
               10 OS-AMOUNT       PIC S9(13)V99.
               10 OS-RECORDS      PIC 9(6).
               10 OS-CURRENCY     PIC X(3).
               10 OS-ORIGINAL     PIC S9(13)V99.
               10 OS-FX-RATE      PIC 9(5)V9(6).
       01 OutstandingIndex PIC 9(3).
       01 OutstandingFound PIC X VALUE 'N'.
      * The side-by-side view of the date's accepted postings.
       01 PostingTable.
           05 PostingCount PIC 9(3) VALUE ZEROES.
           05 PostingEntry OCCURS 300 TIMES.
               10 PT-GL-ACCOUNT   PIC X(8).
               10 PT-COST-CENTER  PIC X(6).
               10 PT-CATEGORY     PIC X(10).
               10 PT-ORIGINAL     PIC S9(13)V99.
               10 PT-REVERSED     PIC S9(13)V99.
               10 PT-REPLACEMENT  PIC S9(13)V99.
       01 PostingIndex  PIC 9(3).
       01 PostingFound  PIC X VALUE 'N'.
       01 PostingNet    PIC S9(15)V99 VALUE ZEROES.
       01 TotalOriginal PIC S9(15)V99 VALUE ZEROES.
       01 TotalReversed PIC S9(15)V99 VALUE ZEROES.
       01 TotalReplacement PIC S9(15)V99 VALUE ZEROES.
       01 TableOverflow PIC X VALUE 'N'.
      * A table the reversal is worked out from filled: its totals
      * would be incomplete, so nothing is sent.
       01 ReversalTableFull PIC X VALUE 'N'.
      * The date's feed, hold, acknowledgement and reversal records
      * from the run ledger, in the order they were written.
       01 TrailTable.
           05 TrailCount PIC 9(3) VALUE ZEROES.
           05 TrailEntry OCCURS 100 TIMES.
               10 TR-RUN-NUMBER   PIC 9(4).
               10 TR-PROGRAM      PIC X(8).
               10 TR-PHASE        PIC X(5).
               10 TR-RETURN-CODE  PIC 9(2).
               10 TR-RECORDS      PIC 9(6).
               10 TR-AMOUNT       PIC S9(15)V99.
       01 TrailIndex    PIC 9(3).
       01 OutcomeText   PIC X(60) VALUE SPACES.
       01 RevHeaderRecord.
           05 FILLER           PIC X(3) VALUE 'GLH'.
           05 RVH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X(8) VALUE 'DAY1REV '.
           05 FILLER           PIC X VALUE 'R'.
           05 RVH-FEED-NUMBER  PIC 9(4).
           05 RVH-FEED-SEQ     PIC 9(2).
           05 FILLER           PIC X(64) VALUE SPACES.
       01 RevDetailRecord.
           05 FILLER           PIC X(3) VALUE 'GLD'.
           05 RVD-BUSINESS-DATE PIC 9(8).
           05 RVD-GL-ACCOUNT   PIC X(8).
           05 RVD-COST-CENTER  PIC X(6).
           05 RVD-AMOUNT       PIC S9(13)V99.
           05 RVD-RECORD-COUNT PIC 9(6).
           05 RVD-CATEGORY     PIC X(10).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 RVD-CURRENCY     PIC X(3).
           05 RVD-ORIGINAL-AMOUNT PIC S9(13)V99.
           05 RVD-FX-RATE      PIC 9(5)V9(6).
           05 FILLER           PIC X(1) VALUE SPACES.
       01 RevTrailerRecord.
           05 FILLER           PIC X(3) VALUE 'GLT'.
           05 RVT-DETAIL-COUNT PIC 9(6).
           05 RVT-HASH-TOTAL   PIC S9(15)V99.
           05 FILLER           PIC X(64) VALUE SPACES.
       01 TitleLine.
           05 FILLER PIC X(10) VALUE 'DAY1REV   '.
           05 FILLER PIC X(33)
               VALUE 'GL POSTINGS FOR RERUN DATE       '.
           05 FILLER PIC X(15) VALUE 'BUSINESS DATE= '.
           05 TTL-DATE PIC 9(8).
           05 FILLER PIC X(14) VALUE '  LATEST RUN= '.
           05 TTL-RUN  PIC 9(4).
           05 FILLER PIC X(48) VALUE SPACES.
       01 SectionLine.
           05 SEC-TEXT PIC X(132).
       01 CaptionLine.
           05 FILLER PIC X(34)
               VALUE '  GL ACCT   COST    CATEGORY      '.
           05 FILLER PIC X(38)
               VALUE '         ORIGINAL           REVERSED  '.
           05 FILLER PIC X(38)
               VALUE '      REPLACEMENT                NET  '.
           05 FILLER PIC X(22) VALUE SPACES.
       01 DetailLine.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DL-GL-ACCOUNT  PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DL-COST-CENTER PIC X(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DL-CATEGORY    PIC X(10).
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 DL-ORIGINAL    PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DL-REVERSED    PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DL-REPLACEMENT PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DL-NET         PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(22) VALUE SPACES.
       01 TrailCaptionLine.
           05 FILLER PIC X(36)
               VALUE '  RUN   PROGRAM   PHASE  RC  RECORDS'.
           05 FILLER PIC X(21) VALUE '               AMOUNT'.
           05 FILLER PIC X(75) VALUE SPACES.
       01 TrailLine.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TL-RUN-NUMBER  PIC 9(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TL-PROGRAM     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TL-PHASE       PIC X(5).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TL-RETURN-CODE PIC 9(2).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 TL-RECORDS     PIC ZZZZZ9.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 TL-AMOUNT      PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(75) VALUE SPACES.
       01 OutcomeLine.
           05 FILLER         PIC X(22)
               VALUE 'REVERSAL OUTCOME ==>  '.
           05 OUT-TEXT       PIC X(60).
           05 FILLER         PIC X(50) VALUE SPACES.

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
           PERFORM ScanRunLedger
           PERFORM FindLatestAttempts
           PERFORM CollectPostings
           PERFORM ChooseTarget
           EVALUATE TRUE
               WHEN ReversalTableFull = 'Y'
                   MOVE 'A WORK TABLE FILLED - REVERSAL HELD'
                     TO OutcomeText
                   OPEN OUTPUT REVERSAL-FEED-FILE
                   CLOSE REVERSAL-FEED-FILE
                   MOVE 8 TO RETURN-CODE
               WHEN TargetFound = 'N'
                   MOVE 'NOTHING STANDS TO BE REVERSED - NO FEED'
                     TO OutcomeText
                   OPEN OUTPUT REVERSAL-FEED-FILE
                   CLOSE REVERSAL-FEED-FILE
                   MOVE 4 TO RETURN-CODE
               WHEN ReversalHeld = 'Y'
                   MOVE 'EARLIER REVERSAL NOT YET ACKNOWLEDGED - HELD'
                     TO OutcomeText
                   OPEN OUTPUT REVERSAL-FEED-FILE
                   CLOSE REVERSAL-FEED-FILE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM WriteReversalFeed
                   MOVE 'REVERSAL FEED WRITTEN FOR RUN' TO OutcomeText
                   MOVE TargetFeed TO OutcomeText(31:4)
                   IF TableOverflow = 'Y'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
                   PERFORM WriteLedgerReversal
           END-EVALUATE
           PERFORM WriteReversalReport
           DISPLAY 'DAY1REV ' OutcomeText
           DISPLAY 'DAY1REV DETAILS=' ReversalCount
                   ' TOTAL=' ReversalTotal
           STOP RUN.

      * Reads the business date from the same parameter file DAY1 ran
      * under; without it there is no date to reverse.
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
               DISPLAY 'DAY1REV CANNOT START WITHOUT A VALID'
                       ' BUSINESS DATE'
               OPEN OUTPUT REVERSAL-FEED-FILE
               CLOSE REVERSAL-FEED-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'DAY1REV RUNNING FOR BUSINESS DATE ' BusinessDate.

      * Walks the run ledger for the date: the latest DAY1 END names
      * the replacement run, the REV records say how many reversals
      * each earlier feed has had, and the feed records make up the
      * trail printed on the report.
       ScanRunLedger.
           OPEN INPUT RUN-LEDGER-FILE
           IF LedgOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF LDG-BUSINESS-DATE = BusinessDate
                               PERFORM ExamineLedgerRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY 'RUN LEDGER OPEN FAILED - STATUS=' LedgStatus
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           DISPLAY 'LATEST RUN FOR DATE=' LatestRun.

       ExamineLedgerRecord.
           IF LDG-PROGRAM = 'DAY1    ' AND LDG-PHASE = 'END  '
               IF LDG-RUN-NUMBER > LatestRun
                   MOVE LDG-RUN-NUMBER TO LatestRun
               END-IF
               PERFORM StoreTrailEntry
           END-IF
           IF (LDG-PROGRAM = 'DAY1GL  ' OR LDG-PROGRAM = 'DAY1ACK '
               OR LDG-PROGRAM = 'DAY1REV ')
               AND (LDG-PHASE = 'FEED ' OR LDG-PHASE = 'HELD '
               OR LDG-PHASE = 'ACK  ' OR LDG-PHASE = 'RACK '
               OR LDG-PHASE = 'REV  ')
               PERFORM StoreTrailEntry
           END-IF
           IF LDG-PHASE = 'REV  '
               PERFORM NoteReversal
           END-IF.

       StoreTrailEntry.
           IF TrailCount < 100
               ADD 1 TO TrailCount
               MOVE LDG-RUN-NUMBER   TO TR-RUN-NUMBER (TrailCount)
               MOVE LDG-PROGRAM      TO TR-PROGRAM (TrailCount)
               MOVE LDG-PHASE        TO TR-PHASE (TrailCount)
               MOVE LDG-RETURN-CODE  TO TR-RETURN-CODE (TrailCount)
               MOVE LDG-RECORDS-READ TO TR-RECORDS (TrailCount)
               MOVE LDG-AMOUNT       TO TR-AMOUNT (TrailCount)
           ELSE
               MOVE 'Y' TO TableOverflow
           END-IF.

       NoteReversal.
           MOVE 'N' TO RevFound
           PERFORM VARYING RevIndex FROM 1 BY 1
                   UNTIL RevIndex > RevFeedCount OR RevFound = 'Y'
               IF RV-FEED-NUMBER (RevIndex) = LDG-RUN-NUMBER
                   MOVE 'Y' TO RevFound
               END-IF
           END-PERFORM
           IF RevFound = 'Y'
               SUBTRACT 1 FROM RevIndex
           ELSE
               IF RevFeedCount < 50
                   ADD 1 TO RevFeedCount
                   MOVE RevFeedCount TO RevIndex
                   MOVE LDG-RUN-NUMBER TO RV-FEED-NUMBER (RevIndex)
                   MOVE ZEROES TO RV-ISSUED (RevIndex)
               ELSE
                   DISPLAY 'REVERSAL TABLE FULL - REVERSAL HELD'
                   MOVE 'Y' TO TableOverflow ReversalTableFull
                   MOVE ZEROES TO RevIndex
               END-IF
           END-IF
           IF RevIndex > ZEROES
               ADD 1 TO RV-ISSUED (RevIndex)
           END-IF.

      * First pass of the register: the highest acknowledgement
      * attempt on file for each feed of the date.
       FindLatestAttempts.
           OPEN INPUT POSTING-REGISTER-FILE
           IF RegOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ POSTING-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF GPR-BUSINESS-DATE = BusinessDate
                               PERFORM NoteAttempt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-REGISTER-FILE
           ELSE
               DISPLAY 'POSTING REGISTER OPEN FAILED - STATUS='
                       RegStatus
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       NoteAttempt.
           PERFORM LocateAttempt
           IF AttemptFound = 'Y'
               IF GPR-ACK-ATTEMPT > AT-ACK-ATTEMPT (AttemptIndex)
                   MOVE GPR-ACK-ATTEMPT TO AT-ACK-ATTEMPT (AttemptIndex)
               END-IF
           ELSE
               IF AttemptCount < 200
                   ADD 1 TO AttemptCount
                   MOVE GPR-FEED-KIND   TO AT-FEED-KIND (AttemptCount)
                   MOVE GPR-FEED-NUMBER TO AT-FEED-NUMBER (AttemptCount)
                   MOVE GPR-FEED-SEQ    TO AT-FEED-SEQ (AttemptCount)
                   MOVE GPR-ACK-ATTEMPT TO AT-ACK-ATTEMPT (AttemptCount)
               ELSE
                   DISPLAY 'ATTEMPT TABLE FULL - REVERSAL HELD'
                   MOVE 'Y' TO TableOverflow ReversalTableFull
               END-IF
           END-IF.

       LocateAttempt.
           MOVE 'N' TO AttemptFound
           PERFORM VARYING AttemptIndex FROM 1 BY 1
                   UNTIL AttemptIndex > AttemptCount
                      OR AttemptFound = 'Y'
               IF AT-FEED-KIND (AttemptIndex) = GPR-FEED-KIND
                   AND AT-FEED-NUMBER (AttemptIndex) = GPR-FEED-NUMBER
                   AND AT-FEED-SEQ (AttemptIndex) = GPR-FEED-SEQ
                   MOVE 'Y' TO AttemptFound
               END-IF
           END-PERFORM
           IF AttemptFound = 'Y'
               SUBTRACT 1 FROM AttemptIndex
           END-IF.

      * Second pass: every accepted posting of the latest attempt
      * goes into the side-by-side view, and those of earlier feeds
      * and their reversals into what still stands per feed.
       CollectPostings.
           OPEN INPUT POSTING-REGISTER-FILE
           IF RegOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ POSTING-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF GPR-BUSINESS-DATE = BusinessDate
                               AND GPR-OUTCOME = 'A'
                               PERFORM LocateAttempt
                               IF AttemptFound = 'Y'
                                   AND GPR-ACK-ATTEMPT =
                                       AT-ACK-ATTEMPT (AttemptIndex)
                                   PERFORM AddPosting
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-REGISTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       AddPosting.
           MOVE 'N' TO PostingFound
           PERFORM VARYING PostingIndex FROM 1 BY 1
                   UNTIL PostingIndex > PostingCount
                      OR PostingFound = 'Y'
               IF PT-GL-ACCOUNT (PostingIndex) = GPR-GL-ACCOUNT
                   AND PT-COST-CENTER (PostingIndex) = GPR-COST-CENTER
                   AND PT-CATEGORY (PostingIndex) = GPR-CATEGORY
                   MOVE 'Y' TO PostingFound
               END-IF
           END-PERFORM
           IF PostingFound = 'Y'
               SUBTRACT 1 FROM PostingIndex
           ELSE
               IF PostingCount < 300
                   ADD 1 TO PostingCount
                   MOVE PostingCount TO PostingIndex
                   MOVE GPR-GL-ACCOUNT TO PT-GL-ACCOUNT (PostingIndex)
                   MOVE GPR-COST-CENTER
                     TO PT-COST-CENTER (PostingIndex)
                   MOVE GPR-CATEGORY TO PT-CATEGORY (PostingIndex)
                   MOVE ZEROES TO PT-ORIGINAL (PostingIndex)
                                  PT-REVERSED (PostingIndex)
                                  PT-REPLACEMENT (PostingIndex)
               ELSE
                   DISPLAY 'POSTING TABLE FULL - REVERSAL HELD'
                   MOVE 'Y' TO TableOverflow ReversalTableFull
                   MOVE ZEROES TO PostingIndex
               END-IF
           END-IF
           IF PostingIndex > ZEROES
               EVALUATE TRUE
                   WHEN GPR-FEED-KIND = 'R'
                       ADD GPR-AMOUNT TO PT-REVERSED (PostingIndex)
                   WHEN GPR-FEED-NUMBER < LatestRun
                       ADD GPR-AMOUNT TO PT-ORIGINAL (PostingIndex)
                   WHEN OTHER
                       ADD GPR-AMOUNT TO PT-REPLACEMENT (PostingIndex)
               END-EVALUATE
           END-IF
           IF GPR-FEED-NUMBER < LatestRun
               PERFORM AddOutstanding
           END-IF.

       AddOutstanding.
           MOVE 'N' TO OutstandingFound
           PERFORM VARYING OutstandingIndex FROM 1 BY 1
                   UNTIL OutstandingIndex > OutstandingCount
                      OR OutstandingFound = 'Y'
               IF OS-FEED-NUMBER (OutstandingIndex) = GPR-FEED-NUMBER
                   AND OS-GL-ACCOUNT (OutstandingIndex)
                       = GPR-GL-ACCOUNT
                   AND OS-COST-CENTER (OutstandingIndex)
                       = GPR-COST-CENTER
                   AND OS-CATEGORY (OutstandingIndex) = GPR-CATEGORY
                   MOVE 'Y' TO OutstandingFound
               END-IF
           END-PERFORM
           IF OutstandingFound = 'Y'
               SUBTRACT 1 FROM OutstandingIndex
           ELSE
               IF OutstandingCount < 500
                   ADD 1 TO OutstandingCount
                   MOVE OutstandingCount TO OutstandingIndex
                   MOVE GPR-FEED-NUMBER
                     TO OS-FEED-NUMBER (OutstandingIndex)
                   MOVE GPR-GL-ACCOUNT
                     TO OS-GL-ACCOUNT (OutstandingIndex)
                   MOVE GPR-COST-CENTER
                     TO OS-COST-CENTER (OutstandingIndex)
                   MOVE GPR-CATEGORY TO OS-CATEGORY (OutstandingIndex)
                   MOVE ZEROES TO OS-AMOUNT (OutstandingIndex)
                                  OS-RECORDS (OutstandingIndex)
                                  OS-ORIGINAL (OutstandingIndex)
                                  OS-FX-RATE (OutstandingIndex)
                   MOVE SPACES TO OS-CURRENCY (OutstandingIndex)
               ELSE
                   DISPLAY 'OUTSTANDING TABLE FULL - REVERSAL HELD'
                   MOVE 'Y' TO TableOverflow ReversalTableFull
                   MOVE ZEROES TO OutstandingIndex
               END-IF
           END-IF
           IF OutstandingIndex > ZEROES
               ADD GPR-AMOUNT TO OS-AMOUNT (OutstandingIndex)
               ADD GPR-ORIGINAL-AMOUNT TO OS-ORIGINAL (OutstandingIndex)
               IF GPR-FEED-KIND NOT = 'R'
                   MOVE GPR-RECORD-COUNT
                     TO OS-RECORDS (OutstandingIndex)
                   MOVE GPR-CURRENCY TO OS-CURRENCY (OutstandingIndex)
                   MOVE GPR-FX-RATE  TO OS-FX-RATE (OutstandingIndex)
               END-IF
           END-IF.

      * The lowest-numbered earlier feed with anything still standing
      * is reversed first. A reversal of it already on the ledger but
      * not yet acknowledged holds this run - issuing a second one
      * before the first is proved could back the postings out twice.
       ChooseTarget.
           MOVE 9999 TO TargetFeed
           PERFORM VARYING OutstandingIndex FROM 1 BY 1
                   UNTIL OutstandingIndex > OutstandingCount
               IF OS-AMOUNT (OutstandingIndex) NOT = ZEROES
                   AND OS-FEED-NUMBER (OutstandingIndex) < TargetFeed
                   MOVE OS-FEED-NUMBER (OutstandingIndex) TO TargetFeed
                   MOVE 'Y' TO TargetFound
               END-IF
           END-PERFORM
           IF TargetFound = 'N'
               MOVE ZEROES TO TargetFeed
           ELSE
               MOVE ZEROES TO LastReversalSeq
               PERFORM VARYING RevIndex FROM 1 BY 1
                       UNTIL RevIndex > RevFeedCount
                   IF RV-FEED-NUMBER (RevIndex) = TargetFeed
                       MOVE RV-ISSUED (RevIndex) TO LastReversalSeq
                   END-IF
               END-PERFORM
               IF LastReversalSeq > ZEROES
                   PERFORM CheckLastReversalAcked
                   IF LastReversalAcked = 'N'
                       MOVE 'Y' TO ReversalHeld
                   END-IF
               END-IF
               COMPUTE TargetSeq = LastReversalSeq + 1
               DISPLAY 'EARLIER FEED TO REVERSE=' TargetFeed
                       ' SEQUENCE=' TargetSeq
           END-IF.

      * The last reversal issued against the target is acknowledged
      * once the register holds kind R rows for that feed under that
      * very sequence, whatever their outcome.
       CheckLastReversalAcked.
           MOVE 'N' TO LastReversalAcked
           PERFORM VARYING AttemptIndex FROM 1 BY 1
                   UNTIL AttemptIndex > AttemptCount
                      OR LastReversalAcked = 'Y'
               IF AT-FEED-KIND (AttemptIndex) = 'R'
                   AND AT-FEED-NUMBER (AttemptIndex) = TargetFeed
                   AND AT-FEED-SEQ (AttemptIndex) = LastReversalSeq
                   MOVE 'Y' TO LastReversalAcked
               END-IF
           END-PERFORM.

      * One GLD per account, cost center and category still standing
      * from the target feed, for the negated accepted amount and the
      * record count of the posting it reverses - the base amount and
      * the original-currency amount both negated, at the rate the
      * posting went in at.
       WriteReversalFeed.
           OPEN OUTPUT REVERSAL-FEED-FILE
           MOVE BusinessDate TO RVH-BUSINESS-DATE
           MOVE TargetFeed   TO RVH-FEED-NUMBER
           MOVE TargetSeq    TO RVH-FEED-SEQ
           WRITE REVERSAL-FEED-RECORD FROM RevHeaderRecord
           PERFORM VARYING OutstandingIndex FROM 1 BY 1
                   UNTIL OutstandingIndex > OutstandingCount
               IF OS-FEED-NUMBER (OutstandingIndex) = TargetFeed
                   AND OS-AMOUNT (OutstandingIndex) NOT = ZEROES
                   MOVE BusinessDate TO RVD-BUSINESS-DATE
                   MOVE OS-GL-ACCOUNT (OutstandingIndex)
                     TO RVD-GL-ACCOUNT
                   MOVE OS-COST-CENTER (OutstandingIndex)
                     TO RVD-COST-CENTER
                   COMPUTE RVD-AMOUNT =
                       ZERO - OS-AMOUNT (OutstandingIndex)
                   MOVE OS-RECORDS (OutstandingIndex)
                     TO RVD-RECORD-COUNT
                   MOVE OS-CATEGORY (OutstandingIndex) TO RVD-CATEGORY
                   MOVE OS-CURRENCY (OutstandingIndex) TO RVD-CURRENCY
                   COMPUTE RVD-ORIGINAL-AMOUNT =
                       ZERO - OS-ORIGINAL (OutstandingIndex)
                   MOVE OS-FX-RATE (OutstandingIndex) TO RVD-FX-RATE
                   ADD RVD-AMOUNT TO ReversalTotal
                   ADD 1 TO ReversalCount
                   WRITE REVERSAL-FEED-RECORD FROM RevDetailRecord
               END-IF
           END-PERFORM
           MOVE ReversalCount TO RVT-DETAIL-COUNT
           MOVE ReversalTotal TO RVT-HASH-TOTAL
           WRITE REVERSAL-FEED-RECORD FROM RevTrailerRecord
           CLOSE REVERSAL-FEED-FILE.

      * The reversal goes on the run ledger under the number of the
      * feed it reverses; DAY1ACK's RACK record will sit beside it.
       WriteLedgerReversal.
           PERFORM LoadLedgerChain
           MOVE BusinessDate    TO LDG-BUSINESS-DATE
           MOVE TargetFeed      TO LDG-RUN-NUMBER
           MOVE 'DAY1REV '      TO LDG-PROGRAM
           MOVE 'REV  '         TO LDG-PHASE
           MOVE ReversalCount   TO LDG-RECORDS-READ
           MOVE RETURN-CODE     TO LDG-RETURN-CODE
           MOVE 'N'             TO LDG-BREAK-FOUND
           MOVE 'N'             TO LDG-BALANCED
           MOVE ReversalTotal   TO LDG-AMOUNT
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO LDG-RUN-TIME
           PERFORM ChainLedgerRecord
           OPEN EXTEND RUN-LEDGER-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE
           PERFORM StoreTrailEntry.

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

       WriteReversalReport.
           OPEN OUTPUT REVERSAL-REPORT-FILE
           MOVE BusinessDate TO TTL-DATE
           MOVE LatestRun    TO TTL-RUN
           WRITE REVERSAL-REPORT-LINE FROM TitleLine
           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE 'ACCEPTED POSTINGS BY ACCOUNT - ORIGINAL, REVERSED AND'
             TO SEC-TEXT
           MOVE 'REPLACEMENT SIDE BY SIDE' TO SEC-TEXT(55:24)
           WRITE REVERSAL-REPORT-LINE FROM SectionLine
           WRITE REVERSAL-REPORT-LINE FROM CaptionLine
           PERFORM VARYING PostingIndex FROM 1 BY 1
                   UNTIL PostingIndex > PostingCount
               MOVE PT-GL-ACCOUNT (PostingIndex)  TO DL-GL-ACCOUNT
               MOVE PT-COST-CENTER (PostingIndex) TO DL-COST-CENTER
               MOVE PT-CATEGORY (PostingIndex)    TO DL-CATEGORY
               MOVE PT-ORIGINAL (PostingIndex)    TO DL-ORIGINAL
               MOVE PT-REVERSED (PostingIndex)    TO DL-REVERSED
               MOVE PT-REPLACEMENT (PostingIndex) TO DL-REPLACEMENT
               COMPUTE PostingNet = PT-ORIGINAL (PostingIndex)
                                  + PT-REVERSED (PostingIndex)
                                  + PT-REPLACEMENT (PostingIndex)
               MOVE PostingNet TO DL-NET
               ADD PT-ORIGINAL (PostingIndex)    TO TotalOriginal
               ADD PT-REVERSED (PostingIndex)    TO TotalReversed
               ADD PT-REPLACEMENT (PostingIndex) TO TotalReplacement
               WRITE REVERSAL-REPORT-LINE FROM DetailLine
           END-PERFORM
           MOVE SPACES           TO DL-GL-ACCOUNT DL-COST-CENTER
           MOVE 'TOTAL'          TO DL-CATEGORY
           MOVE TotalOriginal    TO DL-ORIGINAL
           MOVE TotalReversed    TO DL-REVERSED
           MOVE TotalReplacement TO DL-REPLACEMENT
           COMPUTE PostingNet = TotalOriginal + TotalReversed
                              + TotalReplacement
           MOVE PostingNet TO DL-NET
           WRITE REVERSAL-REPORT-LINE FROM DetailLine
           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE 'RUN LEDGER - FEED, ACKNOWLEDGEMENT AND REVERSAL TRAIL'
             TO SEC-TEXT
           WRITE REVERSAL-REPORT-LINE FROM SectionLine
           WRITE REVERSAL-REPORT-LINE FROM TrailCaptionLine
           PERFORM VARYING TrailIndex FROM 1 BY 1
                   UNTIL TrailIndex > TrailCount
               MOVE TR-RUN-NUMBER (TrailIndex)  TO TL-RUN-NUMBER
               MOVE TR-PROGRAM (TrailIndex)     TO TL-PROGRAM
               MOVE TR-PHASE (TrailIndex)       TO TL-PHASE
               MOVE TR-RETURN-CODE (TrailIndex) TO TL-RETURN-CODE
               MOVE TR-RECORDS (TrailIndex)     TO TL-RECORDS
               MOVE TR-AMOUNT (TrailIndex)      TO TL-AMOUNT
               WRITE REVERSAL-REPORT-LINE FROM TrailLine
           END-PERFORM
           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           IF TableOverflow = 'Y'
               MOVE 'A WORK TABLE FILLED - REPORT IS INCOMPLETE'
                 TO SEC-TEXT
               WRITE REVERSAL-REPORT-LINE FROM SectionLine
           END-IF
           MOVE OutcomeText TO OUT-TEXT
           WRITE REVERSAL-REPORT-LINE FROM OutcomeLine
           CLOSE REVERSAL-REPORT-FILE.
