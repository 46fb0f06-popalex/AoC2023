      * that matches nothing we sent. The posting outcome is appended
      * to the shared run ledger the same way DAY1BAL appends the
      * balancing outcome, so an unacknowledged feed is visible in
      * the same place an unbalanced run is. Every detail's outcome
      * is also appended to the GL posting register, keyed by the
      * feed's kind and number from its GLH - the durable record of
      * exactly what the ledger accepted, which a reversal backs out
      * and DAY1GL checks before releasing a replacement feed. A
      * reversal feed's outcome is recorded in the run ledger as RACK
      * rather than ACK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                FILE STATUS IS AckStatus.
            SELECT ACK-REPORT-FILE ASSIGN TO ACKRPTF.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF.
            SELECT OPTIONAL POSTING-REGISTER-FILE ASSIGN TO GLPOSTF.

       DATA DIVISION.
       FILE SECTION.

      * The feed exactly as DAY1GL wrote it: GLH header, GLD details,
      * GLT trailer, all X(90). The records are told apart by their
      * three-byte tags and redefined into their layouts here.
       FD GL-FEED-FILE.
       01 GL-FEED-RECORD           PIC X(90).

      * One record per detail from the ledger system: the posting key
      * (account, cost center, amount), whether it was accepted or
           05 LDG-BREAK-FOUND      PIC X.
           05 LDG-BALANCED         PIC X.
           05 LDG-RUN-TIME         PIC 9(6).
           05 LDG-AMOUNT           PIC S9(15)V99.
           05 LDG-CHAIN-SEQUENCE   PIC 9(8).
           05 LDG-CHAIN-PRIOR      PIC 9(18).
           05 LDG-CHAIN-VALUE      PIC 9(18).

      * Append-only register of every detail outcome: the feed kind
      * (O original, P replacement, R reversal), the DAY1 run number
      * the feed was built from - for a reversal, the run whose feed
      * it reverses - the reversal sequence, and which acknowledgement
      * attempt this is. Readers count only each feed's latest
      * attempt, so re-running DAY1ACK against a corrected
      * acknowledgement file cannot double the accepted postings.
      * The detail's currency, original-currency amount and rate are
      * kept with the base amount, so a reversal backs out both.
       FD POSTING-REGISTER-FILE.
       01 POSTING-REGISTER-RECORD.
           05 GPR-BUSINESS-DATE    PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-FEED-KIND        PIC X.
           05 GPR-FEED-NUMBER      PIC 9(4).
           05 GPR-FEED-SEQ         PIC 9(2).
           05 GPR-ACK-ATTEMPT      PIC 9(2).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-GL-ACCOUNT       PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-COST-CENTER      PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-CATEGORY         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-AMOUNT           PIC S9(13)V99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-RECORD-COUNT     PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-OUTCOME          PIC X.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-CURRENCY         PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-ORIGINAL-AMOUNT  PIC S9(13)V99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 GPR-FX-RATE          PIC 9(5)V9(6).

       WORKING-STORAGE SECTION.
       01 ClockTime     PIC 9(8) VALUE ZEROES.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 FeedWork.
           05 FW-TAG           PIC X(3).
           05 FW-REST          PIC X(87).
       01 FeedHeader REDEFINES FeedWork.
           05 FILLER           PIC X(3).
           05 FH-BUSINESS-DATE PIC 9(8).
           05 FH-SOURCE        PIC X(8).
           05 FH-FEED-KIND     PIC X.
           05 FH-FEED-NUMBER   PIC X(4).
           05 FH-FEED-SEQ      PIC X(2).
           05 FILLER           PIC X(64).
       01 FeedDetail REDEFINES FeedWork.
           05 FILLER           PIC X(3).
           05 FD-BUSINESS-DATE PIC 9(8).
           05 FD-RECORD-COUNT  PIC 9(6).
           05 FD-CATEGORY      PIC X(10).
           05 FILLER           PIC X(4).
           05 FD-CURRENCY      PIC X(3).
           05 FD-ORIGINAL-AMOUNT PIC S9(13)V99.
           05 FD-FX-RATE       PIC 9(5)V9(6).
           05 FILLER           PIC X(1).
       01 FeedTrailer REDEFINES FeedWork.
           05 FILLER           PIC X(3).
           05 FT-DETAIL-COUNT  PIC 9(6).
           05 FT-HASH-TOTAL    PIC S9(15)V99.
           05 FILLER           PIC X(64).
       01 FeedDate      PIC 9(8) VALUE ZEROES.
       01 HeaderSeen    PIC X VALUE 'N'.
       01 TrailerSeen   PIC X VALUE 'N'.
               10 DT-COST-CENTER  PIC X(6).
               10 DT-AMOUNT       PIC S9(13)V99.
               10 DT-CATEGORY     PIC X(10).
               10 DT-RECORDS      PIC 9(6).
               10 DT-OUTCOME      PIC X.
               10 DT-CURRENCY     PIC X(3).
               10 DT-ORIGINAL     PIC S9(13)V99.
               10 DT-FX-RATE      PIC 9(5)V9(6).
       01 DetailIndex   PIC 9(3).
       01 DetailMatched PIC X VALUE 'N'.
       01 AcksRead      PIC 9(6) VALUE ZEROES.
       01 HashBreak     PIC X VALUE 'N'.
       01 AckBreak      PIC X VALUE 'N'.
       01 FaultText     PIC X(40) VALUE SPACES.
      * The feed being proved. A header written before feeds carried
      * their kind and number reads as an original with number zero.
       01 FeedKind      PIC X VALUE 'O'.
       01 FeedNumber    PIC 9(4) VALUE ZEROES.
       01 FeedSeq       PIC 9(2) VALUE ZEROES.
       01 AckAttempt    PIC 9(2) VALUE ZEROES.
       01 AcceptedAmount PIC S9(15)V99 VALUE ZEROES.
       01 HeadingLine.
           05 FILLER PIC X(10) VALUE 'DAY1ACK   '.
           05 FILLER PIC X(42)
               VALUE 'GL FEED ACKNOWLEDGEMENT RECONCILIATION    '.
           05 FILLER PIC X(15) VALUE 'BUSINESS DATE= '.
           05 HDG-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE '  FEED='.
           05 HDG-KIND PIC X.
           05 FILLER PIC X VALUE '/'.
           05 HDG-FEED PIC 9(4).
           05 FILLER PIC X VALUE '/'.
           05 HDG-SEQ  PIC 9(2).
           05 FILLER PIC X(41) VALUE SPACES.
       01 CaptionLine.
           05 FILLER PIC X(8)  VALUE 'ACCOUNT '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 OUT-TEXT       PIC X(40).
           05 FILLER         PIC X(70) VALUE SPACES.

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
           PERFORM LoadFeedDetails
           IF HeaderSeen = 'N'
               DISPLAY 'DAY1ACK - NO FEED HEADER - NOTHING TO'
                       ' RECONCILE'
               OPEN OUTPUT ACK-REPORT-FILE
               MOVE ZEROES TO HDG-DATE HDG-FEED HDG-SEQ
               MOVE SPACE TO HDG-KIND
               WRITE ACK-REPORT-LINE FROM HeadingLine
               MOVE 'NO FEED WAS SENT - NOTHING TO RECONCILE'
                 TO OUT-TEXT
           PERFORM ProveHashTotal
           OPEN OUTPUT ACK-REPORT-FILE
           MOVE FeedDate TO HDG-DATE
           MOVE FeedKind   TO HDG-KIND
           MOVE FeedNumber TO HDG-FEED
           MOVE FeedSeq    TO HDG-SEQ
           WRITE ACK-REPORT-LINE FROM HeadingLine
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           END-IF
           WRITE ACK-REPORT-LINE FROM OutcomeLine
           CLOSE ACK-REPORT-FILE
           PERFORM WritePostingRegister
           PERFORM WriteLedgerOutcome
           DISPLAY 'DAY1ACK ACCEPTED=' AcceptedCount
                   ' REJECTED=' RejectedCount
               WHEN 'GLH'
                   MOVE 'Y' TO HeaderSeen
                   MOVE FH-BUSINESS-DATE TO FeedDate
                   IF FH-FEED-KIND = 'P' OR FH-FEED-KIND = 'R'
                       MOVE FH-FEED-KIND TO FeedKind
                   ELSE
                       MOVE 'O' TO FeedKind
                   END-IF
                   IF FH-FEED-NUMBER NUMERIC
                       MOVE FH-FEED-NUMBER TO FeedNumber
                   END-IF
                   IF FH-FEED-SEQ NUMERIC
                       MOVE FH-FEED-SEQ TO FeedSeq
                   END-IF
               WHEN 'GLD'
                   IF DetailCount < 200
                       ADD 1 TO DetailCount
                         TO DT-COST-CENTER (DetailCount)
                       MOVE FD-AMOUNT  TO DT-AMOUNT (DetailCount)
                       MOVE FD-CATEGORY TO DT-CATEGORY (DetailCount)
                       MOVE FD-RECORD-COUNT
                         TO DT-RECORDS (DetailCount)
                       MOVE 'U' TO DT-OUTCOME (DetailCount)
                       MOVE FD-CURRENCY TO DT-CURRENCY (DetailCount)
                       MOVE FD-ORIGINAL-AMOUNT
                         TO DT-ORIGINAL (DetailCount)
                       MOVE FD-FX-RATE  TO DT-FX-RATE (DetailCount)
                       ADD FD-AMOUNT TO ComputedHash
                   ELSE
                       DISPLAY 'DETAIL TABLE FULL - FEED LARGER THAN'
                   IF ACK-STATUS = 'A'
                       MOVE 'A' TO DT-OUTCOME (DetailIndex)
                       ADD 1 TO AcceptedCount
                       ADD DT-AMOUNT (DetailIndex) TO AcceptedAmount
                   ELSE
                       MOVE 'R' TO DT-OUTCOME (DetailIndex)
                       ADD 1 TO RejectedCount
               END-IF
           END-PERFORM.

      * Appends every detail's outcome to the posting register as
      * the next acknowledgement attempt for this feed.
       WritePostingRegister.
           MOVE ZEROES TO AckAttempt
           OPEN INPUT POSTING-REGISTER-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ POSTING-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF GPR-BUSINESS-DATE = FeedDate
                           AND GPR-FEED-KIND = FeedKind
                           AND GPR-FEED-NUMBER = FeedNumber
                           AND GPR-FEED-SEQ = FeedSeq
                           AND GPR-ACK-ATTEMPT > AckAttempt
                           MOVE GPR-ACK-ATTEMPT TO AckAttempt
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-REGISTER-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           ADD 1 TO AckAttempt
           OPEN EXTEND POSTING-REGISTER-FILE
           PERFORM VARYING DetailIndex FROM 1 BY 1
                   UNTIL DetailIndex > DetailCount
               MOVE SPACES TO POSTING-REGISTER-RECORD
               MOVE FeedDate   TO GPR-BUSINESS-DATE
               MOVE FeedKind   TO GPR-FEED-KIND
               MOVE FeedNumber TO GPR-FEED-NUMBER
               MOVE FeedSeq    TO GPR-FEED-SEQ
               MOVE AckAttempt TO GPR-ACK-ATTEMPT
               MOVE DT-GL-ACCOUNT (DetailIndex)  TO GPR-GL-ACCOUNT
               MOVE DT-COST-CENTER (DetailIndex) TO GPR-COST-CENTER
               MOVE DT-CATEGORY (DetailIndex)    TO GPR-CATEGORY
               MOVE DT-AMOUNT (DetailIndex)      TO GPR-AMOUNT
               MOVE DT-RECORDS (DetailIndex)     TO GPR-RECORD-COUNT
               MOVE DT-OUTCOME (DetailIndex)     TO GPR-OUTCOME
               MOVE DT-CURRENCY (DetailIndex)    TO GPR-CURRENCY
               MOVE DT-ORIGINAL (DetailIndex)    TO GPR-ORIGINAL-AMOUNT
               MOVE DT-FX-RATE (DetailIndex)     TO GPR-FX-RATE
               WRITE POSTING-REGISTER-RECORD
           END-PERFORM
           CLOSE POSTING-REGISTER-FILE.

      * Records the posting outcome in the shared run ledger, the
      * same place DAY1BAL records the balancing outcome. The run
      * number is the feed's, and the amount is what the ledger
      * accepted, so original, reversal and replacement postings
      * line up against each other on the ledger for the date.
       WriteLedgerOutcome.
           PERFORM LoadLedgerChain
           MOVE FeedDate        TO LDG-BUSINESS-DATE
           MOVE FeedNumber      TO LDG-RUN-NUMBER
           MOVE 'DAY1ACK '      TO LDG-PROGRAM
           IF FeedKind = 'R'
               MOVE 'RACK ' TO LDG-PHASE
           ELSE
               MOVE 'ACK  ' TO LDG-PHASE
           END-IF
           MOVE AcceptedAmount  TO LDG-AMOUNT
           MOVE DetailCount     TO LDG-RECORDS-READ
           MOVE RETURN-CODE     TO LDG-RETURN-CODE
           MOVE 'N'             TO LDG-BREAK-FOUND
           END-IF
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO LDG-RUN-TIME
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
