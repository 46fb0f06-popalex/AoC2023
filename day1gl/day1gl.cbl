      * unassigned (blank) category posts through a blank-keyed
      * mapping entry - the suspense account - when the master
      * carries one.
      * A business line kept in a foreign currency posts its base-
      * currency amount, with the original amount and the rate DAY1
      * converted at carried alongside on the detail. A category DAY1
      * could find no rate for on the date refuses the whole feed -
      * it is rerun once treasury's rate is in, never posted at a
      * stale one.
      * Each feed is numbered with the DAY1 run it was built from, the
      * latest END recorded for the date in the run ledger. When the
      * date was rerun and an earlier run's feed was accepted by the
      * ledger, the posting register shows what is still standing
      * from it; the replacement feed is held (RC 8) until DAY1REV's
      * reversal of those postings has been acknowledged, and an
      * earlier feed still awaiting its own acknowledgement holds it
      * too. A held run leaves GLFEEDF as it stands, so the earlier
      * feed stays there for DAY1ACK to reconcile its acknowledgement
      * against. The feed or hold is recorded on the run ledger.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
            SELECT GL-MAPPING-FILE ASSIGN TO GLMAPF
                FILE STATUS IS MapStatus.
            SELECT GL-FEED-FILE ASSIGN TO GLFEEDF.
            SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO RUNLEDGF.
            SELECT OPTIONAL POSTING-REGISTER-FILE ASSIGN TO GLPOSTF.

       DATA DIVISION.
       FILE SECTION.
           05 CSUM-SUM              PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 CSUM-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2).
           05 CSUM-CURRENCY         PIC X(3).
           05 FILLER                PIC X(2).
           05 CSUM-ORIGINAL-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 CSUM-FX-RATE          PIC 9(5)V9(6).

       FD BALANCE-RESULT-FILE.
       01 BALANCE-RESULT-RECORD.

      * Fixed-layout feed in the format the ledger system ingests:
      * a GLH header, one GLD detail per posted category, and a GLT
      * trailer carrying the detail count and hash total. The hash is
      * of the base-currency amounts the details post.
       FD GL-FEED-FILE.
       01 GL-FEED-RECORD           PIC X(90).

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

       WORKING-STORAGE SECTION.
       01 BalStatus     PIC X(2) VALUE SPACES.
           88 MapNotFound        VALUE '35'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 FeedRefused   PIC X VALUE 'N'.
       01 FeedHeld      PIC X VALUE 'N'.
       01 ClockTime     PIC 9(8) VALUE ZEROES.
      * The feed's identity: the DAY1 run it was built from, and
      * whether it is the date's first feed (O) or replaces the
      * postings of an earlier run's feed (P).
       01 FeedNumber    PIC 9(4) VALUE ZEROES.
       01 FeedKind      PIC X VALUE 'O'.
       01 EarlierPosted PIC X VALUE 'N'.
      * Feeds of earlier runs recorded on the ledger, and whether the
      * ledger system has acknowledged each one yet.
       01 EarlierFeedTable.
           05 EarlierFeedCount PIC 9(3) VALUE ZEROES.
           05 EarlierFeedEntry OCCURS 50 TIMES.
               10 EF-FEED-NUMBER  PIC 9(4).
               10 EF-ACKED        PIC X.
       01 EarlierIndex  PIC 9(3).
       01 EarlierFound  PIC X VALUE 'N'.
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
      * What is still standing on the ledger from each earlier feed,
      * by account, cost center and category: its accepted postings
      * plus the accepted postings of any reversal of it.
       01 OutstandingTable.
           05 OutstandingCount PIC 9(3) VALUE ZEROES.
           05 OutstandingEntry OCCURS 500 TIMES.
               10 OS-FEED-NUMBER  PIC 9(4).
               10 OS-GL-ACCOUNT   PIC X(8).
               10 OS-COST-CENTER  PIC X(6).
               10 OS-CATEGORY     PIC X(10).
               10 OS-AMOUNT       PIC S9(13)V99.
       01 OutstandingIndex PIC 9(3).
       01 OutstandingFound PIC X VALUE 'N'.
       01 OutstandingTotal PIC S9(15)V99 VALUE ZEROES.
       01 OutstandingEdit  PIC -ZZZZZZZZZZZZZZ9.99.
       01 MappingTable.
           05 MappingCount PIC 9(3) VALUE ZEROES.
           05 MappingEntry OCCURS 200 TIMES.
               10 DT-COST-CENTER  PIC X(6).
               10 DT-AMOUNT       PIC S9(13)V99.
               10 DT-RECORDS      PIC 9(6).
               10 DT-CURRENCY     PIC X(3).
               10 DT-ORIGINAL     PIC S9(13)V99.
               10 DT-FX-RATE      PIC 9(5)V9(6).
       01 DetailIndex   PIC 9(3).
       01 CategoriesRead PIC 9(4) VALUE ZEROES.
       01 HashTotal     PIC S9(15)V99 VALUE ZEROES.
           05 FILLER           PIC X(3) VALUE 'GLH'.
           05 GLH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X(8) VALUE 'DAY1CAT '.
           05 GLH-FEED-KIND    PIC X.
           05 GLH-FEED-NUMBER  PIC 9(4).
           05 GLH-FEED-SEQ     PIC 9(2) VALUE 01.
           05 FILLER           PIC X(64) VALUE SPACES.
       01 GlDetailRecord.
           05 FILLER           PIC X(3) VALUE 'GLD'.
           05 GLD-BUSINESS-DATE PIC 9(8).
           05 GLD-RECORD-COUNT PIC 9(6).
           05 GLD-CATEGORY     PIC X(10).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 GLD-CURRENCY     PIC X(3).
           05 GLD-ORIGINAL-AMOUNT PIC S9(13)V99.
           05 GLD-FX-RATE      PIC 9(5)V9(6).
           05 FILLER           PIC X(1) VALUE SPACES.
       01 GlTrailerRecord.
           05 FILLER           PIC X(3) VALUE 'GLT'.
           05 GLT-DETAIL-COUNT PIC 9(6).
           05 GLT-HASH-TOTAL   PIC S9(15)V99.
           05 FILLER           PIC X(64) VALUE SPACES.

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
           PERFORM CheckBalancingResult
           IF FeedRefused = 'N'
               PERFORM CollectCategories
           END-IF
           IF FeedRefused = 'N'
               PERFORM CheckEarlierFeeds
           END-IF
           EVALUATE TRUE
               WHEN FeedRefused = 'Y'
                   DISPLAY 'DAY1GL - NO FEED PRODUCED'
                   OPEN OUTPUT GL-FEED-FILE
                   CLOSE GL-FEED-FILE
                   MOVE 16 TO RETURN-CODE
               WHEN FeedHeld = 'Y'
                   DISPLAY 'DAY1GL - REPLACEMENT FEED HELD FOR RUN '
                           FeedNumber
                   DISPLAY 'DAY1GL - EARLIER FEED FILE LEFT IN PLACE'
                           ' FOR ITS ACKNOWLEDGEMENT'
                   MOVE 8 TO RETURN-CODE
                   PERFORM WriteLedgerOutcome
               WHEN OTHER
                   PERFORM WriteGlFeed
                   DISPLAY 'DAY1GL FEED WRITTEN - CATEGORIES='
                           DetailCount ' HASH=' HashTotal
                   DISPLAY 'FEED KIND=' FeedKind ' NUMBER=' FeedNumber
                   MOVE 0 TO RETURN-CODE
                   PERFORM WriteLedgerOutcome
           END-EVALUATE
           STOP RUN.

      * The feed only leaves the building for a run whose balancing
      * A summary stamped with a different business date than the
      * balanced run means a stale or mismatched CATSUMF - posting it
      * under today's date would be a silent wrong-day journal, so
      * the whole feed is refused instead. So is a summary DAY1 had
      * no rate to convert - its base amount is not a real one.
       ExamineCategory.
           IF CSUM-BUSINESS-DATE NOT = FeedDate
               DISPLAY 'CATEGORY ' CSUM-CATEGORY ' IS DATED '
                       ' - FEED REFUSED'
               MOVE 'Y' TO FeedRefused
           ELSE
               IF CSUM-FX-RATE NOT NUMERIC OR CSUM-FX-RATE = ZEROES
                   DISPLAY 'CATEGORY ' CSUM-CATEGORY ' CURRENCY '
                           CSUM-CURRENCY ' HAS NO FX RATE FOR '
                           FeedDate ' - FEED REFUSED'
                   MOVE 'Y' TO FeedRefused
               ELSE
                   MOVE 'N' TO MapEntryFound
                   PERFORM VARYING MapIndex FROM 1 BY 1
                           UNTIL MapIndex > MappingCount
                              OR MapEntryFound = 'Y'
                       IF MT-CATEGORY (MapIndex) = CSUM-CATEGORY
                           MOVE 'Y' TO MapEntryFound
                           MOVE MapIndex TO MapMatchIndex
                       END-IF
                   END-PERFORM
                   IF MapEntryFound = 'Y'
                       PERFORM StoreDetailEntry
                   ELSE
                       DISPLAY 'NO MAPPING FOR CATEGORY ' CSUM-CATEGORY
                               ' - FEED REFUSED'
                       MOVE 'Y' TO FeedRefused
                   END-IF
               END-IF
           END-IF.

                 TO DT-COST-CENTER (DetailCount)
               MOVE CSUM-SUM        TO DT-AMOUNT (DetailCount)
               MOVE CSUM-RECORD-COUNT TO DT-RECORDS (DetailCount)
               MOVE CSUM-CURRENCY   TO DT-CURRENCY (DetailCount)
               MOVE CSUM-ORIGINAL-SUM TO DT-ORIGINAL (DetailCount)
               MOVE CSUM-FX-RATE    TO DT-FX-RATE (DetailCount)
           ELSE
               DISPLAY 'DETAIL TABLE FULL - CATEGORY '
                       CSUM-CATEGORY ' CANNOT POST - FEED REFUSED'
               MOVE 'Y' TO FeedRefused
           END-IF.

      * Works out which run this feed belongs to and whether an
      * earlier run's feed for the date still stands in the ledger.
       CheckEarlierFeeds.
           PERFORM ScanRunLedger
           PERFORM FindLatestAttempts
           PERFORM CollectOutstanding
           PERFORM VARYING EarlierIndex FROM 1 BY 1
                   UNTIL EarlierIndex > EarlierFeedCount
               IF EF-ACKED (EarlierIndex) = 'N'
                   DISPLAY 'FEED FOR RUN ' EF-FEED-NUMBER (EarlierIndex)
                           ' NOT YET ACKNOWLEDGED - FEED HELD'
                   MOVE 'Y' TO FeedHeld
               END-IF
           END-PERFORM
           PERFORM VARYING OutstandingIndex FROM 1 BY 1
                   UNTIL OutstandingIndex > OutstandingCount
               IF OS-AMOUNT (OutstandingIndex) NOT = ZEROES
                   ADD OS-AMOUNT (OutstandingIndex) TO OutstandingTotal
                   MOVE 'Y' TO FeedHeld
               END-IF
           END-PERFORM
           IF OutstandingTotal NOT = ZEROES OR FeedHeld = 'Y'
               MOVE OutstandingTotal TO OutstandingEdit
               DISPLAY 'EARLIER POSTINGS STILL STANDING='
                       OutstandingEdit
                       ' - RUN DAY1REV AND ACKNOWLEDGE ITS FEED'
           END-IF
           IF EarlierPosted = 'Y'
               MOVE 'P' TO FeedKind
           END-IF.

      * The feed number is the latest DAY1 run to end for the date;
      * feeds written for earlier runs are noted along with whether
      * DAY1ACK has since recorded an acknowledgement of them.
       ScanRunLedger.
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RUN-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF LDG-BUSINESS-DATE = FeedDate
                           AND LDG-PROGRAM = 'DAY1    '
                           AND LDG-PHASE = 'END  '
                           AND LDG-RUN-NUMBER > FeedNumber
                           MOVE LDG-RUN-NUMBER TO FeedNumber
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RUN-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF LDG-BUSINESS-DATE = FeedDate
                           AND LDG-RUN-NUMBER < FeedNumber
                           PERFORM NoteEarlierFeed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       NoteEarlierFeed.
           IF (LDG-PROGRAM = 'DAY1GL  ' AND LDG-PHASE = 'FEED ')
               OR (LDG-PROGRAM = 'DAY1ACK ' AND LDG-PHASE = 'ACK  ')
               MOVE 'N' TO EarlierFound
               PERFORM VARYING EarlierIndex FROM 1 BY 1
                       UNTIL EarlierIndex > EarlierFeedCount
                          OR EarlierFound = 'Y'
                   IF EF-FEED-NUMBER (EarlierIndex) = LDG-RUN-NUMBER
                       MOVE 'Y' TO EarlierFound
                   END-IF
               END-PERFORM
               IF EarlierFound = 'Y'
                   SUBTRACT 1 FROM EarlierIndex
               ELSE
                   IF EarlierFeedCount < 50
                       ADD 1 TO EarlierFeedCount
                       MOVE EarlierFeedCount TO EarlierIndex
                       MOVE LDG-RUN-NUMBER
                         TO EF-FEED-NUMBER (EarlierIndex)
                       MOVE 'N' TO EF-ACKED (EarlierIndex)
                   ELSE
                       MOVE ZEROES TO EarlierIndex
                   END-IF
               END-IF
               IF EarlierIndex > ZEROES AND LDG-PHASE = 'ACK  '
                   MOVE 'Y' TO EF-ACKED (EarlierIndex)
               END-IF
           END-IF.

      * First pass of the register: the highest acknowledgement
      * attempt on file for each feed of the date.
       FindLatestAttempts.
           OPEN INPUT POSTING-REGISTER-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ POSTING-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF GPR-BUSINESS-DATE = FeedDate
                           PERFORM NoteAttempt
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-REGISTER-FILE
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
                   DISPLAY 'ATTEMPT TABLE FULL - FEED HELD'
                   MOVE 'Y' TO FeedHeld
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

      * Second pass: the accepted postings of each earlier feed, net
      * of the accepted postings of its reversals.
       CollectOutstanding.
           OPEN INPUT POSTING-REGISTER-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ POSTING-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF GPR-BUSINESS-DATE = FeedDate
                           AND GPR-FEED-NUMBER < FeedNumber
                           AND GPR-OUTCOME = 'A'
                           PERFORM LocateAttempt
                           IF AttemptFound = 'Y'
                               AND GPR-ACK-ATTEMPT =
                                   AT-ACK-ATTEMPT (AttemptIndex)
                               PERFORM AddOutstanding
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-REGISTER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       AddOutstanding.
           IF GPR-FEED-KIND NOT = 'R'
               MOVE 'Y' TO EarlierPosted
           END-IF
           MOVE 'N' TO OutstandingFound
           PERFORM VARYING OutstandingIndex FROM 1 BY 1
                   UNTIL OutstandingIndex > OutstandingCount
                      OR OutstandingFound = 'Y'
               IF OS-FEED-NUMBER (OutstandingIndex) = GPR-FEED-NUMBER
                   AND OS-GL-ACCOUNT (OutstandingIndex) = GPR-GL-ACCOUNT
                   AND OS-COST-CENTER (OutstandingIndex)
                       = GPR-COST-CENTER
                   AND OS-CATEGORY (OutstandingIndex) = GPR-CATEGORY
                   MOVE 'Y' TO OutstandingFound
               END-IF
           END-PERFORM
           IF OutstandingFound = 'Y'
               SUBTRACT 1 FROM OutstandingIndex
               ADD GPR-AMOUNT TO OS-AMOUNT (OutstandingIndex)
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
                   MOVE GPR-AMOUNT TO OS-AMOUNT (OutstandingIndex)
               ELSE
                   DISPLAY 'OUTSTANDING TABLE FULL - FEED HELD'
                   MOVE 'Y' TO FeedHeld
               END-IF
           END-IF.

      * The feed written, or the replacement held back, goes on the
      * run ledger under the feed number next to DAY1ACK's ACK and
      * DAY1REV's REV records for the date.
       WriteLedgerOutcome.
           PERFORM LoadLedgerChain
           MOVE FeedDate        TO LDG-BUSINESS-DATE
           MOVE FeedNumber      TO LDG-RUN-NUMBER
           MOVE 'DAY1GL  '      TO LDG-PROGRAM
           IF FeedHeld = 'Y'
               MOVE 'HELD ' TO LDG-PHASE
               MOVE OutstandingTotal TO LDG-AMOUNT
           ELSE
               MOVE 'FEED ' TO LDG-PHASE
               MOVE HashTotal TO LDG-AMOUNT
           END-IF
           MOVE DetailCount     TO LDG-RECORDS-READ
           MOVE RETURN-CODE     TO LDG-RETURN-CODE
           MOVE 'N'             TO LDG-BREAK-FOUND
           MOVE 'N'             TO LDG-BALANCED
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

       WriteGlFeed.
           OPEN OUTPUT GL-FEED-FILE
           MOVE FeedDate TO GLH-BUSINESS-DATE
           MOVE FeedKind TO GLH-FEED-KIND
           MOVE FeedNumber TO GLH-FEED-NUMBER
           WRITE GL-FEED-RECORD FROM GlHeaderRecord
           PERFORM VARYING DetailIndex FROM 1 BY 1
                   UNTIL DetailIndex > DetailCount
               MOVE DT-AMOUNT (DetailIndex)     TO GLD-AMOUNT
               MOVE DT-RECORDS (DetailIndex)    TO GLD-RECORD-COUNT
               MOVE DT-CATEGORY (DetailIndex)   TO GLD-CATEGORY
               MOVE DT-CURRENCY (DetailIndex)   TO GLD-CURRENCY
               MOVE DT-ORIGINAL (DetailIndex)   TO GLD-ORIGINAL-AMOUNT
               MOVE DT-FX-RATE (DetailIndex)    TO GLD-FX-RATE
               ADD DT-AMOUNT (DetailIndex) TO HashTotal
               WRITE GL-FEED-RECORD FROM GlDetailRecord
           END-PERFORM
