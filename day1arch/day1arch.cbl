      * re-reading it. Log lines from before the date stamp existed
      * cannot be aged and are archived as legacy lines, counted on
      * the manifest.
      * The ledger and history are chained files: each record carries
      * its sequence and a chain value over the record before it.
      * Records are copied as they stand, and the cut is made only
      * across a leading stretch of each file - once one record stays
      * live, every record after it stays too, even one dated before
      * the cutoff - so the archive and the live file remain two
      * unbroken lengths of the one chain. The manifest names the
      * sequence and chain value carried across; the live file's first
      * record must carry that value as its prior, and DAY1VRFY walks
      * the archives and the live file as one chain.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           05 LDG-BREAK-FOUND      PIC X.
           05 LDG-BALANCED         PIC X.
           05 LDG-RUN-TIME         PIC 9(6).
           05 LDG-AMOUNT           PIC S9(15)V99.
           05 LDG-CHAIN-SEQUENCE   PIC 9(8).
           05 LDG-CHAIN-PRIOR      PIC 9(18).
           05 LDG-CHAIN-VALUE      PIC 9(18).

      * Timing fields are alphanumeric: history appended before the
      * run captured timings reads back as spaces there and is
           05 HIST-START-TIME      PIC X(6).
           05 HIST-END-TIME        PIC X(6).
           05 HIST-ELAPSED-SECS    PIC X(6).
           05 HIST-CHAIN-SEQUENCE  PIC 9(8).
           05 HIST-CHAIN-PRIOR     PIC 9(18).
           05 HIST-CHAIN-VALUE     PIC 9(18).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           05 FILLER               PIC X(124).

       FD ARCH-LEDGER-FILE.
       01 ARCH-LEDGER-RECORD       PIC X(102).

       FD ARCH-HISTORY-FILE.
       01 ARCH-HISTORY-RECORD      PIC X(96).

       FD ARCH-LOG-FILE.
       01 ARCH-LOG-RECORD          PIC X(132).

       FD NEW-LEDGER-FILE.
       01 NEW-LEDGER-RECORD        PIC X(102).

       FD NEW-HISTORY-FILE.
       01 NEW-HISTORY-RECORD       PIC X(96).

       FD NEW-LOG-FILE.
       01 NEW-LOG-RECORD           PIC X(132).
       01 LogOldest     PIC 9(8) VALUE 99999999.
       01 LogNewest     PIC 9(8) VALUE ZEROES.
       01 LogLegacy     PIC 9(7) VALUE ZEROES.
      * Where each chained file was cut: the last archived record's
      * sequence and chain value, and the records dated before the
      * cutoff that stayed live because an earlier record did.
       01 LedgerKeptLive  PIC X VALUE 'N'.
       01 LedgerHeldBack  PIC 9(7) VALUE ZEROES.
       01 LedgerCarrySequence PIC 9(8) VALUE ZEROES.
       01 LedgerCarryValue    PIC 9(18) VALUE ZEROES.
       01 HistoryKeptLive PIC X VALUE 'N'.
       01 HistoryHeldBack PIC 9(7) VALUE ZEROES.
       01 HistoryCarrySequence PIC 9(8) VALUE ZEROES.
       01 HistoryCarryValue    PIC 9(18) VALUE ZEROES.
       01 ManifestHeading.
           05 FILLER PIC X(10) VALUE 'DAY1ARCH  '.
           05 FILLER PIC X(26) VALUE 'RETENTION ARCHIVE MANIFEST'.
               VALUE 'HISTORY ARCHIVE SUM OF SUMS        ='.
           05 MAN-SUMSUMS    PIC -ZZZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(77) VALUE SPACES.
       01 ManifestChainLine.
           05 MCH-FILE       PIC X(8).
           05 FILLER         PIC X(28)
               VALUE '  CHAIN CARRIED AT SEQUENCE='.
           05 MCH-SEQUENCE   PIC 9(8).
           05 FILLER         PIC X(8)  VALUE '  VALUE='.
           05 MCH-VALUE      PIC 9(18).
           05 FILLER         PIC X(12) VALUE '  HELD BACK='.
           05 MCH-HELD-BACK  PIC ZZZZZZ9.
           05 FILLER         PIC X(43) VALUE SPACES.
       01 ManifestLegacyLine.
           05 FILLER         PIC X(36)
               VALUE 'UNDATED LEGACY LOG LINES ARCHIVED  ='.
                       ADD 1 TO LedgerRead
                       MOVE LDG-BUSINESS-DATE TO RecordDateWork
                       PERFORM ClassifyRecordDate
                       IF ArchiveThisOne = 'Y' AND LedgerKeptLive = 'Y'
                           ADD 1 TO LedgerHeldBack
                           MOVE 'N' TO ArchiveThisOne
                       END-IF
                       IF ArchiveThisOne = 'Y'
                           ADD 1 TO LedgerArchived
                           MOVE LDG-CHAIN-SEQUENCE
                             TO LedgerCarrySequence
                           MOVE LDG-CHAIN-VALUE TO LedgerCarryValue
                           IF LDG-BUSINESS-DATE < LedgerOldest
                               MOVE LDG-BUSINESS-DATE TO LedgerOldest
                           END-IF
                             FROM RUN-LEDGER-RECORD
                       ELSE
                           ADD 1 TO LedgerKept
                           MOVE 'Y' TO LedgerKeptLive
                           WRITE NEW-LEDGER-RECORD
                             FROM RUN-LEDGER-RECORD
                       END-IF
                       ADD 1 TO HistoryRead
                       MOVE HIST-RUN-DATE TO RecordDateWork
                       PERFORM ClassifyRecordDate
                       IF ArchiveThisOne = 'Y'
                           AND HistoryKeptLive = 'Y'
                           ADD 1 TO HistoryHeldBack
                           MOVE 'N' TO ArchiveThisOne
                       END-IF
                       IF ArchiveThisOne = 'Y'
                           ADD 1 TO HistoryArchived
                           MOVE HIST-CHAIN-SEQUENCE
                             TO HistoryCarrySequence
                           MOVE HIST-CHAIN-VALUE TO HistoryCarryValue
                           ADD HIST-SUM-OF-NUMBERS TO HistorySumOfSums
                           IF HIST-RUN-DATE < HistoryOldest
                               MOVE HIST-RUN-DATE TO HistoryOldest
                             FROM RUN-HISTORY-RECORD
                       ELSE
                           ADD 1 TO HistoryKept
                           MOVE 'Y' TO HistoryKeptLive
                           WRITE NEW-HISTORY-RECORD
                             FROM RUN-HISTORY-RECORD
                       END-IF
           WRITE MANIFEST-LINE FROM ManifestFileLine
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE 'LEDGER  '          TO MCH-FILE
           MOVE LedgerCarrySequence TO MCH-SEQUENCE
           MOVE LedgerCarryValue    TO MCH-VALUE
           MOVE LedgerHeldBack      TO MCH-HELD-BACK
           WRITE MANIFEST-LINE FROM ManifestChainLine
           MOVE 'HISTORY '           TO MCH-FILE
           MOVE HistoryCarrySequence TO MCH-SEQUENCE
           MOVE HistoryCarryValue    TO MCH-VALUE
           MOVE HistoryHeldBack      TO MCH-HELD-BACK
           WRITE MANIFEST-LINE FROM ManifestChainLine
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE HistorySumOfSums TO MAN-SUMSUMS
           WRITE MANIFEST-LINE FROM ManifestSumLine
           MOVE LogLegacy TO MAN-LEGACY
