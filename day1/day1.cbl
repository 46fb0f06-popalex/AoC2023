                FILE STATUS IS WS-LEDG-STATUS.
            SELECT OVERRIDE-FILE ASSIGN TO OVERRIDF
                FILE STATUS IS WS-OVRD-STATUS.
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO CALENDRF
                FILE STATUS IS WS-CAL-STATUS.
            SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO LOGF.
            SELECT CATEGORY-MASTER-FILE ASSIGN TO CATMSTF
                FILE STATUS IS WS-CMST-STATUS.
            SELECT OPTIONAL FX-RATE-FILE ASSIGN TO FXRATEF
                FILE STATUS IS WS-FXR-STATUS.
            SELECT CATEGORY-SUMMARY-FILE ASSIGN TO CATSUMF.
            SELECT QUARANTINE-FILE ASSIGN TO QUARF.
            SELECT OPTIONAL MTD-CATEGORY-FILE ASSIGN TO MCATSUMF.
            SELECT OPTIONAL MTD-FILE-SUMMARY-FILE ASSIGN TO MFSUMF.
            SELECT SENDER-MASTER-FILE ASSIGN TO SNDMSTF
                FILE STATUS IS WS-SMST-STATUS.
            SELECT OPTIONAL QUARANTINE-HISTORY-FILE ASSIGN TO QHISTF.
            SELECT OPTIONAL FINGERPRINT-FILE ASSIGN TO FPRINTF
                FILE STATUS IS WS-FPRT-STATUS.
            SELECT NEW-FINGERPRINT-FILE ASSIGN TO NFPRINTF.
            SELECT DUPLICATE-REPORT-FILE ASSIGN TO DUPRPTF.
            SELECT OPTIONAL PARTITION-CONTROL-FILE ASSIGN TO PARTCTLF
                FILE STATUS IS WS-PCTL-STATUS.
            SELECT PARTITION-RESULT-FILE ASSIGN TO PRSLTF.

       DATA DIVISION.
       FILE SECTION.
       01 INPUT-RECORD.
           05 DATA-FIELD PIC X(80).

      * Each detail carries the segment and category it was counted
      * under and the raw input line, so a GL posting can be traced
      * back to the records behind it.
       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 RPT-BUSINESS-DATE    PIC 9(8).
           05 RPT-SUM-OF-NUMBERS   PIC S9(13)V99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-ALLNUM-VALUE     PIC S9(11)V99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-SEGMENT-NUMBER   PIC 9(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-CATEGORY         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DATA-FIELD       PIC X(80).

      * Each exception carries the business date it first appeared,
      * stamped here at creation and preserved by DAY1FIX when an
      * unrepaired exception cycles forward - the aging report is
      * built from this stamp. The segment and category the record
      * was counted under let a GL posting be traced back to it.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-RECORD-NUMBER    PIC 9(6).
           05 EXC-DATA-FIELD       PIC X(80).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EXC-FIRST-DATE       PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EXC-SEGMENT-NUMBER   PIC 9(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EXC-CATEGORY         PIC X(10).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-START-TIME         PIC 9(6).
           05 CKPT-MTD-RUN-NUMBER     PIC 9(4).
           05 CKPT-CURRENT-CATEGORY   PIC X(10).
           05 CKPT-CURRENT-SENDER     PIC X(8).
           05 CKPT-FILE-EXCEPTIONS    PIC 9(6).
           05 CKPT-SEGMENT-HASH       PIC 9(9).
           05 CKPT-DUPLICATE-FILES    PIC 9(4).
           05 CKPT-DUPLICATE-RECS     PIC 9(6).
           05 CKPT-DUPLICATE-VALUE    PIC S9(13)V99.
           05 CKPT-CATEGORY-COUNT     PIC 9(2).
           05 CKPT-CATEGORY-TABLE.
               10 CKPT-CATEGORY-ENTRY OCCURS 50 TIMES.
                   15 CKPT-CAT-SUM     PIC S9(13)V99.
                   15 CKPT-CAT-SEG-RECORDS PIC 9(6).
                   15 CKPT-CAT-SEG-SUM PIC S9(13)V99.
                   15 CKPT-CAT-CURRENCY PIC X(3).
                   15 CKPT-CAT-FX-RATE PIC 9(5)V9(6).
                   15 CKPT-CAT-BASE-SUM PIC S9(13)V99.
                   15 CKPT-CAT-SEG-BASE-SUM PIC S9(13)V99.
           05 CKPT-FILE-BASE-SUM      PIC S9(13)V99.

      * Single-record summary of a completed run, picked up by DAY1BAL
      * for automated balancing against the day's external control
           05 RSLT-PROCESS-MODE    PIC X.
           05 RSLT-ALLNUM-SUM      PIC S9(13)V99.
           05 RSLT-EXCEPTION-COUNT PIC 9(6).
           05 RSLT-DUPLICATE-FILES PIC 9(4).

      * One record per HDR/TRL segment of INPUTF, holding that file's
      * subtotal and reconciliation result - the durable counterpart
      * to the DISPLAY output CheckFileTotals has always produced -
      * the sender ID its HDR carried, and what became of it: blank
      * posted, 'Q' quarantined, 'D' held out as a re-transmission.
       FD FILE-SUMMARY-FILE.
       01 FILE-SUMMARY-RECORD.
           05 FSUM-BUSINESS-DATE    PIC 9(8).
           05 FSUM-EXPECTED-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FSUM-BREAK-FOUND      PIC X.
           05 FSUM-SENDER-ID        PIC X(8).
           05 FSUM-DISPOSITION      PIC X.
           05 FILLER                PIC X     VALUE SPACE.

      * Raw copy (HDR through TRL) of every segment that ended with
      * FileBreakFound = 'Y' while quarantine mode was on. The
      * validated against it - a name the master does not carry, or
      * carries inactive, is an exception instead of a new table
      * entry, so a keying slip upstream can no longer split one
      * business line's money across two summary records. The
      * currency is the one the business line's values arrive in;
      * blank is the base currency the ledger is kept in.
       FD CATEGORY-MASTER-FILE.
       01 CATEGORY-MASTER-RECORD.
           05 CMST-CATEGORY         PIC X(10).
           05 CMST-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CMST-ACTIVE           PIC X.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CMST-CURRENCY         PIC X(3).

      * Treasury's daily rates, one record per business date and
      * currency: the base-currency value of one unit of the
      * currency. Only a rate dated the business date itself is used
      * - a foreign category with none is left unconverted and its
      * GL feed refused, never posted at an earlier day's rate.
       FD FX-RATE-FILE.
       01 FX-RATE-RECORD.
           05 FXR-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X(2).
           05 FXR-CURRENCY          PIC X(3).
           05 FILLER                PIC X(2).
           05 FXR-RATE              PIC 9(5)V9(6).

      * Operations-owned master of the senders allowed to transmit
      * segments, maintained by DAY1SND. The sender ID an HDR record
      * carries at DATA-FIELD(10:8) is validated against it exactly
      * as a CAT name is against the category master.
       FD SENDER-MASTER-FILE.
       01 SENDER-MASTER-RECORD.
           05 SMST-SENDER           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SMST-NAME             PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SMST-ACTIVE           PIC X.

      * Append-only history of every segment quarantined, one record
      * per segment: QUARF is recreated each run and only holds the
      * raw records, so this is what the sender scorecard counts
      * quarantines from. Stamped with the month-to-date run number
      * so a rerun's history can be told from the attempt it replaced.
       FD QUARANTINE-HISTORY-FILE.
       01 QUARANTINE-HISTORY-RECORD.
           05 QHST-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 QHST-RUN-NUMBER       PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 QHST-FILE-COUNT       PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 QHST-SENDER-ID        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 QHST-RECORD-COUNT     PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 QHST-EXPECTED-COUNT   PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 QHST-SUBTOTAL         PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 QHST-EXPECTED-SUM     PIC S9(13)V99.

      * Rolling fingerprint of every segment posted over the last few
      * business dates: sender, data record count, TRL control total
      * and a hash over the DATA-FIELD values between HDR and TRL. A
      * segment matching one of them is the same transmission sent
      * again under a fresh HDR/TRL pair - it balances against its
      * own trailer, so nothing else would catch it. Each run reads
      * the current generation and writes the next, window entries
      * first and its own posted segments behind them; operations
      * promote NFPRINTF to FPRINTF once the run has finished, as
      * they do the category master after DAY1CAT.
       FD FINGERPRINT-FILE.
       01 FINGERPRINT-RECORD.
           05 FPR-BUSINESS-DATE     PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FPR-RUN-NUMBER        PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FPR-FILE-COUNT        PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FPR-SENDER-ID         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FPR-RECORD-COUNT      PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FPR-CONTROL-TOTAL     PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FPR-HASH              PIC 9(9).

       FD NEW-FINGERPRINT-FILE.
       01 NEW-FINGERPRINT-RECORD.
           05 NFPR-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NFPR-RUN-NUMBER       PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NFPR-FILE-COUNT       PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NFPR-SENDER-ID        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NFPR-RECORD-COUNT     PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NFPR-CONTROL-TOTAL    PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NFPR-HASH             PIC 9(9).

      * Every segment held out as a re-transmission, with the date
      * (and run and position) the matching segment first posted
      * under - what operations take back to the sender.
       FD DUPLICATE-REPORT-FILE.
       01 DUPLICATE-REPORT-LINE    PIC X(132).

      * One record per business-line category seen in the run: the
      * records and value assigned to it by CAT control records.
      * Written alongside FILE-SUMMARY-FILE so finance no longer
      * splits the day's total across business lines by hand. The
      * description is the master's, carried so the finance copy is
      * readable without a lookup. The sum is in the base currency -
      * it is what posts, and what the run total is made of; the
      * original-currency sum and the rate it was converted at
      * follow. A rate of zero means none was on file for the date
      * and the sum is unconverted (zero).
       FD CATEGORY-SUMMARY-FILE.
       01 CATEGORY-SUMMARY-RECORD.
           05 CSUM-BUSINESS-DATE    PIC 9(8).
           05 CSUM-SUM              PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-CURRENCY         PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-ORIGINAL-SUM     PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CSUM-FX-RATE          PIC 9(5)V9(6).

      * Month-to-date copies of the daily summaries. CATSUMF and
      * FSUMF are recreated every run; these are appended to, so the
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
       01 MTD-FILE-SUMMARY-RECORD.
           05 MFSUM-EXPECTED-SUM    PIC S9(13)V99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MFSUM-BREAK-FOUND     PIC X.
           05 MFSUM-SENDER-ID       PIC X(8).
           05 MFSUM-DISPOSITION     PIC X.
           05 FILLER                PIC X     VALUE SPACE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MFSUM-RUN-NUMBER      PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 MFSUM-EXCEPTION-COUNT PIC 9(6).

      * Numbered, severity-graded run log. Everything the run has to
      * say goes here; SYSOUT keeps only the run summary and severe
           05 LDG-BREAK-FOUND      PIC X.
           05 LDG-BALANCED         PIC X.
           05 LDG-RUN-TIME         PIC 9(6).
           05 LDG-AMOUNT           PIC S9(15)V99.
           05 LDG-CHAIN-SEQUENCE   PIC 9(8).
           05 LDG-CHAIN-PRIOR      PIC 9(18).
           05 LDG-CHAIN-VALUE      PIC 9(18).

      * Operator override: a record carrying the business date
      * authorises one rerun of an already-balanced date. Kind C
      * instead authorises running a date the business calendar does
      * not show as a business day; neither kind stands in for the
      * other.
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

      * Permanent date-keyed history of every run's result, appended
      * to (never overwritten) so DAY1HIST can report day-over-day
           05 HIST-START-TIME      PIC 9(6).
           05 HIST-END-TIME        PIC 9(6).
           05 HIST-ELAPSED-SECS    PIC 9(6).
           05 HIST-CHAIN-SEQUENCE  PIC 9(8).
           05 HIST-CHAIN-PRIOR     PIC 9(18).
           05 HIST-CHAIN-VALUE     PIC 9(18).

      * One record per partition of a split INPUTF, written by
      * DAY1SPLT: where the partition starts in the single stream -
      * the data records and segments ahead of it - and the run
      * number the whole split run posts under.
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

      * A partition's counterpart to RESULT-RECORD, read by DAY1MRG:
      * the partition's own totals plus what the merge needs to
      * rebuild the single-stream outputs - the HDR/TRL sightings the
      * whole-input control break is judged on, the fingerprint
      * window entries ahead of its own in NFPRINTF, and its timing
      * and return code.
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

       WORKING-STORAGE SECTION.
       01 WS-CKPT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-OVRD-STATUS    PIC X(2) VALUE SPACES.
           88 OVRD-OK                VALUE '00'.
           88 OVRD-NOT-FOUND          VALUE '35'.
       01 WS-CAL-STATUS     PIC X(2) VALUE SPACES.
           88 CAL-OK                 VALUE '00'.
           88 CAL-NOT-PRESENT        VALUE '05'.
       01 RunNumber          PIC 9(4) VALUE ZEROES.
      * Partition mode: options bytes 6-7 name the partition of a
      * DAY1SPLT split this run processes. Record and segment numbers
      * start from the partition's place in the single stream, the
      * run number is the splitter's, and the ledger, run history,
      * month-to-date categories and result record are left to
      * DAY1MRG, which writes them once for the whole run.
       01 WS-PCTL-STATUS    PIC X(2) VALUE SPACES.
           88 PCTL-OK                VALUE '00' '05'.
       01 PartitionMode      PIC X    VALUE 'N'.
       01 PartitionNumber    PIC 9(2) VALUE ZEROES.
       01 PartitionCount     PIC 9(2) VALUE ZEROES.
       01 PartitionRecordBase PIC 9(6) VALUE ZEROES.
       01 PartitionSegmentBase PIC 9(4) VALUE ZEROES.
       01 PartitionRunNumber PIC 9(4) VALUE ZEROES.
       01 PartitionFound     PIC X    VALUE 'N'.
       01 PartitionEofSwitch PIC X    VALUE 'N'.
      * The run number stamped on month-to-date records. Normally
      * this run's ledger number, but a checkpoint restart continues
      * the abended run's number - its earlier segments are already
       01 OverridePresent    PIC X    VALUE 'N'.
       01 LedgerEofSwitch    PIC X    VALUE 'N'.
       01 OverrideEofSwitch  PIC X    VALUE 'N'.
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
      * Log message being built: number and severity (I/W/S), the
      * formatted text, and scratch edited fields for amounts and
      * counts quoted in it. LogVerbosity is the least severity the
       01 FileCount         PIC 9(4)  VALUE ZEROES.
       01 FileRecordCount   PIC 9(6)  VALUE ZEROES.
       01 FileSum           PIC S9(13)V99 VALUE ZEROES.
      * The segment's values converted to the base currency - what
      * comes back out of the run total when the segment is held out.
      * FileSum stays as the sender sent it, to prove against the TRL.
       01 FileBaseSum       PIC S9(13)V99 VALUE ZEROES.
       01 BaseNumber        PIC S9(13)V99 VALUE ZEROES.
       01 ExpectedCount     PIC 9(6)  VALUE ZEROES.
       01 ExpectedSum       PIC S9(13)V99 VALUE ZEROES.
       01 TrlSignChar       PIC X.
               10 CAT-SUM     PIC S9(13)V99.
               10 CAT-SEG-RECORDS PIC 9(6).
               10 CAT-SEG-SUM PIC S9(13)V99.
      * The category's currency and the date's rate for it, with its
      * run and segment totals converted at that rate. Rate zero -
      * none on file - leaves the base totals at zero.
               10 CAT-CURRENCY PIC X(3).
               10 CAT-FX-RATE PIC 9(5)V9(6).
               10 CAT-BASE-SUM PIC S9(13)V99.
               10 CAT-SEG-BASE-SUM PIC S9(13)V99.
       01 CatIndex        PIC 9(2).
       01 CatEntryIndex   PIC 9(2).
       01 CatFound        PIC X VALUE 'N'.
               10 MST-NAME    PIC X(10).
               10 MST-DESC    PIC X(30).
               10 MST-ACTIVE  PIC X.
               10 MST-CURRENCY PIC X(3).
       01 MstIndex        PIC 9(3).
       01 MasterEofSwitch PIC X VALUE 'N'.
       01 CategoryValid   PIC X VALUE 'N'.
       01 CategoryDesc    PIC X(30) VALUE SPACES.
      * The business date's FX rates, loaded at startup.
       01 WS-FXR-STATUS   PIC X(2) VALUE SPACES.
           88 FXR-OK                VALUE '00' '05'.
       01 RateCount       PIC 9(2) VALUE ZEROES.
       01 RateTable.
           05 RateEntry OCCURS 30 TIMES.
               10 RT-CURRENCY PIC X(3).
               10 RT-RATE     PIC 9(5)V9(6).
       01 RateIndex       PIC 9(2).
       01 RateFound       PIC X VALUE 'N'.
       01 RateEofSwitch   PIC X VALUE 'N'.
       01 CategoryCurrency PIC X(3) VALUE SPACES.
       01 MissingRateCount PIC 9(2) VALUE ZEROES.
      * Sender master loaded at startup. The HDR's sender ID must be
      * an active entry here; anything else is an exception. The
      * segment still carries the ID it arrived with - a sender is a
      * label on the segment summary, not a bucket money is split
      * into, and the scorecard needs to see who really sent it.
       01 WS-SMST-STATUS  PIC X(2) VALUE SPACES.
           88 SMST-OK               VALUE '00'.
           88 SMST-NOT-FOUND        VALUE '35'.
       01 SenderCount     PIC 9(3) VALUE ZEROES.
       01 SenderTable.
           05 SenderEntry OCCURS 200 TIMES.
               10 SND-ID      PIC X(8).
               10 SND-ACTIVE  PIC X.
       01 SndIndex        PIC 9(3).
       01 SenderEofSwitch PIC X VALUE 'N'.
       01 SenderValid     PIC X VALUE 'N'.
       01 CurrentSender   PIC X(8) VALUE SPACES.
      * Exceptions raised inside the current segment, carried on its
      * month-to-date summary for the sender scorecard.
       01 FileExceptionCount PIC 9(6) VALUE ZEROES.
      * Re-transmission check. The window is the last N business
      * dates that posted anything (options bytes 4-5, default 05).
      * SegmentHash folds each CAT and data record's position-weighted
      * character values into one figure as the segment is read, so
      * it survives a checkpoint restart like the subtotals do. The
      * character value comes from a binary halfword whose high byte
      * is held at LOW-VALUE.
       01 WS-FPRT-STATUS  PIC X(2) VALUE SPACES.
           88 FPRT-OK               VALUE '00' '05'.
       01 DupWindowDates  PIC 9(2) VALUE 05.
       01 WindowDateCount PIC 9(2) VALUE ZEROES.
       01 WindowDateTable.
           05 WindowDate OCCURS 99 TIMES PIC 9(8).
       01 WindowIndex     PIC 9(2).
       01 WindowLowIndex  PIC 9(2).
       01 WindowFound     PIC X VALUE 'N'.
       01 WindowCutoff    PIC 9(8) VALUE ZEROES.
       01 FingerprintEofSwitch PIC X VALUE 'N'.
       01 FingerprintsKept PIC 9(6) VALUE ZEROES.
       01 FingerprintCount PIC 9(4) VALUE ZEROES.
       01 FingerprintFullSeen PIC X VALUE 'N'.
       01 FingerprintTable.
           05 FingerprintEntry OCCURS 3000 TIMES.
               10 FP-DATE     PIC 9(8).
               10 FP-RUN      PIC 9(4).
               10 FP-FILE     PIC 9(4).
               10 FP-SENDER   PIC X(8).
               10 FP-RECORDS  PIC 9(6).
               10 FP-TOTAL    PIC S9(13)V99.
               10 FP-HASH     PIC 9(9).
       01 FpIndex         PIC 9(4).
       01 FpMatchIndex    PIC 9(4) VALUE ZEROES.
       01 SegmentHash     PIC 9(9) VALUE ZEROES.
       01 RecordHash      PIC 9(9) VALUE ZEROES.
       01 HashWork        PIC 9(15) VALUE ZEROES.
       01 HashQuotient    PIC 9(15) VALUE ZEROES.
       01 HashPos         PIC 9(3).
       01 HashCharWork.
           05 HashCharValue PIC 9(4) COMP VALUE ZEROES.
       01 HashCharBytes REDEFINES HashCharWork PIC X(2).
       01 SegmentDisposition PIC X VALUE SPACE.
       01 DuplicateFiles  PIC 9(4) VALUE ZEROES.
       01 DuplicateRecords PIC 9(6) VALUE ZEROES.
       01 DuplicateValue  PIC S9(13)V99 VALUE ZEROES.
       01 DupHeadingLine.
           05 FILLER PIC X(36)
               VALUE 'DAY1 DUPLICATE TRANSMISSION REPORT  '.
           05 FILLER PIC X(14) VALUE 'BUSINESS DATE='.
           05 DHD-DATE       PIC 9(8).
           05 FILLER PIC X(9)  VALUE '  WINDOW='.
           05 DHD-WINDOW     PIC 9(2).
           05 FILLER PIC X(14) VALUE ' POSTED DATES '.
           05 FILLER PIC X(49) VALUE SPACES.
       01 DupCaptionLine.
           05 FILLER PIC X(6)  VALUE 'FILE  '.
           05 FILLER PIC X(10) VALUE 'SENDER    '.
           05 FILLER PIC X(8)  VALUE 'RECORDS '.
           05 FILLER PIC X(19) VALUE '      CONTROL TOTAL'.
           05 FILLER PIC X(11) VALUE '  HASH     '.
           05 FILLER PIC X(10) VALUE 'FIRST POST'.
           05 FILLER PIC X(6)  VALUE '  RUN '.
           05 FILLER PIC X(4)  VALUE 'FILE'.
           05 FILLER PIC X(58) VALUE SPACES.
       01 DupDetailLine.
           05 DDL-FILE       PIC ZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-SENDER     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-RECORDS    PIC ZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-TOTAL      PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-HASH       PIC 9(9).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-FIRST-DATE PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-FIRST-RUN  PIC ZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DDL-FIRST-FILE PIC ZZZ9.
           05 FILLER         PIC X(58) VALUE SPACES.
       01 DupTotalLine.
           05 FILLER PIC X(28) VALUE 'DUPLICATE SEGMENTS HELD OUT='.
           05 DTL-FILES      PIC ZZZ9.
           05 FILLER PIC X(10) VALUE '  RECORDS='.
           05 DTL-RECORDS    PIC ZZZZZ9.
           05 FILLER PIC X(8)  VALUE '  VALUE='.
           05 DTL-VALUE      PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER PIC X(59) VALUE SPACES.
      * Quarantine machinery: options byte 2 = 'Q' switches it on.
      * The current segment's raw records are held here so a segment
      * that breaks can be copied, HDR through TRL, to QUARF and its
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
           STRING 'RUN STARTED - BUSINESS DATE ' BusinessDate
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage
           IF PartitionMode = 'Y'
               PERFORM LoadPartitionControl
           ELSE
               PERFORM CheckBusinessCalendar
               PERFORM CheckRunLedger
               PERFORM WriteLedgerStart
           END-IF
           PERFORM LoadCategoryMaster
           PERFORM LoadRateTable
           PERFORM LoadSenderMaster
           PERFORM InitializeCategories
           PERFORM LoadCheckpoint
           PERFORM LoadFingerprintWindow
           OPEN INPUT INPUT-FILE
           IF RestartRun = 'Y'
               OPEN EXTEND REPORT-FILE
               OPEN EXTEND EXCEPTION-FILE
               OPEN EXTEND FILE-SUMMARY-FILE
               OPEN EXTEND QUARANTINE-FILE
               OPEN EXTEND DUPLICATE-REPORT-FILE
               MOVE RecordsToSkip TO LogCount
               MOVE 004 TO LogMessageNumber
               MOVE 'W' TO LogSeverity
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT FILE-SUMMARY-FILE
               OPEN OUTPUT QUARANTINE-FILE
               OPEN OUTPUT DUPLICATE-REPORT-FILE
               MOVE BusinessDate   TO DHD-DATE
               MOVE DupWindowDates TO DHD-WINDOW
               WRITE DUPLICATE-REPORT-LINE FROM DupHeadingLine
               MOVE SPACES TO DUPLICATE-REPORT-LINE
               WRITE DUPLICATE-REPORT-LINE
               WRITE DUPLICATE-REPORT-LINE FROM DupCaptionLine
               MOVE ZEROES TO SumOfNumbers
           END-IF
      * The month-to-date copy is always appended to - a restart must
      * not wipe the rest of the month's segments.
           OPEN EXTEND MTD-FILE-SUMMARY-FILE
           OPEN EXTEND QUARANTINE-HISTORY-FILE

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ INPUT-FILE
               END-READ
           END-PERFORM

      * A partition holds only part of the input - whether the input
      * as a whole had its HDR and TRL is for DAY1MRG to judge.
           IF (HdrSeen = 'N' OR TrlSeen = 'N')
               AND PartitionMode = 'N'
               MOVE 040 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE 'CONTROL BREAK - HDR/TRL PAIR MISSING' TO LogText
           CLOSE EXCEPTION-FILE
           CLOSE FILE-SUMMARY-FILE
           CLOSE MTD-FILE-SUMMARY-FILE
           CLOSE QUARANTINE-HISTORY-FILE
           CLOSE QUARANTINE-FILE
           CLOSE NEW-FINGERPRINT-FILE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE DuplicateFiles   TO DTL-FILES
           MOVE DuplicateRecords TO DTL-RECORDS
           MOVE DuplicateValue   TO DTL-VALUE
           WRITE DUPLICATE-REPORT-LINE FROM DupTotalLine
           CLOSE DUPLICATE-REPORT-FILE
           PERFORM ClearCheckpoint
           PERFORM CaptureEndTime
           IF PartitionMode = 'N'
               PERFORM WriteResultRecord
               PERFORM WriteRunHistoryRecord
           END-IF
           PERFORM WriteCategorySummaries
           IF PartitionMode = 'Y'
               PERFORM FinishPartition
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           DISPLAY 'RESULT=' SumOfNumbers
           DISPLAY 'FILES PROCESSED=' FileCount
           MOVE SumOfNumbers TO LogAmount
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
           ADD 1 TO RunNumber
           MOVE RunNumber TO MtdRunNumber
           IF DateBalanced = 'Y'
               MOVE SPACE TO OverrideKind
               PERFORM CheckOverride
               IF OverridePresent = 'Y'
                   MOVE 008 TO LogMessageNumber
               END-IF
           END-IF.

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
           IF CAL-NOT-PRESENT
               CLOSE BUSINESS-CALENDAR-FILE
               MOVE 069 TO LogMessageNumber
               MOVE 'W' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'NO BUSINESS CALENDAR - DATE ' BusinessDate
                      ' NOT CHECKED AGAINST IT'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
           ELSE
               IF CAL-OK
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
                          WS-CAL-STATUS
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
                          ') - DAY1 REFUSING TO START -'
                          ' CALENDAR OVERRIDE NEEDED'
                          DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
                   MOVE 16 TO RETURN-CODE
                   CLOSE RUN-LOG-FILE
                   STOP RUN
               END-IF
           END-IF.

      * The override file may carry records for several dates and
      * kinds - scan the whole file for one of the kind wanted that
      * matches this run.
       CheckOverride.
           MOVE 'N' TO OverridePresent
           MOVE 'N' TO OverrideEofSwitch
                           MOVE 'Y' TO OverrideEofSwitch
                       NOT AT END
                           IF OVR-BUSINESS-DATE = BusinessDate
                               AND OVR-KIND = OverrideKind
                               MOVE 'Y' TO OverridePresent
                           END-IF
                   END-READ
           END-IF.

       WriteLedgerStart.
           PERFORM LoadLedgerChain
           MOVE BusinessDate TO LDG-BUSINESS-DATE
           MOVE RunNumber    TO LDG-RUN-NUMBER
           MOVE 'DAY1    '   TO LDG-PROGRAM
           MOVE 'N'          TO LDG-BREAK-FOUND
           MOVE 'N'          TO LDG-BALANCED
           MOVE RunStartTime TO LDG-RUN-TIME
           MOVE ZEROES       TO LDG-AMOUNT
           PERFORM ChainLedgerRecord
           OPEN EXTEND RUN-LEDGER-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.

       WriteLedgerEnd.
           PERFORM LoadLedgerChain
           MOVE BusinessDate TO LDG-BUSINESS-DATE
           MOVE RunNumber    TO LDG-RUN-NUMBER
           MOVE 'DAY1    '   TO LDG-PROGRAM
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

      * Reads and validates the operator's run settings. The run
      * refuses to start without a usable business date and
      * checkpoint interval - without the date no output record can
               MOVE 'A' TO ProcessMode
           ELSE
               MOVE 'F' TO ProcessMode
           END-IF
      * Options bytes 4-5 are how many posted business dates back the
      * re-transmission check looks; blank or zero keeps five.
           IF ProcessOptions(4:2) NUMERIC
               AND ProcessOptions(4:2) NOT = '00'
               MOVE ProcessOptions(4:2) TO DupWindowDates
           ELSE
               MOVE 05 TO DupWindowDates
           END-IF
      * Options bytes 6-7 are the partition number when DAY1SPLT has
      * split the input; blank or zero is the ordinary single stream.
           IF ProcessOptions(6:2) NUMERIC
               AND ProcessOptions(6:2) NOT = '00'
               MOVE ProcessOptions(6:2) TO PartitionNumber
               MOVE 'Y' TO PartitionMode
           ELSE
               MOVE ZEROES TO PartitionNumber
               MOVE 'N' TO PartitionMode
           END-IF.

      * Finds this partition's control record. The splitter has
      * already applied the balanced-date check and written the run's
      * START, so the ledger is not consulted here. Without a control
      * record for this date the partition cannot know where it sits
      * in the stream, and refuses to run.
       LoadPartitionControl.
           MOVE 'N' TO PartitionFound
           MOVE 'N' TO PartitionEofSwitch
           OPEN INPUT PARTITION-CONTROL-FILE
           IF PCTL-OK
               PERFORM UNTIL PartitionEofSwitch = 'Y'
                          OR PartitionFound = 'Y'
                   READ PARTITION-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO PartitionEofSwitch
                       NOT AT END
                           IF PCTL-PARTITION = PartitionNumber
                               AND PCTL-BUSINESS-DATE = BusinessDate
                               MOVE 'Y' TO PartitionFound
                               MOVE PCTL-RUN-NUMBER
                                 TO PartitionRunNumber
                               MOVE PCTL-PARTITIONS TO PartitionCount
                               MOVE PCTL-RECORD-BASE
                                 TO PartitionRecordBase
                               MOVE PCTL-SEGMENT-BASE
                                 TO PartitionSegmentBase
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-CONTROL-FILE
           END-IF
           IF PartitionFound = 'N'
               MOVE 058 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'NO PARTITION CONTROL FOR PARTITION '
                      PartitionNumber ' DATE ' BusinessDate
                      ' - DAY1 CANNOT RUN THE PARTITION'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           MOVE PartitionRunNumber   TO RunNumber
           MOVE PartitionRunNumber   TO MtdRunNumber
           MOVE PartitionRecordBase  TO RecordCount
           MOVE PartitionSegmentBase TO FileCount
           MOVE PartitionRecordBase  TO LogCount
           MOVE 057 TO LogMessageNumber
           MOVE 'I' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'PARTITION ' PartitionNumber ' OF ' PartitionCount
                  ' RUN NUMBER ' RunNumber ' - RECORDS AFTER '
                  LogCount ' SEGMENTS AFTER ' PartitionSegmentBase
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage.

      * A partition's close-down. The run summary and its control
      * break and quarantine messages are DAY1MRG's to log once for
      * the whole run; the partition reports its own share and sets
      * its step return code the way a single stream would.
       FinishPartition.
           DISPLAY 'PARTITION ' PartitionNumber
                   ' RESULT=' SumOfNumbers
           DISPLAY 'FILES PROCESSED=' FileCount
           MOVE SumOfNumbers TO LogAmount
           MOVE FileCount    TO LogCount
           MOVE 059 TO LogMessageNumber
           MOVE 'I' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'PARTITION ' PartitionNumber ' SUMMARY - RESULT='
                  LogAmount ' LAST FILE=' LogCount
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage
           IF BreakFound = 'Y'
               DISPLAY 'PARTITION ' PartitionNumber
                       ' ENDED WITH A CONTROL BREAK'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF QuarantinedFiles > ZEROES
                   OR DuplicateFiles > ZEROES
                   OR MissingRateCount > ZEROES
                   DISPLAY 'PARTITION ' PartitionNumber
                           ' CLEAN EXCEPT ' QuarantinedFiles
                           ' QUARANTINED ' DuplicateFiles
                           ' RE-TRANSMITTED FILE(S)'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WritePartitionResult.

       WritePartitionResult.
           COMPUTE PostedRecordCount = RecordCount
                                     - PartitionRecordBase
                                     - QuarantinedRecords
                                     - DuplicateRecords
           MOVE BusinessDate     TO PRS-BUSINESS-DATE
           MOVE RunNumber        TO PRS-RUN-NUMBER
           MOVE PartitionNumber  TO PRS-PARTITION
           MOVE SumOfNumbers     TO PRS-SUM-OF-NUMBERS
           MOVE PostedRecordCount TO PRS-RECORD-COUNT
           MOVE FileCount        TO PRS-FILE-COUNT
           MOVE RecordsRead      TO PRS-RECORDS-READ
           MOVE BreakFound       TO PRS-BREAK-FOUND
           MOVE HdrSeen          TO PRS-HDR-SEEN
           MOVE TrlSeen          TO PRS-TRL-SEEN
           MOVE QuarantinedFiles TO PRS-QUARANTINED-FILES
           MOVE ProcessMode      TO PRS-PROCESS-MODE
           MOVE AllNumbersTotal  TO PRS-ALLNUM-SUM
           MOVE ExceptionCount   TO PRS-EXCEPTION-COUNT
           MOVE DuplicateFiles   TO PRS-DUPLICATE-FILES
           MOVE DuplicateRecords TO PRS-DUPLICATE-RECS
           MOVE DuplicateValue   TO PRS-DUPLICATE-VALUE
           MOVE FingerprintsKept TO PRS-WINDOW-KEPT
           MOVE RunStartTime     TO PRS-START-TIME
           MOVE RunEndTime       TO PRS-END-TIME
           MOVE RETURN-CODE      TO PRS-RETURN-CODE
           OPEN OUTPUT PARTITION-RESULT-FILE
           WRITE PARTITION-RESULT-RECORD
           CLOSE PARTITION-RESULT-FILE.

       WriteResultRecord.
           COMPUTE PostedRecordCount = RecordCount
                                     - QuarantinedRecords
                                     - DuplicateRecords
           MOVE BusinessDate TO RSLT-BUSINESS-DATE
           MOVE SumOfNumbers TO RSLT-SUM-OF-NUMBERS
           MOVE PostedRecordCount TO RSLT-RECORD-COUNT
           MOVE ProcessMode  TO RSLT-PROCESS-MODE
           MOVE AllNumbersTotal TO RSLT-ALLNUM-SUM
           MOVE ExceptionCount TO RSLT-EXCEPTION-COUNT
           MOVE DuplicateFiles TO RSLT-DUPLICATE-FILES
           OPEN OUTPUT RESULT-FILE
           WRITE RESULT-RECORD
           CLOSE RESULT-FILE.
      * Appends this run's result to the permanent history, keyed by
      * the business date the run was parameterised with.
       WriteRunHistoryRecord.
           PERFORM LoadHistoryChain
           MOVE BusinessDate  TO HIST-RUN-DATE
           MOVE SumOfNumbers  TO HIST-SUM-OF-NUMBERS
           MOVE PostedRecordCount TO HIST-RECORD-COUNT
           MOVE RunStartTime  TO HIST-START-TIME
           MOVE RunEndTime    TO HIST-END-TIME
           MOVE ElapsedSeconds TO HIST-ELAPSED-SECS
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

      * Restores run state from a prior checkpoint, if one exists, so
      * a job that abended partway through INPUT-FILE does not have to
      * reprocess records already reflected in SumOfNumbers. A clean
                       MOVE CKPT-START-TIME        TO RunStartTime
                       MOVE CKPT-MTD-RUN-NUMBER    TO MtdRunNumber
                       MOVE CKPT-CURRENT-CATEGORY  TO CurrentCategory
                       MOVE CKPT-CURRENT-SENDER    TO CurrentSender
                       MOVE CKPT-FILE-EXCEPTIONS
                         TO FileExceptionCount
                       MOVE CKPT-SEGMENT-HASH      TO SegmentHash
                       MOVE CKPT-DUPLICATE-FILES   TO DuplicateFiles
                       MOVE CKPT-DUPLICATE-RECS    TO DuplicateRecords
                       MOVE CKPT-DUPLICATE-VALUE   TO DuplicateValue
                       MOVE CKPT-CATEGORY-COUNT    TO CategoryCount
                       MOVE CKPT-CATEGORY-TABLE    TO CategoryTable
                       MOVE CKPT-FILE-BASE-SUM     TO FileBaseSum
                       IF CKPT-SEGMENT-OPEN = 'Y'
                           MOVE 'Y' TO SegBufOverflow
                       END-IF
           MOVE RunStartTime    TO CKPT-START-TIME
           MOVE MtdRunNumber    TO CKPT-MTD-RUN-NUMBER
           MOVE CurrentCategory TO CKPT-CURRENT-CATEGORY
           MOVE CurrentSender   TO CKPT-CURRENT-SENDER
           MOVE FileExceptionCount TO CKPT-FILE-EXCEPTIONS
           MOVE SegmentHash     TO CKPT-SEGMENT-HASH
           MOVE DuplicateFiles  TO CKPT-DUPLICATE-FILES
           MOVE DuplicateRecords TO CKPT-DUPLICATE-RECS
           MOVE DuplicateValue  TO CKPT-DUPLICATE-VALUE
           MOVE CategoryCount  TO CKPT-CATEGORY-COUNT
           MOVE CategoryTable  TO CKPT-CATEGORY-TABLE
           MOVE FileBaseSum    TO CKPT-FILE-BASE-SUM
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
               END-IF
               ADD 1 TO FileCount
               MOVE ZEROES TO FileRecordCount FileSum ExpectedSum
               MOVE ZEROES TO FileBaseSum
               MOVE DATA-FIELD(4:6) TO ExpectedCount
               MOVE SPACES TO CurrentCategory
               MOVE ZEROES TO FileAllNumSum
               MOVE ZEROES TO FileExceptionCount
               MOVE ZEROES TO SegmentHash
               MOVE ZEROES TO SegBufCount
               MOVE 'N' TO SegBufOverflow
               PERFORM ResetSegmentCategories
               PERFORM BufferSegmentRecord
               MOVE 'Y' TO HdrSeen
               MOVE 'Y' TO SegmentOpen
               MOVE DATA-FIELD(10:8) TO CurrentSender
               MOVE ExpectedCount TO LogCount
               MOVE 010 TO LogMessageNumber
               MOVE 'I' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'HEADER RECORD - FILE=' FileCount
                      ' EXPECTED COUNT=' LogCount
                      ' SENDER=' CurrentSender
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
               PERFORM ValidateSenderId
               IF SenderValid = 'N'
      * Like a rejected CAT, the HDR itself goes to the exception file
      * under record number zero - it is not a data record, and its
      * segment's data posts exactly as it would have.
                   ADD 1 TO ExceptionCount
                   ADD 1 TO FileExceptionCount
                   MOVE ZEROES       TO EXC-RECORD-NUMBER
                   MOVE DATA-FIELD   TO EXC-DATA-FIELD
                   MOVE BusinessDate TO EXC-FIRST-DATE
                   MOVE FileCount    TO EXC-SEGMENT-NUMBER
                   MOVE SPACES       TO EXC-CATEGORY
                   WRITE EXCEPTION-RECORD
                   MOVE 025 TO LogMessageNumber
                   MOVE 'W' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'SENDER ' CurrentSender ' NOT ON THE'
                          ' MASTER OR INACTIVE - FILE=' FileCount
                          ' HEADER WRITTEN TO EXCEPTION FILE'
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
               END-IF
           ELSE
           IF DATA-FIELD(1:3) = 'CAT'
               IF SegmentOpen = 'Y'
                   PERFORM BufferSegmentRecord
                   PERFORM AccumulateSegmentHash
               END-IF
               IF SegmentOpen = 'N'
                   MOVE 047 TO LogMessageNumber
      * current data record's number would let one DAY1FIX correction
      * match both of them.
                   ADD 1 TO ExceptionCount
                   ADD 1 TO FileExceptionCount
                   MOVE ZEROES       TO EXC-RECORD-NUMBER
                   MOVE DATA-FIELD   TO EXC-DATA-FIELD
                   MOVE BusinessDate TO EXC-FIRST-DATE
                   MOVE FileCount    TO EXC-SEGMENT-NUMBER
                   MOVE SPACES       TO EXC-CATEGORY
                   WRITE EXCEPTION-RECORD
                   MOVE 017 TO LogMessageNumber
                   MOVE 'W' TO LogSeverity
                   END-IF
                   IF SegmentOpen = 'Y'
                       PERFORM BufferSegmentRecord
                       PERFORM AccumulateSegmentHash
                   END-IF
                   MOVE 020 TO LogMessageNumber
                   MOVE 'I' TO LogSeverity
                       ADD AllNumbersValue TO FileAllNumSum
                   END-IF
                   IF NumberFound = 'Y'
                       COMPUTE BaseNumber ROUNDED = FullNumber
                           * CAT-FX-RATE (CatEntryIndex)
                       COMPUTE SumOfNumbers = SumOfNumbers + BaseNumber
                       ADD FullNumber TO FileSum
                       ADD BaseNumber TO FileBaseSum
                       ADD FullNumber TO CAT-SUM (CatEntryIndex)
                       ADD FullNumber TO CAT-SEG-SUM (CatEntryIndex)
                       ADD BaseNumber TO CAT-BASE-SUM (CatEntryIndex)
                       ADD BaseNumber
                         TO CAT-SEG-BASE-SUM (CatEntryIndex)
                       MOVE SumOfNumbers TO LogAmount
                       MOVE 021 TO LogMessageNumber
                       MOVE 'I' TO LogSeverity
           PERFORM WriteLogMessage
           MOVE 'Y' TO FileBreakFound
           MOVE ZEROES TO ExpectedSum
           MOVE SPACE TO SegmentDisposition
           PERFORM DisposeOfBrokenSegment
           PERFORM WriteFileSummaryRecord
           MOVE 'N' TO SegmentOpen
           MOVE SPACES TO CurrentCategory CurrentSender
           MOVE ZEROES TO FileRecordCount FileSum FileBaseSum
           MOVE ZEROES TO SegBufCount FileAllNumSum
           MOVE ZEROES TO FileExceptionCount
           PERFORM ResetSegmentCategories.

       WriteExceptionRecord.
           ADD 1 TO ExceptionCount
           ADD 1 TO FileExceptionCount
           MOVE RecordCount TO EXC-RECORD-NUMBER
           MOVE DATA-FIELD  TO EXC-DATA-FIELD
           MOVE BusinessDate TO EXC-FIRST-DATE
           MOVE FileCount   TO EXC-SEGMENT-NUMBER
           MOVE CAT-NAME (CatEntryIndex) TO EXC-CATEGORY
           WRITE EXCEPTION-RECORD
           MOVE RecordCount TO LogCount
           MOVE 031 TO LogMessageNumber
      * BreakFound already set there) has no segment of its own -
      * letting it reach DisposeOfBrokenSegment would quarantine
      * whatever the buffer still holds, i.e. the previous, cleanly
      * posted segment. A segment that balanced is then checked for
      * being a re-transmission, and fingerprinted if it posts. The
      * summary record is written last so it carries the outcome.
           MOVE SPACE TO SegmentDisposition
           IF FileBreakFound = 'Y' AND SegmentOpen = 'Y'
               PERFORM DisposeOfBrokenSegment
           END-IF
           IF FileBreakFound = 'N' AND SegmentOpen = 'Y'
               AND FileRecordCount > ZEROES
               PERFORM CheckDuplicateSegment
               IF SegmentDisposition = SPACE
                   PERFORM WriteFingerprintRecord
               END-IF
           END-IF
           PERFORM WriteFileSummaryRecord
           MOVE 'N' TO SegmentOpen
           MOVE SPACES TO CurrentCategory CurrentSender
           MOVE ZEROES TO FileRecordCount FileSum FileBaseSum
           MOVE ZEROES TO SegBufCount FileAllNumSum
           MOVE ZEROES TO FileExceptionCount
           PERFORM ResetSegmentCategories.

      * A broken segment either quarantines - copied to QUARF and
      * would give later exceptions duplicate keys that DAY1FIX
      * corrections then match twice. The quarantined records come
      * out of the posted count instead.
           PERFORM BackOutSegmentTotals
           ADD FileRecordCount TO QuarantinedRecords
           ADD 1 TO QuarantinedFiles
           MOVE 'Q' TO SegmentDisposition
           MOVE BusinessDate    TO QHST-BUSINESS-DATE
           MOVE MtdRunNumber    TO QHST-RUN-NUMBER
           MOVE FileCount       TO QHST-FILE-COUNT
           MOVE CurrentSender   TO QHST-SENDER-ID
           MOVE FileRecordCount TO QHST-RECORD-COUNT
           MOVE ExpectedCount   TO QHST-EXPECTED-COUNT
           MOVE FileSum         TO QHST-SUBTOTAL
           MOVE ExpectedSum     TO QHST-EXPECTED-SUM
           WRITE QUARANTINE-HISTORY-RECORD
           MOVE SegBufCount TO LogCount
           MOVE 015 TO LogMessageNumber
           MOVE 'W' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'FILE=' FileCount ' QUARANTINED - ' LogCount
                  ' RECORDS COPIED AND TOTALS BACKED OUT'
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage.

      * Takes the current segment's values back out of the run and
      * category totals - for a quarantined segment and for one held
      * out as a re-transmission alike.
       BackOutSegmentTotals.
           SUBTRACT FileBaseSum FROM SumOfNumbers
           SUBTRACT FileAllNumSum FROM AllNumbersTotal
           PERFORM VARYING CatIndex FROM 1 BY 1
                   UNTIL CatIndex > CategoryCount
                   FROM CAT-RECORDS (CatIndex)
               SUBTRACT CAT-SEG-SUM (CatIndex)
                   FROM CAT-SUM (CatIndex)
               SUBTRACT CAT-SEG-BASE-SUM (CatIndex)
                   FROM CAT-BASE-SUM (CatIndex)
           END-PERFORM.

      * A balanced segment whose sender, record count, control total
      * and content hash all match a fingerprint from the window is a
      * re-transmission: it is held out of the totals exactly as a
      * quarantined segment is, and listed with the date the original
      * first posted. Its raw records need no quarantine copy - the
      * original already posted them.
       CheckDuplicateSegment.
           MOVE ZEROES TO FpMatchIndex
           PERFORM VARYING FpIndex FROM 1 BY 1
                   UNTIL FpIndex > FingerprintCount
                      OR FpMatchIndex > ZEROES
               IF FP-HASH (FpIndex) = SegmentHash
                   AND FP-SENDER (FpIndex) = CurrentSender
                   AND FP-RECORDS (FpIndex) = FileRecordCount
                   AND FP-TOTAL (FpIndex) = ExpectedSum
                   MOVE FpIndex TO FpMatchIndex
               END-IF
           END-PERFORM
           IF FpMatchIndex > ZEROES
               PERFORM BackOutSegmentTotals
               ADD 1 TO DuplicateFiles
               ADD FileRecordCount TO DuplicateRecords
               ADD FileSum TO DuplicateValue
               MOVE 'D' TO SegmentDisposition
               MOVE FileCount         TO DDL-FILE
               MOVE CurrentSender     TO DDL-SENDER
               MOVE FileRecordCount   TO DDL-RECORDS
               MOVE ExpectedSum       TO DDL-TOTAL
               MOVE SegmentHash       TO DDL-HASH
               MOVE FP-DATE (FpMatchIndex) TO DDL-FIRST-DATE
               MOVE FP-RUN (FpMatchIndex)  TO DDL-FIRST-RUN
               MOVE FP-FILE (FpMatchIndex) TO DDL-FIRST-FILE
               WRITE DUPLICATE-REPORT-LINE FROM DupDetailLine
               MOVE FileRecordCount TO LogCount
               MOVE 026 TO LogMessageNumber
               MOVE 'W' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'FILE=' FileCount ' SENDER=' CurrentSender
                      ' RE-TRANSMITS THE SEGMENT FIRST POSTED '
                      FP-DATE (FpMatchIndex) ' - ' LogCount
                      ' RECORDS HELD OUT OF THE TOTALS'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
           END-IF.

      * Each posted segment joins the next fingerprint generation.
       WriteFingerprintRecord.
           MOVE BusinessDate    TO NFPR-BUSINESS-DATE
           MOVE MtdRunNumber    TO NFPR-RUN-NUMBER
           MOVE FileCount       TO NFPR-FILE-COUNT
           MOVE CurrentSender   TO NFPR-SENDER-ID
           MOVE FileRecordCount TO NFPR-RECORD-COUNT
           MOVE ExpectedSum     TO NFPR-CONTROL-TOTAL
           MOVE SegmentHash     TO NFPR-HASH
           WRITE NEW-FINGERPRINT-RECORD.

      * Folds the current record into SegmentHash: each character's
      * value plus one, weighted by its position, summed for the
      * record; the record figure then joins the running segment
      * figure, kept below a large prime so the order of records
      * counts as well as their content.
       AccumulateSegmentHash.
           MOVE ZEROES TO RecordHash
           PERFORM VARYING HashPos FROM 1 BY 1
                   UNTIL HashPos > LENGTH OF DATA-FIELD
               MOVE LOW-VALUE TO HashCharBytes(1:1)
               MOVE DATA-FIELD(HashPos:1) TO HashCharBytes(2:1)
               COMPUTE RecordHash = RecordHash
                                  + (HashCharValue + 1) * HashPos
           END-PERFORM
           COMPUTE HashWork = SegmentHash * 1009 + RecordHash
           DIVIDE HashWork BY 999999937 GIVING HashQuotient
               REMAINDER SegmentHash.

      * Builds the fingerprint window and starts the next generation.
      * A fresh run finds the last N dates before this one that have
      * fingerprints, loads their entries for matching and copies
      * them to NFPRINTF; entries for this date belong to the run
      * being replaced and are dropped, entries for later dates are
      * carried but not matched, and anything older ages out. A
      * restart finds the window already copied to NFPRINTF and
      * reloads it from there, then carries on appending.
       LoadFingerprintWindow.
           MOVE ZEROES TO FingerprintCount FingerprintsKept
           IF RestartRun = 'Y'
               PERFORM ReloadFingerprintWindow
           ELSE
               PERFORM FindWindowDates
               PERFORM CopyFingerprintWindow
           END-IF
           MOVE FingerprintCount TO LogCount
           MOVE WindowDateCount  TO LogCount2
           MOVE 027 TO LogMessageNumber
           MOVE 'I' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'FINGERPRINT WINDOW LOADED - ' LogCount
                  ' SEGMENTS FROM ' LogCount2 ' POSTED DATES'
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage.

       FindWindowDates.
           MOVE ZEROES TO WindowDateCount
           MOVE 'N' TO FingerprintEofSwitch
           OPEN INPUT FINGERPRINT-FILE
           IF NOT FPRT-OK
               MOVE 056 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'FINGERPRINT FILE OPEN FAILED - STATUS='
                      WS-FPRT-STATUS
                      ' - DAY1 CANNOT CHECK FOR RE-TRANSMISSIONS'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL FingerprintEofSwitch = 'Y'
               READ FINGERPRINT-FILE
                   AT END
                       MOVE 'Y' TO FingerprintEofSwitch
                   NOT AT END
                       IF FPR-BUSINESS-DATE < BusinessDate
                           PERFORM NoteWindowDate
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINGERPRINT-FILE
           MOVE BusinessDate TO WindowCutoff
           PERFORM VARYING WindowIndex FROM 1 BY 1
                   UNTIL WindowIndex > WindowDateCount
               IF WindowDate (WindowIndex) < WindowCutoff
                   MOVE WindowDate (WindowIndex) TO WindowCutoff
               END-IF
           END-PERFORM.

      * Keeps the N most recent distinct dates: a new date joins while
      * there is room, otherwise it displaces the oldest held when it
      * is later than that one.
       NoteWindowDate.
           MOVE 'N' TO WindowFound
           MOVE 1 TO WindowLowIndex
           PERFORM VARYING WindowIndex FROM 1 BY 1
                   UNTIL WindowIndex > WindowDateCount
                      OR WindowFound = 'Y'
               IF WindowDate (WindowIndex) = FPR-BUSINESS-DATE
                   MOVE 'Y' TO WindowFound
               END-IF
               IF WindowDate (WindowIndex)
                   < WindowDate (WindowLowIndex)
                   MOVE WindowIndex TO WindowLowIndex
               END-IF
           END-PERFORM
           IF WindowFound = 'N'
               IF WindowDateCount < DupWindowDates
                   ADD 1 TO WindowDateCount
                   MOVE FPR-BUSINESS-DATE
                     TO WindowDate (WindowDateCount)
               ELSE
                   IF FPR-BUSINESS-DATE
                       > WindowDate (WindowLowIndex)
                       MOVE FPR-BUSINESS-DATE
                         TO WindowDate (WindowLowIndex)
                   END-IF
               END-IF
           END-IF.

       CopyFingerprintWindow.
           MOVE 'N' TO FingerprintEofSwitch
           OPEN INPUT FINGERPRINT-FILE
           OPEN OUTPUT NEW-FINGERPRINT-FILE
           PERFORM UNTIL FingerprintEofSwitch = 'Y'
               READ FINGERPRINT-FILE
                   AT END
                       MOVE 'Y' TO FingerprintEofSwitch
                   NOT AT END
                       IF FPR-BUSINESS-DATE > BusinessDate
                           PERFORM CarryFingerprint
                       END-IF
                       IF FPR-BUSINESS-DATE < BusinessDate
                           AND FPR-BUSINESS-DATE >= WindowCutoff
                           PERFORM CarryFingerprint
                           PERFORM StoreFingerprint
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINGERPRINT-FILE.

       CarryFingerprint.
           MOVE FINGERPRINT-RECORD TO NEW-FINGERPRINT-RECORD
           WRITE NEW-FINGERPRINT-RECORD
           ADD 1 TO FingerprintsKept.

      * On restart the dates the window covers are counted back from
      * what is loaded, for the log only.
       ReloadFingerprintWindow.
           MOVE ZEROES TO WindowDateCount
           MOVE 'N' TO FingerprintEofSwitch
           OPEN INPUT NEW-FINGERPRINT-FILE
           PERFORM UNTIL FingerprintEofSwitch = 'Y'
               READ NEW-FINGERPRINT-FILE
                   AT END
                       MOVE 'Y' TO FingerprintEofSwitch
                   NOT AT END
                       IF NFPR-BUSINESS-DATE NOT = BusinessDate
                           ADD 1 TO FingerprintsKept
                       END-IF
                       IF NFPR-BUSINESS-DATE < BusinessDate
                           MOVE NEW-FINGERPRINT-RECORD
                             TO FINGERPRINT-RECORD
                           PERFORM StoreFingerprint
                           PERFORM NoteWindowDate
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-FINGERPRINT-FILE
           OPEN EXTEND NEW-FINGERPRINT-FILE.

      * A full table still carries every entry forward - only the
      * matching is incomplete, and that is reported once, severely.
       StoreFingerprint.
           IF FingerprintCount < 3000
               ADD 1 TO FingerprintCount
               MOVE FPR-BUSINESS-DATE TO FP-DATE (FingerprintCount)
               MOVE FPR-RUN-NUMBER    TO FP-RUN (FingerprintCount)
               MOVE FPR-FILE-COUNT    TO FP-FILE (FingerprintCount)
               MOVE FPR-SENDER-ID     TO FP-SENDER (FingerprintCount)
               MOVE FPR-RECORD-COUNT  TO FP-RECORDS (FingerprintCount)
               MOVE FPR-CONTROL-TOTAL TO FP-TOTAL (FingerprintCount)
               MOVE FPR-HASH          TO FP-HASH (FingerprintCount)
           ELSE
               IF FingerprintFullSeen = 'N'
                   MOVE 'Y' TO FingerprintFullSeen
                   MOVE 055 TO LogMessageNumber
                   MOVE 'S' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'FINGERPRINT TABLE FULL - SEGMENTS FROM '
                          FPR-BUSINESS-DATE ' ON NOT CHECKED FOR'
                          ' RE-TRANSMISSION'
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
               END-IF
           END-IF.

       BufferSegmentRecord.
           IF SegBufCount < 2000
               ADD 1 TO SegBufCount
                   UNTIL CatIndex > CategoryCount
               MOVE ZEROES TO CAT-SEG-RECORDS (CatIndex)
                              CAT-SEG-SUM (CatIndex)
                              CAT-SEG-BASE-SUM (CatIndex)
           END-PERFORM.

      * Loads the operations-owned category master into the lookup
               MOVE CMST-CATEGORY    TO MST-NAME (MasterCount)
               MOVE CMST-DESCRIPTION TO MST-DESC (MasterCount)
               MOVE CMST-ACTIVE      TO MST-ACTIVE (MasterCount)
               MOVE CMST-CURRENCY    TO MST-CURRENCY (MasterCount)
           ELSE
               MOVE 052 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               PERFORM WriteLogMessage
           END-IF.

      * Loads the rates dated the business date. The file is optional
      * - a day with only base-currency categories needs none - and a
      * record with no usable rate is reported and left out, so that
      * its currency's categories show as unconverted rather than
      * posting at a rate of nothing. A later record for the same
      * currency replaces an earlier one: a correction is appended.
       LoadRateTable.
           MOVE ZEROES TO RateCount
           MOVE 'N' TO RateEofSwitch
           OPEN INPUT FX-RATE-FILE
           IF FXR-OK
               PERFORM UNTIL RateEofSwitch = 'Y'
                   READ FX-RATE-FILE
                       AT END
                           MOVE 'Y' TO RateEofSwitch
                       NOT AT END
                           IF FXR-BUSINESS-DATE = BusinessDate
                               PERFORM StoreRateEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           ELSE
               MOVE 068 TO LogMessageNumber
               MOVE 'W' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'FX RATE FILE OPEN FAILED - STATUS='
                      WS-FXR-STATUS
                      ' - FOREIGN CATEGORIES WILL NOT BE CONVERTED'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
           END-IF
           MOVE RateCount TO LogCount
           MOVE 065 TO LogMessageNumber
           MOVE 'I' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'FX RATES LOADED - ' LogCount ' CURRENCIES FOR '
                  BusinessDate
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage.

       StoreRateEntry.
           IF FXR-RATE NOT NUMERIC OR FXR-RATE = ZEROES
               OR FXR-CURRENCY = SPACES
               MOVE 068 TO LogMessageNumber
               MOVE 'W' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'FX RATE RECORD FOR CURRENCY ' FXR-CURRENCY
                      ' HAS NO USABLE RATE - IGNORED'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
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
                       MOVE 068 TO LogMessageNumber
                       MOVE 'W' TO LogSeverity
                       MOVE SPACES TO LogText
                       STRING 'FX RATE TABLE FULL - CURRENCY '
                              FXR-CURRENCY ' NOT LOADED'
                           DELIMITED BY SIZE INTO LogText
                       PERFORM WriteLogMessage
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

      * A new table entry takes its currency from the master and the
      * date's rate for it; a base-currency category converts at one.
      * A foreign category with no rate is reported once, here, and
      * carries rate zero so its values stay out of the base totals.
       SetCategoryRate.
           MOVE SPACES TO CategoryCurrency
           PERFORM VARYING MstIndex FROM 1 BY 1
                   UNTIL MstIndex > MasterCount
               IF MST-NAME (MstIndex) = CurrentCategory
                   MOVE MST-CURRENCY (MstIndex) TO CategoryCurrency
               END-IF
           END-PERFORM
           MOVE CategoryCurrency TO CAT-CURRENCY (CatEntryIndex)
           IF CategoryCurrency = SPACES
               MOVE 1 TO CAT-FX-RATE (CatEntryIndex)
           ELSE
               PERFORM LocateRateEntry
               IF RateFound = 'Y'
                   MOVE RT-RATE (RateIndex)
                     TO CAT-FX-RATE (CatEntryIndex)
               ELSE
                   MOVE ZEROES TO CAT-FX-RATE (CatEntryIndex)
                   MOVE 066 TO LogMessageNumber
                   MOVE 'W' TO LogSeverity
                   MOVE SPACES TO LogText
                   STRING 'NO FX RATE FOR CATEGORY ' CurrentCategory
                          ' CURRENCY ' CategoryCurrency ' ON '
                          BusinessDate ' - VALUES NOT CONVERTED'
                       DELIMITED BY SIZE INTO LogText
                   PERFORM WriteLogMessage
               END-IF
           END-IF.

      * CurrentCategory is valid when the master carries it active.
      * CategoryDesc is left holding the master's description for the
      * summary record.
               END-IF
           END-PERFORM.

      * Loads the operations-owned sender master. Like the category
      * master it is a control file on a par with the run parameters
      * - without it no HDR can be validated, so the run refuses to
      * start.
       LoadSenderMaster.
           MOVE ZEROES TO SenderCount
           MOVE 'N' TO SenderEofSwitch
           OPEN INPUT SENDER-MASTER-FILE
           IF SMST-OK
               PERFORM UNTIL SenderEofSwitch = 'Y'
                   READ SENDER-MASTER-FILE
                       AT END
                           MOVE 'Y' TO SenderEofSwitch
                       NOT AT END
                           PERFORM StoreSenderEntry
                   END-READ
               END-PERFORM
               CLOSE SENDER-MASTER-FILE
           END-IF
           IF NOT SMST-OK OR SenderCount = ZEROES
               MOVE 053 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'SENDER MASTER MISSING OR EMPTY - STATUS='
                      WS-SMST-STATUS
                      ' - DAY1 CANNOT VALIDATE HDR RECORDS'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           MOVE SenderCount TO LogCount
           MOVE 019 TO LogMessageNumber
           MOVE 'I' TO LogSeverity
           MOVE SPACES TO LogText
           STRING 'SENDER MASTER LOADED - ' LogCount ' ENTRIES'
               DELIMITED BY SIZE INTO LogText
           PERFORM WriteLogMessage.

       StoreSenderEntry.
           IF SenderCount < 200
               ADD 1 TO SenderCount
               MOVE SMST-SENDER TO SND-ID (SenderCount)
               MOVE SMST-ACTIVE TO SND-ACTIVE (SenderCount)
           ELSE
               MOVE 054 TO LogMessageNumber
               MOVE 'S' TO LogSeverity
               MOVE SPACES TO LogText
               STRING 'SENDER MASTER TABLE FULL - ENTRY '
                      SMST-SENDER ' NOT LOADED'
                   DELIMITED BY SIZE INTO LogText
               PERFORM WriteLogMessage
           END-IF.

      * CurrentSender is valid when the master carries it active. A
      * blank ID never is - an HDR that names no sender is exactly
      * the fault the master is there to catch.
       ValidateSenderId.
           MOVE 'N' TO SenderValid
           IF CurrentSender NOT = SPACES
               PERFORM VARYING SndIndex FROM 1 BY 1
                       UNTIL SndIndex > SenderCount
                          OR SenderValid = 'Y'
                   IF SND-ID (SndIndex) = CurrentSender
                       AND SND-ACTIVE (SndIndex) = 'A'
                       MOVE 'Y' TO SenderValid
                   END-IF
               END-PERFORM
           END-IF.

      * Entry 1 is the blank (pre-CAT) category, kept in the base
      * currency; real categories are added behind it as their CAT
      * records arrive.
       InitializeCategories.
           MOVE 1 TO CategoryCount
           MOVE SPACES TO CAT-NAME (1)
           MOVE ZEROES TO CAT-RECORDS (1) CAT-SUM (1)
                          CAT-SEG-RECORDS (1) CAT-SEG-SUM (1)
                          CAT-BASE-SUM (1) CAT-SEG-BASE-SUM (1)
           MOVE SPACES TO CAT-CURRENCY (1)
           MOVE 1 TO CAT-FX-RATE (1).

      * Finds CurrentCategory in the table, adding it on first
      * sight. When the table is full, further new categories fall
                                  CAT-SUM (CategoryCount)
                                  CAT-SEG-RECORDS (CategoryCount)
                                  CAT-SEG-SUM (CategoryCount)
                                  CAT-BASE-SUM (CategoryCount)
                                  CAT-SEG-BASE-SUM (CategoryCount)
                   MOVE CategoryCount TO CatEntryIndex
                   PERFORM SetCategoryRate
               ELSE
                   MOVE 1 TO CatEntryIndex
                   IF CatOverflowSeen = 'N'
           END-IF.

      * One summary record per category used this run. The blank
      * entry only appears when records arrived before any CAT. A
      * partition writes every entry it holds, used or not, so that
      * DAY1MRG can rebuild the table in single-stream order, and
      * leaves the month-to-date copy to the merge.
       WriteCategorySummaries.
           OPEN OUTPUT CATEGORY-SUMMARY-FILE
           IF PartitionMode = 'N'
               OPEN EXTEND MTD-CATEGORY-FILE
           END-IF
           PERFORM VARYING CatIndex FROM 1 BY 1
                   UNTIL CatIndex > CategoryCount
               IF CAT-RECORDS (CatIndex) > ZEROES
                   OR PartitionMode = 'Y'
                   MOVE BusinessDate         TO CSUM-BUSINESS-DATE
                   MOVE CAT-NAME (CatIndex)  TO CSUM-CATEGORY
                   MOVE CAT-RECORDS (CatIndex) TO CSUM-RECORD-COUNT
                   MOVE CAT-BASE-SUM (CatIndex) TO CSUM-SUM
                   PERFORM FindSummaryDescription
                   MOVE CategoryDesc         TO CSUM-DESCRIPTION
                   MOVE CAT-CURRENCY (CatIndex) TO CSUM-CURRENCY
                   MOVE CAT-SUM (CatIndex)   TO CSUM-ORIGINAL-SUM
                   MOVE CAT-FX-RATE (CatIndex) TO CSUM-FX-RATE
                   WRITE CATEGORY-SUMMARY-RECORD
                   IF CAT-FX-RATE (CatIndex) = ZEROES
                       AND CAT-RECORDS (CatIndex) > ZEROES
                       ADD 1 TO MissingRateCount
                   END-IF
                   IF PartitionMode = 'N'
                       PERFORM WriteMtdCategoryRecord
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CATEGORY-SUMMARY-FILE
           IF PartitionMode = 'N'
               CLOSE MTD-CATEGORY-FILE
           END-IF.

      * The month-to-date copy carries the daily summary's fields
      * with the ledger's run number for the date.
       WriteMtdCategoryRecord.
           MOVE SPACES                 TO MTD-CATEGORY-RECORD
           MOVE CSUM-BUSINESS-DATE     TO MCAT-BUSINESS-DATE
           MOVE CSUM-CATEGORY          TO MCAT-CATEGORY
           MOVE CSUM-RECORD-COUNT      TO MCAT-RECORD-COUNT
           MOVE CSUM-SUM               TO MCAT-SUM
           MOVE CSUM-DESCRIPTION       TO MCAT-DESCRIPTION
           MOVE MtdRunNumber           TO MCAT-RUN-NUMBER
           MOVE CSUM-CURRENCY          TO MCAT-CURRENCY
           MOVE CSUM-ORIGINAL-SUM      TO MCAT-ORIGINAL-SUM
           MOVE CSUM-FX-RATE           TO MCAT-FX-RATE
           WRITE MTD-CATEGORY-RECORD.

      * The master's description for the summary being written. The
      * blank entry holds records seen before any CAT plus those whose
           MOVE FileSum         TO FSUM-SUBTOTAL
           MOVE ExpectedSum     TO FSUM-EXPECTED-SUM
           MOVE FileBreakFound  TO FSUM-BREAK-FOUND
           MOVE CurrentSender   TO FSUM-SENDER-ID
           MOVE SegmentDisposition TO FSUM-DISPOSITION
           WRITE FILE-SUMMARY-RECORD
           MOVE FILE-SUMMARY-RECORD TO MTD-FILE-SUMMARY-RECORD
           MOVE MtdRunNumber TO MFSUM-RUN-NUMBER
           MOVE FileExceptionCount TO MFSUM-EXCEPTION-COUNT
           WRITE MTD-FILE-SUMMARY-RECORD.

       WriteReportRecord.
           MOVE LastNumber    TO RPT-LAST-NUMBER
           MOVE FullNumber    TO RPT-FULL-NUMBER
           MOVE SumOfNumbers  TO RPT-SUM-OF-NUMBERS
           MOVE FileCount     TO RPT-SEGMENT-NUMBER
           MOVE CAT-NAME (CatEntryIndex) TO RPT-CATEGORY
           MOVE DATA-FIELD    TO RPT-DATA-FIELD
           WRITE REPORT-RECORD.
       
       ProcessLine.
