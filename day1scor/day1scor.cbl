       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1SCOR.
      * Per-sender feed quality scorecard. Reads the month-to-date
      * segment summaries DAY1 appends (each carrying the sender ID
      * its HDR named and the exceptions the segment raised) and the
      * quarantine history, and ranks every sender worst first by
      * broken segments, then quarantined segments, then exception
      * rate, then count and sum mismatches against its own HDR/TRL
      * control figures. Each sender is also checked against the
      * sender master, so a feed arriving under an unknown or
      * deactivated ID shows up here instead of only in the run log.
      * The scorecard is what goes back to the senders' owners when
      * the same feed keeps breaking the nightly run.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MTD-FILE-SUMMARY-FILE ASSIGN TO MFSUMF.
            SELECT OPTIONAL QUARANTINE-HISTORY-FILE ASSIGN TO QHISTF
                FILE STATUS IS QhstStatus.
            SELECT OPTIONAL SENDER-MASTER-FILE ASSIGN TO SNDMSTF
                FILE STATUS IS SmstStatus.
            SELECT SCORE-PARAMETER-FILE ASSIGN TO SCPARMF
                FILE STATUS IS ParmStatus.
            SELECT SCORECARD-FILE ASSIGN TO SCORRPTF.

       DATA DIVISION.
       FILE SECTION.

      * The run number and exception count are alphanumeric on input:
      * records appended before either existed read back as spaces
      * there - the run counts as run one and the exceptions as none.
       FD MTD-FILE-SUMMARY-FILE.
       01 MTD-FILE-SUMMARY-RECORD.
           05 MFSUM-BUSINESS-DATE   PIC 9(8).
           05 FILLER                PIC X(2).
           05 MFSUM-FILE-COUNT      PIC 9(4).
           05 FILLER                PIC X(2).
           05 MFSUM-RECORD-COUNT    PIC 9(6).
           05 FILLER                PIC X(2).
           05 MFSUM-EXPECTED-COUNT  PIC 9(6).
           05 FILLER                PIC X(2).
           05 MFSUM-SUBTOTAL        PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 MFSUM-EXPECTED-SUM    PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 MFSUM-BREAK-FOUND     PIC X.
           05 MFSUM-SENDER-ID       PIC X(8).
           05 FILLER                PIC X(2).
           05 FILLER                PIC X(2).
           05 MFSUM-RUN-NUMBER      PIC X(4).
           05 FILLER                PIC X(2).
           05 MFSUM-EXCEPTION-COUNT PIC X(6).

       FD QUARANTINE-HISTORY-FILE.
       01 QUARANTINE-HISTORY-RECORD.
           05 QHST-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(2).
           05 QHST-RUN-NUMBER       PIC X(4).
           05 FILLER                PIC X(2).
           05 QHST-FILE-COUNT       PIC 9(4).
           05 FILLER                PIC X(2).
           05 QHST-SENDER-ID        PIC X(8).
           05 FILLER                PIC X(2).
           05 QHST-RECORD-COUNT     PIC 9(6).
           05 FILLER                PIC X(2).
           05 QHST-EXPECTED-COUNT   PIC 9(6).
           05 FILLER                PIC X(2).
           05 QHST-SUBTOTAL         PIC S9(13)V99.
           05 FILLER                PIC X(2).
           05 QHST-EXPECTED-SUM     PIC S9(13)V99.

       FD SENDER-MASTER-FILE.
       01 SENDER-MASTER-RECORD.
           05 SMST-SENDER           PIC X(8).
           05 FILLER                PIC X(2).
           05 SMST-NAME             PIC X(30).
           05 FILLER                PIC X(2).
           05 SMST-ACTIVE           PIC X.

      * The month to score, as YYYYMM. Missing file (or zeroes) scores
      * everything the month-to-date file holds - which is the
      * current month until the month-end stream retires it.
       FD SCORE-PARAMETER-FILE.
       01 SCORE-PARAMETER-RECORD.
           05 SP-REPORT-MONTH      PIC 9(6).

       FD SCORECARD-FILE.
       01 SCORECARD-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 ParmStatus    PIC X(2) VALUE SPACES.
           88 ParmOk             VALUE '00'.
           88 ParmNotFound       VALUE '35'.
       01 QhstStatus    PIC X(2) VALUE SPACES.
           88 QhstOk             VALUE '00' '05'.
       01 SmstStatus    PIC X(2) VALUE SPACES.
           88 SmstOk             VALUE '00' '05'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 ReportMonth   PIC 9(6) VALUE ZEROES.
       01 ReportMonthSplit REDEFINES ReportMonth.
           05 ReportYear    PIC 9(4).
           05 ReportMM      PIC 9(2).
       01 RecordYearMonth PIC 9(6) VALUE ZEROES.
       01 MonthWanted   PIC X VALUE 'N'.
      * Rerun discipline, as in DAY1MEND: only each date's highest
      * run counts, so a failed attempt's segments are not scored
      * twice against the sender.
       01 DateRunTable.
           05 DrtCount PIC 9(3) VALUE ZEROES.
           05 DrtEntry OCCURS 62 TIMES.
               10 DRT-DATE PIC 9(8).
               10 DRT-RUN  PIC 9(4).
       01 DrtIndex      PIC 9(3).
       01 DrtFound      PIC X VALUE 'N'.
       01 WorkDate      PIC 9(8) VALUE ZEROES.
       01 WorkRunText   PIC X(4) VALUE SPACES.
       01 WorkRun       PIC 9(4) VALUE ZEROES.
       01 KeepThisRecord PIC X VALUE 'N'.
       01 TableOverflow PIC X VALUE 'N'.
      * Sender master, for names and status only.
       01 MasterCount   PIC 9(3) VALUE ZEROES.
       01 MasterTable.
           05 MasterEntry OCCURS 200 TIMES.
               10 MST-SENDER  PIC X(8).
               10 MST-NAME    PIC X(30).
               10 MST-ACTIVE  PIC X.
       01 MstIndex      PIC 9(3).
      * One entry per sender seen. The rank key is the ordering the
      * scorecard sorts on, worst first: broken segments, then
      * quarantined segments, then exception rate, then mismatches.
       01 ScoreTable.
           05 ScCount PIC 9(3) VALUE ZEROES.
           05 ScEntry OCCURS 200 TIMES.
               10 SC-SENDER       PIC X(8).
               10 SC-SEGMENTS     PIC 9(6).
               10 SC-RECORDS      PIC 9(8).
               10 SC-EXCEPTIONS   PIC 9(8).
               10 SC-COUNT-MISM   PIC 9(6).
               10 SC-SUM-MISM     PIC 9(6).
               10 SC-RANK-KEY.
                   15 SC-BROKEN      PIC 9(6).
                   15 SC-QUARANTINED PIC 9(6).
                   15 SC-EXC-RATE    PIC 9(3)V99.
                   15 SC-MISMATCHES  PIC 9(6).
       01 ScIndex       PIC 9(3).
       01 ScFound       PIC X VALUE 'N'.
       01 ScEntryIndex  PIC 9(3).
       01 ScNext        PIC 9(3).
       01 SortSwapped   PIC X VALUE 'N'.
       01 HoldEntry     PIC X(65).
       01 LookupSender  PIC X(8) VALUE SPACES.
       01 SegmentExceptions PIC 9(6) VALUE ZEROES.
       01 SegmentsRead  PIC 9(6) VALUE ZEROES.
       01 QuarantinesRead PIC 9(6) VALUE ZEROES.
       01 TotalSegments PIC 9(6) VALUE ZEROES.
       01 TotalRecords  PIC 9(8) VALUE ZEROES.
       01 TotalBroken   PIC 9(6) VALUE ZEROES.
       01 TotalQuarantined PIC 9(6) VALUE ZEROES.
       01 TotalExceptions PIC 9(8) VALUE ZEROES.
       01 TotalMismatches PIC 9(6) VALUE ZEROES.
       01 UnknownSenders PIC 9(3) VALUE ZEROES.
       01 InactiveSenders PIC 9(3) VALUE ZEROES.
       01 HeadingLine.
           05 FILLER PIC X(10) VALUE 'DAY1SCOR  '.
           05 FILLER PIC X(34)
               VALUE 'SENDER FEED QUALITY SCORECARD     '.
           05 FILLER PIC X(14) VALUE 'REPORT MONTH= '.
           05 HDG-MONTH PIC X(6).
           05 FILLER PIC X(68) VALUE SPACES.
       01 CaptionLine.
           05 FILLER PIC X(5)  VALUE 'RANK '.
           05 FILLER PIC X(10) VALUE 'SENDER    '.
           05 FILLER PIC X(26)
               VALUE 'NAME                      '.
           05 FILLER PIC X(8)  VALUE 'SEGMENTS'.
           05 FILLER PIC X(10) VALUE '   RECORDS'.
           05 FILLER PIC X(8)  VALUE '  BROKEN'.
           05 FILLER PIC X(8)  VALUE '  QUARAN'.
           05 FILLER PIC X(9)  VALUE '  EXCEPTS'.
           05 FILLER PIC X(8)  VALUE '  EXC  %'.
           05 FILLER PIC X(8)  VALUE '  CNTMIS'.
           05 FILLER PIC X(8)  VALUE '  SUMMIS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'MASTER STATUS'.
           05 FILLER PIC X(10) VALUE SPACES.
       01 DetailLine.
           05 SDL-RANK       PIC ZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-SENDER     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-NAME       PIC X(24).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-SEGMENTS   PIC ZZZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-RECORDS    PIC ZZZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-BROKEN     PIC ZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-QUARANTINED PIC ZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-EXCEPTIONS PIC ZZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-EXC-RATE   PIC ZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-COUNT-MISM PIC ZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-SUM-MISM   PIC ZZZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-STATUS     PIC X(13).
           05 FILLER         PIC X(10) VALUE SPACES.
       01 TotalLine1.
           05 FILLER         PIC X(16) VALUE 'TOTALS  SENDERS='.
           05 TOT-SENDERS    PIC ZZ9.
           05 FILLER         PIC X(11) VALUE '  SEGMENTS='.
           05 TOT-SEGMENTS   PIC ZZZZZ9.
           05 FILLER         PIC X(10) VALUE '  RECORDS='.
           05 TOT-RECORDS    PIC ZZZZZZZ9.
           05 FILLER         PIC X(9)  VALUE '  BROKEN='.
           05 TOT-BROKEN     PIC ZZZZZ9.
           05 FILLER         PIC X(14) VALUE '  QUARANTINED='.
           05 TOT-QUARANTINED PIC ZZZZZ9.
           05 FILLER         PIC X(43) VALUE SPACES.
       01 TotalLine2.
           05 FILLER         PIC X(16) VALUE SPACES.
           05 FILLER         PIC X(13) VALUE '  EXCEPTIONS='.
           05 TOT-EXCEPTIONS PIC ZZZZZZZ9.
           05 FILLER         PIC X(13) VALUE '  MISMATCHES='.
           05 TOT-MISMATCHES PIC ZZZZZ9.
           05 FILLER         PIC X(24)
               VALUE '  SENDERS NOT ON MASTER='.
           05 TOT-UNKNOWN    PIC ZZ9.
           05 FILLER         PIC X(19) VALUE '  INACTIVE SENDERS='.
           05 TOT-INACTIVE   PIC ZZ9.
           05 FILLER         PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LoadParameters
           PERFORM LoadSenderMaster
           PERFORM ScanSegmentRuns
           PERFORM ScoreSegments
           PERFORM ScoreQuarantines
           PERFORM ComputeRates
           PERFORM RankSenders
           PERFORM WriteScorecard
           DISPLAY 'DAY1SCOR SENDERS=' ScCount
                   ' SEGMENTS=' SegmentsRead
                   ' QUARANTINED=' QuarantinesRead
           IF TableOverflow = 'Y'
               DISPLAY 'DAY1SCOR TABLE FULL - SCORECARD INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LoadParameters.
           MOVE ZEROES TO ReportMonth
           OPEN INPUT SCORE-PARAMETER-FILE
           IF ParmOk
               READ SCORE-PARAMETER-FILE
                   AT END
                       DISPLAY 'SCORE PARAMETER FILE IS EMPTY -'
                               ' SCORING THE WHOLE FILE'
                   NOT AT END
                       IF SP-REPORT-MONTH NUMERIC
                           MOVE SP-REPORT-MONTH TO ReportMonth
                       ELSE
                           DISPLAY 'REPORT MONTH NOT NUMERIC - '
                                   SP-REPORT-MONTH
                                   ' - SCORING THE WHOLE FILE'
                       END-IF
               END-READ
               CLOSE SCORE-PARAMETER-FILE
           ELSE
               IF ParmNotFound
                   DISPLAY 'NO SCORE PARAMETER FILE -'
                           ' SCORING THE WHOLE FILE'
               ELSE
                   DISPLAY 'SCORE PARAMETER OPEN FAILED - STATUS='
                           ParmStatus
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF ReportMonth NOT = ZEROES
               IF ReportMM < 01 OR ReportMM > 12
                   OR ReportYear < 1990
                   DISPLAY 'INVALID REPORT MONTH - ' ReportMonth
                           ' - SCORING THE WHOLE FILE'
                   MOVE ZEROES TO ReportMonth
               END-IF
           END-IF
           DISPLAY 'DAY1SCOR REPORT MONTH=' ReportMonth.

      * A missing master leaves every sender unnamed and flagged - the
      * scorecard is still worth having.
       LoadSenderMaster.
           MOVE ZEROES TO MasterCount
           OPEN INPUT SENDER-MASTER-FILE
           IF SmstOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SENDER-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF MasterCount < 200
                               ADD 1 TO MasterCount
                               MOVE SMST-SENDER
                                 TO MST-SENDER (MasterCount)
                               MOVE SMST-NAME
                                 TO MST-NAME (MasterCount)
                               MOVE SMST-ACTIVE
                                 TO MST-ACTIVE (MasterCount)
                           ELSE
                               DISPLAY 'MASTER TABLE FULL - ENTRY '
                                       SMST-SENDER ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENDER-MASTER-FILE
           ELSE
               DISPLAY 'SENDER MASTER OPEN FAILED - STATUS='
                       SmstStatus ' - SENDERS LISTED UNNAMED'
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       CheckMonth.
           MOVE 'N' TO MonthWanted
           IF ReportMonth = ZEROES
               MOVE 'Y' TO MonthWanted
           ELSE
               DIVIDE WorkDate BY 100 GIVING RecordYearMonth
               IF RecordYearMonth = ReportMonth
                   MOVE 'Y' TO MonthWanted
               END-IF
           END-IF.

      * First pass: the highest run number each date reached.
       ScanSegmentRuns.
           MOVE ZEROES TO DrtCount
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MTD-FILE-SUMMARY-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MTD-FILE-SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE MFSUM-BUSINESS-DATE TO WorkDate
                       PERFORM CheckMonth
                       IF MonthWanted = 'Y'
                           MOVE MFSUM-RUN-NUMBER TO WorkRunText
                           PERFORM NoteDateRun
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MTD-FILE-SUMMARY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      * Second pass: every segment of a date's final run is scored
      * against the sender its HDR named.
       ScoreSegments.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MTD-FILE-SUMMARY-FILE
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MTD-FILE-SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE MFSUM-BUSINESS-DATE TO WorkDate
                       PERFORM CheckMonth
                       IF MonthWanted = 'Y'
                           MOVE MFSUM-RUN-NUMBER TO WorkRunText
                           PERFORM CheckDateRun
                           IF KeepThisRecord = 'Y'
                               ADD 1 TO SegmentsRead
                               PERFORM ScoreOneSegment
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MTD-FILE-SUMMARY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       ScoreOneSegment.
           MOVE MFSUM-SENDER-ID TO LookupSender
           PERFORM LocateSenderEntry
           IF ScEntryIndex > ZEROES
               ADD 1 TO SC-SEGMENTS (ScEntryIndex)
               ADD MFSUM-RECORD-COUNT TO SC-RECORDS (ScEntryIndex)
               IF MFSUM-BREAK-FOUND = 'Y'
                   ADD 1 TO SC-BROKEN (ScEntryIndex)
               END-IF
               IF MFSUM-EXCEPTION-COUNT NUMERIC
                   MOVE MFSUM-EXCEPTION-COUNT TO SegmentExceptions
                   ADD SegmentExceptions
                     TO SC-EXCEPTIONS (ScEntryIndex)
               END-IF
               IF MFSUM-RECORD-COUNT NOT = MFSUM-EXPECTED-COUNT
                   ADD 1 TO SC-COUNT-MISM (ScEntryIndex)
                   ADD 1 TO SC-MISMATCHES (ScEntryIndex)
               END-IF
               IF MFSUM-SUBTOTAL NOT = MFSUM-EXPECTED-SUM
                   ADD 1 TO SC-SUM-MISM (ScEntryIndex)
                   ADD 1 TO SC-MISMATCHES (ScEntryIndex)
               END-IF
           END-IF.

      * Quarantines only count against the run the segment summaries
      * came from - a quarantine in an attempt that was later rerun
      * is not the sender's to answer for twice.
       ScoreQuarantines.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT QUARANTINE-HISTORY-FILE
           IF QhstOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ QUARANTINE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE QHST-BUSINESS-DATE TO WorkDate
                           PERFORM CheckMonth
                           IF MonthWanted = 'Y'
                               MOVE QHST-RUN-NUMBER TO WorkRunText
                               PERFORM CheckDateRun
                               IF KeepThisRecord = 'Y'
                                   ADD 1 TO QuarantinesRead
                                   MOVE QHST-SENDER-ID
                                     TO LookupSender
                                   PERFORM LocateSenderEntry
                                   IF ScEntryIndex > ZEROES
                                       ADD 1 TO SC-QUARANTINED
                                                   (ScEntryIndex)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUARANTINE-HISTORY-FILE
           ELSE
               DISPLAY 'QUARANTINE HISTORY OPEN FAILED - STATUS='
                       QhstStatus ' - QUARANTINES NOT SCORED'
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

      * Finds the sender held in LookupSender, adding it on first
      * sight.
       LocateSenderEntry.
           MOVE 'N' TO ScFound
           MOVE ZEROES TO ScEntryIndex
           PERFORM VARYING ScIndex FROM 1 BY 1
                   UNTIL ScIndex > ScCount
                      OR ScFound = 'Y'
               IF SC-SENDER (ScIndex) = LookupSender
                   MOVE 'Y' TO ScFound
                   MOVE ScIndex TO ScEntryIndex
               END-IF
           END-PERFORM
           IF ScFound = 'N'
               IF ScCount < 200
                   ADD 1 TO ScCount
                   MOVE LookupSender TO SC-SENDER (ScCount)
                   MOVE ZEROES TO SC-SEGMENTS (ScCount)
                                  SC-RECORDS (ScCount)
                                  SC-EXCEPTIONS (ScCount)
                                  SC-COUNT-MISM (ScCount)
                                  SC-SUM-MISM (ScCount)
                                  SC-BROKEN (ScCount)
                                  SC-QUARANTINED (ScCount)
                                  SC-EXC-RATE (ScCount)
                                  SC-MISMATCHES (ScCount)
                   MOVE ScCount TO ScEntryIndex
               ELSE
                   DISPLAY 'SENDER TABLE FULL - SENDER '
                           LookupSender ' NOT SCORED'
                   MOVE 'Y' TO TableOverflow
               END-IF
           END-IF.

      * A record appended before the run stamp existed reads back
      * with spaces there and counts as run one.
       ConvertWorkRun.
           IF WorkRunText NUMERIC
               MOVE WorkRunText TO WorkRun
           ELSE
               MOVE 0001 TO WorkRun
           END-IF.

       NoteDateRun.
           PERFORM ConvertWorkRun
           MOVE 'N' TO DrtFound
           PERFORM VARYING DrtIndex FROM 1 BY 1
                   UNTIL DrtIndex > DrtCount
                      OR DrtFound = 'Y'
               IF DRT-DATE (DrtIndex) = WorkDate
                   MOVE 'Y' TO DrtFound
                   IF WorkRun > DRT-RUN (DrtIndex)
                       MOVE WorkRun TO DRT-RUN (DrtIndex)
                   END-IF
               END-IF
           END-PERFORM
           IF DrtFound = 'N'
               IF DrtCount < 62
                   ADD 1 TO DrtCount
                   MOVE WorkDate TO DRT-DATE (DrtCount)
                   MOVE WorkRun  TO DRT-RUN (DrtCount)
               ELSE
                   DISPLAY 'DATE TABLE FULL - DATE ' WorkDate
                           ' NOT SCORED'
                   MOVE 'Y' TO TableOverflow
               END-IF
           END-IF.

       CheckDateRun.
           PERFORM ConvertWorkRun
           MOVE 'N' TO KeepThisRecord
           PERFORM VARYING DrtIndex FROM 1 BY 1
                   UNTIL DrtIndex > DrtCount
               IF DRT-DATE (DrtIndex) = WorkDate
                   AND DRT-RUN (DrtIndex) = WorkRun
                   MOVE 'Y' TO KeepThisRecord
               END-IF
           END-PERFORM.

      * Exception rate is exceptions per hundred data records. A
      * sender whose segments carried no data records but still
      * raised exceptions (rejected HDR or CAT records) rates 100.
       ComputeRates.
           PERFORM VARYING ScIndex FROM 1 BY 1
                   UNTIL ScIndex > ScCount
               IF SC-RECORDS (ScIndex) > ZEROES
                   COMPUTE SC-EXC-RATE (ScIndex) ROUNDED =
                       SC-EXCEPTIONS (ScIndex) * 100
                       / SC-RECORDS (ScIndex)
                       ON SIZE ERROR
                           MOVE 999.99 TO SC-EXC-RATE (ScIndex)
                   END-COMPUTE
               ELSE
                   IF SC-EXCEPTIONS (ScIndex) > ZEROES
                       MOVE 100 TO SC-EXC-RATE (ScIndex)
                   END-IF
               END-IF
           END-PERFORM.

      * Exchange sort, worst sender first. The rank key is a display
      * group, so comparing it orders broken, then quarantined, then
      * exception rate, then mismatches; equal keys fall back to the
      * sender ID so the listing is stable from run to run.
       RankSenders.
           MOVE 'Y' TO SortSwapped
           PERFORM UNTIL SortSwapped = 'N'
               MOVE 'N' TO SortSwapped
               PERFORM VARYING ScIndex FROM 1 BY 1
                       UNTIL ScIndex >= ScCount
                   COMPUTE ScNext = ScIndex + 1
                   IF SC-RANK-KEY (ScNext) > SC-RANK-KEY (ScIndex)
                       OR (SC-RANK-KEY (ScNext) = SC-RANK-KEY (ScIndex)
                           AND SC-SENDER (ScNext) < SC-SENDER (ScIndex))
                       MOVE ScEntry (ScIndex) TO HoldEntry
                       MOVE ScEntry (ScNext)  TO ScEntry (ScIndex)
                       MOVE HoldEntry         TO ScEntry (ScNext)
                       MOVE 'Y' TO SortSwapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       WriteScorecard.
           OPEN OUTPUT SCORECARD-FILE
           IF ReportMonth = ZEROES
               MOVE 'ALL   ' TO HDG-MONTH
           ELSE
               MOVE ReportMonth TO HDG-MONTH
           END-IF
           WRITE SCORECARD-LINE FROM HeadingLine
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           WRITE SCORECARD-LINE FROM CaptionLine
           PERFORM VARYING ScIndex FROM 1 BY 1
                   UNTIL ScIndex > ScCount
               PERFORM WriteScoreLine
           END-PERFORM
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE ScCount          TO TOT-SENDERS
           MOVE TotalSegments    TO TOT-SEGMENTS
           MOVE TotalRecords     TO TOT-RECORDS
           MOVE TotalBroken      TO TOT-BROKEN
           MOVE TotalQuarantined TO TOT-QUARANTINED
           MOVE TotalExceptions  TO TOT-EXCEPTIONS
           MOVE TotalMismatches  TO TOT-MISMATCHES
           MOVE UnknownSenders   TO TOT-UNKNOWN
           MOVE InactiveSenders  TO TOT-INACTIVE
           WRITE SCORECARD-LINE FROM TotalLine1
           WRITE SCORECARD-LINE FROM TotalLine2
           CLOSE SCORECARD-FILE.

       WriteScoreLine.
           MOVE ScIndex                  TO SDL-RANK
           MOVE SC-SENDER (ScIndex)      TO SDL-SENDER
           MOVE SC-SEGMENTS (ScIndex)    TO SDL-SEGMENTS
           MOVE SC-RECORDS (ScIndex)     TO SDL-RECORDS
           MOVE SC-BROKEN (ScIndex)      TO SDL-BROKEN
           MOVE SC-QUARANTINED (ScIndex) TO SDL-QUARANTINED
           MOVE SC-EXCEPTIONS (ScIndex)  TO SDL-EXCEPTIONS
           MOVE SC-EXC-RATE (ScIndex)    TO SDL-EXC-RATE
           MOVE SC-COUNT-MISM (ScIndex)  TO SDL-COUNT-MISM
           MOVE SC-SUM-MISM (ScIndex)    TO SDL-SUM-MISM
           MOVE SPACES TO SDL-NAME
           MOVE 'NOT ON MASTER' TO SDL-STATUS
           IF SC-SENDER (ScIndex) = SPACES
               MOVE 'NO SENDER ID ON HDR' TO SDL-NAME
           END-IF
           PERFORM VARYING MstIndex FROM 1 BY 1
                   UNTIL MstIndex > MasterCount
               IF MST-SENDER (MstIndex) = SC-SENDER (ScIndex)
                   MOVE MST-NAME (MstIndex) TO SDL-NAME
                   IF MST-ACTIVE (MstIndex) = 'A'
                       MOVE 'ACTIVE' TO SDL-STATUS
                   ELSE
                       MOVE 'INACTIVE' TO SDL-STATUS
                   END-IF
               END-IF
           END-PERFORM
           IF SDL-STATUS = 'NOT ON MASTER'
               ADD 1 TO UnknownSenders
           END-IF
           IF SDL-STATUS = 'INACTIVE'
               ADD 1 TO InactiveSenders
           END-IF
           ADD SC-SEGMENTS (ScIndex)    TO TotalSegments
           ADD SC-RECORDS (ScIndex)     TO TotalRecords
           ADD SC-BROKEN (ScIndex)      TO TotalBroken
           ADD SC-QUARANTINED (ScIndex) TO TotalQuarantined
           ADD SC-EXCEPTIONS (ScIndex)  TO TotalExceptions
           ADD SC-MISMATCHES (ScIndex)  TO TotalMismatches
           WRITE SCORECARD-LINE FROM DetailLine.
