           05 LDG-BREAK-FOUND      PIC X.
           05 LDG-BALANCED         PIC X.
           05 LDG-RUN-TIME         PIC 9(6).
           05 LDG-AMOUNT           PIC S9(15)V99.
           05 LDG-CHAIN-SEQUENCE   PIC 9(8).
           05 LDG-CHAIN-PRIOR      PIC 9(18).
           05 LDG-CHAIN-VALUE      PIC 9(18).

       FD BALANCE-RESULT-FILE.
       01 BALANCE-RESULT-RECORD.
           05 RSLT-PROCESS-MODE    PIC X.
           05 RSLT-ALLNUM-SUM      PIC S9(13)V99.
           05 RSLT-EXCEPTION-COUNT PIC 9(6).
           05 RSLT-DUPLICATE-FILES PIC 9(4).

      * Log lines lead with the business date, then the DAY1-nnnS
      * message tag the severity is read from.
      * that means the day has not safely posted: DAY1 never wrote an
      * END record, ended severely, or ended with a break; no
      * within-tolerance balancing outcome; or no usable result
      * record. Quarantined files, re-transmitted files held out and
      * severe log messages on an otherwise balanced night are GO
      * with warnings.
       DecideVerdict.
           IF LedgerEndSeen = 'N'
               PERFORM RecordNoGo
           IF ResultDateOk = 'Y' AND RSLT-QUARANTINED-FILES > ZEROES
               MOVE 'Y' TO WarningsSeen
           END-IF
           IF ResultDateOk = 'Y' AND RSLT-DUPLICATE-FILES > ZEROES
               MOVE 'Y' TO WarningsSeen
           END-IF
           IF SevereCount > ZEROES
               MOVE 'Y' TO WarningsSeen
           END-IF
           MOVE 'FILES QUARANTINED' TO STA-LABEL
           MOVE RSLT-QUARANTINED-FILES TO EodCount
           MOVE EodCount TO STA-VALUE
           WRITE EOD-REPORT-LINE FROM StatusLine
           MOVE 'FILES HELD OUT AS DUPLICATES' TO STA-LABEL
           MOVE RSLT-DUPLICATE-FILES TO EodCount
           MOVE EodCount TO STA-VALUE
           WRITE EOD-REPORT-LINE FROM StatusLine.

      * The sign-off itself: each NO-GO reason on its own line, then
