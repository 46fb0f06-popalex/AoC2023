       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1SND.
      * Maintenance and listing for the sender master DAY1 validates
      * the sender ID on every HDR record against. Operations supply
      * a transaction file of ADD / CHG / DEA / REA actions; the old
      * master is read, the transactions are applied with each one
      * validated against what the master actually holds, and a new
      * master is written alongside a listing showing every action
      * taken or rejected and the full resulting master. No
      * transaction file is not an error - the run is then a
      * straight listing of the master. Rejected transactions leave
      * return code 4, exactly as DAY1CAT does for the category
      * master.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SENDER-MASTER-FILE ASSIGN TO SNDMSTF
                FILE STATUS IS MstStatus.
            SELECT SENDER-TRANS-FILE ASSIGN TO SNDTRANF
                FILE STATUS IS TranStatus.
            SELECT NEW-MASTER-FILE ASSIGN TO NSNDMSTF.
            SELECT MASTER-LISTING-FILE ASSIGN TO SNDLISTF.

       DATA DIVISION.
       FILE SECTION.

       FD SENDER-MASTER-FILE.
       01 SENDER-MASTER-RECORD.
           05 SMST-SENDER           PIC X(8).
           05 FILLER                PIC X(2).
           05 SMST-NAME             PIC X(30).
           05 FILLER                PIC X(2).
           05 SMST-ACTIVE           PIC X.

      * One maintenance action per record: ADD a new sender, CHG its
      * name, DEA deactivate, REA reactivate.
       FD SENDER-TRANS-FILE.
       01 SENDER-TRANS-RECORD.
           05 TRAN-ACTION           PIC X(3).
           05 FILLER                PIC X(2).
           05 TRAN-SENDER           PIC X(8).
           05 FILLER                PIC X(2).
           05 TRAN-NAME             PIC X(30).

       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD.
           05 NMST-SENDER           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NMST-NAME             PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NMST-ACTIVE           PIC X.

       FD MASTER-LISTING-FILE.
       01 MASTER-LISTING-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 MstStatus     PIC X(2) VALUE SPACES.
           88 MstOk              VALUE '00'.
           88 MstNotFound        VALUE '35'.
       01 TranStatus    PIC X(2) VALUE SPACES.
           88 TranOk             VALUE '00'.
           88 TranNotFound       VALUE '35'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 MasterCount   PIC 9(3) VALUE ZEROES.
       01 MasterTable.
           05 MasterEntry OCCURS 200 TIMES.
               10 MST-SENDER  PIC X(8).
               10 MST-NAME    PIC X(30).
               10 MST-ACTIVE  PIC X.
       01 MstIndex      PIC 9(3).
       01 MatchIndex    PIC 9(3) VALUE ZEROES.
       01 EntryFound    PIC X VALUE 'N'.
       01 TransRead     PIC 9(4) VALUE ZEROES.
       01 TransApplied  PIC 9(4) VALUE ZEROES.
       01 TransRejected PIC 9(4) VALUE ZEROES.
       01 RejectReason  PIC X(50) VALUE SPACES.
       01 HeadingLine.
           05 FILLER PIC X(10) VALUE 'DAY1SND   '.
           05 FILLER PIC X(40)
               VALUE 'SENDER MASTER MAINTENANCE AND LISTING   '.
           05 FILLER PIC X(82) VALUE SPACES.
       01 ActionLine.
           05 ACT-ACTION     PIC X(3).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 ACT-SENDER     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 ACT-RESULT     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 ACT-REASON     PIC X(50).
           05 FILLER         PIC X(57) VALUE SPACES.
       01 ListCaption.
           05 FILLER PIC X(8)  VALUE 'SENDER  '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30)
               VALUE 'NAME                          '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'STATUS'.
           05 FILLER PIC X(84) VALUE SPACES.
       01 ListLine.
           05 LST-SENDER     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LST-NAME       PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LST-STATUS     PIC X(8).
           05 FILLER         PIC X(82) VALUE SPACES.
       01 TotalLine.
           05 FILLER         PIC X(9)  VALUE 'ENTRIES= '.
           05 TOT-ENTRIES    PIC ZZ9.
           05 FILLER         PIC X(16) VALUE '  TRANSACTIONS= '.
           05 TOT-TRANS      PIC ZZZ9.
           05 FILLER         PIC X(10) VALUE '  APPLIED='.
           05 TOT-APPLIED    PIC ZZZ9.
           05 FILLER         PIC X(11) VALUE '  REJECTED='.
           05 TOT-REJECTED   PIC ZZZ9.
           05 FILLER         PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN OUTPUT MASTER-LISTING-FILE
           WRITE MASTER-LISTING-LINE FROM HeadingLine
           MOVE SPACES TO MASTER-LISTING-LINE
           WRITE MASTER-LISTING-LINE
           PERFORM LoadMaster
           PERFORM ApplyTransactions
           PERFORM WriteNewMaster
           PERFORM WriteMasterListing
           MOVE MasterCount   TO TOT-ENTRIES
           MOVE TransRead     TO TOT-TRANS
           MOVE TransApplied  TO TOT-APPLIED
           MOVE TransRejected TO TOT-REJECTED
           MOVE SPACES TO MASTER-LISTING-LINE
           WRITE MASTER-LISTING-LINE
           WRITE MASTER-LISTING-LINE FROM TotalLine
           CLOSE MASTER-LISTING-FILE
           DISPLAY 'DAY1SND ENTRIES=' MasterCount
                   ' APPLIED=' TransApplied
                   ' REJECTED=' TransRejected
           IF TransRejected > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * A missing master is the first-ever maintenance run - the new
      * master is built from the transactions alone.
       LoadMaster.
           OPEN INPUT SENDER-MASTER-FILE
           IF MstOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SENDER-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM StoreMasterEntry
                   END-READ
               END-PERFORM
               CLOSE SENDER-MASTER-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               IF MstNotFound
                   DISPLAY 'NO SENDER MASTER - BUILDING FROM'
                           ' TRANSACTIONS ALONE'
               ELSE
                   DISPLAY 'SENDER MASTER OPEN FAILED - STATUS='
                           MstStatus
                   MOVE 16 TO RETURN-CODE
                   CLOSE MASTER-LISTING-FILE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'MASTER ENTRIES LOADED=' MasterCount.

       StoreMasterEntry.
           IF MasterCount < 200
               ADD 1 TO MasterCount
               MOVE SMST-SENDER TO MST-SENDER (MasterCount)
               MOVE SMST-NAME   TO MST-NAME (MasterCount)
               MOVE SMST-ACTIVE TO MST-ACTIVE (MasterCount)
           ELSE
               DISPLAY 'MASTER TABLE FULL - ENTRY ' SMST-SENDER
                       ' NOT LOADED'
           END-IF.

       ApplyTransactions.
           OPEN INPUT SENDER-TRANS-FILE
           IF TranOk
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SENDER-TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO TransRead
                           PERFORM ApplyOneTransaction
                   END-READ
               END-PERFORM
               CLOSE SENDER-TRANS-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               IF TranNotFound
                   DISPLAY 'NO TRANSACTION FILE - LISTING RUN ONLY'
               ELSE
                   DISPLAY 'TRANSACTION FILE OPEN FAILED - STATUS='
                           TranStatus
                   MOVE 16 TO RETURN-CODE
                   CLOSE MASTER-LISTING-FILE
                   STOP RUN
               END-IF
           END-IF.

      * Each action is validated against what the master holds: an
      * ADD of an ID already present, or a CHG/DEA/REA of one that
      * is not, is a keying error and is rejected on the listing
      * rather than quietly doubling or missing an entry.
       ApplyOneTransaction.
           MOVE SPACES TO RejectReason
           PERFORM FindMasterEntry
           EVALUATE TRAN-ACTION
               WHEN 'ADD'
                   EVALUATE TRUE
                       WHEN TRAN-SENDER = SPACES
                           MOVE 'SENDER ID IS BLANK' TO RejectReason
                       WHEN EntryFound = 'Y'
                           MOVE 'SENDER ALREADY ON THE MASTER'
                             TO RejectReason
                       WHEN MasterCount >= 200
                           MOVE 'MASTER TABLE FULL' TO RejectReason
                       WHEN OTHER
                           ADD 1 TO MasterCount
                           MOVE TRAN-SENDER TO MST-SENDER (MasterCount)
                           MOVE TRAN-NAME   TO MST-NAME (MasterCount)
                           MOVE 'A' TO MST-ACTIVE (MasterCount)
                   END-EVALUATE
               WHEN 'CHG'
                   IF EntryFound = 'Y'
                       MOVE TRAN-NAME TO MST-NAME (MatchIndex)
                   ELSE
                       MOVE 'SENDER NOT ON THE MASTER'
                         TO RejectReason
                   END-IF
               WHEN 'DEA'
                   IF EntryFound = 'Y'
                       MOVE 'I' TO MST-ACTIVE (MatchIndex)
                   ELSE
                       MOVE 'SENDER NOT ON THE MASTER'
                         TO RejectReason
                   END-IF
               WHEN 'REA'
                   IF EntryFound = 'Y'
                       MOVE 'A' TO MST-ACTIVE (MatchIndex)
                   ELSE
                       MOVE 'SENDER NOT ON THE MASTER'
                         TO RejectReason
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO RejectReason
           END-EVALUATE
           MOVE TRAN-ACTION TO ACT-ACTION
           MOVE TRAN-SENDER TO ACT-SENDER
           IF RejectReason = SPACES
               ADD 1 TO TransApplied
               MOVE 'APPLIED ' TO ACT-RESULT
           ELSE
               ADD 1 TO TransRejected
               MOVE 'REJECTED' TO ACT-RESULT
           END-IF
           MOVE RejectReason TO ACT-REASON
           WRITE MASTER-LISTING-LINE FROM ActionLine.

       FindMasterEntry.
           MOVE 'N' TO EntryFound
           MOVE ZEROES TO MatchIndex
           PERFORM VARYING MstIndex FROM 1 BY 1
                   UNTIL MstIndex > MasterCount
                      OR EntryFound = 'Y'
               IF MST-SENDER (MstIndex) = TRAN-SENDER
                   MOVE 'Y' TO EntryFound
                   MOVE MstIndex TO MatchIndex
               END-IF
           END-PERFORM.

       WriteNewMaster.
           OPEN OUTPUT NEW-MASTER-FILE
           PERFORM VARYING MstIndex FROM 1 BY 1
                   UNTIL MstIndex > MasterCount
               MOVE MST-SENDER (MstIndex) TO NMST-SENDER
               MOVE MST-NAME (MstIndex)   TO NMST-NAME
               MOVE MST-ACTIVE (MstIndex) TO NMST-ACTIVE
               WRITE NEW-MASTER-RECORD
           END-PERFORM
           CLOSE NEW-MASTER-FILE.

       WriteMasterListing.
           MOVE SPACES TO MASTER-LISTING-LINE
           WRITE MASTER-LISTING-LINE
           WRITE MASTER-LISTING-LINE FROM ListCaption
           PERFORM VARYING MstIndex FROM 1 BY 1
                   UNTIL MstIndex > MasterCount
               MOVE MST-SENDER (MstIndex) TO LST-SENDER
               MOVE MST-NAME (MstIndex)   TO LST-NAME
               IF MST-ACTIVE (MstIndex) = 'A'
                   MOVE 'ACTIVE  ' TO LST-STATUS
               ELSE
                   MOVE 'INACTIVE' TO LST-STATUS
               END-IF
               WRITE MASTER-LISTING-LINE FROM ListLine
           END-PERFORM.
