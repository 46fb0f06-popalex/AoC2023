      * - the run is then a straight listing of the master. Rejected
      * transactions leave return code 4 so the scheduler can tell a
      * clean maintenance run from one that needs a second look.
      * A category whose business is carried in a foreign currency
      * holds that currency's code on the master (blank is the base
      * currency); ADD sets it and CUR changes it, and DAY1 converts
      * the category's values at the day's rate for that code.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           05 CMST-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2).
           05 CMST-ACTIVE           PIC X.
           05 FILLER                PIC X(2).
           05 CMST-CURRENCY         PIC X(3).

      * One maintenance action per record: ADD a new category, CHG
      * its description, CUR its currency, DEA deactivate, REA
      * reactivate.
       FD CATEGORY-TRANS-FILE.
       01 CATEGORY-TRANS-RECORD.
           05 TRAN-ACTION           PIC X(3).
           05 TRAN-CATEGORY         PIC X(10).
           05 FILLER                PIC X(2).
           05 TRAN-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2).
           05 TRAN-CURRENCY         PIC X(3).

       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD.
           05 NMST-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NMST-ACTIVE           PIC X.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 NMST-CURRENCY         PIC X(3).

       FD MASTER-LISTING-FILE.
       01 MASTER-LISTING-LINE      PIC X(132).
               10 MST-NAME    PIC X(10).
               10 MST-DESC    PIC X(30).
               10 MST-ACTIVE  PIC X.
               10 MST-CURRENCY PIC X(3).
       01 MstIndex      PIC 9(3).
       01 MatchIndex    PIC 9(3) VALUE ZEROES.
       01 EntryFound    PIC X VALUE 'N'.
       01 TransApplied  PIC 9(4) VALUE ZEROES.
       01 TransRejected PIC 9(4) VALUE ZEROES.
       01 RejectReason  PIC X(50) VALUE SPACES.
       01 CurrencyValid PIC X VALUE 'Y'.
       01 HeadingLine.
           05 FILLER PIC X(10) VALUE 'DAY1CAT   '.
           05 FILLER PIC X(40)
               VALUE 'DESCRIPTION                   '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'STATUS'.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'CURRENCY'.
           05 FILLER PIC X(70) VALUE SPACES.
       01 ListLine.
           05 LST-CATEGORY   PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LST-DESC       PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LST-STATUS     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 LST-CURRENCY   PIC X(8).
           05 FILLER         PIC X(70) VALUE SPACES.
       01 TotalLine.
           05 FILLER         PIC X(9)  VALUE 'ENTRIES= '.
           05 TOT-ENTRIES    PIC ZZ9.
               MOVE CMST-CATEGORY    TO MST-NAME (MasterCount)
               MOVE CMST-DESCRIPTION TO MST-DESC (MasterCount)
               MOVE CMST-ACTIVE      TO MST-ACTIVE (MasterCount)
               MOVE CMST-CURRENCY    TO MST-CURRENCY (MasterCount)
           ELSE
               DISPLAY 'MASTER TABLE FULL - ENTRY ' CMST-CATEGORY
                       ' NOT LOADED'
       ApplyOneTransaction.
           MOVE SPACES TO RejectReason
           PERFORM FindMasterEntry
           PERFORM CheckTranCurrency
           EVALUATE TRAN-ACTION
               WHEN 'ADD'
                   IF TRAN-CATEGORY = SPACES
                   ELSE
                   IF MasterCount >= 100
                       MOVE 'MASTER TABLE FULL' TO RejectReason
                   ELSE
                   IF CurrencyValid = 'N'
                       MOVE 'CURRENCY CODE IS NOT VALID'
                         TO RejectReason
                   ELSE
                       ADD 1 TO MasterCount
                       MOVE TRAN-CATEGORY TO MST-NAME (MasterCount)
                       MOVE TRAN-DESCRIPTION
                         TO MST-DESC (MasterCount)
                       MOVE 'A' TO MST-ACTIVE (MasterCount)
                       MOVE TRAN-CURRENCY
                         TO MST-CURRENCY (MasterCount)
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                       MOVE 'CATEGORY NOT ON THE MASTER'
                         TO RejectReason
                   END-IF
               WHEN 'CUR'
                   IF EntryFound = 'N'
                       MOVE 'CATEGORY NOT ON THE MASTER'
                         TO RejectReason
                   ELSE
                   IF CurrencyValid = 'N'
                       MOVE 'CURRENCY CODE IS NOT VALID'
                         TO RejectReason
                   ELSE
                       MOVE TRAN-CURRENCY TO MST-CURRENCY (MatchIndex)
                   END-IF
                   END-IF
               WHEN 'DEA'
                   IF EntryFound = 'Y'
                       MOVE 'I' TO MST-ACTIVE (MatchIndex)
               END-IF
           END-PERFORM.

      * A currency code is three letters, or blank for the base
      * currency; anything else could never match a rate.
       CheckTranCurrency.
           MOVE 'Y' TO CurrencyValid
           IF TRAN-CURRENCY NOT = SPACES
               IF TRAN-CURRENCY NOT ALPHABETIC
                  OR TRAN-CURRENCY (1:1) = SPACE
                  OR TRAN-CURRENCY (2:1) = SPACE
                  OR TRAN-CURRENCY (3:1) = SPACE
                   MOVE 'N' TO CurrencyValid
               END-IF
           END-IF.

       WriteNewMaster.
           OPEN OUTPUT NEW-MASTER-FILE
           PERFORM VARYING MstIndex FROM 1 BY 1
               MOVE MST-NAME (MstIndex)   TO NMST-CATEGORY
               MOVE MST-DESC (MstIndex)   TO NMST-DESCRIPTION
               MOVE MST-ACTIVE (MstIndex) TO NMST-ACTIVE
               MOVE MST-CURRENCY (MstIndex) TO NMST-CURRENCY
               WRITE NEW-MASTER-RECORD
           END-PERFORM
           CLOSE NEW-MASTER-FILE.
               ELSE
                   MOVE 'INACTIVE' TO LST-STATUS
               END-IF
               IF MST-CURRENCY (MstIndex) = SPACES
                   MOVE 'BASE' TO LST-CURRENCY
               ELSE
                   MOVE MST-CURRENCY (MstIndex) TO LST-CURRENCY
               END-IF
               WRITE MASTER-LISTING-LINE FROM ListLine
           END-PERFORM.
