           02 SortMailAddress PIC X(46).
           02 SortPhone PIC X(15).
           02 SortEmail PIC X(30).
           02 SortCompany PIC X(2).

       FD SortedCustomerFile.
       01 SortedData PIC X(136).

       FD BatchCustomerFile.
       01 BatchCustomerData.
           02 FILLER PIC X.
           02 HistAction PIC X.
           02 FILLER PIC X.
           02 HistBefore PIC X(136).
           02 FILLER PIC X.
           02 HistAfter PIC X(136).
               88 HistEOF VALUE HIGH-VALUE.

       FD LockFile.
           02 WSPhone PIC X(15).
           02 WSEmail PIC X(30).
       01 WSBirthDate PIC 9(8) VALUE ZEROS.
       01 WSTaxID PIC X(9) VALUE SPACE.
       01 WSTaxIDMasked PIC X(9) VALUE SPACE.
       01 TaxIDWork PIC X(9) VALUE SPACE.
       01 TaxIDAction PIC X VALUE "M".
       01 TaxIDStatus PIC X VALUE SPACE.
       01 TaxIDOK PIC X VALUE "Y".
           88 TIValid VALUE "Y".
       01 RevealTaxID PIC X VALUE "N".
           88 TaxIDRevealWanted VALUE "Y" "y".
       01 SancAction PIC X VALUE "S".
       01 SancResult PIC X VALUE SPACE.
           88 SancHeld VALUE "H" "P".
           88 SancConfirmed VALUE "C".
       01 ReadProgram PIC X(8) VALUE SPACE.
       77 ManualIDEntry PIC X VALUE "N".
           88 ManualID VALUE "Y" "y".
       77 ConfirmReact PIC X VALUE "N".
               03 RNOperator PIC X(8).
               03 RNText PIC X(60).
       01 NoteIdx PIC 9 VALUE ZERO.
       01 WSHistBefore PIC X(136) VALUE SPACE.
       01 WSHistAfter PIC X(136) VALUE SPACE.
       01 HistActionCode PIC X VALUE SPACE.
       01 HistKeyID PIC 9(7) VALUE ZEROS.
       01 InqDate PIC 9(8) VALUE ZEROS.
       01 AsOfImage PIC X(136) VALUE SPACE.
       01 AsOfFound PIC X VALUE "N".
           88 AsOfImageFound VALUE "Y".
       01 EarlyBefore PIC X(136) VALUE SPACE.
       01 EarlyFound PIC X VALUE "N".
           88 EarlyImageFound VALUE "Y".
       01 LockBusyFlag PIC X VALUE "N".
               03 SurvAddrPostCode PIC X(9).
           02 SurvPhone PIC X(15).
           02 SurvEmail PIC X(30).
           02 SurvCompany PIC X(2).
       01 DupCustomer.
           02 DupBirthDate PIC 9(8).
           02 DupIDNum PIC 9(7).
               03 DupAddrPostCode PIC X(9).
           02 DupPhone PIC X(15).
           02 DupEmail PIC X(30).
           02 DupCompany PIC X(2).
       01 NextIDNum PIC 9(7) VALUE ZEROS.
       01 LoadReadCount PIC 9(6) VALUE ZERO.
       01 LoadedCount PIC 9(6) VALUE ZERO.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 GcCompany PIC X(2) VALUE SPACE.
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 CompanyOKFlag PIC X VALUE "Y".
           88 CompanyOK VALUE "Y".
       01 BatchBusyFlag PIC X VALUE "N".
           88 BatchInProgress VALUE "Y".
       01 InterlockChoice PIC X VALUE "N".
           02 LINE 8 COLUMN 17 PIC X(15) USING WSPhone.
           02 LINE 9 VALUE "  Email       : ".
           02 LINE 9 COLUMN 17 PIC X(30) USING WSEmail.
           02 LINE 10 VALUE "  Taxpayer ID : ".
           02 LINE 10 COLUMN 17 PIC X(9) USING WSTaxID.
           02 LINE 10 COLUMN 28 VALUE "On file : ".
           02 LINE 10 COLUMN 38 PIC X(9) FROM WSTaxIDMasked.
           02 LINE 11 VALUE "------------------------------" &
               "---------------".

               ELSE
               MOVE SPACES TO WSCustName, WSMailAddress, WSPhone,
                   WSEmail
               MOVE SPACES TO WSTaxID, WSTaxIDMasked
               MOVE ZEROS TO WSBirthDate
               PERFORM AcceptCustomerForm
               MOVE WSLastName TO DupChkLast
               ELSE
               MOVE WSIDNum TO IDNum
               PERFORM MoveFormToRecord
               MOVE GcCompany TO CustCompany
               MOVE "0" TO DeleteFlag
               WRITE CustomerData
                   INVALID KEY
                       MOVE IDNum TO HistKeyID
                       MOVE "A" TO HistActionCode
                       PERFORM WriteHistoryRecord
                       PERFORM StoreTaxID
                       PERFORM ScreenSanctions
               END-WRITE
               END-IF
               END-IF
               MOVE MailAddress TO WSMailAddress
               MOVE Phone TO WSPhone
               MOVE Email TO WSEmail
               PERFORM GetMaskedTaxID
               MOVE SPACES TO WSTaxID
               PERFORM AcceptCustomerForm
               PERFORM MoveFormToRecord
               MOVE WSIDNum TO IDNum
                   MOVE "Customer.dat" TO WSFailFile
                   PERFORM FileError
               END-IF
               PERFORM StoreTaxID
               PERFORM ScreenSanctions
               MOVE CustomerData TO WSHistAfter
               MOVE WSIDNum TO HistKeyID
               MOVE "C" TO HistActionCode
       AcceptCustomerForm.
       MOVE "N" TO BirthDateOK
       MOVE "N" TO FormRetryFlag
       PERFORM WITH TEST AFTER UNTIL BDValid AND SPValid AND TIValid
           DISPLAY ClearScreen
           DISPLAY CustomerForm
           IF FormRetry
               MOVE "MSG013" TO MsgId
               PERFORM GetMessage
               DISPLAY MsgText LINE 12 COLUMN 3
           END-IF
           ACCEPT CustomerForm
           MOVE WSBirthDate TO BirthDate
           PERFORM ValidateBirthDate
           PERFORM ValidateStatePost
           PERFORM ValidateTaxIDEntry
           IF NOT BDValid OR NOT SPValid OR NOT TIValid
               MOVE "Y" TO FormRetryFlag
           END-IF
       END-PERFORM.
               "the state pattern"
       END-IF.

      *A blank taxpayer ID leaves the one already on file in place.
       ValidateTaxIDEntry.
       MOVE "Y" TO TaxIDOK
       IF WSTaxID NOT = SPACES
           MOVE "V" TO TaxIDAction
           CALL 'taxidsvc' USING TaxIDAction, WSOperator, WSIDNum,
               WSTaxID, TaxIDStatus
           IF TaxIDStatus NOT = "Y"
               MOVE "N" TO TaxIDOK
               DISPLAY "Taxpayer ID must be 9 digits with a valid "
                   "area, group and serial"
           END-IF
       END-IF.

       StoreTaxID.
       IF WSTaxID NOT = SPACES
           MOVE "P" TO TaxIDAction
           CALL 'taxidsvc' USING TaxIDAction, WSOperator, WSIDNum,
               WSTaxID, TaxIDStatus
           MOVE SPACES TO WSTaxID
       END-IF.

       GetMaskedTaxID.
       MOVE "M" TO TaxIDAction
       CALL 'taxidsvc' USING TaxIDAction, WSOperator, IDNum,
           WSTaxIDMasked, TaxIDStatus.

      *The full taxpayer ID is shown only to operators FuncAuth.dat
      *grants TAXIDVW; the service logs each time it is shown.
       OfferFullTaxID.
       MOVE "N" TO RevealTaxID
       DISPLAY "Show full taxpayer ID ? Y/N : " WITH NO ADVANCING
       ACCEPT RevealTaxID
       IF TaxIDRevealWanted
           MOVE "F" TO TaxIDAction
           CALL 'taxidsvc' USING TaxIDAction, WSOperator, IDNum,
               TaxIDWork, TaxIDStatus
           IF TaxIDStatus = "Y"
               DISPLAY "Taxpayer ID : " TaxIDWork
           ELSE
               DISPLAY "Not authorised to view the full taxpayer ID"
           END-IF
       END-IF.

      *New and changed customers are screened against the sanctions
      *watch list; a probable match is held for compliance review.
       ScreenSanctions.
       MOVE "S" TO SancAction
       CALL 'sancchk' USING SancAction, IDNum, CustName, MailAddress,
           SancResult
       IF SancHeld OR SancConfirmed
           IF SancConfirmed
               DISPLAY "Customer is a confirmed sanctions list "
                   "match - invoicing is blocked"
           ELSE
               DISPLAY "Possible sanctions list match - customer "
                   "held for compliance review"
           END-IF
           DISPLAY "Press Enter to continue" WITH NO ADVANCING
           ACCEPT KeyPressed
       END-IF.

       MoveFormToRecord.
       MOVE WSFirstName TO FirstName
       MOVE WSLastName TO LastName
       OPEN OUTPUT ExtractFile
       MOVE SPACES TO ExtractRecord
       MOVE "IDNum,FirstName,LastName,BirthDate,Street,City," &
           "State,PostCode,Phone,Email,Age,TaxpayerID"
           TO ExtractRecord
       WRITE ExtractRecord
       MOVE ZEROS TO IDNum
       MOVE "N" TO ScanDone
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO ScanDone
           NOT AT END
               PERFORM CheckCustomerCompany
               IF NOT CEData AND CompanyOK
                   PERFORM BuildExtractRecord
               END-IF
       END-READ.
       PERFORM AppendExtractField
       MOVE WSAge TO ExtAgeText
       MOVE ExtAgeText TO ExtractRecord(ExtPos:3)
       ADD 3 TO ExtPos
       MOVE "," TO ExtractRecord(ExtPos:1)
       ADD 1 TO ExtPos
       PERFORM GetMaskedTaxID
       MOVE WSTaxIDMasked TO ExtractRecord(ExtPos:9)
       WRITE ExtractRecord
       ADD 1 TO ExtractCount.

           PERFORM ScanHistoryRecord UNTIL HistEOF
           CLOSE HistoryFile
       END-IF
       IF AsOfImageFound OR EarlyImageFound
           IF AsOfImageFound
               MOVE AsOfImage TO CustomerData
           ELSE
               MOVE EarlyBefore TO CustomerData
           END-IF
           PERFORM CheckCustomerCompany
           IF NOT CompanyOK
               MOVE "N" TO AsOfFound
               MOVE "N" TO EarlyFound
           END-IF
       END-IF
       DISPLAY ClearScreen
       IF AsOfImageFound
           MOVE AsOfImage TO CustomerData
               MOVE "N" TO RecFound
               CLOSE CustomerFile
           NOT INVALID KEY
               PERFORM CheckCustomerCompany
               IF CompanyOK
                   MOVE "Y" TO RecFound
               ELSE
                   MOVE "N" TO RecFound
                   CLOSE CustomerFile
               END-IF
       END-READ.

      *Customers of another company are treated as not on file.  In
      *batch report mode no company has been chosen and all are seen.
       CheckCustomerCompany.
       MOVE "Y" TO CompanyOKFlag
       MOVE CustCompany TO RecCompany
       IF RecCompany = SPACES
           MOVE "01" TO RecCompany
       END-IF
       IF GcCompany NOT = SPACES AND RecCompany NOT = GcCompany
           MOVE "N" TO CompanyOKFlag
       END-IF.

       DeleteCustomer.
       DISPLAY Entries
       ACCEPT IDNum COLUMN 14
           READ CustomerFile
               INVALID KEY MOVE "N" TO RecFound
           END-READ
           IF IDFound
               PERFORM CheckCustomerCompany
               IF NOT CompanyOK
                   MOVE "N" TO RecFound
               END-IF
           END-IF
           IF NOT IDFound OR MergeDupID = SurvIDNum
               DISPLAY ClearScreen
               MOVE "MSG022" TO MsgId
           CLOSE CustomerFile
           DISPLAY ClearScreen
           PERFORM DisplayCustomerDetail
           MOVE "CUSTLKUP" TO ReadProgram
           PERFORM LogCustomerRead
           IF TaxIDStatus = "Y"
               PERFORM OfferFullTaxID
           END-IF
           PERFORM DisplayRecentNotes
       ELSE
           DISPLAY ClearScreen
           DISPLAY "Operator ID : " WITH NO ADVANCING
           ACCEPT WSOperator
           MOVE "O" TO WSAuthority
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

       LoadScreenTexts.
       MOVE "SCR001" TO MsgId
           "  Postal: " AddrPostCode
       DISPLAY "Phone       : " Phone
       DISPLAY "Email       : " Email
       DISPLAY "Company     : " CustCompany
       PERFORM GetMaskedTaxID
       DISPLAY "Taxpayer ID : " WSTaxIDMasked
       IF CEData
           DISPLAY "Status      : Deleted"
       ELSE
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO ScanDone
           NOT AT END
               PERFORM CheckCustomerCompany
               IF LastName(1:SearchLen) = SearchLastName(1:SearchLen)
                   AND MatchCount < 200 AND CompanyOK
                   ADD 1 TO MatchCount
                   MOVE IDNum TO MatchID(MatchCount)
               END-IF
       PERFORM GetMessage
       DISPLAY MsgText(1:6) PrnMatchIdx " / " PrnMatchCount
       PERFORM DisplayCustomerDetail
       MOVE "CUSTSRCH" TO ReadProgram
       PERFORM LogCustomerRead
       MOVE "MSG032" TO MsgId
       PERFORM GetMessage
       DISPLAY MsgText WITH NO ADVANCING.

       LogCustomerRead.
       CALL 'readlog' USING WSOperator, IDNum, ReadProgram.

       LoadCustomerBatch.
       PERFORM ValidateBatchFile
       IF NOT BatchFileOK
                   MOVE BatchMailAddress TO MailAddress
                   MOVE BatchPhone TO Phone
                   MOVE BatchEmail TO Email
                   MOVE GcCompany TO CustCompany
                   MOVE "0" TO DeleteFlag
                   WRITE CustomerData
                       INVALID KEY
       END-IF
       IF WSAge < SelAgeMin OR WSAge > SelAgeMax
           MOVE "N" TO SelectedFlag
       END-IF
       PERFORM CheckCustomerCompany
       IF NOT CompanyOK
           MOVE "N" TO SelectedFlag
       END-IF.

       PrintReportBody.
