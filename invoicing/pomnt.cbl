      *Customer purchase order maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pomnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POFile ASSIGN TO "CustPO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT POReqFile ASSIGN TO "POReq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD POFile.
           COPY podata.

       FD POReqFile.
       01 POReqRecord.
           02 PrqIDNum PIC 9(7).
           02 FILLER PIC X.
           02 PrqRequired PIC X.

       FD CustomerFile.
           COPY custdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 AuthFuncCode PIC X(8) VALUE "POMNT".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
       01 POEOFFlag PIC X VALUE "N".
           88 POEOF VALUE "Y".
       01 ReqEOFFlag PIC X VALUE "N".
           88 ReqEOF VALUE "Y".
       01 POFullFlag PIC X VALUE "N".
           88 POTableFull VALUE "Y".
       01 POTable.
           02 POEntry OCCURS 1000 TIMES.
               03 PTIDNum PIC 9(7).
               03 PTNumber PIC X(15).
               03 PTLimit PIC 9(8)V99.
               03 PTUsed PIC 9(8)V99.
               03 PTExpiry PIC 9(8).
               03 PTStatus PIC X.
               03 PTLastUsed PIC 9(8).
               03 PTChangedBy PIC X(8).
               03 PTChangedOn PIC 9(8).
       01 POCount PIC 9(4) VALUE ZERO.
       01 POIdx PIC 9(4) VALUE ZERO.
       01 FoundIdx PIC 9(4) VALUE ZERO.
       01 ReqTable.
           02 ReqEntry OCCURS 500 TIMES.
               03 RTIDNum PIC 9(7).
               03 RTRequired PIC X.
       01 ReqCount PIC 9(3) VALUE ZERO.
       01 ReqIdx PIC 9(3) VALUE ZERO.
       01 ReqFoundIdx PIC 9(3) VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 CustIDNum PIC 9(7) VALUE ZEROS.
       01 CustOKFlag PIC X VALUE "N".
           88 CustomerKnown VALUE "Y".
       01 CustRequired PIC X VALUE "N".
           88 CustNeedsPO VALUE "Y".
       01 NewPONumber PIC X(15) VALUE SPACE.
       01 NewLimit PIC 9(8)V99 VALUE ZERO.
       01 NewExpiry PIC 9(8) VALUE ZEROS.
       01 NewExpiryParts REDEFINES NewExpiry.
           02 NewExpYear PIC 9(4).
           02 NewExpMonth PIC 9(2).
           02 NewExpDay PIC 9(2).
       01 CustPOCount PIC 9(4) VALUE ZERO.
       01 ChangesMade PIC X VALUE "N".
           88 TableChanged VALUE "Y".
       01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 AmountText PIC X(14) VALUE SPACE.
       01 IntPart PIC X(8) VALUE SPACE.
       01 FracPart PIC X(2) VALUE SPACE.
       01 IntWork PIC X(8) VALUE ZEROS.
       01 IntWorkNum REDEFINES IntWork PIC 9(8).
       01 FracWork PIC X(2) VALUE ZEROS.
       01 FracWorkNum REDEFINES FracWork PIC 9(2).
       01 TokenLen PIC 99 VALUE ZERO.
       01 ScanIdx PIC 99 VALUE ZERO.
       01 TextPosn PIC 99 VALUE ZERO.
       01 AmountOK PIC X VALUE "N".
           88 AmountValid VALUE "Y".
       01 PODetailLine.
           02 PrnPONumber PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X(6).
           02 PrnLimit PIC ZZ,ZZZ,ZZ9.99.
           02 PrnUsed PIC ZZ,ZZZ,ZZ9.99.
           02 PrnLeft PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExpiry PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnChangedBy PIC X(8).
       01 POHeadingLine.
           02 FILLER PIC X(22) VALUE "PO NUMBER       STATUS".
           02 FILLER PIC X(26) VALUE
               "        LIMIT     INVOICED".
           02 FILLER PIC X(27) VALUE
               "         LEFT  EXPIRES   BY".
       01 WSLeft PIC 9(8)V99 VALUE ZERO.

       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for purchase order " &
                   "maintenance"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadPOTable
           IF POTableFull
               DISPLAY "CustPO.dat holds more than 1000 purchase " &
                   "orders - maintenance not possible"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadReqTable
           PERFORM ChooseCustomer
           PERFORM WITH TEST AFTER UNTIL MntQuit
               IF CustomerKnown
                   PERFORM ListCustomerPOs
                   DISPLAY "(R)equired flag  (A)dd or change  " &
                       "(C)lose or reopen  (N)ext customer  " &
                       "(Q)uit : " WITH NO ADVANCING
                   ACCEPT MntOption
               ELSE
                   DISPLAY "(N)ext customer  (Q)uit : "
                       WITH NO ADVANCING
                   ACCEPT MntOption
                   IF MntOption NOT = "N" AND MntOption NOT = "n"
                       MOVE "Q" TO MntOption
                   END-IF
               END-IF
               EVALUATE MntOption
                   WHEN "R"
                   WHEN "r"
                       PERFORM SetRequiredFlag
                   WHEN "A"
                   WHEN "a"
                       PERFORM AddPurchaseOrder
                   WHEN "C"
                   WHEN "c"
                       PERFORM ClosePurchaseOrder
                   WHEN "N"
                   WHEN "n"
                       PERFORM ChooseCustomer
               END-EVALUATE
           END-PERFORM
           IF TableChanged
               PERFORM SavePOTable
               PERFORM SaveReqTable
               DISPLAY "Purchase order files saved"
           ELSE
               DISPLAY "No changes made"
           END-IF.

       STOP RUN.

       CheckFunctionAuth.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed.

       LoadPOTable.
       MOVE ZERO TO POCount
       OPEN INPUT POFile
       IF WSFileStatus = "35"
           DISPLAY "CustPO.dat not found - starting empty"
       ELSE
           MOVE "N" TO POEOFFlag
           PERFORM LoadOnePO UNTIL POEOF
           CLOSE POFile
       END-IF.

       LoadOnePO.
       READ POFile
           AT END SET POEOF TO TRUE
           NOT AT END
               IF POCount < 1000
                   ADD 1 TO POCount
                   MOVE PoIDNum TO PTIDNum(POCount)
                   MOVE PoNumber TO PTNumber(POCount)
                   MOVE PoLimit TO PTLimit(POCount)
                   MOVE PoUsed TO PTUsed(POCount)
                   MOVE PoExpiry TO PTExpiry(POCount)
                   MOVE PoStatus TO PTStatus(POCount)
                   MOVE PoLastUsed TO PTLastUsed(POCount)
                   MOVE PoChangedBy TO PTChangedBy(POCount)
                   MOVE PoChangedOn TO PTChangedOn(POCount)
               ELSE
                   MOVE "Y" TO POFullFlag
               END-IF
       END-READ.

       LoadReqTable.
       MOVE ZERO TO ReqCount
       OPEN INPUT POReqFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ReqEOFFlag
           PERFORM LoadOneRequirement UNTIL ReqEOF
           CLOSE POReqFile
       END-IF.

       LoadOneRequirement.
       READ POReqFile
           AT END SET ReqEOF TO TRUE
           NOT AT END
               IF ReqCount < 500
                   ADD 1 TO ReqCount
                   MOVE PrqIDNum TO RTIDNum(ReqCount)
                   MOVE PrqRequired TO RTRequired(ReqCount)
               END-IF
       END-READ.

      *Purchase orders are kept for customers on the customer master
      *only.
       ChooseCustomer.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT CustIDNum
       MOVE "N" TO CustOKFlag
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           DISPLAY "Customer file not available"
       ELSE
           MOVE CustIDNum TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer ID not found"
               NOT INVALID KEY
                   IF CEData
                       DISPLAY "Customer has been deleted"
                   ELSE
                       MOVE "Y" TO CustOKFlag
                       DISPLAY "Customer " IDNum " " FirstName " "
                           LastName
                   END-IF
           END-READ
           CLOSE CustomerFile
       END-IF
       PERFORM FindRequirement.

       FindRequirement.
       MOVE ZERO TO ReqFoundIdx
       MOVE "N" TO CustRequired
       PERFORM VARYING ReqIdx FROM 1 BY 1 UNTIL ReqIdx > ReqCount
           IF RTIDNum(ReqIdx) = CustIDNum
               MOVE ReqIdx TO ReqFoundIdx
               MOVE RTRequired(ReqIdx) TO CustRequired
           END-IF
       END-PERFORM.

       ListCustomerPOs.
       IF CustNeedsPO
           DISPLAY "Customer " CustIDNum " - purchase order required"
       ELSE
           DISPLAY "Customer " CustIDNum
               " - purchase order not required"
       END-IF
       DISPLAY POHeadingLine
       MOVE ZERO TO CustPOCount
       PERFORM VARYING POIdx FROM 1 BY 1 UNTIL POIdx > POCount
           IF PTIDNum(POIdx) = CustIDNum
               PERFORM ShowOnePO
               ADD 1 TO CustPOCount
           END-IF
       END-PERFORM
       IF CustPOCount = ZERO
           DISPLAY "  No purchase orders on file"
       END-IF.

       ShowOnePO.
       MOVE PTNumber(POIdx) TO PrnPONumber
       IF PTStatus(POIdx) = "C"
           MOVE "CLOSED" TO PrnStatus
       ELSE
           MOVE "OPEN" TO PrnStatus
       END-IF
       MOVE PTLimit(POIdx) TO PrnLimit
       MOVE PTUsed(POIdx) TO PrnUsed
       MOVE ZERO TO WSLeft
       IF PTUsed(POIdx) < PTLimit(POIdx)
           COMPUTE WSLeft = PTLimit(POIdx) - PTUsed(POIdx)
       END-IF
       MOVE WSLeft TO PrnLeft
       IF PTExpiry(POIdx) = ZEROS
           MOVE "NONE" TO PrnExpiry
       ELSE
           MOVE PTExpiry(POIdx) TO PrnExpiry
       END-IF
       MOVE PTChangedBy(POIdx) TO PrnChangedBy
       DISPLAY PODetailLine.

       SetRequiredFlag.
       IF CustNeedsPO
           MOVE "N" TO CustRequired
       ELSE
           MOVE "Y" TO CustRequired
       END-IF
       IF ReqFoundIdx = ZERO
           IF ReqCount >= 500
               DISPLAY "Requirement file full - flag not set"
               MOVE "N" TO CustRequired
           ELSE
               ADD 1 TO ReqCount
               MOVE ReqCount TO ReqFoundIdx
               MOVE CustIDNum TO RTIDNum(ReqFoundIdx)
           END-IF
       END-IF
       IF ReqFoundIdx > ZERO
           MOVE CustRequired TO RTRequired(ReqFoundIdx)
           MOVE "Y" TO ChangesMade
           IF CustNeedsPO
               DISPLAY "Invoices now need a purchase order number"
           ELSE
               DISPLAY "Purchase order number now optional"
           END-IF
       END-IF.

      *A PO already on file for the customer is changed in place, so
      *what has been invoiced against it is kept.
       AddPurchaseOrder.
       DISPLAY "PO number : " WITH NO ADVANCING
       MOVE SPACES TO NewPONumber
       ACCEPT NewPONumber
       DISPLAY "Value limit (e.g. 25000.00) : " WITH NO ADVANCING
       MOVE SPACES TO AmountText
       ACCEPT AmountText
       DISPLAY "Expiry date YYYYMMDD (0 = none) : " WITH NO ADVANCING
       MOVE ZEROS TO NewExpiry
       ACCEPT NewExpiry
       INSPECT NewPONumber CONVERTING LowerCase TO UpperCase
       PERFORM ParseLimitAmount
       IF NewPONumber = SPACES
           DISPLAY "PO not recorded - PO number is required"
       ELSE
           IF NOT AmountValid OR NewLimit = ZERO
               DISPLAY "PO not recorded - limit not valid"
           ELSE
               IF NewExpiry NOT = ZEROS
                   AND (NewExpMonth < 1 OR NewExpMonth > 12
                   OR NewExpDay < 1 OR NewExpDay > 31)
                   DISPLAY "PO not recorded - expiry date not valid"
               ELSE
                   PERFORM StorePurchaseOrder
               END-IF
           END-IF
       END-IF.

       StorePurchaseOrder.
       PERFORM FindCustomerPO
       IF FoundIdx = ZERO
           IF POCount >= 1000
               DISPLAY "Purchase order file full - PO not recorded"
           ELSE
               ADD 1 TO POCount
               MOVE POCount TO FoundIdx
               MOVE CustIDNum TO PTIDNum(FoundIdx)
               MOVE NewPONumber TO PTNumber(FoundIdx)
               MOVE ZERO TO PTUsed(FoundIdx)
               MOVE "O" TO PTStatus(FoundIdx)
               MOVE ZEROS TO PTLastUsed(FoundIdx)
               DISPLAY "Purchase order added"
           END-IF
       ELSE
           DISPLAY "Purchase order changed"
       END-IF
       IF FoundIdx > ZERO
           MOVE NewLimit TO PTLimit(FoundIdx)
           MOVE NewExpiry TO PTExpiry(FoundIdx)
           MOVE GsOperID TO PTChangedBy(FoundIdx)
           MOVE WSToday TO PTChangedOn(FoundIdx)
           MOVE "Y" TO ChangesMade
           IF PTUsed(FoundIdx) > NewLimit
               DISPLAY "Warning - more than the new limit has " &
                   "already been invoiced"
           END-IF
       END-IF.

       FindCustomerPO.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING POIdx FROM 1 BY 1 UNTIL POIdx > POCount
           IF PTIDNum(POIdx) = CustIDNum
               AND PTNumber(POIdx) = NewPONumber
               MOVE POIdx TO FoundIdx
           END-IF
       END-PERFORM.

      *A closed PO stays on file so its history can still be seen,
      *but may no longer be quoted on an invoice.
       ClosePurchaseOrder.
       DISPLAY "PO number : " WITH NO ADVANCING
       MOVE SPACES TO NewPONumber
       ACCEPT NewPONumber
       INSPECT NewPONumber CONVERTING LowerCase TO UpperCase
       PERFORM FindCustomerPO
       IF FoundIdx = ZERO
           DISPLAY "No such purchase order for this customer"
       ELSE
           IF PTStatus(FoundIdx) = "C"
               MOVE "O" TO PTStatus(FoundIdx)
               DISPLAY "Purchase order reopened"
           ELSE
               MOVE "C" TO PTStatus(FoundIdx)
               DISPLAY "Purchase order closed"
           END-IF
           MOVE GsOperID TO PTChangedBy(FoundIdx)
           MOVE WSToday TO PTChangedOn(FoundIdx)
           MOVE "Y" TO ChangesMade
       END-IF.

       ParseLimitAmount.
       MOVE "N" TO AmountOK
       MOVE ZERO TO NewLimit
       MOVE SPACES TO IntPart
       MOVE SPACES TO FracPart
       UNSTRING AmountText DELIMITED BY "."
           INTO IntPart, FracPart
       END-UNSTRING
       MOVE ZEROS TO IntWork
       MOVE ZERO TO TokenLen
       PERFORM VARYING ScanIdx FROM 8 BY -1
           UNTIL ScanIdx < 1 OR TokenLen > ZERO
           IF IntPart(ScanIdx:1) NOT = SPACE
               MOVE ScanIdx TO TokenLen
           END-IF
       END-PERFORM
       IF TokenLen > ZERO
           COMPUTE TextPosn = 9 - TokenLen
           MOVE IntPart(1:TokenLen) TO IntWork(TextPosn:TokenLen)
       END-IF
       MOVE FracPart TO FracWork
       INSPECT FracWork REPLACING ALL " " BY "0"
       IF IntWorkNum IS NUMERIC AND FracWorkNum IS NUMERIC
           AND TokenLen > ZERO
           MOVE IntWorkNum TO NewLimit
           MOVE FracWork TO NewLimit(9:2)
           MOVE "Y" TO AmountOK
       END-IF.

       SavePOTable.
       OPEN OUTPUT POFile
       PERFORM VARYING POIdx FROM 1 BY 1 UNTIL POIdx > POCount
           MOVE SPACES TO PORecord
           MOVE PTIDNum(POIdx) TO PoIDNum
           MOVE PTNumber(POIdx) TO PoNumber
           MOVE PTLimit(POIdx) TO PoLimit
           MOVE PTUsed(POIdx) TO PoUsed
           MOVE PTExpiry(POIdx) TO PoExpiry
           MOVE PTStatus(POIdx) TO PoStatus
           MOVE PTLastUsed(POIdx) TO PoLastUsed
           MOVE PTChangedBy(POIdx) TO PoChangedBy
           MOVE PTChangedOn(POIdx) TO PoChangedOn
           WRITE PORecord
       END-PERFORM
       CLOSE POFile.

       SaveReqTable.
       OPEN OUTPUT POReqFile
       PERFORM VARYING ReqIdx FROM 1 BY 1 UNTIL ReqIdx > ReqCount
           MOVE SPACES TO POReqRecord
           MOVE RTIDNum(ReqIdx) TO PrqIDNum
           MOVE RTRequired(ReqIdx) TO PrqRequired
           WRITE POReqRecord
       END-PERFORM
       CLOSE POReqFile.
