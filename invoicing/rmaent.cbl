      *Returns authorization entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rmaent.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RmaFile ASSIGN TO "Returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RmaFile.
       01 RmaFileRecord PIC X(660).

       FD InvoiceFile.
           COPY invdata.

       FD InvLineFile.
           COPY invline.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY rmadata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 AuthFuncCode PIC X(8) VALUE "RMAENT".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
       01 RmaEOFFlag PIC X VALUE "N".
           88 RmaEOF VALUE "Y".
       01 RmaTable.
           02 RmaEntry PIC X(660) OCCURS 200 TIMES.
       01 RmaCount PIC 9(3) VALUE ZERO.
       01 RmaIdx PIC 9(3) VALUE ZERO.
       01 RmaFoundIdx PIC 9(3) VALUE ZERO.
       01 LastRmaNum PIC 9(6) VALUE ZERO.
       01 RmaLineIdx PIC 99 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 ConfirmChoice PIC X VALUE "N".
           88 ChoiceConfirmed VALUE "Y" "y".
       01 WSCustID PIC 9(7) VALUE ZEROS.
       01 WSInvNum PIC 9(6) VALUE ZEROS.
       01 WSRmaNum PIC 9(6) VALUE ZEROS.
       01 InvoiceOKFlag PIC X VALUE "N".
           88 InvoiceUsable VALUE "Y".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 LineEOFFlag PIC X VALUE "N".
           88 LineEOF VALUE "Y".
       01 InvLineTable.
           02 InvLineEntry OCCURS 50 TIMES.
               03 ILSeq PIC 9(3).
               03 ILItemCode PIC X(6).
               03 ILItemDesc PIC X(20).
               03 ILQty PIC 9(4).
               03 ILUnitPrice PIC 9(6)V99.
               03 ILReturned PIC 9(5).
       01 InvLineCount PIC 99 VALUE ZERO.
       01 InvLineIdx PIC 99 VALUE ZERO.
       01 WSReturnable PIC 9(4) VALUE ZERO.
       01 WSQty PIC 9(4) VALUE ZERO.
       01 WSReturnValue PIC 9(8)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 RmasAdded PIC 9(4) VALUE ZERO.
       01 ReturnLineDetail.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLinSeq PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLinItem PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLinDesc PIC X(20).
           02 FILLER PIC X(10) VALUE " invoiced ".
           02 PrnLinQty PIC ZZZ9.
           02 FILLER PIC X(12) VALUE " returnable ".
           02 PrnLinReturnable PIC ZZZ9.
       01 RmaHeadLine.
           02 FILLER PIC X(4) VALUE "RMA ".
           02 PrnRmaNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRmaStatus PIC X(10).
           02 FILLER PIC X(9) VALUE " invoice ".
           02 PrnRmaInv PIC 9(6).
           02 FILLER PIC X(8) VALUE " raised ".
           02 PrnRmaDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRmaReason PIC X(20).
       01 RmaLineDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X(12) VALUE " authorised ".
           02 PrnQtyAuth PIC ZZZ9.
           02 FILLER PIC X(10) VALUE " received ".
           02 PrnQtyRecv PIC ZZZ9.
           02 FILLER PIC X(4) VALUE " at ".
           02 PrnUnitPrice PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for returns entry"
               GOBACK
           END-IF
           PERFORM LoadRmaTable
           OPEN INPUT InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No invoice file - nothing can be returned"
           ELSE
               PERFORM WITH TEST AFTER UNTIL MntQuit
                   DISPLAY "(A)uthorise return  (L)ist customer " &
                       "returns  (C)ancel return  (Q)uit : "
                       WITH NO ADVANCING
                   ACCEPT MntOption
                   IF MntOption = "A" OR MntOption = "a"
                       PERFORM AuthoriseOneReturn
                   END-IF
                   IF MntOption = "L" OR MntOption = "l"
                       PERFORM ListCustomerReturns
                   END-IF
                   IF MntOption = "C" OR MntOption = "c"
                       PERFORM CancelReturn
                   END-IF
               END-PERFORM
               CLOSE InvoiceFile
               PERFORM SaveRmaTable
           END-IF
           DISPLAY RmasAdded " returns authorised".

       STOP RUN.

       ReadBusinessDate.
       ACCEPT WSBusDate FROM DATE YYYYMMDD
       OPEN INPUT BusDateFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ BusDateFile
               AT END CONTINUE
               NOT AT END MOVE BusDateRecord TO WSBusDate
           END-READ
           CLOSE BusDateFile
       END-IF.

       CheckFunctionAuth.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed
       CALL 'getcomp' USING GcCompany, GcCompName.

       LoadRmaTable.
       MOVE ZERO TO RmaCount
       MOVE ZERO TO LastRmaNum
       OPEN INPUT RmaFile
       IF WSFileStatus = "35"
           DISPLAY "Returns.dat not found - starting empty"
       ELSE
           MOVE "N" TO RmaEOFFlag
           PERFORM LoadOneRma UNTIL RmaEOF
           CLOSE RmaFile
       END-IF.

       LoadOneRma.
       READ RmaFile INTO RmaRecord
           AT END SET RmaEOF TO TRUE
           NOT AT END
               IF RmaNumber > LastRmaNum
                   MOVE RmaNumber TO LastRmaNum
               END-IF
               IF RmaCount < 200
                   ADD 1 TO RmaCount
                   MOVE RmaRecord TO RmaEntry(RmaCount)
               ELSE
                   DISPLAY "More than 200 returns - return "
                       RmaNumber " not loaded"
               END-IF
       END-READ.

       SaveRmaTable.
       OPEN OUTPUT RmaFile
       PERFORM VARYING RmaIdx FROM 1 BY 1 UNTIL RmaIdx > RmaCount
           WRITE RmaFileRecord FROM RmaEntry(RmaIdx)
       END-PERFORM
       CLOSE RmaFile.

      *Only invoices can have goods returned against them, and only
      *while they stand.  Another company's invoices are not open to
      *the operator.
       FindOriginalInvoice.
       MOVE "N" TO InvoiceOKFlag
       DISPLAY "Customer ID    : " WITH NO ADVANCING
       ACCEPT WSCustID
       DISPLAY "Invoice number : " WITH NO ADVANCING
       ACCEPT WSInvNum
       MOVE WSCustID TO InvIDNum
       MOVE WSInvNum TO InvNumber
       READ InvoiceFile
           INVALID KEY
               DISPLAY "Invoice not found"
           NOT INVALID KEY
               MOVE InvCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany NOT = GcCompany
                   DISPLAY "Invoice not found"
               ELSE
               IF NOT InvoiceDoc
                   DISPLAY "Document is not an invoice - goods " &
                       "may only be returned against invoices"
               ELSE
               IF InvVoided
                   DISPLAY "Invoice is voided - nothing to return"
               ELSE
                   MOVE "Y" TO InvoiceOKFlag
               END-IF
               END-IF
               END-IF
       END-READ.

       LoadInvoiceLines.
       MOVE ZERO TO InvLineCount
       OPEN INPUT InvLineFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO LineEOFFlag
           PERFORM LoadOneInvoiceLine UNTIL LineEOF
           CLOSE InvLineFile
       END-IF.

       LoadOneInvoiceLine.
       READ InvLineFile
           AT END SET LineEOF TO TRUE
           NOT AT END
               IF LinIDNum = WSCustID AND LinInvNumber = WSInvNum
                   AND LinItemCode NOT = SPACES
                   AND InvLineCount < 50
                   ADD 1 TO InvLineCount
                   MOVE LinSeq TO ILSeq(InvLineCount)
                   MOVE LinItemCode TO ILItemCode(InvLineCount)
                   MOVE LinItemDesc TO ILItemDesc(InvLineCount)
                   MOVE LinQty TO ILQty(InvLineCount)
                   MOVE LinUnitPrice TO ILUnitPrice(InvLineCount)
                   MOVE ZERO TO ILReturned(InvLineCount)
               END-IF
       END-READ.

      *What has already come back, or is still expected back, on
      *other returns for the same invoice cannot be returned again.
       TallyEarlierReturns.
       PERFORM VARYING RmaIdx FROM 1 BY 1 UNTIL RmaIdx > RmaCount
           MOVE RmaEntry(RmaIdx) TO RmaRecord
           IF RmaIDNum = WSCustID AND RmaInvNumber = WSInvNum
               AND NOT RmaCancelled
               PERFORM TallyOneEarlierReturn
                   VARYING RmaLineIdx FROM 1 BY 1
                   UNTIL RmaLineIdx > RmaLineCount
           END-IF
       END-PERFORM.

       TallyOneEarlierReturn.
       PERFORM VARYING InvLineIdx FROM 1 BY 1
           UNTIL InvLineIdx > InvLineCount
           IF ILSeq(InvLineIdx) = RmaLinSeq(RmaLineIdx)
               IF RmaReceived
                   ADD RmaQtyRecv(RmaLineIdx) TO ILReturned(InvLineIdx)
               ELSE
                   ADD RmaQtyAuth(RmaLineIdx) TO ILReturned(InvLineIdx)
               END-IF
           END-IF
       END-PERFORM.

       AuthoriseOneReturn.
       IF RmaCount >= 200
           DISPLAY "Returns file full"
       ELSE
           PERFORM FindOriginalInvoice
           IF InvoiceUsable
               PERFORM LoadInvoiceLines
               IF InvLineCount = ZERO
                   DISPLAY "Invoice has no item lines - credit it " &
                       "through credit memo entry instead"
               ELSE
                   PERFORM TallyEarlierReturns
                   MOVE SPACES TO RmaRecord
                   MOVE WSCustID TO RmaIDNum
                   MOVE WSInvNum TO RmaInvNumber
                   MOVE "A" TO RmaStatus
                   MOVE WSBusDate TO RmaDate
                   MOVE ZEROS TO RmaClosedDate
                   MOVE ZEROS TO RmaCreditNumber
                   MOVE ZERO TO RmaCreditAmount
                   MOVE ZERO TO RmaFeeAmount
                   MOVE ZERO TO RmaTaxReversed
                   MOVE ZERO TO RmaLineCount
                   MOVE ZERO TO WSReturnValue
                   PERFORM EnterOneReturnLine
                       VARYING InvLineIdx FROM 1 BY 1
                       UNTIL InvLineIdx > InvLineCount
                       OR RmaLineCount >= 20
                   PERFORM FinishOneReturn
               END-IF
           END-IF
       END-IF.

       EnterOneReturnLine.
       MOVE ZERO TO WSReturnable
       IF ILReturned(InvLineIdx) < ILQty(InvLineIdx)
           COMPUTE WSReturnable = ILQty(InvLineIdx)
               - ILReturned(InvLineIdx)
       END-IF
       IF WSReturnable > ZERO
           MOVE ILSeq(InvLineIdx) TO PrnLinSeq
           MOVE ILItemCode(InvLineIdx) TO PrnLinItem
           MOVE ILItemDesc(InvLineIdx) TO PrnLinDesc
           MOVE ILQty(InvLineIdx) TO PrnLinQty
           MOVE WSReturnable TO PrnLinReturnable
           DISPLAY ReturnLineDetail
           DISPLAY "  Quantity to return : " WITH NO ADVANCING
           MOVE ZERO TO WSQty
           ACCEPT WSQty
           IF WSQty > WSReturnable
               DISPLAY "  More than can be returned - line " &
                   "not authorised"
           ELSE
           IF WSQty > ZERO
               ADD 1 TO RmaLineCount
               MOVE ILSeq(InvLineIdx) TO RmaLinSeq(RmaLineCount)
               MOVE ILItemCode(InvLineIdx)
                   TO RmaItemCode(RmaLineCount)
               MOVE WSQty TO RmaQtyAuth(RmaLineCount)
               MOVE ZERO TO RmaQtyRecv(RmaLineCount)
               MOVE ILUnitPrice(InvLineIdx)
                   TO RmaUnitPrice(RmaLineCount)
               COMPUTE WSReturnValue = WSReturnValue
                   + WSQty * ILUnitPrice(InvLineIdx)
           END-IF
           END-IF
       END-IF.

      *A restocking fee is a percentage kept back from the credit
      *when the goods arrive.
       FinishOneReturn.
       IF RmaLineCount = ZERO
           DISPLAY "Return not recorded - nothing to return"
       ELSE
           DISPLAY "Reason for return : " WITH NO ADVANCING
           ACCEPT RmaReason
           DISPLAY "Restocking fee percent (0 = none) : "
               WITH NO ADVANCING
           MOVE ZERO TO RmaFeePct
           ACCEPT RmaFeePct
           IF RmaFeePct IS NOT NUMERIC
               MOVE ZERO TO RmaFeePct
           END-IF
           MOVE WSReturnValue TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "Goods value " WSAmtFormatted
               " - authorise this return ? Y/N : "
               WITH NO ADVANCING
           MOVE "N" TO ConfirmChoice
           ACCEPT ConfirmChoice
           IF ChoiceConfirmed
               ADD 1 TO LastRmaNum
               MOVE LastRmaNum TO RmaNumber
               ADD 1 TO RmaCount
               MOVE RmaRecord TO RmaEntry(RmaCount)
               ADD 1 TO RmasAdded
               DISPLAY "Return authorisation " RmaNumber " recorded"
           ELSE
               DISPLAY "Return abandoned"
           END-IF
       END-IF.

       FindReturn.
       MOVE ZERO TO RmaFoundIdx
       DISPLAY "Return number : " WITH NO ADVANCING
       ACCEPT WSRmaNum
       PERFORM VARYING RmaIdx FROM 1 BY 1 UNTIL RmaIdx > RmaCount
           MOVE RmaEntry(RmaIdx) TO RmaRecord
           IF RmaNumber = WSRmaNum
               MOVE RmaIdx TO RmaFoundIdx
           END-IF
       END-PERFORM
       IF RmaFoundIdx = ZERO
           DISPLAY "Return " WSRmaNum " not on file"
       ELSE
           MOVE RmaEntry(RmaFoundIdx) TO RmaRecord
       END-IF.

       CancelReturn.
       PERFORM FindReturn
       IF RmaFoundIdx > ZERO
           IF NOT RmaAuthorized
               DISPLAY "Return is already closed"
           ELSE
               PERFORM ShowOneReturn
               DISPLAY "Cancel this return ? Y/N : "
                   WITH NO ADVANCING
               MOVE "N" TO ConfirmChoice
               ACCEPT ConfirmChoice
               IF ChoiceConfirmed
                   MOVE "X" TO RmaStatus
                   MOVE WSBusDate TO RmaClosedDate
                   MOVE RmaRecord TO RmaEntry(RmaFoundIdx)
                   DISPLAY "Return " RmaNumber " cancelled"
               ELSE
                   DISPLAY "Return unchanged"
               END-IF
           END-IF
       END-IF.

       ListCustomerReturns.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT WSCustID
       PERFORM VARYING RmaIdx FROM 1 BY 1 UNTIL RmaIdx > RmaCount
           MOVE RmaEntry(RmaIdx) TO RmaRecord
           IF RmaIDNum = WSCustID
               PERFORM ShowOneReturn
           END-IF
       END-PERFORM.

       ShowOneReturn.
       MOVE RmaNumber TO PrnRmaNum
       EVALUATE TRUE
           WHEN RmaAuthorized
               MOVE "AUTHORISED" TO PrnRmaStatus
           WHEN RmaReceived
               MOVE "RECEIVED" TO PrnRmaStatus
           WHEN OTHER
               MOVE "CANCELLED" TO PrnRmaStatus
       END-EVALUATE
       MOVE RmaInvNumber TO PrnRmaInv
       MOVE RmaDate TO PrnRmaDate
       MOVE RmaReason TO PrnRmaReason
       DISPLAY RmaHeadLine
       PERFORM VARYING RmaLineIdx FROM 1 BY 1
           UNTIL RmaLineIdx > RmaLineCount
           MOVE RmaItemCode(RmaLineIdx) TO PrnItemCode
           MOVE RmaQtyAuth(RmaLineIdx) TO PrnQtyAuth
           MOVE RmaQtyRecv(RmaLineIdx) TO PrnQtyRecv
           MOVE RmaUnitPrice(RmaLineIdx) TO PrnUnitPrice
           DISPLAY RmaLineDetail
       END-PERFORM
       IF RmaReceived
           MOVE RmaCreditAmount TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "    Credit memo " RmaCreditNumber " for "
               WSAmtFormatted
       END-IF.
