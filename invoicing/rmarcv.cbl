      *Returned goods receipt with credit memo and restock
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rmarcv.
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
           SELECT TaxCompFile ASSIGN TO "TaxComp.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxRevFile ASSIGN TO "TaxRev.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BatchFlagFile ASSIGN TO "BatchRun.flg"
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

       FD TaxCompFile.
       01 TaxCompRecord.
           02 TcJurisdiction PIC X(2).
               88 TaxCompEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 TcComponent PIC X(8).
           02 FILLER PIC X.
           02 TcPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 TcTaxAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 TcDate PIC 9(8).
           02 FILLER PIC X.
           02 TcIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TcInvNumber PIC 9(6).

       FD TaxRevFile.
       01 TaxRevRecord.
           02 TrvJurisdiction PIC X(2).
           02 FILLER PIC X.
           02 TrvComponent PIC X(8).
           02 FILLER PIC X.
           02 TrvPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 TrvTaxAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 TrvDate PIC 9(8).
           02 FILLER PIC X.
           02 TrvIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TrvCredNumber PIC 9(6).
           02 FILLER PIC X.
           02 TrvInvNumber PIC 9(6).

       FD InvLineFile.
           COPY invline.

       FD BatchFlagFile.
       01 BatchFlagRecord PIC X.

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
       01 AuthFuncCode PIC X(8) VALUE "RMARCV".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 BatchBusyFlag PIC X VALUE "N".
           88 BatchInProgress VALUE "Y".
       01 InterlockChoice PIC X VALUE "N".
           88 InterlockOverride VALUE "Y" "y".
       01 ConfirmChoice PIC X VALUE "N".
           88 ChoiceConfirmed VALUE "Y" "y".
       01 RmaEOFFlag PIC X VALUE "N".
           88 RmaEOF VALUE "Y".
       01 RmaTable.
           02 RmaEntry PIC X(660) OCCURS 200 TIMES.
       01 RmaCount PIC 9(3) VALUE ZERO.
       01 RmaIdx PIC 9(3) VALUE ZERO.
       01 RmaFoundIdx PIC 9(3) VALUE ZERO.
       01 RmaLineIdx PIC 99 VALUE ZERO.
       01 WSRmaNum PIC 9(6) VALUE ZEROS.
       01 RecvTable.
           02 RVQty PIC 9(4) OCCURS 20 TIMES.
       01 WSGoodsValue PIC 9(8)V99 VALUE ZERO.
       01 WSFeeAmount PIC 9(8)V99 VALUE ZERO.
       01 WSCreditAmount PIC 9(8)V99 VALUE ZERO.
       01 OrigAmount PIC 9(6)V99 VALUE ZERO.
       01 OrigJuris PIC X(2) VALUE SPACE.
       01 OrigCurrency PIC X(3) VALUE SPACE.
       01 PriorCredits PIC S9(8)V99 VALUE ZERO.
       01 RemainAmount PIC S9(8)V99 VALUE ZERO.
       01 ScanEOFFlag PIC X VALUE "N".
           88 ScanEOF VALUE "Y".
       01 InvoiceOKFlag PIC X VALUE "N".
           88 InvoiceUsable VALUE "Y".
       01 TaxRevTable.
           02 TaxRevEntry OCCURS 20 TIMES.
               03 TRJuris PIC X(2).
               03 TRComponent PIC X(8).
               03 TRPrice PIC 9(6)V99.
               03 TRTax PIC 9(6)V99.
       01 TaxRevCount PIC 99 VALUE ZERO.
       01 TaxRevIdx PIC 99 VALUE ZERO.
       01 WSTaxReversed PIC 9(6)V99 VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 LineSeq PIC 9(3) VALUE ZERO.
       01 LastRecvIdx PIC 99 VALUE ZERO.
       01 CreditLinesTotal PIC 9(8)V99 VALUE ZERO.
       01 WSStockAction PIC X VALUE "P".
       01 WSStockQty PIC S9(7) VALUE ZERO.
       01 WSStockAvail PIC S9(7) VALUE ZERO.
       01 WSStockStatus PIC X VALUE "N".
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 ReturnsReceived PIC 9(4) VALUE ZERO.
       01 RecvLineDetail.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X(12) VALUE " authorised ".
           02 PrnQtyAuth PIC ZZZ9.
           02 FILLER PIC X(4) VALUE " at ".
           02 PrnUnitPrice PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckSupervisor
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised to receive returns"
               GOBACK
           END-IF
           PERFORM CheckBatchInterlock
           IF BatchInProgress
               GOBACK
           END-IF
           PERFORM LoadRmaTable
           OPEN I-O InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No invoice file - nothing can be credited"
           ELSE
               MOVE 1 TO WSRmaNum
               PERFORM WITH TEST AFTER UNTIL WSRmaNum = ZERO
                   DISPLAY "Receive return number (0 to quit) : "
                       WITH NO ADVANCING
                   MOVE ZERO TO WSRmaNum
                   ACCEPT WSRmaNum
                   IF WSRmaNum NOT = ZERO
                       PERFORM ReceiveOneReturn
                   END-IF
               END-PERFORM
               CLOSE InvoiceFile
           END-IF
           DISPLAY ReturnsReceived " returns received".

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

       CheckSupervisor.
       MOVE "O" TO WSAuthority
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
       END-IF.

       CheckFunctionAuth.
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed.

       CheckBatchInterlock.
       MOVE "N" TO BatchBusyFlag
       OPEN INPUT BatchFlagFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           CLOSE BatchFlagFile
           MOVE "Y" TO BatchBusyFlag
       END-IF
       IF BatchInProgress
           IF IsSupervisor
               DISPLAY "Nightly batch is in progress - override " &
                   "and continue ? Y/N : " WITH NO ADVANCING
               MOVE "N" TO InterlockChoice
               ACCEPT InterlockChoice
               IF InterlockOverride
                   MOVE "N" TO BatchBusyFlag
               END-IF
           ELSE
               DISPLAY "Nightly batch is in progress - updates " &
                   "are locked out until it completes"
           END-IF
       END-IF.

       LoadRmaTable.
       MOVE ZERO TO RmaCount
       OPEN INPUT RmaFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO RmaEOFFlag
           PERFORM LoadOneRma UNTIL RmaEOF
           CLOSE RmaFile
       END-IF.

       LoadOneRma.
       READ RmaFile INTO RmaRecord
           AT END SET RmaEOF TO TRUE
           NOT AT END
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

      *Only what actually arrives is credited and restocked; the
      *return is closed once received, whatever did not come back.
       ReceiveOneReturn.
       MOVE ZERO TO RmaFoundIdx
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
           IF NOT RmaAuthorized
               DISPLAY "Return " WSRmaNum " is closed"
           ELSE
               PERFORM ReadOriginalInvoice
               IF InvoiceUsable
                   DISPLAY "Customer " RmaIDNum " invoice "
                       RmaInvNumber " - " RmaReason
                   PERFORM AcceptReceivedQuantities
                   PERFORM CreditOneReturn
               END-IF
           END-IF
       END-IF.

       ReadOriginalInvoice.
       MOVE "N" TO InvoiceOKFlag
       MOVE RmaIDNum TO InvIDNum
       MOVE RmaInvNumber TO InvNumber
       READ InvoiceFile
           INVALID KEY
               DISPLAY "Original invoice " RmaInvNumber
                   " not on file"
           NOT INVALID KEY
               IF InvVoided
                   DISPLAY "Original invoice has been voided - " &
                       "cancel this return instead"
               ELSE
                   MOVE InvAmount TO OrigAmount
                   MOVE InvJurisdiction TO OrigJuris
                   MOVE InvCurrency TO OrigCurrency
                   MOVE "Y" TO InvoiceOKFlag
               END-IF
       END-READ.

       AcceptReceivedQuantities.
       MOVE ZERO TO WSGoodsValue
       PERFORM VARYING RmaLineIdx FROM 1 BY 1 UNTIL RmaLineIdx > 20
           MOVE ZERO TO RVQty(RmaLineIdx)
       END-PERFORM
       PERFORM AcceptOneReceivedQty
           VARYING RmaLineIdx FROM 1 BY 1
           UNTIL RmaLineIdx > RmaLineCount.

       AcceptOneReceivedQty.
       MOVE RmaItemCode(RmaLineIdx) TO PrnItemCode
       MOVE RmaQtyAuth(RmaLineIdx) TO PrnQtyAuth
       MOVE RmaUnitPrice(RmaLineIdx) TO PrnUnitPrice
       DISPLAY RecvLineDetail
       DISPLAY "  Quantity received : " WITH NO ADVANCING
       ACCEPT RVQty(RmaLineIdx)
       IF RVQty(RmaLineIdx) > RmaQtyAuth(RmaLineIdx)
           DISPLAY "  More than was authorised - only the " &
               "authorised quantity is accepted"
           MOVE RmaQtyAuth(RmaLineIdx) TO RVQty(RmaLineIdx)
       END-IF
       COMPUTE WSGoodsValue = WSGoodsValue
           + RVQty(RmaLineIdx) * RmaUnitPrice(RmaLineIdx).

      *The credit is the value of the goods back less any restocking
      *fee, and may not take the invoice below nothing.
       CreditOneReturn.
       IF WSGoodsValue = ZERO
           DISPLAY "Nothing received - return stays open"
       ELSE
           COMPUTE WSFeeAmount ROUNDED = WSGoodsValue
               * RmaFeePct / 100
           COMPUTE WSCreditAmount = WSGoodsValue - WSFeeAmount
           PERFORM SumPriorCredits
           COMPUTE RemainAmount = OrigAmount - PriorCredits
           IF WSCreditAmount > RemainAmount
               DISPLAY "Credit exceeds the uncredited invoice " &
                   "amount - return not received"
           ELSE
               PERFORM CollectTaxReversal
               PERFORM ConfirmOneCredit
           END-IF
       END-IF.

       ConfirmOneCredit.
       MOVE WSGoodsValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
       DISPLAY "Goods returned   : " WSAmtFormatted
       IF WSFeeAmount > ZERO
           MOVE WSFeeAmount TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "Restocking fee   : " WSAmtFormatted
       END-IF
       MOVE WSTaxReversed TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
       DISPLAY "Tax reversed     : " WSAmtFormatted
       MOVE WSCreditAmount TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
       DISPLAY "Credit memo      : " WSAmtFormatted
       DISPLAY "Receive and credit this return ? Y/N : "
           WITH NO ADVANCING
       MOVE "N" TO ConfirmChoice
       ACCEPT ConfirmChoice
       IF ChoiceConfirmed
           PERFORM WriteReturnCredit
       ELSE
           DISPLAY "Return not received"
       END-IF.

       SumPriorCredits.
       MOVE ZERO TO PriorCredits
       MOVE "N" TO ScanEOFFlag
       MOVE RmaIDNum TO InvIDNum
       MOVE ZEROS TO InvNumber
       START InvoiceFile KEY NOT < InvKey
           INVALID KEY SET ScanEOF TO TRUE
       END-START
       PERFORM SumOnePriorCredit UNTIL ScanEOF.

       SumOnePriorCredit.
       READ InvoiceFile NEXT RECORD
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF InvIDNum NOT = RmaIDNum
                   SET ScanEOF TO TRUE
               ELSE
                   IF NOT InvVoided AND InvRefNumber = RmaInvNumber
                       EVALUATE TRUE
                           WHEN CreditMemoDoc OR WriteOffDoc
                               OR DiscountDoc
                               ADD InvAmount TO PriorCredits
                           WHEN RefundDoc
                               SUBTRACT InvAmount FROM PriorCredits
                       END-EVALUATE
                   END-IF
               END-IF
       END-READ.

      *Tax charged on the original invoice is reversed in the same
      *proportion as the credit bears to the invoice amount, one
      *entry per tax component.
       CollectTaxReversal.
       MOVE ZERO TO TaxRevCount
       MOVE ZERO TO WSTaxReversed
       OPEN INPUT TaxCompFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO TcJurisdiction
           PERFORM CollectOneTaxComp UNTIL TaxCompEOF
           CLOSE TaxCompFile
       END-IF
       IF TaxRevCount = ZERO
           DISPLAY "No tax recorded on the original invoice yet"
       END-IF.

       CollectOneTaxComp.
       READ TaxCompFile
           AT END SET TaxCompEOF TO TRUE
           NOT AT END
               IF TcIDNum = RmaIDNum AND TcInvNumber = RmaInvNumber
                   AND TaxRevCount < 20 AND OrigAmount > ZERO
                   ADD 1 TO TaxRevCount
                   MOVE TcJurisdiction TO TRJuris(TaxRevCount)
                   MOVE TcComponent TO TRComponent(TaxRevCount)
                   COMPUTE TRPrice(TaxRevCount) ROUNDED =
                       TcPrice * WSCreditAmount / OrigAmount
                   COMPUTE TRTax(TaxRevCount) ROUNDED =
                       TcTaxAmt * WSCreditAmount / OrigAmount
                   ADD TRTax(TaxRevCount) TO WSTaxReversed
               END-IF
       END-READ.

       WriteReturnCredit.
       CALL 'custcomp' USING RmaIDNum, DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE RmaIDNum TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE WSBusDate TO InvDate
       MOVE OrigJuris TO InvJurisdiction
       MOVE OrigCurrency TO InvCurrency
       MOVE WSCreditAmount TO InvAmount
       MOVE "0" TO InvStatus
       MOVE "C" TO InvDocType
       MOVE RmaInvNumber TO InvRefNumber
       MOVE WSBusDate TO InvDueDate
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Credit memo number already on file"
           NOT INVALID KEY
               PERFORM WriteTaxReversal
               PERFORM WriteCreditLines
               PERFORM RestockReturnedGoods
               PERFORM CloseReceivedReturn
               ADD 1 TO ReturnsReceived
               DISPLAY "Credit memo " NextInvNum
                   " recorded against invoice " RmaInvNumber
       END-WRITE.

       WriteTaxReversal.
       IF TaxRevCount > ZERO
           OPEN EXTEND TaxRevFile
           IF WSFileStatus = "35"
               OPEN OUTPUT TaxRevFile
           END-IF
           PERFORM VARYING TaxRevIdx FROM 1 BY 1
               UNTIL TaxRevIdx > TaxRevCount
               MOVE SPACES TO TaxRevRecord
               MOVE TRJuris(TaxRevIdx) TO TrvJurisdiction
               MOVE TRComponent(TaxRevIdx) TO TrvComponent
               MOVE TRPrice(TaxRevIdx) TO TrvPrice
               MOVE TRTax(TaxRevIdx) TO TrvTaxAmt
               MOVE WSBusDate TO TrvDate
               MOVE RmaIDNum TO TrvIDNum
               MOVE NextInvNum TO TrvCredNumber
               MOVE RmaInvNumber TO TrvInvNumber
               WRITE TaxRevRecord
           END-PERFORM
           CLOSE TaxRevFile
       END-IF.

      *Each item that came back becomes a line of the credit memo.
      *The restocking fee comes off every line in proportion, the
      *last line taking the rounding so the lines add up to the
      *credit memo.
       WriteCreditLines.
       MOVE ZERO TO LastRecvIdx
       PERFORM VARYING RmaLineIdx FROM 1 BY 1
           UNTIL RmaLineIdx > RmaLineCount
           IF RVQty(RmaLineIdx) > ZERO
               MOVE RmaLineIdx TO LastRecvIdx
           END-IF
       END-PERFORM
       OPEN INPUT InvLineFile
       IF WSFileStatus = "35"
           OPEN OUTPUT InvLineFile
           CLOSE InvLineFile
       ELSE
           CLOSE InvLineFile
       END-IF
       OPEN EXTEND InvLineFile
       MOVE ZERO TO LineSeq
       MOVE ZERO TO CreditLinesTotal
       PERFORM VARYING RmaLineIdx FROM 1 BY 1
           UNTIL RmaLineIdx > RmaLineCount
           IF RVQty(RmaLineIdx) > ZERO
               ADD 1 TO LineSeq
               MOVE SPACES TO InvLineData
               MOVE RmaIDNum TO LinIDNum
               MOVE NextInvNum TO LinInvNumber
               MOVE LineSeq TO LinSeq
               MOVE RmaItemCode(RmaLineIdx) TO LinItemCode
               MOVE "RETURNED GOODS" TO LinItemDesc
               MOVE RVQty(RmaLineIdx) TO LinQty
               MOVE RmaUnitPrice(RmaLineIdx) TO LinUnitPrice
               IF RmaLineIdx = LastRecvIdx
                   COMPUTE LinAmount = WSCreditAmount
                       - CreditLinesTotal
               ELSE
                   COMPUTE LinAmount ROUNDED = RVQty(RmaLineIdx)
                       * RmaUnitPrice(RmaLineIdx)
                       * (100 - RmaFeePct) / 100
               END-IF
               ADD LinAmount TO CreditLinesTotal
               MOVE "R" TO LinPriceSrc
               WRITE InvLineData
           END-IF
       END-PERFORM
       CLOSE InvLineFile.

       RestockReturnedGoods.
       MOVE "P" TO WSStockAction
       PERFORM VARYING RmaLineIdx FROM 1 BY 1
           UNTIL RmaLineIdx > RmaLineCount
           IF RVQty(RmaLineIdx) > ZERO
               MOVE RVQty(RmaLineIdx) TO WSStockQty
               CALL 'stockupd' USING WSStockAction,
                   RmaItemCode(RmaLineIdx), WSStockQty, WSBusDate,
                   WSStockAvail, WSStockStatus
           END-IF
       END-PERFORM.

       CloseReceivedReturn.
       PERFORM VARYING RmaLineIdx FROM 1 BY 1
           UNTIL RmaLineIdx > RmaLineCount
           MOVE RVQty(RmaLineIdx) TO RmaQtyRecv(RmaLineIdx)
       END-PERFORM
       MOVE "R" TO RmaStatus
       MOVE WSBusDate TO RmaClosedDate
       MOVE NextInvNum TO RmaCreditNumber
       MOVE WSCreditAmount TO RmaCreditAmount
       MOVE WSFeeAmount TO RmaFeeAmount
       MOVE WSTaxReversed TO RmaTaxReversed
       MOVE RmaRecord TO RmaEntry(RmaFoundIdx)
       PERFORM SaveRmaTable.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
