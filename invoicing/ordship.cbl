      *Sales order shipment confirmation and invoicing
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ordship.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "SalesOrd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CredFile ASSIGN TO "CredLimit.dat"
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
       FD OrderFile.
       01 OrderFileRecord PIC X(589).

       FD CustomerFile.
           COPY custdata.

       FD InvoiceFile.
           COPY invdata.

       FD InvLineFile.
           COPY invline.

       FD ItemFile.
           COPY itemdata.

       FD CredFile.
       01 CredRecord.
           02 CrdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CrdLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 CrdHold PIC X.

       FD BatchFlagFile.
       01 BatchFlagRecord PIC X.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY orderdata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 AuthFuncCode PIC X(8) VALUE "ORDSHIP".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 BatchBusyFlag PIC X VALUE "N".
           88 BatchInProgress VALUE "Y".
       01 InterlockChoice PIC X VALUE "N".
           88 InterlockOverride VALUE "Y" "y".
       01 OverrideChoice PIC X VALUE "N".
           88 OverrideGranted VALUE "Y" "y".
       01 ConfirmChoice PIC X VALUE "N".
           88 ChoiceConfirmed VALUE "Y" "y".
       01 OrderEOFFlag PIC X VALUE "N".
           88 OrderEOF VALUE "Y".
       01 OrderTable.
           02 OrderEntry PIC X(589) OCCURS 200 TIMES.
       01 OrderCount PIC 9(3) VALUE ZERO.
       01 OrderIdx PIC 9(3) VALUE ZERO.
       01 OrderFoundIdx PIC 9(3) VALUE ZERO.
       01 OrderLineIdx PIC 99 VALUE ZERO.
       01 ShipTable.
           02 SHQty PIC 9(4) OCCURS 20 TIMES.
       01 WSOrdNum PIC 9(6) VALUE ZEROS.
       01 WSOutstanding PIC 9(4) VALUE ZERO.
       01 WSLinesOpen PIC 99 VALUE ZERO.
       01 WSShipTotal PIC 9(8)V99 VALUE ZERO.
       01 WSLineAmount PIC 9(6)V99 VALUE ZERO.
       01 CustOKFlag PIC X VALUE "N".
           88 CustomerUsable VALUE "Y".
       01 CreditOKFlag PIC X VALUE "Y".
           88 CreditAllowed VALUE "Y".
       01 CredEOFFlag PIC X VALUE "N".
           88 CredEOF VALUE "Y".
       01 CredTable.
           02 CredEntry OCCURS 200 TIMES.
               03 CTIDNum PIC 9(7).
               03 CTHold PIC X.
       01 CredCount PIC 9(3) VALUE ZERO.
       01 CredIdx PIC 9(3) VALUE ZERO.
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 LineSeq PIC 9(3) VALUE ZERO.
       01 WSTermsCode PIC X(4) VALUE SPACE.
       01 WSDueDate PIC 9(8) VALUE ZEROS.
       01 TermsStatus PIC X(2) VALUE SPACE.
       01 WSStockAction PIC X VALUE "P".
       01 WSStockQty PIC S9(7) VALUE ZERO.
       01 WSStockAvail PIC S9(7) VALUE ZERO.
       01 WSStockStatus PIC X VALUE "N".
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 InvoicesAdded PIC 9(4) VALUE ZERO.
       01 FreightGoods PIC 9(6)V99 VALUE ZERO.
       01 FreightZone PIC X(2) VALUE SPACE.
       01 FreightCharge PIC 9(6)V99 VALUE ZERO.
       01 FreightStatus PIC X VALUE "N".
           88 FreightRated VALUE "Y".
       01 FreightDesc.
           02 FILLER PIC X(13) VALUE "FREIGHT ZONE ".
           02 FreightDescZone PIC X(2).
           02 FILLER PIC X(5) VALUE SPACE.
       01 ShipLineDetail.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnItemDesc PIC X(20).
           02 FILLER PIC X(13) VALUE " outstanding ".
           02 PrnOutstanding PIC ZZZ9.
           02 FILLER PIC X(4) VALUE " at ".
           02 PrnUnitPrice PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckSupervisor
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for shipment " &
                   "confirmation"
               GOBACK
           END-IF
           PERFORM CheckBatchInterlock
           IF BatchInProgress
               GOBACK
           END-IF
           PERFORM LoadOrderTable
           PERFORM LoadItemTable
           PERFORM LoadCredTable
           PERFORM OpenInvoiceFiles
           MOVE 1 TO WSOrdNum
           PERFORM WITH TEST AFTER UNTIL WSOrdNum = ZERO
               DISPLAY "Shipment - order number (0 to quit) : "
                   WITH NO ADVANCING
               MOVE ZERO TO WSOrdNum
               ACCEPT WSOrdNum
               IF WSOrdNum NOT = ZERO
                   PERFORM ShipOneOrder
               END-IF
           END-PERFORM
           CLOSE CustomerFile, InvoiceFile
           DISPLAY InvoicesAdded " shipment invoices recorded".

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

       LoadOrderTable.
       MOVE ZERO TO OrderCount
       OPEN INPUT OrderFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO OrderEOFFlag
           PERFORM LoadOneOrder UNTIL OrderEOF
           CLOSE OrderFile
       END-IF.

       LoadOneOrder.
       READ OrderFile INTO OrderRecord
           AT END SET OrderEOF TO TRUE
           NOT AT END
               IF OrderCount < 200
                   ADD 1 TO OrderCount
                   MOVE OrderRecord TO OrderEntry(OrderCount)
               ELSE
                   DISPLAY "More than 200 sales orders - order "
                       OrdNumber " not loaded"
               END-IF
       END-READ.

       SaveOrderTable.
       OPEN OUTPUT OrderFile
       PERFORM VARYING OrderIdx FROM 1 BY 1
           UNTIL OrderIdx > OrderCount
           WRITE OrderFileRecord FROM OrderEntry(OrderIdx)
       END-PERFORM
       CLOSE OrderFile.

       LoadItemTable.
       MOVE ZERO TO ItemCount
       OPEN INPUT ItemFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO ItemCode
           PERFORM LoadOneItem UNTIL ItemEOF
           CLOSE ItemFile
       END-IF.

       LoadOneItem.
       READ ItemFile
           AT END SET ItemEOF TO TRUE
           NOT AT END
               IF ItemCount < 200
                   ADD 1 TO ItemCount
                   MOVE ItemCode TO ITCode(ItemCount)
                   MOVE ItemDesc TO ITDesc(ItemCount)
               END-IF
       END-READ.

       LoadCredTable.
       MOVE ZERO TO CredCount
       OPEN INPUT CredFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CredEOFFlag
           PERFORM LoadOneCred UNTIL CredEOF
           CLOSE CredFile
       END-IF.

       LoadOneCred.
       READ CredFile
           AT END SET CredEOF TO TRUE
           NOT AT END
               IF CredCount < 200
                   ADD 1 TO CredCount
                   MOVE CrdIDNum TO CTIDNum(CredCount)
                   MOVE CrdHold TO CTHold(CredCount)
               END-IF
       END-READ.

       OpenInvoiceFiles.
       OPEN INPUT CustomerFile
       OPEN INPUT InvoiceFile
       IF WSFileStatus = "35"
           OPEN OUTPUT InvoiceFile
           CLOSE InvoiceFile
       ELSE
           CLOSE InvoiceFile
       END-IF
       OPEN I-O InvoiceFile.

      *Only what is shipped now is invoiced; anything short stays
      *open on the order as a backorder.
       ShipOneOrder.
       MOVE ZERO TO OrderFoundIdx
       PERFORM VARYING OrderIdx FROM 1 BY 1
           UNTIL OrderIdx > OrderCount
           MOVE OrderEntry(OrderIdx) TO OrderRecord
           IF OrdNumber = WSOrdNum
               MOVE OrderIdx TO OrderFoundIdx
           END-IF
       END-PERFORM
       IF OrderFoundIdx = ZERO
           DISPLAY "Order " WSOrdNum " not on file"
       ELSE
           MOVE OrderEntry(OrderFoundIdx) TO OrderRecord
           IF NOT OrderOpen AND NOT OrderPartShipped
               DISPLAY "Order " WSOrdNum " is closed"
           ELSE
               PERFORM CheckCustomerUsable
               IF CustomerUsable
                   PERFORM CheckCustomerHold
               END-IF
               IF CustomerUsable AND CreditAllowed
                   PERFORM AcceptShippedQuantities
                   PERFORM InvoiceShipment
               END-IF
           END-IF
       END-IF.

       CheckCustomerUsable.
       MOVE "N" TO CustOKFlag
       MOVE OrdIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Customer " OrdIDNum " not found"
           NOT INVALID KEY
               IF CEData
                   DISPLAY "Customer is deleted - order cannot " &
                       "be invoiced"
               ELSE
                   DISPLAY "Customer : " FirstName " " LastName
                   MOVE "Y" TO CustOKFlag
               END-IF
       END-READ.

       CheckCustomerHold.
       MOVE "Y" TO CreditOKFlag
       PERFORM VARYING CredIdx FROM 1 BY 1 UNTIL CredIdx > CredCount
           IF CTIDNum(CredIdx) = OrdIDNum AND CTHold(CredIdx) = "H"
               MOVE "N" TO CreditOKFlag
           END-IF
       END-PERFORM
       IF NOT CreditAllowed
           IF IsSupervisor
               DISPLAY "Customer is on credit hold - override " &
                   "? Y/N : " WITH NO ADVANCING
               MOVE "N" TO OverrideChoice
               ACCEPT OverrideChoice
               IF OverrideGranted
                   MOVE "Y" TO CreditOKFlag
               END-IF
           ELSE
               DISPLAY "Customer is on credit hold - shipments " &
                   "may not be invoiced"
           END-IF
       END-IF.

       AcceptShippedQuantities.
       MOVE ZERO TO WSShipTotal
       PERFORM VARYING OrderLineIdx FROM 1 BY 1
           UNTIL OrderLineIdx > 20
           MOVE ZERO TO SHQty(OrderLineIdx)
       END-PERFORM
       PERFORM AcceptOneShippedQty
           VARYING OrderLineIdx FROM 1 BY 1
           UNTIL OrderLineIdx > OrdLineCount.

       AcceptOneShippedQty.
       COMPUTE WSOutstanding = OrdQtyOrdered(OrderLineIdx)
           - OrdQtyShipped(OrderLineIdx)
       IF WSOutstanding > ZERO
           MOVE OrdItemCode(OrderLineIdx) TO PrnItemCode
           MOVE SPACES TO PrnItemDesc
           PERFORM VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemCount
               IF ITCode(ItemIdx) = OrdItemCode(OrderLineIdx)
                   MOVE ITDesc(ItemIdx) TO PrnItemDesc
               END-IF
           END-PERFORM
           MOVE WSOutstanding TO PrnOutstanding
           MOVE OrdUnitPrice(OrderLineIdx) TO PrnUnitPrice
           DISPLAY ShipLineDetail
           DISPLAY "  Quantity shipped : " WITH NO ADVANCING
           ACCEPT SHQty(OrderLineIdx)
           IF SHQty(OrderLineIdx) > WSOutstanding
               DISPLAY "  More than is outstanding - line not " &
                   "shipped"
               MOVE ZERO TO SHQty(OrderLineIdx)
           END-IF
           COMPUTE WSLineAmount = SHQty(OrderLineIdx)
               * OrdUnitPrice(OrderLineIdx)
           ADD WSLineAmount TO WSShipTotal
       END-IF.

       InvoiceShipment.
       MOVE ZERO TO FreightCharge
       IF WSShipTotal > ZERO AND WSShipTotal NOT > 999999.99
           PERFORM PriceShipmentFreight
           ADD FreightCharge TO WSShipTotal
       END-IF
       IF WSShipTotal = ZERO
           DISPLAY "Nothing shipped - no invoice raised"
       ELSE
       IF WSShipTotal > 999999.99
           DISPLAY "Shipment not invoiced - total exceeds the " &
               "invoice amount limit"
       ELSE
           MOVE WSShipTotal TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "Shipment total " WSAmtFormatted
               " - invoice this shipment ? Y/N : "
               WITH NO ADVANCING
           MOVE "N" TO ConfirmChoice
           ACCEPT ConfirmChoice
           IF NOT ChoiceConfirmed
               DISPLAY "Shipment not recorded"
           ELSE
               PERFORM WriteShipmentInvoice
           END-IF
       END-IF
       END-IF.

      *Freight for the customer's delivery zone and the value of the
      *goods shipped is invoiced as a line of its own.
       PriceShipmentFreight.
       MOVE WSShipTotal TO FreightGoods
       CALL 'freightcalc' USING AddrState, AddrPostCode,
           FreightGoods, FreightZone, FreightCharge, FreightStatus
       IF NOT FreightRated
           MOVE ZERO TO FreightCharge
           DISPLAY "No freight rate on file for " AddrState " "
               AddrPostCode " - no freight charged"
       ELSE
           IF FreightCharge > ZERO
               MOVE FreightCharge TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned,
                   WSAmtFormatted
               DISPLAY "Freight zone " FreightZone " charge "
                   WSAmtFormatted
           END-IF
       END-IF.

       WriteShipmentInvoice.
       MOVE SPACES TO WSTermsCode
       CALL 'termsdue' USING OrdIDNum, WSBusDate, WSTermsCode,
           WSDueDate, TermsStatus
       CALL 'custcomp' USING OrdIDNum, DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE OrdIDNum TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE WSBusDate TO InvDate
       MOVE OrdJuris TO InvJurisdiction
       MOVE OrdCurrency TO InvCurrency
       MOVE WSShipTotal TO InvAmount
       MOVE "0" TO InvStatus
       MOVE "I" TO InvDocType
       MOVE ZEROS TO InvRefNumber
       MOVE WSTermsCode TO InvTermsCode
       MOVE WSDueDate TO InvDueDate
       CALL 'custrep' USING InvIDNum, InvSalesCode
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Invoice number already on file"
           NOT INVALID KEY
               PERFORM WriteShipmentLines
               PERFORM UpdateShippedOrder
               ADD 1 TO InvoicesAdded
               DISPLAY "Invoice " NextInvNum " recorded for order "
                   OrdNumber " total " WSAmtFormatted
               DISPLAY "Terms " WSTermsCode " - due " WSDueDate
       END-WRITE.

      *Each shipped line becomes an invoice line; its goods leave
      *stock and stop being held for the order.
       WriteShipmentLines.
       OPEN INPUT InvLineFile
       IF WSFileStatus = "35"
           OPEN OUTPUT InvLineFile
           CLOSE InvLineFile
       ELSE
           CLOSE InvLineFile
       END-IF
       OPEN EXTEND InvLineFile
       MOVE ZERO TO LineSeq
       PERFORM VARYING OrderLineIdx FROM 1 BY 1
           UNTIL OrderLineIdx > OrdLineCount
           IF SHQty(OrderLineIdx) > ZERO
               ADD 1 TO LineSeq
               MOVE SPACES TO InvLineData
               MOVE OrdIDNum TO LinIDNum
               MOVE NextInvNum TO LinInvNumber
               MOVE LineSeq TO LinSeq
               MOVE OrdItemCode(OrderLineIdx) TO LinItemCode
               PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
                   IF ITCode(ItemIdx) = OrdItemCode(OrderLineIdx)
                       MOVE ITDesc(ItemIdx) TO LinItemDesc
                   END-IF
               END-PERFORM
               MOVE SHQty(OrderLineIdx) TO LinQty
               MOVE OrdUnitPrice(OrderLineIdx) TO LinUnitPrice
               COMPUTE LinAmount = SHQty(OrderLineIdx)
                   * OrdUnitPrice(OrderLineIdx)
               MOVE OrdPriceSrc(OrderLineIdx) TO LinPriceSrc
               WRITE InvLineData
               COMPUTE WSStockQty = ZERO - SHQty(OrderLineIdx)
               MOVE "P" TO WSStockAction
               CALL 'stockupd' USING WSStockAction, LinItemCode,
                   WSStockQty, WSBusDate, WSStockAvail,
                   WSStockStatus
               MOVE "A" TO WSStockAction
               CALL 'stockupd' USING WSStockAction, LinItemCode,
                   WSStockQty, WSBusDate, WSStockAvail,
                   WSStockStatus
           END-IF
       END-PERFORM
       IF FreightCharge > ZERO
           ADD 1 TO LineSeq
           MOVE SPACES TO InvLineData
           MOVE OrdIDNum TO LinIDNum
           MOVE NextInvNum TO LinInvNumber
           MOVE LineSeq TO LinSeq
           MOVE FreightZone TO FreightDescZone
           MOVE FreightDesc TO LinItemDesc
           MOVE 1 TO LinQty
           MOVE FreightCharge TO LinUnitPrice
           MOVE FreightCharge TO LinAmount
           MOVE "F" TO LinPriceSrc
           WRITE InvLineData
       END-IF
       CLOSE InvLineFile.

       UpdateShippedOrder.
       MOVE ZERO TO WSLinesOpen
       PERFORM VARYING OrderLineIdx FROM 1 BY 1
           UNTIL OrderLineIdx > OrdLineCount
           ADD SHQty(OrderLineIdx) TO OrdQtyShipped(OrderLineIdx)
           IF OrdQtyShipped(OrderLineIdx)
               < OrdQtyOrdered(OrderLineIdx)
               ADD 1 TO WSLinesOpen
           END-IF
       END-PERFORM
       IF WSLinesOpen = ZERO
           MOVE "C" TO OrdStatus
           MOVE WSBusDate TO OrdClosedDate
       ELSE
           MOVE "P" TO OrdStatus
           DISPLAY WSLinesOpen " lines remain on backorder"
       END-IF
       MOVE OrderRecord TO OrderEntry(OrderFoundIdx)
       PERFORM SaveOrderTable.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
