      *Sales order entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ordent.
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
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT JurisFile ASSIGN TO "JurisMast.dat"
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

       FD ItemFile.
           COPY itemdata.

       FD JurisFile.
       01 JurisRecord.
           02 JurCode PIC X(2).
               88 JurisEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 JurDesc PIC X(20).
           02 FILLER PIC X.
           02 JurActive PIC X.

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
       01 AuthFuncCode PIC X(8) VALUE "ORDENT".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
       01 OrderEOFFlag PIC X VALUE "N".
           88 OrderEOF VALUE "Y".
       01 OrderTable.
           02 OrderEntry PIC X(589) OCCURS 200 TIMES.
       01 OrderCount PIC 9(3) VALUE ZERO.
       01 OrderIdx PIC 9(3) VALUE ZERO.
       01 OrderFoundIdx PIC 9(3) VALUE ZERO.
       01 LastOrdNum PIC 9(6) VALUE ZERO.
       01 OrderLineIdx PIC 99 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 ReleaseFlag PIC X VALUE "N".
           88 ReleaseWanted VALUE "Y".
       01 ConfirmChoice PIC X VALUE "N".
           88 ChoiceConfirmed VALUE "Y" "y".
       01 WSCustID PIC 9(7) VALUE ZEROS.
       01 WSOrdNum PIC 9(6) VALUE ZEROS.
       01 CustOKFlag PIC X VALUE "N".
           88 CustomerUsable VALUE "Y".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
               03 ITPrice PIC 9(6)V99.
               03 ITActive PIC X.
               03 ITNewPrice PIC 9(6)V99.
               03 ITNewFrom PIC 9(8).
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 ItemFoundIdx PIC 999 VALUE ZERO.
       01 WSItemCode PIC X(6) VALUE SPACE.
           88 LineEntryDone VALUE SPACES.
       01 WSQty PIC 9(4) VALUE ZERO.
       01 WSUnitPrice PIC 9(6)V99 VALUE ZERO.
       01 WSListPrice PIC 9(6)V99 VALUE ZERO.
       01 WSCustPrice PIC 9(6)V99 VALUE ZERO.
       01 WSPriceSrc PIC X VALUE "L".
           88 ContractPriced VALUE "C".
       01 WSLineAmount PIC 9(6)V99 VALUE ZERO.
       01 WSOrderTotal PIC 9(8)V99 VALUE ZERO.
       01 JurisTable.
           02 JurisEntry OCCURS 50 TIMES.
               03 JTCode PIC X(2).
               03 JTActive PIC X.
       01 JurisCount PIC 99 VALUE ZERO.
       01 JurisIdx PIC 99 VALUE ZERO.
       01 JurisOKFlag PIC X VALUE "Y".
           88 JurisUsable VALUE "Y".
       01 WSStockAction PIC X VALUE "Q".
       01 WSStockQty PIC S9(7) VALUE ZERO.
       01 WSStockAvail PIC S9(7) VALUE ZERO.
       01 WSStockStatus PIC X VALUE "N".
           88 ItemStocked VALUE "Y".
       01 PrnStockAvail PIC -(6)9.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 OrdersAdded PIC 9(4) VALUE ZERO.
       01 OrderHeadLine.
           02 FILLER PIC X(6) VALUE "Order ".
           02 PrnOrdNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOrdStatus PIC X(14).
           02 FILLER PIC X(7) VALUE " taken ".
           02 PrnOrdDate PIC 9(8).
           02 FILLER PIC X(8) VALUE " wanted ".
           02 PrnOrdWanted PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOrdCustRef PIC X(15).
       01 OrderLineDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X(9) VALUE " ordered ".
           02 PrnQtyOrdered PIC ZZZ9.
           02 FILLER PIC X(9) VALUE " shipped ".
           02 PrnQtyShipped PIC ZZZ9.
           02 FILLER PIC X(4) VALUE " at ".
           02 PrnUnitPrice PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for sales order entry"
               GOBACK
           END-IF
           PERFORM LoadOrderTable
           PERFORM LoadItemTable
           PERFORM LoadJurisTable
           OPEN INPUT CustomerFile
           PERFORM WITH TEST AFTER UNTIL MntQuit
               DISPLAY "(N)ew order  (L)ist customer orders  " &
                   "(C)ancel order  (Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "N" OR MntOption = "n"
                   PERFORM EnterOneOrder
               END-IF
               IF MntOption = "L" OR MntOption = "l"
                   PERFORM ListCustomerOrders
               END-IF
               IF MntOption = "C" OR MntOption = "c"
                   PERFORM CancelOrder
               END-IF
           END-PERFORM
           CLOSE CustomerFile
           PERFORM SaveOrderTable
           DISPLAY OrdersAdded " sales orders recorded".

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

       LoadOrderTable.
       MOVE ZERO TO OrderCount
       MOVE ZERO TO LastOrdNum
       OPEN INPUT OrderFile
       IF WSFileStatus = "35"
           DISPLAY "SalesOrd.dat not found - starting empty"
       ELSE
           MOVE "N" TO OrderEOFFlag
           PERFORM LoadOneOrder UNTIL OrderEOF
           CLOSE OrderFile
       END-IF.

       LoadOneOrder.
       READ OrderFile INTO OrderRecord
           AT END SET OrderEOF TO TRUE
           NOT AT END
               IF OrdNumber > LastOrdNum
                   MOVE OrdNumber TO LastOrdNum
               END-IF
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
           DISPLAY "ItemMast.dat not found - no item codes to " &
               "validate against"
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
                   MOVE ItemPrice TO ITPrice(ItemCount)
                   MOVE ItemActive TO ITActive(ItemCount)
                   IF PriceChangeApproved
                       MOVE ItemNewPrice TO ITNewPrice(ItemCount)
                       MOVE ItemNewFrom TO ITNewFrom(ItemCount)
                   ELSE
                       MOVE ZERO TO ITNewPrice(ItemCount)
                       MOVE ZEROS TO ITNewFrom(ItemCount)
                   END-IF
               END-IF
       END-READ.

      *An approved price change dated on or before the order date
      *replaces the master price.
       SetEffectivePrice.
       MOVE ITPrice(ItemFoundIdx) TO WSListPrice
       IF ITNewFrom(ItemFoundIdx) NOT = ZEROS
           AND ITNewFrom(ItemFoundIdx) NOT > WSBusDate
           MOVE ITNewPrice(ItemFoundIdx) TO WSListPrice
       END-IF.

       LoadJurisTable.
       MOVE ZERO TO JurisCount
       OPEN INPUT JurisFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO JurCode
           PERFORM LoadOneJurisdiction UNTIL JurisEOF
           CLOSE JurisFile
       END-IF.

       LoadOneJurisdiction.
       READ JurisFile
           AT END SET JurisEOF TO TRUE
           NOT AT END
               IF JurisCount < 50
                   ADD 1 TO JurisCount
                   MOVE JurCode TO JTCode(JurisCount)
                   MOVE JurActive TO JTActive(JurisCount)
               END-IF
       END-READ.

       CheckJurisdiction.
       MOVE "Y" TO JurisOKFlag
       IF JurisCount > ZERO
           MOVE "N" TO JurisOKFlag
           PERFORM VARYING JurisIdx FROM 1 BY 1
               UNTIL JurisIdx > JurisCount
               IF JTCode(JurisIdx) = OrdJuris
                   AND JTActive(JurisIdx) NOT = "I"
                   MOVE "Y" TO JurisOKFlag
               END-IF
           END-PERFORM
       END-IF.

      *Another company's customers are not open to the operator.
       CheckCustomerUsable.
       MOVE "N" TO CustOKFlag
       MOVE WSCustID TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Customer ID not found"
           NOT INVALID KEY
               MOVE CustCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany NOT = GcCompany
                   DISPLAY "Customer ID not found"
               ELSE
               IF CEData
                   DISPLAY "Customer is deleted - no orders " &
                       "may be entered"
               ELSE
                   DISPLAY "Customer : " FirstName " " LastName
                   MOVE "Y" TO CustOKFlag
               END-IF
               END-IF
       END-READ.

      *An order must fit on one invoice if it all ships together, so
      *its total is held to the invoice amount limit.
       EnterOneOrder.
       IF OrderCount >= 200
           DISPLAY "Sales order file full"
       ELSE
           DISPLAY "Customer ID : " WITH NO ADVANCING
           ACCEPT WSCustID
           PERFORM CheckCustomerUsable
           IF CustomerUsable
               MOVE SPACES TO OrderRecord
               MOVE WSCustID TO OrdIDNum
               MOVE "O" TO OrdStatus
               MOVE WSBusDate TO OrdDate
               MOVE ZEROS TO OrdClosedDate
               DISPLAY "Jurisdiction : " WITH NO ADVANCING
               ACCEPT OrdJuris
               PERFORM CheckJurisdiction
               IF OrdJuris = SPACES OR NOT JurisUsable
                   DISPLAY "Order not recorded - unknown or " &
                       "inactive jurisdiction " OrdJuris
               ELSE
                   DISPLAY "Currency (blank = USD) : "
                       WITH NO ADVANCING
                   ACCEPT OrdCurrency
                   IF OrdCurrency = SPACES
                       MOVE "USD" TO OrdCurrency
                   END-IF
                   DISPLAY "Customer reference : " WITH NO ADVANCING
                   ACCEPT OrdCustRef
                   DISPLAY "Ship by YYYYMMDD (0 = today) : "
                       WITH NO ADVANCING
                   ACCEPT OrdWanted
                   IF OrdWanted IS NOT NUMERIC OR OrdWanted = ZEROS
                       MOVE WSBusDate TO OrdWanted
                   END-IF
                   PERFORM EnterOrderLines
                   PERFORM FinishOneOrder
               END-IF
           END-IF
       END-IF.

       FinishOneOrder.
       IF OrdLineCount = ZERO
           DISPLAY "Order not recorded - no lines"
       ELSE
           IF WSOrderTotal > 999999.99
               DISPLAY "Order not recorded - total exceeds the " &
                   "invoice amount limit"
           ELSE
               MOVE WSOrderTotal TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned,
                   WSAmtFormatted
               DISPLAY "Order total " WSAmtFormatted
                   " - record this order ? Y/N : "
                   WITH NO ADVANCING
               MOVE "N" TO ConfirmChoice
               ACCEPT ConfirmChoice
               IF ChoiceConfirmed
                   ADD 1 TO LastOrdNum
                   MOVE LastOrdNum TO OrdNumber
                   ADD 1 TO OrderCount
                   MOVE OrderRecord TO OrderEntry(OrderCount)
                   PERFORM AllocateOrderStock
                   ADD 1 TO OrdersAdded
                   DISPLAY "Sales order " OrdNumber " recorded"
               ELSE
                   DISPLAY "Order abandoned"
               END-IF
           END-IF
       END-IF.

       EnterOrderLines.
       MOVE ZERO TO OrdLineCount
       MOVE ZERO TO WSOrderTotal
       MOVE "X" TO WSItemCode
       PERFORM WITH TEST AFTER UNTIL LineEntryDone
           OR OrdLineCount >= 20
           DISPLAY "Item code (blank = done) : " WITH NO ADVANCING
           MOVE SPACES TO WSItemCode
           ACCEPT WSItemCode
           IF NOT LineEntryDone
               PERFORM EnterOneLine
           END-IF
       END-PERFORM.

       EnterOneLine.
       MOVE ZERO TO ItemFoundIdx
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
           IF ITCode(ItemIdx) = WSItemCode
               MOVE ItemIdx TO ItemFoundIdx
           END-IF
       END-PERFORM
       IF ItemFoundIdx = ZERO
           DISPLAY "Item code " WSItemCode " not on item master"
       ELSE
       IF ITActive(ItemFoundIdx) = "I"
           DISPLAY "Item code " WSItemCode " is inactive"
       ELSE
           DISPLAY "Item : " ITDesc(ItemFoundIdx)
           PERFORM SetEffectivePrice
           CALL 'custprice' USING WSCustID, WSItemCode, WSBusDate,
               WSListPrice, WSCustPrice, WSPriceSrc
           MOVE WSCustPrice TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           IF ContractPriced
               DISPLAY "Contract price " WSAmtFormatted
           ELSE
               DISPLAY "List price " WSAmtFormatted
           END-IF
           DISPLAY "Quantity : " WITH NO ADVANCING
           ACCEPT WSQty
           DISPLAY "Unit price (0 = price shown) : "
               WITH NO ADVANCING
           ACCEPT WSUnitPrice
           IF WSUnitPrice = ZERO
               MOVE WSCustPrice TO WSUnitPrice
           ELSE
               IF WSUnitPrice NOT = WSCustPrice
                   MOVE "K" TO WSPriceSrc
               END-IF
           END-IF
           IF WSQty = ZERO
               DISPLAY "Line not recorded - zero quantity"
           ELSE
               COMPUTE WSLineAmount = WSQty * WSUnitPrice
                   ON SIZE ERROR
                       MOVE ZERO TO WSLineAmount
               END-COMPUTE
               IF WSLineAmount = ZERO
                   DISPLAY "Line not recorded - amount too " &
                       "large for an order line"
               ELSE
                   ADD 1 TO OrdLineCount
                   MOVE WSItemCode TO OrdItemCode(OrdLineCount)
                   MOVE WSQty TO OrdQtyOrdered(OrdLineCount)
                   MOVE ZERO TO OrdQtyShipped(OrdLineCount)
                   MOVE WSUnitPrice TO OrdUnitPrice(OrdLineCount)
                   MOVE WSPriceSrc TO OrdPriceSrc(OrdLineCount)
                   ADD WSLineAmount TO WSOrderTotal
                   PERFORM CheckLineStock
               END-IF
           END-IF
       END-IF
       END-IF.

      *Short stock does not stop the order - whatever cannot ship
      *now stays on backorder.
       CheckLineStock.
       MOVE "Q" TO WSStockAction
       MOVE ZERO TO WSStockQty
       CALL 'stockupd' USING WSStockAction, WSItemCode, WSStockQty,
           WSBusDate, WSStockAvail, WSStockStatus
       IF ItemStocked
           MOVE WSStockAvail TO PrnStockAvail
           PERFORM VARYING OrderLineIdx FROM 1 BY 1
               UNTIL OrderLineIdx > OrdLineCount
               IF OrdItemCode(OrderLineIdx) = WSItemCode
                   SUBTRACT OrdQtyOrdered(OrderLineIdx)
                       FROM WSStockAvail
               END-IF
           END-PERFORM
           IF WSStockAvail < ZERO
               DISPLAY "Only " PrnStockAvail " free to sell for "
                   "item " WSItemCode " - the rest will be "
                   "backordered"
           END-IF
       END-IF.

      *Stock is set aside for whatever on the order has not shipped.
       AllocateOrderStock.
       MOVE "A" TO WSStockAction
       PERFORM VARYING OrderLineIdx FROM 1 BY 1
           UNTIL OrderLineIdx > OrdLineCount
           COMPUTE WSStockQty = OrdQtyOrdered(OrderLineIdx)
               - OrdQtyShipped(OrderLineIdx)
           IF ReleaseWanted
               COMPUTE WSStockQty = ZERO - WSStockQty
           END-IF
           CALL 'stockupd' USING WSStockAction,
               OrdItemCode(OrderLineIdx), WSStockQty, WSBusDate,
               WSStockAvail, WSStockStatus
       END-PERFORM.

       FindOrder.
       MOVE ZERO TO OrderFoundIdx
       DISPLAY "Order number : " WITH NO ADVANCING
       ACCEPT WSOrdNum
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
       END-IF.

      *Cancelling closes what has not shipped and frees its stock;
      *lines already shipped stay as they are on their invoices.
       CancelOrder.
       PERFORM FindOrder
       IF OrderFoundIdx > ZERO
           IF OrderComplete OR OrderCancelled
               DISPLAY "Order is already closed"
           ELSE
               PERFORM ShowOneOrder
               DISPLAY "Cancel what remains on this order ? Y/N : "
                   WITH NO ADVANCING
               MOVE "N" TO ConfirmChoice
               ACCEPT ConfirmChoice
               IF ChoiceConfirmed
                   MOVE "Y" TO ReleaseFlag
                   PERFORM AllocateOrderStock
                   MOVE "N" TO ReleaseFlag
                   MOVE "X" TO OrdStatus
                   MOVE WSBusDate TO OrdClosedDate
                   MOVE OrderRecord TO OrderEntry(OrderFoundIdx)
                   DISPLAY "Order " OrdNumber " cancelled"
               ELSE
                   DISPLAY "Order unchanged"
               END-IF
           END-IF
       END-IF.

       ListCustomerOrders.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT WSCustID
       PERFORM VARYING OrderIdx FROM 1 BY 1
           UNTIL OrderIdx > OrderCount
           MOVE OrderEntry(OrderIdx) TO OrderRecord
           IF OrdIDNum = WSCustID
               PERFORM ShowOneOrder
           END-IF
       END-PERFORM.

       ShowOneOrder.
       MOVE OrdNumber TO PrnOrdNum
       EVALUATE TRUE
           WHEN OrderOpen
               MOVE "OPEN" TO PrnOrdStatus
           WHEN OrderPartShipped
               MOVE "PART SHIPPED" TO PrnOrdStatus
           WHEN OrderComplete
               MOVE "COMPLETE" TO PrnOrdStatus
           WHEN OTHER
               MOVE "CANCELLED" TO PrnOrdStatus
       END-EVALUATE
       MOVE OrdDate TO PrnOrdDate
       MOVE OrdWanted TO PrnOrdWanted
       MOVE OrdCustRef TO PrnOrdCustRef
       DISPLAY OrderHeadLine
       PERFORM VARYING OrderLineIdx FROM 1 BY 1
           UNTIL OrderLineIdx > OrdLineCount
           MOVE OrdItemCode(OrderLineIdx) TO PrnItemCode
           MOVE OrdQtyOrdered(OrderLineIdx) TO PrnQtyOrdered
           MOVE OrdQtyShipped(OrderLineIdx) TO PrnQtyShipped
           MOVE OrdUnitPrice(OrderLineIdx) TO PrnUnitPrice
           DISPLAY OrderLineDetail
       END-PERFORM.
