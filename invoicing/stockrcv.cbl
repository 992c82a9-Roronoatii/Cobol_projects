      *Goods receipt entry and item stock levels
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stockrcv.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile ASSIGN TO "ItemStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StkItemCode
               FILE STATUS IS WSFileStatus.
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ReceiptLog ASSIGN TO "StockRcv.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
           COPY stockdata.

       FD ItemFile.
           COPY itemdata.

       FD ReceiptLog.
       01 ReceiptLogRecord.
           02 RlgDate PIC 9(8).
           02 FILLER PIC X.
           02 RlgItemCode PIC X(6).
           02 FILLER PIC X.
           02 RlgQty PIC 9(7).
           02 FILLER PIC X.
           02 RlgOperID PIC X(8).
           02 FILLER PIC X.
           02 RlgReference PIC X(15).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 AuthFuncCode PIC X(8) VALUE "STOCKRCV".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
               03 ITActive PIC X.
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 ItemFoundIdx PIC 999 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 WSItemCode PIC X(6) VALUE SPACE.
       01 StockFoundFlag PIC X VALUE "N".
           88 StockFound VALUE "Y".
       01 NewQty PIC 9(7) VALUE ZERO.
       01 NewReorderPoint PIC 9(7) VALUE ZERO.
       01 NewReorderQty PIC 9(7) VALUE ZERO.
       01 NewReference PIC X(15) VALUE SPACE.
       01 ReceiptsPosted PIC 9(4) VALUE ZERO.
       01 StockDetailLine.
           02 FILLER PIC X(10) VALUE "On hand : ".
           02 PrnOnHand PIC -(6)9.
           02 FILLER PIC X(14) VALUE "  Allocated : ".
           02 PrnAllocated PIC Z(6)9.
           02 FILLER PIC X(16) VALUE "  Reorder at : ".
           02 PrnReorderPoint PIC Z(6)9.
           02 FILLER PIC X(7) VALUE "  qty :".
           02 PrnReorderQty PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for goods receipts"
               GOBACK
           END-IF
           PERFORM LoadItemTable
           PERFORM OpenStockFile
           PERFORM WITH TEST AFTER UNTIL MntQuit
               DISPLAY "(R)eceive goods  (S)tock levels  (Q)uit : "
                   WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "R" OR MntOption = "r"
                   PERFORM ReceiveGoods
               END-IF
               IF MntOption = "S" OR MntOption = "s"
                   PERFORM SetStockLevels
               END-IF
           END-PERFORM
           CLOSE StockFile
           DISPLAY ReceiptsPosted " goods receipts recorded".

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
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed.

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
                   MOVE ItemActive TO ITActive(ItemCount)
               END-IF
       END-READ.

       OpenStockFile.
       OPEN INPUT StockFile
       IF WSFileStatus = "35"
           OPEN OUTPUT StockFile
           CLOSE StockFile
       ELSE
           CLOSE StockFile
       END-IF
       OPEN I-O StockFile.

      *An item gets its stock balance the first time either option
      *is used for it; items never received are not stock-tracked.
       FindStockItem.
       MOVE "N" TO StockFoundFlag
       MOVE ZERO TO ItemFoundIdx
       DISPLAY "Item code : " WITH NO ADVANCING
       MOVE SPACES TO WSItemCode
       ACCEPT WSItemCode
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
           IF ITCode(ItemIdx) = WSItemCode
               MOVE ItemIdx TO ItemFoundIdx
           END-IF
       END-PERFORM
       IF ItemFoundIdx = ZERO
           DISPLAY "Item code " WSItemCode " not on item master"
       ELSE
           DISPLAY "Item : " ITDesc(ItemFoundIdx)
           MOVE WSItemCode TO StkItemCode
           READ StockFile
               INVALID KEY
                   DISPLAY "No stock held yet for this item"
                   MOVE WSItemCode TO StkItemCode
                   MOVE ZERO TO StkOnHand
                   MOVE ZERO TO StkAllocated
                   MOVE ZERO TO StkReorderPoint
                   MOVE ZERO TO StkReorderQty
                   MOVE ZEROS TO StkLastReceipt
                   MOVE ZEROS TO StkLastIssue
               NOT INVALID KEY
                   MOVE "Y" TO StockFoundFlag
           END-READ
           PERFORM ShowStockLevels
       END-IF.

       ShowStockLevels.
       MOVE StkOnHand TO PrnOnHand
       MOVE StkAllocated TO PrnAllocated
       MOVE StkReorderPoint TO PrnReorderPoint
       MOVE StkReorderQty TO PrnReorderQty
       DISPLAY StockDetailLine.

       ReceiveGoods.
       PERFORM FindStockItem
       IF ItemFoundIdx > ZERO
           DISPLAY "Quantity received : " WITH NO ADVANCING
           ACCEPT NewQty
           DISPLAY "Delivery reference : " WITH NO ADVANCING
           MOVE SPACES TO NewReference
           ACCEPT NewReference
           IF NewQty = ZERO
               DISPLAY "Receipt not recorded - zero quantity"
           ELSE
               ADD NewQty TO StkOnHand
                   ON SIZE ERROR
                       MOVE ZERO TO NewQty
               END-ADD
               IF NewQty = ZERO
                   DISPLAY "Receipt not recorded - stock on hand " &
                       "would be out of range"
               ELSE
                   MOVE WSBusDate TO StkLastReceipt
                   PERFORM WriteStockRecord
                   PERFORM LogReceipt
                   ADD 1 TO ReceiptsPosted
                   DISPLAY "Receipt recorded"
                   PERFORM ShowStockLevels
               END-IF
           END-IF
       END-IF.

       SetStockLevels.
       PERFORM FindStockItem
       IF ItemFoundIdx > ZERO
           DISPLAY "Reorder point : " WITH NO ADVANCING
           ACCEPT NewReorderPoint
           DISPLAY "Reorder quantity : " WITH NO ADVANCING
           ACCEPT NewReorderQty
           MOVE NewReorderPoint TO StkReorderPoint
           MOVE NewReorderQty TO StkReorderQty
           PERFORM WriteStockRecord
           DISPLAY "Stock levels saved"
       END-IF.

       WriteStockRecord.
       IF StockFound
           REWRITE StockRecord
               INVALID KEY
                   DISPLAY "Stock record for " StkItemCode
                       " could not be updated"
           END-REWRITE
       ELSE
           WRITE StockRecord
               INVALID KEY
                   DISPLAY "Stock record for " StkItemCode
                       " could not be added"
           END-WRITE
       END-IF.

       LogReceipt.
       OPEN EXTEND ReceiptLog
       IF WSFileStatus = "35"
           OPEN OUTPUT ReceiptLog
       END-IF
       MOVE SPACES TO ReceiptLogRecord
       MOVE WSBusDate TO RlgDate
       MOVE StkItemCode TO RlgItemCode
       MOVE NewQty TO RlgQty
       MOVE GsOperID TO RlgOperID
       MOVE NewReference TO RlgReference
       WRITE ReceiptLogRecord
       CLOSE ReceiptLog.
