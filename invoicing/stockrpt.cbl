      *Nightly item reorder report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stockrpt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile ASSIGN TO "ItemStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS StkItemCode
               FILE STATUS IS WSFileStatus.
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ReorderReport ASSIGN TO "Reorder.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
           COPY stockdata.

       FD ItemFile.
           COPY itemdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD ReorderReport.
       01 ReorderLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 StockEOFFlag PIC X VALUE "N".
           88 StockEOF VALUE "Y".
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
               03 ITActive PIC X.
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 ItemFoundIdx PIC 999 VALUE ZERO.
       01 StockAvailable PIC S9(7) VALUE ZERO.
       01 StockedCount PIC 9(5) VALUE ZERO.
       01 ReorderCount PIC 9(5) VALUE ZERO.
       01 ReorderHeading.
           02 FILLER PIC X(36) VALUE
               "ITEM REORDER REPORT - BUSINESS DATE ".
           02 PrnBusDate PIC 9(8).
       01 ReorderColumnHeads.
           02 FILLER PIC X(40) VALUE
               "ITEM   DESCRIPTION           ON HAND  AL".
           02 FILLER PIC X(36) VALUE
               "LOCATED  REORDER AT  REORDER QTY".
       01 ReorderDetailLine.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnItemDesc PIC X(20).
           02 PrnOnHand PIC -(7)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAllocated PIC Z(8)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnReorderPoint PIC Z(9)9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnReorderQty PIC Z(9)9.
       01 ReorderTotalLine.
           02 PrnReorderCount PIC ZZZZ9.
           02 FILLER PIC X(24) VALUE " items to reorder out of".
           02 PrnStockedCount PIC ZZZZZ9.
           02 FILLER PIC X(14) VALUE " stocked items".
       01 RunLogJob PIC X(12) VALUE "STOCKRPT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           OPEN INPUT StockFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No item stock file - nothing to report"
           ELSE
               PERFORM LoadItemTable
               OPEN OUTPUT ReorderReport
               MOVE WSBusDate TO PrnBusDate
               WRITE ReorderLine FROM ReorderHeading
               MOVE SPACES TO ReorderLine
               WRITE ReorderLine
               WRITE ReorderLine FROM ReorderColumnHeads
               MOVE "N" TO StockEOFFlag
               PERFORM CheckOneStockItem UNTIL StockEOF
               MOVE SPACES TO ReorderLine
               WRITE ReorderLine
               MOVE ReorderCount TO PrnReorderCount
               MOVE StockedCount TO PrnStockedCount
               WRITE ReorderLine FROM ReorderTotalLine
               CLOSE StockFile, ReorderReport
               DISPLAY "Reorder report written - " ReorderCount
                   " items to reorder"
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE ReorderCount TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
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
                   MOVE ItemActive TO ITActive(ItemCount)
               END-IF
       END-READ.

      *An item is listed once the stock free to sell is at or below
      *its reorder point.  Items withdrawn from sale are not
      *reordered.
       CheckOneStockItem.
       READ StockFile NEXT RECORD
           AT END SET StockEOF TO TRUE
           NOT AT END
               ADD 1 TO StockedCount
               MOVE ZERO TO ItemFoundIdx
               PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
                   IF ITCode(ItemIdx) = StkItemCode
                       MOVE ItemIdx TO ItemFoundIdx
                   END-IF
               END-PERFORM
               COMPUTE StockAvailable = StkOnHand - StkAllocated
               IF StockAvailable NOT > StkReorderPoint
                   IF ItemFoundIdx = ZERO
                       PERFORM WriteReorderLine
                   ELSE
                       IF ITActive(ItemFoundIdx) NOT = "I"
                           PERFORM WriteReorderLine
                       END-IF
                   END-IF
               END-IF
       END-READ.

       WriteReorderLine.
       ADD 1 TO ReorderCount
       MOVE StkItemCode TO PrnItemCode
       IF ItemFoundIdx = ZERO
           MOVE "NOT ON ITEM MASTER" TO PrnItemDesc
       ELSE
           MOVE ITDesc(ItemFoundIdx) TO PrnItemDesc
       END-IF
       MOVE StkOnHand TO PrnOnHand
       MOVE StkAllocated TO PrnAllocated
       MOVE StkReorderPoint TO PrnReorderPoint
       MOVE StkReorderQty TO PrnReorderQty
       WRITE ReorderLine FROM ReorderDetailLine.
