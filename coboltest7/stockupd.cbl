      *Item stock balance enquiry and update service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stockupd.
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
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
           COPY stockdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.

       LINKAGE SECTION.
       01 LStockAction PIC X.
           88 StockEnquiry VALUE "Q".
           88 StockPosting VALUE "P".
           88 StockAllocation VALUE "A".
       01 LItemCode PIC X(6).
       01 LStockQty PIC S9(7).
       01 LStockDate PIC 9(8).
       01 LAvailable PIC S9(7).
       01 LStockStatus PIC X.

      *Action Q returns the stock free to sell for LItemCode in
      *LAvailable.  Action P adds LStockQty to the stock on hand - a
      *negative quantity for goods invoiced, positive for goods put
      *back - and returns the stock free to sell afterwards.  Action
      *A adds LStockQty to the stock allocated to open sales orders
      *- negative to release it - never taking it below zero.
      *LStockStatus is Y when the item has a stock balance, N when
      *it is not stocked (services and the like), F when the stock
      *file cannot be opened.  Unstocked items are never updated.
       PROCEDURE DIVISION USING LStockAction, LItemCode, LStockQty,
           LStockDate, LAvailable, LStockStatus.
           MOVE ZERO TO LAvailable
           MOVE "N" TO LStockStatus
           IF StockPosting OR StockAllocation
               OPEN I-O StockFile
           ELSE
               OPEN INPUT StockFile
           END-IF
           IF WSFileStatus = "35"
               CONTINUE
           ELSE
           IF WSFileStatus NOT = "00"
               MOVE "F" TO LStockStatus
           ELSE
               MOVE LItemCode TO StkItemCode
               READ StockFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LStockStatus
                       IF StockPosting
                           PERFORM PostStockMovement
                       END-IF
                       IF StockAllocation
                           PERFORM PostStockAllocation
                       END-IF
                       COMPUTE LAvailable = StkOnHand - StkAllocated
               END-READ
               CLOSE StockFile
           END-IF
           END-IF

       EXIT PROGRAM.

       PostStockMovement.
       ADD LStockQty TO StkOnHand
           ON SIZE ERROR
               DISPLAY "Stock on hand for " LItemCode
                   " out of range - not updated"
       END-ADD
       IF LStockQty < ZERO
           MOVE LStockDate TO StkLastIssue
       END-IF
       REWRITE StockRecord
           INVALID KEY
               MOVE "F" TO LStockStatus
       END-REWRITE.

       PostStockAllocation.
       IF StkAllocated + LStockQty < ZERO
           MOVE ZERO TO StkAllocated
       ELSE
           ADD LStockQty TO StkAllocated
               ON SIZE ERROR
                   DISPLAY "Stock allocated for " LItemCode
                       " out of range - not updated"
           END-ADD
       END-IF
       REWRITE StockRecord
           INVALID KEY
               MOVE "F" TO LStockStatus
       END-REWRITE.
