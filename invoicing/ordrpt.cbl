      *Nightly open order and backorder report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ordrpt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "SalesOrd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT OpenWorkFile ASSIGN TO "OrdWork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO "OrdSort.tmp".
           SELECT SortedOpenFile ASSIGN TO "OrdSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OpenOrderReport ASSIGN TO "OpenOrd.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       01 OrderFileRecord PIC X(589).

       FD ItemFile.
           COPY itemdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD OpenWorkFile.
       01 OpenWorkRecord.
           02 WrkIDNum PIC 9(7).
           02 WrkItemCode PIC X(6).
           02 WrkOrdNumber PIC 9(6).
           02 WrkData PIC X(36).

       SD SortFile.
       01 SortOpenRecord.
           02 SrtIDNum PIC 9(7).
           02 SrtItemCode PIC X(6).
           02 SrtOrdNumber PIC 9(6).
           02 SrtData PIC X(36).

       FD SortedOpenFile.
       01 SortedOpenRecord.
           02 SortedIDNum PIC 9(7).
           02 SortedItemCode PIC X(6).
           02 SortedOrdNumber PIC 9(6).
           02 SortedData PIC X(36).
               88 SortedEOF VALUE HIGH-VALUE.

       FD OpenOrderReport.
       01 OpenOrderLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY orderdata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 OrderEOFFlag PIC X VALUE "N".
           88 OrderEOF VALUE "Y".
       01 OrderTable.
           02 OrderEntry PIC X(589) OCCURS 200 TIMES.
       01 OrderCount PIC 9(3) VALUE ZERO.
       01 OrderIdx PIC 9(3) VALUE ZERO.
       01 OrderLineIdx PIC 99 VALUE ZERO.
       01 OrdersPurged PIC 9(5) VALUE ZERO.
       01 PurgeFlag PIC X VALUE "N".
           88 PurgeOrder VALUE "Y".
       01 RetainDays PIC 9(3) VALUE 90.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 OpenLineData.
           02 OLDate PIC 9(8).
           02 OLWanted PIC 9(8).
           02 OLOrdered PIC 9(4).
           02 OLShipped PIC 9(4).
           02 OLOutstanding PIC 9(4).
           02 OLValue PIC 9(6)V99.
       01 OpenLineCount PIC 9(5) VALUE ZERO.
       01 OverdueCount PIC 9(5) VALUE ZERO.
       01 PrevIDNum PIC 9(7) VALUE ZEROS.
       01 CustOutstanding PIC 9(6) VALUE ZERO.
       01 CustValue PIC 9(8)V99 VALUE ZERO.
       01 GrandValue PIC 9(8)V99 VALUE ZERO.
       01 OpenHeading.
           02 FILLER PIC X(42) VALUE
               "OPEN ORDERS AND BACKORDERS - BUSINESS DATE".
           02 FILLER PIC X VALUE SPACE.
           02 PrnBusDate PIC 9(8).
       01 OpenColumnHeads.
           02 FILLER PIC X(42) VALUE
               "ITEM   DESCRIPTION          ORDER  SHIP BY".
           02 FILLER PIC X(42) VALUE
               "   ORDERED SHIPPED    OPEN           VALUE".
       01 CustHeadLine.
           02 FILLER PIC X(10) VALUE "CUSTOMER ".
           02 PrnCustID PIC 9(7).
       01 OpenDetailLine.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnItemDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOrdNumber PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWanted PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOrdered PIC Z(6)9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipped PIC Z(6)9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOutstanding PIC Z(6)9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnValue PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOverdue PIC X(7).
       01 CustTotalLine.
           02 FILLER PIC X(20) VALUE SPACE.
           02 FILLER PIC X(22) VALUE "Customer total - open ".
           02 PrnCustOutstanding PIC ZZZZZ9.
           02 FILLER PIC X(8) VALUE " value  ".
           02 PrnCustValue PIC $$,$$$,$$9.99CR.
       01 GrandTotalLine.
           02 PrnOpenLineCount PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE " open lines - ".
           02 PrnOverdueCount PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE " overdue - value    ".
           02 PrnGrandValue PIC $$,$$$,$$9.99CR.
       01 RunLogJob PIC X(12) VALUE "ORDRPT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadOrderTable
           IF OrdersPurged > ZERO
               PERFORM SaveOrderTable
               DISPLAY OrdersPurged " closed sales orders purged"
           END-IF
           PERFORM LoadItemTable
           PERFORM BuildOpenWorkFile
           SORT SortFile
               ON ASCENDING KEY SrtIDNum SrtItemCode SrtOrdNumber
               USING OpenWorkFile
               GIVING SortedOpenFile
           PERFORM PrintOpenOrders
           DISPLAY "Open order report written - " OpenLineCount
               " open lines, " OverdueCount " overdue"
           MOVE "END" TO RunLogEvent
           MOVE OpenLineCount TO RunLogCount
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

      *Orders that closed more than RetainDays ago are dropped as
      *the file is loaded and the file is written back without them.
       LoadOrderTable.
       MOVE ZERO TO OrderCount
       MOVE ZERO TO OrdersPurged
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
               PERFORM CheckOrderPurge
               IF PurgeOrder
                   ADD 1 TO OrdersPurged
               ELSE
               IF OrderCount < 200
                   ADD 1 TO OrderCount
                   MOVE OrderRecord TO OrderEntry(OrderCount)
               ELSE
                   DISPLAY "More than 200 sales orders - order "
                       OrdNumber " not loaded"
               END-IF
               END-IF
       END-READ.

       CheckOrderPurge.
       MOVE "N" TO PurgeFlag
       IF (OrderComplete OR OrderCancelled)
           AND OrdClosedDate NOT = ZEROS
           MOVE "D" TO DateFunction
           MOVE WSBusDate TO DateOne
           MOVE OrdClosedDate TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateStatus = "00" AND DateResult > RetainDays
               MOVE "Y" TO PurgeFlag
           END-IF
       END-IF.

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

      *One work record per order line with quantity still to ship.
       BuildOpenWorkFile.
       OPEN OUTPUT OpenWorkFile
       PERFORM VARYING OrderIdx FROM 1 BY 1
           UNTIL OrderIdx > OrderCount
           MOVE OrderEntry(OrderIdx) TO OrderRecord
           IF OrderOpen OR OrderPartShipped
               PERFORM WriteOpenWorkLine
                   VARYING OrderLineIdx FROM 1 BY 1
                   UNTIL OrderLineIdx > OrdLineCount
           END-IF
       END-PERFORM
       CLOSE OpenWorkFile.

       WriteOpenWorkLine.
       IF OrdQtyShipped(OrderLineIdx) < OrdQtyOrdered(OrderLineIdx)
           MOVE OrdIDNum TO WrkIDNum
           MOVE OrdItemCode(OrderLineIdx) TO WrkItemCode
           MOVE OrdNumber TO WrkOrdNumber
           MOVE OrdDate TO OLDate
           MOVE OrdWanted TO OLWanted
           MOVE OrdQtyOrdered(OrderLineIdx) TO OLOrdered
           MOVE OrdQtyShipped(OrderLineIdx) TO OLShipped
           COMPUTE OLOutstanding = OrdQtyOrdered(OrderLineIdx)
               - OrdQtyShipped(OrderLineIdx)
           COMPUTE OLValue = OLOutstanding
               * OrdUnitPrice(OrderLineIdx)
           MOVE OpenLineData TO WrkData
           WRITE OpenWorkRecord
       END-IF.

       PrintOpenOrders.
       MOVE ZEROS TO PrevIDNum
       MOVE ZERO TO CustOutstanding, CustValue, GrandValue
       OPEN INPUT SortedOpenFile
       OPEN OUTPUT OpenOrderReport
       MOVE WSBusDate TO PrnBusDate
       WRITE OpenOrderLine FROM OpenHeading
       MOVE SPACES TO OpenOrderLine
       WRITE OpenOrderLine
       WRITE OpenOrderLine FROM OpenColumnHeads
       READ SortedOpenFile
           AT END SET SortedEOF TO TRUE
       END-READ
       PERFORM PrintOneOpenLine UNTIL SortedEOF
       IF PrevIDNum NOT = ZEROS
           PERFORM WriteCustomerTotal
       END-IF
       MOVE SPACES TO OpenOrderLine
       WRITE OpenOrderLine
       MOVE OpenLineCount TO PrnOpenLineCount
       MOVE OverdueCount TO PrnOverdueCount
       MOVE GrandValue TO PrnGrandValue
       WRITE OpenOrderLine FROM GrandTotalLine
       CLOSE SortedOpenFile, OpenOrderReport.

      *A line still open after its ship-by date is an overdue
      *backorder.
       PrintOneOpenLine.
       MOVE SortedData TO OpenLineData
       IF SortedIDNum NOT = PrevIDNum
           IF PrevIDNum NOT = ZEROS
               PERFORM WriteCustomerTotal
           END-IF
           MOVE SortedIDNum TO PrevIDNum
           MOVE SPACES TO OpenOrderLine
           WRITE OpenOrderLine
           MOVE SortedIDNum TO PrnCustID
           WRITE OpenOrderLine FROM CustHeadLine
       END-IF
       ADD 1 TO OpenLineCount
       MOVE SortedItemCode TO PrnItemCode
       MOVE "NOT ON ITEM MASTER" TO PrnItemDesc
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
           IF ITCode(ItemIdx) = SortedItemCode
               MOVE ITDesc(ItemIdx) TO PrnItemDesc
           END-IF
       END-PERFORM
       MOVE SortedOrdNumber TO PrnOrdNumber
       MOVE OLWanted TO PrnWanted
       MOVE OLOrdered TO PrnOrdered
       MOVE OLShipped TO PrnShipped
       MOVE OLOutstanding TO PrnOutstanding
       MOVE OLValue TO PrnValue
       MOVE SPACES TO PrnOverdue
       IF OLWanted < WSBusDate
           MOVE "OVERDUE" TO PrnOverdue
           ADD 1 TO OverdueCount
       END-IF
       WRITE OpenOrderLine FROM OpenDetailLine
       ADD OLOutstanding TO CustOutstanding
       ADD OLValue TO CustValue
       ADD OLValue TO GrandValue
       READ SortedOpenFile
           AT END SET SortedEOF TO TRUE
       END-READ.

       WriteCustomerTotal.
       MOVE CustOutstanding TO PrnCustOutstanding
       MOVE CustValue TO PrnCustValue
       WRITE OpenOrderLine FROM CustTotalLine
       MOVE ZERO TO CustOutstanding, CustValue.
