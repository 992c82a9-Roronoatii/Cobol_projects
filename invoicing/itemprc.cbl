      *Item mass price update and price change report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. itemprc.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PriceReport ASSIGN TO "PriceChg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ItemFile.
           COPY itemdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD PriceReport.
       01 PriceLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 ItemEOFFlag PIC X VALUE "N".
           88 ItemsDone VALUE "Y".
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
               03 ITPrice PIC 9(6)V99.
               03 ITActive PIC X.
               03 ITPriceFrom PIC 9(8).
               03 ITNewPrice PIC 9(6)V99.
               03 ITNewFrom PIC 9(8).
               03 ITNewStatus PIC X.
               03 ITTierSet PIC X(42).
               03 ITReplaced PIC X.
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 RunMode PIC X VALUE SPACE.
           88 UpdateRun VALUE "U" "u".
           88 ReportRun VALUE "R" "r".
       01 FromCode PIC X(6) VALUE SPACE.
       01 ToCode PIC X(6) VALUE SPACE.
       01 IncreaseType PIC X VALUE SPACE.
           88 PercentIncrease VALUE "P" "p".
           88 FixedIncrease VALUE "F" "f".
       01 IncreaseValue PIC 9(6)V99 VALUE ZERO.
       01 EffectiveDate PIC 9(8) VALUE ZEROS.
       01 CalcPrice PIC 9(8)V99 VALUE ZERO.
       01 ChangedCount PIC 9(4) VALUE ZERO.
       01 SkippedCount PIC 9(4) VALUE ZERO.
       01 ListedCount PIC 9(4) VALUE ZERO.
       01 ParamsOK PIC X VALUE "Y".
           88 ParamsValid VALUE "Y".
       01 PriceHeading.
           02 FILLER PIC X(36) VALUE
               "PRICE CHANGE REPORT - BUSINESS DATE ".
           02 PrnBusDate PIC 9(8).
       01 PriceColumnHeads.
           02 FILLER PIC X(38) VALUE
               "ITEM   DESCRIPTION                 OLD".
           02 FILLER PIC X(40) VALUE
               "        NEW CHANGE% EFFECTIVE STATUS".
       01 PriceDetailLine.
           02 PrnCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOldPrice PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNewPrice PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnChangePct PIC ---9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnEffective PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X(10).
           02 PrnReplaced PIC X(9).
       01 ChangePct PIC S9(3)V99 VALUE ZERO.
       01 PriceTotalLine.
           02 PrnListed PIC ZZZ9.
           02 FILLER PIC X(28) VALUE
               " price changes on file, of ".
           02 PrnChanged PIC ZZZ9.
           02 FILLER PIC X(22) VALUE " staged by this run".
       01 RunLogJob PIC X(12) VALUE "ITEMPRC".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

      *A mass update never changes a price directly: each new price
      *is staged as a pending change for its effective date and
      *only used on invoices once a supervisor approves it in item
      *maintenance after checking the report.
       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadItemTable
           DISPLAY "(U)pdate prices or (R)eport only : "
               WITH NO ADVANCING
           ACCEPT RunMode
           IF UpdateRun
               PERFORM AcceptUpdateParams
               IF ParamsValid
                   PERFORM StageOneItem
                       VARYING ItemIdx FROM 1 BY 1
                       UNTIL ItemIdx > ItemCount
                   PERFORM SaveItemTable
                   DISPLAY ChangedCount " price changes staged, "
                       SkippedCount " skipped"
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF ParamsValid
               PERFORM WritePriceReport
               DISPLAY "Price change report written to PriceChg.rpt"
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE ChangedCount TO RunLogCount
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
           MOVE "N" TO ItemEOFFlag
           PERFORM LoadOneItem UNTIL ItemsDone
           CLOSE ItemFile
       END-IF.

       LoadOneItem.
       READ ItemFile
           AT END SET ItemsDone TO TRUE
           NOT AT END
               IF ItemCount < 200
                   ADD 1 TO ItemCount
                   MOVE ItemCode TO ITCode(ItemCount)
                   MOVE ItemDesc TO ITDesc(ItemCount)
                   MOVE ItemPrice TO ITPrice(ItemCount)
                   MOVE ItemActive TO ITActive(ItemCount)
                   MOVE SPACE TO ITReplaced(ItemCount)
                   MOVE ItemTierSet TO ITTierSet(ItemCount)
                   PERFORM LoadItemPriceDates
               END-IF
       END-READ.

      *Records written before prices were dated carry no dates; an
      *approved change whose date has arrived becomes the price.
       LoadItemPriceDates.
       IF ItemPriceFrom IS NUMERIC
           MOVE ItemPriceFrom TO ITPriceFrom(ItemCount)
       ELSE
           MOVE ZEROS TO ITPriceFrom(ItemCount)
       END-IF
       IF PriceChangePending OR PriceChangeApproved
           MOVE ItemNewPrice TO ITNewPrice(ItemCount)
           MOVE ItemNewFrom TO ITNewFrom(ItemCount)
           MOVE ItemNewStatus TO ITNewStatus(ItemCount)
       ELSE
           MOVE ZERO TO ITNewPrice(ItemCount)
           MOVE ZEROS TO ITNewFrom(ItemCount)
           MOVE SPACE TO ITNewStatus(ItemCount)
       END-IF
       IF ITNewStatus(ItemCount) = "A"
           AND ITNewFrom(ItemCount) NOT > WSBusDate
           MOVE ITNewPrice(ItemCount) TO ITPrice(ItemCount)
           MOVE ITNewFrom(ItemCount) TO ITPriceFrom(ItemCount)
           MOVE ZERO TO ITNewPrice(ItemCount)
           MOVE ZEROS TO ITNewFrom(ItemCount)
           MOVE SPACE TO ITNewStatus(ItemCount)
       END-IF.

       AcceptUpdateParams.
       MOVE "Y" TO ParamsOK
       DISPLAY "From item code : " WITH NO ADVANCING
       ACCEPT FromCode
       DISPLAY "To item code (blank = same) : " WITH NO ADVANCING
       ACCEPT ToCode
       IF ToCode = SPACES
           MOVE FromCode TO ToCode
       END-IF
       DISPLAY "(P)ercent or (F)ixed increase : " WITH NO ADVANCING
       ACCEPT IncreaseType
       DISPLAY "Increase value : " WITH NO ADVANCING
       ACCEPT IncreaseValue
       DISPLAY "Effective from YYYYMMDD : " WITH NO ADVANCING
       ACCEPT EffectiveDate
       IF FromCode > ToCode
           DISPLAY "From item code is after to item code"
           MOVE "N" TO ParamsOK
       END-IF
       IF NOT PercentIncrease AND NOT FixedIncrease
           DISPLAY "Increase type must be P or F"
           MOVE "N" TO ParamsOK
       END-IF
       IF IncreaseValue = ZERO
           DISPLAY "No increase given"
           MOVE "N" TO ParamsOK
       END-IF
       IF EffectiveDate NOT > WSBusDate
           DISPLAY "Effective date must be after business date "
               WSBusDate
           MOVE "N" TO ParamsOK
       END-IF.

      *A new price that will not fit the price field is left alone
      *and counted as skipped.
       StageOneItem.
       IF ITCode(ItemIdx) NOT < FromCode
           AND ITCode(ItemIdx) NOT > ToCode
           AND ITActive(ItemIdx) = "A"
           IF PercentIncrease
               COMPUTE CalcPrice ROUNDED = ITPrice(ItemIdx) *
                   (100 + IncreaseValue) / 100
           ELSE
               COMPUTE CalcPrice = ITPrice(ItemIdx) + IncreaseValue
           END-IF
           IF CalcPrice > 999999.99
               DISPLAY "Item " ITCode(ItemIdx) " skipped - new "
                   "price too large"
               ADD 1 TO SkippedCount
           ELSE
               IF ITNewStatus(ItemIdx) NOT = SPACE
                   MOVE "Y" TO ITReplaced(ItemIdx)
               END-IF
               MOVE CalcPrice TO ITNewPrice(ItemIdx)
               MOVE EffectiveDate TO ITNewFrom(ItemIdx)
               MOVE "P" TO ITNewStatus(ItemIdx)
               ADD 1 TO ChangedCount
           END-IF
       END-IF.

       SaveItemTable.
       OPEN OUTPUT ItemFile
       PERFORM VARYING ItemIdx FROM 1 BY 1
           UNTIL ItemIdx > ItemCount
           MOVE SPACES TO ItemRecord
           MOVE ITCode(ItemIdx) TO ItemCode
           MOVE ITDesc(ItemIdx) TO ItemDesc
           MOVE ITPrice(ItemIdx) TO ItemPrice
           MOVE ITActive(ItemIdx) TO ItemActive
           MOVE ITPriceFrom(ItemIdx) TO ItemPriceFrom
           IF ITNewStatus(ItemIdx) NOT = SPACE
               MOVE ITNewPrice(ItemIdx) TO ItemNewPrice
               MOVE ITNewFrom(ItemIdx) TO ItemNewFrom
               MOVE ITNewStatus(ItemIdx) TO ItemNewStatus
           END-IF
           MOVE ITTierSet(ItemIdx) TO ItemTierSet
           WRITE ItemRecord
       END-PERFORM
       CLOSE ItemFile.

      *Every change still to take effect is listed, old price against
      *new, so the whole set can be checked before approval.
       WritePriceReport.
       OPEN OUTPUT PriceReport
       MOVE WSBusDate TO PrnBusDate
       WRITE PriceLine FROM PriceHeading
       MOVE SPACES TO PriceLine
       WRITE PriceLine
       WRITE PriceLine FROM PriceColumnHeads
       PERFORM ReportOneItem
           VARYING ItemIdx FROM 1 BY 1
           UNTIL ItemIdx > ItemCount
       MOVE SPACES TO PriceLine
       WRITE PriceLine
       MOVE ListedCount TO PrnListed
       MOVE ChangedCount TO PrnChanged
       WRITE PriceLine FROM PriceTotalLine
       CLOSE PriceReport.

       ReportOneItem.
       IF ITNewStatus(ItemIdx) NOT = SPACE
           ADD 1 TO ListedCount
           MOVE ITCode(ItemIdx) TO PrnCode
           MOVE ITDesc(ItemIdx) TO PrnDesc
           MOVE ITPrice(ItemIdx) TO PrnOldPrice
           MOVE ITNewPrice(ItemIdx) TO PrnNewPrice
           IF ITPrice(ItemIdx) = ZERO
               MOVE ZERO TO ChangePct
           ELSE
               COMPUTE ChangePct ROUNDED = (ITNewPrice(ItemIdx) -
                   ITPrice(ItemIdx)) * 100 / ITPrice(ItemIdx)
                   ON SIZE ERROR MOVE 999.99 TO ChangePct
               END-COMPUTE
           END-IF
           MOVE ChangePct TO PrnChangePct
           MOVE ITNewFrom(ItemIdx) TO PrnEffective
           IF ITNewStatus(ItemIdx) = "P"
               MOVE "PENDING" TO PrnStatus
           ELSE
               MOVE "APPROVED" TO PrnStatus
           END-IF
           IF ITReplaced(ItemIdx) = "Y"
               MOVE "REPLACED" TO PrnReplaced
           ELSE
               MOVE SPACES TO PrnReplaced
           END-IF
           WRITE PriceLine FROM PriceDetailLine
       END-IF.
