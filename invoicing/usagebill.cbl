      *Metered usage rating and invoice generation
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usagebill.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UsageFile ASSIGN TO "Usage.dat"
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
           SELECT RejectFile ASSIGN TO "Usage.rej"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UsageCtlFile ASSIGN TO "UsageCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT JurisFile ASSIGN TO "JurisMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT UsageWorkFile ASSIGN TO "UsageWork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO "UsageSort.tmp".
           SELECT SortedUsageFile ASSIGN TO "UsageSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UsageReport ASSIGN TO "UsageReg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD UsageFile.
       01 UsageRecord PIC X(40).
           88 UsageEOF VALUE HIGH-VALUE.

       FD CustomerFile.
           COPY custdata.

       FD InvoiceFile.
           COPY invdata.

       FD RejectFile.
       01 RejectRecord.
           02 RejReason PIC X(20).
           02 FILLER PIC X.
           02 RejData PIC X(40).

       FD UsageCtlFile.
       01 UsageCtlRecord.
           02 UsageCtlDate PIC 9(8).

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

       FD ItemFile.
           COPY itemdata.

       FD InvLineFile.
           COPY invline.

       FD UsageWorkFile.
       01 UsageWorkRecord.
           02 WrkIDNum PIC 9(7).
           02 WrkPeriod PIC 9(6).
           02 WrkItemCode PIC X(6).
           02 WrkQty PIC 9(7).
           02 WrkJuris PIC X(2).

       SD SortFile.
       01 SortUsageRecord.
           02 SrtIDNum PIC 9(7).
           02 SrtPeriod PIC 9(6).
           02 SrtItemCode PIC X(6).
           02 SrtQty PIC 9(7).
           02 SrtJuris PIC X(2).

       FD SortedUsageFile.
       01 SortedUsageRecord.
           02 SortedIDNum PIC 9(7).
           02 SortedPeriod PIC 9(6).
           02 SortedItemCode PIC X(6).
           02 SortedQty PIC 9(7).
           02 SortedJuris PIC X(2).

       FD UsageReport.
       01 UsageRegLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 UsageHeaderRecord.
           02 UhRecordType PIC X.
           02 UhFileDate PIC 9(8).
           02 UhSource PIC X(20).
           02 FILLER PIC X(11).
       01 UsageTrailerRecord.
           02 UtRecordType PIC X.
           02 UtRecCount PIC 9(6).
           02 UtQtyHash PIC 9(12).
           02 FILLER PIC X(21).
       01 UsageDetailRecord.
           02 UdIDNum PIC 9(7).
           02 UdItemCode PIC X(6).
           02 UdPeriod.
               03 UdPeriodYear PIC 9(4).
               03 UdPeriodMonth PIC 99.
           02 UdQty PIC 9(7).
           02 FILLER PIC X(14).
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 UsageFileFlag PIC X VALUE "N".
           88 UsageFileFound VALUE "Y".
       01 BatchFileFlag PIC X VALUE "N".
           88 BatchFileOK VALUE "Y".
       01 DuplicateFlag PIC X VALUE "N".
           88 AlreadyBilled VALUE "Y".
       01 HeaderSeen PIC X VALUE "N".
           88 GotHeader VALUE "Y".
       01 TrailerSeen PIC X VALUE "N".
           88 GotTrailer VALUE "Y".
       01 HdrFileDate PIC 9(8) VALUE ZEROS.
       01 TrlRecCount PIC 9(6) VALUE ZERO.
       01 TrlQtyHash PIC 9(12) VALUE ZERO.
       01 VfyCount PIC 9(6) VALUE ZERO.
       01 VfyHash PIC 9(12) VALUE ZERO.
       01 LastUsageDate PIC 9(8) VALUE ZEROS.
       01 UsageReadCount PIC 9(6) VALUE ZERO.
       01 AcceptedCount PIC 9(6) VALUE ZERO.
       01 InvoiceCount PIC 9(6) VALUE ZERO.
       01 BilledValue PIC 9(10)V99 VALUE ZERO.
       01 RejectCount PIC 9(6) VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 JurisTable.
           02 JurisEntry OCCURS 50 TIMES.
               03 JTCode PIC X(2).
               03 JTActive PIC X.
       01 JurisCount PIC 99 VALUE ZERO.
       01 JurisIdx PIC 99 VALUE ZERO.
       01 JurisOKFlag PIC X VALUE "Y".
           88 JurisUsable VALUE "Y".
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
               03 ITPrice PIC 9(6)V99.
               03 ITActive PIC X.
               03 ITNewPrice PIC 9(6)V99.
               03 ITNewFrom PIC 9(8).
               03 ITTierSet PIC X(42).
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 ItemFoundIdx PIC 999 VALUE ZERO.
       01 TierWork.
           02 TierEntry OCCURS 3 TIMES.
               03 FILLER PIC X.
               03 TWUpTo PIC 9(7).
               03 FILLER PIC X.
               03 TWPrice PIC 9(6)V99.
       01 TierIdx PIC 9 VALUE ZERO.
       01 PrevUpTo PIC 9(7) VALUE ZERO.
       01 RemainingQty PIC 9(9) VALUE ZERO.
       01 BandQty PIC 9(9) VALUE ZERO.
       01 SortedEOFFlag PIC X VALUE "N".
           88 SortedEOF VALUE "Y".
       01 CurIDNum PIC 9(7) VALUE ZERO.
       01 CurPeriod PIC 9(6) VALUE ZERO.
       01 CurJuris PIC X(2) VALUE SPACE.
       01 CurItemCode PIC X(6) VALUE SPACE.
       01 ItemQty PIC 9(9) VALUE ZERO.
       01 RateOKFlag PIC X VALUE "Y".
           88 ItemRated VALUE "Y".
       01 UsageLineTable.
           02 UsageLine OCCURS 100 TIMES.
               03 ULItemCode PIC X(6).
               03 ULDesc PIC X(20).
               03 ULQty PIC 9(4).
               03 ULPrice PIC 9(6)V99.
               03 ULAmount PIC 9(6)V99.
               03 ULSrc PIC X.
       01 UsageLineCount PIC 999 VALUE ZERO.
       01 ItemFirstLine PIC 999 VALUE ZERO.
       01 FirstLine PIC 999 VALUE ZERO.
       01 LastLine PIC 999 VALUE ZERO.
       01 LineIdx PIC 999 VALUE ZERO.
       01 MaxInvLines PIC 99 VALUE 50.
       01 SplitAmount PIC 9(6)V99 VALUE ZERO.
       01 WSListPrice PIC 9(6)V99 VALUE ZERO.
       01 WSUnitPrice PIC 9(6)V99 VALUE ZERO.
       01 WSPriceSrc PIC X VALUE "L".
       01 WSLineAmount PIC 9(6)V99 VALUE ZERO.
       01 WSInvAmount PIC 9(6)V99 VALUE ZERO.
       01 WSStockAction PIC X VALUE "P".
       01 WSStockQty PIC S9(7) VALUE ZERO.
       01 WSStockAvail PIC S9(7) VALUE ZERO.
       01 WSStockStatus PIC X VALUE "N".
       01 TermsCode PIC X(4) VALUE SPACE.
       01 TermsDueDate PIC 9(8) VALUE ZEROS.
       01 TermsStatus PIC X(2) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 RunLogJob PIC X(12) VALUE "USAGEBILL".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 RegHeading.
           02 FILLER PIC X(35) VALUE
               "USAGE RATING REGISTER - FILE DATED ".
           02 PrnFileDate PIC 9(8).
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 PrnRunDate PIC 9(8).
       01 RegColumnHeads.
           02 FILLER PIC X(40) VALUE
               "CUST NO  PERIOD  INVOICE ITEM   DESCRIPT".
           02 FILLER PIC X(44) VALUE
               "ION           QTY      PRICE          AMOUNT".
       01 RegDetailLine.
           02 PrnRegIDNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRegPeriod PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRegInvNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRegItem PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRegDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRegQty PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRegPrice PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRegAmount PIC $$,$$$,$$9.99CR.
       01 RegTotalLine.
           02 FILLER PIC X(32) VALUE SPACE.
           02 FILLER PIC X(20) VALUE "INVOICE TOTAL".
           02 FILLER PIC X(17) VALUE SPACE.
           02 PrnRegTotal PIC $$,$$$,$$9.99CR.
       01 RegRejectLine.
           02 FILLER PIC X(10) VALUE "REJECTED  ".
           02 PrnRejReason PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRejData PIC X(40).
       01 RegFootingCounts.
           02 FILLER PIC X(21) VALUE "USAGE RECORDS READ : ".
           02 PrnReadCount PIC ZZZZZ9.
           02 FILLER PIC X(13) VALUE "  INVOICES : ".
           02 PrnInvoiceCount PIC ZZZZZ9.
           02 FILLER PIC X(13) VALUE "  REJECTED : ".
           02 PrnRejectCount PIC ZZZZZ9.
       01 RegFootingValue.
           02 FILLER PIC X(21) VALUE "VALUE BILLED       : ".
           02 PrnBilledValue PIC $$,$$$,$$9.99CR.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadJurisTable
           PERFORM LoadItemTable
           PERFORM ValidateUsageFile
           IF NOT UsageFileFound
               DISPLAY "Usage.dat not found - nothing to bill"
           ELSE
           IF AlreadyBilled
               DISPLAY "Usage file dated " HdrFileDate
                   " already billed - nothing to do"
           ELSE
           IF NOT BatchFileOK
               DISPLAY "Usage billing refused - file controls do " &
                   "not verify"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT UsageReport
               MOVE HdrFileDate TO PrnFileDate
               MOVE WSBusDate TO PrnRunDate
               WRITE UsageRegLine FROM RegHeading
               MOVE SPACES TO UsageRegLine
               WRITE UsageRegLine
               WRITE UsageRegLine FROM RegColumnHeads
               OPEN OUTPUT RejectFile
               PERFORM EditUsageFile
               SORT SortFile
                   ON ASCENDING KEY SrtIDNum SrtPeriod SrtItemCode
                   USING UsageWorkFile
                   GIVING SortedUsageFile
               PERFORM BillSortedUsage
               CLOSE RejectFile
               PERFORM WriteRegisterFooting
               CLOSE UsageReport
               PERFORM SaveLastUsageDate
               DISPLAY "Usage billing complete for file dated "
                   HdrFileDate
               DISPLAY "Records read    : " UsageReadCount
               DISPLAY "Invoices raised : " InvoiceCount
               DISPLAY "Rejected        : " RejectCount
               MOVE BilledValue TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned,
                   WSAmtFormatted
               DISPLAY "Value billed    : " WSAmtFormatted
               DISPLAY "Rating register written to UsageReg.rpt"
               IF RejectCount > ZERO
                   DISPLAY "Rejects written to Usage.rej"
               END-IF
           END-IF
           END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE InvoiceCount TO RunLogCount
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

      *The usage file is only billed when its header, trailer count
      *and quantity hash all agree.  A file dated the same as the
      *last one billed is the same file left in place and is passed
      *over; one dated earlier is refused as stale.
       ValidateUsageFile.
       MOVE "N" TO UsageFileFlag
       MOVE "N" TO BatchFileFlag
       MOVE "N" TO DuplicateFlag
       MOVE "N" TO HeaderSeen
       MOVE "N" TO TrailerSeen
       MOVE ZERO TO VfyCount
       MOVE ZERO TO VfyHash
       PERFORM ReadLastUsageDate
       OPEN INPUT UsageFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "Y" TO UsageFileFlag
           MOVE SPACES TO UsageRecord
           READ UsageFile
               AT END SET UsageEOF TO TRUE
           END-READ
           PERFORM VerifyOneUsageRecord UNTIL UsageEOF
           CLOSE UsageFile
           PERFORM CheckUsageControls
       END-IF.

       CheckUsageControls.
       IF NOT GotHeader
           DISPLAY "Usage file has no header record"
       ELSE
           IF NOT GotTrailer
               DISPLAY "Usage file has no trailer record - " &
                   "possible truncated transfer"
           ELSE
               IF VfyCount NOT = TrlRecCount
                   DISPLAY "Usage record count " VfyCount
                       " does not match trailer count " TrlRecCount
               ELSE
                   IF VfyHash NOT = TrlQtyHash
                       DISPLAY "Usage quantity hash " VfyHash
                           " does not match trailer hash " TrlQtyHash
                   ELSE
                       IF HdrFileDate = LastUsageDate
                           MOVE "Y" TO DuplicateFlag
                       ELSE
                       IF HdrFileDate < LastUsageDate
                           DISPLAY "Usage file dated " HdrFileDate
                               " older than last billed "
                               LastUsageDate " - stale file refused"
                       ELSE
                           MOVE "Y" TO BatchFileFlag
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

       VerifyOneUsageRecord.
       IF UsageRecord(1:1) = "H"
           MOVE UsageRecord TO UsageHeaderRecord
           MOVE UhFileDate TO HdrFileDate
           MOVE "Y" TO HeaderSeen
       ELSE
           IF UsageRecord(1:1) = "T"
               MOVE UsageRecord TO UsageTrailerRecord
               MOVE UtRecCount TO TrlRecCount
               MOVE UtQtyHash TO TrlQtyHash
               MOVE "Y" TO TrailerSeen
           ELSE
               ADD 1 TO VfyCount
               MOVE UsageRecord TO UsageDetailRecord
               IF UdQty IS NUMERIC
                   ADD UdQty TO VfyHash
               END-IF
           END-IF
       END-IF
       READ UsageFile
           AT END SET UsageEOF TO TRUE
       END-READ.

       ReadLastUsageDate.
       MOVE ZEROS TO LastUsageDate
       OPEN INPUT UsageCtlFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ UsageCtlFile
               AT END MOVE ZEROS TO LastUsageDate
               NOT AT END MOVE UsageCtlDate TO LastUsageDate
           END-READ
           CLOSE UsageCtlFile
       END-IF.

       SaveLastUsageDate.
       OPEN OUTPUT UsageCtlFile
       MOVE HdrFileDate TO UsageCtlDate
       WRITE UsageCtlRecord
       CLOSE UsageCtlFile.

      *Each detail record is checked against the customer and item
      *masters; those that pass go to the work file for sorting by
      *customer, period and item, the rest to the reject file.
       EditUsageFile.
       OPEN INPUT UsageFile
       OPEN INPUT CustomerFile
       OPEN OUTPUT UsageWorkFile
       MOVE SPACES TO UsageRecord
       READ UsageFile
           AT END SET UsageEOF TO TRUE
       END-READ
       PERFORM EditOneUsageRecord UNTIL UsageEOF
       CLOSE UsageFile, CustomerFile, UsageWorkFile.

       EditOneUsageRecord.
       IF UsageRecord(1:1) = "H" OR UsageRecord(1:1) = "T"
           CONTINUE
       ELSE
           PERFORM EditOneUsageDetail
       END-IF
       READ UsageFile
           AT END SET UsageEOF TO TRUE
       END-READ.

       EditOneUsageDetail.
       ADD 1 TO UsageReadCount
       MOVE UsageRecord TO UsageDetailRecord
       MOVE UsageRecord TO RejData
       IF UdIDNum IS NOT NUMERIC
           MOVE "NON-NUMERIC KEY" TO RejReason
           PERFORM WriteOneReject
       ELSE
       IF UdQty IS NOT NUMERIC OR UdQty = ZERO
           MOVE "BAD QUANTITY" TO RejReason
           PERFORM WriteOneReject
       ELSE
       IF UdPeriod IS NOT NUMERIC OR UdPeriodMonth < 1
           OR UdPeriodMonth > 12
           MOVE "BAD PERIOD" TO RejReason
           PERFORM WriteOneReject
       ELSE
           PERFORM FindUsageItem
       IF ItemFoundIdx = ZERO
           MOVE "BAD ITEM CODE" TO RejReason
           PERFORM WriteOneReject
       ELSE
       IF ITActive(ItemFoundIdx) = "I"
           MOVE "ITEM INACTIVE" TO RejReason
           PERFORM WriteOneReject
       ELSE
           MOVE UdIDNum TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO RejReason
                   PERFORM WriteOneReject
               NOT INVALID KEY
                   IF CEData
                       MOVE "CUSTOMER DELETED" TO RejReason
                       PERFORM WriteOneReject
                   ELSE
                       PERFORM CheckJurisdiction
                       IF NOT JurisUsable
                           MOVE "BAD JURISDICTION" TO RejReason
                           PERFORM WriteOneReject
                       ELSE
                           PERFORM WriteUsageWork
                       END-IF
                   END-IF
           END-READ
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

       FindUsageItem.
       MOVE ZERO TO ItemFoundIdx
       PERFORM VARYING ItemIdx FROM 1 BY 1
           UNTIL ItemIdx > ItemCount
           IF ITCode(ItemIdx) = UdItemCode
               MOVE ItemIdx TO ItemFoundIdx
           END-IF
       END-PERFORM.

       WriteUsageWork.
       ADD 1 TO AcceptedCount
       MOVE UdIDNum TO WrkIDNum
       MOVE UdPeriod TO WrkPeriod
       MOVE UdItemCode TO WrkItemCode
       MOVE UdQty TO WrkQty
       MOVE AddrState TO WrkJuris
       WRITE UsageWorkRecord.

      *Usage is billed one invoice per customer and period.  All the
      *usage of an item in the period is added together before it is
      *rated, so the tiers apply to the period's total consumption.
       BillSortedUsage.
       PERFORM OpenInvoiceFiles
       OPEN INPUT SortedUsageFile
       MOVE "N" TO SortedEOFFlag
       PERFORM ReadSortedUsage
       IF NOT SortedEOF
           PERFORM StartUsageGroup
           PERFORM BillOneSortedRecord UNTIL SortedEOF
           PERFORM RateUsageItem
           PERFORM BillUsageGroup
       END-IF
       CLOSE SortedUsageFile, InvoiceFile, InvLineFile.

       ReadSortedUsage.
       READ SortedUsageFile
           AT END SET SortedEOF TO TRUE
       END-READ.

       BillOneSortedRecord.
       IF SortedIDNum NOT = CurIDNum OR SortedPeriod NOT = CurPeriod
           PERFORM RateUsageItem
           PERFORM BillUsageGroup
           PERFORM StartUsageGroup
       ELSE
           IF SortedItemCode NOT = CurItemCode
               PERFORM RateUsageItem
               PERFORM StartUsageItem
           END-IF
       END-IF
       ADD SortedQty TO ItemQty
       PERFORM ReadSortedUsage.

       StartUsageGroup.
       MOVE SortedIDNum TO CurIDNum
       MOVE SortedPeriod TO CurPeriod
       MOVE SortedJuris TO CurJuris
       MOVE ZERO TO UsageLineCount
       PERFORM StartUsageItem.

       StartUsageItem.
       MOVE SortedItemCode TO CurItemCode
       MOVE ZERO TO ItemQty.

      *A contract price the customer holds for the item is charged
      *on every unit.  Otherwise an item with usage tiers is billed
      *one line per tier reached, and units beyond the last tier -
      *or all units of an item without tiers - at the price in force
      *on the run date.  If any line of the item cannot be billed
      *the item's whole usage for the period is rejected.
       RateUsageItem.
       MOVE "Y" TO RateOKFlag
       MOVE UsageLineCount TO ItemFirstLine
       MOVE CurItemCode TO UdItemCode
       PERFORM FindUsageItem
       PERFORM SetEffectivePrice
       CALL 'custprice' USING CurIDNum, CurItemCode, WSBusDate,
           WSListPrice, WSUnitPrice, WSPriceSrc
       MOVE ITTierSet(ItemFoundIdx) TO TierWork
       IF WSPriceSrc = "C" OR TWUpTo(1) IS NOT NUMERIC
           OR TWUpTo(1) = ZERO
           MOVE ItemQty TO BandQty
           PERFORM AddUsageLine
       ELSE
           MOVE ItemQty TO RemainingQty
           MOVE ZERO TO PrevUpTo
           PERFORM RateOneTier
               VARYING TierIdx FROM 1 BY 1
               UNTIL TierIdx > 3 OR RemainingQty = ZERO
               OR NOT ItemRated
           IF RemainingQty > ZERO AND ItemRated
               MOVE RemainingQty TO BandQty
               MOVE WSListPrice TO WSUnitPrice
               MOVE "L" TO WSPriceSrc
               PERFORM AddUsageLine
           END-IF
       END-IF
       IF NOT ItemRated
           MOVE ItemFirstLine TO UsageLineCount
           PERFORM RejectUsageItem
       END-IF.

       RateOneTier.
       IF TWUpTo(TierIdx) IS NUMERIC
           AND TWUpTo(TierIdx) > PrevUpTo
           COMPUTE BandQty = TWUpTo(TierIdx) - PrevUpTo
           IF BandQty > RemainingQty
               MOVE RemainingQty TO BandQty
           END-IF
           MOVE TWPrice(TierIdx) TO WSUnitPrice
           MOVE "T" TO WSPriceSrc
           PERFORM AddUsageLine
           SUBTRACT BandQty FROM RemainingQty
           MOVE TWUpTo(TierIdx) TO PrevUpTo
       END-IF.

       AddUsageLine.
       IF BandQty > 9999
           MOVE "N" TO RateOKFlag
           MOVE "QUANTITY TOO LARGE" TO RejReason
       ELSE
       IF UsageLineCount >= 100
           MOVE "N" TO RateOKFlag
           MOVE "TOO MANY LINES" TO RejReason
       ELSE
           COMPUTE WSLineAmount = BandQty * WSUnitPrice
               ON SIZE ERROR
                   MOVE ZERO TO WSLineAmount
           END-COMPUTE
           IF WSLineAmount = ZERO OR WSLineAmount > 999999.99
               MOVE "N" TO RateOKFlag
               MOVE "AMOUNT TOO LARGE" TO RejReason
           ELSE
               ADD 1 TO UsageLineCount
               MOVE CurItemCode TO ULItemCode(UsageLineCount)
               MOVE ITDesc(ItemFoundIdx) TO ULDesc(UsageLineCount)
               MOVE BandQty TO ULQty(UsageLineCount)
               MOVE WSUnitPrice TO ULPrice(UsageLineCount)
               MOVE WSLineAmount TO ULAmount(UsageLineCount)
               MOVE WSPriceSrc TO ULSrc(UsageLineCount)
           END-IF
       END-IF
       END-IF.

      *The rejected usage is written in the layout of a usage detail
      *record carrying the period's total quantity for the item.
       RejectUsageItem.
       MOVE SPACES TO UsageDetailRecord
       MOVE CurIDNum TO UdIDNum
       MOVE CurItemCode TO UdItemCode
       MOVE CurPeriod TO UdPeriod
       IF ItemQty > 9999999
           MOVE 9999999 TO UdQty
       ELSE
           MOVE ItemQty TO UdQty
       END-IF
       MOVE UsageDetailRecord TO RejData
       PERFORM WriteOneReject.

      *The rated lines are split across as many invoices as needed
      *to keep each within the invoice line limit and amount field.
       BillUsageGroup.
       MOVE 1 TO FirstLine
       PERFORM BillOneUsageInvoice UNTIL FirstLine > UsageLineCount.

       BillOneUsageInvoice.
       MOVE FirstLine TO LastLine
       MOVE ULAmount(FirstLine) TO SplitAmount
       PERFORM UNTIL LastLine >= UsageLineCount
           OR LastLine - FirstLine + 1 >= MaxInvLines
           OR SplitAmount + ULAmount(LastLine + 1) > 999999.99
           ADD 1 TO LastLine
           ADD ULAmount(LastLine) TO SplitAmount
       END-PERFORM
       MOVE SplitAmount TO WSInvAmount
       CALL 'custcomp' USING CurIDNum, DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE CurIDNum TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE WSBusDate TO InvDate
       MOVE CurJuris TO InvJurisdiction
       MOVE "USD" TO InvCurrency
       MOVE WSInvAmount TO InvAmount
       MOVE "0" TO InvStatus
       MOVE "I" TO InvDocType
       MOVE ZEROS TO InvRefNumber
       MOVE SPACES TO TermsCode
       CALL 'termsdue' USING InvIDNum, WSBusDate, TermsCode,
           TermsDueDate, TermsStatus
       MOVE TermsCode TO InvTermsCode
       MOVE TermsDueDate TO InvDueDate
       CALL 'custrep' USING InvIDNum, InvSalesCode
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Usage invoice number clash for customer "
                   CurIDNum
           NOT INVALID KEY
               ADD 1 TO InvoiceCount
               ADD WSInvAmount TO BilledValue
               PERFORM WriteUsageLine
                   VARYING LineIdx FROM FirstLine BY 1
                   UNTIL LineIdx > LastLine
               MOVE WSInvAmount TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnRegTotal
               WRITE UsageRegLine FROM RegTotalLine
               MOVE SPACES TO UsageRegLine
               WRITE UsageRegLine
       END-WRITE
       COMPUTE FirstLine = LastLine + 1.

       WriteUsageLine.
       MOVE SPACES TO InvLineData
       MOVE CurIDNum TO LinIDNum
       MOVE NextInvNum TO LinInvNumber
       COMPUTE LinSeq = LineIdx - FirstLine + 1
       MOVE ULItemCode(LineIdx) TO LinItemCode
       MOVE ULDesc(LineIdx) TO LinItemDesc
       MOVE ULQty(LineIdx) TO LinQty
       MOVE ULPrice(LineIdx) TO LinUnitPrice
       MOVE ULAmount(LineIdx) TO LinAmount
       MOVE ULSrc(LineIdx) TO LinPriceSrc
       WRITE InvLineData
       MOVE "P" TO WSStockAction
       COMPUTE WSStockQty = ZERO - ULQty(LineIdx)
       CALL 'stockupd' USING WSStockAction, LinItemCode, WSStockQty,
           WSBusDate, WSStockAvail, WSStockStatus
       MOVE CurIDNum TO PrnRegIDNum
       MOVE CurPeriod TO PrnRegPeriod
       MOVE NextInvNum TO PrnRegInvNum
       MOVE ULItemCode(LineIdx) TO PrnRegItem
       MOVE ULDesc(LineIdx) TO PrnRegDesc
       MOVE ULQty(LineIdx) TO PrnRegQty
       MOVE ULPrice(LineIdx) TO PrnRegPrice
       MOVE ULAmount(LineIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnRegAmount
       WRITE UsageRegLine FROM RegDetailLine.

       WriteRegisterFooting.
       MOVE UsageReadCount TO PrnReadCount
       MOVE InvoiceCount TO PrnInvoiceCount
       MOVE RejectCount TO PrnRejectCount
       MOVE SPACES TO UsageRegLine
       WRITE UsageRegLine
       WRITE UsageRegLine FROM RegFootingCounts
       MOVE BilledValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnBilledValue
       WRITE UsageRegLine FROM RegFootingValue.

       OpenInvoiceFiles.
       OPEN INPUT InvoiceFile
       IF WSFileStatus = "35"
           CLOSE InvoiceFile
           OPEN OUTPUT InvoiceFile
           CLOSE InvoiceFile
       ELSE
           CLOSE InvoiceFile
       END-IF
       OPEN I-O InvoiceFile
       OPEN INPUT InvLineFile
       IF WSFileStatus = "35"
           OPEN OUTPUT InvLineFile
           CLOSE InvLineFile
       ELSE
           CLOSE InvLineFile
       END-IF
       OPEN EXTEND InvLineFile.

      *An approved price change dated on or before the invoice date
      *replaces the master price.
       SetEffectivePrice.
       MOVE ITPrice(ItemFoundIdx) TO WSListPrice
       IF ITNewFrom(ItemFoundIdx) NOT = ZEROS
           AND ITNewFrom(ItemFoundIdx) NOT > WSBusDate
           MOVE ITNewPrice(ItemFoundIdx) TO WSListPrice
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
                   MOVE ItemPrice TO ITPrice(ItemCount)
                   MOVE ItemActive TO ITActive(ItemCount)
                   MOVE ItemTierSet TO ITTierSet(ItemCount)
                   IF PriceChangeApproved
                       MOVE ItemNewPrice TO ITNewPrice(ItemCount)
                       MOVE ItemNewFrom TO ITNewFrom(ItemCount)
                   ELSE
                       MOVE ZERO TO ITNewPrice(ItemCount)
                       MOVE ZEROS TO ITNewFrom(ItemCount)
                   END-IF
               END-IF
       END-READ.

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

      *Usage is taxed where the customer is billed, so the customer's
      *state must be a jurisdiction in use.
       CheckJurisdiction.
       MOVE "Y" TO JurisOKFlag
       IF AddrState = SPACES
           MOVE "N" TO JurisOKFlag
       ELSE
       IF JurisCount > ZERO
           MOVE "N" TO JurisOKFlag
           PERFORM VARYING JurisIdx FROM 1 BY 1
               UNTIL JurisIdx > JurisCount
               IF JTCode(JurisIdx) = AddrState
                   AND JTActive(JurisIdx) NOT = "I"
                   MOVE "Y" TO JurisOKFlag
               END-IF
           END-PERFORM
       END-IF
       END-IF.

       WriteOneReject.
       ADD 1 TO RejectCount
       MOVE SPACE TO RejectRecord(21:1)
       MOVE RejReason TO PrnRejReason
       MOVE RejData TO PrnRejData
       WRITE RejectRecord
       WRITE UsageRegLine FROM RegRejectLine.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
