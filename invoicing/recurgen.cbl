               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
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
           SELECT RevSchedFile ASSIGN TO "RevSched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT DefRevLogFile ASSIGN TO "DefRev.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT GenReport ASSIGN TO "RecurGen.rpt"
           02 FILLER PIC X.
           02 RcrCurrency PIC X(3).
           02 FILLER PIC X.
           02 RcrAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 RcrFreq PIC X.
           02 FILLER PIC X.
           02 RcrNextDue PIC 9(8).
           02 FILLER PIC X.
           02 RcrItemCode PIC X(6).
           02 FILLER PIC X.
           02 RcrQty PIC 9(4).

       FD CustomerFile.
           COPY custdata.
       FD InvoiceFile.
           COPY invdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD ItemFile.
           COPY itemdata.

       FD InvLineFile.
           COPY invline.

       FD RevSchedFile.
           COPY revsdata.

       FD DefRevLogFile.
           COPY revldata.

       FD GenReport.
       01 GenLine PIC X(70).

               03 RTIDNum PIC 9(7).
               03 RTJuris PIC X(2).
               03 RTCurrency PIC X(3).
               03 RTAmount PIC 9(6)V99.
               03 RTFreq PIC X.
               03 RTNextDue PIC 9(8).
               03 RTItemCode PIC X(6).
               03 RTQty PIC 9(4).
       01 RecurEOFFlag PIC X VALUE "N".
           88 RecurEOF VALUE "Y".
       01 RecurCount PIC 9(3) VALUE ZERO.
       01 RecurIdx PIC 9(3) VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 GeneratedCount PIC 9(5) VALUE ZERO.
       01 SkippedCount PIC 9(5) VALUE ZERO.
       01 CustOKFlag PIC X VALUE "N".
       01 WSYearQuotient PIC 9(6) VALUE ZERO.
       01 WSYearRemainder PIC 9(4) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
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
       01 WSListPrice PIC 9(6)V99 VALUE ZERO.
       01 WSStockAction PIC X VALUE "P".
       01 WSStockQty PIC S9(7) VALUE ZERO.
       01 WSStockAvail PIC S9(7) VALUE ZERO.
       01 WSStockStatus PIC X VALUE "N".
       01 WSUnitPrice PIC 9(6)V99 VALUE ZERO.
       01 WSPriceSrc PIC X VALUE SPACE.
       01 WSLineAmount PIC 9(6)V99 VALUE ZERO.
       01 WSInvAmount PIC 9(6)V99 VALUE ZERO.
       01 ItemPricedFlag PIC X VALUE "Y".
           88 TemplatePriced VALUE "Y".
       01 GenHeading.
           02 FILLER PIC X(34) VALUE
               "RECURRING BILLING REGISTER - RUN  ".
       01 GenSkipLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSkipCustID PIC 9(7).
           02 PrnSkipReason PIC X(30).
       01 GenFooting.
           02 FILLER PIC X(21) VALUE "INVOICES GENERATED : ".
           02 PrnGenCount PIC ZZZZZ9.
       01 RunLogJob PIC X(12) VALUE "RECURBILL".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 TermsCode PIC X(4) VALUE SPACE.
       01 TermsDueDate PIC 9(8) VALUE ZEROS.
       01 TermsStatus PIC X(2) VALUE SPACE.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
               DISPLAY "No recurring billing templates - nothing " &
                   "to generate"
           ELSE
               PERFORM LoadItemTable
               PERFORM OpenInvoiceFiles
               OPEN OUTPUT GenReport
               MOVE WSBusDate TO PrnGenDate
               MOVE GeneratedCount TO PrnGenCount
               MOVE SkippedCount TO PrnSkipCount
               WRITE GenLine FROM GenFooting AFTER ADVANCING 2 LINES
               CLOSE GenReport, CustomerFile, InvoiceFile,
                   InvLineFile, RevSchedFile, DefRevLogFile
               PERFORM SaveRecurTable
               DISPLAY "Recurring billing complete - "
                   GeneratedCount " invoices generated"
                   MOVE RcrAmount TO RTAmount(RecurCount)
                   MOVE RcrFreq TO RTFreq(RecurCount)
                   MOVE RcrNextDue TO RTNextDue(RecurCount)
                   IF RcrItemCode = SPACES OR RcrQty IS NOT NUMERIC
                       MOVE SPACES TO RTItemCode(RecurCount)
                       MOVE ZERO TO RTQty(RecurCount)
                   ELSE
                       MOVE RcrItemCode TO RTItemCode(RecurCount)
                       MOVE RcrQty TO RTQty(RecurCount)
                   END-IF
               END-IF
       END-READ.

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
       OPEN EXTEND InvLineFile
       OPEN INPUT RevSchedFile
       IF WSFileStatus = "35"
           OPEN OUTPUT RevSchedFile
           CLOSE RevSchedFile
       ELSE
           CLOSE RevSchedFile
       END-IF
       OPEN EXTEND RevSchedFile
       OPEN INPUT DefRevLogFile
       IF WSFileStatus = "35"
           OPEN OUTPUT DefRevLogFile
           CLOSE DefRevLogFile
       ELSE
           CLOSE DefRevLogFile
       END-IF
       OPEN EXTEND DefRevLogFile.

       GenerateOneTemplate.
       PERFORM UNTIL RTNextDue(RecurIdx) > WSBusDate
           MOVE "  SKIPPED - CUSTOMER UNUSABLE" TO PrnSkipReason
           PERFORM CheckCustomerUsable
           IF CustomerUsable
               PERFORM PriceTemplate
               IF NOT TemplatePriced
                   MOVE "N" TO CustOKFlag
               END-IF
           END-IF
           IF CustomerUsable
               PERFORM GenerateOneInvoice
           ELSE
               END-IF
       END-READ.

      *A template for an item is billed at the price in force on the
      *run date - an approved price change once its date arrives,
      *then any contract price the customer holds for the item.
       PriceTemplate.
       MOVE "Y" TO ItemPricedFlag
       MOVE RTAmount(RecurIdx) TO WSInvAmount
       IF RTItemCode(RecurIdx) NOT = SPACES
           MOVE ZERO TO ItemFoundIdx
           PERFORM VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemCount
               IF ITCode(ItemIdx) = RTItemCode(RecurIdx)
                   MOVE ItemIdx TO ItemFoundIdx
               END-IF
           END-PERFORM
           IF ItemFoundIdx = ZERO
               MOVE "N" TO ItemPricedFlag
               MOVE "  SKIPPED - BAD ITEM CODE" TO PrnSkipReason
           ELSE
           IF ITActive(ItemFoundIdx) = "I"
               MOVE "N" TO ItemPricedFlag
               MOVE "  SKIPPED - ITEM INACTIVE" TO PrnSkipReason
           ELSE
               PERFORM SetEffectivePrice
               CALL 'custprice' USING RTIDNum(RecurIdx),
                   RTItemCode(RecurIdx), WSBusDate, WSListPrice,
                   WSUnitPrice, WSPriceSrc
               COMPUTE WSLineAmount = RTQty(RecurIdx) * WSUnitPrice
                   ON SIZE ERROR
                       MOVE ZERO TO WSLineAmount
               END-COMPUTE
               IF WSLineAmount = ZERO OR WSLineAmount > 999999.99
                   MOVE "N" TO ItemPricedFlag
                   MOVE "  SKIPPED - AMOUNT TOO LARGE"
                       TO PrnSkipReason
               ELSE
                   MOVE WSLineAmount TO WSInvAmount
               END-IF
           END-IF
           END-IF
       END-IF.

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
                   IF PriceChangeApproved
                       MOVE ItemNewPrice TO ITNewPrice(ItemCount)
                       MOVE ItemNewFrom TO ITNewFrom(ItemCount)
                   ELSE
                       MOVE ZERO TO ITNewPrice(ItemCount)
                       MOVE ZEROS TO ITNewFrom(ItemCount)
                   END-IF
               END-IF
       END-READ.

       WriteTemplateLine.
       MOVE SPACES TO InvLineData
       MOVE RTIDNum(RecurIdx) TO LinIDNum
       MOVE NextInvNum TO LinInvNumber
       MOVE 1 TO LinSeq
       MOVE RTItemCode(RecurIdx) TO LinItemCode
       MOVE ITDesc(ItemFoundIdx) TO LinItemDesc
       MOVE RTQty(RecurIdx) TO LinQty
       MOVE WSUnitPrice TO LinUnitPrice
       MOVE WSLineAmount TO LinAmount
       MOVE WSPriceSrc TO LinPriceSrc
       WRITE InvLineData
       MOVE "P" TO WSStockAction
       COMPUTE WSStockQty = ZERO - RTQty(RecurIdx)
       CALL 'stockupd' USING WSStockAction, LinItemCode, WSStockQty,
           WSBusDate, WSStockAvail, WSStockStatus.

       GenerateOneInvoice.
       CALL 'custcomp' USING RTIDNum(RecurIdx), DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE RTIDNum(RecurIdx) TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE WSBusDate TO InvDate
       MOVE RTJuris(RecurIdx) TO InvJurisdiction
       MOVE RTCurrency(RecurIdx) TO InvCurrency
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
               DISPLAY "Recurring invoice number clash for "
                   "customer " RTIDNum(RecurIdx)
           NOT INVALID KEY
               ADD 1 TO GeneratedCount
               IF RTItemCode(RecurIdx) NOT = SPACES
                   PERFORM WriteTemplateLine
               END-IF
               IF RTFreq(RecurIdx) = "Q" OR RTFreq(RecurIdx) = "A"
                   PERFORM WriteRevSchedule
               END-IF
               MOVE RTIDNum(RecurIdx) TO PrnGenCustID
               MOVE NextInvNum TO PrnGenInvNum
               MOVE WSInvAmount TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned,
                   PrnGenAmount
       END-WRITE.

      *Quarterly and annual charges are billed in advance, so the
      *invoice is held as deferred revenue and released a month at
      *a time from the month its period of service starts.
       WriteRevSchedule.
       MOVE SPACES TO RevSchedRecord
       MOVE RTIDNum(RecurIdx) TO RsIDNum
       MOVE NextInvNum TO RsInvNumber
       MOVE WSBusDate TO RsInvDate
       MOVE RTFreq(RecurIdx) TO RsFreq
       MOVE RTNextDue(RecurIdx)(1:6) TO RsStartMonth
       IF RTFreq(RecurIdx) = "A"
           MOVE 12 TO RsMonths
       ELSE
           MOVE 3 TO RsMonths
       END-IF
       MOVE ZERO TO RsMonthsDone
       MOVE WSInvAmount TO RsAmount
       MOVE ZERO TO RsRecognised
       MOVE ZERO TO RsReversed
       MOVE "A" TO RsStatus
       WRITE RevSchedRecord
       MOVE SPACES TO DefRevLogRecord
       MOVE "B" TO DrlType
       MOVE WSBusDate TO DrlDate
       MOVE RTIDNum(RecurIdx) TO DrlIDNum
       MOVE NextInvNum TO DrlInvNumber
       MOVE ZEROS TO DrlCredNumber
       MOVE RsStartMonth TO DrlMonth
       MOVE WSInvAmount TO DrlAmount
       WRITE DefRevLogRecord.

       AdvanceNextDue.
       MOVE RTNextDue(RecurIdx) TO DueDate
       MOVE DueDate(1:4) TO DueYear
       END-EVALUATE.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.

       SaveRecurTable.
       OPEN OUTPUT RecurFile
           MOVE RTAmount(RecurIdx) TO RcrAmount
           MOVE RTFreq(RecurIdx) TO RcrFreq
           MOVE RTNextDue(RecurIdx) TO RcrNextDue
           IF RTItemCode(RecurIdx) NOT = SPACES
               MOVE RTItemCode(RecurIdx) TO RcrItemCode
               MOVE RTQty(RecurIdx) TO RcrQty
           END-IF
           WRITE RecurRecord
       END-PERFORM
       CLOSE RecurFile.
