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
       DATA DIVISION.
       FILE SECTION.
       FD LoadFile.
       01 LoadRecord PIC X(50).
           88 LoadEOF VALUE HIGH-VALUE.
       01 LoadHeaderRecord.
           02 LhRecordType PIC X.
           02 LhFileDate PIC 9(8).
           02 LhSource PIC X(20).
           02 FILLER PIC X(21).
       01 LoadTrailerRecord.
           02 LtRecordType PIC X.
           02 LtRecCount PIC 9(6).
           02 LtAmountHash PIC 9(14).
           02 FILLER PIC X(29).
       01 LoadDetailRecord.
           02 LdIDNum PIC 9(7).
           02 LdJuris PIC X(2).
           02 LdCurrency PIC X(3).
           02 LdAmount PIC 9(6)V99.
           02 LdTermsCode PIC X(4).
           02 LdItemCode PIC X(6).
           02 LdQty PIC 9(4).
           02 LdPONumber PIC X(15).
           02 FILLER PIC X.

       FD CustomerFile.
           COPY custdata.
       01 RejectRecord.
           02 RejReason PIC X(20).
           02 FILLER PIC X.
           02 RejData PIC X(50).

       FD LoadCtlFile.
       01 LoadCtlRecord.
           02 FILLER PIC X.
           02 JurActive PIC X.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD ItemFile.
           COPY itemdata.

       FD InvLineFile.
           COPY invline.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 PostDate PIC 9(8) VALUE ZEROS.
       01 PerFunction PIC X VALUE "R".
       01 PerOperID PIC X(8) VALUE SPACE.
       01 PerAuth PIC X VALUE "B".
       01 PerPostRef PIC X(20) VALUE SPACE.
       01 PerStatus PIC X(2) VALUE SPACE.
           88 PeriodRedirected VALUE "02".
       01 BatchFileFlag PIC X VALUE "N".
           88 BatchFileOK VALUE "Y".
       01 HeaderSeen PIC X VALUE "N".
           88 GotTrailer VALUE "Y".
       01 HdrFileDate PIC 9(8) VALUE ZEROS.
       01 TrlRecCount PIC 9(6) VALUE ZERO.
       01 TrlAmountHash PIC 9(14) VALUE ZERO.
       01 VfyCount PIC 9(6) VALUE ZERO.
       01 VfyHash PIC 9(14) VALUE ZERO.
       01 LastLoadDate PIC 9(8) VALUE ZEROS.
       01 LoadReadCount PIC 9(6) VALUE ZERO.
       01 LoadedCount PIC 9(6) VALUE ZERO.
       01 LoadedValue PIC 9(10)V99 VALUE ZERO.
       01 RejectCount PIC 9(6) VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 JurisTable.
           02 JurisEntry OCCURS 50 TIMES.
               03 JTCode PIC X(2).
       01 RunLogJob PIC X(12) VALUE "INVLOAD".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 TermsCode PIC X(4) VALUE SPACE.
       01 TermsDueDate PIC 9(8) VALUE ZEROS.
       01 TermsStatus PIC X(2) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
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
       01 WSPriceSrc PIC X VALUE "L".
       01 WSLineAmount PIC 9(6)V99 VALUE ZERO.
       01 WSInvAmount PIC 9(6)V99 VALUE ZERO.
       01 ItemLineFlag PIC X VALUE "N".
           88 ItemPriced VALUE "Y".
       01 PricingOKFlag PIC X VALUE "Y".
           88 PricingOK VALUE "Y".
       01 WSGoodsTotal PIC 9(6)V99 VALUE ZERO.
       01 FreightZone PIC X(2) VALUE SPACE.
       01 FreightCharge PIC 9(6)V99 VALUE ZERO.
       01 FreightStatus PIC X VALUE "N".
           88 FreightRated VALUE "Y".
       01 FreightDesc.
           02 FILLER PIC X(13) VALUE "FREIGHT ZONE ".
           02 FreightDescZone PIC X(2).
           02 FILLER PIC X(5) VALUE SPACE.
       01 POAction PIC X VALUE "V".
       01 POAmount PIC 9(8)V99 VALUE ZERO.
       01 PORemaining PIC 9(8)V99 VALUE ZERO.
       01 POStatus PIC X(2) VALUE SPACE.
           88 POAccepted VALUE "00" "01" "02" "03".
           88 PONearlyUsed VALUE "01".

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM SetPostingDate
           PERFORM LoadJurisTable
           PERFORM LoadItemTable
           PERFORM ValidateLoadFile
           IF NOT BatchFileOK
               DISPLAY "Invoice load refused - file controls do " &
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

      *Loaded invoices are dated with the business date unless
      *its accounting period is closed or soft-closed, when they move
      *to the first day of the next open month.
       SetPostingDate.
       MOVE WSBusDate TO PostDate
       MOVE "R" TO PerFunction
       MOVE RunLogJob TO PerOperID
       MOVE SPACES TO PerPostRef
       CALL 'perchk' USING PerFunction, PostDate, PerOperID, PerAuth,
           PerPostRef, PerStatus
       IF PeriodRedirected
           DISPLAY "Accounting period " WSBusDate(1:6)
               " is closed - postings dated " PostDate
       END-IF.

       ReadBusinessDate.
       ACCEPT WSBusDate FROM DATE YYYYMMDD
       OPEN INPUT BusDateFile
       END-IF
       OPEN I-O InvoiceFile
       OPEN OUTPUT RejectFile
       OPEN INPUT InvLineFile
       IF WSFileStatus = "35"
           OPEN OUTPUT InvLineFile
           CLOSE InvLineFile
       ELSE
           CLOSE InvLineFile
       END-IF
       OPEN EXTEND InvLineFile
       MOVE SPACES TO LoadRecord
       READ LoadFile
           AT END SET LoadEOF TO TRUE
       END-READ
       PERFORM LoadOneRecord UNTIL LoadEOF
       CLOSE LoadFile, CustomerFile, InvoiceFile, RejectFile,
           InvLineFile.

       LoadOneRecord.
       IF LoadRecord(1:1) = "H" OR LoadRecord(1:1) = "T"
           MOVE "NON-NUMERIC KEY" TO RejReason
           PERFORM WriteOneReject
       ELSE
       IF LdItemCode = SPACES
           AND (LdAmount IS NOT NUMERIC OR LdAmount = ZERO)
           MOVE "BAD AMOUNT" TO RejReason
           PERFORM WriteOneReject
       ELSE
       IF NOT JurisUsable
           MOVE "BAD JURISDICTION" TO RejReason
           PERFORM WriteOneReject
       ELSE
           PERFORM PriceLoadRecord
       IF NOT PricingOK
           PERFORM WriteOneReject
       ELSE
           MOVE LdIDNum TO IDNum
           READ CustomerFile
                       MOVE "CUSTOMER DELETED" TO RejReason
                       PERFORM WriteOneReject
                   ELSE
                       PERFORM PriceFreight
                       IF NOT PricingOK
                           PERFORM WriteOneReject
                       ELSE
                           PERFORM CheckPurchaseOrder
                           IF NOT POAccepted
                               PERFORM WriteOneReject
                           ELSE
                               PERFORM WriteOneInvoice
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

      *A record carrying an item code and quantity is priced here,
      *at the customer's contract price where one is in force and
      *otherwise at list; the amount on the record is then only a
      *control figure.  Records without an item code bill the amount
      *as sent.
       PriceLoadRecord.
       MOVE "Y" TO PricingOKFlag
       MOVE "N" TO ItemLineFlag
       IF LdItemCode = SPACES
           MOVE LdAmount TO WSInvAmount
       ELSE
           MOVE ZERO TO ItemFoundIdx
           PERFORM VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemCount
               IF ITCode(ItemIdx) = LdItemCode
                   MOVE ItemIdx TO ItemFoundIdx
               END-IF
           END-PERFORM
           IF ItemFoundIdx = ZERO
               MOVE "N" TO PricingOKFlag
               MOVE "BAD ITEM CODE" TO RejReason
           ELSE
           IF ITActive(ItemFoundIdx) = "I"
               MOVE "N" TO PricingOKFlag
               MOVE "ITEM INACTIVE" TO RejReason
           ELSE
           IF LdQty IS NOT NUMERIC OR LdQty = ZERO
               MOVE "N" TO PricingOKFlag
               MOVE "BAD QUANTITY" TO RejReason
           ELSE
               PERFORM SetEffectivePrice
               CALL 'custprice' USING LdIDNum, LdItemCode, WSBusDate,
                   WSListPrice, WSUnitPrice, WSPriceSrc
               COMPUTE WSLineAmount = LdQty * WSUnitPrice
                   ON SIZE ERROR
                       MOVE ZERO TO WSLineAmount
               END-COMPUTE
               IF WSLineAmount = ZERO OR WSLineAmount > 999999.99
                   MOVE "N" TO PricingOKFlag
                   MOVE "AMOUNT TOO LARGE" TO RejReason
               ELSE
                   MOVE WSLineAmount TO WSInvAmount
                   MOVE "Y" TO ItemLineFlag
               END-IF
           END-IF
           END-IF
           END-IF
       END-IF.

      *Item records carry goods, so freight for the customer's
      *delivery zone and the value of the goods is added as a second
      *line.  Amount-only records are billed as sent.
       PriceFreight.
       MOVE ZERO TO FreightCharge
       IF ItemPriced
           MOVE WSLineAmount TO WSGoodsTotal
           CALL 'freightcalc' USING AddrState, AddrPostCode,
               WSGoodsTotal, FreightZone, FreightCharge,
               FreightStatus
           IF NOT FreightRated
               MOVE ZERO TO FreightCharge
           END-IF
           IF WSInvAmount + FreightCharge > 999999.99
               MOVE "N" TO PricingOKFlag
               MOVE "AMOUNT TOO LARGE" TO RejReason
           ELSE
               ADD FreightCharge TO WSInvAmount
           END-IF
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

      *An approved price change dated on or before the invoice date
      *replaces the master price.
       SetEffectivePrice.
       MOVE ITPrice(ItemFoundIdx) TO WSListPrice
       IF ITNewFrom(ItemFoundIdx) NOT = ZEROS
           AND ITNewFrom(ItemFoundIdx) NOT > WSBusDate
           MOVE ITNewPrice(ItemFoundIdx) TO WSListPrice
       END-IF.

       WriteItemLine.
       MOVE SPACES TO InvLineData
       MOVE LdIDNum TO LinIDNum
       MOVE NextInvNum TO LinInvNumber
       MOVE 1 TO LinSeq
       MOVE LdItemCode TO LinItemCode
       MOVE ITDesc(ItemFoundIdx) TO LinItemDesc
       MOVE LdQty TO LinQty
       MOVE WSUnitPrice TO LinUnitPrice
       MOVE WSLineAmount TO LinAmount
       MOVE WSPriceSrc TO LinPriceSrc
       WRITE InvLineData
       MOVE "P" TO WSStockAction
       COMPUTE WSStockQty = ZERO - LdQty
       CALL 'stockupd' USING WSStockAction, LinItemCode, WSStockQty,
           WSBusDate, WSStockAvail, WSStockStatus.

       WriteFreightLine.
       MOVE SPACES TO InvLineData
       MOVE LdIDNum TO LinIDNum
       MOVE NextInvNum TO LinInvNumber
       MOVE 2 TO LinSeq
       MOVE FreightZone TO FreightDescZone
       MOVE FreightDesc TO LinItemDesc
       MOVE 1 TO LinQty
       MOVE FreightCharge TO LinUnitPrice
       MOVE FreightCharge TO LinAmount
       MOVE "F" TO LinPriceSrc
       WRITE InvLineData.

       LoadJurisTable.
       MOVE ZERO TO JurisCount
       OPEN INPUT JurisFile
           END-PERFORM
       END-IF.

      *A customer flagged as requiring purchase orders must quote one
      *of its open POs on every record, and the invoice must fit in
      *what is left of it.
       CheckPurchaseOrder.
       MOVE "V" TO POAction
       MOVE WSInvAmount TO POAmount
       CALL 'posvc' USING POAction, LdIDNum, LdPONumber, PostDate,
           POAmount, PORemaining, POStatus
       EVALUATE POStatus
           WHEN "10"
               MOVE "PO REQUIRED" TO RejReason
           WHEN "11"
               MOVE "PO NOT ON FILE" TO RejReason
           WHEN "12"
               MOVE "PO CLOSED" TO RejReason
           WHEN "13"
               MOVE "PO EXPIRED" TO RejReason
           WHEN "14"
               MOVE "PO LIMIT EXCEEDED" TO RejReason
       END-EVALUATE.

       DrawDownPurchaseOrder.
       IF POStatus = "00" OR POStatus = "01"
           MOVE "D" TO POAction
           CALL 'posvc' USING POAction, LdIDNum, LdPONumber, PostDate,
               POAmount, PORemaining, POStatus
           IF POStatus = "19"
               DISPLAY "Warning - PO " LdPONumber " for customer "
                   LdIDNum " could not be drawn down"
           END-IF
           IF PONearlyUsed
               MOVE PORemaining TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned,
                   WSAmtFormatted
               DISPLAY "Warning - PO " LdPONumber " for customer "
                   LdIDNum " is nearly used up - " WSAmtFormatted
                   " left"
           END-IF
       END-IF.

       WriteOneInvoice.
       CALL 'custcomp' USING LdIDNum, DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE LdIDNum TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE PostDate TO InvDate
       MOVE LdJuris TO InvJurisdiction
       IF LdCurrency = SPACES
           MOVE "USD" TO InvCurrency
       ELSE
           MOVE LdCurrency TO InvCurrency
       END-IF
       MOVE WSInvAmount TO InvAmount
       MOVE "0" TO InvStatus
       MOVE "I" TO InvDocType
       MOVE ZEROS TO InvRefNumber
       MOVE LdTermsCode TO TermsCode
       CALL 'termsdue' USING LdIDNum, PostDate, TermsCode,
           TermsDueDate, TermsStatus
       MOVE TermsCode TO InvTermsCode
       MOVE TermsDueDate TO InvDueDate
       MOVE LdPONumber TO InvPONumber
       CALL 'custrep' USING InvIDNum, InvSalesCode
       WRITE InvoiceData
           INVALID KEY
               MOVE "NUMBER CLASH" TO RejReason
               PERFORM WriteOneReject
           NOT INVALID KEY
               ADD 1 TO LoadedCount
               ADD WSInvAmount TO LoadedValue
               IF ItemPriced
                   PERFORM WriteItemLine
                   IF FreightCharge > ZERO
                       PERFORM WriteFreightLine
                   END-IF
               END-IF
               PERFORM DrawDownPurchaseOrder
       END-WRITE.

       WriteOneReject.
       WRITE RejectRecord.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
