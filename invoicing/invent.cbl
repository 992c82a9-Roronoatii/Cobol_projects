           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT QuoteFile ASSIGN TO "Quote.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BatchFlagFile ASSIGN TO "BatchRun.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
           COPY invline.

       FD ItemFile.
           COPY itemdata.

       FD JurisFile.
       01 JurisRecord.
       FD ArOpenFile.
           COPY ardata.

       FD BillToFile.
           COPY billdata.

       FD QuoteFile.
       01 QuoteRecord.
           02 QuoNumber PIC 9(6).
           02 FILLER PIC X.
           02 QuoCurrency PIC X(3).
           02 FILLER PIC X.
           02 QuoAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 QuoTax PIC 9(6)V99.
           02 FILLER PIC X.
       FD BatchFlagFile.
       01 BatchFlagRecord PIC X.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       01 WSCustID PIC 9(7) VALUE ZEROS.
       01 CustOKFlag PIC X VALUE "N".
           88 CustomerUsable VALUE "Y".
       01 SancAction PIC X VALUE "Q".
       01 SancResult PIC X VALUE SPACE.
           88 SancHeld VALUE "H" "P".
           88 SancConfirmed VALUE "C".
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 WSJuris PIC X(2) VALUE SPACE.
       01 WSCurrency PIC X(3) VALUE "USD".
       01 WSAmount PIC 9(6)V99 VALUE ZERO.
       01 InvoicesAdded PIC 9(4) VALUE ZERO.
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
       01 WSLineTotal PIC 9(8)V99 VALUE ZERO.
       01 TotalOKFlag PIC X VALUE "Y".
               03 LTItemCode PIC X(6).
               03 LTItemDesc PIC X(20).
               03 LTQty PIC 9(4).
               03 LTUnitPrice PIC 9(6)V99.
               03 LTAmount PIC 9(6)V99.
               03 LTPriceSrc PIC X.
       01 LineCount PIC 9(3) VALUE ZERO.
       01 LineIdx PIC 9(3) VALUE ZERO.
       01 WSStockAction PIC X VALUE "Q".
       01 WSStockQty PIC S9(7) VALUE ZERO.
       01 WSStockAvail PIC S9(7) VALUE ZERO.
       01 WSStockStatus PIC X VALUE "N".
           88 ItemStocked VALUE "Y".
       01 PrnStockAvail PIC -(6)9.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 WSSignonDay PIC 9(8) VALUE ZEROS.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 PerFunction PIC X VALUE "C".
       01 PerPostRef PIC X(20) VALUE SPACE.
       01 PerStatus PIC X(2) VALUE SPACE.
           88 PeriodSoftClosed VALUE "01".
           88 PeriodRefused VALUE "90" "91".
       01 CredEOFFlag PIC X VALUE "N".
           88 CredEOF VALUE "Y".
       01 JurisTable.
       01 CredCount PIC 9(3) VALUE ZERO.
       01 CredIdx PIC 9(3) VALUE ZERO.
       01 CredFoundIdx PIC 9(3) VALUE ZERO.
       01 BillEOFFlag PIC X VALUE "N".
           88 BillEOF VALUE "Y".
       01 BillTable.
           02 BillEntry OCCURS 500 TIMES.
               03 BTChildID PIC 9(7).
               03 BTParentID PIC 9(7).
       01 BillCount PIC 9(3) VALUE ZERO.
       01 BillIdx PIC 9(3) VALUE ZERO.
       01 GroupParentID PIC 9(7) VALUE ZEROS.
       01 GroupFlag PIC X VALUE "N".
           88 InBillToGroup VALUE "Y".
       01 GroupMemberFlag PIC X VALUE "N".
           88 GroupMember VALUE "Y".
       01 GroupOpenBalance PIC S9(8)V99 VALUE ZERO.
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 CustOpenBalance PIC S9(8)V99 VALUE ZERO.
               03 QTDate PIC 9(8).
               03 QTJuris PIC X(2).
               03 QTCurrency PIC X(3).
               03 QTAmount PIC 9(6)V99.
               03 QTTax PIC 9(6)V99.
               03 QTValidTo PIC 9(8).
               03 QTStatus PIC X.
       01 ChkFunction PIC X VALUE "V".
       01 ChkDigStatus PIC X VALUE SPACE.
       01 ChkDigWork PIC 9(7) VALUE ZEROS.
       01 WSTermsCode PIC X(4) VALUE SPACE.
       01 WSDueDate PIC 9(8) VALUE ZEROS.
       01 TermsStatus PIC X(2) VALUE SPACE.
           88 TermsDefaulted VALUE "01".
       01 FreightGoods PIC 9(6)V99 VALUE ZERO.
       01 FreightZone PIC X(2) VALUE SPACE.
       01 FreightCharge PIC 9(6)V99 VALUE ZERO.
       01 FreightStatus PIC X VALUE "N".
           88 FreightRated VALUE "Y".
       01 FreightDesc.
           02 FILLER PIC X(13) VALUE "FREIGHT ZONE ".
           02 FreightDescZone PIC X(2).
           02 FILLER PIC X(5) VALUE SPACE.
       01 POAction PIC X VALUE "V".
       01 WSPONumber PIC X(15) VALUE SPACE.
       01 POAmount PIC 9(8)V99 VALUE ZERO.
       01 PORemaining PIC 9(8)V99 VALUE ZERO.
       01 POStatus PIC X(2) VALUE SPACE.
           88 POAccepted VALUE "00" "01" "02" "03".
           88 PONearlyUsed VALUE "01".


       PROCEDURE DIVISION.
           IF BatchInProgress
               GOBACK
           END-IF
           PERFORM CheckPostingPeriod
           IF PeriodRefused
               GOBACK
           END-IF
           PERFORM OpenInvoiceFiles
           PERFORM LoadItemTable
           PERFORM LoadCredTable
           PERFORM LoadBillTable
           PERFORM LoadJurisTable
           MOVE SPACE TO EntryOption
           PERFORM WITH TEST AFTER UNTIL EntryQuit
           END-IF
       END-IF.

      *Invoices are dated with the business date, so the month it
      *falls in must still be open for posting.
       CheckPostingPeriod.
       MOVE "C" TO PerFunction
       MOVE SPACES TO PerPostRef
       CALL 'perchk' USING PerFunction, WSBusDate, GsOperID,
           WSAuthority, PerPostRef, PerStatus
       EVALUATE TRUE
           WHEN PerStatus = "90"
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is closed - no postings allowed"
           WHEN PerStatus = "91"
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is soft-closed - supervisor authority required"
           WHEN PeriodSoftClosed
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is soft-closed - postings are reported to finance"
       END-EVALUATE.

       LogPeriodPosting.
       IF PeriodSoftClosed
           MOVE "L" TO PerFunction
           CALL 'perchk' USING PerFunction, WSBusDate, GsOperID,
               WSAuthority, PerPostRef, PerStatus
       END-IF.

       ReadBusinessDate.
       ACCEPT WSBusDate FROM DATE YYYYMMDD
       OPEN INPUT BusDateFile
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

       CheckSupervisor.
       MOVE "O" TO WSAuthority
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

       CheckFunctionAuth.
       MOVE "D" TO AuthAllowed
               END-IF
       END-READ.

       LoadBillTable.
       MOVE ZERO TO BillCount
       OPEN INPUT BillToFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO BillEOFFlag
           PERFORM LoadOneBillTo UNTIL BillEOF
           CLOSE BillToFile
       END-IF.

       LoadOneBillTo.
       READ BillToFile
           AT END SET BillEOF TO TRUE
           NOT AT END
               IF BillCount < 500
                   ADD 1 TO BillCount
                   MOVE BilChildID TO BTChildID(BillCount)
                   MOVE BilParentID TO BTParentID(BillCount)
               END-IF
       END-READ.

       FindCredEntry.
       MOVE ZERO TO CredFoundIdx
       PERFORM VARYING CredIdx FROM 1 BY 1
                   MOVE "N" TO CreditOKFlag
               END-IF
           END-IF
       END-IF
       IF CreditAllowed
           PERFORM CheckGroupCreditLimit
       END-IF.

      *A branch billed to a parent account, or the parent itself, is
      *also held to the parent's credit limit, measured against what
      *the parent and all its branches owe between them.
       CheckGroupCreditLimit.
       PERFORM FindGroupParent
       IF InBillToGroup AND WSAmount > ZERO
           MOVE ZERO TO CredFoundIdx
           PERFORM VARYING CredIdx FROM 1 BY 1
               UNTIL CredIdx > CredCount
               IF CTIDNum(CredIdx) = GroupParentID
                   MOVE CredIdx TO CredFoundIdx
               END-IF
           END-PERFORM
           IF CredFoundIdx > ZERO AND CTLimit(CredFoundIdx) > ZERO
               PERFORM ComputeGroupOpenBalance
               IF GroupOpenBalance + WSAmount > CTLimit(CredFoundIdx)
                   DISPLAY "New invoice would exceed the group " &
                       "credit limit of bill-to account "
                       GroupParentID
                   IF IsSupervisor
                       DISPLAY "Override ? Y/N : " WITH NO ADVANCING
                       MOVE "N" TO OverrideChoice
                       ACCEPT OverrideChoice
                       IF NOT OverrideGranted
                           MOVE "N" TO CreditOKFlag
                       END-IF
                   ELSE
                       MOVE "N" TO CreditOKFlag
                   END-IF
               END-IF
           END-IF
       END-IF.

       FindGroupParent.
       MOVE WSCustID TO GroupParentID
       MOVE "N" TO GroupFlag
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount
           IF BTChildID(BillIdx) = WSCustID
               MOVE BTParentID(BillIdx) TO GroupParentID
               MOVE "Y" TO GroupFlag
           END-IF
           IF BTParentID(BillIdx) = WSCustID
               MOVE "Y" TO GroupFlag
           END-IF
       END-PERFORM.

       ComputeGroupOpenBalance.
       MOVE ZERO TO GroupOpenBalance
       OPEN INPUT ArOpenFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM AddOneGroupItem UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF.

       AddOneGroupItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF ArOpenAmount > ZERO
                   MOVE "N" TO GroupMemberFlag
                   IF ArIDNum = GroupParentID
                       MOVE "Y" TO GroupMemberFlag
                   END-IF
                   PERFORM VARYING BillIdx FROM 1 BY 1
                       UNTIL BillIdx > BillCount OR GroupMember
                       IF BTChildID(BillIdx) = ArIDNum
                           AND BTParentID(BillIdx) = GroupParentID
                           MOVE "Y" TO GroupMemberFlag
                       END-IF
                   END-PERFORM
                   IF GroupMember
                       ADD ArOpenAmount TO GroupOpenBalance
                   END-IF
               END-IF
       END-READ.

       AcceptCustomerID.
       DISPLAY "Full Customer ID (7 digits) : " WITH NO ADVANCING
       ACCEPT WSCustID
           INVALID KEY
               DISPLAY "Customer ID not found"
           NOT INVALID KEY
               MOVE CustCompany TO DocCompany
               IF DocCompany = SPACES
                   MOVE "01" TO DocCompany
               END-IF
               IF DocCompany NOT = GcCompany
                   DISPLAY "Customer ID not found"
               ELSE
               IF CEData
                   DISPLAY "Customer is deleted - no invoices " &
                       "may be entered"
               ELSE
                   DISPLAY "Customer : " FirstName " " LastName
                   MOVE "Y" TO CustOKFlag
                   PERFORM CheckSanctionsStanding
               END-IF
               END-IF
       END-READ.

      *Compliance's confirmed sanctions hits may not be invoiced; a
      *match still awaiting review is only brought to attention.
       CheckSanctionsStanding.
       MOVE "Q" TO SancAction
       CALL 'sancchk' USING SancAction, IDNum, CustName, MailAddress,
           SancResult
       IF SancConfirmed
           DISPLAY "Customer is a confirmed sanctions list match - " &
               "no invoices may be entered"
           MOVE "N" TO CustOKFlag
       ELSE
           IF SancHeld
               DISPLAY "Customer is held for sanctions review by " &
                   "compliance"
           END-IF
       END-IF.

       EnterOneInvoice.
       MOVE "N" TO QuoteUsedFlag
       MOVE "Y" TO TotalOKFlag
           END-IF
           PERFORM EnterInvoiceLines
           PERFORM TotalInvoiceLines
           IF TotalFits AND LineCount > ZERO
               PERFORM AddFreightLine
               PERFORM TotalInvoiceLines
           END-IF
       END-IF
       PERFORM CheckCreditLimit
       IF WSJuris = SPACES
       IF NOT CreditAllowed
           DISPLAY "Invoice not recorded - credit limit"
       ELSE
           PERFORM EnterPurchaseOrder
       IF NOT POAccepted
           DISPLAY "Invoice not recorded - purchase order"
       ELSE
           PERFORM SetInvoiceTerms
           PERFORM AssignNextInvoiceNumber
           MOVE SPACES TO InvoiceData
           MOVE WSCustID TO InvIDNum
           MOVE DocCompany TO InvCompany
           MOVE NextInvNum TO InvNumber
           MOVE WSBusDate TO InvDate
           MOVE WSJuris TO InvJurisdiction
           MOVE "0" TO InvStatus
           MOVE "I" TO InvDocType
           MOVE ZEROS TO InvRefNumber
           MOVE WSTermsCode TO InvTermsCode
           MOVE WSDueDate TO InvDueDate
           MOVE WSPONumber TO InvPONumber
           CALL 'custrep' USING InvIDNum, InvSalesCode
           WRITE InvoiceData
               INVALID KEY
                   DISPLAY "Invoice number already on file"
               NOT INVALID KEY
                   PERFORM WriteInvoiceLines
                   ADD 1 TO InvoicesAdded
                   MOVE SPACES TO PerPostRef
                   STRING "INVENT INV " NextInvNum
                       DELIMITED BY SIZE INTO PerPostRef
                   END-STRING
                   PERFORM LogPeriodPosting
                   MOVE WSAmount TO WSAmtSigned
                   CALL 'formatcurrency' USING WSAmtSigned,
                       WSAmtFormatted
                   DISPLAY "Invoice " NextInvNum " recorded for "
                       "customer " WSCustID " total " WSAmtFormatted
                   DISPLAY "Terms " WSTermsCode " - due " WSDueDate
                   IF QuoteUsed
                       PERFORM MarkQuoteConverted
                   END-IF
                   PERFORM DrawDownPurchaseOrder
           END-WRITE
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

      *A customer flagged as requiring purchase orders must quote one
      *of its open POs, and the invoice must fit in what is left of
      *it.  Other customers may quote a PO or leave it blank.
       EnterPurchaseOrder.
       DISPLAY "Customer PO number (blank = none) : "
           WITH NO ADVANCING
       MOVE SPACES TO WSPONumber
       ACCEPT WSPONumber
       MOVE "V" TO POAction
       MOVE WSAmount TO POAmount
       CALL 'posvc' USING POAction, WSCustID, WSPONumber, WSBusDate,
           POAmount, PORemaining, POStatus
       EVALUATE POStatus
           WHEN "03"
               DISPLAY "PO " WSPONumber " is not on file - quoted " &
                   "on the invoice only"
           WHEN "10"
               DISPLAY "Customer requires a purchase order number"
           WHEN "11"
               DISPLAY "PO " WSPONumber " is not on file for this " &
                   "customer"
           WHEN "12"
               DISPLAY "PO " WSPONumber " has been closed"
           WHEN "13"
               DISPLAY "PO " WSPONumber " has expired"
           WHEN "14"
               MOVE PORemaining TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
               DISPLAY "Invoice exceeds the " WSAmtFormatted
                   " left on PO " WSPONumber
       END-EVALUATE.

       DrawDownPurchaseOrder.
       IF POStatus = "00" OR POStatus = "01"
           MOVE "D" TO POAction
           CALL 'posvc' USING POAction, WSCustID, WSPONumber,
               WSBusDate, POAmount, PORemaining, POStatus
           IF POStatus = "19"
               DISPLAY "Warning - PO " WSPONumber " could not be " &
                   "drawn down"
           END-IF
           IF PONearlyUsed
               MOVE PORemaining TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned,
                   WSAmtFormatted
               DISPLAY "Warning - PO " WSPONumber " is nearly used "
                   "up - " WSAmtFormatted " left"
           END-IF
       END-IF.

       SetInvoiceTerms.
       DISPLAY "Terms code (blank = customer default) : "
           WITH NO ADVANCING
       MOVE SPACES TO WSTermsCode
       ACCEPT WSTermsCode
       CALL 'termsdue' USING WSCustID, WSBusDate, WSTermsCode,
           WSDueDate, TermsStatus
       IF TermsDefaulted
           DISPLAY "Terms " WSTermsCode " not on file - net 30 " &
               "applied"
       END-IF.

       FetchQuote.
               DISPLAY "Item code " WSItemCode " is inactive"
           ELSE
               DISPLAY "Item : " ITDesc(ItemFoundIdx)
               PERFORM LookupCustomerPrice
               DISPLAY "Quantity : " WITH NO ADVANCING
               ACCEPT WSQty
               IF ContractPriced
                   DISPLAY "Unit price (0 = contract price) : "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Unit price (0 = master price) : "
                       WITH NO ADVANCING
               END-IF
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
                   MOVE WSQty TO LTQty(LineCount)
                   MOVE WSUnitPrice TO LTUnitPrice(LineCount)
                   MOVE WSLineAmount TO LTAmount(LineCount)
                   MOVE WSPriceSrc TO LTPriceSrc(LineCount)
                   PERFORM CheckLineStock
                   END-IF
               END-IF
           END-IF
       END-IF.

      *The customer's contract price for the item, where one is in
      *force on the invoice date, replaces the master price.
       LookupCustomerPrice.
       PERFORM SetEffectivePrice
       CALL 'custprice' USING WSCustID, WSItemCode, WSBusDate,
           WSListPrice, WSCustPrice, WSPriceSrc
       IF ContractPriced
           MOVE WSCustPrice TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "Contract price " WSAmtFormatted
               " applies in place of list"
       END-IF.

      *Stock is only a warning - the line stands even when this
      *invoice's lines for the item take it below nothing.
       CheckLineStock.
       MOVE "Q" TO WSStockAction
       MOVE ZERO TO WSStockQty
       CALL 'stockupd' USING WSStockAction, WSItemCode, WSStockQty,
           WSBusDate, WSStockAvail, WSStockStatus
       IF ItemStocked
           MOVE WSStockAvail TO PrnStockAvail
           PERFORM VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > LineCount
               IF LTItemCode(LineIdx) = WSItemCode
                   SUBTRACT LTQty(LineIdx) FROM WSStockAvail
               END-IF
           END-PERFORM
           IF WSStockAvail < ZERO
               DISPLAY "Warning - only " PrnStockAvail
                   " in stock for item " WSItemCode
           END-IF
       END-IF.

       LookupItemCode.
       MOVE ZERO TO ItemFoundIdx
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
           ADD LTAmount(LineIdx) TO WSLineTotal
       END-PERFORM
       IF WSLineTotal > 999999.99
           MOVE "N" TO TotalOKFlag
           MOVE ZERO TO WSAmount
       ELSE
           MOVE WSLineTotal TO WSAmount
       END-IF.

      *Freight is charged by the delivery zone of the customer's
      *mailing address and the value band of the goods on the
      *invoice, and is carried as a line of its own.
       AddFreightLine.
       MOVE WSLineTotal TO FreightGoods
       CALL 'freightcalc' USING AddrState, AddrPostCode,
           FreightGoods, FreightZone, FreightCharge, FreightStatus
       IF NOT FreightRated
           DISPLAY "No freight rate on file for " AddrState " "
               AddrPostCode " - no freight charged"
       ELSE
       IF FreightCharge = ZERO
           DISPLAY "Freight zone " FreightZone " - no charge"
       ELSE
       IF LineCount >= 50
           DISPLAY "Warning - no room for the freight line"
       ELSE
           MOVE FreightZone TO FreightDescZone
           ADD 1 TO LineCount
           MOVE SPACES TO LTItemCode(LineCount)
           MOVE FreightDesc TO LTItemDesc(LineCount)
           MOVE 1 TO LTQty(LineCount)
           MOVE FreightCharge TO LTUnitPrice(LineCount)
           MOVE FreightCharge TO LTAmount(LineCount)
           MOVE "F" TO LTPriceSrc(LineCount)
           MOVE FreightCharge TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "Freight zone " FreightZone " charge "
               WSAmtFormatted " added"
       END-IF
       END-IF
       END-IF.

       WriteInvoiceLines.
       OPEN INPUT InvLineFile
       IF WSFileStatus = "35"
           MOVE LTQty(LineIdx) TO LinQty
           MOVE LTUnitPrice(LineIdx) TO LinUnitPrice
           MOVE LTAmount(LineIdx) TO LinAmount
           MOVE LTPriceSrc(LineIdx) TO LinPriceSrc
           WRITE InvLineData
           IF NOT LinFreightCharge
               MOVE "P" TO WSStockAction
               COMPUTE WSStockQty = ZERO - LTQty(LineIdx)
               CALL 'stockupd' USING WSStockAction, LinItemCode,
                   WSStockQty, WSBusDate, WSStockAvail, WSStockStatus
           END-IF
       END-PERFORM
       CLOSE InvLineFile.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
