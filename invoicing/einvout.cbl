      *Nightly electronic invoice output
       IDENTIFICATION DIVISION.
       PROGRAM-ID. einvout.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSCustStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLineStatus.
           SELECT TaxCompFile ASSIGN TO "TaxComp.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLineStatus.
           SELECT PrefFile ASSIGN TO "DelivPref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CtlFile ASSIGN TO "EInvCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLineStatus.
           SELECT EInvLogFile ASSIGN TO "EInvLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLineStatus.
           SELECT EInvFile ASSIGN TO WSEInvName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLineStatus.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
           COPY invdata.

       FD CustomerFile.
           COPY custdata.

       FD InvLineFile.
           COPY invline.

       FD TaxCompFile.
       01 TaxCompRecord.
           02 TcJurisdiction PIC X(2).
           02 FILLER PIC X.
           02 TcComponent PIC X(8).
           02 FILLER PIC X.
           02 TcPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 TcTaxAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 TcDate PIC 9(8).
           02 FILLER PIC X.
           02 TcIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TcInvNumber PIC 9(6).

       FD PrefFile.
       01 PrefRecord.
           02 PrfIDNum PIC 9(7).
           02 FILLER PIC X.
           02 PrfChannel PIC X.

       FD CompanyFile.
           COPY compdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD CtlFile.
       01 CtlRecord PIC 9(9).

       FD EInvLogFile.
           COPY einvlog.

       FD EInvFile.
           COPY einvdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSCustStatus PIC X(2) VALUE SPACE.
       01 WSLineStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 WSTime PIC 9(8) VALUE ZEROS.
       01 WSEInvName PIC X(20) VALUE SPACE.
       01 WSHomeCurrency PIC X(3) VALUE "USD".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 ScanEOFFlag PIC X VALUE "N".
           88 ScanEOF VALUE "Y".
       01 CustOKFlag PIC X VALUE "N".
           88 CustomerFound VALUE "Y".
       01 EInvCustTable.
           02 ECCustID PIC 9(7) OCCURS 500 TIMES.
       01 EInvCustCount PIC 9(3) VALUE ZERO.
       01 EInvCustIdx PIC 9(3) VALUE ZERO.
       01 SentTable.
           02 SentEntry OCCURS 1000 TIMES.
               03 STCustID PIC 9(7).
               03 STInvNumber PIC 9(6).
       01 SentCount PIC 9(4) VALUE ZERO.
       01 SentIdx PIC 9(4) VALUE ZERO.
       01 CompNameTable.
           02 CompNameEntry OCCURS 20 TIMES.
               03 CNCode PIC X(2).
               03 CNName PIC X(30).
       01 CompCount PIC 99 VALUE ZERO.
       01 CompIdx PIC 99 VALUE ZERO.
       01 DocCompany PIC X(2) VALUE SPACE.
       01 SendFlag PIC X VALUE "N".
           88 SendDocument VALUE "Y".
       01 InterchangeFlag PIC X VALUE "N".
           88 InterchangeOpen VALUE "Y".
       01 InterchangeCust PIC 9(7) VALUE ZEROS.
       01 CtlNumber PIC 9(9) VALUE ZERO.
       01 DocSeq PIC 9(4) VALUE ZERO.
       01 RecCount PIC 9(6) VALUE ZERO.
       01 GrossHash PIC 9(10)V99 VALUE ZERO.
       01 DocLineCount PIC 9(3) VALUE ZERO.
       01 DocGross PIC 9(8)V99 VALUE ZERO.
       01 TaxCompTable.
           02 TaxCompEntry OCCURS 20 TIMES.
               03 TCTJuris PIC X(2).
               03 TCTComponent PIC X(8).
               03 TCTTaxable PIC 9(8)V99.
               03 TCTTax PIC 9(8)V99.
       01 TaxCompCount PIC 99 VALUE ZERO.
       01 TaxCompIdx PIC 99 VALUE ZERO.
       01 TaxFoundIdx PIC 99 VALUE ZERO.
       01 TaxTotal PIC 9(8)V99 VALUE ZERO.
       01 DocsSent PIC 9(6) VALUE ZERO.
       01 FilesWritten PIC 9(4) VALUE ZERO.
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE "EINV".
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 RunLogJob PIC X(12) VALUE "EINVOUT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

      *Invoices and credit memos raised on the business date for a
      *customer whose delivery preference is I (e-invoice) go out in
      *one interchange file per customer.  Documents already in the
      *outbound log are not sent again, so a rerun after a failure
      *only sends what is left.
       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadEInvCustomers
           IF EInvCustCount = ZERO
               DISPLAY "No customers take e-invoices - nothing sent"
           ELSE
               PERFORM LoadSentTable
               PERFORM LoadCompanyNames
               PERFORM ReadControlNumber
               OPEN INPUT InvoiceFile
               IF WSFileStatus NOT = "00"
                   DISPLAY "No invoice file - nothing sent"
               ELSE
                   OPEN INPUT CustomerFile
                   PERFORM SelectOneDocument UNTIL InvEOF
                   IF InterchangeOpen
                       PERFORM CloseInterchange
                   END-IF
                   CLOSE InvoiceFile, CustomerFile
                   DISPLAY DocsSent " e-invoice document(s) sent in "
                       FilesWritten " file(s) for " WSBusDate
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE DocsSent TO RunLogCount
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

       LoadEInvCustomers.
       MOVE ZERO TO EInvCustCount
       OPEN INPUT PrefFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM LoadOnePref UNTIL ScanEOF
           CLOSE PrefFile
       END-IF.

       LoadOnePref.
       READ PrefFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF PrfChannel = "I" AND EInvCustCount < 500
                   ADD 1 TO EInvCustCount
                   MOVE PrfIDNum TO ECCustID(EInvCustCount)
               END-IF
       END-READ.

      *Only documents of the business date can be sent tonight, so
      *only their log entries are needed.
       LoadSentTable.
       MOVE ZERO TO SentCount
       OPEN INPUT EInvLogFile
       IF WSLineStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM LoadOneSent UNTIL ScanEOF
           CLOSE EInvLogFile
       END-IF.

       LoadOneSent.
       READ EInvLogFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF EolDocDate = WSBusDate AND SentCount < 1000
                   ADD 1 TO SentCount
                   MOVE EolIDNum TO STCustID(SentCount)
                   MOVE EolInvNumber TO STInvNumber(SentCount)
               END-IF
       END-READ.

       LoadCompanyNames.
       MOVE ZERO TO CompCount
       OPEN INPUT CompanyFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM LoadOneCompany UNTIL ScanEOF
           CLOSE CompanyFile
       END-IF.

       LoadOneCompany.
       READ CompanyFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF CompCount < 20
                   ADD 1 TO CompCount
                   MOVE CoCode TO CNCode(CompCount)
                   MOVE CoName TO CNName(CompCount)
               END-IF
       END-READ.

       ReadControlNumber.
       MOVE ZERO TO CtlNumber
       OPEN INPUT CtlFile
       IF WSLineStatus = "35"
           CONTINUE
       ELSE
           READ CtlFile
               AT END CONTINUE
               NOT AT END
                   IF CtlRecord IS NUMERIC
                       MOVE CtlRecord TO CtlNumber
                   END-IF
           END-READ
           CLOSE CtlFile
       END-IF.

      *The control number is saved as soon as it is used, so a run
      *that stops part way never hands the same number out twice.
       SaveControlNumber.
       OPEN OUTPUT CtlFile
       MOVE CtlNumber TO CtlRecord
       WRITE CtlRecord
       CLOSE CtlFile.

       SelectOneDocument.
       READ InvoiceFile NEXT RECORD
           AT END MOVE "Y" TO InvEOFFlag
           NOT AT END
               IF InvDate = WSBusDate AND NOT InvVoided
                   AND (InvoiceDoc OR CreditMemoDoc)
                   PERFORM CheckSendDocument
                   IF SendDocument
                       PERFORM SendOneDocument
                   END-IF
               END-IF
       END-READ.

       CheckSendDocument.
       MOVE "N" TO SendFlag
       PERFORM VARYING EInvCustIdx FROM 1 BY 1
           UNTIL EInvCustIdx > EInvCustCount
           IF ECCustID(EInvCustIdx) = InvIDNum
               MOVE "Y" TO SendFlag
           END-IF
       END-PERFORM
       IF SendDocument
           PERFORM VARYING SentIdx FROM 1 BY 1
               UNTIL SentIdx > SentCount
               IF STCustID(SentIdx) = InvIDNum
                   AND STInvNumber(SentIdx) = InvNumber
                   MOVE "N" TO SendFlag
               END-IF
           END-PERFORM
       END-IF.

      *Invoice.dat is read in customer order, so each customer's
      *documents arrive together and share one interchange.
       SendOneDocument.
       IF InterchangeOpen AND InvIDNum NOT = InterchangeCust
           PERFORM CloseInterchange
       END-IF
       IF NOT InterchangeOpen
           PERFORM OpenInterchange
       END-IF
       ADD 1 TO DocSeq
       PERFORM WriteDocumentRecord
       PERFORM WriteLineRecords
       PERFORM WriteTaxRecords
       PERFORM WriteTotalRecord
       PERFORM WriteOutboundLog
       MOVE InvIDNum TO ContIDNum
       MOVE "EINV" TO ContTouchType
       MOVE SPACES TO ContDocRef
       STRING "EINV " DELIMITED BY SIZE
           InvNumber DELIMITED BY SIZE
           INTO ContDocRef
       END-STRING
       CALL 'conthist' USING ContIDNum, ContTouchType, ContDocRef
       ADD 1 TO DocsSent.

       OpenInterchange.
       ADD 1 TO CtlNumber
       PERFORM SaveControlNumber
       MOVE InvIDNum TO InterchangeCust
       MOVE SPACES TO WSEInvName
       STRING "EInv" DELIMITED BY SIZE
           CtlNumber DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WSEInvName
       END-STRING
       OPEN OUTPUT EInvFile
       MOVE "Y" TO InterchangeFlag
       ADD 1 TO FilesWritten
       MOVE ZERO TO DocSeq
       MOVE ZERO TO GrossHash
       MOVE InvCompany TO DocCompany
       IF DocCompany = SPACES
           MOVE "01" TO DocCompany
       END-IF
       ACCEPT WSToday FROM DATE YYYYMMDD
       ACCEPT WSTime FROM TIME
       MOVE SPACES TO EInvHdrRecord
       MOVE "HDR" TO EihRecType
       MOVE CtlNumber TO EihCtlNumber
       MOVE WSToday TO EihDate
       MOVE WSTime(1:6) TO EihTime
       MOVE "V1.0" TO EihVersion
       MOVE DocCompany TO EihSender
       PERFORM VARYING CompIdx FROM 1 BY 1 UNTIL CompIdx > CompCount
           IF CNCode(CompIdx) = DocCompany
               MOVE CNName(CompIdx) TO EihSenderName
           END-IF
       END-PERFORM
       MOVE InvIDNum TO EihReceiver
       WRITE EInvHdrRecord
       MOVE 1 TO RecCount.

       CloseInterchange.
       MOVE SPACES TO EInvTrlRecord
       MOVE "TRL" TO EizRecType
       MOVE CtlNumber TO EizCtlNumber
       MOVE DocSeq TO EizDocCount
       ADD 1 TO RecCount
       MOVE RecCount TO EizRecCount
       MOVE GrossHash TO EizGrossHash
       WRITE EInvTrlRecord
       CLOSE EInvFile
       MOVE "N" TO InterchangeFlag.

       WriteDocumentRecord.
       MOVE "N" TO CustOKFlag
       MOVE InvIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO CustOKFlag
       END-READ
       MOVE SPACES TO EInvDocRecord
       IF CreditMemoDoc
           MOVE "CRN" TO EidRecType
           MOVE InvRefNumber TO EidRefNumber
       ELSE
           MOVE "INV" TO EidRecType
           MOVE ZERO TO EidRefNumber
       END-IF
       MOVE DocSeq TO EidDocSeq
       MOVE InvNumber TO EidDocNumber
       MOVE InvDate TO EidDocDate
       IF InvDueDate IS NUMERIC
           MOVE InvDueDate TO EidDueDate
       ELSE
           MOVE ZERO TO EidDueDate
       END-IF
       MOVE InvCurrency TO EidCurrency
       MOVE InvTermsCode TO EidTerms
       MOVE InvJurisdiction TO EidJuris
       MOVE InvPONumber TO EidPONumber
       IF CustomerFound
           STRING FirstName DELIMITED BY "  "
               " " DELIMITED BY SIZE
               LastName DELIMITED BY "  "
               INTO EidBuyerName
           END-STRING
           MOVE AddrStreet TO EidStreet
           MOVE AddrCity TO EidCity
           MOVE AddrState TO EidState
           MOVE AddrPostCode TO EidPostCode
       END-IF
       WRITE EInvDocRecord
       ADD 1 TO RecCount.

       WriteLineRecords.
       MOVE ZERO TO DocLineCount
       OPEN INPUT InvLineFile
       IF WSLineStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM WriteOneLineRecord UNTIL ScanEOF
           CLOSE InvLineFile
       END-IF
      *A document keyed without lines goes out as a single charge.
       IF DocLineCount = ZERO
           MOVE SPACES TO EInvLineRecord
           MOVE "LIN" TO EilRecType
           MOVE DocSeq TO EilDocSeq
           MOVE 1 TO EilSeq
           MOVE "CHARGES AS INVOICED" TO EilItemDesc
           MOVE 1 TO EilQty
           MOVE InvAmount TO EilUnitPrice
           MOVE InvAmount TO EilAmount
           WRITE EInvLineRecord
           ADD 1 TO RecCount
           ADD 1 TO DocLineCount
       END-IF.

       WriteOneLineRecord.
       READ InvLineFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF LinIDNum = InvIDNum AND LinInvNumber = InvNumber
                   MOVE SPACES TO EInvLineRecord
                   MOVE "LIN" TO EilRecType
                   MOVE DocSeq TO EilDocSeq
                   MOVE LinSeq TO EilSeq
                   MOVE LinItemCode TO EilItemCode
                   MOVE LinItemDesc TO EilItemDesc
                   MOVE LinQty TO EilQty
                   MOVE LinUnitPrice TO EilUnitPrice
                   MOVE LinAmount TO EilAmount
                   WRITE EInvLineRecord
                   ADD 1 TO RecCount
                   ADD 1 TO DocLineCount
               END-IF
       END-READ.

      *One TAX record per jurisdiction component, as the printed
      *invoice shows the breakdown.
       WriteTaxRecords.
       MOVE ZERO TO TaxCompCount
       MOVE ZERO TO TaxTotal
       OPEN INPUT TaxCompFile
       IF WSLineStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM CollectOneTaxComp UNTIL ScanEOF
           CLOSE TaxCompFile
       END-IF
       PERFORM VARYING TaxCompIdx FROM 1 BY 1
           UNTIL TaxCompIdx > TaxCompCount
           MOVE SPACES TO EInvTaxRecord
           MOVE "TAX" TO EixRecType
           MOVE DocSeq TO EixDocSeq
           MOVE TCTJuris(TaxCompIdx) TO EixJuris
           MOVE TCTComponent(TaxCompIdx) TO EixComponent
           MOVE TCTTaxable(TaxCompIdx) TO EixTaxable
           MOVE TCTTax(TaxCompIdx) TO EixTax
           WRITE EInvTaxRecord
           ADD 1 TO RecCount
       END-PERFORM.

       CollectOneTaxComp.
       READ TaxCompFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF TcIDNum = InvIDNum AND TcInvNumber = InvNumber
                   PERFORM AddToTaxComponent
               END-IF
       END-READ.

       AddToTaxComponent.
       MOVE ZERO TO TaxFoundIdx
       PERFORM VARYING TaxCompIdx FROM 1 BY 1
           UNTIL TaxCompIdx > TaxCompCount
           IF TCTJuris(TaxCompIdx) = TcJurisdiction
               AND TCTComponent(TaxCompIdx) = TcComponent
               MOVE TaxCompIdx TO TaxFoundIdx
           END-IF
       END-PERFORM
       IF TaxFoundIdx = ZERO AND TaxCompCount < 20
           ADD 1 TO TaxCompCount
           MOVE TaxCompCount TO TaxFoundIdx
           MOVE TcJurisdiction TO TCTJuris(TaxFoundIdx)
           MOVE TcComponent TO TCTComponent(TaxFoundIdx)
           MOVE ZERO TO TCTTaxable(TaxFoundIdx)
           MOVE ZERO TO TCTTax(TaxFoundIdx)
       END-IF
       IF TaxFoundIdx > ZERO
           ADD TcPrice TO TCTTaxable(TaxFoundIdx)
           ADD TcTaxAmt TO TCTTax(TaxFoundIdx)
           ADD TcTaxAmt TO TaxTotal
       END-IF.

      *Tax is in home currency, so a foreign-currency document's
      *gross is its own amount and the tax is carried beside it.
       WriteTotalRecord.
       MOVE InvAmount TO DocGross
       IF InvCurrency = WSHomeCurrency OR InvCurrency = SPACES
           ADD TaxTotal TO DocGross
       END-IF
       MOVE SPACES TO EInvTotRecord
       MOVE "TOT" TO EitRecType
       MOVE DocSeq TO EitDocSeq
       MOVE DocLineCount TO EitLineCount
       MOVE InvAmount TO EitNet
       MOVE TaxTotal TO EitTax
       MOVE DocGross TO EitGross
       WRITE EInvTotRecord
       ADD 1 TO RecCount
       ADD DocGross TO GrossHash.

       WriteOutboundLog.
       OPEN INPUT EInvLogFile
       IF WSLineStatus = "35"
           OPEN OUTPUT EInvLogFile
           CLOSE EInvLogFile
       ELSE
           CLOSE EInvLogFile
       END-IF
       OPEN EXTEND EInvLogFile
       MOVE SPACES TO EInvLogRecord
       MOVE CtlNumber TO EolCtlNumber
       MOVE DocSeq TO EolDocSeq
       MOVE InvIDNum TO EolIDNum
       MOVE InvNumber TO EolInvNumber
       IF CreditMemoDoc
           MOVE "C" TO EolDocType
       ELSE
           MOVE "I" TO EolDocType
       END-IF
       MOVE InvDate TO EolDocDate
       MOVE WSToday TO EolSentDate
       MOVE WSEInvName TO EolFileName
       MOVE "S" TO EolStatus
       MOVE ZERO TO EolAckDate
       WRITE EInvLogRecord
       CLOSE EInvLogFile.
