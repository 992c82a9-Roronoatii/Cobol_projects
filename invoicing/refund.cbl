      *Customer refund run
       IDENTIFICATION DIVISION.
       PROGRAM-ID. refund.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT UnappFile ASSIGN TO "UnappCash.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT MandateFile ASSIGN TO "DDMand.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RefundPayFile ASSIGN TO RefundPayName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RefundReport ASSIGN TO RefundRptName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
           COPY invdata.

       FD CustomerFile.
           COPY custdata.

       FD ArOpenFile.
           COPY ardata.

       FD UnappFile.
       01 UnappRecord.
           02 UnaIDNum PIC 9(7).
           02 FILLER PIC X.
           02 UnaDate PIC 9(8).
           02 FILLER PIC X.
           02 UnaAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 UnaStatus PIC X.

       FD MandateFile.
       01 MandateRecord.
           02 MndIDNum PIC 9(7).
           02 FILLER PIC X.
           02 MndBankAcct PIC X(12).
           02 FILLER PIC X.
           02 MndRouting PIC X(9).
           02 FILLER PIC X.
           02 MndReference PIC X(10).
           02 FILLER PIC X.
           02 MndActive PIC X.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD RefundPayFile.
       01 RefundPayRecord PIC X(110).
       01 RefundPayHeader.
           02 RphRecordType PIC X.
           02 FILLER PIC X.
           02 RphFileDate PIC 9(8).
           02 FILLER PIC X(100).
       01 RefundPayDetail.
           02 RpdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 RpdName PIC X(28).
           02 FILLER PIC X.
           02 RpdStreet PIC X(20).
           02 FILLER PIC X.
           02 RpdCity PIC X(15).
           02 FILLER PIC X.
           02 RpdState PIC X(2).
           02 FILLER PIC X.
           02 RpdPostCode PIC X(9).
           02 FILLER PIC X.
           02 RpdDocNumber PIC 9(6).
           02 FILLER PIC X.
           02 RpdAmount PIC 9(6)V99.
           02 FILLER PIC X(8).
       01 RefundPayTrailer.
           02 RptRecordType PIC X.
           02 FILLER PIC X.
           02 RptCount PIC 9(6).
           02 FILLER PIC X.
           02 RptAmount PIC 9(10)V99.
           02 FILLER PIC X(88).

       FD RefundReport.
       01 RefundLine PIC X(110).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 UnappEOFFlag PIC X VALUE "N".
           88 UnappEOF VALUE "Y".
       01 MandEOFFlag PIC X VALUE "N".
           88 MandEOF VALUE "Y".
       01 MandTable.
           02 MandEntry OCCURS 200 TIMES.
               03 MDIDNum PIC 9(7).
       01 MandCount PIC 9(3) VALUE ZERO.
       01 MandIdx PIC 9(3) VALUE ZERO.
       01 CustBalTable.
           02 CustBalEntry OCCURS 500 TIMES.
               03 CBCustID PIC 9(7).
               03 CBNetOpen PIC S9(8)V99.
               03 CBUnapplied PIC 9(8)V99.
               03 CBHold PIC X.
       01 CustBalCount PIC 9(3) VALUE ZERO.
       01 CustBalIdx PIC 9(3) VALUE ZERO.
       01 CustBalFound PIC 9(3) VALUE ZERO.
       01 LookupCustID PIC 9(7) VALUE ZEROS.
       01 CreditItemTable.
           02 CreditItemEntry OCCURS 500 TIMES.
               03 CICustID PIC 9(7).
               03 CIInvNum PIC 9(6).
               03 CICurrency PIC X(3).
               03 CICredit PIC 9(6)V99.
       01 CreditItemCount PIC 9(3) VALUE ZERO.
       01 CreditItemIdx PIC 9(3) VALUE ZERO.
       01 UnappTable.
           02 UnappEntry OCCURS 200 TIMES.
               03 UTCustID PIC 9(7).
               03 UTDate PIC 9(8).
               03 UTAmount PIC 9(6)V99.
               03 UTStatus PIC X.
       01 UnappCount PIC 9(3) VALUE ZERO.
       01 UnappIdx PIC 9(3) VALUE ZERO.
       01 UnappChanged PIC X VALUE "N".
           88 UnappDirty VALUE "Y".
       01 CreditBalance PIC S9(8)V99 VALUE ZERO.
       01 RefundLeft PIC 9(8)V99 VALUE ZERO.
       01 RefundPiece PIC 9(6)V99 VALUE ZERO.
       01 RefundPaid PIC 9(8)V99 VALUE ZERO.
       01 FirstRefundDoc PIC 9(6) VALUE ZEROS.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RefundPayName PIC X(20) VALUE "RefundPay.dat".
       01 RefundRptName PIC X(20) VALUE "Refund.rpt".
       01 SaveJuris PIC X(2) VALUE SPACE.
       01 ApproveChoice PIC X VALUE "N".
           88 RefundApproved VALUE "Y" "y".
       01 CandidateCount PIC 9(4) VALUE ZERO.
       01 HeldCount PIC 9(4) VALUE ZERO.
       01 RefundCount PIC 9(6) VALUE ZERO.
       01 RefundValue PIC 9(10)V99 VALUE ZERO.
       01 RefundDocsAdded PIC 9(4) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 WSAmtWords PIC X(120) VALUE SPACE.
       01 RefundHeading.
           02 FILLER PIC X(36) VALUE
               "CUSTOMER REFUND REGISTER - BUSINESS ".
           02 PrnHdgDate PIC 9(8).
           02 FILLER PIC X(10) VALUE "  OPERATOR".
           02 FILLER PIC X VALUE SPACE.
           02 PrnHdgOper PIC X(8).
       01 RefundDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRefCustID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRefName PIC X(28).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRefAmount PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRefText PIC X(17).
       01 RefundWordsLine.
           02 FILLER PIC X(11) VALUE SPACE.
           02 PrnRefWords PIC X(99).
       01 RefundTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotCount PIC ZZZ,ZZ9.
           02 FILLER PIC X(25) VALUE
               " refunds approved, value ".
           02 PrnTotAmount PIC $$,$$$,$$9.99CR.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckSupervisor
           IF NOT IsSupervisor
               DISPLAY "Supervisor authority required - sign on " &
                   "as a supervisor first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadMandTable
           PERFORM LoadUnappliedTable
           OPEN INPUT ArOpenFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No open-item ledger - run arroll first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ArEOFFlag
           PERFORM TallyOneOpenItem UNTIL ArEOF
           CLOSE ArOpenFile
           PERFORM TallyUnappliedCash
           OPEN I-O InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No invoice file - nothing to refund"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           OPEN OUTPUT RefundPayFile
           OPEN OUTPUT RefundReport
           MOVE SPACES TO RefundPayHeader
           MOVE "H" TO RphRecordType
           MOVE WSBusDate TO RphFileDate
           WRITE RefundPayRecord FROM RefundPayHeader
           MOVE WSBusDate TO PrnHdgDate
           MOVE GsOperID TO PrnHdgOper
           WRITE RefundLine FROM RefundHeading
           MOVE SPACES TO RefundLine
           WRITE RefundLine
           PERFORM VARYING CustBalIdx FROM 1 BY 1
               UNTIL CustBalIdx > CustBalCount
               COMPUTE CreditBalance = CBUnapplied(CustBalIdx)
                   - CBNetOpen(CustBalIdx)
               IF CreditBalance > ZERO
                   CALL 'custcomp' USING CBCustID(CustBalIdx),
                       DocCompany
                   IF DocCompany = GcCompany
                       PERFORM ReviewOneCustomer
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RefundPayTrailer
           MOVE "T" TO RptRecordType
           MOVE RefundCount TO RptCount
           MOVE RefundValue TO RptAmount
           WRITE RefundPayRecord FROM RefundPayTrailer
           MOVE SPACES TO RefundLine
           WRITE RefundLine
           MOVE RefundCount TO PrnTotCount
           MOVE RefundValue TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnTotAmount
           WRITE RefundLine FROM RefundTotalLine
           CLOSE InvoiceFile, CustomerFile, RefundPayFile,
               RefundReport
           IF UnappDirty
               PERFORM SaveUnappliedTable
           END-IF
           DISPLAY CandidateCount " customers in credit, "
               HeldCount " held back"
           MOVE RefundValue TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY RefundCount " refunds approved, value "
               WSAmtFormatted
           DISPLAY "Register on " RefundRptName ", bank file "
               RefundPayName
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

       CheckSupervisor.
       MOVE "O" TO WSAuthority
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
       END-IF
       PERFORM SetRefundCompany.

      *Only the signed-on company's customers are refunded, from its
      *own bank file.  Company 01 keeps the original file names.
       SetRefundCompany.
       CALL 'getcomp' USING GcCompany, GcCompName
       IF GcCompany NOT = "01"
           MOVE SPACES TO RefundPayName
           STRING "RefundPay" GcCompany ".dat" DELIMITED BY SIZE
               INTO RefundPayName
           END-STRING
           MOVE SPACES TO RefundRptName
           STRING "Refund" GcCompany ".rpt" DELIMITED BY SIZE
               INTO RefundRptName
           END-STRING
       END-IF.

       LoadMandTable.
       MOVE ZERO TO MandCount
       OPEN INPUT MandateFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO MandEOFFlag
           PERFORM LoadOneMandate UNTIL MandEOF
           CLOSE MandateFile
       END-IF.

       LoadOneMandate.
       READ MandateFile
           AT END SET MandEOF TO TRUE
           NOT AT END
               IF MndActive = "A" AND MandCount < 200
                   ADD 1 TO MandCount
                   MOVE MndIDNum TO MDIDNum(MandCount)
               END-IF
       END-READ.

       LoadUnappliedTable.
       MOVE ZERO TO UnappCount
       OPEN INPUT UnappFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO UnappEOFFlag
           PERFORM LoadOneUnapplied UNTIL UnappEOF
           CLOSE UnappFile
       END-IF.

       LoadOneUnapplied.
       READ UnappFile
           AT END SET UnappEOF TO TRUE
           NOT AT END
               IF UnappCount < 200
                   ADD 1 TO UnappCount
                   MOVE UnaIDNum TO UTCustID(UnappCount)
                   MOVE UnaDate TO UTDate(UnappCount)
                   MOVE UnaAmount TO UTAmount(UnappCount)
                   MOVE UnaStatus TO UTStatus(UnappCount)
               END-IF
       END-READ.

       SaveUnappliedTable.
       OPEN OUTPUT UnappFile
       PERFORM VARYING UnappIdx FROM 1 BY 1
           UNTIL UnappIdx > UnappCount
           MOVE SPACES TO UnappRecord
           MOVE UTCustID(UnappIdx) TO UnaIDNum
           MOVE UTDate(UnappIdx) TO UnaDate
           MOVE UTAmount(UnappIdx) TO UnaAmount
           MOVE UTStatus(UnappIdx) TO UnaStatus
           WRITE UnappRecord
       END-PERFORM
       CLOSE UnappFile.

      *Net every open item into its customer's balance, remembering
      *the items in credit so a refund can be posted against them.
      *Any disputed item or live mandate holds the customer back.
       TallyOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               MOVE ArIDNum TO LookupCustID
               PERFORM FindCustomerBalance
               IF CustBalFound > ZERO
                   ADD ArOpenAmount TO CBNetOpen(CustBalFound)
                   IF ArDispute = "D" AND ArOpenAmount NOT = ZERO
                       MOVE "D" TO CBHold(CustBalFound)
                   END-IF
                   IF ArOpenAmount < ZERO
                       AND CreditItemCount < 500
                       ADD 1 TO CreditItemCount
                       MOVE ArIDNum TO CICustID(CreditItemCount)
                       MOVE ArInvNumber TO CIInvNum(CreditItemCount)
                       MOVE ArCurrency TO CICurrency(CreditItemCount)
                       COMPUTE CICredit(CreditItemCount) =
                           ZERO - ArOpenAmount
                   END-IF
               END-IF
       END-READ.

       TallyUnappliedCash.
       PERFORM VARYING UnappIdx FROM 1 BY 1
           UNTIL UnappIdx > UnappCount
           IF UTStatus(UnappIdx) = "O"
               MOVE UTCustID(UnappIdx) TO LookupCustID
               PERFORM FindCustomerBalance
               IF CustBalFound > ZERO
                   ADD UTAmount(UnappIdx) TO CBUnapplied(CustBalFound)
               END-IF
           END-IF
       END-PERFORM.

       FindCustomerBalance.
       MOVE ZERO TO CustBalFound
       PERFORM VARYING CustBalIdx FROM 1 BY 1
           UNTIL CustBalIdx > CustBalCount
           IF CBCustID(CustBalIdx) = LookupCustID
               MOVE CustBalIdx TO CustBalFound
           END-IF
       END-PERFORM
       IF CustBalFound = ZERO
           IF CustBalCount < 500
               ADD 1 TO CustBalCount
               MOVE CustBalCount TO CustBalFound
               MOVE LookupCustID TO CBCustID(CustBalFound)
               MOVE ZERO TO CBNetOpen(CustBalFound)
               MOVE ZERO TO CBUnapplied(CustBalFound)
               MOVE SPACE TO CBHold(CustBalFound)
               PERFORM VARYING MandIdx FROM 1 BY 1
                   UNTIL MandIdx > MandCount
                   IF MDIDNum(MandIdx) = LookupCustID
                       MOVE "M" TO CBHold(CustBalFound)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "More than 500 customers on the ledger - "
                   "customer " LookupCustID " not reviewed"
           END-IF
       END-IF.

       ReviewOneCustomer.
       ADD 1 TO CandidateCount
       MOVE CBCustID(CustBalIdx) TO IDNum
       READ CustomerFile
           INVALID KEY
               MOVE SPACES TO CustName
               MOVE SPACES TO MailAddress
       END-READ
       MOVE CBCustID(CustBalIdx) TO PrnRefCustID
       MOVE SPACES TO PrnRefName
       STRING FirstName DELIMITED BY "  "
           " " DELIMITED BY SIZE
           LastName DELIMITED BY "  "
           INTO PrnRefName
       END-STRING
       MOVE CreditBalance TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnRefAmount
       EVALUATE CBHold(CustBalIdx)
           WHEN "D"
               MOVE "HELD - DISPUTE" TO PrnRefText
               ADD 1 TO HeldCount
           WHEN "M"
               MOVE "HELD - DD MANDATE" TO PrnRefText
               ADD 1 TO HeldCount
           WHEN OTHER
               MOVE SPACES TO PrnRefText
               DISPLAY RefundDetailLine
               MOVE "N" TO ApproveChoice
               DISPLAY "Approve refund ? Y/N : " WITH NO ADVANCING
               ACCEPT ApproveChoice
               IF RefundApproved
                   PERFORM PostCustomerRefund
                   MOVE "REFUNDED" TO PrnRefText
                   IF RefundPaid NOT = CreditBalance
                       MOVE RefundPaid TO WSAmtSigned
                       CALL 'formatcurrency' USING WSAmtSigned,
                           PrnRefAmount
                       MOVE "PART REFUNDED" TO PrnRefText
                   END-IF
               ELSE
                   MOVE "NOT APPROVED" TO PrnRefText
               END-IF
       END-EVALUATE
       WRITE RefundLine FROM RefundDetailLine
       IF RefundApproved AND CBHold(CustBalIdx) = SPACE
           MOVE RefundPaid TO WSAmtSigned
           CALL 'amtwords' USING WSAmtSigned, WSAmtWords
           MOVE WSAmtWords TO PrnRefWords
           WRITE RefundLine FROM RefundWordsLine
       END-IF.

      *Refund documents clear the items in credit first; whatever is
      *left comes out of the customer's parked unapplied cash.
       PostCustomerRefund.
       MOVE CreditBalance TO RefundLeft
       MOVE ZEROS TO FirstRefundDoc
       PERFORM VARYING CreditItemIdx FROM 1 BY 1
           UNTIL CreditItemIdx > CreditItemCount
               OR RefundLeft = ZERO
           IF CICustID(CreditItemIdx) = CBCustID(CustBalIdx)
               IF CICredit(CreditItemIdx) > RefundLeft
                   MOVE RefundLeft TO RefundPiece
               ELSE
                   MOVE CICredit(CreditItemIdx) TO RefundPiece
               END-IF
               PERFORM PostRefundDocument
           END-IF
       END-PERFORM
       PERFORM VARYING UnappIdx FROM 1 BY 1
           UNTIL UnappIdx > UnappCount OR RefundLeft = ZERO
           IF UTCustID(UnappIdx) = CBCustID(CustBalIdx)
               AND UTStatus(UnappIdx) = "O"
               MOVE "Y" TO UnappChanged
               IF UTAmount(UnappIdx) > RefundLeft
                   SUBTRACT RefundLeft FROM UTAmount(UnappIdx)
                   MOVE ZERO TO RefundLeft
               ELSE
                   SUBTRACT UTAmount(UnappIdx) FROM RefundLeft
                   MOVE "R" TO UTStatus(UnappIdx)
               END-IF
           END-IF
       END-PERFORM
       COMPUTE RefundPaid = CreditBalance - RefundLeft
       ADD 1 TO RefundCount
       ADD RefundPaid TO RefundValue
       MOVE SPACES TO RefundPayDetail
       MOVE CBCustID(CustBalIdx) TO RpdIDNum
       MOVE PrnRefName TO RpdName
       MOVE AddrStreet TO RpdStreet
       MOVE AddrCity TO RpdCity
       MOVE AddrState TO RpdState
       MOVE AddrPostCode TO RpdPostCode
       MOVE FirstRefundDoc TO RpdDocNumber
       MOVE RefundPaid TO RpdAmount
       WRITE RefundPayRecord FROM RefundPayDetail.

       PostRefundDocument.
       MOVE CBCustID(CustBalIdx) TO InvIDNum
       MOVE CIInvNum(CreditItemIdx) TO InvNumber
       READ InvoiceFile
           INVALID KEY
               MOVE SPACES TO SaveJuris
           NOT INVALID KEY
               MOVE InvJurisdiction TO SaveJuris
       END-READ
       CALL 'custcomp' USING CBCustID(CustBalIdx), DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE CBCustID(CustBalIdx) TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE WSBusDate TO InvDate
       MOVE SaveJuris TO InvJurisdiction
       MOVE CICurrency(CreditItemIdx) TO InvCurrency
       MOVE RefundPiece TO InvAmount
       MOVE "0" TO InvStatus
       MOVE "R" TO InvDocType
       MOVE CIInvNum(CreditItemIdx) TO InvRefNumber
       MOVE WSBusDate TO InvDueDate
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Refund document number clash for "
                   "customer " CBCustID(CustBalIdx)
           NOT INVALID KEY
               ADD 1 TO RefundDocsAdded
               SUBTRACT RefundPiece FROM RefundLeft
               SUBTRACT RefundPiece FROM CICredit(CreditItemIdx)
               IF FirstRefundDoc = ZEROS
                   MOVE NextInvNum TO FirstRefundDoc
               END-IF
       END-WRITE.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
