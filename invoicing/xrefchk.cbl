      *Receivables cross-file referential integrity check
       IDENTIFICATION DIVISION.
       PROGRAM-ID. xrefchk.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT InvLookupFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LkInvKey
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PlanFile ASSIGN TO "InstPlan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PromiseFile ASSIGN TO "Promise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT MandateFile ASSIGN TO "DDMand.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RecurFile ASSIGN TO "RecurBill.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CredFile ASSIGN TO "CredLimit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT XrefReport ASSIGN TO "XrefChk.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       FD InvoiceFile.
           COPY invdata.

       FD InvLookupFile.
       01 InvLookupRecord.
           02 LkInvKey.
               03 LkIDNum PIC 9(7).
               03 LkInvNumber PIC 9(6).
           02 FILLER PIC X(73).

       FD InvLineFile.
           COPY invline.

       FD PaymentFile.
           COPY paydata.

       FD ArOpenFile.
           COPY ardata.

       FD PlanFile.
           COPY plandata.

       FD PromiseFile.
           COPY promdata.

       FD BillToFile.
           COPY billdata.

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

       FD RecurFile.
       01 RecurRecord.
           02 RcrIDNum PIC 9(7).
           02 FILLER PIC X.
           02 RcrJuris PIC X(2).
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

       FD CredFile.
       01 CredRecord.
           02 CrdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CrdLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 CrdHold PIC X.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD XrefReport.
       01 XrefLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 RunMode PIC X VALUE "N".
           88 WeeklyRun VALUE "W" "w".
       01 RunDueFlag PIC X VALUE "Y".
           88 RunDue VALUE "Y".
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 FileEOFFlag PIC X VALUE "N".
           88 FileEOF VALUE "Y".
       01 WantedIDNum PIC 9(7) VALUE ZEROS.
       01 WantedInvNum PIC 9(6) VALUE ZEROS.
       01 CustFoundFlag PIC X VALUE "N".
           88 CustFound VALUE "Y".
       01 CustDeletedFlag PIC X VALUE "N".
           88 CustDeleted VALUE "Y".
       01 InvFoundFlag PIC X VALUE "N".
           88 InvFound VALUE "Y".
       01 DeletedMatters PIC X VALUE "N".
           88 DeletedIsBroken VALUE "Y".
       01 PlanInvIdx PIC 9 VALUE ZERO.
       01 BrokenCount PIC 9(6) VALUE ZERO.
       01 BrokenKey PIC X(24) VALUE SPACE.
       01 BrokenText PIC X(40) VALUE SPACE.
       01 KeyIDNum PIC 9(7) VALUE ZEROS.
       01 KeyInvNum PIC 9(6) VALUE ZEROS.
       01 KeySeq PIC 9(3) VALUE ZEROS.
      *Records read and broken links found in each file checked, in
      *the order the files are checked.
       01 FileStatsData.
           02 FILLER PIC X(14) VALUE "Invoice.dat".
           02 FILLER PIC X(14) VALUE "InvLines.dat".
           02 FILLER PIC X(14) VALUE "Payment.dat".
           02 FILLER PIC X(14) VALUE "ArOpen.dat".
           02 FILLER PIC X(14) VALUE "InstPlan.dat".
           02 FILLER PIC X(14) VALUE "Promise.dat".
           02 FILLER PIC X(14) VALUE "BillTo.dat".
           02 FILLER PIC X(14) VALUE "DDMand.dat".
           02 FILLER PIC X(14) VALUE "RecurBill.dat".
           02 FILLER PIC X(14) VALUE "CredLimit.dat".
       01 FileStatsNames REDEFINES FileStatsData.
           02 FSName PIC X(14) OCCURS 10 TIMES.
       01 FileStatsTable.
           02 FileStatsEntry OCCURS 10 TIMES.
               03 FSPresent PIC X.
               03 FSRead PIC 9(7).
               03 FSBroken PIC 9(6).
       01 FSIdx PIC 99 VALUE ZERO.
       01 XrefHeading.
           02 FILLER PIC X(40) VALUE
               "RECEIVABLES REFERENTIAL INTEGRITY CHECK".
           02 FILLER PIC X(16) VALUE "BUSINESS DATE : ".
           02 PrnBusDate PIC 9(8).
       01 XrefColumnHeads PIC X(60) VALUE
           "  File           Key                       Broken link".
       01 XrefDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFile PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PrnKey PIC X(24).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnText PIC X(37).
       01 NoneBrokenLine PIC X(30) VALUE "  No broken links found".
       01 StatsHeading PIC X(50) VALUE
           "  File             Records   Broken".
       01 StatsDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatsFile PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatsRead PIC ZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnStatsBroken PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatsNote PIC X(12).
       01 XrefFooting.
           02 FILLER PIC X(24) VALUE "TOTAL BROKEN LINKS    : ".
           02 PrnBrokenCount PIC ZZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnResult PIC X(9).
       01 RunLogJob PIC X(12) VALUE "XREFCHK".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

      *Checks every link between the receivables files and the
      *customer master - documents, lines, payments and open items
      *against their invoice, and the standing customer files against
      *Customer.dat.  Each broken link is listed with its file and
      *key; the job ends with return code 4 when any is found so the
      *batch stops for the data to be put right.
       PROCEDURE DIVISION.
           ACCEPT RunMode
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM CheckRunDue
           IF NOT RunDue
               DISPLAY "Integrity check is run on Mondays - "
                   "not due for " WSBusDate
           ELSE
               OPEN INPUT CustomerFile
               IF WSFileStatus NOT = "00"
                   DISPLAY "Cannot open Customer.dat - status "
                       WSFileStatus
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT InvLookupFile
               IF WSFileStatus NOT = "00"
                   DISPLAY "Cannot open Invoice.dat - status "
                       WSFileStatus
                   CLOSE CustomerFile
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING FSIdx FROM 1 BY 1 UNTIL FSIdx > 10
                   MOVE "N" TO FSPresent(FSIdx)
                   MOVE ZERO TO FSRead(FSIdx)
                   MOVE ZERO TO FSBroken(FSIdx)
               END-PERFORM
               OPEN OUTPUT XrefReport
               MOVE WSBusDate TO PrnBusDate
               WRITE XrefLine FROM XrefHeading
               WRITE XrefLine FROM XrefColumnHeads
                   AFTER ADVANCING 2 LINES
               PERFORM CheckInvoices
               PERFORM CheckInvoiceLines
               PERFORM CheckPayments
               PERFORM CheckOpenItems
               PERFORM CheckPlans
               PERFORM CheckPromises
               PERFORM CheckBillTo
               PERFORM CheckMandates
               PERFORM CheckRecurring
               PERFORM CheckCreditLimits
               CLOSE CustomerFile, InvLookupFile
               IF BrokenCount = ZERO
                   WRITE XrefLine FROM NoneBrokenLine
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM PrintFileStats
               CLOSE XrefReport
               DISPLAY "Integrity check written to XrefChk.rpt"
               IF BrokenCount > ZERO
                   DISPLAY BrokenCount " broken links found"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE BrokenCount TO RunLogCount
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

      *The nightly batch asks for the weekly run, which is only
      *made on a Monday; any other mode runs it straight away.
       CheckRunDue.
       MOVE "Y" TO RunDueFlag
       IF WeeklyRun
           MOVE "W" TO DateFunction
           MOVE WSBusDate TO DateOne
           MOVE ZEROS TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateResult NOT = 1
               MOVE "N" TO RunDueFlag
           END-IF
       END-IF.

      *Every document must belong to a customer still on the master,
      *and a credit memo, write-off, refund or other document raised
      *against an invoice must point at one that exists.
       CheckInvoices.
       MOVE 1 TO FSIdx
       MOVE "N" TO DeletedMatters
       OPEN INPUT InvoiceFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOneInvoice UNTIL FileEOF
           CLOSE InvoiceFile
       END-IF.

       CheckOneInvoice.
       READ InvoiceFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE InvIDNum TO KeyIDNum
               MOVE InvNumber TO KeyInvNum
               PERFORM BuildInvoiceKey
               MOVE InvIDNum TO WantedIDNum
               PERFORM CheckCustomerLink
               IF InvRefNumber NOT = ZERO
                   MOVE InvIDNum TO WantedIDNum
                   MOVE InvRefNumber TO WantedInvNum
                   PERFORM FindInvoice
                   IF NOT InvFound
                       MOVE SPACES TO BrokenText
                       STRING "REFERENCED INVOICE " DELIMITED BY SIZE
                           InvRefNumber DELIMITED BY SIZE
                           " NOT ON FILE" DELIMITED BY SIZE
                           INTO BrokenText
                       END-STRING
                       PERFORM ReportBrokenLink
                   END-IF
               END-IF
       END-READ.

       CheckInvoiceLines.
       MOVE 2 TO FSIdx
       OPEN INPUT InvLineFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOneLine UNTIL FileEOF
           CLOSE InvLineFile
       END-IF.

       CheckOneLine.
       READ InvLineFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE LinIDNum TO KeyIDNum
               MOVE LinInvNumber TO KeyInvNum
               MOVE LinSeq TO KeySeq
               MOVE SPACES TO BrokenKey
               STRING KeyIDNum DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   KeyInvNum DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   KeySeq DELIMITED BY SIZE
                   INTO BrokenKey
               END-STRING
               MOVE LinIDNum TO WantedIDNum
               MOVE LinInvNumber TO WantedInvNum
               PERFORM CheckInvoiceLink
       END-READ.

       CheckPayments.
       MOVE 3 TO FSIdx
       OPEN INPUT PaymentFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOnePayment UNTIL FileEOF
           CLOSE PaymentFile
       END-IF.

       CheckOnePayment.
       READ PaymentFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE PayIDNum TO KeyIDNum
               MOVE PayInvNumber TO KeyInvNum
               MOVE SPACES TO BrokenKey
               STRING KeyIDNum DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   KeyInvNum DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PayDate DELIMITED BY SIZE
                   INTO BrokenKey
               END-STRING
               MOVE PayIDNum TO WantedIDNum
               MOVE PayInvNumber TO WantedInvNum
               PERFORM CheckInvoiceLink
       END-READ.

       CheckOpenItems.
       MOVE 4 TO FSIdx
       OPEN INPUT ArOpenFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOneOpenItem UNTIL FileEOF
           CLOSE ArOpenFile
       END-IF.

       CheckOneOpenItem.
       READ ArOpenFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE ArIDNum TO KeyIDNum
               MOVE ArInvNumber TO KeyInvNum
               PERFORM BuildInvoiceKey
               MOVE ArIDNum TO WantedIDNum
               MOVE ArInvNumber TO WantedInvNum
               PERFORM CheckInvoiceLink
       END-READ.

      *A live plan or promise must still have its customer, and a
      *live plan every invoice it covers.  Completed and cancelled
      *ones only need the customer - their invoices may have been
      *archived since.
       CheckPlans.
       MOVE 5 TO FSIdx
       OPEN INPUT PlanFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOnePlan UNTIL FileEOF
           CLOSE PlanFile
       END-IF.

       CheckOnePlan.
       READ PlanFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE SPACES TO BrokenKey
               STRING "PLAN " DELIMITED BY SIZE
                   PlnNumber DELIMITED BY SIZE
                   INTO BrokenKey
               END-STRING
               MOVE "N" TO DeletedMatters
               IF PlanActive
                   MOVE "Y" TO DeletedMatters
               END-IF
               MOVE PlnIDNum TO WantedIDNum
               PERFORM CheckCustomerLink
               IF PlanActive AND CustFound
                   PERFORM CheckPlanInvoice VARYING PlanInvIdx
                       FROM 1 BY 1 UNTIL PlanInvIdx > PlnInvCount
                       OR PlanInvIdx > 5
               END-IF
       END-READ.

       CheckPlanInvoice.
       MOVE PlnIDNum TO WantedIDNum
       MOVE PlnInvNumber(PlanInvIdx) TO WantedInvNum
       PERFORM FindInvoice
       IF NOT InvFound
           MOVE SPACES TO BrokenText
           STRING "PLAN INVOICE " DELIMITED BY SIZE
               WantedInvNum DELIMITED BY SIZE
               " NOT ON FILE" DELIMITED BY SIZE
               INTO BrokenText
           END-STRING
           PERFORM ReportBrokenLink
       END-IF.

       CheckPromises.
       MOVE 6 TO FSIdx
       OPEN INPUT PromiseFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOnePromise UNTIL FileEOF
           CLOSE PromiseFile
       END-IF.

       CheckOnePromise.
       READ PromiseFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE SPACES TO BrokenKey
               STRING PtpIDNum DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PtpTaken DELIMITED BY SIZE
                   INTO BrokenKey
               END-STRING
               MOVE "N" TO DeletedMatters
               IF PtpOpen
                   MOVE "Y" TO DeletedMatters
               END-IF
               MOVE PtpIDNum TO WantedIDNum
               PERFORM CheckCustomerLink
       END-READ.

      *Both the branch and the parent it is billed through must be
      *live customers.
       CheckBillTo.
       MOVE 7 TO FSIdx
       MOVE "Y" TO DeletedMatters
       OPEN INPUT BillToFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOneBillTo UNTIL FileEOF
           CLOSE BillToFile
       END-IF.

       CheckOneBillTo.
       READ BillToFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE SPACES TO BrokenKey
               STRING BilChildID DELIMITED BY SIZE
                   " BRANCH" DELIMITED BY SIZE
                   INTO BrokenKey
               END-STRING
               MOVE BilChildID TO WantedIDNum
               PERFORM CheckCustomerLink
               MOVE SPACES TO BrokenKey
               STRING BilChildID DELIMITED BY SIZE
                   " PARENT " DELIMITED BY SIZE
                   BilParentID DELIMITED BY SIZE
                   INTO BrokenKey
               END-STRING
               MOVE BilParentID TO WantedIDNum
               PERFORM CheckCustomerLink
       END-READ.

      *Mandates, recurring charges and credit limits are standing
      *instructions - one held for a customer who has been deleted
      *is as broken as one for a customer who has been purged.
       CheckMandates.
       MOVE 8 TO FSIdx
       MOVE "Y" TO DeletedMatters
       OPEN INPUT MandateFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOneMandate UNTIL FileEOF
           CLOSE MandateFile
       END-IF.

       CheckOneMandate.
       READ MandateFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE SPACES TO BrokenKey
               STRING MndIDNum DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MndReference DELIMITED BY SIZE
                   INTO BrokenKey
               END-STRING
               MOVE MndIDNum TO WantedIDNum
               PERFORM CheckCustomerLink
       END-READ.

       CheckRecurring.
       MOVE 9 TO FSIdx
       MOVE "Y" TO DeletedMatters
       OPEN INPUT RecurFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOneRecurring UNTIL FileEOF
           CLOSE RecurFile
       END-IF.

       CheckOneRecurring.
       READ RecurFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE SPACES TO BrokenKey
               STRING RcrIDNum DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RcrItemCode DELIMITED BY SIZE
                   INTO BrokenKey
               END-STRING
               MOVE RcrIDNum TO WantedIDNum
               PERFORM CheckCustomerLink
       END-READ.

       CheckCreditLimits.
       MOVE 10 TO FSIdx
       MOVE "Y" TO DeletedMatters
       OPEN INPUT CredFile
       IF WSFileStatus = "00"
           MOVE "Y" TO FSPresent(FSIdx)
           MOVE "N" TO FileEOFFlag
           PERFORM CheckOneCredit UNTIL FileEOF
           CLOSE CredFile
       END-IF.

       CheckOneCredit.
       READ CredFile
           AT END MOVE "Y" TO FileEOFFlag
           NOT AT END
               ADD 1 TO FSRead(FSIdx)
               MOVE SPACES TO BrokenKey
               MOVE CrdIDNum TO BrokenKey
               MOVE CrdIDNum TO WantedIDNum
               PERFORM CheckCustomerLink
       END-READ.

       BuildInvoiceKey.
       MOVE SPACES TO BrokenKey
       STRING KeyIDNum DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           KeyInvNum DELIMITED BY SIZE
           INTO BrokenKey
       END-STRING.

      *The customer in WantedIDNum must be on the master; when
      *DeletedMatters is set it must not be marked deleted either.
       CheckCustomerLink.
       PERFORM FindCustomer
       IF NOT CustFound
           MOVE SPACES TO BrokenText
           STRING "CUSTOMER " DELIMITED BY SIZE
               WantedIDNum DELIMITED BY SIZE
               " NOT ON FILE" DELIMITED BY SIZE
               INTO BrokenText
           END-STRING
           PERFORM ReportBrokenLink
       ELSE
           IF CustDeleted AND DeletedIsBroken
               MOVE SPACES TO BrokenText
               STRING "CUSTOMER " DELIMITED BY SIZE
                   WantedIDNum DELIMITED BY SIZE
                   " IS DELETED" DELIMITED BY SIZE
                   INTO BrokenText
               END-STRING
               PERFORM ReportBrokenLink
           END-IF
       END-IF.

       CheckInvoiceLink.
       PERFORM FindInvoice
       IF NOT InvFound
           MOVE "INVOICE HEADER NOT ON FILE" TO BrokenText
           PERFORM ReportBrokenLink
       END-IF.

       FindCustomer.
       MOVE "N" TO CustFoundFlag
       MOVE "N" TO CustDeletedFlag
       MOVE WantedIDNum TO IDNum
       READ CustomerFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO CustFoundFlag
               IF CEData
                   MOVE "Y" TO CustDeletedFlag
               END-IF
       END-READ.

       FindInvoice.
       MOVE "N" TO InvFoundFlag
       MOVE WantedIDNum TO LkIDNum
       MOVE WantedInvNum TO LkInvNumber
       READ InvLookupFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "Y" TO InvFoundFlag
       END-READ.

       ReportBrokenLink.
       ADD 1 TO BrokenCount
       ADD 1 TO FSBroken(FSIdx)
       MOVE FSName(FSIdx) TO PrnFile
       MOVE BrokenKey TO PrnKey
       MOVE BrokenText TO PrnText
       WRITE XrefLine FROM XrefDetailLine AFTER ADVANCING 1 LINE.

       PrintFileStats.
       WRITE XrefLine FROM StatsHeading AFTER ADVANCING 2 LINES
       PERFORM VARYING FSIdx FROM 1 BY 1 UNTIL FSIdx > 10
           MOVE FSName(FSIdx) TO PrnStatsFile
           MOVE FSRead(FSIdx) TO PrnStatsRead
           MOVE FSBroken(FSIdx) TO PrnStatsBroken
           MOVE SPACES TO PrnStatsNote
           IF FSPresent(FSIdx) NOT = "Y"
               MOVE "NOT PRESENT" TO PrnStatsNote
           END-IF
           WRITE XrefLine FROM StatsDetailLine AFTER ADVANCING 1 LINE
       END-PERFORM
       MOVE BrokenCount TO PrnBrokenCount
       MOVE "CLEAN" TO PrnResult
       IF BrokenCount > ZERO
           MOVE "NOT CLEAN" TO PrnResult
       END-IF
       WRITE XrefLine FROM XrefFooting AFTER ADVANCING 2 LINES.
