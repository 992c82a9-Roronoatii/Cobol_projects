      *Masked copy of the production data for the test environment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. testclone.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT TestCustFile ASSIGN TO OutName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TcIDNum
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT TestInvFile ASSIGN TO OutName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TiInvKey
               FILE STATUS IS WSFileStatus.
           SELECT StockFile ASSIGN TO "ItemStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS StkItemCode
               FILE STATUS IS WSFileStatus.
           SELECT TestStockFile ASSIGN TO OutName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TsItemCode
               FILE STATUS IS WSFileStatus.
           SELECT SourceFile ASSIGN TO InName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TargetFile ASSIGN TO OutName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CloneReport ASSIGN TO "TestClone.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       FD TestCustFile.
       01 TestCustRecord.
           02 FILLER PIC 9(8).
           02 TcIDNum PIC 9(7).
           02 FILLER PIC X(121).

       FD InvoiceFile.
           COPY invdata.

       FD TestInvFile.
       01 TestInvRecord.
           02 TiInvKey PIC X(13).
           02 FILLER PIC X(73).

       FD StockFile.
           COPY stockdata.

       FD TestStockFile.
       01 TestStockRecord.
           02 TsItemCode PIC X(6).
           02 FILLER PIC X(44).

       FD SourceFile.
       01 SourceRecord PIC X(700).
           88 SourceEOF VALUE HIGH-VALUE.

       FD TargetFile.
       01 TargetRecord PIC X(700).

       FD CloneReport.
       01 CloneLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 WSOperator PIC X(8) VALUE SPACE.
       01 CloneDir PIC X(30) VALUE SPACE.
       01 InName PIC X(60) VALUE SPACE.
       01 OutName PIC X(60) VALUE SPACE.
       01 CustEOFFlag PIC X VALUE "N".
           88 CustEOF VALUE "Y".
       01 ConfirmClone PIC X VALUE "N".
           88 CloneConfirmed VALUE "Y" "y".
       01 RecCount PIC 9(7) VALUE ZERO.
       01 MaskedCount PIC 9(7) VALUE ZERO.
       01 FilesCopied PIC 99 VALUE ZERO.
       01 FilesAbsent PIC 99 VALUE ZERO.
       01 RunLogJob PIC X(12) VALUE "TESTCLONE".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
      *Line-sequential files cloned, each with the way it is masked:
      *H history images, A archive images, N notes, M direct debit
      *mandates, T taxpayer IDs, L letter register, C copied as is.
       01 CloneFilesData.
           02 FILLER PIC X(17) VALUE "CustHist.dat    H".
           02 FILLER PIC X(17) VALUE "CustArch.dat    A".
           02 FILLER PIC X(17) VALUE "CustNotes.dat   N".
           02 FILLER PIC X(17) VALUE "DDMand.dat      M".
           02 FILLER PIC X(17) VALUE "TaxID.dat       T".
           02 FILLER PIC X(17) VALUE "LtrReg.dat      L".
           02 FILLER PIC X(17) VALUE "Customer.aud    C".
           02 FILLER PIC X(17) VALUE "InvLines.dat    C".
           02 FILLER PIC X(17) VALUE "Payment.dat     C".
           02 FILLER PIC X(17) VALUE "ArOpen.dat      C".
           02 FILLER PIC X(17) VALUE "ContHist.dat    C".
           02 FILLER PIC X(17) VALUE "BillTo.dat      C".
           02 FILLER PIC X(17) VALUE "HouseHold.dat   C".
           02 FILLER PIC X(17) VALUE "HHProp.dat      C".
           02 FILLER PIC X(17) VALUE "MailStat.dat    C".
           02 FILLER PIC X(17) VALUE "DelivPref.dat   C".
           02 FILLER PIC X(17) VALUE "AgencyPlc.dat   C".
           02 FILLER PIC X(17) VALUE "InstPlan.dat    C".
           02 FILLER PIC X(17) VALUE "Promise.dat     C".
           02 FILLER PIC X(17) VALUE "Returns.dat     C".
           02 FILLER PIC X(17) VALUE "SalesOrd.dat    C".
           02 FILLER PIC X(17) VALUE "Quote.dat       C".
           02 FILLER PIC X(17) VALUE "RecurBill.dat   C".
           02 FILLER PIC X(17) VALUE "UnappCash.dat   C".
           02 FILLER PIC X(17) VALUE "CredLimit.dat   C".
           02 FILLER PIC X(17) VALUE "CredScore.dat   C".
           02 FILLER PIC X(17) VALUE "CustTerms.dat   C".
           02 FILLER PIC X(17) VALUE "CustPrice.dat   C".
           02 FILLER PIC X(17) VALUE "CustRep.dat     C".
           02 FILLER PIC X(17) VALUE "CustPO.dat      C".
           02 FILLER PIC X(17) VALUE "POReq.dat       C".
           02 FILLER PIC X(17) VALUE "TaxExempt.dat   C".
           02 FILLER PIC X(17) VALUE "SancHold.dat    C".
           02 FILLER PIC X(17) VALUE "DunReg.dat      C".
           02 FILLER PIC X(17) VALUE "PayArch.dat     C".
           02 FILLER PIC X(17) VALUE "InvArch.dat     C".
           02 FILLER PIC X(17) VALUE "InvCtl.dat      C".
           02 FILLER PIC X(17) VALUE "CustCtl.dat     C".
           02 FILLER PIC X(17) VALUE "BusDate.dat     C".
           02 FILLER PIC X(17) VALUE "Company.dat     C".
           02 FILLER PIC X(17) VALUE "ItemMast.dat    C".
           02 FILLER PIC X(17) VALUE "JurisMast.dat   C".
           02 FILLER PIC X(17) VALUE "TaxRates.dat    C".
           02 FILLER PIC X(17) VALUE "ExchRate.dat    C".
           02 FILLER PIC X(17) VALUE "Terms.dat       C".
           02 FILLER PIC X(17) VALUE "StateRef.dat    C".
           02 FILLER PIC X(17) VALUE "Period.dat      C".
           02 FILLER PIC X(17) VALUE "Calendar.dat    C".
           02 FILLER PIC X(17) VALUE "GLMap.dat       C".
           02 FILLER PIC X(17) VALUE "SalesRep.dat    C".
           02 FILLER PIC X(17) VALUE "CommRate.dat    C".
           02 FILLER PIC X(17) VALUE "RevSched.dat    C".
           02 FILLER PIC X(17) VALUE "FreightZone.dat C".
           02 FILLER PIC X(17) VALUE "FreightRate.dat C".
           02 FILLER PIC X(17) VALUE "WatchList.dat   C".
           02 FILLER PIC X(17) VALUE "MsgCat.dat      C".
           02 FILLER PIC X(17) VALUE "Campaign.dat    C".
           02 FILLER PIC X(17) VALUE "CampMemb.dat    C".
           02 FILLER PIC X(17) VALUE "LoyLedger.dat   C".
           02 FILLER PIC X(17) VALUE "LoyRate.dat     C".
           02 FILLER PIC X(17) VALUE "LoyCtl.dat      C".
           02 FILLER PIC X(17) VALUE "Cases.dat       K".
       01 CloneFilesTable REDEFINES CloneFilesData.
           02 CloneEntry OCCURS 62 TIMES.
               03 CloneFileName PIC X(16).
               03 CloneMask PIC X.
       01 CloneIdx PIC 99 VALUE ZERO.
       01 CloneFileText PIC X(16) VALUE SPACE.
       01 ImageWork PIC X(136) VALUE SPACE.
       01 ImageView REDEFINES ImageWork.
           02 ImgBirthDate PIC 9(8).
           02 ImgIDNum PIC 9(7).
           02 ImgFirstName PIC X(12).
           02 ImgLastName PIC X(15).
           02 ImgDeleteFlag PIC X.
           02 ImgStreet PIC X(20).
           02 ImgCity PIC X(15).
           02 ImgState PIC X(2).
           02 ImgPostCode PIC X(9).
           02 ImgPhone PIC X(15).
           02 ImgEmail PIC X(30).
       01 HistWork.
           02 HwIDNum PIC 9(7).
           02 FILLER PIC X(30).
           02 HwBefore PIC X(136).
           02 FILLER PIC X.
           02 HwAfter PIC X(136).
           02 FILLER PIC X(390).
       01 ArchWork.
           02 FILLER PIC X(9).
           02 AwData PIC X(136).
           02 FILLER PIC X(555).
       01 NoteWork.
           02 NwIDNum PIC 9(7).
           02 FILLER PIC X(28).
           02 NwText PIC X(60).
           02 FILLER PIC X(605).
       01 CaseWork.
           02 CkNumber PIC X(6).
           02 FILLER PIC X(80).
           02 CkSubject PIC X(40).
           02 FILLER PIC X(574).
       01 MandWork.
           02 MwIDNum PIC 9(7).
           02 FILLER PIC X.
           02 MwBankAcct PIC X(12).
           02 FILLER PIC X(680).
       01 TaxIDWork.
           02 TwIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TwTaxID PIC X(9).
           02 FILLER PIC X(683).
       01 LetterWork.
           02 LwIDNum PIC 9(7).
           02 FILLER PIC X(10).
           02 LwName.
               03 LwFirstName PIC X(12).
               03 LwLastName PIC X(15).
               03 FILLER PIC X.
           02 FILLER PIC X(655).
      *Replacement personal details are worked out from the IDNum
      *alone, so a customer is given the same name, street, phone,
      *e-mail, bank account and taxpayer ID in every file cloned.
      *City, state and postcode are kept - tax, freight and nexus
      *all depend on them.
       01 FakeFirstData.
           02 FILLER PIC X(12) VALUE "JAMES".
           02 FILLER PIC X(12) VALUE "PATRICIA".
           02 FILLER PIC X(12) VALUE "ROBERT".
           02 FILLER PIC X(12) VALUE "JENNIFER".
           02 FILLER PIC X(12) VALUE "MICHAEL".
           02 FILLER PIC X(12) VALUE "LINDA".
           02 FILLER PIC X(12) VALUE "WILLIAM".
           02 FILLER PIC X(12) VALUE "ELIZABETH".
           02 FILLER PIC X(12) VALUE "RICHARD".
           02 FILLER PIC X(12) VALUE "BARBARA".
           02 FILLER PIC X(12) VALUE "JOSEPH".
           02 FILLER PIC X(12) VALUE "SUSAN".
           02 FILLER PIC X(12) VALUE "THOMAS".
           02 FILLER PIC X(12) VALUE "JESSICA".
           02 FILLER PIC X(12) VALUE "CHARLES".
           02 FILLER PIC X(12) VALUE "KAREN".
           02 FILLER PIC X(12) VALUE "DANIEL".
           02 FILLER PIC X(12) VALUE "NANCY".
           02 FILLER PIC X(12) VALUE "MATTHEW".
           02 FILLER PIC X(12) VALUE "MARGARET".
       01 FakeFirstTable REDEFINES FakeFirstData.
           02 FakeFirst PIC X(12) OCCURS 20 TIMES.
       01 FakeLastData.
           02 FILLER PIC X(15) VALUE "ANDERSON".
           02 FILLER PIC X(15) VALUE "BROOKS".
           02 FILLER PIC X(15) VALUE "CARTER".
           02 FILLER PIC X(15) VALUE "DIXON".
           02 FILLER PIC X(15) VALUE "ELLIS".
           02 FILLER PIC X(15) VALUE "FLETCHER".
           02 FILLER PIC X(15) VALUE "GRAHAM".
           02 FILLER PIC X(15) VALUE "HARPER".
           02 FILLER PIC X(15) VALUE "IRVING".
           02 FILLER PIC X(15) VALUE "JENKINS".
           02 FILLER PIC X(15) VALUE "KELLER".
           02 FILLER PIC X(15) VALUE "LAMBERT".
           02 FILLER PIC X(15) VALUE "MORRISON".
           02 FILLER PIC X(15) VALUE "NEWTON".
           02 FILLER PIC X(15) VALUE "OSBORNE".
           02 FILLER PIC X(15) VALUE "PRESTON".
           02 FILLER PIC X(15) VALUE "QUINLAN".
           02 FILLER PIC X(15) VALUE "ROWLAND".
           02 FILLER PIC X(15) VALUE "SPENCER".
           02 FILLER PIC X(15) VALUE "WHITAKER".
       01 FakeLastTable REDEFINES FakeLastData.
           02 FakeLast PIC X(15) OCCURS 20 TIMES.
       01 FakeStreetData.
           02 FILLER PIC X(14) VALUE "ASH STREET".
           02 FILLER PIC X(14) VALUE "BIRCH AVENUE".
           02 FILLER PIC X(14) VALUE "CEDAR LANE".
           02 FILLER PIC X(14) VALUE "ELM ROAD".
           02 FILLER PIC X(14) VALUE "HAZEL COURT".
           02 FILLER PIC X(14) VALUE "LAUREL DRIVE".
           02 FILLER PIC X(14) VALUE "MAPLE STREET".
           02 FILLER PIC X(14) VALUE "OAK AVENUE".
           02 FILLER PIC X(14) VALUE "PINE ROAD".
           02 FILLER PIC X(14) VALUE "WILLOW WAY".
       01 FakeStreetTable REDEFINES FakeStreetData.
           02 FakeStreet PIC X(14) OCCURS 10 TIMES.
       01 MaskIDNum PIC 9(7) VALUE ZERO.
       01 MaskQuotient PIC 9(7) VALUE ZERO.
       01 PickIdx PIC 99 VALUE ZERO.
       01 WorkStreetNum PIC 999 VALUE ZERO.
       01 WorkPhoneTail PIC 9(7) VALUE ZERO.
       01 WorkArea PIC 999 VALUE ZERO.
       01 WorkGroup PIC 99 VALUE ZERO.
       01 WorkSerial PIC 9(4) VALUE ZERO.
       01 MaskFirst PIC X(12) VALUE SPACE.
       01 MaskLast PIC X(15) VALUE SPACE.
       01 CloneHeading.
           02 FILLER PIC X(40) VALUE
               "MASKED TEST DATA CLONE - DIRECTORY ".
           02 PrnCloneDir PIC X(30).
       01 CloneDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFileName PIC X(16).
           02 PrnRecords PIC ZZZZZZ9.
           02 FILLER PIC X(10) VALUE " records  ".
           02 PrnMasked PIC ZZZZZZ9.
           02 FILLER PIC X(8) VALUE " masked ".
           02 PrnFileNote PIC X(20).
       01 CloneFooting.
           02 FILLER PIC X(16) VALUE "FILES CLONED  : ".
           02 PrnFilesCopied PIC Z9.
           02 FILLER PIC X(19) VALUE "   NOT PRESENT  : ".
           02 PrnFilesAbsent PIC Z9.

      *Builds a copy of the data files in a test directory with the
      *customers' personal details replaced.  IDNums, amounts, dates
      *and the keys tying the files together are left alone so the
      *test data still reconciles.  Operator and sign-on files are
      *not copied.
       PROCEDURE DIVISION.
           PERFORM CheckSupervisor
           IF NOT IsSupervisor
               DISPLAY "Supervisor authority required - sign on " &
                   "as a supervisor first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Test directory (blank = testdata) : "
               WITH NO ADVANCING
           ACCEPT CloneDir
           IF CloneDir = SPACES
               MOVE "testdata" TO CloneDir
           END-IF
           IF CloneDir = "." OR CloneDir = "./"
               DISPLAY "The test directory cannot be the production "
                   "directory"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Files in " CloneDir " will be replaced"
           DISPLAY "Proceed ? Y/N : " WITH NO ADVANCING
           ACCEPT ConfirmClone
           IF NOT CloneConfirmed
               DISPLAY "Clone cancelled"
               STOP RUN
           END-IF
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           CALL "CBL_CREATE_DIR" USING CloneDir
           MOVE ZERO TO RETURN-CODE
           OPEN OUTPUT CloneReport
           MOVE CloneDir TO PrnCloneDir
           WRITE CloneLine FROM CloneHeading
           MOVE SPACES TO CloneLine
           STRING "Cloned on " DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               WSOperator DELIMITED BY SIZE
               INTO CloneLine
           END-STRING
           WRITE CloneLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO CloneLine
           WRITE CloneLine AFTER ADVANCING 1 LINE
           PERFORM CloneCustomerMaster
           PERFORM CloneInvoices
           PERFORM CloneStock
           PERFORM CloneOneFile VARYING CloneIdx FROM 1 BY 1
               UNTIL CloneIdx > 62
           MOVE FilesCopied TO PrnFilesCopied
           MOVE FilesAbsent TO PrnFilesAbsent
           WRITE CloneLine FROM CloneFooting AFTER ADVANCING 2 LINES
           CLOSE CloneReport
           MOVE "END" TO RunLogEvent
           MOVE FilesCopied TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           DISPLAY "Test data written to " CloneDir
           DISPLAY FilesCopied " files cloned - see TestClone.rpt"
           STOP RUN.

       CheckSupervisor.
       MOVE "O" TO WSAuthority
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
           MOVE GsOperID TO WSOperator
       END-IF.

       BuildOutName.
       MOVE SPACES TO OutName
       STRING CloneDir DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           InName DELIMITED BY SPACE
           INTO OutName
       END-STRING.

       CloneCustomerMaster.
       MOVE ZERO TO RecCount
       MOVE ZERO TO MaskedCount
       MOVE "Customer.dat" TO InName
       PERFORM BuildOutName
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           PERFORM ReportFileAbsent
       ELSE
           OPEN OUTPUT TestCustFile
           MOVE "N" TO CustEOFFlag
           PERFORM CloneOneCustomer UNTIL CustEOF
           CLOSE CustomerFile, TestCustFile
           PERFORM ReportFileCloned
       END-IF.

       CloneOneCustomer.
       READ CustomerFile
           AT END SET CustEOF TO TRUE
           NOT AT END
               MOVE CustomerData TO ImageWork
               PERFORM MaskImage
               MOVE ImageWork TO TestCustRecord
               WRITE TestCustRecord
               ADD 1 TO RecCount
       END-READ.

       CloneInvoices.
       MOVE ZERO TO RecCount
       MOVE ZERO TO MaskedCount
       MOVE "Invoice.dat" TO InName
       PERFORM BuildOutName
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
           PERFORM ReportFileAbsent
       ELSE
           OPEN OUTPUT TestInvFile
           MOVE "N" TO CustEOFFlag
           PERFORM CloneOneInvoice UNTIL CustEOF
           CLOSE InvoiceFile, TestInvFile
           PERFORM ReportFileCloned
       END-IF.

       CloneOneInvoice.
       READ InvoiceFile
           AT END SET CustEOF TO TRUE
           NOT AT END
               MOVE InvoiceData TO TestInvRecord
               WRITE TestInvRecord
               ADD 1 TO RecCount
       END-READ.

       CloneStock.
       MOVE ZERO TO RecCount
       MOVE ZERO TO MaskedCount
       MOVE "ItemStock.dat" TO InName
       PERFORM BuildOutName
       OPEN INPUT StockFile
       IF WSFileStatus NOT = "00"
           PERFORM ReportFileAbsent
       ELSE
           OPEN OUTPUT TestStockFile
           MOVE "N" TO CustEOFFlag
           PERFORM CloneOneStock UNTIL CustEOF
           CLOSE StockFile, TestStockFile
           PERFORM ReportFileCloned
       END-IF.

       CloneOneStock.
       READ StockFile
           AT END SET CustEOF TO TRUE
           NOT AT END
               MOVE StockRecord TO TestStockRecord
               WRITE TestStockRecord
               ADD 1 TO RecCount
       END-READ.

       CloneOneFile.
       MOVE ZERO TO RecCount
       MOVE ZERO TO MaskedCount
       MOVE SPACES TO InName
       MOVE CloneFileName(CloneIdx) TO InName
       PERFORM BuildOutName
       OPEN INPUT SourceFile
       IF WSFileStatus = "35"
           PERFORM ReportFileAbsent
       ELSE
           OPEN OUTPUT TargetFile
           MOVE SPACES TO SourceRecord
           PERFORM CloneOneRecord UNTIL SourceEOF
           CLOSE SourceFile, TargetFile
           PERFORM ReportFileCloned
       END-IF.

       CloneOneRecord.
       READ SourceFile
           AT END SET SourceEOF TO TRUE
           NOT AT END
               EVALUATE CloneMask(CloneIdx)
                   WHEN "H"
                       PERFORM MaskHistory
                   WHEN "A"
                       PERFORM MaskArchive
                   WHEN "N"
                       PERFORM MaskNote
                   WHEN "M"
                       PERFORM MaskMandate
                   WHEN "T"
                       PERFORM MaskTaxID
                   WHEN "L"
                       PERFORM MaskLetter
                   WHEN "K"
                       PERFORM MaskCase
               END-EVALUATE
               MOVE SourceRecord TO TargetRecord
               WRITE TargetRecord
               ADD 1 TO RecCount
       END-READ.

       MaskHistory.
       MOVE SourceRecord TO HistWork
       MOVE HwBefore TO ImageWork
       IF ImageWork NOT = SPACES
           PERFORM MaskImage
           MOVE ImageWork TO HwBefore
       END-IF
       MOVE HwAfter TO ImageWork
       IF ImageWork NOT = SPACES
           PERFORM MaskImage
           MOVE ImageWork TO HwAfter
       END-IF
       MOVE HistWork TO SourceRecord.

       MaskArchive.
       MOVE SourceRecord TO ArchWork
       MOVE AwData TO ImageWork
       IF ImgIDNum IS NUMERIC
           PERFORM MaskImage
           MOVE ImageWork TO AwData
       END-IF
       MOVE ArchWork TO SourceRecord.

       MaskNote.
       MOVE SourceRecord TO NoteWork
       MOVE SPACES TO NwText
       STRING "TEST NOTE FOR CUSTOMER " DELIMITED BY SIZE
           NwIDNum DELIMITED BY SIZE
           INTO NwText
       END-STRING
       ADD 1 TO MaskedCount
       MOVE NoteWork TO SourceRecord.

       MaskCase.
       MOVE SourceRecord TO CaseWork
       IF CkSubject NOT = SPACES
           MOVE SPACES TO CkSubject
           STRING "TEST CASE " DELIMITED BY SIZE
               CkNumber DELIMITED BY SIZE
               INTO CkSubject
           END-STRING
           ADD 1 TO MaskedCount
       END-IF
       MOVE CaseWork TO SourceRecord.

       MaskMandate.
       MOVE SourceRecord TO MandWork
       IF MwIDNum IS NUMERIC AND MwBankAcct NOT = SPACES
           MOVE SPACES TO MwBankAcct
           STRING "400" DELIMITED BY SIZE
               MwIDNum DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO MwBankAcct
           END-STRING
           ADD 1 TO MaskedCount
       END-IF
       MOVE MandWork TO SourceRecord.

       MaskTaxID.
       MOVE SourceRecord TO TaxIDWork
       IF TwIDNum IS NUMERIC AND TwTaxID NOT = SPACES
           MOVE TwIDNum TO MaskIDNum
           DIVIDE MaskIDNum BY 500 GIVING MaskQuotient
               REMAINDER WorkArea
           ADD 100 TO WorkArea
           DIVIDE MaskIDNum BY 98 GIVING MaskQuotient
               REMAINDER WorkGroup
           ADD 1 TO WorkGroup
           DIVIDE MaskIDNum BY 9998 GIVING MaskQuotient
               REMAINDER WorkSerial
           ADD 1 TO WorkSerial
           MOVE SPACES TO TwTaxID
           STRING WorkArea DELIMITED BY SIZE
               WorkGroup DELIMITED BY SIZE
               WorkSerial DELIMITED BY SIZE
               INTO TwTaxID
           END-STRING
           ADD 1 TO MaskedCount
       END-IF
       MOVE TaxIDWork TO SourceRecord.

       MaskLetter.
       MOVE SourceRecord TO LetterWork
       IF LwIDNum IS NUMERIC
           MOVE LwIDNum TO MaskIDNum
           PERFORM PickFakeName
           MOVE SPACES TO LwName
           MOVE MaskFirst TO LwFirstName
           MOVE MaskLast TO LwLastName
           ADD 1 TO MaskedCount
       END-IF
       MOVE LetterWork TO SourceRecord.

      *A customer image is masked in place.  Fields that were empty
      *stay empty, so tests that depend on a customer having no phone
      *or e-mail still behave as they do in production.
       MaskImage.
       MOVE ImgIDNum TO MaskIDNum
       PERFORM PickFakeName
       MOVE MaskFirst TO ImgFirstName
       MOVE MaskLast TO ImgLastName
       IF ImgStreet NOT = SPACES
           DIVIDE MaskIDNum BY 899 GIVING MaskQuotient
               REMAINDER WorkStreetNum
           ADD 100 TO WorkStreetNum
           DIVIDE MaskIDNum BY 10 GIVING MaskQuotient
               REMAINDER PickIdx
           ADD 1 TO PickIdx
           MOVE SPACES TO ImgStreet
           STRING WorkStreetNum DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FakeStreet(PickIdx) DELIMITED BY SIZE
               INTO ImgStreet
           END-STRING
       END-IF
       IF ImgPhone NOT = SPACES
           COMPUTE WorkPhoneTail = 1000000 + MaskIDNum
           MOVE SPACES TO ImgPhone
           STRING "555-" DELIMITED BY SIZE
               WorkPhoneTail DELIMITED BY SIZE
               INTO ImgPhone
           END-STRING
       END-IF
       IF ImgEmail NOT = SPACES
           MOVE SPACES TO ImgEmail
           STRING MaskFirst DELIMITED BY SPACE
               ".C" DELIMITED BY SIZE
               MaskIDNum DELIMITED BY SIZE
               "@TEST.COM" DELIMITED BY SIZE
               INTO ImgEmail
           END-STRING
       END-IF
       ADD 1 TO MaskedCount.

       PickFakeName.
       DIVIDE MaskIDNum BY 20 GIVING MaskQuotient REMAINDER PickIdx
       ADD 1 TO PickIdx
       MOVE FakeFirst(PickIdx) TO MaskFirst
       DIVIDE MaskQuotient BY 20 GIVING MaskQuotient REMAINDER PickIdx
       ADD 1 TO PickIdx
       MOVE FakeLast(PickIdx) TO MaskLast.

       ReportFileCloned.
       ADD 1 TO FilesCopied
       MOVE InName TO PrnFileName
       MOVE RecCount TO PrnRecords
       MOVE MaskedCount TO PrnMasked
       MOVE SPACES TO PrnFileNote
       WRITE CloneLine FROM CloneDetailLine AFTER ADVANCING 1 LINE.

       ReportFileAbsent.
       ADD 1 TO FilesAbsent
       MOVE InName TO PrnFileName
       MOVE ZERO TO PrnRecords
       MOVE ZERO TO PrnMasked
       MOVE "NOT PRESENT" TO PrnFileNote
       WRITE CloneLine FROM CloneDetailLine AFTER ADVANCING 1 LINE.
