      *Money field and record layout conversion
       IDENTIFICATION DIVISION.
       PROGRAM-ID. amtconv.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldInvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OldInvRecKey
               FILE STATUS IS WSFileStatus.
           SELECT NewInvoiceFile ASSIGN TO "InvoiceNew.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NewInvRecKey
               FILE STATUS IS WSFileStatus.
           SELECT OldCustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OldIDNum
               FILE STATUS IS WSFileStatus.
           SELECT NewCustomerFile ASSIGN TO "CustomerNew.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT SeqInFile ASSIGN TO WSInFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT SeqOutFile ASSIGN TO WSOutFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT KeepCheckFile ASSIGN TO WSKeepFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ConvReport ASSIGN TO "AmtConv.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OldInvoiceFile.
       01 OldInvoiceRecord.
           02 OldInvRecKey PIC X(13).
           02 FILLER PIC X(38).

       FD NewInvoiceFile.
       01 NewInvoiceRecord.
           02 NewInvRecKey PIC X(13).
           02 FILLER PIC X(73).

      *Customer record as it stood before companies were kept
       FD OldCustomerFile.
       01 OldCustomerData.
           02 OldBirthDate PIC 9(8).
           02 OldIDNum PIC 9(7).
           02 FILLER PIC X(119).

       FD NewCustomerFile.
           COPY custdata.

       FD SeqInFile.
       01 SeqInRecord PIC X(800).
           88 SeqEOF VALUE HIGH-VALUE.

       FD SeqOutFile.
       01 SeqOutRecord PIC X(850).

       FD KeepCheckFile.
       01 KeepCheckRecord PIC X(80).

       FD ConvReport.
       01 ConvLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY invdata.
      *Invoice record as it stood with a 4-digit amount, before terms,
      *salesperson, company and purchase order were carried
       01 OldInvoiceData.
           02 OldInvFront.
               03 OldInvKey.
                   04 OldInvIDNum PIC 9(7).
                   04 OldInvNumber PIC 9(6).
               03 OldInvDate PIC 9(8).
               03 OldInvJurisdiction PIC X(2).
               03 OldInvCurrency PIC X(3).
           02 OldInvAmount PIC 9(4)V99.
           02 OldInvTail.
               03 OldInvStatus PIC X.
               03 OldInvDocType PIC X.
                   88 OldInvoiceDoc VALUE "I" SPACE.
               03 OldInvRefNumber PIC 9(6).
               03 OldInvDispute PIC X.
               03 OldInvDispReason PIC X(2).
               03 OldInvDispOper PIC X(8).
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSInFileName PIC X(20) VALUE SPACE.
       01 WSOutFileName PIC X(20) VALUE SPACE.
       01 WSKeepFileName PIC X(20) VALUE SPACE.
       01 KeepBase PIC X(20) VALUE SPACE.
       01 KeepExt PIC X(8) VALUE SPACE.
       01 ConvMode PIC X VALUE SPACE.
       01 OldEOFFlag PIC X VALUE "N".
           88 OldEOF VALUE "Y".
       01 StepDoneFlag PIC X VALUE "N".
           88 StepAlreadyDone VALUE "Y".
       01 InCount PIC 9(6) VALUE ZERO.
       01 OutCount PIC 9(6) VALUE ZERO.
       01 BadAmtCount PIC 9(6) VALUE ZERO.
       01 TotalBadAmt PIC 9(6) VALUE ZERO.
       01 HeldCount PIC 99 VALUE ZERO.
       01 TotalBefore PIC 9(10)V99 VALUE ZERO.
       01 TotalAfter PIC 9(10)V99 VALUE ZERO.
       01 RenameRC PIC S9(9) COMP VALUE ZERO.
       01 ConfirmRun PIC X VALUE "N".
           88 RunConfirmed VALUE "Y" "y".
      *Every invoice raised before terms were kept was due on the
      *standard terms - the code termsdue still falls back to
       01 StdTermsCode PIC X(4) VALUE "N30".
       01 StdTermsDays PIC S9(7) VALUE 30.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
      *Positions of the 4-digit amounts in the old record, in
      *ascending order - each one gains two leading digits
       01 AmtFieldTable.
           02 AmtFieldPos PIC 9(3) OCCURS 25 TIMES.
       01 AmtFieldCount PIC 99 VALUE ZERO.
       01 AmtFieldIdx PIC 99 VALUE ZERO.
       01 NextAmtPos PIC 9(3) VALUE ZERO.
       01 GroupStep PIC 9(3) VALUE ZERO.
       01 GroupCount PIC 99 VALUE ZERO.
       01 GroupIdx PIC 99 VALUE ZERO.
       01 InPos PIC 9(3) VALUE ZERO.
       01 OutPos PIC 9(3) VALUE ZERO.
       01 SegLen PIC 9(3) VALUE ZERO.
       01 AmtOldText PIC X(6) VALUE SPACE.
       01 AmtOldValue REDEFINES AmtOldText PIC 9(4)V99.
       01 AmtNewText PIC X(8) VALUE SPACE.
       01 AmtNewValue REDEFINES AmtNewText PIC 9(6)V99.
      *Customer images held in the history and archive files gain the
      *company code on the end, the same as Customer.dat itself
       01 OldCustImage PIC X(134) VALUE SPACE.
       01 NewCustImage PIC X(136) VALUE SPACE.
       01 HashText PIC X(7) VALUE SPACE.
       01 HashValue REDEFINES HashText PIC 9(7).
       01 ConvHeading PIC X(44) VALUE
           "MONEY FIELD AND RECORD LAYOUT CONVERSION RUN".
       01 ConvDetailLine.
           02 CnvFileName PIC X(16).
           02 FILLER PIC X(9) VALUE "  before:".
           02 PrnInCount PIC ZZZZZ9.
           02 FILLER PIC X(8) VALUE "  after:".
           02 PrnOutCount PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotBefore PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotAfter PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBadAmt PIC ZZZZZ9 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 CnvResult PIC X(9).

      *Each file is converted to a New file, then checked: when the
      *record counts and the before and after totals agree, and no
      *amount had to be copied unconverted, the original is renamed
      *to its Old name and the New file takes its place.  Otherwise
      *both are left as they are and the file is reported HELD.  A
      *file whose Old copy is already there has been converted and
      *is skipped, so the run can safely be repeated.  The totals are
      *money for the receivables files and an IDNum hash for the
      *customer files.
       PROCEDURE DIVISION.
           DISPLAY "Convert receivables and customer files to the " &
               "current layouts ? Y/N : " WITH NO ADVANCING
           ACCEPT ConfirmRun
           IF RunConfirmed
               OPEN OUTPUT ConvReport
               WRITE ConvLine FROM ConvHeading
               PERFORM ConvertInvoiceFile
               PERFORM ConvertCustomerFile
               MOVE "V" TO ConvMode
               MOVE "InvArch.dat" TO WSInFileName
               MOVE "InvArchNew.dat" TO WSOutFileName
               PERFORM ConvertSeqFile
               MOVE "H" TO ConvMode
               MOVE "CustHist.dat" TO WSInFileName
               MOVE "CustHistNew.dat" TO WSOutFileName
               PERFORM ConvertSeqFile
               MOVE "K" TO ConvMode
               MOVE "CustArch.dat" TO WSInFileName
               MOVE "CustArchNew.dat" TO WSOutFileName
               PERFORM ConvertSeqFile
               MOVE "M" TO ConvMode
               MOVE "Payment.dat" TO WSInFileName
               MOVE "PaymentNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 25 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               MOVE "PayArch.dat" TO WSInFileName
               MOVE "PayArchNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 34 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               MOVE "UnappCash.dat" TO WSInFileName
               MOVE "UnappCashNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 18 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               MOVE "InvLines.dat" TO WSInFileName
               MOVE "InvLinesNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 53 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               MOVE "ItemMast.dat" TO WSInFileName
               MOVE "ItemMastNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 29 TO NextAmtPos
               PERFORM AddAmtField
               MOVE 47 TO NextAmtPos
               PERFORM AddAmtField
               MOVE 73 TO NextAmtPos
               MOVE 15 TO GroupStep
               MOVE 3 TO GroupCount
               PERFORM AddAmtGroup
               PERFORM ConvertSeqFile
               MOVE "CustPrice.dat" TO WSInFileName
               MOVE "CustPriceNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 18 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               MOVE "RecurBill.dat" TO WSInFileName
               MOVE "RecurBillNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 16 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               MOVE "SalesOrd.dat" TO WSInFileName
               MOVE "SalesOrdNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 88 TO NextAmtPos
               MOVE 26 TO GroupStep
               MOVE 20 TO GroupCount
               PERFORM AddAmtGroup
               PERFORM ConvertSeqFile
               MOVE "Returns.dat" TO WSInFileName
               MOVE "ReturnsNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 76 TO NextAmtPos
               PERFORM AddAmtField
               MOVE 83 TO NextAmtPos
               PERFORM AddAmtField
               MOVE 123 TO NextAmtPos
               MOVE 28 TO GroupStep
               MOVE 20 TO GroupCount
               PERFORM AddAmtGroup
               PERFORM ConvertSeqFile
               MOVE "RevSched.dat" TO WSInFileName
               MOVE "RevSchedNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 40 TO NextAmtPos
               PERFORM AddAmtField
               MOVE 47 TO NextAmtPos
               PERFORM AddAmtField
               MOVE 54 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               MOVE "Quote.dat" TO WSInFileName
               MOVE "QuoteNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 24 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               MOVE "TaxInput.dat" TO WSInFileName
               MOVE "TaxInputNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 6 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               MOVE "TaxSusp.dat" TO WSInFileName
               MOVE "TaxSuspNew.dat" TO WSOutFileName
               MOVE ZERO TO AmtFieldCount
               MOVE 6 TO NextAmtPos
               PERFORM AddAmtField
               PERFORM ConvertSeqFile
               CLOSE ConvReport
               IF TotalBadAmt > ZERO
                   DISPLAY TotalBadAmt " non-numeric amounts copied "
                       "unconverted - review before use"
               END-IF
               IF HeldCount > ZERO
                   DISPLAY HeldCount " files HELD - originals left "
                       "in place, check AmtConv.rpt before renaming "
                       "the New files by hand"
               ELSE
                   DISPLAY "Conversion complete - originals kept " &
                       "under their Old names, see AmtConv.rpt"
               END-IF
           ELSE
               DISPLAY "Conversion cancelled"
           END-IF.

       STOP RUN.

       AddAmtField.
       ADD 1 TO AmtFieldCount
       MOVE NextAmtPos TO AmtFieldPos(AmtFieldCount).

       AddAmtGroup.
       PERFORM VARYING GroupIdx FROM 1 BY 1
           UNTIL GroupIdx > GroupCount
           PERFORM AddAmtField
           ADD GroupStep TO NextAmtPos
       END-PERFORM.

      *Clears the counts for the next file and works out its Old
      *name - Invoice.dat is kept as InvoiceOld.dat.
       StartStep.
       MOVE ZERO TO InCount
       MOVE ZERO TO OutCount
       MOVE ZERO TO TotalBefore
       MOVE ZERO TO TotalAfter
       MOVE ZERO TO BadAmtCount
       MOVE SPACES TO CnvResult
       MOVE SPACES TO KeepBase
       MOVE SPACES TO KeepExt
       MOVE SPACES TO WSKeepFileName
       UNSTRING WSInFileName DELIMITED BY "."
           INTO KeepBase KeepExt
       END-UNSTRING
       STRING KeepBase DELIMITED BY SPACE
           "Old." DELIMITED BY SIZE
           KeepExt DELIMITED BY SPACE
           INTO WSKeepFileName
       END-STRING
       MOVE "N" TO StepDoneFlag
       OPEN INPUT KeepCheckFile
       IF WSFileStatus NOT = "35"
           IF WSFileStatus = "00"
               CLOSE KeepCheckFile
           END-IF
           MOVE "Y" TO StepDoneFlag
           DISPLAY WSInFileName " already converted - "
               WSKeepFileName " exists - skipped"
       END-IF.

       ConvertInvoiceFile.
       MOVE "Invoice.dat" TO WSInFileName
       MOVE "InvoiceNew.dat" TO WSOutFileName
       PERFORM StartStep
       IF StepAlreadyDone
           CONTINUE
       ELSE
       OPEN INPUT OldInvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "Invoice.dat not convertible - status "
               WSFileStatus
       ELSE
           OPEN OUTPUT NewInvoiceFile
           MOVE "N" TO OldEOFFlag
           READ OldInvoiceFile INTO OldInvoiceData
               AT END SET OldEOF TO TRUE
           END-READ
           PERFORM ConvertInvoiceRecord UNTIL OldEOF
           CLOSE OldInvoiceFile, NewInvoiceFile
           MOVE "Invoice.dat" TO CnvFileName
           PERFORM ReportFile
       END-IF
       END-IF.

       ConvertInvoiceRecord.
       ADD 1 TO InCount
       PERFORM BuildNewInvoice
       WRITE NewInvoiceRecord FROM InvoiceData
           INVALID KEY
               DISPLAY "Duplicate key on rebuild : " OldInvKey
           NOT INVALID KEY
               ADD 1 TO OutCount
               ADD InvAmount TO TotalAfter
       END-WRITE
       READ OldInvoiceFile INTO OldInvoiceData
           AT END SET OldEOF TO TRUE
       END-READ.

      *The old record goes across unchanged apart from the wider
      *amount.  Invoices take the standard terms and fall due 30 days
      *after the invoice date; credits, write-offs and fees are due
      *on their own date with no terms, as they are posted today.
      *Every document belonged to company 01, and none carried a
      *salesperson or purchase order.
       BuildNewInvoice.
       MOVE SPACES TO InvoiceData
       MOVE OldInvFront TO InvoiceData(1:26)
       MOVE OldInvTail TO InvoiceData(35:19)
       IF OldInvAmount IS NUMERIC
           MOVE OldInvAmount TO InvAmount
           ADD OldInvAmount TO TotalBefore
       ELSE
           MOVE ZERO TO InvAmount
           ADD 1 TO BadAmtCount
           DISPLAY "Invoice " OldInvKey " amount not numeric - "
               "set to zero"
       END-IF
       MOVE ZEROS TO InvDueDate
       IF OldInvoiceDoc
           MOVE StdTermsCode TO InvTermsCode
           IF OldInvDate IS NUMERIC AND OldInvDate > ZERO
               MOVE "A" TO DateFunction
               MOVE OldInvDate TO DateOne
               MOVE ZEROS TO DateTwo
               MOVE StdTermsDays TO DateDays
               CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
                   DateDays, DateResult, DateStatus
               IF DateStatus = "00"
                   MOVE DateResult TO InvDueDate
               END-IF
           END-IF
       ELSE
           IF OldInvDate IS NUMERIC
               MOVE OldInvDate TO InvDueDate
           END-IF
       END-IF
       MOVE SPACES TO InvSalesCode
       MOVE "01" TO InvCompany
       MOVE SPACES TO InvPONumber.

       ConvertCustomerFile.
       MOVE "Customer.dat" TO WSInFileName
       MOVE "CustomerNew.dat" TO WSOutFileName
       PERFORM StartStep
       IF StepAlreadyDone
           CONTINUE
       ELSE
       OPEN INPUT OldCustomerFile
       IF WSFileStatus NOT = "00"
           DISPLAY "Customer.dat not convertible - status "
               WSFileStatus
       ELSE
           OPEN OUTPUT NewCustomerFile
           MOVE "N" TO OldEOFFlag
           READ OldCustomerFile
               AT END SET OldEOF TO TRUE
           END-READ
           PERFORM ConvertCustomerRecord UNTIL OldEOF
           CLOSE OldCustomerFile, NewCustomerFile
           MOVE "Customer.dat" TO CnvFileName
           PERFORM ReportFile
       END-IF
       END-IF.

       ConvertCustomerRecord.
       ADD 1 TO InCount
       ADD OldIDNum TO TotalBefore
       MOVE OldCustomerData TO CustomerData
       MOVE "01" TO CustCompany
       WRITE CustomerData
           INVALID KEY
               DISPLAY "Duplicate key on rebuild : " OldIDNum
           NOT INVALID KEY
               ADD 1 TO OutCount
               ADD IDNum TO TotalAfter
       END-WRITE
       READ OldCustomerFile
           AT END SET OldEOF TO TRUE
       END-READ.

       ConvertSeqFile.
       PERFORM StartStep
       IF StepAlreadyDone
           CONTINUE
       ELSE
       OPEN INPUT SeqInFile
       IF WSFileStatus = "35"
           DISPLAY WSInFileName " not present - skipped"
       ELSE
           OPEN OUTPUT SeqOutFile
           MOVE SPACES TO SeqInRecord
           READ SeqInFile
               AT END SET SeqEOF TO TRUE
           END-READ
           PERFORM ConvertSeqRecord UNTIL SeqEOF
           CLOSE SeqInFile, SeqOutFile
           MOVE WSInFileName TO CnvFileName
           PERFORM ReportFile
       END-IF
       END-IF.

      *V is the invoice archive - archive date, then an invoice
      *image; H is customer history - a 37-byte prefix then before
      *and after images; K is the customer archive - purge date then
      *an image.  M widens the amounts listed in AmtFieldTable.
       ConvertSeqRecord.
       ADD 1 TO InCount
       MOVE SPACES TO SeqOutRecord
       EVALUATE ConvMode
           WHEN "V"
               MOVE SeqInRecord(1:9) TO SeqOutRecord(1:9)
               MOVE SeqInRecord(10:51) TO OldInvoiceData
               PERFORM BuildNewInvoice
               MOVE InvoiceData TO SeqOutRecord(10:86)
               ADD InvAmount TO TotalAfter
           WHEN "H"
               MOVE SeqInRecord(1:7) TO HashText
               PERFORM AddHashBefore
               MOVE SeqInRecord(1:37) TO SeqOutRecord(1:37)
               MOVE SeqInRecord(38:134) TO OldCustImage
               PERFORM WidenCustImage
               MOVE NewCustImage TO SeqOutRecord(38:136)
               MOVE SeqInRecord(172:1) TO SeqOutRecord(174:1)
               MOVE SeqInRecord(173:134) TO OldCustImage
               PERFORM WidenCustImage
               MOVE NewCustImage TO SeqOutRecord(175:136)
               MOVE SeqOutRecord(1:7) TO HashText
               PERFORM AddHashAfter
           WHEN "K"
               MOVE SeqInRecord(18:7) TO HashText
               PERFORM AddHashBefore
               MOVE SeqInRecord(1:9) TO SeqOutRecord(1:9)
               MOVE SeqInRecord(10:134) TO OldCustImage
               PERFORM WidenCustImage
               MOVE NewCustImage TO SeqOutRecord(10:136)
               MOVE SeqOutRecord(18:7) TO HashText
               PERFORM AddHashAfter
           WHEN OTHER
               PERFORM WidenAmounts
       END-EVALUATE
       WRITE SeqOutRecord
       ADD 1 TO OutCount
       MOVE SPACES TO SeqInRecord
       READ SeqInFile
           AT END SET SeqEOF TO TRUE
       END-READ.

      *Copy the record across a segment at a time, widening each
      *listed amount.  A blank amount stays blank, two bytes longer
       WidenAmounts.
       MOVE 1 TO InPos
       MOVE 1 TO OutPos
       PERFORM VARYING AmtFieldIdx FROM 1 BY 1
           UNTIL AmtFieldIdx > AmtFieldCount
           COMPUTE SegLen = AmtFieldPos(AmtFieldIdx) - InPos
           IF SegLen > ZERO
               MOVE SeqInRecord(InPos:SegLen)
                   TO SeqOutRecord(OutPos:SegLen)
               ADD SegLen TO OutPos
           END-IF
           MOVE SeqInRecord(AmtFieldPos(AmtFieldIdx):6)
               TO AmtOldText
           PERFORM ConvertAmount
           MOVE AmtNewText TO SeqOutRecord(OutPos:8)
           ADD 8 TO OutPos
           COMPUTE InPos = AmtFieldPos(AmtFieldIdx) + 6
       END-PERFORM
       COMPUTE SegLen = 801 - InPos
       MOVE SeqInRecord(InPos:SegLen) TO SeqOutRecord(OutPos:SegLen).

       ConvertAmount.
       IF AmtOldText = SPACES
           MOVE SPACES TO AmtNewText
       ELSE
       IF AmtOldValue IS NUMERIC
           MOVE AmtOldValue TO AmtNewValue
           ADD AmtOldValue TO TotalBefore
           ADD AmtNewValue TO TotalAfter
       ELSE
           STRING "00" DELIMITED BY SIZE
               AmtOldText DELIMITED BY SIZE
               INTO AmtNewText
           END-STRING
           ADD 1 TO BadAmtCount
       END-IF
       END-IF.

      *A blank image - the before image of an add - stays blank
       WidenCustImage.
       IF OldCustImage = SPACES
           MOVE SPACES TO NewCustImage
       ELSE
           MOVE OldCustImage TO NewCustImage
           MOVE "01" TO NewCustImage(135:2)
       END-IF.

       AddHashBefore.
       IF HashValue IS NUMERIC
           ADD HashValue TO TotalBefore
       END-IF.

       AddHashAfter.
       IF HashValue IS NUMERIC
           ADD HashValue TO TotalAfter
       END-IF.

       ReportFile.
       PERFORM PlaceNewFile
       MOVE InCount TO PrnInCount
       MOVE OutCount TO PrnOutCount
       MOVE TotalBefore TO PrnTotBefore
       MOVE TotalAfter TO PrnTotAfter
       MOVE BadAmtCount TO PrnBadAmt
       ADD BadAmtCount TO TotalBadAmt
       WRITE ConvLine FROM ConvDetailLine
       DISPLAY ConvDetailLine.

      *Should the New file not go into place, the original is put
      *back under its own name.
       PlaceNewFile.
       IF InCount NOT = OutCount
           OR TotalBefore NOT = TotalAfter
           OR BadAmtCount > ZERO
           MOVE "HELD" TO CnvResult
           ADD 1 TO HeldCount
       ELSE
           CALL "CBL_RENAME_FILE" USING WSInFileName, WSKeepFileName
           MOVE RETURN-CODE TO RenameRC
           MOVE ZERO TO RETURN-CODE
           IF RenameRC NOT = ZERO
               MOVE "HELD" TO CnvResult
               ADD 1 TO HeldCount
           ELSE
               CALL "CBL_RENAME_FILE" USING WSOutFileName,
                   WSInFileName
               MOVE RETURN-CODE TO RenameRC
               MOVE ZERO TO RETURN-CODE
               IF RenameRC NOT = ZERO
                   CALL "CBL_RENAME_FILE" USING WSKeepFileName,
                       WSInFileName
                   MOVE ZERO TO RETURN-CODE
                   MOVE "HELD" TO CnvResult
                   ADD 1 TO HeldCount
               ELSE
                   MOVE "RENAMED" TO CnvResult
               END-IF
           END-IF
       END-IF.
