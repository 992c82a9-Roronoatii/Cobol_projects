           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT AgencyPlcFile ASSIGN TO "AgencyPlc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ScoreFile ASSIGN TO "CredScore.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CaseFile ASSIGN TO "Cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
       FD PaymentFile.
           COPY paydata.

       FD AgencyPlcFile.
           COPY agydata.

       FD ScoreFile.
           COPY credscore.

       FD CaseFile.
           COPY casedata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 EntryOption PIC X VALUE SPACE.
           88 InvEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 AgpEOFFlag PIC X VALUE "N".
           88 AgpEOF VALUE "Y".
       01 PlacedItems PIC 9(3) VALUE ZERO.
       01 PlacedSince PIC 9(8) VALUE ZEROS.
       01 PlacedValue PIC 9(8)V99 VALUE ZERO.
       01 ScoreEOFFlag PIC X VALUE "N".
           88 ScoreEOF VALUE "Y".
       01 GradeFoundFlag PIC X VALUE "N".
           88 GradeFound VALUE "Y".
       01 ShownGrade PIC X VALUE SPACE.
       01 ShownGradeDate PIC 9(8) VALUE ZEROS.
       01 DocTable.
           02 DocEntry OCCURS 200 TIMES.
               03 DocNumber PIC 9(6).
           02 PayDetEntry OCCURS 300 TIMES.
               03 PDInvNum PIC 9(6).
               03 PDDate PIC 9(8).
               03 PDAmount PIC 9(6)V99.
               03 PDType PIC X.
       01 PayDetCount PIC 9(3) VALUE ZERO.
       01 PayDetIdx PIC 9(3) VALUE ZERO.
       01 ChkFunction PIC X VALUE "V".
       01 ChkDigStatus PIC X VALUE SPACE.
       01 ChkDigWork PIC 9(7) VALUE ZEROS.
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 TaxIDAction PIC X VALUE "M".
       01 TaxIDOperator PIC X(8) VALUE SPACE.
       01 TaxIDMasked PIC X(9) VALUE SPACE.
       01 TaxIDStatus PIC X VALUE SPACE.
       01 ReadOperator PIC X(8) VALUE SPACE.
       01 ReadProgram PIC X(8) VALUE "CUSTINQ".
       01 LoyAction PIC X VALUE "B".
       01 LoyInvNumber PIC 9(6) VALUE ZEROS.
       01 LoyEntryType PIC X VALUE SPACE.
       01 LoyDate PIC 9(8) VALUE ZEROS.
       01 LoyPoints PIC S9(7) VALUE ZERO.
       01 LoyStatus PIC X VALUE SPACE.
       01 PrnLoyPoints PIC -,---,--9.
       01 CaseEOFFlag PIC X VALUE "N".
           88 CaseEOF VALUE "Y".
       01 CaseDetTable.
           02 CaseDetEntry OCCURS 50 TIMES.
               03 CDNumber PIC 9(6).
               03 CDInvNum PIC 9(6).
               03 CDCategory PIC X(2).
               03 CDStatus PIC X.
               03 CDTarget PIC 9(8).
               03 CDAssignee PIC X(8).
       01 CaseDetCount PIC 99 VALUE ZERO.
       01 CaseDetIdx PIC 99 VALUE ZERO.
       01 OpenCaseCount PIC 99 VALUE ZERO.

       01 DocDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPayDate PIC 9(8).
           02 FILLER PIC X(11) VALUE "  PAYMENT  ".
           02 PrnPayAmount PIC $$,$$$,$$9.99CR.
       01 CaseDetailLine.
           02 FILLER PIC X(11) VALUE "      CASE ".
           02 PrnCaseNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCaseStatus PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCaseCategory PIC X(2).
           02 FILLER PIC X(8) VALUE " target ".
           02 PrnCaseTarget PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCaseAssignee PIC X(8).

       PROCEDURE DIVISION.
           CALL 'getcomp' USING GcCompany, GcCompName
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No customer file - inquiry unavailable"
           DISPLAY "Warning - ID " WSCustID " fails the check "
               "digit - confirm the number before continuing"
       END-IF
      *Customers of another company are not shown to the operator.
       MOVE WSCustID TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Customer ID not found"
           NOT INVALID KEY
               MOVE CustCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany NOT = GcCompany
                   DISPLAY "Customer ID not found"
               ELSE
                   PERFORM ShowCustomerInquiry
               END-IF
       END-READ.

       ShowCustomerInquiry.
       DISPLAY "Customer : " FirstName " " LastName
       IF CEData
           DISPLAY "(customer is deleted)"
       END-IF
       CALL 'readlog' USING ReadOperator, IDNum, ReadProgram
       MOVE "M" TO TaxIDAction
       CALL 'taxidsvc' USING TaxIDAction, TaxIDOperator, IDNum,
           TaxIDMasked, TaxIDStatus
       IF TaxIDStatus = "Y"
           DISPLAY "Taxpayer ID : " TaxIDMasked
       END-IF
       PERFORM CheckAgencyPlacement
       IF PlacedItems > ZERO
           MOVE PlacedValue TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "** PLACED WITH COLLECTION AGENCY since "
               PlacedSince " - " PlacedItems " items " WSAmtFormatted
       END-IF
       PERFORM FindCreditGrade
       IF GradeFound
           DISPLAY "Credit grade : " ShownGrade
               " (scored " ShownGradeDate ")"
       END-IF
       MOVE "B" TO LoyAction
       CALL 'loysvc' USING LoyAction, WSCustID, LoyInvNumber,
           LoyEntryType, LoyDate, LoyPoints, LoyStatus
       IF LoyStatus = "Y"
           MOVE LoyPoints TO PrnLoyPoints
           DISPLAY "Loyalty points : " PrnLoyPoints
       END-IF
       PERFORM BuildInquiryTables
       IF OpenCaseCount > ZERO
           DISPLAY "Open service cases : " OpenCaseCount
       END-IF
       IF DocCount = ZERO
           DISPLAY "No invoices on file for this customer"
       ELSE
           PERFORM ShowInquiryPages
       END-IF.

       CheckAgencyPlacement.
       MOVE ZERO TO PlacedItems
       MOVE ZEROS TO PlacedSince
       MOVE ZERO TO PlacedValue
       OPEN INPUT AgencyPlcFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO AgpEOFFlag
           PERFORM CheckOnePlacement UNTIL AgpEOF
           CLOSE AgencyPlcFile
       END-IF.

       CheckOnePlacement.
       READ AgencyPlcFile
           AT END SET AgpEOF TO TRUE
           NOT AT END
               IF AgpIDNum = WSCustID AND AgpActive
                   ADD 1 TO PlacedItems
                   ADD AgpPlacedAmount TO PlacedValue
                   IF PlacedSince = ZEROS
                       OR AgpPlacedDate < PlacedSince
                       MOVE AgpPlacedDate TO PlacedSince
                   END-IF
               END-IF
       END-READ.

       FindCreditGrade.
       MOVE "N" TO GradeFoundFlag
       OPEN INPUT ScoreFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScoreEOFFlag
           PERFORM CheckOneScore UNTIL ScoreEOF
           CLOSE ScoreFile
       END-IF.

       CheckOneScore.
       READ ScoreFile
           AT END SET ScoreEOF TO TRUE
           NOT AT END
               IF ScrIDNum = WSCustID
                   MOVE "Y" TO GradeFoundFlag
                   MOVE ScrGrade TO ShownGrade
                   MOVE ScrDate TO ShownGradeDate
               END-IF
       END-READ.

       MOVE ZERO TO TotalOpen
       PERFORM LoadCustomerDocs
       PERFORM LoadCustomerPayments
       PERFORM LoadCustomerCases
       PERFORM NetDocBalances
       PERFORM SortDocsNewestFirst.

                       MOVE InvDocType TO DocType(DocCount)
                       MOVE InvAmount TO DocAmount(DocCount)
                       MOVE InvAmount TO DocOpen(DocCount)
                       IF CreditMemoDoc OR WriteOffDoc OR DiscountDoc
                           MOVE ZERO TO DocOpen(DocCount)
                           PERFORM NetCreditToDoc
                       END-IF
                       IF RefundDoc
                           MOVE ZERO TO DocOpen(DocCount)
                           PERFORM NetRefundToDoc
                       END-IF
                       IF AgencyFeeDoc
                           MOVE ZERO TO DocOpen(DocCount)
                       END-IF
                   END-IF
               END-IF
       END-READ.
           IF DocNumber(DocIdx) = InvRefNumber
               AND DocType(DocIdx) NOT = "C"
               AND DocType(DocIdx) NOT = "W"
               AND DocType(DocIdx) NOT = "D"
               SUBTRACT InvAmount FROM DocOpen(DocIdx)
           END-IF
       END-PERFORM.

       NetRefundToDoc.
       PERFORM VARYING DocIdx FROM 1 BY 1 UNTIL DocIdx > DocCount
           IF DocNumber(DocIdx) = InvRefNumber
               AND DocType(DocIdx) NOT = "R"
               ADD InvAmount TO DocOpen(DocIdx)
           END-IF
       END-PERFORM.

       LoadCustomerPayments.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
               END-IF
       END-READ.

      *Service cases raised for the customer; those linked to an
      *invoice are shown under it.
       LoadCustomerCases.
       MOVE ZERO TO CaseDetCount
       MOVE ZERO TO OpenCaseCount
       OPEN INPUT CaseFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CaseEOFFlag
           PERFORM LoadOneCase UNTIL CaseEOF
           CLOSE CaseFile
       END-IF.

       LoadOneCase.
       READ CaseFile
           AT END SET CaseEOF TO TRUE
           NOT AT END
               IF CaseIDNum = WSCustID
                   IF NOT CaseClosed
                       ADD 1 TO OpenCaseCount
                   END-IF
                   IF CaseInvNumber NOT = ZEROS AND CaseDetCount < 50
                       ADD 1 TO CaseDetCount
                       MOVE CaseNumber TO CDNumber(CaseDetCount)
                       MOVE CaseInvNumber TO CDInvNum(CaseDetCount)
                       MOVE CaseCategory TO CDCategory(CaseDetCount)
                       MOVE CaseStatus TO CDStatus(CaseDetCount)
                       MOVE CaseTargetDate TO CDTarget(CaseDetCount)
                       MOVE CaseAssignedTo TO CDAssignee(CaseDetCount)
                   END-IF
               END-IF
       END-READ.

       NetDocBalances.
       PERFORM VARYING DocIdx FROM 1 BY 1 UNTIL DocIdx > DocCount
           PERFORM VARYING PayDetIdx FROM 1 BY 1
               IF PDInvNum(PayDetIdx) = DocNumber(DocIdx)
                   AND DocType(DocIdx) NOT = "C"
                   AND DocType(DocIdx) NOT = "W"
                   AND DocType(DocIdx) NOT = "D"
                   IF PDType(PayDetIdx) = "R"
                       ADD PDAmount(PayDetIdx)
                           TO DocOpen(DocIdx)
               MOVE "LATE CHG" TO PrnDocText
           WHEN "W"
               MOVE "WRITE OFF" TO PrnDocText
           WHEN "D"
               MOVE "DISCOUNT" TO PrnDocText
           WHEN "R"
               MOVE "REFUND" TO PrnDocText
           WHEN "A"
               MOVE "AGY COMM" TO PrnDocText
           WHEN OTHER
               MOVE "INVOICE" TO PrnDocText
       END-EVALUATE
                   PrnPayAmount
               DISPLAY PayDetailLine
           END-IF
       END-PERFORM
       PERFORM VARYING CaseDetIdx FROM 1 BY 1
           UNTIL CaseDetIdx > CaseDetCount
           IF CDInvNum(CaseDetIdx) = DocNumber(DocIdx)
               PERFORM ShowOneCase
           END-IF
       END-PERFORM.

       ShowOneCase.
       MOVE CDNumber(CaseDetIdx) TO PrnCaseNum
       EVALUATE CDStatus(CaseDetIdx)
           WHEN "O"
               MOVE "OPEN" TO PrnCaseStatus
           WHEN "W"
               MOVE "WAITING" TO PrnCaseStatus
           WHEN OTHER
               MOVE "CLOSED" TO PrnCaseStatus
       END-EVALUATE
       MOVE CDCategory(CaseDetIdx) TO PrnCaseCategory
       MOVE CDTarget(CaseDetIdx) TO PrnCaseTarget
       MOVE CDAssignee(CaseDetIdx) TO PrnCaseAssignee
       DISPLAY CaseDetailLine.
