           SELECT RegisterFile ASSIGN TO "LtrReg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CampaignFile ASSIGN TO "Campaign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CampMembFile ASSIGN TO "CampMemb.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT LetterReport ASSIGN TO "CustLetter.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 ParmAgeMin PIC 9(3).
           02 ParmAgeMax PIC 9(3).
           02 ParmStatus PIC X.
           02 ParmCampaign PIC X(6).

       FD MailStatFile.
       01 MailStatRecord.
           02 FILLER PIC X.
           02 RegName PIC X(28).

       FD CampaignFile.
           COPY campdata.

       FD CampMembFile.
           COPY campmemb.

       FD LetterReport.
       01 LetterLine PIC X(80).

       01 OutPos PIC 999 VALUE 1.
       01 TokenWord PIC X(10) VALUE SPACE.
       01 TokenLen PIC 99 VALUE ZERO.
       01 FieldText PIC X(99) VALUE SPACE.
       01 FieldLen PIC 99 VALUE ZERO.
       01 ScanIdx PIC 99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 WSAmtWords PIC X(120) VALUE SPACE.
       01 LetterSepLine PIC X(60) VALUE ALL "-".
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE SPACE.
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 SelCampaign PIC X(6) VALUE SPACE.
       01 CampFoundFlag PIC X VALUE "N".
           88 CampaignFound VALUE "Y".
       01 CampStartDate PIC 9(8) VALUE ZEROS.
       01 CampEndDate PIC 9(8) VALUE ZEROS.
       01 CampHoldEvery PIC 99 VALUE ZERO.
       01 MembEOFFlag PIC X VALUE "N".
           88 MembEOF VALUE "Y".
       01 MembTable.
           02 MbIDNum PIC 9(7) OCCURS 2000 TIMES.
       01 MembCount PIC 9(4) VALUE ZERO.
       01 MembIdx PIC 9(4) VALUE ZERO.
       01 CampSelectCount PIC 9(6) VALUE ZERO.
       01 ControlCount PIC 9(6) VALUE ZERO.
       01 AlreadyInCount PIC 9(6) VALUE ZERO.
       01 HoldQuot PIC 9(6) VALUE ZERO.
       01 HoldRem PIC 99 VALUE ZERO.


       PROCEDURE DIVISION.
               STOP RUN
           END-IF
           PERFORM ReadLetterParms
           IF SelCampaign NOT = SPACES
               PERFORM LoadCampaign
               IF NOT CampaignFound
                   DISPLAY "Campaign " SelCampaign " not on " &
                       "Campaign.dat - letters not produced"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WSToday < CampStartDate OR WSToday > CampEndDate
                   DISPLAY "Campaign " SelCampaign " mails only " &
                       "from " CampStartDate " to " CampEndDate
                       " - letters not produced"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LoadCampaignMembers
           END-IF
           PERFORM LoadMailTable
           PERFORM LoadBalanceTable
           OPEN INPUT CustomerFile
           END-IF
           OPEN OUTPUT LetterReport
           PERFORM OpenRegisterForExtend
           IF SelCampaign NOT = SPACES
               PERFORM OpenCampMembForExtend
           END-IF
           PERFORM MergeOneCustomer UNTIL CustEOF
           CLOSE CustomerFile, LetterReport, RegisterFile
           DISPLAY "Letters written to CustLetter.rpt - "
               LettersPrinted " letters"
           IF SelCampaign NOT = SPACES
               CLOSE CampMembFile
               DISPLAY "Campaign " SelCampaign " - " ControlCount
                   " held back as control, " AlreadyInCount
                   " already in the campaign"
           END-IF
           STOP RUN.

       LoadTemplate.
       MOVE ZERO TO SelAgeMin
       MOVE 999 TO SelAgeMax
       MOVE "A" TO SelStatus
       MOVE SPACES TO SelCampaign
       OPEN INPUT ParmFile
       IF WSFileStatus = "35"
           CONTINUE
       END-IF
       IF ParmStatus = "A" OR ParmStatus = "D" OR ParmStatus = "B"
           MOVE ParmStatus TO SelStatus
       END-IF
       MOVE ParmCampaign TO SelCampaign.

       LoadCampaign.
       MOVE "N" TO CampFoundFlag
       OPEN INPUT CampaignFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO CmpCode
           PERFORM FindOneCampaign UNTIL CampaignEOF
           CLOSE CampaignFile
       END-IF.

       FindOneCampaign.
       READ CampaignFile
           AT END SET CampaignEOF TO TRUE
           NOT AT END
               IF CmpCode = SelCampaign
                   MOVE "Y" TO CampFoundFlag
                   MOVE CmpStartDate TO CampStartDate
                   MOVE CmpEndDate TO CampEndDate
                   MOVE CmpHoldEvery TO CampHoldEvery
               END-IF
       END-READ.

       LoadCampaignMembers.
       MOVE ZERO TO MembCount
       OPEN INPUT CampMembFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO MembEOFFlag
           PERFORM LoadOneMember UNTIL MembEOF
           CLOSE CampMembFile
       END-IF.

       LoadOneMember.
       READ CampMembFile
           AT END SET MembEOF TO TRUE
           NOT AT END
               IF CmmCode = SelCampaign AND MembCount < 2000
                   ADD 1 TO MembCount
                   MOVE CmmIDNum TO MbIDNum(MembCount)
               END-IF
       END-READ.

       LoadMailTable.
       MOVE ZERO TO MailCount
       OPEN INPUT MailStatFile
       END-IF
       OPEN EXTEND RegisterFile.

       OpenCampMembForExtend.
       OPEN INPUT CampMembFile
       IF WSFileStatus = "35"
           OPEN OUTPUT CampMembFile
           CLOSE CampMembFile
       ELSE
           CLOSE CampMembFile
       END-IF
       OPEN EXTEND CampMembFile.

       MergeOneCustomer.
       READ CustomerFile
           AT END MOVE "Y" TO CustEOFFlag
           NOT AT END
               PERFORM CheckLetterSelection
               IF RecSelected
                   IF SelCampaign = SPACES
                       PERFORM PrintOneLetter
                   ELSE
                       PERFORM CampaignSelection
                   END-IF
               END-IF
       END-READ.

           END-IF
       END-IF.

      *A customer already in the campaign is not selected again.
      *Every Nth customer newly selected is held back as control -
      *recorded in the campaign but not mailed
       CampaignSelection.
       PERFORM VARYING MembIdx FROM 1 BY 1
           UNTIL MembIdx > MembCount
           IF MbIDNum(MembIdx) = IDNum
               MOVE "N" TO SelectedFlag
           END-IF
       END-PERFORM
       IF NOT RecSelected
           ADD 1 TO AlreadyInCount
       ELSE
           ADD 1 TO CampSelectCount
           MOVE 1 TO HoldRem
           IF CampHoldEvery > ZERO
               DIVIDE CampSelectCount BY CampHoldEvery
                   GIVING HoldQuot REMAINDER HoldRem
           END-IF
           MOVE SPACES TO CampMembData
           MOVE SelCampaign TO CmmCode
           MOVE IDNum TO CmmIDNum
           MOVE WSToday TO CmmDate
           IF HoldRem = ZERO
               SET CmmControl TO TRUE
               ADD 1 TO ControlCount
           ELSE
               PERFORM PrintOneLetter
               SET CmmMailed TO TRUE
           END-IF
           WRITE CampMembData
       END-IF.

       PrintOneLetter.
       PERFORM FindCustomerBalance
       WRITE LetterLine FROM LetterSepLine AFTER ADVANCING 2 LINES
       MOVE IDNum TO ContIDNum
       MOVE "LETTER" TO ContTouchType
       MOVE "CustLetter" TO ContDocRef
       IF SelCampaign NOT = SPACES
           MOVE SPACES TO ContDocRef
           STRING "CAMP " DELIMITED BY SIZE
               SelCampaign DELIMITED BY SPACE
               INTO ContDocRef
           END-STRING
       END-IF
       CALL 'conthist' USING ContIDNum, ContTouchType,
           ContDocRef.

           WHEN WorkLine(InPos:5) = "&POST"
               MOVE 5 TO TokenLen
               MOVE AddrPostCode TO FieldText
           WHEN WorkLine(InPos:9) = "&AMTWORDS"
               MOVE 9 TO TokenLen
               MOVE CustOpenBal TO WSAmtSigned
               CALL 'amtwords' USING WSAmtSigned, WSAmtWords
               MOVE WSAmtWords TO FieldText
           WHEN WorkLine(InPos:7) = "&AMOUNT"
               MOVE 7 TO TokenLen
               MOVE CustOpenBal TO WSAmtSigned
       ELSE
           ADD TokenLen TO InPos
           MOVE ZERO TO FieldLen
           PERFORM VARYING ScanIdx FROM 99 BY -1
               UNTIL ScanIdx < 1 OR FieldLen > ZERO
               IF FieldText(ScanIdx:1) NOT = SPACE
                   MOVE ScanIdx TO FieldLen
