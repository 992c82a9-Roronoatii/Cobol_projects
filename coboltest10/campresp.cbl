      *Marketing campaign results against the control group
       IDENTIFICATION DIVISION.
       PROGRAM-ID. campresp.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CampaignFile ASSIGN TO "Campaign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CampMembFile ASSIGN TO "CampMemb.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RespReport ASSIGN TO "CampResp.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CampaignFile.
           COPY campdata.

       FD CampMembFile.
           COPY campmemb.

       FD InvoiceFile.
           COPY invdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD RespReport.
       01 RespLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 MembEOFFlag PIC X VALUE "N".
           88 MembEOF VALUE "Y".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 CampTable.
           02 CampEntry OCCURS 100 TIMES.
               03 CTCode PIC X(6).
               03 CTDesc PIC X(30).
               03 CTStartDate PIC 9(8).
               03 CTEndDate PIC 9(8).
               03 CTCost PIC 9(6)V99.
               03 CTRespDays PIC 9(3).
               03 CTLastMailed PIC 9(8).
               03 CTMailCount PIC 9(6).
               03 CTMailResp PIC 9(6).
               03 CTMailRevenue PIC 9(8)V99.
               03 CTCtlCount PIC 9(6).
               03 CTCtlResp PIC 9(6).
               03 CTCtlRevenue PIC 9(8)V99.
       01 CampCount PIC 999 VALUE ZERO.
       01 CampIdx PIC 999 VALUE ZERO.
       01 CampFoundIdx PIC 999 VALUE ZERO.
      *One entry per campaign member, with the last date an invoice
      *still counts as a response
       01 MembTable.
           02 MembEntry OCCURS 5000 TIMES.
               03 MTCampIdx PIC 999.
               03 MTIDNum PIC 9(7).
               03 MTDate PIC 9(8).
               03 MTWindowEnd PIC 9(8).
               03 MTGroup PIC X.
               03 MTResponded PIC X.
               03 MTRevenue PIC 9(8)V99.
       01 MembCount PIC 9(4) VALUE ZERO.
       01 MembIdx PIC 9(4) VALUE ZERO.
       01 MembSkipped PIC 9(6) VALUE ZERO.
       01 InvoicesMatched PIC 9(6) VALUE ZERO.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
           88 DateCalcOK VALUE "00".
       01 WindowClose PIC 9(8) VALUE ZEROS.
       01 MailRate PIC 9(3)V99 VALUE ZERO.
       01 CtlRate PIC 9(3)V99 VALUE ZERO.
       01 MailPerCust PIC 9(8)V99 VALUE ZERO.
       01 CtlPerCust PIC 9(8)V99 VALUE ZERO.
       01 RateLift PIC S9(3)V99 VALUE ZERO.
       01 IncrRevenue PIC S9(8)V99 VALUE ZERO.
       01 NetReturn PIC S9(8)V99 VALUE ZERO.
       01 CostPerMail PIC 9(8)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 RespHeading.
           02 FILLER PIC X(33) VALUE
               "CAMPAIGN RESULTS - BUSINESS DATE ".
           02 PrnBusDate PIC 9(8).
       01 CampTitleLine.
           02 PrnCampCode PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCampDesc PIC X(30).
           02 FILLER PIC X(9) VALUE "  mailed ".
           02 PrnCampStart PIC 9(8).
           02 FILLER PIC X VALUE "-".
           02 PrnCampEnd PIC 9(8).
       01 CampWindowLine.
           02 FILLER PIC X(26) VALUE
               "  Response window (days): ".
           02 PrnRespDays PIC ZZ9.
           02 FILLER PIC X(22) VALUE "    last window closes".
           02 FILLER PIC X VALUE SPACE.
           02 PrnWindowClose PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWindowState PIC X(11).
       01 GroupHeads.
           02 FILLER PIC X(36) VALUE
               "GROUP     CUSTOMERS RESPONDERS   RAT".
           02 FILLER PIC X(35) VALUE
               "E %        REVENUE     PER CUSTOMER".
       01 GroupLine.
           02 PrnGroupName PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnGrpCount PIC ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnGrpResp PIC ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnGrpRate PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnGrpRevenue PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnGrpPerCust PIC $$,$$$,$$9.99CR.
       01 LiftLine.
           02 FILLER PIC X(26) VALUE
               "  Response rate lift    : ".
           02 PrnRateLift PIC ---9.99.
           02 FILLER PIC X(7) VALUE " points".
       01 MoneyLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMoneyText PIC X(24).
           02 PrnMoneyAmount PIC $$,$$$,$$9.99CR.
       01 NoControlLine PIC X(60) VALUE
           "  No control group held back - lift not measured".
       01 RespFootLine.
           02 FILLER PIC X(22) VALUE "CAMPAIGNS REPORTED  : ".
           02 PrnCampCount PIC ZZ9.
           02 FILLER PIC X(24) VALUE "    INVOICES MATCHED : ".
           02 PrnMatched PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM LoadCampaignTable
           IF CampCount = ZERO
               DISPLAY "No campaigns on Campaign.dat - nothing " &
                   "to report"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadMemberTable
           OPEN INPUT InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No invoice file - campaign results " &
                   "not produced"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO InvEOFFlag
           PERFORM MatchOneInvoice UNTIL InvEOF
           CLOSE InvoiceFile
           PERFORM VARYING MembIdx FROM 1 BY 1
               UNTIL MembIdx > MembCount
               PERFORM AddMemberToCampaign
           END-PERFORM
           OPEN OUTPUT RespReport
           MOVE WSBusDate TO PrnBusDate
           WRITE RespLine FROM RespHeading AFTER ADVANCING 1 LINE
           PERFORM VARYING CampIdx FROM 1 BY 1
               UNTIL CampIdx > CampCount
               PERFORM PrintOneCampaign
           END-PERFORM
           MOVE CampCount TO PrnCampCount
           MOVE InvoicesMatched TO PrnMatched
           MOVE SPACES TO RespLine
           WRITE RespLine AFTER ADVANCING 1 LINE
           WRITE RespLine FROM RespFootLine AFTER ADVANCING 1 LINE
           CLOSE RespReport
           IF MembSkipped > ZERO
               DISPLAY MembSkipped " campaign members not loaded - "
                   "campaign not on file or table full"
           END-IF
           DISPLAY "Campaign results written to CampResp.rpt"
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

       LoadCampaignTable.
       MOVE ZERO TO CampCount
       OPEN INPUT CampaignFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO CmpCode
           PERFORM LoadOneCampaign UNTIL CampaignEOF
           CLOSE CampaignFile
       END-IF.

       LoadOneCampaign.
       READ CampaignFile
           AT END SET CampaignEOF TO TRUE
           NOT AT END
               IF CampCount < 100 AND CmpCode NOT = SPACES
                   ADD 1 TO CampCount
                   INITIALIZE CampEntry(CampCount)
                   MOVE CmpCode TO CTCode(CampCount)
                   MOVE CmpDesc TO CTDesc(CampCount)
                   MOVE CmpStartDate TO CTStartDate(CampCount)
                   MOVE CmpEndDate TO CTEndDate(CampCount)
                   MOVE CmpCost TO CTCost(CampCount)
                   MOVE CmpRespDays TO CTRespDays(CampCount)
                   IF CTRespDays(CampCount) = ZERO
                       MOVE 60 TO CTRespDays(CampCount)
                   END-IF
               END-IF
       END-READ.

       LoadMemberTable.
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
               MOVE ZERO TO CampFoundIdx
               PERFORM VARYING CampIdx FROM 1 BY 1
                   UNTIL CampIdx > CampCount
                   IF CTCode(CampIdx) = CmmCode
                       MOVE CampIdx TO CampFoundIdx
                   END-IF
               END-PERFORM
               IF CampFoundIdx = ZERO OR MembCount >= 5000
                   ADD 1 TO MembSkipped
               ELSE
                   ADD 1 TO MembCount
                   MOVE CampFoundIdx TO MTCampIdx(MembCount)
                   MOVE CmmIDNum TO MTIDNum(MembCount)
                   MOVE CmmDate TO MTDate(MembCount)
                   MOVE CmmGroup TO MTGroup(MembCount)
                   MOVE "N" TO MTResponded(MembCount)
                   MOVE ZERO TO MTRevenue(MembCount)
                   MOVE "A" TO DateFunction
                   MOVE CmmDate TO DateOne
                   MOVE ZEROS TO DateTwo
                   MOVE CTRespDays(CampFoundIdx) TO DateDays
                   CALL 'datecalc' USING DateFunction, DateOne,
                       DateTwo, DateDays, DateResult, DateStatus
                   IF DateCalcOK
                       MOVE DateResult TO MTWindowEnd(MembCount)
                   ELSE
                       MOVE CmmDate TO MTWindowEnd(MembCount)
                   END-IF
                   IF MTWindowEnd(MembCount)
                       > CTLastMailed(CampFoundIdx)
                       MOVE MTWindowEnd(MembCount)
                           TO CTLastMailed(CampFoundIdx)
                   END-IF
               END-IF
       END-READ.

      *An invoice raised after the customer was selected and within
      *the response window counts towards the campaign
       MatchOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               IF InvoiceDoc AND NOT InvVoided
                   PERFORM VARYING MembIdx FROM 1 BY 1
                       UNTIL MembIdx > MembCount
                       IF MTIDNum(MembIdx) = InvIDNum
                           AND InvDate > MTDate(MembIdx)
                           AND InvDate NOT > MTWindowEnd(MembIdx)
                           MOVE "Y" TO MTResponded(MembIdx)
                           ADD InvAmount TO MTRevenue(MembIdx)
                           ADD 1 TO InvoicesMatched
                       END-IF
                   END-PERFORM
               END-IF
       END-READ.

       AddMemberToCampaign.
       MOVE MTCampIdx(MembIdx) TO CampIdx
       IF MTGroup(MembIdx) = "C"
           ADD 1 TO CTCtlCount(CampIdx)
           IF MTResponded(MembIdx) = "Y"
               ADD 1 TO CTCtlResp(CampIdx)
               ADD MTRevenue(MembIdx) TO CTCtlRevenue(CampIdx)
           END-IF
       ELSE
           ADD 1 TO CTMailCount(CampIdx)
           IF MTResponded(MembIdx) = "Y"
               ADD 1 TO CTMailResp(CampIdx)
               ADD MTRevenue(MembIdx) TO CTMailRevenue(CampIdx)
           END-IF
       END-IF.

       PrintOneCampaign.
       MOVE CTCode(CampIdx) TO PrnCampCode
       MOVE CTDesc(CampIdx) TO PrnCampDesc
       MOVE CTStartDate(CampIdx) TO PrnCampStart
       MOVE CTEndDate(CampIdx) TO PrnCampEnd
       MOVE SPACES TO RespLine
       WRITE RespLine AFTER ADVANCING 1 LINE
       WRITE RespLine FROM CampTitleLine AFTER ADVANCING 1 LINE
       MOVE CTRespDays(CampIdx) TO PrnRespDays
       MOVE CTLastMailed(CampIdx) TO WindowClose
       IF WindowClose = ZERO
           MOVE "NONE MAILED" TO PrnWindowState
       ELSE
           IF WindowClose < WSBusDate
               MOVE "CLOSED" TO PrnWindowState
           ELSE
               MOVE "STILL OPEN" TO PrnWindowState
           END-IF
       END-IF
       MOVE WindowClose TO PrnWindowClose
       WRITE RespLine FROM CampWindowLine AFTER ADVANCING 1 LINE
       WRITE RespLine FROM GroupHeads AFTER ADVANCING 1 LINE
       MOVE ZERO TO MailRate
       MOVE ZERO TO MailPerCust
       IF CTMailCount(CampIdx) > ZERO
           COMPUTE MailRate ROUNDED = CTMailResp(CampIdx) * 100
               / CTMailCount(CampIdx)
           COMPUTE MailPerCust ROUNDED = CTMailRevenue(CampIdx)
               / CTMailCount(CampIdx)
       END-IF
       MOVE "MAILED" TO PrnGroupName
       MOVE CTMailCount(CampIdx) TO PrnGrpCount
       MOVE CTMailResp(CampIdx) TO PrnGrpResp
       MOVE MailRate TO PrnGrpRate
       MOVE CTMailRevenue(CampIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnGrpRevenue
       MOVE MailPerCust TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnGrpPerCust
       WRITE RespLine FROM GroupLine AFTER ADVANCING 1 LINE
       MOVE ZERO TO CtlRate
       MOVE ZERO TO CtlPerCust
       IF CTCtlCount(CampIdx) > ZERO
           COMPUTE CtlRate ROUNDED = CTCtlResp(CampIdx) * 100
               / CTCtlCount(CampIdx)
           COMPUTE CtlPerCust ROUNDED = CTCtlRevenue(CampIdx)
               / CTCtlCount(CampIdx)
           MOVE "CONTROL" TO PrnGroupName
           MOVE CTCtlCount(CampIdx) TO PrnGrpCount
           MOVE CTCtlResp(CampIdx) TO PrnGrpResp
           MOVE CtlRate TO PrnGrpRate
           MOVE CTCtlRevenue(CampIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnGrpRevenue
           MOVE CtlPerCust TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnGrpPerCust
           WRITE RespLine FROM GroupLine AFTER ADVANCING 1 LINE
           COMPUTE RateLift = MailRate - CtlRate
           MOVE RateLift TO PrnRateLift
           WRITE RespLine FROM LiftLine AFTER ADVANCING 1 LINE
           COMPUTE IncrRevenue ROUNDED =
               (MailPerCust - CtlPerCust) * CTMailCount(CampIdx)
       ELSE
           WRITE RespLine FROM NoControlLine AFTER ADVANCING 1 LINE
           MOVE CTMailRevenue(CampIdx) TO IncrRevenue
       END-IF
       MOVE ZERO TO CostPerMail
       IF CTMailCount(CampIdx) > ZERO
           COMPUTE CostPerMail ROUNDED = CTCost(CampIdx)
               / CTMailCount(CampIdx)
       END-IF
       COMPUTE NetReturn = IncrRevenue - CTCost(CampIdx)
       MOVE "Campaign cost         :" TO PrnMoneyText
       MOVE CTCost(CampIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnMoneyAmount
       WRITE RespLine FROM MoneyLine AFTER ADVANCING 1 LINE
       MOVE "Cost per mailing      :" TO PrnMoneyText
       MOVE CostPerMail TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnMoneyAmount
       WRITE RespLine FROM MoneyLine AFTER ADVANCING 1 LINE
       IF CTCtlCount(CampIdx) > ZERO
           MOVE "Incremental revenue   :" TO PrnMoneyText
       ELSE
           MOVE "Revenue from mailed   :" TO PrnMoneyText
       END-IF
       MOVE IncrRevenue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnMoneyAmount
       WRITE RespLine FROM MoneyLine AFTER ADVANCING 1 LINE
       MOVE "Return after cost     :" TO PrnMoneyText
       MOVE NetReturn TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnMoneyAmount
       WRITE RespLine FROM MoneyLine AFTER ADVANCING 1 LINE.
