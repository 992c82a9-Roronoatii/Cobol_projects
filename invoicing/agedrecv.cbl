           SELECT ExchRatesFile ASSIGN TO "ExchRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RecvReport ASSIGN TO WSRecvRptName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           02 FILLER PIC X.
           02 ExrTo PIC 9(8).

       FD BillToFile.
           COPY billdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSRecvRptName PIC X(40) VALUE "AgedRecv.rpt".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 OpenBalance PIC S9(6)V99 VALUE ZERO.
       01 FoundExch PIC X VALUE "N".
           88 ExchFound VALUE "Y".
       01 PrevCustID PIC 9(7) VALUE ZEROS.
       01 HeadCustID PIC 9(7) VALUE ZEROS.
       01 ByParentChoice PIC X VALUE "N".
           88 ByParentWanted VALUE "Y" "y".
       01 BillEOFFlag PIC X VALUE "N".
           88 BillEOF VALUE "Y".
       01 BillTable.
           02 BillEntry OCCURS 500 TIMES.
               03 BTChildID PIC 9(7).
               03 BTParentID PIC 9(7).
       01 BillCount PIC 9(3) VALUE ZERO.
       01 BillIdx PIC 9(3) VALUE ZERO.
       01 ParentTable.
           02 ParentEntry OCCURS 500 TIMES.
               03 PTParentID PIC 9(7).
       01 ParentCount PIC 9(3) VALUE ZERO.
       01 ParentIdx PIC 9(3) VALUE ZERO.
       01 GroupParentID PIC 9(7) VALUE ZEROS.
       01 GroupedFlag PIC X VALUE "N".
           88 GroupedAccount VALUE "Y".
       01 MemberFlag PIC X VALUE "N".
           88 GroupMember VALUE "Y".
       01 FirstInvoice PIC X VALUE "Y".
           88 IsFirstInvoice VALUE "Y".
       01 CustBucket30 PIC 9(8)V99 VALUE ZERO.
       01 GetsumStatus PIC X(2) VALUE SPACE.
           88 GetsumOK VALUE "00".
       01 GetsumFunction PIC X VALUE "M".
       01 DaysPastDue PIC S9(7) VALUE ZERO.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 RecvHeading.
           02 FILLER PIC X(29) VALUE "AGED RECEIVABLES AS AT DATE ".
           02 PrnBusDate PIC 9(8).
       01 CompanyHeading.
           02 FILLER PIC X(8) VALUE "COMPANY ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCompName PIC X(30).
       01 CustHeadLine.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDueDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvCurr PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvOpen PIC $$,$$$,$$9.99CR.
           02 PrnInvHome PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAgeText PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBranch PIC X(7) VALUE SPACE.
       01 GroupNoteLine.
           02 FILLER PIC X(40)
               VALUE "  Bill-to parent - branch items show the".
           02 FILLER PIC X(10) VALUE " branch ID".
       01 BucketLine.
           02 FILLER PIC X(10) VALUE "  Buckets ".
           02 FILLER PIC X(6) VALUE " Cur: ".
           02 PrnB30 PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(6) VALUE " 1-30:".
           02 PrnB60 PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(6) VALUE " 31-60".
           02 PrnB90 PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(6) VALUE " 60+: ".
           02 PrnBOver PIC $$,$$$,$$9.99CR.
       01 DisputedLine.
           02 FILLER PIC X(25) VALUE "  Disputed, not aged     ".

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM SetCompanyReport
           PERFORM AskReportOptions
           PERFORM LoadExchRateTable
           OPEN INPUT ArOpenFile
           IF WSFileStatus NOT = "00"
               OPEN OUTPUT RecvReport
               MOVE WSBusDate TO PrnBusDate
               WRITE RecvLine FROM RecvHeading
               MOVE GcCompany TO PrnCompany
               MOVE GcCompName TO PrnCompName
               WRITE RecvLine FROM CompanyHeading
               PERFORM AgeOneInvoice UNTIL ArEOF
               IF NOT IsFirstInvoice
                   PERFORM PrintCustomerTotals
               END-IF
               IF ByParentWanted
                   PERFORM AgeBillToGroups
               END-IF
               CLOSE ArOpenFile, CustomerFile, RecvReport
               DISPLAY "Aged receivables written to " WSRecvRptName
           END-IF
           STOP RUN.

           CLOSE BusDateFile
       END-IF.

      *The report covers the signed-on company only.  Company 01
      *keeps the original report name; any other company's report
      *carries its code.
       SetCompanyReport.
       CALL 'getcomp' USING GcCompany, GcCompName
       IF GcCompany NOT = "01"
           MOVE SPACES TO WSRecvRptName
           STRING "AgedRecv" GcCompany ".rpt" DELIMITED BY SIZE
               INTO WSRecvRptName
           END-STRING
       END-IF.

      *By parent, a branch's items are aged under the bill-to parent
      *that pays for it, and the parent's buckets cover the group.
       AskReportOptions.
       DISPLAY "Roll branch balances up to the bill-to parent ? " &
           "Y/N : " WITH NO ADVANCING
       MOVE "N" TO ByParentChoice
       ACCEPT ByParentChoice
       MOVE ZERO TO BillCount
       MOVE ZERO TO ParentCount
       IF ByParentWanted
           PERFORM LoadBillTable
       END-IF.

       LoadBillTable.
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
                   PERFORM NoteParent
               END-IF
       END-READ.

       NoteParent.
       MOVE "N" TO MemberFlag
       PERFORM VARYING ParentIdx FROM 1 BY 1
           UNTIL ParentIdx > ParentCount
           IF PTParentID(ParentIdx) = BilParentID
               MOVE "Y" TO MemberFlag
           END-IF
       END-PERFORM
       IF NOT GroupMember
           ADD 1 TO ParentCount
           MOVE BilParentID TO PTParentID(ParentCount)
       END-IF.

       OpenCustomerLookup.
       OPEN INPUT CustomerFile.

           AT END MOVE "Y" TO ArEOFFlag
           NOT AT END
               MOVE ArOpenAmount TO OpenBalance
               MOVE ArCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               MOVE "N" TO GroupedFlag
               IF ByParentWanted
                   PERFORM CheckGroupedAccount
               END-IF
               IF OpenBalance > ZERO AND RecCompany = GcCompany
                   AND NOT GroupedAccount
                   IF IsFirstInvoice OR ArIDNum NOT = PrevCustID
                       IF NOT IsFirstInvoice
                           PERFORM PrintCustomerTotals
                       END-IF
                       MOVE ArIDNum TO HeadCustID
                       PERFORM PrintCustomerHeading
                   END-IF
                   PERFORM PrintOpenInvoice
               END-IF
       END-READ.

      *Parents and their branches are left out of the main pass and
      *aged together afterwards, one group at a time.
       CheckGroupedAccount.
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount OR GroupedAccount
           IF BTChildID(BillIdx) = ArIDNum
               OR BTParentID(BillIdx) = ArIDNum
               MOVE "Y" TO GroupedFlag
           END-IF
       END-PERFORM.

       AgeBillToGroups.
       PERFORM VARYING ParentIdx FROM 1 BY 1
           UNTIL ParentIdx > ParentCount
           MOVE PTParentID(ParentIdx) TO GroupParentID
           CLOSE ArOpenFile
           OPEN INPUT ArOpenFile
           MOVE "N" TO ArEOFFlag
           MOVE "Y" TO FirstInvoice
           PERFORM AgeOneGroupItem UNTIL ArEOF
           IF NOT IsFirstInvoice
               PERFORM PrintCustomerTotals
           END-IF
       END-PERFORM
       MOVE SPACES TO PrnBranch.

       AgeOneGroupItem.
       READ ArOpenFile
           AT END MOVE "Y" TO ArEOFFlag
           NOT AT END
               MOVE ArOpenAmount TO OpenBalance
               MOVE ArCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               MOVE "N" TO MemberFlag
               IF ArIDNum = GroupParentID
                   MOVE "Y" TO MemberFlag
               END-IF
               PERFORM VARYING BillIdx FROM 1 BY 1
                   UNTIL BillIdx > BillCount OR GroupMember
                   IF BTChildID(BillIdx) = ArIDNum
                       AND BTParentID(BillIdx) = GroupParentID
                       MOVE "Y" TO MemberFlag
                   END-IF
               END-PERFORM
               IF OpenBalance > ZERO AND RecCompany = GcCompany
                   AND GroupMember
                   IF IsFirstInvoice
                       MOVE GroupParentID TO HeadCustID
                       PERFORM PrintCustomerHeading
                       WRITE RecvLine FROM GroupNoteLine
                           AFTER ADVANCING 1 LINE
                   END-IF
                   MOVE SPACES TO PrnBranch
                   IF ArIDNum NOT = GroupParentID
                       MOVE ArIDNum TO PrnBranch
                   END-IF
                   PERFORM PrintOpenInvoice
               END-IF

       PrintCustomerHeading.
       MOVE "N" TO FirstInvoice
       MOVE HeadCustID TO PrevCustID
       MOVE ZERO TO CustBucket30
       MOVE ZERO TO CustBucket60
       MOVE ZERO TO CustBucket90
       MOVE ZERO TO CustBucketOver
       MOVE ZERO TO CustOverdue
       MOVE ZERO TO CustDisputed
       MOVE HeadCustID TO PrnCustID
       MOVE SPACES TO PrnCustName
       MOVE SPACES TO PrnPhone
       MOVE HeadCustID TO IDNum
       READ CustomerFile
           INVALID KEY
               MOVE "(customer not on file)" TO PrnCustName
       PrintOpenInvoice.
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       IF ArDueDate IS NUMERIC AND ArDueDate > ZERO
           MOVE ArDueDate TO DateTwo
       ELSE
           MOVE ArInvDate TO DateTwo
       END-IF
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO DaysPastDue
       MOVE ArInvNumber TO PrnInvNum
       MOVE ArInvDate TO PrnInvDate
       MOVE DateTwo TO PrnDueDate
       MOVE ArCurrency TO PrnInvCurr
       MOVE OpenBalance TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnInvOpen
               AFTER ADVANCING 1 LINE
       ELSE
       EVALUATE TRUE
           WHEN DaysPastDue <= 0
               MOVE "CURRENT" TO PrnAgeText
               ADD HomeOpen TO CustBucket30
           WHEN DaysPastDue <= 30
               MOVE "1-30 PAST" TO PrnAgeText
               ADD HomeOpen TO CustBucket60
               ADD HomeOpen TO CustOverdue
           WHEN DaysPastDue <= 60
               MOVE "31-60 PAST" TO PrnAgeText
               ADD HomeOpen TO CustBucket90
               ADD HomeOpen TO CustOverdue
           WHEN OTHER
               MOVE "OVER 60" TO PrnAgeText
               ADD HomeOpen TO CustBucketOver
               ADD HomeOpen TO CustOverdue
       END-EVALUATE
