      *Nightly open customer service case ageing report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. caseage.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseFile ASSIGN TO "Cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CaseWorkFile ASSIGN TO "CaseAgeWork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO "CaseAgeSort.tmp".
           SELECT SortedCaseFile ASSIGN TO "CaseAgeSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CaseAgeReport ASSIGN TO "CaseAge.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CaseFile.
       01 CaseFileRecord PIC X(126).

       FD CustomerFile.
           COPY custdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD CaseWorkFile.
       01 CaseWorkRecord.
           02 WrkAssignee PIC X(8).
           02 WrkDaysLate PIC 9(5).
           02 WrkCaseNumber PIC 9(6).
           02 WrkDaysOpen PIC 9(5).
           02 WrkCaseData PIC X(126).

       SD SortFile.
       01 SortCaseRecord.
           02 SrtAssignee PIC X(8).
           02 SrtDaysLate PIC 9(5).
           02 SrtCaseNumber PIC 9(6).
           02 FILLER PIC X(131).

       FD SortedCaseFile.
       01 SortedCaseRecord.
           02 SortedAssignee PIC X(8).
           02 SortedDaysLate PIC 9(5).
           02 SortedCaseNumber PIC 9(6).
           02 SortedDaysOpen PIC 9(5).
           02 SortedCaseData PIC X(126).

       FD CaseAgeReport.
       01 CaseAgeLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY casedata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 CaseEOFFlag PIC X VALUE "N".
           88 CaseEOF VALUE "Y".
       01 SortedEOFFlag PIC X VALUE "N".
           88 SortedEOF VALUE "Y".
       01 CaseTable.
           02 CaseEntry PIC X(126) OCCURS 2000 TIMES.
       01 CaseCount PIC 9(4) VALUE ZERO.
       01 CaseIdx PIC 9(4) VALUE ZERO.
       01 CasesPurged PIC 9(5) VALUE ZERO.
       01 PurgeFlag PIC X VALUE "N".
           88 PurgeCase VALUE "Y".
       01 RetainDays PIC 9(3) VALUE 365.
       01 CustFileFlag PIC X VALUE "N".
           88 CustFileOpen VALUE "Y".
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 DaysOpen PIC 9(5) VALUE ZERO.
       01 DaysLate PIC 9(5) VALUE ZERO.
       01 FirstGroupFlag PIC X VALUE "Y".
           88 FirstGroup VALUE "Y".
       01 PrevAssignee PIC X(8) VALUE SPACE.
       01 GroupOpen PIC 9(5) VALUE ZERO.
       01 GroupLate PIC 9(5) VALUE ZERO.
       01 OpenCaseCount PIC 9(5) VALUE ZERO.
       01 LateCaseCount PIC 9(5) VALUE ZERO.
       01 AgeBucketTable.
           02 AgeBucket PIC 9(5) OCCURS 4 TIMES.
       01 BucketIdx PIC 9 VALUE ZERO.
       01 CaseAgeHeading.
           02 FILLER PIC X(42) VALUE
               "CUSTOMER SERVICE CASES PAST TARGET DATE - ".
           02 FILLER PIC X(6) VALUE "AS OF ".
           02 PrnBusDate PIC 9(8).
       01 AssigneeHeading.
           02 FILLER PIC X(12) VALUE "ASSIGNED TO ".
           02 PrnAssignee PIC X(10).
       01 CaseColumnHeads.
           02 FILLER PIC X(36) VALUE
               "CASE   CUSTOMER NAME                ".
           02 FILLER PIC X(32) VALUE
               "CAT PRI STATUS  OPENED   TARGET ".
           02 FILLER PIC X(24) VALUE
               "   OPEN   LATE INVOICE".
       01 CaseDetailLine.
           02 PrnCaseNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCaseCust PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCategory PIC X(2).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPriority PIC X.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnStatus PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOpened PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTarget PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDaysOpen PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDaysLate PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvoice PIC Z(6).
       01 CaseSubjectLine.
           02 FILLER PIC X(15) VALUE SPACE.
           02 PrnSubject PIC X(40).
       01 AssigneeTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotAssignee PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnGroupOpen PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " open - ".
           02 PrnGroupLate PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE " past target".
       01 AgeHeading PIC X(60) VALUE
           "OPEN CASES BY AGE SINCE OPENED".
       01 AgeColumnHeads.
           02 FILLER PIC X(33) VALUE
               "  0-7 DAYS  8-30 DAYS 31-60 DAYS ".
           02 FILLER PIC X(32) VALUE
               "OVER 60 DAYS      TOTAL PAST TGT".
       01 AgeLine.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnBucket1 PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnBucket2 PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnBucket3 PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE SPACE.
           02 PrnBucket4 PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnAgeTotal PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnAgeLate PIC ZZZZ9.
       01 RunLogJob PIC X(12) VALUE "CASEAGE".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadCaseTable
           IF CasesPurged > ZERO
               PERFORM SaveCaseTable
               DISPLAY CasesPurged " closed cases purged"
           END-IF
           PERFORM WriteCaseWork
           SORT SortFile
               ON ASCENDING KEY SrtAssignee
               ON DESCENDING KEY SrtDaysLate
               ON ASCENDING KEY SrtCaseNumber
               USING CaseWorkFile
               GIVING SortedCaseFile
           PERFORM PrintCaseAgeing
           DISPLAY "Case ageing report written - " OpenCaseCount
               " open, " LateCaseCount " past target"
           MOVE "END" TO RunLogEvent
           MOVE OpenCaseCount TO RunLogCount
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

      *Closed cases are kept for RetainDays so the customer inquiry
      *still shows them; the contact history keeps them for good.
       LoadCaseTable.
       MOVE ZERO TO CaseCount
       MOVE ZERO TO CasesPurged
       OPEN INPUT CaseFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CaseEOFFlag
           PERFORM LoadOneCase UNTIL CaseEOF
           CLOSE CaseFile
       END-IF.

       LoadOneCase.
       READ CaseFile INTO CaseRecord
           AT END SET CaseEOF TO TRUE
           NOT AT END
               PERFORM CheckCasePurge
               IF PurgeCase
                   ADD 1 TO CasesPurged
               ELSE
               IF CaseCount < 2000
                   ADD 1 TO CaseCount
                   MOVE CaseRecord TO CaseEntry(CaseCount)
               ELSE
                   DISPLAY "More than 2000 cases - case "
                       CaseNumber " not loaded"
               END-IF
               END-IF
       END-READ.

       CheckCasePurge.
       MOVE "N" TO PurgeFlag
       IF CaseClosed AND CaseClosedDate NOT = ZEROS
           MOVE "D" TO DateFunction
           MOVE WSBusDate TO DateOne
           MOVE CaseClosedDate TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateStatus = "00" AND DateResult > RetainDays
               MOVE "Y" TO PurgeFlag
           END-IF
       END-IF.

       SaveCaseTable.
       OPEN OUTPUT CaseFile
       PERFORM VARYING CaseIdx FROM 1 BY 1 UNTIL CaseIdx > CaseCount
           WRITE CaseFileRecord FROM CaseEntry(CaseIdx)
       END-PERFORM
       CLOSE CaseFile.

      *Every case not yet closed is aged from the day it was opened;
      *a case is late once the business date passes its target.
       WriteCaseWork.
       OPEN OUTPUT CaseWorkFile
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4
           MOVE ZERO TO AgeBucket(BucketIdx)
       END-PERFORM
       PERFORM VARYING CaseIdx FROM 1 BY 1 UNTIL CaseIdx > CaseCount
           MOVE CaseEntry(CaseIdx) TO CaseRecord
           IF NOT CaseClosed
               PERFORM WriteOneCaseWork
           END-IF
       END-PERFORM
       CLOSE CaseWorkFile.

       WriteOneCaseWork.
       ADD 1 TO OpenCaseCount
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE CaseOpenDate TO DateTwo
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE ZERO TO DaysOpen
       IF DateStatus = "00" AND DateResult > ZERO
           MOVE DateResult TO DaysOpen
       END-IF
       EVALUATE TRUE
           WHEN DaysOpen NOT > 7
               ADD 1 TO AgeBucket(1)
           WHEN DaysOpen NOT > 30
               ADD 1 TO AgeBucket(2)
           WHEN DaysOpen NOT > 60
               ADD 1 TO AgeBucket(3)
           WHEN OTHER
               ADD 1 TO AgeBucket(4)
       END-EVALUATE
       MOVE ZERO TO DaysLate
       IF CaseTargetDate < WSBusDate
           MOVE WSBusDate TO DateOne
           MOVE CaseTargetDate TO DateTwo
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateStatus = "00" AND DateResult > ZERO
               MOVE DateResult TO DaysLate
               ADD 1 TO LateCaseCount
           END-IF
       END-IF
       MOVE SPACES TO CaseWorkRecord
       MOVE CaseAssignedTo TO WrkAssignee
       MOVE DaysLate TO WrkDaysLate
       MOVE CaseNumber TO WrkCaseNumber
       MOVE DaysOpen TO WrkDaysOpen
       MOVE CaseRecord TO WrkCaseData
       WRITE CaseWorkRecord.

      *Cases come back grouped by assignee, unassigned first, the
      *latest case at the top of each group.  Only the late cases
      *are listed; every open case counts in the group total.
       PrintCaseAgeing.
       OPEN INPUT SortedCaseFile
       OPEN OUTPUT CaseAgeReport
       MOVE "N" TO CustFileFlag
       OPEN INPUT CustomerFile
       IF WSFileStatus = "00"
           MOVE "Y" TO CustFileFlag
       END-IF
       MOVE WSBusDate TO PrnBusDate
       WRITE CaseAgeLine FROM CaseAgeHeading
       MOVE "Y" TO FirstGroupFlag
       MOVE "N" TO SortedEOFFlag
       PERFORM PrintOneCase UNTIL SortedEOF
       IF NOT FirstGroup
           PERFORM PrintAssigneeTotal
       END-IF
       IF OpenCaseCount = ZERO
           MOVE SPACES TO CaseAgeLine
           WRITE CaseAgeLine
           MOVE "NO OPEN CASES" TO CaseAgeLine
           WRITE CaseAgeLine
       END-IF
       PERFORM PrintAgeSummary
       IF CustFileOpen
           CLOSE CustomerFile
       END-IF
       CLOSE SortedCaseFile, CaseAgeReport.

       PrintOneCase.
       READ SortedCaseFile
           AT END SET SortedEOF TO TRUE
           NOT AT END
               IF FirstGroup OR SortedAssignee NOT = PrevAssignee
                   IF NOT FirstGroup
                       PERFORM PrintAssigneeTotal
                   END-IF
                   PERFORM StartAssigneeGroup
               END-IF
               ADD 1 TO GroupOpen
               IF SortedDaysLate > ZERO
                   ADD 1 TO GroupLate
                   PERFORM PrintLateCase
               END-IF
       END-READ.

       StartAssigneeGroup.
       MOVE "N" TO FirstGroupFlag
       MOVE SortedAssignee TO PrevAssignee
       MOVE ZERO TO GroupOpen
       MOVE ZERO TO GroupLate
       MOVE SortedAssignee TO PrnAssignee
       IF SortedAssignee = SPACES
           MOVE "UNASSIGNED" TO PrnAssignee
       END-IF
       MOVE SPACES TO CaseAgeLine
       WRITE CaseAgeLine
       WRITE CaseAgeLine FROM AssigneeHeading
       WRITE CaseAgeLine FROM CaseColumnHeads.

       PrintLateCase.
       MOVE SortedCaseData TO CaseRecord
       MOVE CaseNumber TO PrnCaseNum
       MOVE CaseIDNum TO PrnCaseCust
       MOVE SPACES TO PrnCustName
       IF CustFileOpen
           MOVE CaseIDNum TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE "(not on file)" TO PrnCustName
               NOT INVALID KEY
                   STRING FirstName DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LastName DELIMITED BY SIZE
                       INTO PrnCustName
                   END-STRING
           END-READ
       END-IF
       MOVE CaseCategory TO PrnCategory
       MOVE CasePriority TO PrnPriority
       IF CaseWaiting
           MOVE "WAITING" TO PrnStatus
       ELSE
           MOVE "OPEN" TO PrnStatus
       END-IF
       MOVE CaseOpenDate TO PrnOpened
       MOVE CaseTargetDate TO PrnTarget
       MOVE SortedDaysOpen TO PrnDaysOpen
       MOVE SortedDaysLate TO PrnDaysLate
       MOVE CaseInvNumber TO PrnInvoice
       WRITE CaseAgeLine FROM CaseDetailLine
       MOVE CaseSubject TO PrnSubject
       WRITE CaseAgeLine FROM CaseSubjectLine.

       PrintAssigneeTotal.
       MOVE PrevAssignee TO PrnTotAssignee
       IF PrevAssignee = SPACES
           MOVE "UNASSIGNED" TO PrnTotAssignee
       END-IF
       MOVE GroupOpen TO PrnGroupOpen
       MOVE GroupLate TO PrnGroupLate
       WRITE CaseAgeLine FROM AssigneeTotalLine.

       PrintAgeSummary.
       MOVE SPACES TO CaseAgeLine
       WRITE CaseAgeLine
       WRITE CaseAgeLine FROM AgeHeading
       WRITE CaseAgeLine FROM AgeColumnHeads
       MOVE AgeBucket(1) TO PrnBucket1
       MOVE AgeBucket(2) TO PrnBucket2
       MOVE AgeBucket(3) TO PrnBucket3
       MOVE AgeBucket(4) TO PrnBucket4
       MOVE OpenCaseCount TO PrnAgeTotal
       MOVE LateCaseCount TO PrnAgeLate
       WRITE CaseAgeLine FROM AgeLine.
