      *Collection agency placement run
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agyplace.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ArWorkFile ASSIGN TO "ArOpen.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT PlanFile ASSIGN TO "InstPlan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT AgyParmFile ASSIGN TO "AgyParm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT AgencyPlcFile ASSIGN TO "AgencyPlc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT AgencyOutFile ASSIGN TO "AgencyOut.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PlaceReport ASSIGN TO "AgyPlace.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ArOpenFile.
           COPY ardata.

       FD ArWorkFile.
       01 ArWorkRecord PIC X(97).

       FD CustomerFile.
           COPY custdata.

       FD PlanFile.
       01 PlanFileRecord PIC X(515).

      *Placement parameters - MINDAYS is the days past due the
      *oldest overdue item must reach and MINBAL the overdue
      *balance the customer must owe before the account is passed
      *to the agency.
       FD AgyParmFile.
       01 AgyParmRecord.
           02 PrmKey PIC X(8).
           02 FILLER PIC X.
           02 PrmValue PIC 9(6)V99.

       FD AgencyPlcFile.
           COPY agydata.

      *Placement file sent to the agency - one D record per item
      *placed followed by a T record carrying the item count and
      *value for the agency to balance to.
       FD AgencyOutFile.
       01 AgencyOutRecord.
           02 AgoRecordType PIC X.
           02 FILLER PIC X.
           02 AgoIDNum PIC 9(7).
           02 FILLER PIC X.
           02 AgoName PIC X(27).
           02 FILLER PIC X.
           02 AgoStreet PIC X(20).
           02 FILLER PIC X.
           02 AgoCity PIC X(15).
           02 FILLER PIC X.
           02 AgoState PIC X(2).
           02 FILLER PIC X.
           02 AgoPostCode PIC X(9).
           02 FILLER PIC X.
           02 AgoPhone PIC X(15).
           02 FILLER PIC X.
           02 AgoInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 AgoInvDate PIC 9(8).
           02 FILLER PIC X.
           02 AgoDueDate PIC 9(8).
           02 FILLER PIC X.
           02 AgoCurrency PIC X(3).
           02 FILLER PIC X.
           02 AgoAmount PIC 9(6)V99.
       01 AgencyTrailerRecord.
           02 AgtRecordType PIC X.
           02 FILLER PIC X.
           02 AgtFileDate PIC 9(8).
           02 FILLER PIC X.
           02 AgtCount PIC 9(6).
           02 FILLER PIC X.
           02 AgtAmount PIC 9(8)V99.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD PlaceReport.
       01 PlaceLine PIC X(80).

       WORKING-STORAGE SECTION.
           COPY plandata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 WorkEOFFlag PIC X VALUE "N".
           88 WorkEOF VALUE "Y".
       01 PlanEOFFlag PIC X VALUE "N".
           88 PlanEOF VALUE "Y".
       01 ParmEOFFlag PIC X VALUE "N".
           88 ParmEOF VALUE "Y".
       01 CustOpenFlag PIC X VALUE "N".
           88 CustomerFileOpen VALUE "Y".
       01 MinDaysPast PIC 9(4) VALUE 120.
       01 MinBalance PIC 9(6)V99 VALUE 250.
       01 PlanCustTable.
           02 PlanCustEntry OCCURS 500 TIMES.
               03 PNCustID PIC 9(7).
       01 PlanCustCount PIC 9(3) VALUE ZERO.
       01 PlanCustIdx PIC 9(3) VALUE ZERO.
       01 CustItemTable.
           02 CustItemEntry OCCURS 200 TIMES.
               03 CIRecord PIC X(97).
               03 CICandidate PIC X.
                   88 CIToPlace VALUE "Y".
       01 HoldItem PIC X(97) VALUE SPACES.
       01 CustItemCount PIC 9(3) VALUE ZERO.
       01 CustItemIdx PIC 9(3) VALUE ZERO.
       01 CurrentCust PIC 9(7) VALUE ZEROS.
       01 FirstItem PIC X VALUE "Y".
           88 IsFirstItem VALUE "Y".
       01 CustDisputeFlag PIC X VALUE "N".
           88 CustHasDispute VALUE "Y".
       01 CustPlacedFlag PIC X VALUE "N".
           88 CustAlreadyPlaced VALUE "Y".
       01 CustPlanFlag PIC X VALUE "N".
           88 CustOnPlan VALUE "Y".
       01 CustOverdue PIC 9(8)V99 VALUE ZERO.
       01 CustOldestDays PIC S9(7) VALUE ZERO.
       01 CustPlacedItems PIC 9(3) VALUE ZERO.
       01 DaysPastDue PIC S9(7) VALUE ZERO.
       01 PlacedCustomers PIC 9(6) VALUE ZERO.
       01 PlacedItems PIC 9(6) VALUE ZERO.
       01 PlacedValue PIC 9(8)V99 VALUE ZERO.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE SPACE.
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 PlaceHeading.
           02 FILLER PIC X(36) VALUE
               "COLLECTION AGENCY PLACEMENTS - RUN  ".
           02 PrnBusDate PIC 9(8).
       01 PlaceCriteria.
           02 FILLER PIC X(22) VALUE "OVERDUE AT LEAST DAYS ".
           02 PrnMinDays PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "   BALANCE FROM ".
           02 PrnMinBal PIC $$$,$$9.99.
       01 PlaceColumnHeads PIC X(64) VALUE
           "Customer Name                 Items  Oldest    Overdue".
       01 PlaceDetailLine.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(20).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnItems PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOldest PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOverdue PIC $$,$$$,$$9.99CR.
       01 PlaceFooting.
           02 FILLER PIC X(21) VALUE "CUSTOMERS PLACED     ".
           02 PrnPlacedCust PIC ZZZZZ9.
           02 FILLER PIC X(9) VALUE "  ITEMS  ".
           02 PrnPlacedItems PIC ZZZZZ9.
           02 FILLER PIC X(9) VALUE "  VALUE  ".
           02 PrnPlacedValue PIC $$,$$$,$$9.99CR.
       01 RunLogJob PIC X(12) VALUE "AGYPLACE".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadAgyParameters
           PERFORM LoadPlanCustomers
           OPEN INPUT ArOpenFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No open-item ledger - run arroll first"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CustomerFile
               IF WSFileStatus = "00"
                   MOVE "Y" TO CustOpenFlag
               END-IF
               OPEN OUTPUT ArWorkFile
               OPEN OUTPUT AgencyOutFile
               OPEN OUTPUT PlaceReport
               PERFORM OpenPlacementsForExtend
               MOVE WSBusDate TO PrnBusDate
               WRITE PlaceLine FROM PlaceHeading
               MOVE MinDaysPast TO PrnMinDays
               MOVE MinBalance TO PrnMinBal
               WRITE PlaceLine FROM PlaceCriteria
                   AFTER ADVANCING 1 LINE
               WRITE PlaceLine FROM PlaceColumnHeads
                   AFTER ADVANCING 2 LINES
               PERFORM SelectOneItem UNTIL ArEOF
               IF NOT IsFirstItem
                   PERFORM JudgeCustomer
               END-IF
               CLOSE ArOpenFile, ArWorkFile, AgencyPlcFile
               IF CustomerFileOpen
                   CLOSE CustomerFile
               END-IF
               PERFORM WriteAgencyTrailer
               CLOSE AgencyOutFile
               MOVE PlacedCustomers TO PrnPlacedCust
               MOVE PlacedItems TO PrnPlacedItems
               MOVE PlacedValue TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned,
                   PrnPlacedValue
               WRITE PlaceLine FROM PlaceFooting
                   AFTER ADVANCING 2 LINES
               CLOSE PlaceReport
               PERFORM ReplaceOpenLedger
               DISPLAY "Agency placement complete - "
                   PlacedCustomers " customers, " PlacedItems
                   " items written to AgencyOut.dat"
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE PlacedItems TO RunLogCount
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

       LoadAgyParameters.
       OPEN INPUT AgyParmFile
       IF WSFileStatus = "35"
           PERFORM CreateDefaultParameters
           OPEN INPUT AgyParmFile
       END-IF
       MOVE "N" TO ParmEOFFlag
       PERFORM LoadOneParameter UNTIL ParmEOF
       CLOSE AgyParmFile.

       LoadOneParameter.
       READ AgyParmFile
           AT END SET ParmEOF TO TRUE
           NOT AT END
               EVALUATE PrmKey
                   WHEN "MINDAYS"
                       MOVE PrmValue TO MinDaysPast
                   WHEN "MINBAL"
                       MOVE PrmValue TO MinBalance
                   WHEN OTHER
                       DISPLAY "Unknown placement parameter " PrmKey
               END-EVALUATE
       END-READ.

       CreateDefaultParameters.
       OPEN OUTPUT AgyParmFile
       MOVE SPACES TO AgyParmRecord
       MOVE "MINDAYS" TO PrmKey
       MOVE MinDaysPast TO PrmValue
       WRITE AgyParmRecord
       MOVE SPACES TO AgyParmRecord
       MOVE "MINBAL" TO PrmKey
       MOVE MinBalance TO PrmValue
       WRITE AgyParmRecord
       CLOSE AgyParmFile.

      *Customers keeping to an installment plan are not placed.
       LoadPlanCustomers.
       MOVE ZERO TO PlanCustCount
       OPEN INPUT PlanFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PlanEOFFlag
           PERFORM LoadOnePlan UNTIL PlanEOF
           CLOSE PlanFile
       END-IF.

       LoadOnePlan.
       READ PlanFile INTO PlanRecord
           AT END SET PlanEOF TO TRUE
           NOT AT END
               IF PlanActive AND PlanCustCount < 500
                   ADD 1 TO PlanCustCount
                   MOVE PlnIDNum TO PNCustID(PlanCustCount)
               END-IF
       END-READ.

       OpenPlacementsForExtend.
       OPEN INPUT AgencyPlcFile
       IF WSFileStatus = "35"
           OPEN OUTPUT AgencyPlcFile
           CLOSE AgencyPlcFile
       ELSE
           CLOSE AgencyPlcFile
       END-IF
       OPEN EXTEND AgencyPlcFile.

       SelectOneItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF IsFirstItem OR ArIDNum NOT = CurrentCust
                   IF NOT IsFirstItem
                       MOVE ArOpenData TO HoldItem
                       PERFORM JudgeCustomer
                       MOVE HoldItem TO ArOpenData
                   END-IF
                   MOVE "N" TO FirstItem
                   PERFORM StartCustomer
               END-IF
               PERFORM BufferOneItem
       END-READ.

       StartCustomer.
       MOVE ArIDNum TO CurrentCust
       MOVE ZERO TO CustItemCount
       MOVE ZERO TO CustOverdue
       MOVE ZERO TO CustOldestDays
       MOVE "N" TO CustDisputeFlag
       MOVE "N" TO CustPlacedFlag
       MOVE "N" TO CustPlanFlag
       PERFORM VARYING PlanCustIdx FROM 1 BY 1
           UNTIL PlanCustIdx > PlanCustCount
           IF PNCustID(PlanCustIdx) = CurrentCust
               MOVE "Y" TO CustPlanFlag
           END-IF
       END-PERFORM.

      *The ledger is rolled with no more than 200 items a customer
      *so the whole customer can be held until it is judged.
       BufferOneItem.
       IF CustItemCount < 200
           ADD 1 TO CustItemCount
           MOVE ArOpenData TO CIRecord(CustItemCount)
           MOVE "N" TO CICandidate(CustItemCount)
           IF ArOpenAmount > ZERO
               IF ArDispute = "D"
                   MOVE "Y" TO CustDisputeFlag
               END-IF
               IF ArAgencyPlaced
                   MOVE "Y" TO CustPlacedFlag
               ELSE
                   PERFORM AgeOneItem
               END-IF
           END-IF
       ELSE
           DISPLAY "Customer " ArIDNum " has more than 200 "
               "ledger items - remainder not considered"
           WRITE ArWorkRecord FROM ArOpenData
       END-IF.

       AgeOneItem.
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE ArDueDate TO DateTwo
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO DaysPastDue
       IF DaysPastDue > ZERO
           MOVE "Y" TO CICandidate(CustItemCount)
           ADD ArOpenAmount TO CustOverdue
           IF DaysPastDue > CustOldestDays
               MOVE DaysPastDue TO CustOldestDays
           END-IF
       END-IF.

      *A customer already with the agency has any further overdue
      *items passed on as well; otherwise the account must meet
      *both the age and the balance threshold.
       JudgeCustomer.
       MOVE ZERO TO CustPlacedItems
       IF NOT CustHasDispute AND NOT CustOnPlan
           AND CustOverdue > ZERO
           AND (CustAlreadyPlaced
               OR (CustOldestDays NOT < MinDaysPast
                   AND CustOverdue NOT < MinBalance))
           PERFORM ReadPlacedCustomer
           PERFORM PlaceOneItem
               VARYING CustItemIdx FROM 1 BY 1
               UNTIL CustItemIdx > CustItemCount
           PERFORM PrintPlacedCustomer
       END-IF
       PERFORM VARYING CustItemIdx FROM 1 BY 1
           UNTIL CustItemIdx > CustItemCount
           WRITE ArWorkRecord FROM CIRecord(CustItemIdx)
       END-PERFORM.

       ReadPlacedCustomer.
       MOVE SPACES TO CustName
       MOVE SPACES TO MailAddress
       MOVE SPACES TO Phone
       IF CustomerFileOpen
           MOVE CurrentCust TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE "NOT ON FILE" TO CustName
           END-READ
       ELSE
           MOVE "NOT ON FILE" TO CustName
       END-IF.

       PlaceOneItem.
       IF CIToPlace(CustItemIdx)
           MOVE CIRecord(CustItemIdx) TO ArOpenData
           MOVE "P" TO ArPlaced
           MOVE ArOpenData TO CIRecord(CustItemIdx)
           MOVE SPACES TO AgencyPlcRecord
           MOVE ArIDNum TO AgpIDNum
           MOVE ArInvNumber TO AgpInvNumber
           MOVE WSBusDate TO AgpPlacedDate
           MOVE ArOpenAmount TO AgpPlacedAmount
           MOVE ZERO TO AgpCollected
           MOVE ZERO TO AgpCommission
           MOVE "P" TO AgpStatus
           MOVE WSBusDate TO AgpStatusDate
           WRITE AgencyPlcRecord
           MOVE SPACES TO AgencyOutRecord
           MOVE "D" TO AgoRecordType
           MOVE ArIDNum TO AgoIDNum
           MOVE CustName TO AgoName
           MOVE AddrStreet TO AgoStreet
           MOVE AddrCity TO AgoCity
           MOVE AddrState TO AgoState
           MOVE AddrPostCode TO AgoPostCode
           MOVE Phone TO AgoPhone
           MOVE ArInvNumber TO AgoInvNumber
           MOVE ArInvDate TO AgoInvDate
           MOVE ArDueDate TO AgoDueDate
           MOVE ArCurrency TO AgoCurrency
           MOVE ArOpenAmount TO AgoAmount
           WRITE AgencyOutRecord
           ADD 1 TO CustPlacedItems
           ADD 1 TO PlacedItems
           ADD ArOpenAmount TO PlacedValue
       END-IF.

       PrintPlacedCustomer.
       ADD 1 TO PlacedCustomers
       MOVE CurrentCust TO PrnCustID
       MOVE CustName TO PrnCustName
       MOVE CustPlacedItems TO PrnItems
       MOVE CustOldestDays TO PrnOldest
       MOVE CustOverdue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnOverdue
       WRITE PlaceLine FROM PlaceDetailLine
           AFTER ADVANCING 1 LINE
       MOVE CurrentCust TO ContIDNum
       MOVE "AGENCY" TO ContTouchType
       MOVE "PLACED" TO ContDocRef
       CALL 'conthist' USING ContIDNum, ContTouchType,
           ContDocRef.

       WriteAgencyTrailer.
       MOVE SPACES TO AgencyTrailerRecord
       MOVE "T" TO AgtRecordType
       MOVE WSBusDate TO AgtFileDate
       MOVE PlacedItems TO AgtCount
       MOVE PlacedValue TO AgtAmount
       WRITE AgencyTrailerRecord.

      *The ledger is copied back with the placed items flagged so
      *tonight's collection runs see them before the next roll.
       ReplaceOpenLedger.
       OPEN INPUT ArWorkFile
       OPEN OUTPUT ArOpenFile
       MOVE "N" TO WorkEOFFlag
       PERFORM CopyOneLedgerItem UNTIL WorkEOF
       CLOSE ArWorkFile, ArOpenFile.

       CopyOneLedgerItem.
       READ ArWorkFile INTO ArOpenData
           AT END SET WorkEOF TO TRUE
           NOT AT END WRITE ArOpenData
       END-READ.
