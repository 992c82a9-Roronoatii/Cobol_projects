               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       FD InvoiceFile.
           COPY invdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       01 WSSignonDay PIC 9(8) VALUE ZEROS.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 AuthFuncCode PIC X(8) VALUE "PAYREV".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncAllowed VALUE "Y".
       01 PerFunction PIC X VALUE "C".
       01 PerPostRef PIC X(20) VALUE SPACE.
       01 PerStatus PIC X(2) VALUE SPACE.
           88 PeriodSoftClosed VALUE "01".
           88 PeriodRefused VALUE "90" "91".
       01 WSOperator PIC X(8) VALUE SPACE.
       01 EntryOption PIC X VALUE SPACE.
           88 EntryQuit VALUE "Q" "q".
       01 PayDetTable.
           02 PayDetEntry OCCURS 50 TIMES.
               03 PDDate PIC 9(8).
               03 PDAmount PIC 9(6)V99.
               03 PDCurrency PIC X(3).
               03 PDType PIC X.
       01 PayDetCount PIC 99 VALUE ZERO.
           88 NSFWanted VALUE "Y" "y".
       01 NSFFee PIC 9(4)V99 VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 ReversalsMade PIC 9(4) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
           02 PrnRevAmount PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRevOper PIC X(8).
       01 LoyAction PIC X VALUE "I".
       01 LoyEntryType PIC X VALUE "R".
       01 LoyPoints PIC S9(7) VALUE ZERO.
       01 LoyStatus PIC X VALUE SPACE.
       01 RunLogJob PIC X(12) VALUE "PAYREV".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckSupervisor
           IF NOT FuncAllowed
               DISPLAY "You are not authorised to reverse payments"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CheckPostingPeriod
           IF PeriodRefused
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

      *Reversals and NSF fees are dated with the business date, so
      *the month it falls in must still be open.
       CheckPostingPeriod.
       MOVE "C" TO PerFunction
       MOVE SPACES TO PerPostRef
       CALL 'perchk' USING PerFunction, WSBusDate, GsOperID,
           WSAuthority, PerPostRef, PerStatus
       EVALUATE TRUE
           WHEN PerStatus = "90"
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is closed - no postings allowed"
           WHEN PerStatus = "91"
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is soft-closed - supervisor authority required"
           WHEN PeriodSoftClosed
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is soft-closed - postings are reported to finance"
       END-EVALUATE.

       LogPeriodPosting.
       IF PeriodSoftClosed
           MOVE "L" TO PerFunction
           CALL 'perchk' USING PerFunction, WSBusDate, GsOperID,
               WSAuthority, PerPostRef, PerStatus
       END-IF.

       ReadBusinessDate.
       ACCEPT WSBusDate FROM DATE YYYYMMDD
       OPEN INPUT BusDateFile
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
           MOVE GsOperID TO WSOperator
       END-IF
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed
       IF AuthAllowed = "D"
           IF IsSupervisor
               MOVE "Y" TO AuthAllowed
           ELSE
               MOVE "N" TO AuthAllowed
           END-IF
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

       ReverseOnePayment.
       DISPLAY "Customer ID    : " WITH NO ADVANCING
           CLOSE PaymentFile
       END-IF.

      *Another company's payments are not open to the operator.
       ListOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               MOVE PayCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF PayIDNum = WSCustID
                   AND PayInvNumber = WSInvNum
                   AND RecCompany = GcCompany
                   AND PayDetCount < 50
                   ADD 1 TO PayDetCount
                   MOVE PayDate TO PDDate(PayDetCount)
       MOVE PDAmount(PickIdx) TO PayAmount
       MOVE PDCurrency(PickIdx) TO PayCurrency
       MOVE "R" TO PayType
       MOVE "REV" TO PaySource
       CALL 'custcomp' USING PayIDNum, PayCompany
       WRITE PaymentRecord
       CLOSE PaymentFile
       ADD 1 TO ReversalsMade
       MOVE SPACES TO PerPostRef
       STRING "PAYREV REV " WSInvNum
           DELIMITED BY SIZE INTO PerPostRef
       END-STRING
       PERFORM LogPeriodPosting
       PERFORM WriteRegisterLine
       PERFORM ReverseLoyaltyPoints
       DISPLAY "Payment reversed - invoice " WSInvNum
           " re-opened".

      *Points are earned on a fully paid invoice, so once a payment
      *on it is reversed whatever it earned is taken back; the
      *nightly run awards them again if the invoice is re-paid.
       ReverseLoyaltyPoints.
       MOVE "I" TO LoyAction
       CALL 'loysvc' USING LoyAction, WSCustID, WSInvNum,
           LoyEntryType, WSBusDate, LoyPoints, LoyStatus
       IF LoyPoints > ZERO
           COMPUTE LoyPoints = ZERO - LoyPoints
           MOVE "P" TO LoyAction
           MOVE "R" TO LoyEntryType
           CALL 'loysvc' USING LoyAction, WSCustID, WSInvNum,
               LoyEntryType, WSBusDate, LoyPoints, LoyStatus
           DISPLAY "Loyalty points earned on the invoice reversed"
       END-IF.

       WriteRegisterLine.
       OPEN INPUT RevReport
       IF WSFileStatus = "35"
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               CALL 'custcomp' USING WSCustID, DocCompany
               PERFORM AssignNextInvoiceNumber
               MOVE WSCustID TO InvIDNum
               MOVE DocCompany TO InvCompany
               MOVE NextInvNum TO InvNumber
               MOVE WSBusDate TO InvDate
               MOVE NSFFee TO InvAmount
               MOVE "0" TO InvStatus
               MOVE "F" TO InvDocType
               MOVE WSInvNum TO InvRefNumber
               MOVE WSBusDate TO InvDueDate
               MOVE SPACE TO InvDispute
               MOVE SPACES TO InvDispReason
               MOVE SPACES TO InvDispOper
                   INVALID KEY
                       DISPLAY "NSF fee document number clash"
                   NOT INVALID KEY
                       MOVE SPACES TO PerPostRef
                       STRING "PAYREV NSF " NextInvNum
                           DELIMITED BY SIZE INTO PerPostRef
                       END-STRING
                       PERFORM LogPeriodPosting
                       DISPLAY "NSF fee document " NextInvNum
                           " raised"
               END-WRITE
       END-IF.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
