           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       FD ArOpenFile.
           COPY ardata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       01 WSSignonDay PIC 9(8) VALUE ZEROS.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 AuthFuncCode PIC X(8) VALUE "WOFFENT".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncAllowed VALUE "Y".
       01 PerFunction PIC X VALUE "C".
       01 PerPostRef PIC X(20) VALUE SPACE.
       01 PerStatus PIC X(2) VALUE SPACE.
           88 PeriodSoftClosed VALUE "01".
           88 PeriodRefused VALUE "90" "91".
       01 EntryOption PIC X VALUE SPACE.
           88 EntryQuit VALUE "Q" "q".
       01 WSCustID PIC 9(7) VALUE ZEROS.
       01 WSInvNum PIC 9(6) VALUE ZEROS.
       01 WSWoffAmount PIC 9(6)V99 VALUE ZERO.
       01 OpenBalance PIC S9(6)V99 VALUE ZERO.
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 ItemFoundFlag PIC X VALUE "N".
           88 ItemFound VALUE "Y".
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 WriteOffsAdded PIC 9(4) VALUE ZERO.
       01 SaveJuris PIC X(2) VALUE SPACE.
       01 SaveCurrency PIC X(3) VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckSupervisor
           IF NOT FuncAllowed
               DISPLAY "You are not authorised to write off invoices"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CheckPostingPeriod
           IF PeriodRefused
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY WriteOffsAdded " write-offs recorded"
           STOP RUN.

      *Write-off documents are dated with the business date, so the
      *month it falls in must still be open.
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
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
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

       EnterOneWriteOff.
       DISPLAY "Customer ID    : " WITH NO ADVANCING
           CLOSE ArOpenFile
       END-IF.

      *Another company's items are not open to the operator.
       ScanOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               MOVE ArCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF ArIDNum = WSCustID AND ArInvNumber = WSInvNum
                   AND RecCompany = GcCompany
                   MOVE "Y" TO ItemFoundFlag
                   MOVE ArOpenAmount TO OpenBalance
                   MOVE ArCurrency TO SaveCurrency
           NOT INVALID KEY
               MOVE InvJurisdiction TO SaveJuris
       END-READ
       CALL 'custcomp' USING WSCustID, DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE WSCustID TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE WSBusDate TO InvDate
       MOVE SaveJuris TO InvJurisdiction
       MOVE "0" TO InvStatus
       MOVE "W" TO InvDocType
       MOVE WSInvNum TO InvRefNumber
       MOVE WSBusDate TO InvDueDate
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Write-off document number clash"
           NOT INVALID KEY
               ADD 1 TO WriteOffsAdded
               MOVE SPACES TO PerPostRef
               STRING "WOFFENT WO " NextInvNum
                   DELIMITED BY SIZE INTO PerPostRef
               END-STRING
               PERFORM LogPeriodPosting
               PERFORM WriteRegisterLine
               DISPLAY "Write-off " NextInvNum
                   " recorded against invoice " WSInvNum
       CLOSE WoffReport.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
