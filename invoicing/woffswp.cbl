           SELECT ThreshFile ASSIGN TO "WoffThresh.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       FD ThreshFile.
       01 ThreshRecord PIC 9(3)V99.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

               03 SWInvNum PIC 9(6).
               03 SWJuris PIC X(2).
               03 SWCurrency PIC X(3).
               03 SWAmount PIC 9(6)V99.
       01 SweepCount PIC 9(3) VALUE ZERO.
       01 SweepIdx PIC 9(3) VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 WrittenOffCount PIC 9(5) VALUE ZERO.
       01 WrittenOffValue PIC 9(8)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
           NOT INVALID KEY
               MOVE InvJurisdiction TO SWJuris(SweepIdx)
       END-READ
       CALL 'custcomp' USING SWCustID(SweepIdx), DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE SWCustID(SweepIdx) TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE WSBusDate TO InvDate
       MOVE SWJuris(SweepIdx) TO InvJurisdiction
       MOVE "0" TO InvStatus
       MOVE "W" TO InvDocType
       MOVE SWInvNum(SweepIdx) TO InvRefNumber
       MOVE WSBusDate TO InvDueDate
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Write-off document number clash for "
       END-WRITE.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
