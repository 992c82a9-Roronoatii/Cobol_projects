       01 WSReason PIC X(2) VALUE SPACE.
       01 HoldsApplied PIC 9(4) VALUE ZERO.
       01 HoldsReleased PIC 9(4) VALUE ZERO.
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM ReadOperator
       IF WSOperator = SPACES
           DISPLAY "Operator ID : " WITH NO ADVANCING
           ACCEPT WSOperator
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

      *Another company's invoices are not open to the operator.
       FindInvoice.
       DISPLAY "Customer ID    : " WITH NO ADVANCING
       ACCEPT WSCustID
               DISPLAY "Invoice not found"
           NOT INVALID KEY
               MOVE "00" TO WSFileStatus
               MOVE InvCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany NOT = GcCompany
                   MOVE "35" TO WSFileStatus
                   DISPLAY "Invoice not found"
               END-IF
       END-READ.

       HoldOneInvoice.
