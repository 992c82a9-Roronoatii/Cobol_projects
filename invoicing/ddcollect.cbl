       01 PendIdx PIC 9(3) VALUE ZERO.
       01 PendFoundIdx PIC 9(3) VALUE ZERO.
       01 AlreadyPending PIC 9(5) VALUE ZERO.
       01 DueDate PIC 9(8) VALUE ZEROS.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
                   AND ArDispute NOT = "D"
                   AND ArDocType NOT = "C"
                   AND ArDocType NOT = "W"
                   AND ArDocType NOT = "D"
                   AND ArDocType NOT = "R"
                   PERFORM FindMandate
                   IF MandFoundIdx > ZERO
                       PERFORM CheckAlreadyPending
       END-PERFORM.

       CheckDueDate.
       IF ArDueDate IS NUMERIC AND ArDueDate > ZERO
           MOVE ArDueDate TO DueDate
       ELSE
           MOVE "A" TO DateFunction
           MOVE ArInvDate TO DateOne
           MOVE ZEROS TO DateTwo
           MOVE 30 TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           MOVE DateResult TO DueDate
       END-IF.

       CollectOneInvoice.
       MOVE SPACES TO CollectDetail
       MOVE ArOpenAmount TO PayAmount
       MOVE ArCurrency TO PayCurrency
       MOVE "P" TO PayType
       MOVE "DDC" TO PaySource
       CALL 'custcomp' USING PayIDNum, PayCompany
       WRITE PaymentRecord.
