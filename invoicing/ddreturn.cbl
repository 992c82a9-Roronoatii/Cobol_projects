       01 ConfirmedCount PIC 9(5) VALUE ZERO.
       01 ReversedCount PIC 9(5) VALUE ZERO.
       01 UnmatchedCount PIC 9(5) VALUE ZERO.
       01 RevAmount PIC 9(6)V99 VALUE ZERO.
       01 RevCurrency PIC X(3) VALUE SPACE.
       01 ReturnHeading.
           02 FILLER PIC X(34) VALUE
       MOVE RevAmount TO PayAmount
       MOVE RevCurrency TO PayCurrency
       MOVE "R" TO PayType
       MOVE "DDR" TO PaySource
       CALL 'custcomp' USING PayIDNum, PayCompany
       WRITE PaymentRecord
       CLOSE PaymentFile.
