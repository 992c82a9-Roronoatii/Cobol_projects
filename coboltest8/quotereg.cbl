           02 FILLER PIC X.
           02 QuoCurrency PIC X(3).
           02 FILLER PIC X.
           02 QuoAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 QuoTax PIC 9(6)V99.
           02 FILLER PIC X.
