           02 FILLER PIC X.
           02 QuoCurrency PIC X(3).
           02 FILLER PIC X.
           02 QuoAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 QuoTax PIC 9(6)V99.
           02 FILLER PIC X.
       01 QuoteJuris PIC X(2) VALUE SPACE.
           88 QuoteQuit VALUE "Q " "q ".
       01 QuoteCurrency PIC X(3) VALUE "USD".
       01 QuoteAmount PIC 9(6)V99 VALUE ZERO.
       01 WSTaxRate PIC V999 VALUE ZERO.
       01 WSExchRate PIC 9(3)V9(6) VALUE ZERO.
       01 FoundRate PIC X VALUE "N".
