           02 InJurisdiction PIC X(2).
               88 TaxInputEOF VALUE HIGH-VALUE.
           02 InCurrency PIC X(3).
           02 InPrice PIC 9(6)V99.
           02 InIDNum PIC 9(7).
           02 InInvNumber PIC 9(6).
           02 InFreight PIC X.

       FD InvoiceFile.
           COPY invdata.
           02 SuspJuris PIC X(2).
               88 SuspEOF VALUE HIGH-VALUE.
           02 SuspCurrency PIC X(3).
           02 SuspPrice PIC 9(6)V99.
           02 SuspIDNum PIC 9(7).
           02 SuspInvNumber PIC 9(6).
           02 SuspFreight PIC X.

       FD RunLogFile.
       01 RunLogRecord.
