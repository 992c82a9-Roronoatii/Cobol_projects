      *Shared deferred revenue movement log layout - included by any
      *program that reads or writes DefRev.log.  B = amount deferred
      *when billed, R = released to revenue by the month-end run,
      *C = unrecognised part reversed by a credit memo, V = released
      *when the invoice is voided.
       01 DefRevLogRecord.
           02 DrlType PIC X.
               88 DrlDeferred VALUE "B".
               88 DrlRecognised VALUE "R".
               88 DrlCreditRev VALUE "C".
               88 DrlVoidRev VALUE "V".
           02 FILLER PIC X.
           02 DrlDate PIC 9(8).
           02 FILLER PIC X.
           02 DrlIDNum PIC 9(7).
           02 FILLER PIC X.
           02 DrlInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 DrlCredNumber PIC 9(6).
           02 FILLER PIC X.
           02 DrlMonth PIC 9(6).
           02 FILLER PIC X.
           02 DrlAmount PIC 9(6)V99.
