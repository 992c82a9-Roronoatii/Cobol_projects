      *Shared card processor fee record layout - included by any
      *program that reads or writes CardFee.dat.  One record per
      *settled card transaction, dated the business day it was
      *imported.  CfdStatus A = applied to the invoice, S = held in
      *card suspense.
       01 CardFeeRecord.
           02 CfdDate PIC 9(8).
           02 FILLER PIC X.
           02 CfdBatch PIC X(8).
           02 FILLER PIC X.
           02 CfdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CfdInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 CfdGross PIC 9(4)V99.
           02 FILLER PIC X.
           02 CfdFee PIC 9(4)V99.
           02 FILLER PIC X.
           02 CfdStatus PIC X.
               88 CfdApplied VALUE "A".
               88 CfdSuspense VALUE "S".
