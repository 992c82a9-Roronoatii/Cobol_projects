      *Shared open-item receivables record layout - included by any
      *program that reads or writes ArOpen.dat.  One record per
      *invoice document, rolled forward by arroll in the nightly
      *batch.  ArPlaced marks items placed with a collection agency.
      *ArCompany is carried from the invoice's InvCompany, and
      *ArPONumber from its InvPONumber.
       01 ArOpenData.
           02 ArIDNum PIC 9(7).
           02 FILLER PIC X.
           02 ArRollDate PIC 9(8).
           02 FILLER PIC X.
           02 ArDispute PIC X.
           02 FILLER PIC X.
           02 ArDueDate PIC 9(8).
           02 FILLER PIC X.
           02 ArPlaced PIC X.
               88 ArAgencyPlaced VALUE "P".
           02 FILLER PIC X.
           02 ArCompany PIC X(2).
           02 FILLER PIC X.
           02 ArPONumber PIC X(15).
