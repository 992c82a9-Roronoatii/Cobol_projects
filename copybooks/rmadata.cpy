      *Shared returns authorization record layout - included by any
      *program that reads or writes Returns.dat.  One record per
      *return raised against a single original invoice; each line
      *points back at the invoice line being returned.  The credit
      *memo fields are filled in when the goods are received.
       01 RmaRecord.
           02 RmaNumber PIC 9(6).
           02 FILLER PIC X.
           02 RmaIDNum PIC 9(7).
           02 FILLER PIC X.
           02 RmaInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 RmaStatus PIC X.
               88 RmaAuthorized VALUE "A".
               88 RmaReceived VALUE "R".
               88 RmaCancelled VALUE "X".
           02 FILLER PIC X.
           02 RmaDate PIC 9(8).
           02 FILLER PIC X.
           02 RmaReason PIC X(20).
           02 FILLER PIC X.
           02 RmaFeePct PIC 99V99.
           02 FILLER PIC X.
           02 RmaClosedDate PIC 9(8).
           02 FILLER PIC X.
           02 RmaCreditNumber PIC 9(6).
           02 FILLER PIC X.
           02 RmaCreditAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 RmaFeeAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 RmaTaxReversed PIC 9(6)V99.
           02 FILLER PIC X.
           02 RmaLineCount PIC 99.
           02 RmaLine OCCURS 20 TIMES.
               03 FILLER PIC X.
               03 RmaLinSeq PIC 9(3).
               03 FILLER PIC X.
               03 RmaItemCode PIC X(6).
               03 FILLER PIC X.
               03 RmaQtyAuth PIC 9(4).
               03 FILLER PIC X.
               03 RmaQtyRecv PIC 9(4).
               03 FILLER PIC X.
               03 RmaUnitPrice PIC 9(6)V99.
