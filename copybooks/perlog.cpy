      *Shared soft-closed period posting log layout - included by any
      *program that reads or writes PerPost.log.  perchk appends one
      *record for every posting a supervisor makes into a soft-closed
      *month; perrpt reports them to finance each morning.
       01 PerPostRecord.
           02 PplLogDate PIC 9(8).
           02 FILLER PIC X.
           02 PplLogTime PIC 9(8).
           02 FILLER PIC X.
           02 PplPostDate PIC 9(8).
           02 FILLER PIC X.
           02 PplOperID PIC X(8).
           02 FILLER PIC X.
           02 PplPostRef PIC X(20).
