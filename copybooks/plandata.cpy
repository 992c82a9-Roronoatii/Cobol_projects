      *Shared installment plan record layout - included by any
      *program that reads or writes InstPlan.dat.  One record per
      *plan holding the invoices it covers and its full schedule.
       01 PlanRecord.
           02 PlnNumber PIC 9(6).
           02 FILLER PIC X.
           02 PlnIDNum PIC 9(7).
           02 FILLER PIC X.
           02 PlnStatus PIC X.
               88 PlanActive VALUE "A".
               88 PlanBroken VALUE "B".
               88 PlanComplete VALUE "C".
               88 PlanCancelled VALUE "X".
           02 FILLER PIC X.
           02 PlnCreated PIC 9(8).
           02 FILLER PIC X.
           02 PlnStatusDate PIC 9(8).
           02 FILLER PIC X.
           02 PlnTotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 PlnInvCount PIC 9.
           02 PlnInvoice OCCURS 5 TIMES.
               03 FILLER PIC X.
               03 PlnInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 PlnInstCount PIC 99.
           02 PlnInstallment OCCURS 24 TIMES.
               03 FILLER PIC X.
               03 PlnDueDate PIC 9(8).
               03 FILLER PIC X.
               03 PlnInstAmount PIC 9(6)V99.
