      *Shared revenue budget record layout - included by any program
      *that reads or writes Budget.dat.  One record per company, year,
      *month and jurisdiction, optionally split further by item
      *category.  A blank category is the budget for the whole
      *jurisdiction; category budgets add up into their jurisdiction
      *when budget is compared with billed revenue, which is not kept
      *by category.  A blank company is company 01.
       01 BudgetRecord.
           02 BudCompany PIC X(2).
               88 BudgetEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 BudYear PIC 9(4).
           02 FILLER PIC X.
           02 BudMonth PIC 9(2).
           02 FILLER PIC X.
           02 BudJuris PIC X(2).
           02 FILLER PIC X.
           02 BudCategory PIC X(6).
           02 FILLER PIC X.
           02 BudAmount PIC 9(8)V99.
           02 FILLER PIC X.
           02 BudChangedBy PIC X(8).
           02 FILLER PIC X.
           02 BudChangedOn PIC 9(8).
