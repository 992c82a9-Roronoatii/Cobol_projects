      *Shared bill-to hierarchy record layout - included by any
      *program that reads or writes BillTo.dat.  One record per branch
      *customer naming the parent customer who is billed and pays for
      *it, maintained by billmnt.  The hierarchy is one level deep: a
      *parent is never itself a branch of another parent.
       01 BillToRecord.
           02 BilChildID PIC 9(7).
           02 FILLER PIC X.
           02 BilParentID PIC 9(7).
