      *Shared company master record layout - included by any program
      *that reads or writes Company.dat.  One record per company kept
      *on the system, maintained by compmnt.  Company 01 is the
      *original company; customers, invoices and payments carried
      *before companies were introduced belong to it.  Each company
      *prints its own name and remit-to address on its documents and
      *draws its invoice numbers from its own series, CoInvFrom to
      *CoInvTo, counted in InvCtl.dat.
       01 CompanyRecord.
           02 CoCode PIC X(2).
           02 FILLER PIC X.
           02 CoName PIC X(30).
           02 FILLER PIC X.
           02 CoRemitLine PIC X(40) OCCURS 4 TIMES.
           02 FILLER PIC X.
           02 CoInvFrom PIC 9(6).
           02 FILLER PIC X.
           02 CoInvTo PIC 9(6).
