      *Shared sign-on session record layout - included by any
      *program that reads or writes Signon.dat.  One record per
      *operator session; SgnStatus A marks an active session.
      *SgnCompany is the company chosen at sign-on - the operator
      *sees only that company's customers for the session.
       01 SignonRecord.
           02 SgnOperID PIC X(8).
           02 FILLER PIC X.
           02 SgnLastAct PIC 9(8).
           02 FILLER PIC X.
           02 SgnStatus PIC X.
           02 FILLER PIC X.
           02 SgnCompany PIC X(2).
