      *Shared loyalty scheme control layout - included by any program
      *that reads or writes LoyCtl.dat.  A single record holding the
      *number of months after which unspent points expire (zero for
      *never) and the cash value of one point on redemption.
       01 LoyCtlData.
           02 LcExpiryMonths PIC 9(3).
           02 FILLER PIC X.
           02 LcPointValue PIC 9V9999.
