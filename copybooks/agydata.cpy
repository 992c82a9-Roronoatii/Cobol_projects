      *Shared collection agency placement record layout - included
      *by any program that reads or writes AgencyPlc.dat.  One
      *record per invoice placed with the agency.  A placement stays
      *active until the agency recalls the account or the item is
      *collected in full.
       01 AgencyPlcRecord.
           02 AgpIDNum PIC 9(7).
           02 FILLER PIC X.
           02 AgpInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 AgpPlacedDate PIC 9(8).
           02 FILLER PIC X.
           02 AgpPlacedAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 AgpCollected PIC 9(6)V99.
           02 FILLER PIC X.
           02 AgpCommission PIC 9(6)V99.
           02 FILLER PIC X.
           02 AgpStatus PIC X.
               88 AgpActive VALUE "P".
               88 AgpRecalled VALUE "R".
               88 AgpCollectedFull VALUE "C".
           02 FILLER PIC X.
           02 AgpStatusDate PIC 9(8).
