      *Shared marketing campaign master layout - included by any
      *program that reads or writes Campaign.dat.  Mailings for the
      *campaign may be run between CmpStartDate and CmpEndDate.  A
      *customer counts as a responder if invoiced within
      *CmpRespDays of being selected.  CmpHoldEvery holds every Nth
      *selected customer back unmailed as the control group - zero
      *mails everyone.
       01 CampaignData.
           02 CmpCode PIC X(6).
               88 CampaignEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 CmpDesc PIC X(30).
           02 FILLER PIC X.
           02 CmpStartDate PIC 9(8).
           02 FILLER PIC X.
           02 CmpEndDate PIC 9(8).
           02 FILLER PIC X.
           02 CmpCost PIC 9(6)V99.
           02 FILLER PIC X.
           02 CmpRespDays PIC 9(3).
           02 FILLER PIC X.
           02 CmpHoldEvery PIC 9(2).
