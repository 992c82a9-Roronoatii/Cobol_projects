      *Shared campaign membership layout - included by any program
      *that reads or writes CampMemb.dat.  custletter writes one
      *record for each customer selected for a campaign mailing -
      *group M if the letter was printed, C if held back as control.
       01 CampMembData.
           02 CmmCode PIC X(6).
           02 FILLER PIC X.
           02 CmmIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CmmDate PIC 9(8).
           02 FILLER PIC X.
           02 CmmGroup PIC X.
               88 CmmMailed VALUE "M".
               88 CmmControl VALUE "C".
