       01 BdayWorkRecord.
           02 WrkDay PIC 9(2).
           02 WrkLastName PIC X(15).
           02 WrkData PIC X(136).

       SD SortFile.
       01 SortBdayRecord.
           02 SrtDay PIC 9(2).
           02 SrtLastName PIC X(15).
           02 SrtData PIC X(136).

       FD SortedBdayFile.
       01 SortedBdayRecord.
           02 SortedDay PIC 9(2).
           02 SortedLastName PIC X(15).
           02 SortedData PIC X(136).
               88 SortedEOF VALUE HIGH-VALUE.

       FD MailStatFile.
