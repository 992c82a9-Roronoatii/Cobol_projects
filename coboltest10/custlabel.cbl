       01 LabelWorkRecord.
           02 WrkLastName PIC X(15).
           02 WrkFirstName PIC X(12).
           02 WrkData PIC X(136).

       SD SortFile.
       01 SortLabelRecord.
           02 SrtLastName PIC X(15).
           02 SrtFirstName PIC X(12).
           02 SrtData PIC X(136).

       FD SortedLabelFile.
       01 SortedLabelRecord.
           02 SortedLastName PIC X(15).
           02 SortedFirstName PIC X(12).
           02 SortedData PIC X(136).
               88 SortedEOF VALUE HIGH-VALUE.

       FD LabelReport.
