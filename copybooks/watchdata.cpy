      *Shared sanctions watch-list record layout - included by any
      *program that reads or writes WatchList.dat.  The file is built
      *by sancload from the published government list; names, city
      *and state are held in upper case so they compare directly.
      *Entries that are organisations carry no first name.
       01 WatchRecord.
           02 WlID PIC X(10).
               88 WatchListEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 WlLastName PIC X(30).
           02 FILLER PIC X.
           02 WlFirstName PIC X(20).
           02 FILLER PIC X.
           02 WlStreet PIC X(30).
           02 FILLER PIC X.
           02 WlCity PIC X(15).
           02 FILLER PIC X.
           02 WlState PIC X(2).
           02 FILLER PIC X.
           02 WlPostCode PIC X(9).
