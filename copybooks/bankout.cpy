      *Shared bank reconciliation outstanding item layout - included
      *by any program that reads or writes BankOut.dat.  One record
      *per item not yet matched: side B is a day's postings from the
      *books not yet seen on the statement, side S is a statement
      *line not yet seen in the books.  Items carry forward from day
      *to day until they match.
       01 BankOutRecord.
           02 BkoSide PIC X.
               88 BkoBookItem VALUE "B".
               88 BkoBankItem VALUE "S".
           02 FILLER PIC X.
           02 BkoDate PIC 9(8).
           02 FILLER PIC X.
           02 BkoDir PIC X.
               88 BkoCredit VALUE "C".
               88 BkoDebit VALUE "D".
           02 FILLER PIC X.
           02 BkoSource PIC X(3).
           02 FILLER PIC X.
           02 BkoAmount PIC 9(8)V99.
           02 FILLER PIC X.
           02 BkoRef PIC X(12).
