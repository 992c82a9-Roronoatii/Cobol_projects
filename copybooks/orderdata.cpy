      *Shared sales order record layout - included by any program
      *that reads or writes SalesOrd.dat.  One record per order
      *holding its lines; a line is open until everything ordered
      *on it has shipped.  Prices are fixed when the order is taken.
      *Closed orders are kept for 90 days after they close.
       01 OrderRecord.
           02 OrdNumber PIC 9(6).
           02 FILLER PIC X.
           02 OrdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 OrdStatus PIC X.
               88 OrderOpen VALUE "O".
               88 OrderPartShipped VALUE "P".
               88 OrderComplete VALUE "C".
               88 OrderCancelled VALUE "X".
           02 FILLER PIC X.
           02 OrdDate PIC 9(8).
           02 FILLER PIC X.
           02 OrdWanted PIC 9(8).
           02 FILLER PIC X.
           02 OrdJuris PIC X(2).
           02 FILLER PIC X.
           02 OrdCurrency PIC X(3).
           02 FILLER PIC X.
           02 OrdCustRef PIC X(15).
           02 FILLER PIC X.
           02 OrdClosedDate PIC 9(8).
           02 FILLER PIC X.
           02 OrdLineCount PIC 99.
           02 OrdLine OCCURS 20 TIMES.
               03 FILLER PIC X.
               03 OrdItemCode PIC X(6).
               03 FILLER PIC X.
               03 OrdQtyOrdered PIC 9(4).
               03 FILLER PIC X.
               03 OrdQtyShipped PIC 9(4).
               03 FILLER PIC X.
               03 OrdUnitPrice PIC 9(6)V99.
               03 FILLER PIC X.
               03 OrdPriceSrc PIC X.
