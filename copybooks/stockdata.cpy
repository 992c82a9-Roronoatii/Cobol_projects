      *Shared item stock balance record layout - included by any
      *program that reads or writes ItemStock.dat.  Stock free to
      *sell is on hand less allocated; on hand may go negative when
      *goods are invoiced before their receipt is recorded.
       01 StockRecord.
           02 StkItemCode PIC X(6).
           02 StkOnHand PIC S9(7).
           02 StkAllocated PIC 9(7).
           02 StkReorderPoint PIC 9(7).
           02 StkReorderQty PIC 9(7).
           02 StkLastReceipt PIC 9(8).
           02 StkLastIssue PIC 9(8).
