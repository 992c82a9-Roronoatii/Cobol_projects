      *Shared invoice record layout - included by any program that
      *reads or writes Invoice.dat.  InvSalesCode is the salesperson
      *credited with an invoice - the customer's default salesperson
      *when the invoice was raised.  Agency commission documents
      *(type A) record the fee a collection agency kept from a
      *recovery - they are an expense, not a receivable.  InvCompany
      *is the company the document was raised by - the customer's
      *company - and its number comes from that company's series.
      *InvPONumber is the customer's purchase order number quoted on
      *the invoice (see podata.cpy), blank when none was given.
       01 InvoiceData.
           02 InvKey.
               03 InvIDNum PIC 9(7).
           02 InvDate PIC 9(8).
           02 InvJurisdiction PIC X(2).
           02 InvCurrency PIC X(3).
           02 InvAmount PIC 9(6)V99.
           02 InvStatus PIC X.
               88 InvExtracted VALUE "E".
               88 InvVoided VALUE "V".
               88 CreditMemoDoc VALUE "C".
               88 WriteOffDoc VALUE "W".
               88 NSFFeeDoc VALUE "F".
               88 DiscountDoc VALUE "D".
               88 RefundDoc VALUE "R".
               88 AgencyFeeDoc VALUE "A".
           02 InvRefNumber PIC 9(6).
           02 InvDispute PIC X.
               88 InvDisputed VALUE "D".
           02 InvDispReason PIC X(2).
           02 InvDispOper PIC X(8).
           02 InvTermsCode PIC X(4).
           02 InvDueDate PIC 9(8).
           02 InvSalesCode PIC X(4).
           02 InvCompany PIC X(2).
           02 InvPONumber PIC X(15).
