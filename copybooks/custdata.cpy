      *Shared customer record layout - included by any program that
      *reads or writes Customer.dat.  CustCompany is the company
      *whose books the customer is kept in (see compdata.cpy).
       01 CustomerData.
           02 BirthDate PIC 9(8).
           02 IDNum PIC 9(7).
               03 AddrPostCode PIC X(9).
           02 Phone PIC X(15).
           02 Email PIC X(30).
           02 CustCompany PIC X(2).
