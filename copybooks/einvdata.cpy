      *Structured e-invoice interchange layout - included by any
      *program that writes the EInvnnnnnnnnn.dat files sent to
      *customers who take their invoices electronically.  Each file
      *is one interchange for one customer: a HDR record carrying the
      *interchange control number, then for each document an INV (or
      *CRN for a credit note) record, its LIN and TAX records and a
      *TOT record, and finally a TRL record with the document and
      *record counts and the hash of the document totals.  Documents
      *are numbered from 1 within the interchange.  Amounts have two
      *implied decimals and are always positive; a credit note's
      *EidRefNumber is the invoice it credits, and EidPONumber is the
      *customer's purchase order number when one was quoted.  Tax
      *amounts are in the home currency.
       01 EInvHdrRecord.
           02 EihRecType PIC X(3).
           02 EihCtlNumber PIC 9(9).
           02 EihDate PIC 9(8).
           02 EihTime PIC 9(6).
           02 EihVersion PIC X(4).
           02 EihSender PIC X(2).
           02 EihSenderName PIC X(30).
           02 EihReceiver PIC 9(7).
       01 EInvDocRecord.
           02 EidRecType PIC X(3).
               88 EidInvoice VALUE "INV".
               88 EidCreditNote VALUE "CRN".
           02 EidDocSeq PIC 9(4).
           02 EidDocNumber PIC 9(6).
           02 EidDocDate PIC 9(8).
           02 EidDueDate PIC 9(8).
           02 EidCurrency PIC X(3).
           02 EidTerms PIC X(4).
           02 EidJuris PIC X(2).
           02 EidRefNumber PIC 9(6).
           02 EidBuyerName PIC X(28).
           02 EidStreet PIC X(20).
           02 EidCity PIC X(15).
           02 EidState PIC X(2).
           02 EidPostCode PIC X(9).
           02 EidPONumber PIC X(15).
       01 EInvLineRecord.
           02 EilRecType PIC X(3).
           02 EilDocSeq PIC 9(4).
           02 EilSeq PIC 9(3).
           02 EilItemCode PIC X(6).
           02 EilItemDesc PIC X(20).
           02 EilQty PIC 9(4).
           02 EilUnitPrice PIC 9(6)V99.
           02 EilAmount PIC 9(6)V99.
       01 EInvTaxRecord.
           02 EixRecType PIC X(3).
           02 EixDocSeq PIC 9(4).
           02 EixJuris PIC X(2).
           02 EixComponent PIC X(8).
           02 EixTaxable PIC 9(8)V99.
           02 EixTax PIC 9(8)V99.
       01 EInvTotRecord.
           02 EitRecType PIC X(3).
           02 EitDocSeq PIC 9(4).
           02 EitLineCount PIC 9(3).
           02 EitNet PIC 9(8)V99.
           02 EitTax PIC 9(8)V99.
           02 EitGross PIC 9(8)V99.
       01 EInvTrlRecord.
           02 EizRecType PIC X(3).
           02 EizCtlNumber PIC 9(9).
           02 EizDocCount PIC 9(4).
           02 EizRecCount PIC 9(6).
           02 EizGrossHash PIC 9(10)V99.
