      *Shared customer service case record layout - included by any
      *program that reads or writes Cases.dat.  One record per case
      *raised for a complaint or request that is not an invoice
      *dispute.  CaseInvNumber links the case to one of the
      *customer's invoices (zero when it concerns none).  Every
      *change to a case is also written to ContHist.dat as a CASE
      *contact.  CaseCompany is the customer's company; blank
      *counts as 01.
       01 CaseRecord.
           02 CaseNumber PIC 9(6).
           02 FILLER PIC X.
           02 CaseIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CaseCategory PIC X(2).
               88 CaseDelivery VALUE "DL".
               88 CaseService VALUE "SV".
               88 CaseAccountChange VALUE "AC".
               88 CaseInvoiceQuery VALUE "IV".
               88 CaseOther VALUE "OT".
               88 CaseCategoryValid VALUE "DL" "SV" "AC" "IV" "OT".
           02 FILLER PIC X.
           02 CasePriority PIC X.
               88 CaseHighPriority VALUE "H".
               88 CaseMediumPriority VALUE "M".
               88 CaseLowPriority VALUE "L".
               88 CasePriorityValid VALUE "H" "M" "L".
           02 FILLER PIC X.
           02 CaseOpenedBy PIC X(8).
           02 FILLER PIC X.
           02 CaseAssignedTo PIC X(8).
           02 FILLER PIC X.
           02 CaseStatus PIC X.
               88 CaseOpen VALUE "O".
               88 CaseWaiting VALUE "W".
               88 CaseClosed VALUE "C".
           02 FILLER PIC X.
           02 CaseOpenDate PIC 9(8).
           02 FILLER PIC X.
           02 CaseTargetDate PIC 9(8).
           02 FILLER PIC X.
           02 CaseClosedDate PIC 9(8).
           02 FILLER PIC X.
           02 CaseInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 CaseLastUpdate PIC 9(8).
           02 FILLER PIC X.
           02 CaseCompany PIC X(2).
           02 FILLER PIC X.
           02 CaseSubject PIC X(40).
