      *Shared e-invoice outbound log record layout - included by any
      *program that reads or writes EInvLog.dat.  One record per
      *document sent electronically: the interchange control number
      *and the document's number within it, the file it went out in,
      *and what the customer's acknowledgement said.  A document
      *stays S (sent) until its acknowledgement is imported; a
      *rejected document carries the customer's reason.
       01 EInvLogRecord.
           02 EolCtlNumber PIC 9(9).
           02 FILLER PIC X.
           02 EolDocSeq PIC 9(4).
           02 FILLER PIC X.
           02 EolIDNum PIC 9(7).
           02 FILLER PIC X.
           02 EolInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 EolDocType PIC X.
           02 FILLER PIC X.
           02 EolDocDate PIC 9(8).
           02 FILLER PIC X.
           02 EolSentDate PIC 9(8).
           02 FILLER PIC X.
           02 EolFileName PIC X(20).
           02 FILLER PIC X.
           02 EolStatus PIC X.
               88 EolSent VALUE "S".
               88 EolAccepted VALUE "A".
               88 EolRejected VALUE "R".
           02 FILLER PIC X.
           02 EolAckDate PIC 9(8).
           02 FILLER PIC X.
           02 EolReason PIC X(40).
