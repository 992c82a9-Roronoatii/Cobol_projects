           02 TranPhone PIC X(15).
           02 TranEmail PIC X(30).
               88 TranEOF VALUE HIGH-VALUE.
           02 TranCompany PIC X(2).
      *The taxpayer ID falls beyond the transaction image printed on
      *the register, so it never appears there in full.
           02 TranTaxID PIC X(9).

       FD CustomerFile.
           COPY custdata.
           02 FILLER PIC X.
           02 HistAction PIC X.
           02 FILLER PIC X.
           02 HistBefore PIC X(136).
           02 FILLER PIC X.
           02 HistAfter PIC X(136).

       FD MaintReport.
       01 MaintLine PIC X(160).
       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSOperator PIC X(8) VALUE "BATCH".
       01 WSHistBefore PIC X(136) VALUE SPACE.
       01 WSHistAfter PIC X(136) VALUE SPACE.
       01 HistActionCode PIC X VALUE SPACE.
       01 WSCurrentDate.
           02 WSCurrYear PIC 9(4).
       01 ChkFunction PIC X VALUE "V".
       01 ChkDigStatus PIC X VALUE SPACE.
       01 ChkDigWork PIC 9(7) VALUE ZEROS.
       01 TaxIDAction PIC X VALUE "V".
       01 TaxIDStatus PIC X VALUE SPACE.
       01 TaxIDOK PIC X VALUE "Y".
           88 TIValid VALUE "Y".
       01 SancAction PIC X VALUE "S".
       01 SancResult PIC X VALUE SPACE.
           88 SancHeld VALUE "H" "P".
           88 SancConfirmed VALUE "C".

       01 WarnDetailLine.
           02 FILLER PIC X(9) VALUE "WARNING  ".
       ApplyAddTransaction.
       PERFORM ValidateTranBirthDate
       PERFORM ValidateTranStatePost
       PERFORM ValidateTranTaxID
       IF NOT BDValid
           MOVE "BAD BIRTHDATE" TO RejReason
           PERFORM WriteRejectDetail
           MOVE "BAD STATE/POSTCODE" TO RejReason
           PERFORM WriteRejectDetail
           ADD 1 TO AddRejected
       ELSE
       IF NOT TIValid
           MOVE "BAD TAXPAYER ID" TO RejReason
           PERFORM WriteRejectDetail
           ADD 1 TO AddRejected
       ELSE
           PERFORM ScanForDupSuspects
           IF DupSuspFound NOT = ZEROS
               WRITE MaintLine FROM WarnDetailLine
           END-IF
           PERFORM MoveTranToRecord
           MOVE TranCompany TO CustCompany
           MOVE "0" TO DeleteFlag
           WRITE CustomerData
               INVALID KEY
                   MOVE "A" TO HistActionCode
                   PERFORM WriteHistoryRecord
                   PERFORM WriteAuditRecord
                   PERFORM StoreTranTaxID
                   PERFORM ScreenSanctions
           END-WRITE
       END-IF
       END-IF
       END-IF.

       ApplyChangeTransaction.
       PERFORM ValidateTranBirthDate
       PERFORM ValidateTranStatePost
       PERFORM ValidateTranTaxID
       IF NOT BDValid
           MOVE "BAD BIRTHDATE" TO RejReason
           PERFORM WriteRejectDetail
           MOVE "BAD STATE/POSTCODE" TO RejReason
           PERFORM WriteRejectDetail
           ADD 1 TO ChgRejected
       ELSE
       IF NOT TIValid
           MOVE "BAD TAXPAYER ID" TO RejReason
           PERFORM WriteRejectDetail
           ADD 1 TO ChgRejected
       ELSE
           MOVE TranIDNum TO IDNum
           READ CustomerFile
               NOT INVALID KEY
                   MOVE CustomerData TO WSHistBefore
                   PERFORM MoveTranToRecord
                   IF TranCompany NOT = SPACES
                       MOVE TranCompany TO CustCompany
                   END-IF
                   REWRITE CustomerData
                   END-REWRITE
                   MOVE CustomerData TO WSHistAfter
                   MOVE "C" TO HistActionCode
                   PERFORM WriteHistoryRecord
                   PERFORM StoreTranTaxID
                   PERFORM ScreenSanctions
                   ADD 1 TO ChgApplied
           END-READ
       END-IF
       END-IF
       END-IF.

       ApplyDeleteTransaction.
           MOVE "N" TO StatePostOK
       END-IF.

      *A blank taxpayer ID is accepted and leaves any ID on file as
      *it is.
       ValidateTranTaxID.
       MOVE "Y" TO TaxIDOK
       IF TranTaxID NOT = SPACES
           MOVE "V" TO TaxIDAction
           CALL 'taxidsvc' USING TaxIDAction, WSOperator, TranIDNum,
               TranTaxID, TaxIDStatus
           IF TaxIDStatus NOT = "Y"
               MOVE "N" TO TaxIDOK
           END-IF
       END-IF.

       StoreTranTaxID.
       IF TranTaxID NOT = SPACES
           MOVE "P" TO TaxIDAction
           CALL 'taxidsvc' USING TaxIDAction, WSOperator, TranIDNum,
               TranTaxID, TaxIDStatus
       END-IF.

      *Applied adds and changes are screened against the sanctions
      *watch list; a probable match is held for compliance review and
      *flagged on the register.
       ScreenSanctions.
       MOVE "S" TO SancAction
       CALL 'sancchk' USING SancAction, IDNum, CustName, MailAddress,
           SancResult
       IF SancHeld OR SancConfirmed
           IF SancConfirmed
               MOVE "SANCTIONS HIT" TO WrnReason
           ELSE
               MOVE "SANCTIONS REVIEW" TO WrnReason
           END-IF
           MOVE SPACES TO WrnTranImage
           MOVE TranRecord TO WrnTranImage
           WRITE MaintLine FROM WarnDetailLine
       END-IF.

       ValidateTranBirthDate.
       MOVE "Y" TO BirthDateOK
       ACCEPT WSCurrentDate FROM DATE YYYYMMDD
