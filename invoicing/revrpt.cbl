       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSRevRptName PIC X(40) VALUE "RevReport.rpt".
       01 WSRptType PIC X(10) VALUE "REVENUE".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 WantDetail PIC X VALUE "N".
           02 FILLER PIC X(34) VALUE
               "BILLING REVENUE REPORT - RUN OF   ".
           02 PrnRunDate PIC 9(8).
       01 CompanyHeading.
           02 FILLER PIC X(8) VALUE "COMPANY ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCompName PIC X(30).
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 RevHeads PIC X(50) VALUE
           "Month   Jur   Invoices         Billed value".
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM SetReportCompany
           DISPLAY "Customer-level detail ? Y/N : "
               WITH NO ADVANCING
           ACCEPT WantDetail
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

      *Only the signed-on company's invoices are reported.  Another
      *company's report is catalogued under its own type, REVENUEnn.
       SetReportCompany.
       CALL 'getcomp' USING GcCompany, GcCompName
       IF GcCompany NOT = "01"
           MOVE SPACES TO WSRptType
           STRING "REVENUE" GcCompany DELIMITED BY SIZE
               INTO WSRptType
           END-STRING
       END-IF.

       TallyOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END MOVE "Y" TO InvEOFFlag
           NOT AT END
               MOVE InvCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF NOT InvVoided AND NOT WriteOffDoc
                   AND NOT DiscountDoc AND NOT RefundDoc
                   AND NOT AgencyFeeDoc AND RecCompany = GcCompany
                   MOVE InvAmount TO SignedAmount
                   IF CreditMemoDoc
                       COMPUTE SignedAmount = ZERO - InvAmount
       ACCEPT WSToday FROM DATE YYYYMMDD
       MOVE WSToday TO PrnRunDate
       WRITE RevLine FROM RevHeading
       MOVE GcCompany TO PrnCompany
       MOVE GcCompName TO PrnCompName
       WRITE RevLine FROM CompanyHeading
       WRITE RevLine FROM RevHeads AFTER ADVANCING 2 LINES
       PERFORM VARYING MJIdx FROM 1 BY 1
           UNTIL MJIdx > MonthJurCount
