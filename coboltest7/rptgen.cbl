       01 WSDate PIC 9(8) VALUE ZEROS.
       01 WSTime PIC 9(8) VALUE ZEROS.
       01 NamePrefix PIC X(12) VALUE SPACE.
       01 NameSuffix PIC X(4) VALUE ".rpt".
       01 PurgeFileName PIC X(40) VALUE SPACE.
       01 RptTypeWork PIC X(10) VALUE SPACE.
       01 RptCompany PIC X(2) VALUE SPACE.
       01 PrefixWork PIC X(12) VALUE SPACE.

       LINKAGE SECTION.
       01 LRptType PIC X(10).
       PROCEDURE DIVISION USING LRptType, LRptFileName.
           ACCEPT WSDate FROM DATE YYYYMMDD
           ACCEPT WSTime FROM TIME
           MOVE ".rpt" TO NameSuffix
      *A company's own revenue report is type REVENUEnn; company 01
      *keeps plain REVENUE.  The company code goes into the name.
           MOVE LRptType TO RptTypeWork
           MOVE SPACES TO RptCompany
           IF LRptType(1:7) = "REVENUE" AND LRptType(8:2) NOT = SPACES
               MOVE LRptType(8:2) TO RptCompany
               MOVE "REVENUE" TO RptTypeWork
           END-IF
           EVALUATE RptTypeWork
               WHEN "CUSTOMER"
                   MOVE "CustReport." TO NamePrefix
               WHEN "TAX"
                   MOVE "TaxReport." TO NamePrefix
               WHEN "REVENUE"
                   MOVE "RevReport." TO NamePrefix
               WHEN "INVOICE"
                   MOVE "Invoice." TO NamePrefix
               WHEN "ITEMSALES"
                   MOVE "ItemSales." TO NamePrefix
               WHEN "CASHFCST"
                   MOVE "CashFcst." TO NamePrefix
               WHEN "CASHCSV"
                   MOVE "CashFcst." TO NamePrefix
                   MOVE ".csv" TO NameSuffix
               WHEN "ARKPI"
                   MOVE "ArKpi." TO NamePrefix
               WHEN "PERPOST"
                   MOVE "PerPost." TO NamePrefix
               WHEN "CUSTRANK"
                   MOVE "CustRank." TO NamePrefix
               WHEN "RANKCSV"
                   MOVE "CustRank." TO NamePrefix
                   MOVE ".csv" TO NameSuffix
               WHEN "BUDGVAR"
                   MOVE "BudgVar." TO NamePrefix
               WHEN "PORPT"
                   MOVE "PORpt." TO NamePrefix
               WHEN OTHER
                   MOVE "Report." TO NamePrefix
           END-EVALUATE
           MOVE SPACES TO LRptFileName
           IF RptCompany NOT = SPACES
               MOVE SPACES TO PrefixWork
               STRING NamePrefix DELIMITED BY "."
                   RptCompany DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO PrefixWork
               END-STRING
               MOVE PrefixWork TO NamePrefix
           END-IF
           STRING NamePrefix DELIMITED BY SPACE
               WSDate DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WSTime(1:6) DELIMITED BY SIZE
               NameSuffix DELIMITED BY SIZE
               INTO LRptFileName
           END-STRING
           PERFORM LoadCatalog
