      *Shared receivables KPI snapshot record layout - included by any
      *program that reads or writes ArKpi.dat.  One record per month,
      *written at month end by arkpi.  All amounts are in the home
      *currency; the aging buckets follow agedrecv and disputed items
      *are held apart from them but included in the total.
       01 KpiRecord.
           02 KpiMonth PIC 9(6).
           02 FILLER PIC X.
           02 KpiDate PIC 9(8).
           02 FILLER PIC X.
           02 KpiDays PIC 99.
           02 FILLER PIC X.
           02 KpiTotalAR PIC 9(8)V99.
           02 FILLER PIC X.
           02 KpiCurrent PIC 9(8)V99.
           02 FILLER PIC X.
           02 Kpi1To30 PIC 9(8)V99.
           02 FILLER PIC X.
           02 Kpi31To60 PIC 9(8)V99.
           02 FILLER PIC X.
           02 KpiOver60 PIC 9(8)V99.
           02 FILLER PIC X.
           02 KpiDisputed PIC 9(8)V99.
           02 FILLER PIC X.
           02 KpiDispCount PIC 9(5).
           02 FILLER PIC X.
           02 KpiSales PIC S9(8)V99.
           02 FILLER PIC X.
           02 KpiCash PIC S9(8)V99.
           02 FILLER PIC X.
           02 KpiWriteOff PIC 9(8)V99.
