      *****************************************************************
      *  DLKPIHST.CPY                                                *
      *  RECEIVABLES KPI HISTORY - ONE RECORD PER CUSTOMER, PLUS     *
      *  ONE FOR THE WHOLE LEDGER UNDER ACCOUNT "*TOTAL", HOLDING    *
      *  THE LAST TWELVE PERIODS' DAYS SALES OUTSTANDING,            *
      *  COLLECTION EFFECTIVENESS INDEX (PERCENT), AND AVERAGE       *
      *  DAYS-TO-PAY, OLDEST PERIOD FIRST.  A RERUN OF A PERIOD      *
      *  ALREADY ON FILE REPLACES ITS FIGURES.                       *
      *****************************************************************
       01  KH-HISTORY-REC.
           05  KH-ACCOUNT-CODE      PIC X(06).
               88  KH-LEDGER-TOTAL       VALUE "*TOTAL".
           05  KH-PERIOD-COUNT      PIC 9(02).
           05  KH-PERIOD OCCURS 12 TIMES.
               10  KH-PERIOD-ID     PIC 9(06).
               10  KH-DSO           PIC S9(05)V9(01).
               10  KH-CEI           PIC S9(05)V9(01).
               10  KH-DAYS-TO-PAY   PIC S9(05)V9(01).
