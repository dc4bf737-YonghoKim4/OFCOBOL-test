      *****************************************************************
      *  DLPPLAN.CPY                                                 *
      *  INSTALLMENT PAYMENT-PLAN MASTER RECORD - ONE PER PLAN       *
      *  COLLECTIONS AGREED WITH A HELD ACCOUNT.  THE AGREED BALANCE *
      *  IS SPLIT INTO PP-INSTALL-COUNT EQUAL INSTALLMENTS WITH THE  *
      *  REMAINDER CENTS ON THE LAST, DUE EVERY PP-INTERVAL-DAYS     *
      *  FROM THE FIRST DUE DATE.  A CURRENT PLAN GOES INTO DEFAULT  *
      *  WHEN THE CASH APPLIED SINCE ENTRY FALLS SHORT OF THE        *
      *  INSTALLMENTS DUE MORE THAN PP-GRACE-DAYS AGO, AND IS PAID   *
      *  OFF ONCE THE CASH REACHES THE AGREED BALANCE.  A DEFAULTED  *
      *  PLAN STANDS UNTIL COLLECTIONS AGREES A NEW ONE.             *
      *****************************************************************
       01  PP-PLAN-REC.
           05  PP-ACCOUNT           PIC X(08).
           05  PP-AGREED-BALANCE    PIC 9(07)V9(02).
           05  PP-INSTALL-COUNT     PIC 9(02).
           05  PP-INTERVAL-DAYS     PIC 9(03).
           05  PP-GRACE-DAYS        PIC 9(03).
           05  PP-COLLECTOR         PIC X(08).
           05  PP-ENTRY-DATE        PIC 9(08).
           05  PP-PAID-TO-DATE      PIC 9(07)V9(02).
           05  PP-STATUS            PIC X(01).
               88  PP-CURRENT            VALUE "C".
               88  PP-DEFAULTED          VALUE "D".
               88  PP-PAID-OFF           VALUE "P".
           05  PP-STATUS-DATE       PIC 9(08).
           05  PP-SCHEDULE.
               10  PP-INSTALLMENT OCCURS 24 TIMES.
                   15  PP-INST-DUE-DATE PIC 9(08).
                   15  PP-INST-AMOUNT   PIC 9(07)V9(02).
