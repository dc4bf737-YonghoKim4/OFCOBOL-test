      *****************************************************************
      *  DLCSHFC.CPY                                                 *
      *  CASH RECEIPTS FORECAST HISTORY - ONE RECORD PER FORECAST    *
      *  WEEK PER CSHFCST1 RUN: THE RUN DATE, THE WEEK'S FIRST DAY,  *
      *  AND WHAT WAS EXPECTED IN IT FROM EACH SOURCE.  THE NEXT     *
      *  WEEK'S RUN READS BACK THE FORECAST MADE FOR THE WEEK JUST   *
      *  ENDED AND PRINTS IT AGAINST THE CASH ACTUALLY APPLIED.      *
      *****************************************************************
       01  FC-FORECAST-REC.
           05  FC-RUN-DATE          PIC 9(08).
           05  FC-WEEK-START        PIC 9(08).
           05  FC-AR-AMOUNT         PIC 9(11)V9(02).
           05  FC-DD-AMOUNT         PIC 9(11)V9(02).
           05  FC-PROMISE-AMOUNT    PIC 9(11)V9(02).
           05  FC-PLAN-AMOUNT       PIC 9(11)V9(02).
           05  FC-TOTAL-AMOUNT      PIC 9(11)V9(02).
