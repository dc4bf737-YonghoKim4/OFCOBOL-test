      *****************************************************************
      *  DLSLSHST.CPY                                                *
      *  CUMULATIVE SALES HISTORY - ONE RECORD PER MONTH, CUSTOMER   *
      *  ACCOUNT, AND ITEM, ADDED TO NIGHTLY BY SLSHUPD1 FROM THE    *
      *  EXTENDED MULOUT LINES AND THE MULTIPLY04_4 ORDER LINES, SO  *
      *  A SALES QUESTION IS ANSWERED FROM ONE FILE INSTEAD OF OLD   *
      *  GENERATIONS.  SH-ADJUSTMENTS IS NET LESS GROSS - NEGATIVE   *
      *  FOR A DISCOUNT, POSITIVE FOR A SURCHARGE.  THE RECORD KEYED *
      *  PERIOD ZERO, ACCOUNT "*LAST*" IS THE CONTROL RECORD HOLDING *
      *  THE LAST RUN DATE POSTED, SO A NIGHT IS NEVER ADDED TWICE.  *
      *****************************************************************
       01  SH-SALES-HIST-REC.
           05  SH-HIST-KEY.
               10  SH-PERIOD        PIC 9(06).
               10  SH-ACCOUNT-CODE  PIC X(06).
                   88  SH-CONTROL-REC    VALUE "*LAST*".
               10  SH-ITEM-CODE     PIC X(08).
           05  SH-QUANTITY          PIC S9(09).
           05  SH-GROSS             PIC S9(11)V9(02).
           05  SH-ADJUSTMENTS       PIC S9(11)V9(02).
           05  SH-NET               PIC S9(11)V9(02).
           05  SH-LAST-UPDATE       PIC 9(08).
