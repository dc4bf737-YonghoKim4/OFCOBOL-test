      ******************************************************************
      *  DLDEFSCH.CPY                                                *
      *  ONE MONTHLY SLICE OF A DEFERRED-REVENUE SCHEDULE ON THE     *
      *  DEFSCHD MASTER, KEYED BY INVOICE, LINE WITHIN THE INVOICE,  *
      *  AND SLICE NUMBER.  INVOICE1 WRITES A LINE'S SLICES WHEN IT  *
      *  BILLS A LINE CARRYING A SERVICE PERIOD - THE EXTENSION      *
      *  SPREAD EVENLY OVER THE MONTHS OF THE PERIOD, THE ROUNDING   *
      *  REMAINDER CENTS ON THE LAST SLICE - AND DEFREC1 MARKS EACH  *
      *  SLICE RECOGNIZED WHEN IT POSTS IT AT MONTH END.  DF-PERIOD  *
      *  IS THE YYYYMM THE SLICE BELONGS TO.                         *
      ******************************************************************
       01  DF-DEFER-REC.
           05  DF-KEY.
               10  DF-INVOICE-NO    PIC 9(08).
               10  DF-LINE-NO       PIC 9(04).
               10  DF-SLICE-NO      PIC 9(03).
           05  DF-ACCOUNT-CODE      PIC X(06).
           05  DF-ITEM-KEY          PIC X(08).
           05  DF-BILL-DATE         PIC 9(08).
           05  DF-SVC-START         PIC 9(08).
           05  DF-SVC-END           PIC 9(08).
           05  DF-SLICE-COUNT       PIC 9(03).
           05  DF-PERIOD            PIC 9(06).
           05  DF-AMOUNT            PIC 9(07)V9(02).
           05  DF-RECOG-SW          PIC X(01).
               88  DF-OPEN               VALUE "N".
               88  DF-RECOGNIZED         VALUE "Y".
           05  DF-RECOG-DATE        PIC 9(08).
