      *  TIME, SO THE PRINTED INVOICE IS COMPLETE AND THE MAILROOM   *
      *  CARD FILE CAN BE RETIRED.  AN EXTENDED LINE WHOSE ACCOUNT   *
      *  IS MISSING HERE DIVERTS TO THE BILLING SUSPENSE INSTEAD     *
      *  OF PRODUCING AN UNADDRESSABLE INVOICE.  CU-CREDIT-LIMIT IS  *
      *  THE MOST THE ACCOUNT MAY OWE, OPEN AR PLUS NEW BILLING,     *
      *  BEFORE CRCHECK1 PARKS ITS LINES FOR CREDIT REVIEW - ZERO    *
      *  MEANS NO LIMIT HAS BEEN SET.                                *
      *  THE CU-DD- FIELDS CARRY THE AUTO-PAY (DIRECT-DEBIT)         *
      *  ENROLLMENT - THE CUSTOMER'S BANK ROUTING NUMBER AND ACCOUNT *
      *  REFERENCE AND THE DATE THE SIGNED MANDATE TAKES EFFECT.     *
      *  DDCOLL1 PULLS FALLING-DUE ITEMS ONLY FOR AN ACTIVE          *
      *  ENROLLMENT; SPACE MEANS THE CUSTOMER NEVER ENROLLED.        *
      *  CU-BILL-FREQ IS HOW OFTEN THE CUSTOMER IS INVOICED.  DAILY  *
      *  (OR SPACE) BILLS EACH DAY'S LINES THE SAME NIGHT; A WEEKLY  *
      *  OR MONTHLY CUSTOMER'S LINES WAIT ON THE UNBILLED-LINES      *
      *  HOLDING FILE UNTIL THE LAST BUSINESS DAY OF THE WEEK OR     *
      *  MONTH ON THE BUSINESS CALENDAR, THEN BILL AS ONE INVOICE.   *
      *  CU-EINV-SW "E" SENDS THE CUSTOMER'S INVOICES TO ITS         *
      *  PAYABLES SYSTEM AS STRUCTURED E-INVOICE RECORDS (EINVGEN1)  *
      *  UNDER TRADING-PARTNER ID CU-EINV-PARTNER, NOT ON PAPER.     *
      *  CU-BILL-CCY IS THE CURRENCY THE CUSTOMER IS INVOICED IN.    *
      *  SPACES OR THE BASE CURRENCY BILL IN BASE AS BEFORE; ANY     *
      *  OTHER CODE PRINTS THE INVOICE TOTAL CONVERTED AT THE FXRATE *
      *  IN EFFECT ON THE BILL DATE BESIDE THE BASE AMOUNTS.         *
      *  CU-NAME-ERASED IS THE ONE VALUE ERASE1 LEAVES IN THE NAME   *
      *  AND BOTH ADDRESS LINES OF A CUSTOMER ERASED ON REQUEST.     *
      *  CRMSYNC1 NEVER SYNCS A NAME OR ADDRESS BACK OVER IT.        *
      *****************************************************************
       01  CU-CUSTOMER-REC.
           05  CU-ACCOUNT-CODE      PIC X(06).
           05  CU-NAME              PIC X(25).
               88  CU-NAME-ERASED        VALUE
                   "** ERASED ON REQUEST **".
           05  CU-ADDRESS-1         PIC X(25).
           05  CU-ADDRESS-2         PIC X(25).
           05  CU-TERMS             PIC X(04).
           05  CU-STMT-CYCLE        PIC X(01).
           05  CU-TAX-JURIS         PIC X(03).
           05  CU-CREDIT-LIMIT      PIC 9(09).
           05  CU-DD-STATUS         PIC X(01).
               88  CU-DD-ACTIVE          VALUE "A".
               88  CU-DD-SUSPENDED       VALUE "S".
               88  CU-DD-CANCELLED       VALUE "C".
           05  CU-DD-ROUTING        PIC X(09).
           05  CU-DD-BANK-ACCOUNT   PIC X(17).
           05  CU-DD-MANDATE-DATE   PIC 9(08).
           05  CU-BILL-FREQ         PIC X(01).
               88  CU-BILL-DAILY         VALUE "D" " ".
               88  CU-BILL-WEEKLY        VALUE "W".
               88  CU-BILL-MONTHLY       VALUE "M".
           05  CU-EINV-SW           PIC X(01).
               88  CU-EINV-DELIVERY      VALUE "E".
           05  CU-EINV-PARTNER      PIC X(15).
           05  CU-BILL-CCY          PIC X(03).
