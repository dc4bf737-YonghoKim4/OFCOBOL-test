      *****************************************************************
      *  DLDISPM.CPY                                                 *
      *  INVOICE DISPUTE MASTER - ONE RECORD PER AR INVOICE THE      *
      *  CUSTOMER HAS DISPUTED, KEYED BY THE ITEM'S AR-INVOICE-NO.   *
      *  WHILE THE DISPUTE STANDS OPEN ARLEDG1 AGES THE ITEM IN ITS  *
      *  OWN DISPUTED COLUMN AND DUNLTR1 LEAVES THE DISPUTED AMOUNT  *
      *  OUT OF THE DUNNING ESCALATION.  MAINTAINED ONLY BY          *
      *  DISPMNT1.                                                   *
      *                                                               *
      *  DM-REASON-CODE VALUES (BILLING'S OWN LIST) -                *
      *    "PRIC" PRICE   "QTY " QUANTITY   "DAMG" DAMAGED GOODS     *
      *    "NREC" NOT RECEIVED   "DUPL" DUPLICATE BILLING            *
      *    "OTHR" ANYTHING ELSE                                      *
      *  DM-STATUS VALUES -                                          *
      *    "O"  OPEN                                                 *
      *    "R"  RESOLVED - ITEM RESTORED TO NORMAL AGING             *
      *    "C"  RESOLVED - CREDIT MEMO RAISED THROUGH ARADJ          *
      *****************************************************************
       01  DM-DISPUTE-REC.
           05  DM-INVOICE-NO        PIC X(08).
           05  DM-ACCOUNT-CODE      PIC X(06).
           05  DM-REASON-CODE       PIC X(04).
           05  DM-DISPUTE-AMOUNT    PIC 9(09).
           05  DM-OWNER             PIC X(08).
           05  DM-STATUS            PIC X(01).
               88  DM-OPEN              VALUE "O".
               88  DM-RESTORED          VALUE "R".
               88  DM-CREDITED          VALUE "C".
               88  DM-RESOLVED          VALUE "R" "C".
           05  DM-OPEN-DATE         PIC 9(08).
           05  DM-RESOLVE-DATE      PIC 9(08).
           05  DM-CREDIT-AMOUNT     PIC 9(09).
           05  DM-LAST-USER         PIC X(08).
