      *****************************************************************
      *  DLDDHIST.CPY                                                *
      *  DIRECT-DEBIT HISTORY - ONE PER DEBIT REQUESTED FROM THE     *
      *  BANK, SO AN ITEM ALREADY PULLED IS NEVER PULLED TWICE AND   *
      *  THE BANK'S SETTLEMENT CAN BE MATCHED TO WHAT WE ASKED FOR.  *
      *  A PENDING DEBIT STAYS UNTIL THE BANK REPORTS IT; A SETTLED  *
      *  OR RETURNED ONE STAYS WHILE ITS AR ITEM IS STILL OPEN.  A   *
      *  RETURNED DEBIT IS NOT PRESENTED AGAIN - THE ITEM FALLS TO   *
      *  ORDINARY COLLECTION.                                        *
      *                                                               *
      *  DY-STATUS VALUES -                                          *
      *    "P"  PENDING    "S"  SETTLED    "R"  RETURNED             *
      *****************************************************************
       01  DY-DEBIT-HIST-REC.
           05  DY-REQUEST-ID        PIC X(10).
           05  DY-ACCOUNT-CODE      PIC X(06).
           05  DY-INVOICE-NO        PIC X(08).
           05  DY-AMOUNT            PIC 9(07)V9(02).
           05  DY-REQUEST-DATE      PIC 9(08).
           05  DY-COLLECT-DATE      PIC 9(08).
           05  DY-STATUS            PIC X(01).
               88  DY-PENDING           VALUE "P".
               88  DY-SETTLED           VALUE "S".
               88  DY-RETURNED          VALUE "R".
           05  DY-STATUS-DATE       PIC 9(08).
           05  DY-RETURN-REASON     PIC X(04).
