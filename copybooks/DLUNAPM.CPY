      *****************************************************************
      *  DLUNAPM.CPY                                                 *
      *  ONE RECEIPT (OR OVERPAYING PORTION OF ONE) STANDING ON THE  *
      *  CARRIED-FORWARD UNAPPLIED-CASH MASTER - EVERY CSHSUSP       *
      *  SUSPENSE ENTRY LANDS HERE AND STAYS UNTIL OPS APPLIES IT    *
      *  TO AN ACCOUNT OR APPROVES A REFUND.  UM-FLAG-DATE IS THE    *
      *  DAY THE ENTRY PASSED THE STATUTORY DORMANCY PERIOD AND WAS  *
      *  FLAGGED FOR ESCHEATMENT REPORTING.                          *
      *                                                              *
      *  UM-STATUS VALUES -                                          *
      *    "O"  OPEN    "E"  DORMANT, FLAGGED FOR ESCHEATMENT        *
      *****************************************************************
       01  UM-UNAPPLIED-REC.
           05  UM-RECEIPT-ID        PIC X(10).
           05  UM-ACCOUNT           PIC X(08).
           05  UM-AMOUNT            PIC 9(07)V9(02).
           05  UM-RECEIPT-DATE      PIC 9(08).
           05  UM-REASON            PIC X(30).
           05  UM-STATUS            PIC X(01).
               88  UM-OPEN              VALUE "O".
               88  UM-ESCHEAT           VALUE "E".
           05  UM-FLAG-DATE         PIC 9(08).
