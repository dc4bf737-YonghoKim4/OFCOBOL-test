      *****************************************************************
      *  DLDDSETL.CPY                                                *
      *  ONE LINE OF THE BANK'S DIRECT-DEBIT SETTLEMENT FILE - THE   *
      *  OUTCOME OF A DEBIT WE REQUESTED, BY ITS DD-REQUEST-ID.      *
      *                                                               *
      *  DX-RESULT VALUES -                                          *
      *    "S"  SETTLED - THE MONEY WAS COLLECTED ON DX-SETTLE-DATE  *
      *    "R"  RETURNED - THE CUSTOMER'S BANK REFUSED THE DEBIT,    *
      *         FOR THE BANK'S DX-RETURN-REASON CODE                 *
      *****************************************************************
       01  DX-SETTLE-REC.
           05  DX-REQUEST-ID        PIC X(10).
           05  DX-ACCOUNT-CODE      PIC X(06).
           05  DX-AMOUNT            PIC 9(07)V9(02).
           05  DX-SETTLE-DATE       PIC 9(08).
           05  DX-RESULT            PIC X(01).
               88  DX-SETTLED           VALUE "S".
               88  DX-RETURNED          VALUE "R".
           05  DX-RETURN-REASON     PIC X(04).
