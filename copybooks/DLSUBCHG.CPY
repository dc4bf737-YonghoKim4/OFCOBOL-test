      *****************************************************************
      *  DLSUBCHG.CPY                                                *
      *  ONE CUSTOMER CHARGE OR PAYMENT ON THE DAILY SUBCHG FILE     *
      *  SUBTRACT01 POSTS AGAINST THE ACCOUNT'S CARRIED BALANCE.  A  *
      *  CHARGE IS SUBTRACTED FROM THE BALANCE AND A PAYMENT ADDED,  *
      *  SO A NEGATIVE BALANCE IS WHAT THE CUSTOMER OWES.            *
      *                                                               *
      *  CX-TRANS-TYPE VALUES -                                      *
      *    "C"  CHARGE        "P"  PAYMENT                           *
      *****************************************************************
       01  CX-CHARGE-REC.
           05  CX-ACCOUNT           PIC X(08).
           05  CX-TRANS-TYPE        PIC X(01).
               88  CX-CHARGE            VALUE "C".
               88  CX-PAYMENT           VALUE "P".
           05  CX-AMOUNT            PIC 9(05).
           05  CX-REFERENCE         PIC X(10).
           05  CX-TRANS-DATE        PIC 9(08).
