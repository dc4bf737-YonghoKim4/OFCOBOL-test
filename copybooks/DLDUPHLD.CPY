      *****************************************************************
      *  DLDUPHLD.CPY                                                *
      *  ONE DUPLICATE-SUSPECT CODETRAN RECORD HELD BY DUPCHK1 FOR   *
      *  REVIEW - THE HELD RECORD AS IT ARRIVED, THE KEY OF THE      *
      *  EARLIER TRANSACTION IT MATCHES AND THE NIGHT THAT ONE WAS   *
      *  PASSED TO ADD01, AND THE NIGHT THIS ONE WAS HELD.  IT STAYS *
      *  ON THE REVIEW FILE UNTIL A DUPDEC RELEASE OR REJECT.        *
      *                                                               *
      *  HV-MATCH-SOURCE VALUES -                                    *
      *    "H"  MATCHED THE POSTED HISTORY                           *
      *    "F"  MATCHED AN EARLIER RECORD IN THE SAME NIGHT'S FILE   *
      *****************************************************************
       01  HV-HELD-REC.
           05  HV-TRANS-KEY         PIC X(12).
           05  HV-CODE-VALUE        PIC 9(12).
           05  HV-TRANS-DATE        PIC 9(08).
           05  HV-LEDGER-CODE       PIC X(04).
           05  HV-MATCH-KEY         PIC X(12).
           05  HV-MATCH-DATE        PIC 9(08).
           05  HV-MATCH-SOURCE      PIC X(01).
               88  HV-MATCHED-HISTORY   VALUE "H".
               88  HV-MATCHED-FILE      VALUE "F".
           05  HV-HOLD-DATE         PIC 9(08).
