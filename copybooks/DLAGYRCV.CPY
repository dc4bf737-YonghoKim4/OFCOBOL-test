      *****************************************************************
      *  DLAGYRCV.CPY                                                *
      *  ONE RECORD ON THE INBOUND FILE FROM THE COLLECTION AGENCY.  *
      *  A PAYMENT REPORTS WHAT THE AGENCY COLLECTED ON A PLACED     *
      *  ACCOUNT AND THE COMMISSION IT KEPT - THE REMITTANCE IS THE  *
      *  GROSS LESS THE COMMISSION.  A RECALL RETURNS THE ACCOUNT TO *
      *  US WITH THE AGENCY'S REASON.                                *
      *                                                               *
      *  AY-RECORD-TYPE VALUES -                                     *
      *    "P"  PAYMENT COLLECTED    "R"  RECALL                     *
      *****************************************************************
       01  AY-AGENCY-TRAN-REC.
           05  AY-RECORD-TYPE       PIC X(01).
               88  AY-PAYMENT           VALUE "P".
               88  AY-RECALL            VALUE "R".
           05  AY-AGENCY-ID         PIC X(06).
           05  AY-ACCOUNT           PIC X(08).
           05  AY-TRANS-ID          PIC X(10).
           05  AY-GROSS-AMOUNT      PIC 9(07)V9(02).
           05  AY-COMMISSION        PIC 9(07)V9(02).
           05  AY-TRANS-DATE        PIC 9(08).
           05  AY-RECALL-REASON     PIC X(04).
