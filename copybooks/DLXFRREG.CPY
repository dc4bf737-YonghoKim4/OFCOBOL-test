      *****************************************************************
      *  DLXFRREG.CPY                                                *
      *  CUMULATIVE REGISTER OF ACCEPTED INTER-LEDGER TRANSFERS.     *
      *  XFRGEN01 APPENDS ONE RECORD FOR EVERY PAIR IT CUTS - THE    *
      *  XFRADJ FROM-SIDE AMOUNTS WITH BOTH LEDGERS NAMED - SO THE   *
      *  MONTH-END CONSOLIDATION CAN MATCH EACH TRANSFER AGAINST     *
      *  ITS TO-SIDE POSTING AND ELIMINATE IT.  XR-RUN-DATE IS THE   *
      *  NIGHT THE PAIR WAS CUT AND DECIDES ITS PERIOD.              *
      *****************************************************************
       01  XR-TRANSFER-REG-REC.
           05  XR-RUN-DATE          PIC 9(08).
           05  XR-TRANS-DATE        PIC 9(08).
           05  XR-TRANS-KEY         PIC X(12).
           05  XR-FROM-LEDGER       PIC X(04).
           05  XR-TO-LEDGER         PIC X(04).
           05  XR-CODE1-AMOUNT      PIC 9(04).
           05  XR-CODE2-AMOUNT      PIC 9(04).
           05  XR-CODE3-AMOUNT      PIC 9(04).
