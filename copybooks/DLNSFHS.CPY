      *****************************************************************
      *  DLNSFHS.CPY                                                 *
      *  ONE RETURNED-RECEIPT REVERSAL ALREADY TAKEN - CARRIED       *
      *  FORWARD NIGHT TO NIGHT SO THE SAME RETURN PRESENTED TWICE   *
      *  IS NEVER REVERSED TWICE.  NH-REV-AMOUNT IS THE INTEREST     *
      *  PLUS PRINCIPAL PUT BACK ON THE CARRY-FORWARD.               *
      *****************************************************************
       01  NH-REVERSAL-REC.
           05  NH-RECEIPT-ID        PIC X(10).
           05  NH-ACCOUNT           PIC X(08).
           05  NH-REV-AMOUNT        PIC 9(07)V9(02).
           05  NH-FEE-AMOUNT        PIC 9(05).
           05  NH-RETURN-DATE       PIC 9(08).
           05  NH-REASON            PIC X(04).
           05  NH-REVERSAL-DATE     PIC 9(08).
