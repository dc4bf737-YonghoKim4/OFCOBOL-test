      *****************************************************************
      *  DLNSFRT.CPY                                                 *
      *  ONE RETURNED ITEM FROM THE BANK - A RECEIPT ALREADY APPLIED *
      *  BY THE CASH APPLICATION THAT CAME BACK UNPAID (NSF, ACCOUNT *
      *  CLOSED, STOP PAYMENT).  NR-RECEIPT-ID IS THE SAME ID THE    *
      *  RECEIPT CARRIED ON CSHRCPT AND CSHAUDIT.  NR-FEE-SW "N"     *
      *  WAIVES THE RETURNED-ITEM FEE FOR THIS ONE RETURN.           *
      *****************************************************************
       01  NR-RETURN-REC.
           05  NR-RECEIPT-ID        PIC X(10).
           05  NR-RETURN-DATE       PIC 9(08).
           05  NR-REASON            PIC X(04).
           05  NR-FEE-SW            PIC X(01).
               88  NR-FEE-WAIVED        VALUE "N".
