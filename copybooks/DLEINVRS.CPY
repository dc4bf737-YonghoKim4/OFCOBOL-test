      *****************************************************************
      *  DLEINVRS.CPY                                                *
      *  ONE INBOUND E-INVOICE RESPONSE FROM A CUSTOMER'S PAYABLES   *
      *  SYSTEM - ACCEPTED, OR REJECTED WITH THE CUSTOMER'S REASON.  *
      *  A REJECTED E-INVOICE WILL NEVER BE PAID AS SENT, SO         *
      *  EINVGEN1 LISTS EVERY REJECTION FOR BILLING TO CORRECT AND   *
      *  RESEND.                                                     *
      *****************************************************************
       01  ER-RESPONSE-REC.
           05  ER-PARTNER-ID        PIC X(15).
           05  ER-ACCOUNT-CODE      PIC X(06).
           05  ER-INVOICE-NO        PIC 9(08).
           05  ER-RESPONSE-DATE     PIC 9(08).
           05  ER-STATUS            PIC X(01).
               88  ER-ACCEPTED           VALUE "A".
               88  ER-REJECTED           VALUE "R".
           05  ER-REASON-CODE       PIC X(04).
           05  ER-REASON-TEXT       PIC X(38).
