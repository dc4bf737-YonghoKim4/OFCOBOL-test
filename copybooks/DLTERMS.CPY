      *****************************************************************
      *  DLTERMS.CPY                                                 *
      *  ONE PAYMENT-TERMS TABLE ENTRY - WHAT A CU-TERMS CODE ON     *
      *  CUSTMAST ACTUALLY MEANS: THE NET DAYS FROM INVOICE DATE TO  *
      *  DUE DATE, AND THE EARLY-PAYMENT DISCOUNT (PERCENT OF THE    *
      *  INVOICE AND THE DAYS IT STAYS OPEN).  A ZERO PERCENT IS A   *
      *  PLAIN NET TERM.  THE OPEN-ITEM LEDGER STAMPS EVERY ITEM'S   *
      *  DUE DATE FROM HERE AND CASH APPLICATION HONOURS THE         *
      *  DISCOUNT INSIDE ITS WINDOW.                                 *
      *****************************************************************
       01  TM-TERMS-REC.
           05  TM-TERMS-CODE        PIC X(04).
           05  TM-NET-DAYS          PIC 9(03).
           05  TM-DISC-PERCENT      PIC 9(02)V9(02).
           05  TM-DISC-DAYS         PIC 9(03).
           05  TM-DESCRIPTION       PIC X(20).
