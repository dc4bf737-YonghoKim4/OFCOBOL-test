      *****************************************************************
      *  DLDDREQ.CPY                                                 *
      *  RECORDS ON THE OUTBOUND DIRECT-DEBIT REQUEST FILE SENT TO   *
      *  THE BANK - ONE DEBIT PER AUTO-PAY AR ITEM FALLING DUE,      *
      *  BRACKETED BY A HEADER (FILE DATE AND THE BUSINESS DATE THE  *
      *  BANK IS TO COLLECT ON) AND A TRAILER (DEBIT COUNT AND       *
      *  AMOUNT TOTAL) SO THE BANK CAN PROVE IT RECEIVED THE WHOLE   *
      *  FILE.  DD-RECORD-TYPE DISCRIMINATES THE THREE SHAPES.       *
      *  DD-REQUEST-ID COMES BACK ON THE BANK'S SETTLEMENT FILE AND  *
      *  BECOMES THE RECEIPT ID OF THE CASH IT BRINGS IN.            *
      *****************************************************************
       01  DD-DEBIT-REQ.
           05  DD-RECORD-TYPE       PIC X(01).
               88  DD-HEADER-LINE       VALUE "H".
               88  DD-DETAIL-LINE       VALUE "D".
               88  DD-TRAILER-LINE      VALUE "T".
           05  DD-REQUEST-ID        PIC X(10).
           05  DD-ACCOUNT-CODE      PIC X(06).
           05  DD-INVOICE-NO        PIC X(08).
           05  DD-ROUTING           PIC X(09).
           05  DD-BANK-ACCOUNT      PIC X(17).
           05  DD-MANDATE-DATE      PIC 9(08).
           05  DD-AMOUNT            PIC 9(07)V9(02).
           05  DD-COLLECT-DATE      PIC 9(08).
       01  DD-HEADER-REC.
           05  DE-RECORD-TYPE       PIC X(01).
           05  DE-FILE-DATE         PIC 9(08).
           05  DE-COLLECT-DATE      PIC 9(08).
           05  FILLER               PIC X(59).
       01  DD-TRAILER-REC.
           05  DK-RECORD-TYPE       PIC X(01).
           05  DK-RECORD-COUNT      PIC 9(07).
           05  DK-AMOUNT-TOTAL      PIC 9(11)V9(02).
           05  FILLER               PIC X(55).
