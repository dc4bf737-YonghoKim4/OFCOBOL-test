      *  BS-INVOICE-NO CARRIES THE ARCHIVE-ASSIGNED INVOICE NUMBER   *
      *  SO THE RECEIVABLES LEDGER AND THE DISPUTE TRAIL CAN FOLLOW  *
      *  THE SAME NUMBER THE CUSTOMER SEES ON PAPER.                 *
      *  BS-TAX-JURIS AND BS-EXEMPT-SW CARRY THE JURISDICTION THE    *
      *  TAX WAS (OR, UNDER AN EXEMPTION CERTIFICATE, WAS NOT)       *
      *  CHARGED IN, SO A CREDIT-MEMO ADJUSTMENT CAN BE NETTED OUT   *
      *  OF THE RIGHT LINE OF THE SALES-TAX RETURN.                  *
      *  BS-CURRENCY-CODE, BS-FOREIGN-TOTAL AND BS-BOOK-RATE CARRY   *
      *  THE CUSTOMER'S BILLING CURRENCY, THE INVOICE TOTAL IN THAT  *
      *  CURRENCY, AND THE RATE IT WAS BOOKED AT - SPACES AND ZERO   *
      *  ON AN INVOICE BILLED IN BASE.                               *
      *****************************************************************
       01  BS-BILLING-REC.
           05  BS-ACCOUNT-CODE      PIC X(06).
           05  BS-INVOICE-TOTAL     PIC 9(09).
           05  BS-INVOICE-NO        PIC 9(08).
           05  BS-TAX-AMOUNT        PIC 9(09).
           05  BS-TAX-JURIS         PIC X(03).
           05  BS-EXEMPT-SW         PIC X(01).
               88  BS-TAX-EXEMPT         VALUE "Y".
           05  BS-CURRENCY-CODE     PIC X(03).
           05  BS-FOREIGN-TOTAL     PIC 9(09)V9(02).
           05  BS-BOOK-RATE         PIC 9(05)V9(06).
