      *  SO THE REPRINT REPRODUCES EVERY LINE THE ORIGINAL RUN       *
      *  PRINTED.  FIELDS NOT BELONGING TO A RECORD TYPE CARRY       *
      *  ZERO OR SPACES.                                              *
      *  IA-DEPOSIT-APPLIED ON THE TRAILER IS THE PART OF THE GROSS  *
      *  TOTAL SETTLED FROM THE CUSTOMER'S PREPAID DEPOSIT.          *
      *  IA-EXEMPT-CERT ON THE TRAILER NAMES THE TAX-EXEMPTION       *
      *  CERTIFICATE THE INVOICE WAS BILLED UNDER (SPACES WHEN TAX   *
      *  WAS CHARGED).                                               *
      *                                                               *
      *  IA-RECORD-TYPE VALUES -                                     *
      *    "H"  INVOICE HEADER    "D"  DETAIL LINE    "T"  TRAILER   *
           05  IA-TAX-JURIS         PIC X(03).
           05  IA-SUBTOTAL          PIC 9(09).
           05  IA-TAX-AMOUNT        PIC 9(09).
           05  IA-DEPOSIT-APPLIED   PIC 9(09).
           05  IA-EXEMPT-CERT       PIC X(15).
