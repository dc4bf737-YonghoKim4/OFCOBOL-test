      *  M4-OUT-RATE-SOURCE NAMES WHERE THE RATE CAME FROM - "C"     *
      *  FOR AN ACCOUNT'S NEGOTIATED CONTRACT RATE, "L" FOR THE      *
      *  SHARED M4RATES LIST PRICE - SO A LINE PRICED OFF CONTRACT   *
      *  IS VISIBLE ON THE OUTPUT INSTEAD OF INFERRED.  "Q" MARKS A  *
      *  RATE TAKEN FROM A CUSTOMER'S QUOTEMST PRICE QUOTATION.      *
      *  M4-OUT-DESCRIPTION IS THE ITEM'S NAME FROM ITEMMAST, FOR    *
      *  THE ORDER AND INVOICE LINES.                                *
      *****************************************************************
       01  M4-OUTPUT-RECORD.
           05  M4-OUT-ORDER-KEY     PIC X(06).
           05  M4-OUT-RATE-SOURCE   PIC X(01).
               88  M4-RATE-CONTRACT     VALUE "C".
               88  M4-RATE-LIST         VALUE "L".
               88  M4-RATE-QUOTE        VALUE "Q".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  M4-OUT-DESCRIPTION   PIC X(30).
