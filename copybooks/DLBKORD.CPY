      *****************************************************************
      *  DLBKORD.CPY                                                 *
      *  ONE BACKORDERED ORDER LINE - THE PART OF A CONFIRMED        *
      *  MULTIPLY04_4 LINE THAT EXCEEDED THE STOCK ON HAND.  THE     *
      *  BACKORD FILE IS KEPT IN THE ORDER THE BACKORDERS WERE       *
      *  TAKEN, SO READING IT FRONT TO BACK IS OLDEST FIRST.  THE    *
      *  SAME LAYOUT CARRIES A RELEASED LINE ON BORELS, WITH THE     *
      *  QUANTITY RELEASED AND THE DATE IT WAS RELEASED.             *
      *  BQ-QUOTE-NO CARRIES THE ORDER LINE'S PRICE QUOTATION, IF    *
      *  ANY, SO THE RELEASED LINE IS PRICED AGAINST THE SAME QUOTE. *
      *****************************************************************
       01  BQ-BACKORDER-REC.
           05  BQ-ORDER-KEY         PIC X(06).
           05  BQ-ITEM-CODE         PIC X(04).
           05  BQ-QUANTITY          PIC 9(04).
           05  BQ-BACKORDER-DATE    PIC 9(08).
           05  BQ-STATUS            PIC X(01).
               88  BQ-OPEN              VALUE "O".
               88  BQ-RELEASED          VALUE "R".
           05  BQ-RELEASE-DATE      PIC 9(08).
           05  BQ-QUOTE-NO          PIC X(08).
