      *****************************************************************
      *  DLINVBAL.CPY                                                *
      *  INVENTORY BALANCE MASTER - ONE RECORD PER ITEM CODE ON      *
      *  ITEMMAST, KEYED BY IB-ITEM-CODE.  IB-ON-HAND IS STOCK       *
      *  AVAILABLE TO SHIP; IB-ON-BACKORDER IS ORDERED QUANTITY      *
      *  STILL WAITING ON A RECEIPT.  MULTIPLY04_4 DECREMENTS IT AS  *
      *  CONFIRMED ORDER LINES SHIP, INVRCV1 ADDS STOCK RECEIPTS     *
      *  AND RELEASES BACKORDERS AGAINST THEM, AND STKSTS1 WARNS     *
      *  WHEN ON-HAND FALLS TO THE REORDER POINT.                    *
      *****************************************************************
       01  IB-INVENTORY-REC.
           05  IB-ITEM-CODE         PIC X(04).
           05  IB-ON-HAND           PIC 9(07).
           05  IB-ON-BACKORDER      PIC 9(07).
           05  IB-REORDER-POINT     PIC 9(07).
           05  IB-REORDER-QTY       PIC 9(07).
           05  IB-LAST-RECEIPT-DATE PIC 9(08).
           05  IB-LAST-ISSUE-DATE   PIC 9(08).
