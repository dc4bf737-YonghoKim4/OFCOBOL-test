      *****************************************************************
      *  DLSTKRCT.CPY                                                *
      *  ONE STOCK TRANSACTION FOR INVRCV1 - A RECEIPT OF STOCK FOR  *
      *  AN ITEM, OR A NEW REORDER POINT AND REORDER QUANTITY FOR    *
      *  IT.  SK-REFERENCE CARRIES THE PURCHASE ORDER OR PACKING     *
      *  SLIP THE STOCK ARRIVED AGAINST.                             *
      *                                                               *
      *  SK-TRAN-TYPE VALUES -                                       *
      *    "R"  STOCK RECEIPT      "P"  SET REORDER POINT            *
      *****************************************************************
       01  SK-STOCK-TRANS.
           05  SK-TRAN-TYPE         PIC X(01).
               88  SK-RECEIPT           VALUE "R".
               88  SK-REORDER-SET       VALUE "P".
           05  SK-ITEM-CODE         PIC X(04).
           05  SK-QUANTITY          PIC 9(07).
           05  SK-REORDER-POINT     PIC 9(07).
           05  SK-REORDER-QTY       PIC 9(07).
           05  SK-RECEIPT-DATE      PIC 9(08).
           05  SK-REFERENCE         PIC X(10).
