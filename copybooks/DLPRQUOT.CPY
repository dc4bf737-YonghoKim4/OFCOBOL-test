      *****************************************************************
      *  DLPRQUOT.CPY                                                *
      *  ONE PRICE QUOTATION GIVEN TO A CUSTOMER BY SALES - A QUOTED *
      *  UNIT RATE FOR ONE ORDERING ACCOUNT AND ITEM CODE, GOOD      *
      *  THROUGH QT-VALID-THRU AND FOR UP TO QT-QTY-CAP UNITS.       *
      *  MULTIPLY04_4 ADDS EACH QUOTED LINE IT EXTENDS TO            *
      *  QT-QTY-USED, SO THE CAP IS HONOURED ACROSS ORDERS.          *
      *                                                               *
      *  QT-STATUS VALUES -                                          *
      *    "O"  OPEN          "X"  CANCELLED                         *
      *****************************************************************
       01  QT-QUOTE-REC.
           05  QT-QUOTE-NO          PIC X(08).
           05  QT-ACCOUNT-CODE      PIC X(06).
           05  QT-ITEM-CODE         PIC X(04).
           05  QT-QUOTED-RATE       PIC S9(04).
           05  QT-QTY-CAP           PIC 9(07).
           05  QT-QTY-USED          PIC 9(07).
           05  QT-VALID-THRU        PIC 9(08).
           05  QT-STATUS            PIC X(01).
               88  QT-OPEN              VALUE "O".
               88  QT-CANCELLED         VALUE "X".
           05  QT-ISSUE-DATE        PIC 9(08).
