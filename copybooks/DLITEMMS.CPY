      *****************************************************************
      *  DLITEMMS.CPY                                                *
      *  ITEM MASTER RECORD - ONE PER ITEM CODE MULTIPLY04_4 MAY     *
      *  EXTEND (M4-ITEM-CODE), SO AN ITEM IS A THING WITH A NAME,   *
      *  A UNIT OF MEASURE, AND A PRODUCT CATEGORY RATHER THAN JUST  *
      *  A ROW ON M4RATES.  KEPT BY ITEMMNT1 FROM AUDITED            *
      *  MAINTENANCE TRANSACTIONS; AN ORDER LINE FOR AN ITEM NOT ON  *
      *  THE MASTER, OR DISCONTINUED ON IT, IS REJECTED.             *
      *                                                               *
      *  IM-STATUS VALUES -                                          *
      *    "A"  ACTIVE    "D"  DISCONTINUED                          *
      *****************************************************************
       01  IM-ITEM-REC.
           05  IM-ITEM-CODE         PIC X(04).
           05  IM-STATUS            PIC X(01).
               88  IM-ACTIVE            VALUE "A".
               88  IM-DISCONTINUED      VALUE "D".
           05  IM-DESCRIPTION       PIC X(30).
           05  IM-UNIT-OF-MEASURE   PIC X(04).
           05  IM-CATEGORY          PIC X(04).
