      *  EXTENDED AMOUNTS CAN BE INVOICED WITHOUT A MANUAL MATCH.    *
      *  MI-ADJ-CODE NAMES AN OPTIONAL ADJUSTMENT (DISCOUNT OR       *
      *  SURCHARGE) FROM THE ADJCODES TABLE; SPACES MEANS NONE.      *
      *  MI-SVC-START AND MI-SVC-END GIVE THE SERVICE PERIOD OF A    *
      *  LINE BILLED UP FRONT (E.G. AN ANNUAL SERVICE CONTRACT);     *
      *  ZERO MEANS NONE.  INVOICE1 DEFERS SUCH A LINE'S REVENUE     *
      *  OVER THE MONTHS OF THE PERIOD.                              *
      *****************************************************************
       01  MI-LINE-ITEM.
           05  MI-ITEM-KEY          PIC X(08).
           05  MI-UNIT-PRICE        PIC 9(04).
           05  MI-ACCOUNT-CODE      PIC X(06).
           05  MI-ADJ-CODE          PIC X(02).
           05  MI-SVC-START         PIC 9(08).
           05  MI-SVC-END           PIC 9(08).
