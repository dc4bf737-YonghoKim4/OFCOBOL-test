      *****************************************************************
      *  DLAGYMST.CPY                                                *
      *  AGENCY PLACEMENT MASTER - ONE RECORD PER ACCOUNT EVER       *
      *  HANDED TO THE OUTSIDE COLLECTION AGENCY.  AG-PLACED-AMOUNT  *
      *  IS THE OPEN RECEIVABLE SENT WITH THE PLACEMENT; THE         *
      *  COLLECTED AND COMMISSION TOTALS GROW AS THE AGENCY REMITS.  *
      *  WHILE AN ACCOUNT IS PLACED THE DUNNING RUN LEAVES IT ALONE.  *
      *                                                               *
      *  AG-STATUS VALUES -                                          *
      *    "P"  PLACED WITH THE AGENCY                               *
      *    "R"  RECALLED - RETURNED TO US BY THE AGENCY              *
      *    "C"  CLOSED - THE AGENCY COLLECTED THE PLACED AMOUNT      *
      *****************************************************************
       01  AG-PLACEMENT-REC.
           05  AG-ACCOUNT           PIC X(08).
           05  AG-AGENCY-ID         PIC X(06).
           05  AG-PLACE-DATE        PIC 9(08).
           05  AG-PLACED-AMOUNT     PIC 9(09).
           05  AG-COLLECTED         PIC 9(09)V9(02).
           05  AG-COMMISSION        PIC 9(09)V9(02).
           05  AG-STATUS            PIC X(01).
               88  AG-PLACED            VALUE "P".
               88  AG-RECALLED          VALUE "R".
               88  AG-CLOSED            VALUE "C".
           05  AG-STATUS-DATE       PIC 9(08).
           05  AG-RECALL-REASON     PIC X(04).
