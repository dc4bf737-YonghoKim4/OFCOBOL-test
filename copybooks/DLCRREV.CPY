      *****************************************************************
      *  DLCRREV.CPY                                                 *
      *  ONE EXTENDED LINE PARKED FOR CREDIT REVIEW - THE WHOLE      *
      *  MULOUT LINE IMAGE, HELD UNBILLED UNTIL THE CREDIT MANAGER   *
      *  RELEASES THE ACCOUNT, WITH WHEN AND WHY IT WAS PARKED.      *
      *****************************************************************
       01  CV-REVIEW-REC.
           05  CV-ACCOUNT-CODE      PIC X(06).
           05  CV-PARK-DATE         PIC 9(08).
           05  CV-REASON            PIC X(04).
               88  CV-ACCOUNT-HELD       VALUE "HOLD".
               88  CV-OVER-LIMIT         VALUE "LIMT".
           05  CV-LINE-IMAGE        PIC X(77).
