      *****************************************************************
      *  DLDUPFP.CPY                                                 *
      *  ONE CODETRAN FINGERPRINT ON THE DUPCHK1 HISTORY - THE       *
      *  CONTENT THAT MAKES A TRANSACTION THE SAME TRANSACTION       *
      *  WHATEVER KEY IT ARRIVES UNDER (LEDGER, THE THREE SPLIT      *
      *  CODES, AND THE DATE IT WAS CUT), WITH THE KEY IT CAME IN    *
      *  UNDER AND THE NIGHT IT WAS PASSED TO ADD01.  A FINGERPRINT  *
      *  IS PENDING UNTIL THE AUDIT ARCHIVE SHOWS ADD01 PROCESSED    *
      *  THE KEY THAT NIGHT; ONE ADD01 NEVER PROCESSED IS DROPPED.   *
      *                                                               *
      *  FG-STATUS VALUES -                                          *
      *    "P"  PENDING    "C"  CONFIRMED FROM THE AUDIT ARCHIVE     *
      *****************************************************************
       01  FG-FINGERPRINT-REC.
           05  FG-LEDGER-CODE       PIC X(04).
           05  FG-CODE-VALUE        PIC 9(12).
           05  FG-TRANS-DATE        PIC 9(08).
           05  FG-TRANS-KEY         PIC X(12).
           05  FG-CHECK-DATE        PIC 9(08).
           05  FG-STATUS            PIC X(01).
               88  FG-PENDING           VALUE "P".
               88  FG-CONFIRMED         VALUE "C".
