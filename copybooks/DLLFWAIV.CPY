      *****************************************************************
      *  DLLFWAIV.CPY                                                *
      *  ONE LATE-FEE WAIVER, ENTERED BY COLLECTIONS AHEAD OF THE    *
      *  NIGHT'S ASSESSMENT - AGAINST ONE ITEM, OR AGAINST EVERY     *
      *  ITEM ON THE ACCOUNT WHEN LW-INVOICE-NO IS SPACES.  THE      *
      *  WAIVER HOLDS FOR THE CURRENT FEE PERIOD.                    *
      *****************************************************************
       01  LW-FEE-WAIVER-REC.
           05  LW-ACCOUNT-CODE      PIC X(06).
           05  LW-INVOICE-NO        PIC X(08).
           05  LW-REASON            PIC X(30).
           05  LW-USER-ID           PIC X(08).
