      *****************************************************************
      *  DLDORMAC.CPY                                                *
      *  ONE ACCOUNT FLAGGED DORMANT BY THE MONTHLY SCAN - THE       *
      *  ACCTMAST PREFIX, THE LAST DATE ANYTHING POSTED TO IT (ZERO  *
      *  WHEN NOTHING ON THE ARCHIVE EVER DID), AND HOW MANY WHOLE   *
      *  MONTHS IT HAD BEEN IDLE AS OF THE SCAN (999 WHEN NEVER).    *
      *  THE FILE IS REPLACED EACH MONTH; ADD01 ALERTS ON ANY        *
      *  POSTING TO A PREFIX ON IT.                                  *
      *****************************************************************
       01  DA-DORMANT-REC.
           05  DA-KEY-PREFIX        PIC X(06).
           05  DA-ACCOUNT-NAME      PIC X(20).
           05  DA-LAST-POST-DATE    PIC 9(08).
           05  DA-IDLE-MONTHS       PIC 9(03).
           05  DA-SCAN-DATE         PIC 9(08).
