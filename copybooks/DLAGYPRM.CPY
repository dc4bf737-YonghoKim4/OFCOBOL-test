      *****************************************************************
      *  DLAGYPRM.CPY                                                *
      *  ONE-RECORD COLLECTION-AGENCY SETTING - THE AGENCY ACCOUNTS  *
      *  ARE PLACED WITH AND HOW MANY DAYS PAST THE FINAL-NOTICE     *
      *  THRESHOLD (DUNPARM) A STILL-UNPAID HOLD WAITS BEFORE IT IS  *
      *  PLACED.                                                     *
      *****************************************************************
       01  AP-AGENCY-PARM-REC.
           05  AP-AGENCY-ID         PIC X(06).
           05  AP-PLACE-DAYS        PIC 9(03).
