      *****************************************************************
      *  DLPURPRM.CPY                                                *
      *  ONE-RECORD RETENTION POLICY FOR THE MASTER PURGE - HOW      *
      *  MANY WHOLE MONTHS A SETTLED ITEM STAYS ON EACH LIVE MASTER  *
      *  AFTER IT WAS CLOSED, RELEASED, OR DISPOSED OF BEFORE IT     *
      *  MOVES TO THAT MASTER'S HISTORY FILE.  TWELVE WHEN ZERO.     *
      *    PU-AR-MONTHS   ARMAST  - CLOSED AND WRITTEN-OFF INVOICES  *
      *    PU-CH-MONTHS   CHMAST  - RELEASED CREDIT HOLDS            *
      *    PU-EM-MONTHS   EXCMST  - RESOLVED, WRITTEN-OFF AND        *
      *                             RESUBMITTED EXCEPTIONS           *
      *****************************************************************
       01  PU-PURGE-PARM-REC.
           05  PU-AR-MONTHS         PIC 9(03).
           05  PU-CH-MONTHS         PIC 9(03).
           05  PU-EM-MONTHS         PIC 9(03).
