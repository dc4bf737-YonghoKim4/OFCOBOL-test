      *****************************************************************
      *  DLXMRSRQ.CPY                                                *
      *  ONE RESEND REQUEST - THE OUTBOUND FILE AND BUSINESS DATE A  *
      *  PARTNER HAS ASKED TO HAVE SENT AGAIN, AND WHY.  THE FILE IS *
      *  REGENERATED FROM THE END-OF-DAY ARCHIVE SET IT WAS          *
      *  REGISTERED AGAINST, NEVER RE-RUN FROM TODAY'S MASTERS.      *
      *****************************************************************
       01  XQ-RESEND-REQ.
           05  XQ-FILE-ID           PIC X(08).
           05  XQ-BUSINESS-DATE     PIC 9(08).
           05  XQ-REASON            PIC X(30).
