      *****************************************************************
      *  DLCLSREQ.CPY                                                *
      *  A REQUEST TO CLOSE AN ACCOUNTING PERIOD ON PERDCTL.  THE    *
      *  CLOSE IS REFUSED UNLESS EVERY REQUIRED TASK ON THE PERIOD'S *
      *  CHECKLIST IS COMPLETE AND SIGNED OFF.                       *
      *****************************************************************
       01  CQ-CLOSE-REQ-REC.
           05  CQ-PERIOD            PIC 9(06).
           05  CQ-REQUESTED-BY      PIC X(08).
