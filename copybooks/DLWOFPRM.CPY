      *****************************************************************
      *  DLWOFPRM.CPY                                                *
      *  ONE-RECORD SETTING FOR THE WRITE-OFF RUN - AN OPEN ITEM     *
      *  PAST 90 DAYS WHOSE BALANCE IS UNDER WP-SMALL-BAL-LIMIT IS   *
      *  PROPOSED FOR WRITE-OFF AUTOMATICALLY.  ZERO TURNS THE       *
      *  PROPOSALS OFF.                                              *
      *****************************************************************
       01  WP-WOFF-PARM-REC.
           05  WP-SMALL-BAL-LIMIT   PIC 9(09).
