      *****************************************************************
      *  DLALLOST.CPY                                                *
      *  ONE ALLOCATION STATISTIC - A CENTER'S QUANTITY OF ONE       *
      *  STATISTIC (HEADCOUNT "HEAD", SQUARE FOOTAGE "SQFT", ...)    *
      *  FOR ONE MONTH.  A NEW MONTH'S FIGURES ARE APPENDED EACH     *
      *  MONTH; ALLOCBS1 USES THE LATEST MONTH NOT AFTER THE RUN     *
      *  DATE AND PRINTS WHICH MONTH IT USED.                        *
      *****************************************************************
       01  DZ-STATISTIC-REC.
           05  DZ-PERIOD            PIC 9(06).
           05  DZ-CENTER-CODE       PIC X(04).
           05  DZ-STAT-CODE         PIC X(04).
           05  DZ-QUANTITY          PIC 9(09)V9(02).
