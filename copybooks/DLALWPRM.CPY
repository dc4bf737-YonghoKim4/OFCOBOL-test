      *****************************************************************
      *  DLALWPRM.CPY                                                *
      *  ONE-RECORD SETTING FOR THE MONTH-END ALLOWANCE FOR DOUBTFUL *
      *  ACCOUNTS - THE RESERVE PERCENTAGE HELD AGAINST EACH AGING   *
      *  BUCKET, IN THE ARLEDG1 BUCKET ORDER (CURRENT, 1-30, 31-60,  *
      *  61-90, OVER 90 DAYS PAST DUE).                              *
      *****************************************************************
       01  AP-ALLOWANCE-PARM-REC.
           05  AP-RESERVE-PCT       PIC 9(03)V99 OCCURS 5 TIMES.
