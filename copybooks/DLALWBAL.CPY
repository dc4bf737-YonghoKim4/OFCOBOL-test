      *****************************************************************
      *  DLALWBAL.CPY                                                *
      *  ONE-RECORD CARRY OF THE ALLOWANCE FOR DOUBTFUL ACCOUNTS -   *
      *  THE RESERVE BALANCE THE GL HOLDS AFTER THE LAST MONTH-END   *
      *  ADJUSTMENT AND THE DATE IT WAS STRUCK.                      *
      *****************************************************************
       01  AB-ALLOWANCE-BAL-REC.
           05  AB-PERIOD-DATE       PIC 9(08).
           05  AB-ALLOWANCE         PIC 9(11).
