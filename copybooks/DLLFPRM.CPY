      *****************************************************************
      *  DLLFPRM.CPY                                                 *
      *  ONE-RECORD LATE-FEE SCHEDULE FOR THE NIGHTLY ASSESSMENT -   *
      *  A FLAT FEE OR A PERCENTAGE OF THE ITEM'S OPEN AMOUNT, NEVER *
      *  LESS THAN THE MINIMUM, CHARGED ONCE A MONTH ON AN ITEM      *
      *  MORE THAN THE GRACE DAYS PAST DUE.                          *
      *                                                               *
      *  LP-FEE-TYPE VALUES -                                        *
      *    "F"  FLAT - LP-FLAT-AMOUNT PER ITEM                       *
      *    "P"  PERCENT - LP-FEE-PERCENT OF THE OPEN AMOUNT          *
      *****************************************************************
       01  LP-LATE-FEE-PARM-REC.
           05  LP-FEE-TYPE          PIC X(01).
               88  LP-FLAT-FEE          VALUE "F".
               88  LP-PERCENT-FEE       VALUE "P".
           05  LP-FLAT-AMOUNT       PIC 9(05).
           05  LP-FEE-PERCENT       PIC 9(02)V99.
           05  LP-MINIMUM-FEE       PIC 9(05).
           05  LP-GRACE-DAYS        PIC 9(03).
