      *****************************************************************
      *  DLARRLPM.CPY                                                *
      *  ONE-RECORD SETTING FOR THE RECEIVABLES ROLL-FORWARD - THE   *
      *  FIRST AND LAST DAYS OF THE MONTH BEING PROVED.  WITH NO     *
      *  RECORD THE ROLL-FORWARD COVERS THE CURRENT MONTH TO DATE.   *
      *****************************************************************
       01  YP-ROLL-PERIOD-REC.
           05  YP-PERIOD-FROM       PIC 9(08).
           05  YP-PERIOD-TO         PIC 9(08).
