      *****************************************************************
      *  DLTAXRPM.CPY                                                *
      *  ONE-RECORD SETTING FOR THE SALES-TAX RETURN - THE FIRST AND *
      *  LAST BILL DATES OF THE FILING PERIOD.  WITH NO RECORD THE   *
      *  RETURN COVERS THE CURRENT MONTH TO DATE.                    *
      *****************************************************************
       01  TQ-TAX-PERIOD-REC.
           05  TQ-PERIOD-FROM       PIC 9(08).
           05  TQ-PERIOD-TO         PIC 9(08).
