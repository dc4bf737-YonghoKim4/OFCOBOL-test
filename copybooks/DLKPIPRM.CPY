      *****************************************************************
      *  DLKPIPRM.CPY                                                *
      *  ONE-RECORD SETTING FOR THE MONTHLY RECEIVABLES KPI RUN -    *
      *  THE FIRST AND LAST DAYS OF THE PERIOD MEASURED, AND HOW     *
      *  MANY DAYS A CUSTOMER'S AVERAGE DAYS-TO-PAY MAY LENGTHEN     *
      *  OVER THE PRIOR PERIOD BEFORE IT IS FLAGGED.  WITH NO        *
      *  RECORD THE PERIOD IS THE CURRENT MONTH TO DATE AND THE      *
      *  TOLERANCE IS 5 DAYS.                                        *
      *****************************************************************
       01  KP-KPI-PARM-REC.
           05  KP-PERIOD-FROM       PIC 9(08).
           05  KP-PERIOD-TO         PIC 9(08).
           05  KP-DTP-TOLERANCE     PIC 9(03).
