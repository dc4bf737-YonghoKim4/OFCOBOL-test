      *****************************************************************
      *  DLNSFPRM.CPY                                                *
      *  ONE-RECORD RETURNED-ITEM FEE SCHEDULE.  NP-FEE-AMOUNT IS    *
      *  BILLED ONCE PER RETURNED RECEIPT; ZERO, OR NO RECORD ON     *
      *  FILE, CHARGES NO FEE.                                       *
      *****************************************************************
       01  NP-NSF-PARM-REC.
           05  NP-FEE-AMOUNT        PIC 9(05).
