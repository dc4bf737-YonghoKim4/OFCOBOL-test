      *****************************************************************
      *  DLDRMPRM.CPY                                                *
      *  ONE-RECORD REQUEST FOR THE MONTHLY DORMANT-ACCOUNT SCAN -   *
      *  HOW MANY WHOLE MONTHS AN ACCOUNT MAY GO WITHOUT A POSTING   *
      *  BEFORE IT IS DORMANT (TWELVE WHEN ZERO), AND THE USER ID    *
      *  THE PROPOSED FREEZE TRANSACTIONS CARRY INTO ACCTMNT1'S      *
      *  AUDIT (DORMSCN1 WHEN SPACES).                               *
      *****************************************************************
       01  DR-DORMANT-PARM-REC.
           05  DR-IDLE-MONTHS       PIC 9(03).
           05  DR-USER-ID           PIC X(08).
