      *****************************************************************
      *  DLDUPPRM.CPY                                                *
      *  ONE-RECORD SETTING FOR THE DUPCHK1 DUPLICATE-SUSPECT CHECK - *
      *  HOW MANY DAYS BACK A POSTED TRANSACTION'S FINGERPRINT IS    *
      *  KEPT AND COMPARED.  ZERO OR NO RECORD MEANS THIRTY DAYS.    *
      *****************************************************************
       01  DU-DUP-PARM-REC.
           05  DU-LOOKBACK-DAYS     PIC 9(03).
