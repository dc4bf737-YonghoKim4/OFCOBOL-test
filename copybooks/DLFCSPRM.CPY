      *****************************************************************
      *  DLFCSPRM.CPY                                                *
      *  FORECAST METHOD SETTING - ONE RECORD PER LEDGER CODE AND    *
      *  CODE TYPE SAYING HOW THE YEAR'S OPEN PERIODS ARE            *
      *  FORECAST: "P" FROM THE REMAINING BUDGET MASTER PLAN, OR     *
      *  "R" AT THE RUN RATE OF THE LEDGER'S CLOSED MONTHS.  A       *
      *  LEDGER CODE OF "****" SETS THE METHOD FOR EVERY LEDGER NOT  *
      *  NAMED ON ITS OWN; WITH NO SETTING AT ALL THE PLAN IS USED.  *
      *****************************************************************
       01  FP-FCST-PARM-REC.
           05  FP-LEDGER-CODE       PIC X(04).
           05  FP-CODE-TYPE         PIC X(01).
           05  FP-METHOD            PIC X(01).
               88  FP-METHOD-PLAN       VALUE "P".
               88  FP-METHOD-RUN-RATE   VALUE "R".
