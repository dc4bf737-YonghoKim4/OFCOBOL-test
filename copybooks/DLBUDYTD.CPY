      *****************************************************************
      *  DLBUDYTD.CPY                                                *
      *  BUDGET YEAR-TO-DATE ACTUAL - ONE RECORD PER YEAR, LEDGER    *
      *  CODE, AND SPLIT-CODE TYPE/VALUE UNDER BUDGET CONTROL,       *
      *  CARRIED FORWARD BY ADD01 (BUDYTDI TO BUDYTDO) THE SAME WAY  *
      *  YTDFWD CARRIES THE LEDGER YEAR-TO-DATE.  A KEY-RANGE        *
      *  PARTITIONED STREAM WRITES ONLY ITS OWN DAY IN THIS SHAPE,   *
      *  AND ADDMRG01 FOLDS THE STREAMS' DAYS INTO THE CARRY-FORWARD.*
      *****************************************************************
       01  BY-BUDGET-YTD-REC.
           05  BY-YEAR              PIC 9(04).
           05  BY-LEDGER-CODE       PIC X(04).
           05  BY-CODE-TYPE         PIC X(01).
           05  BY-CODE-VALUE        PIC 9(04).
           05  BY-YTD-ACTUAL        PIC S9(11).
