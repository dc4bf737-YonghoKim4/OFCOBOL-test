      *****************************************************************
      *  DLBUDCTL.CPY                                                *
      *  BUDGET-CONTROL MODE - ONE RECORD PER LEDGER CODE AND SPLIT- *
      *  CODE TYPE SAYING WHAT THE POSTING RUNS DO WHEN A CODE       *
      *  VALUE'S YEAR-TO-DATE ACTUAL WOULD PASS ITS BUDMAST AMOUNT:  *
      *  NOTHING, WARN ON THE OVER-BUDGET REGISTER, OR BLOCK THE     *
      *  RECORD TO THE EXCEPTION FILE.  A LEDGER CODE OF "****"      *
      *  SETS THE MODE FOR EVERY LEDGER WITHOUT ITS OWN RECORD, AND  *
      *  A LEDGER/TYPE WITH NO RECORD AT ALL IS NOT CONTROLLED.      *
      *  BC-OWNER-ID NAMES THE BUDGET OWNER THE REGISTER LINE IS     *
      *  ROUTED TO.                                                  *
      *****************************************************************
       01  BC-BUDGET-CTL-REC.
           05  BC-LEDGER-CODE       PIC X(04).
           05  BC-CODE-TYPE         PIC X(01).
           05  BC-MODE              PIC X(01).
               88  BC-MODE-NONE         VALUE "N".
               88  BC-MODE-WARN         VALUE "W".
               88  BC-MODE-BLOCK        VALUE "B".
           05  BC-OWNER-ID          PIC X(08).
