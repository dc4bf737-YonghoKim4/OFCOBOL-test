      *****************************************************************
      *  DLBUDCHK.CPY                                                *
      *  PARAMETER BLOCK PASSED TO THE BUDCHK01 BUDGET-AVAILABILITY  *
      *  ROUTINE.  THE CALLER LOADS THE ROUTINE ONCE (BA-LOAD),      *
      *  CHECKS EACH TRANSACTION BEFORE IT POSTS (BA-CHECK), TELLS   *
      *  IT WHAT DID POST (BA-POST), AND FINISHES (BA-FINISH) WITH   *
      *  BA-YTD-OUT-SW SAYING WHETHER THE BUDGET YEAR-TO-DATE IS     *
      *  CARRIED FORWARD IN FULL, AS THE DAY ONLY, OR NOT AT ALL.    *
      *  BA-MERGE IS THE PARTITIONED-NIGHT MERGE OF THE STREAMS'     *
      *  DAYS INTO THE CARRY-FORWARD.  BA-CODE-VALUE(n) IS SPLIT     *
      *  CODE n AS IT ARRIVED ON CODETRAN - BOTH THE BUDGET LINE IT  *
      *  IS CHECKED AGAINST AND THE AMOUNT IT ADDS TO THAT LINE'S    *
      *  ACTUAL, THE SAME WAY SUBLPST1 POSTS THE SUBLEDGER.          *
      *****************************************************************
       01  BA-BUDGET-CHECK.
           05  BA-FUNCTION          PIC X(01).
               88  BA-LOAD              VALUE "L".
               88  BA-CHECK             VALUE "C".
               88  BA-POST              VALUE "P".
               88  BA-FINISH            VALUE "F".
               88  BA-MERGE             VALUE "M".
           05  BA-PROGRAM           PIC X(08).
           05  BA-RUN-DATE          PIC 9(08).
           05  BA-YTD-OUT-SW        PIC X(01).
               88  BA-YTD-OUT-FULL      VALUE "F".
               88  BA-YTD-OUT-DAY       VALUE "D".
               88  BA-YTD-OUT-NONE      VALUE "N".
           05  BA-TRANS-KEY         PIC X(12).
           05  BA-LEDGER-CODE       PIC X(04).
           05  BA-CODE-VALUE        PIC 9(04) OCCURS 3 TIMES.
           05  BA-EXEMPT-SW         PIC X(01).
               88  BA-BLOCK-EXEMPT      VALUE "Y".
           05  BA-RESULT-SW         PIC X(01).
               88  BA-WITHIN-BUDGET     VALUE "O".
               88  BA-OVER-WARNED       VALUE "W".
               88  BA-OVER-BLOCKED      VALUE "B".
           05  BA-WARN-COUNT        PIC 9(07) COMP.
           05  BA-BLOCK-COUNT       PIC 9(07) COMP.
