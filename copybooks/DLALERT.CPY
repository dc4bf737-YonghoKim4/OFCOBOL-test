      *    "EXCCOUNT"  EXCEPTION COUNT PAST ITS MAXIMUM              *
      *    "EXCAMT  "  A SINGLE EXCEPTION AMOUNT PAST ITS MAXIMUM    *
      *    "OUTOFBAL"  OUT-OF-BALANCE VALUE PAST ITS MAXIMUM         *
      *    "PROMBRKN"  A PROMISE-TO-PAY BROKEN (THRESHOLD = AMOUNT   *
      *                PROMISED, ACTUAL = CASH RECEIVED AGAINST IT)  *
      *    "PLANDFLT"  AN INSTALLMENT PLAN DEFAULTED (THRESHOLD =    *
      *                INSTALLMENTS DUE PAST GRACE, ACTUAL = CASH    *
      *                RECEIVED AGAINST THE PLAN)                    *
      *    "GLRECON "  A CONTROL ACCOUNT OUT OF BALANCE WITH THE GL  *
      *                (THRESHOLD = TOLERANCE, ACTUAL = DIFFERENCE)  *
      *    "DORMPOST"  A POSTING TO AN ACCOUNT THE MONTHLY SCAN      *
      *                FLAGGED DORMANT (THRESHOLD = MONTHS IDLE,     *
      *                ACTUAL = AMOUNT POSTED)                       *
      *    "XMITNACK"  AN OUTBOUND FILE STILL UNACKNOWLEDGED PAST    *
      *                ITS PARTNER'S WINDOW (THRESHOLD = WINDOW      *
      *                HOURS, ACTUAL = HOURS SINCE IT WAS SENT)      *
      *****************************************************************
       01  AL-ALERT-REC.
           05  AL-PROGRAM           PIC X(08).
