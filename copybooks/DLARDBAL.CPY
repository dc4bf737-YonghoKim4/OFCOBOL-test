      *****************************************************************
      *  DLARDBAL.CPY                                                *
      *  ONE NIGHT'S RECEIVABLES CONTROL TOTALS, APPENDED BY THE     *
      *  OPEN-ITEM LEDGER AS IT FINISHES - THE OPEN TOTAL OF THE     *
      *  MASTER IT CARRIED IN AND OF THE MASTER IT WROTE OUT, SO     *
      *  THE MONTH-END ROLL-FORWARD CAN PROVE EACH DAY'S MOVEMENT    *
      *  AND NAME THE FIRST NIGHT THE LEDGER WENT OUT OF BALANCE.    *
      *****************************************************************
       01  YB-DAY-BALANCE-REC.
           05  YB-RUN-DATE          PIC 9(08).
           05  YB-OPENING-TOTAL     PIC S9(13).
           05  YB-CLOSING-TOTAL     PIC S9(13).
           05  YB-OPEN-ITEMS        PIC 9(05).
