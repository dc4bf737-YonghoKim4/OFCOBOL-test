      *****************************************************************
      *  DLSUBCMS.CPY                                                *
      *  KEYED CARRY-FORWARD MASTER (CARRYMST) - ONE RECORD PER      *
      *  CUSTOMER ACCOUNT HOLDING THE BALANCE CARRIED FROM ONE DAY   *
      *  TO THE NEXT.  SUBTRACT01 POSTS THE DAY'S CHARGES AND        *
      *  PAYMENTS TO IT, INTACCR1 ACCRUES INTEREST ON EACH NEGATIVE  *
      *  BALANCE, CASHAPP1 AND NSFREV1 APPLY AND REVERSE CASH, AND   *
      *  CRHOLD01 RELEASES A HOLD ONCE THE ACCOUNT'S OWN BALANCE HAS *
      *  RECOVERED.  THE ONE-RECORD CARRYIN/CARRYOUT GENERATIONS     *
      *  NOW CARRY ONLY THE TOTAL OF THE NEGATIVE BALANCES HERE.     *
      *****************************************************************
       01  CY-CARRY-REC.
           05  CY-ACCOUNT           PIC X(08).
           05  CY-BALANCE           PIC S9(05).
           05  CY-OPEN-DATE         PIC 9(08).
           05  CY-LAST-POST-DATE    PIC 9(08).
           05  CY-LAST-ACCRUE-DATE  PIC 9(08).
