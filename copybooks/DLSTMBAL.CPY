      *****************************************************************
      *  DLSTMBAL.CPY                                                *
      *  ONE CUSTOMER-STATEMENT BALANCE CARRY RECORD - THE DATE AND  *
      *  CLOSING BALANCE OF THE LAST STATEMENT SENT TO AN ACCOUNT,   *
      *  SO THE NEXT STATEMENT OPENS ON EXACTLY THE FIGURE THE       *
      *  CUSTOMER WAS LAST TOLD, CARRIED FORWARD (STMTBALI TO        *
      *  STMTBALO) BY EVERY STATEMENT RUN.                           *
      *****************************************************************
       01  SB-STMT-BAL-REC.
           05  SB-ACCOUNT-CODE      PIC X(06).
           05  SB-LAST-STMT-DATE    PIC 9(08).
           05  SB-CLOSING-BALANCE   PIC S9(11)V9(02).
