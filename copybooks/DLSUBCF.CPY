      *****************************************************************
      *  DLSUBCF.CPY                                                 *
      *  SHORTFALL CARRIED FORWARD FROM ONE PERIOD'S SUBTRACT01 RUN  *
      *  TO THE NEXT - THE TOTAL OF THE NEGATIVE ACCOUNT BALANCES    *
      *  ON CARRYMST, KEPT AS THE CHAIN'S CONTROL TOTAL.             *
      *****************************************************************
       01  CF-CARRY-REC.
           05  CF-PRIOR-SHORTFALL   PIC S9(05).
