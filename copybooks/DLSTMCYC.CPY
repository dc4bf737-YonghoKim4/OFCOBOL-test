      *****************************************************************
      *  DLSTMCYC.CPY                                                *
      *  ONE STATEMENT-CYCLE SCHEDULE ENTRY - THE DATE A CUSTOMER    *
      *  STATEMENT-CYCLE CODE (CU-STMT-CYCLE ON CUSTMAST) IS CUT.    *
      *  THE FILE CARRIES ONE RECORD PER CYCLE PER STATEMENT DATE,   *
      *  LOADED FOR THE YEAR THE SAME WAY AS THE BUSINESS CALENDAR.  *
      *  SY-PERIOD-START IS THE FIRST DATE A STATEMENT COVERS FOR    *
      *  AN ACCOUNT THAT HAS NEVER HAD ONE BEFORE - AN ACCOUNT       *
      *  ALREADY ON THE STATEMENT-BALANCE CARRY RUNS FROM THE DAY    *
      *  AFTER ITS OWN LAST STATEMENT.                               *
      *****************************************************************
       01  SY-CYCLE-REC.
           05  SY-CYCLE-CODE        PIC X(01).
           05  SY-STMT-DATE         PIC 9(08).
           05  SY-PERIOD-START      PIC 9(08).
