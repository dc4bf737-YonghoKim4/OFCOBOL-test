      *****************************************************************
      *  DLGLRHST.CPY                                                *
      *  ONE GL ACCOUNT STILL OUT OF BALANCE WITH THE SUBLEDGER,     *
      *  CARRIED FROM CLOSE TO CLOSE SO THE RECONCILIATION CAN SAY   *
      *  HOW LONG A DIFFERENCE HAS PERSISTED.  RH-CLOSE-COUNT IS THE *
      *  NUMBER OF MONTH-END CLOSES IN A ROW THE ACCOUNT HAS BEEN    *
      *  OUT; RH-LAST-PERIOD STOPS A RERUN OF THE SAME CLOSE FROM    *
      *  COUNTING TWICE.  AN ACCOUNT BACK IN AGREEMENT DROPS OFF.    *
      *****************************************************************
       01  RH-RECON-HIST-REC.
           05  RH-GL-ACCOUNT        PIC X(08).
           05  RH-FIRST-PERIOD      PIC 9(06).
           05  RH-LAST-PERIOD       PIC 9(06).
           05  RH-CLOSE-COUNT       PIC 9(03).
           05  RH-LAST-DIFFERENCE   PIC S9(13)V9(02).
