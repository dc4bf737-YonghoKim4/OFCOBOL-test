      *****************************************************************
      *  DLGLRPRM.CPY                                                *
      *  SETTINGS FOR THE SUBLEDGER-TO-GL BALANCE RECONCILIATION.    *
      *  ONE "T" RECORD GIVES THE ABSOLUTE DIFFERENCE CARRIED AS      *
      *  AGREED; EACH "C" RECORD NAMES A CONTROL ACCOUNT WHOSE       *
      *  DIFFERENCE RAISES AN ALERT RATHER THAN JUST A REPORT LINE.  *
      *  NO "T" RECORD KEEPS THE 1.00 DEFAULT.                       *
      *                                                              *
      *  GP-RECORD-TYPE VALUES -                                     *
      *    "T"  TOLERANCE           "C"  CONTROL ACCOUNT             *
      *****************************************************************
       01  GP-RECON-PARM-REC.
           05  GP-RECORD-TYPE       PIC X(01).
               88  GP-TOLERANCE-REC     VALUE "T".
               88  GP-CONTROL-REC       VALUE "C".
           05  GP-PARM-DATA         PIC X(11).
           05  GP-TOLERANCE-DATA REDEFINES GP-PARM-DATA.
               10  GP-TOLERANCE     PIC 9(07)V9(02).
               10  FILLER           PIC X(02).
           05  GP-CONTROL-DATA REDEFINES GP-PARM-DATA.
               10  GP-CONTROL-ACCT  PIC X(08).
               10  FILLER           PIC X(03).
