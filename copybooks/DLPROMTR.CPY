      *****************************************************************
      *  DLPROMTR.CPY                                                *
      *  ONE PROMISE-TO-PAY RECORDED BY A COLLECTOR FROM THE         *
      *  WORKLIST.  A NEW PROMISE SUPERSEDES ANY OPEN OR BROKEN ONE  *
      *  STANDING FOR THE SAME ACCOUNT.                              *
      *****************************************************************
       01  PT-PROMISE-TRAN.
           05  PT-ACCOUNT           PIC X(08).
           05  PT-PROMISE-AMOUNT    PIC 9(07)V9(02).
           05  PT-PROMISE-DATE      PIC 9(08).
           05  PT-CONTACT           PIC X(20).
           05  PT-COLLECTOR         PIC X(08).
