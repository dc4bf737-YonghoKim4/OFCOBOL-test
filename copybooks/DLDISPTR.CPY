      *****************************************************************
      *  DLDISPTR.CPY                                                *
      *  ONE DISPUTE MAINTENANCE TRANSACTION AGAINST THE DISPMAST    *
      *  DISPUTE MASTER, KEYED BY THE DISPUTED ITEM'S INVOICE        *
      *  NUMBER.                                                     *
      *                                                               *
      *  DT-ACTION VALUES -                                          *
      *    "O"  OPEN A DISPUTE (REASON, AMOUNT, OWNER; A ZERO        *
      *         AMOUNT DISPUTES THE WHOLE OPEN BALANCE)              *
      *    "U"  UPDATE AN OPEN DISPUTE - SPACES OR ZERO LEAVE THE    *
      *         FIELD AS IT STANDS                                   *
      *    "R"  RESOLVE - RESTORE THE ITEM TO NORMAL AGING           *
      *    "C"  RESOLVE - CREDIT THE CUSTOMER DT-CREDIT-AMOUNT (ZERO *
      *         CREDITS THE WHOLE DISPUTED AMOUNT)                   *
      *****************************************************************
       01  DT-DISPUTE-TRANS.
           05  DT-ACTION            PIC X(01).
               88  DT-ACTION-OPEN       VALUE "O".
               88  DT-ACTION-UPDATE     VALUE "U".
               88  DT-ACTION-RESTORE    VALUE "R".
               88  DT-ACTION-CREDIT     VALUE "C".
           05  DT-INVOICE-NO        PIC X(08).
           05  DT-REASON-CODE       PIC X(04).
           05  DT-DISPUTE-AMOUNT    PIC 9(09).
           05  DT-OWNER             PIC X(08).
           05  DT-CREDIT-AMOUNT     PIC 9(09).
           05  DT-USER-ID           PIC X(08).
