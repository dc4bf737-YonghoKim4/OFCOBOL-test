      *****************************************************************
      *  DLJRNFD.CPY                                                 *
      *  ONE SUBLEDGER JOURNAL POSTING FOR THE GL EXTRACT - THE      *
      *  SAME FEED SHAPE AS THE INVOICE RUN'S TAX FEED, PLUS THE     *
      *  TRANSACTION KEY THE GLMAP MAPPING RESOLVES.  EVERY PROGRAM  *
      *  THAT MOVES MONEY OUTSIDE THE FOUR ARITHMETIC AUDITS         *
      *  APPENDS TO THE DAY'S JRNLFD (OPEN EXTEND), AND THE GL       *
      *  EXTRACT CONSOLIDATES IT AS ONE SOURCE.  THE FIRST SIX       *
      *  BYTES OF JF-TRANS-KEY NAME THE POSTING TYPE (E.G. DISCNT    *
      *  FOR AN EARLY-PAYMENT DISCOUNT) SO THE GLMAP KEY PREFIX      *
      *  PICKS THE DEBIT AND CREDIT ACCOUNTS; THE REST CARRIES THE   *
      *  ACCOUNT CODE OR DOCUMENT THE POSTING CAME FROM.             *
      *****************************************************************
       01  JF-JOURNAL-REC.
           05  JF-SOURCE-PROGRAM    PIC X(08).
           05  JF-TRANS-KEY         PIC X(12).
           05  JF-AMOUNT-SIGN       PIC X(01).
           05  JF-AMOUNT            PIC 9(13)V9(02).
           05  JF-CURRENCY-CODE     PIC X(03).
           05  JF-RUN-DATE          PIC 9(08).
