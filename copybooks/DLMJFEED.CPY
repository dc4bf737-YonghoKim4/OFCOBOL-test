      *****************************************************************
      *  DLMJFEED.CPY                                                *
      *  ONE RELEASED MANUAL JOURNAL LINE FOR THE GL EXTRACT -       *
      *  WRITTEN BY MANJNL1 WHEN A JOURNAL IS APPROVED, OR WHEN ITS  *
      *  AUTOMATIC REVERSAL FALLS DUE.  UNLIKE A JRNLFD POSTING THE  *
      *  LINE NAMES ITS OWN GL ACCOUNT AND SIDE; THE EXTRACT TAKES   *
      *  THE OTHER SIDE FROM THE GLMAP MANJNL CLEARING ENTRY, WHICH  *
      *  NETS TO ZERO OVER A BALANCED JOURNAL.                       *
      *****************************************************************
       01  MF-MANUAL-FEED-REC.
           05  MF-JOURNAL-ID        PIC X(06).
           05  MF-LINE-NO           PIC 9(03).
           05  MF-ACCOUNT           PIC X(08).
           05  MF-DR-CR             PIC X(01).
               88  MF-DEBIT             VALUE "D".
               88  MF-CREDIT            VALUE "C".
           05  MF-AMOUNT            PIC 9(13)V9(02).
           05  MF-RUN-DATE          PIC 9(08).
           05  MF-REVERSAL-SW       PIC X(01).
               88  MF-IS-REVERSAL       VALUE "Y".
