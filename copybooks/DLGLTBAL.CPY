      *****************************************************************
      *  DLGLTBAL.CPY                                                *
      *  ONE ACCOUNT LINE OF THE GL SYSTEM'S TRIAL BALANCE, SENT     *
      *  BACK TO US AFTER ITS OWN POSTINGS AND MANUAL ENTRIES SO     *
      *  THE SUBLEDGER CAN PROVE IT STILL AGREES WITH THE GL.  THE   *
      *  GL CUTS A MONTH-END FILE AT EVERY CLOSE AND MAY ALSO CUT A  *
      *  DAILY ONE; GB-TB-TYPE SAYS WHICH.  GB-BALANCE IS THE        *
      *  ACCOUNT'S NET BALANCE, DEBIT POSITIVE AND CREDIT NEGATIVE.  *
      *                                                              *
      *  GB-TB-TYPE VALUES -                                         *
      *    "M"  MONTH-END CLOSE TRIAL BALANCE                        *
      *    "D"  DAILY TRIAL BALANCE                                  *
      *****************************************************************
       01  GB-TRIAL-BAL-REC.
           05  GB-TB-TYPE           PIC X(01).
               88  GB-MONTH-END         VALUE "M".
               88  GB-DAILY             VALUE "D".
           05  GB-AS-OF-DATE        PIC 9(08).
           05  GB-GL-ACCOUNT        PIC X(08).
           05  GB-BALANCE           PIC S9(13)V9(02).
