      *****************************************************************
      *  DLFSBAL.CPY                                                 *
      *  ONE SUBLMAST CODE'S CLOSING BALANCE AS AT A MONTH END, CUT  *
      *  BY THE FINANCIAL-STATEMENT RUN.  SUBLMAST ONLY EVER HOLDS   *
      *  THE RUNNING BALANCE, SO THESE SNAPSHOTS ARE WHAT THE PERIOD,*
      *  YEAR-TO-DATE AND PRIOR-YEAR FIGURES ARE DIFFERENCED FROM.   *
      *  THE FILE CARRIES TWENTY-FIVE MONTHS; A RERUN FOR THE SAME   *
      *  PERIOD REPLACES THAT PERIOD'S SNAPSHOT.                     *
      *****************************************************************
       01  FB-BALANCE-REC.
           05  FB-PERIOD            PIC 9(06).
           05  FB-CODE-KEY.
               10  FB-CODE-TYPE     PIC X(01).
               10  FB-CODE-VALUE    PIC 9(04).
           05  FB-BALANCE           PIC S9(13)V9(02).
