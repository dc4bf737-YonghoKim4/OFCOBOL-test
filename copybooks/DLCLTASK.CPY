      *****************************************************************
      *  DLCLTASK.CPY                                                *
      *  ONE TASK ON A PERIOD'S MONTH-END CLOSE CHECKLIST, CARRIED   *
      *  FORWARD BY CLOSCHK1.  A TASK MAY WAIT ON UP TO THREE OTHER  *
      *  TASKS OF THE SAME PERIOD, AND CANNOT BE SIGNED OFF UNTIL    *
      *  EACH OF THEM HAS BEEN.  RECORDS WITH CK-PERIOD ZERO ARE THE *
      *  STANDING CHECKLIST - COPIED TO EACH NEW PERIOD THE FIRST    *
      *  TIME CLOSCHK1 RUNS IN IT.  CK-LAST-STAMP (DATE AND TIME OF  *
      *  THE LAST EVENT APPLIED) STOPS A RUN EVENT STILL ON CLOSEVT  *
      *  FROM BEING APPLIED TWICE.                                   *
      *                                                              *
      *  CK-STATUS VALUES -                                          *
      *    "P"  PENDING - NOT YET RUN (OR REOPENED, OR LAST RUN      *
      *         FAILED)                                              *
      *    "C"  COMPLETE - AWAITING REVIEWER SIGN-OFF                *
      *    "S"  SIGNED OFF                                           *
      *****************************************************************
       01  CK-CLOSE-TASK-REC.
           05  CK-TASK-KEY.
               10  CK-PERIOD        PIC 9(06).
               10  CK-TASK-ID       PIC X(08).
           05  CK-DESCRIPTION       PIC X(30).
           05  CK-OWNER             PIC X(08).
           05  CK-DEPENDS-ON OCCURS 3 TIMES
                                    PIC X(08).
           05  CK-REQUIRED-SW       PIC X(01).
               88  CK-REQUIRED          VALUE "Y".
           05  CK-STATUS            PIC X(01).
               88  CK-PENDING           VALUE "P".
               88  CK-COMPLETE          VALUE "C".
               88  CK-SIGNED            VALUE "S".
           05  CK-COMPLETE-DATE     PIC 9(08).
           05  CK-COMPLETE-RC       PIC 9(04).
           05  CK-COMPLETED-BY      PIC X(08).
           05  CK-SIGNOFF-BY        PIC X(08).
           05  CK-SIGNOFF-DATE      PIC 9(08).
           05  CK-LAST-STAMP.
               10  CK-LAST-DATE     PIC 9(08).
               10  CK-LAST-TIME     PIC 9(08).
