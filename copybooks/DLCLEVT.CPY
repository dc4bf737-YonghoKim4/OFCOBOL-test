      *****************************************************************
      *  DLCLEVT.CPY                                                 *
      *  ONE EVENT AGAINST A TASK ON A PERIOD'S CLOSE CHECKLIST.     *
      *  RUN EVENTS ("C") ARE APPENDED TO CLOSEVT BY THE CLOSE       *
      *  PROGRAMS THEMSELVES THROUGH CLSREC01; SIGN-OFFS AND         *
      *  REOPENS ARE KEYED BY THE REVIEWERS ONTO CLOSSIGN IN THE     *
      *  SAME LAYOUT.  A MANUAL TASK (ONE NO PROGRAM RECORDS) IS     *
      *  MARKED DONE BY ITS OWNER KEYING A "C" ON CLOSSIGN.          *
      *                                                              *
      *  CV-EVENT-TYPE VALUES -                                      *
      *    "C"  TASK RUN / COMPLETED (CV-RUN-RC IS ITS RETURN CODE)  *
      *    "S"  REVIEWER SIGN-OFF                                    *
      *    "R"  REOPEN - THE TASK MUST BE DONE AND SIGNED AGAIN      *
      *****************************************************************
       01  CV-CLOSE-EVENT-REC.
           05  CV-PERIOD            PIC 9(06).
           05  CV-TASK-ID           PIC X(08).
           05  CV-EVENT-TYPE        PIC X(01).
               88  CV-COMPLETED         VALUE "C".
               88  CV-SIGNED-OFF        VALUE "S".
               88  CV-REOPENED          VALUE "R".
           05  CV-USER-ID           PIC X(08).
           05  CV-RUN-RC            PIC 9(04).
           05  CV-EVENT-DATE        PIC 9(08).
           05  CV-EVENT-TIME        PIC 9(08).
           05  CV-NOTE              PIC X(30).
