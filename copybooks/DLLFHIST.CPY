      *****************************************************************
      *  DLLFHIST.CPY                                                *
      *  ONE LATE FEE ASSESSED OR WAIVED AGAINST AN AR ITEM IN A     *
      *  FEE PERIOD (THE YEAR AND MONTH OF THE ASSESSMENT RUN) -     *
      *  THE LATE-FEE HISTORY THAT STOPS AN ITEM BEING CHARGED       *
      *  TWICE IN ONE PERIOD.                                        *
      *                                                               *
      *  LH-ACTION VALUES -                                          *
      *    "A"  ASSESSED    "W"  WAIVED                              *
      *****************************************************************
       01  LH-FEE-HIST-REC.
           05  LH-INVOICE-NO        PIC X(08).
           05  LH-ACCOUNT-CODE      PIC X(06).
           05  LH-PERIOD            PIC 9(06).
           05  LH-FEE-AMOUNT        PIC 9(07).
           05  LH-ACTION            PIC X(01).
               88  LH-ASSESSED          VALUE "A".
               88  LH-WAIVED            VALUE "W".
           05  LH-ACTION-DATE       PIC 9(08).
           05  LH-USER-ID           PIC X(08).
