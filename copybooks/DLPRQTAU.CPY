      *****************************************************************
      *  DLPRQTAU.CPY                                                *
      *  ONE BEFORE/AFTER AUDIT IMAGE FOR A QUOTATION MAINTENANCE    *
      *  CHANGE - WHAT THE QUOTE SAID BEFORE, WHAT IT SAYS NOW, WHO  *
      *  DID IT AND WHEN.                                            *
      *****************************************************************
       01  QU-QUOTE-AUDIT-REC.
           05  QU-QUOTE-NO          PIC X(08).
           05  QU-ACTION            PIC X(01).
           05  QU-ACCOUNT-CODE      PIC X(06).
           05  QU-ITEM-CODE         PIC X(04).
           05  QU-OLD-STATUS        PIC X(01).
           05  QU-OLD-QUOTED-RATE   PIC S9(04).
           05  QU-OLD-QTY-CAP       PIC 9(07).
           05  QU-OLD-VALID-THRU    PIC 9(08).
           05  QU-NEW-STATUS        PIC X(01).
           05  QU-NEW-QUOTED-RATE   PIC S9(04).
           05  QU-NEW-QTY-CAP       PIC 9(07).
           05  QU-NEW-VALID-THRU    PIC 9(08).
           05  QU-QTY-USED          PIC 9(07).
           05  QU-USER-ID           PIC X(08).
           05  QU-CHANGE-DATE       PIC 9(08).
           05  QU-CHANGE-TIME       PIC 9(08).
