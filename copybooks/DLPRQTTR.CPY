      *****************************************************************
      *  DLPRQTTR.CPY                                                *
      *  ONE QUOTATION MAINTENANCE TRANSACTION - AN ADD, CHANGE, OR  *
      *  CANCEL AGAINST ONE QT-QUOTE-NO, WITH WHO SUBMITTED IT.  ON  *
      *  A CHANGE, A ZERO RATE, CAP, OR DATE LEAVES THAT FIELD AS IT *
      *  STANDS.  THE ACCOUNT AND ITEM OF A QUOTE NEVER CHANGE - A   *
      *  DIFFERENT ACCOUNT OR ITEM IS A NEW QUOTE.                   *
      *                                                               *
      *  QE-ACTION VALUES -                                          *
      *    "A"  ADD    "C"  CHANGE    "X"  CANCEL                    *
      *****************************************************************
       01  QE-QUOTE-TRANS.
           05  QE-ACTION            PIC X(01).
               88  QE-ACTION-ADD        VALUE "A".
               88  QE-ACTION-CHANGE     VALUE "C".
               88  QE-ACTION-CANCEL     VALUE "X".
           05  QE-QUOTE-NO          PIC X(08).
           05  QE-ACCOUNT-CODE      PIC X(06).
           05  QE-ITEM-CODE         PIC X(04).
           05  QE-QUOTED-RATE       PIC S9(04).
           05  QE-QTY-CAP           PIC 9(07).
           05  QE-VALID-THRU        PIC 9(08).
           05  QE-USER-ID           PIC X(08).
