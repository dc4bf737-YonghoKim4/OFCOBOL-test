      *****************************************************************
      *  DLITEMTR.CPY                                                *
      *  ONE ITEM-MASTER MAINTENANCE TRANSACTION - AN ADD, CHANGE,   *
      *  DISCONTINUE, OR REACTIVATE AGAINST ONE IM-ITEM-CODE, WITH   *
      *  WHO SUBMITTED IT.  ON A CHANGE, SPACES LEAVE A FIELD AS IT  *
      *  STANDS.                                                     *
      *                                                               *
      *  IE-ACTION VALUES -                                          *
      *    "A"  ADD    "C"  CHANGE    "D"  DISCONTINUE               *
      *    "R"  REACTIVATE                                           *
      *****************************************************************
       01  IE-ITEM-TRANS.
           05  IE-ACTION            PIC X(01).
               88  IE-ACTION-ADD        VALUE "A".
               88  IE-ACTION-CHANGE     VALUE "C".
               88  IE-ACTION-DISCONTINUE VALUE "D".
               88  IE-ACTION-REACTIVATE VALUE "R".
           05  IE-ITEM-CODE         PIC X(04).
           05  IE-DESCRIPTION       PIC X(30).
           05  IE-UNIT-OF-MEASURE   PIC X(04).
           05  IE-CATEGORY          PIC X(04).
           05  IE-USER-ID           PIC X(08).
