      *****************************************************************
      *  DLUNAPDP.CPY                                                *
      *  ONE-RECORD SETTING FOR THE UNAPPLIED-CASH WORKOUT - THE     *
      *  STATUTORY DORMANCY PERIOD, IN DAYS FROM THE RECEIPT DATE,   *
      *  AFTER WHICH UNCLAIMED CASH IS FLAGGED FOR ESCHEATMENT.      *
      *****************************************************************
       01  UP-DORMANCY-REC.
           05  UP-DORMANCY-DAYS     PIC 9(05).
