      *****************************************************************
      *  DLDUPDEC.CPY                                                *
      *  ONE REVIEWER'S DECISION ON A HELD DUPLICATE SUSPECT - THE   *
      *  HELD KEY, WHETHER TO RELEASE IT TO ADD01 (IT IS GENUINELY   *
      *  A SECOND TRANSACTION) OR REJECT IT (IT IS A RESUBMISSION),  *
      *  AND WHO DECIDED.                                            *
      *                                                               *
      *  DJ-ACTION VALUES -                                          *
      *    "R"  RELEASE    "J"  REJECT                               *
      *****************************************************************
       01  DJ-DECISION-REC.
           05  DJ-ACTION            PIC X(01).
               88  DJ-ACTION-RELEASE    VALUE "R".
               88  DJ-ACTION-REJECT     VALUE "J".
           05  DJ-TRANS-KEY         PIC X(12).
           05  DJ-USER-ID           PIC X(08).
