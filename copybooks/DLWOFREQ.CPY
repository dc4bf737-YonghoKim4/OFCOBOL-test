      *****************************************************************
      *  DLWOFREQ.CPY                                                *
      *  ONE BAD-DEBT WRITE-OFF REQUEST AGAINST AN AR OPEN ITEM -    *
      *  RAISED BY A COLLECTOR (OR PROPOSED BY THE WRITE-OFF RUN     *
      *  ITSELF FOR A SMALL BALANCE, REQUESTER AUTOWOFF) AND HELD    *
      *  ON THE PENDING FILE UNTIL A SECOND PERSON APPROVES OR       *
      *  REJECTS IT.  WR-AMOUNT MUST STILL EQUAL THE ITEM'S OPEN     *
      *  AMOUNT WHEN THE APPROVAL LANDS.                             *
      *****************************************************************
       01  WR-WOFF-REQUEST-REC.
           05  WR-INVOICE-NO        PIC X(08).
           05  WR-ACCOUNT-CODE      PIC X(06).
           05  WR-AMOUNT            PIC 9(09).
           05  WR-REASON            PIC X(30).
           05  WR-REQUESTER         PIC X(08).
           05  WR-REQUEST-DATE      PIC 9(08).
