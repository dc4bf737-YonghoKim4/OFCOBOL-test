      *****************************************************************
      *  DLWOFAPR.CPY                                                *
      *  ONE APPROVER'S DECISION ON A PENDING WRITE-OFF REQUEST,     *
      *  NAMED BY ACCOUNT AND INVOICE NUMBER.  THE APPROVER MAY NOT  *
      *  BE THE PERSON WHO RAISED THE REQUEST.                       *
      *                                                              *
      *  WA-DECISION VALUES -                                        *
      *    "A"  APPROVED    "R"  REJECTED                            *
      *****************************************************************
       01  WA-WOFF-APPROVAL-REC.
           05  WA-INVOICE-NO        PIC X(08).
           05  WA-ACCOUNT-CODE      PIC X(06).
           05  WA-DECISION          PIC X(01).
               88  WA-APPROVED          VALUE "A".
               88  WA-REJECTED          VALUE "R".
           05  WA-APPROVER          PIC X(08).
