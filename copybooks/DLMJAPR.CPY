      *****************************************************************
      *  DLMJAPR.CPY                                                 *
      *  ONE APPROVER'S DECISION ON A PENDING MANUAL JOURNAL, NAMED  *
      *  BY JOURNAL ID.  THE APPROVER MAY NOT BE THE PREPARER.       *
      *                                                              *
      *  JA-DECISION VALUES -                                        *
      *    "A"  APPROVED    "R"  REJECTED                            *
      *****************************************************************
       01  JA-JOURNAL-APPROVAL-REC.
           05  JA-JOURNAL-ID        PIC X(06).
           05  JA-DECISION          PIC X(01).
               88  JA-APPROVED          VALUE "A".
               88  JA-REJECTED          VALUE "R".
           05  JA-APPROVER          PIC X(08).
