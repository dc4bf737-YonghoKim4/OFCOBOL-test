      *****************************************************************
      *  DLMANJNL.CPY                                                *
      *  ONE LINE OF A MANUAL ADJUSTING JOURNAL - AN ACCOUNTANT'S    *
      *  ACCRUAL OR CORRECTION KEYED ON OUR SIDE INSTEAD OF STRAIGHT *
      *  INTO THE GL.  THE LINES OF ONE JOURNAL SHARE MJ-JOURNAL-ID  *
      *  AND ARRIVE TOGETHER; THE DEBITS MUST EQUAL THE CREDITS      *
      *  BEFORE THE JOURNAL IS HELD FOR APPROVAL, AND A SECOND       *
      *  PERSON - NEVER THE PREPARER - MUST APPROVE IT BEFORE IT     *
      *  REACHES THE GL EXTRACT.  MJ-AUTO-REV-SW "Y" REVERSES THE    *
      *  JOURNAL ON THE FIRST BUSINESS DAY OF THE NEXT PERIOD.       *
      *                                                              *
      *  MJ-STATUS VALUES (ON THE PENDING FILE) -                    *
      *    "P"  AWAITING APPROVAL                                    *
      *    "R"  APPROVED REVERSAL, POSTS ON MJ-RELEASE-DATE          *
      *  MJ-APPROVER CARRIES WHO APPROVED THE ORIGINAL ON A "R"      *
      *  LINE; SPACES OTHERWISE.                                     *
      *****************************************************************
       01  MJ-JOURNAL-LINE-REC.
           05  MJ-JOURNAL-ID        PIC X(06).
           05  MJ-LINE-NO           PIC 9(03).
           05  MJ-ACCOUNT           PIC X(08).
           05  MJ-DR-CR             PIC X(01).
               88  MJ-DEBIT             VALUE "D".
               88  MJ-CREDIT            VALUE "C".
           05  MJ-AMOUNT            PIC 9(13)V9(02).
           05  MJ-DESCRIPTION       PIC X(30).
           05  MJ-PREPARER          PIC X(08).
           05  MJ-EFFECTIVE-DATE    PIC 9(08).
           05  MJ-AUTO-REV-SW       PIC X(01).
               88  MJ-AUTO-REVERSE      VALUE "Y".
           05  MJ-STATUS            PIC X(01).
               88  MJ-AWAITING          VALUE "P".
               88  MJ-REVERSAL          VALUE "R".
           05  MJ-RELEASE-DATE      PIC 9(08).
           05  MJ-APPROVER          PIC X(08).
