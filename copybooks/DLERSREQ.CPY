      *****************************************************************
      *  DLERSREQ.CPY                                                *
      *  ONE PERSONAL-DATA ERASURE REQUEST - THE CUSTOMER ACCOUNT    *
      *  WHOSE NAME AND ADDRESS ARE TO BE ANONYMIZED, THE REQUEST'S  *
      *  OWN REFERENCE AND RECEIPT DATE FOR THE CERTIFICATE, AND     *
      *  THE LEGAL HOLD FLAG LEGAL SETS WHEN THE ACCOUNT IS UNDER A  *
      *  LITIGATION OR REGULATORY HOLD - A HELD ACCOUNT IS NEVER     *
      *  ERASED, HOWEVER MANY TIMES IT IS REQUESTED.                 *
      *****************************************************************
       01  EQ-ERASE-REQ-REC.
           05  EQ-ACCOUNT-CODE      PIC X(06).
           05  EQ-REQUEST-ID        PIC X(10).
           05  EQ-REQUEST-DATE      PIC 9(08).
           05  EQ-LEGAL-HOLD-SW     PIC X(01).
               88  EQ-LEGAL-HOLD         VALUE "Y".
