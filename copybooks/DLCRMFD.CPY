      *****************************************************************
      *  DLCRMFD.CPY                                                 *
      *  ONE CUSTOMER FROM THE NIGHTLY CRM EXTRACT (CRMFEED) - THE   *
      *  CUSTMAST FIELDS THE CRM OWNS, AS THE CRM HOLDS THEM NOW.    *
      *  YF-ACCOUNT-CODE IS THE CUSTMAST KEY; AN ACCOUNT NOT ON      *
      *  CUSTMAST IS A NEW CUSTOMER.  YF-ADDRESS-2 MAY BE SPACES;    *
      *  EVERY OTHER FIELD IS MANDATORY.  YF-CRM-ID IS THE CRM'S OWN *
      *  CUSTOMER REFERENCE, CARRIED ONTO REJECTS FOR THE CRM TEAM.  *
      *****************************************************************
       01  YF-CRM-CUST-REC.
           05  YF-ACCOUNT-CODE      PIC X(06).
           05  YF-NAME              PIC X(25).
           05  YF-ADDRESS-1         PIC X(25).
           05  YF-ADDRESS-2         PIC X(25).
           05  YF-TERMS             PIC X(04).
           05  YF-TAX-JURIS         PIC X(03).
           05  YF-CRM-ID            PIC X(10).
           05  YF-EXTRACT-DATE      PIC 9(08).
