      *****************************************************************
      *  DLCUSTAU.CPY                                                *
      *  ONE BEFORE/AFTER AUDIT IMAGE FOR A CUSTOMER-MASTER CHANGE   *
      *  APPLIED FROM THE CRM FEED - WHAT THE RECORD SAID BEFORE,    *
      *  WHAT IT SAYS NOW, WHICH FIELDS MOVED, WHO AND WHEN.  AN ADD *
      *  HAS SPACES FOR EVERY BEFORE FIELD.                          *
      *                                                               *
      *  YA-ACTION VALUES -                                          *
      *    "A"  NEW CUSTOMER ADDED    "C"  EXISTING CUSTOMER CHANGED *
      *  YA-CHG-xxx IS "Y" FOR EACH FIELD THE FEED ALTERED.          *
      *****************************************************************
       01  YA-CUST-AUDIT-REC.
           05  YA-ACCOUNT-CODE      PIC X(06).
           05  YA-ACTION            PIC X(01).
               88  YA-ACTION-ADD         VALUE "A".
               88  YA-ACTION-CHANGE      VALUE "C".
           05  YA-CHANGED-FIELDS.
               10  YA-CHG-NAME      PIC X(01).
               10  YA-CHG-ADDRESS-1 PIC X(01).
               10  YA-CHG-ADDRESS-2 PIC X(01).
               10  YA-CHG-TERMS     PIC X(01).
               10  YA-CHG-TAX-JURIS PIC X(01).
           05  YA-OLD-NAME          PIC X(25).
           05  YA-OLD-ADDRESS-1     PIC X(25).
           05  YA-OLD-ADDRESS-2     PIC X(25).
           05  YA-OLD-TERMS         PIC X(04).
           05  YA-OLD-TAX-JURIS     PIC X(03).
           05  YA-NEW-NAME          PIC X(25).
           05  YA-NEW-ADDRESS-1     PIC X(25).
           05  YA-NEW-ADDRESS-2     PIC X(25).
           05  YA-NEW-TERMS         PIC X(04).
           05  YA-NEW-TAX-JURIS     PIC X(03).
           05  YA-USER-ID           PIC X(08).
           05  YA-CHANGE-DATE       PIC 9(08).
           05  YA-CHANGE-TIME       PIC 9(08).
