      *****************************************************************
      *  DLCCAUD.CPY                                                 *
      *  ONE BEFORE/AFTER AUDIT IMAGE FOR A COST-CENTER MASTER       *
      *  MAINTENANCE CHANGE - WHAT THE CENTER SAID BEFORE, WHAT IT   *
      *  SAYS NOW, WHO DID IT AND WHEN.                              *
      *****************************************************************
       01  CZ-CENTER-AUDIT-REC.
           05  CZ-CENTER-CODE       PIC X(04).
           05  CZ-ACTION            PIC X(01).
           05  CZ-OLD-NAME          PIC X(30).
           05  CZ-OLD-OWNER-ID      PIC X(08).
           05  CZ-OLD-PARENT-CODE   PIC X(04).
           05  CZ-OLD-ACTIVE-FROM   PIC 9(08).
           05  CZ-OLD-ACTIVE-TO     PIC 9(08).
           05  CZ-OLD-GL-DEPT       PIC X(04).
           05  CZ-NEW-NAME          PIC X(30).
           05  CZ-NEW-OWNER-ID      PIC X(08).
           05  CZ-NEW-PARENT-CODE   PIC X(04).
           05  CZ-NEW-ACTIVE-FROM   PIC 9(08).
           05  CZ-NEW-ACTIVE-TO     PIC 9(08).
           05  CZ-NEW-GL-DEPT       PIC X(04).
           05  CZ-USER-ID           PIC X(08).
           05  CZ-CHANGE-DATE       PIC 9(08).
           05  CZ-CHANGE-TIME       PIC 9(08).
