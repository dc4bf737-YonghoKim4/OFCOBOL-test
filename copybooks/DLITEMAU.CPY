      *****************************************************************
      *  DLITEMAU.CPY                                                *
      *  ONE BEFORE/AFTER AUDIT IMAGE FOR AN ITEM-MASTER             *
      *  MAINTENANCE CHANGE - WHAT THE ITEM SAID BEFORE, WHAT IT     *
      *  SAYS NOW, WHO DID IT AND WHEN.                              *
      *****************************************************************
       01  IU-ITEM-AUDIT-REC.
           05  IU-ITEM-CODE         PIC X(04).
           05  IU-ACTION            PIC X(01).
           05  IU-OLD-STATUS        PIC X(01).
           05  IU-OLD-DESCRIPTION   PIC X(30).
           05  IU-OLD-UNIT-OF-MEASURE PIC X(04).
           05  IU-OLD-CATEGORY      PIC X(04).
           05  IU-NEW-STATUS        PIC X(01).
           05  IU-NEW-DESCRIPTION   PIC X(30).
           05  IU-NEW-UNIT-OF-MEASURE PIC X(04).
           05  IU-NEW-CATEGORY      PIC X(04).
           05  IU-USER-ID           PIC X(08).
           05  IU-CHANGE-DATE       PIC 9(08).
           05  IU-CHANGE-TIME       PIC 9(08).
