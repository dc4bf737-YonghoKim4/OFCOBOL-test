      *****************************************************************
      *  DLAGYPLC.CPY                                                *
      *  RECORDS ON THE OUTBOUND PLACEMENT FILE SENT TO THE          *
      *  COLLECTION AGENCY.  A HEADER NAMES THE AGENCY AND FILE      *
      *  DATE; EACH PLACED ACCOUNT FOLLOWS AS A BLOCK - ITS CUSTOMER *
      *  RECORD (NAME AND ADDRESS FROM CUSTMAST), ITS CREDIT-HOLD    *
      *  RECORD, THE INTEREST ACCRUED ON THE CARRIED SHORTFALL, AND  *
      *  ONE RECORD PER OPEN ARMAST ITEM - AND A TRAILER CARRIES THE *
      *  ACCOUNT COUNT, ITEM COUNT AND OPEN TOTAL SO THE AGENCY CAN  *
      *  PROVE IT RECEIVED THE WHOLE FILE.  THE FIRST BYTE OF EVERY  *
      *  RECORD DISCRIMINATES THE SHAPES.                            *
      *                                                               *
      *  RECORD TYPES -                                              *
      *    "H"  HEADER      "C"  CUSTOMER      "D"  CREDIT HOLD      *
      *    "N"  INTEREST    "I"  OPEN ITEM     "T"  TRAILER          *
      *****************************************************************
       01  PH-HEADER-REC.
           05  PH-RECORD-TYPE       PIC X(01).
           05  PH-AGENCY-ID         PIC X(06).
           05  PH-FILE-DATE         PIC 9(08).
           05  FILLER               PIC X(85).
       01  PC-CUSTOMER-REC.
           05  PC-RECORD-TYPE       PIC X(01).
           05  PC-ACCOUNT           PIC X(08).
           05  PC-NAME              PIC X(25).
           05  PC-ADDRESS-1         PIC X(25).
           05  PC-ADDRESS-2         PIC X(25).
           05  PC-TERMS             PIC X(04).
           05  FILLER               PIC X(12).
       01  PD-HOLD-REC.
           05  PD-RECORD-TYPE       PIC X(01).
           05  PD-ACCOUNT           PIC X(08).
           05  PD-HOLD-DATE         PIC 9(08).
           05  PD-HOLD-BALANCE      PIC S9(05).
           05  PD-HOLD-DAYS         PIC 9(05).
           05  FILLER               PIC X(73).
       01  PV-INTEREST-REC.
           05  PV-RECORD-TYPE       PIC X(01).
           05  PV-ACCOUNT           PIC X(08).
           05  PV-ACCRUED-INTEREST  PIC S9(09)V9(02).
           05  PV-AS-OF-DATE        PIC 9(08).
           05  FILLER               PIC X(72).
       01  PI-ITEM-REC.
           05  PI-RECORD-TYPE       PIC X(01).
           05  PI-ACCOUNT           PIC X(08).
           05  PI-INVOICE-NO        PIC X(08).
           05  PI-INVOICE-DATE      PIC 9(08).
           05  PI-DUE-DATE          PIC 9(08).
           05  PI-ORIG-AMOUNT       PIC 9(09).
           05  PI-OPEN-AMOUNT       PIC S9(09).
           05  FILLER               PIC X(49).
       01  PT-TRAILER-REC.
           05  PT-RECORD-TYPE       PIC X(01).
           05  PT-ACCOUNT-COUNT     PIC 9(07).
           05  PT-ITEM-COUNT        PIC 9(07).
           05  PT-OPEN-TOTAL        PIC S9(11).
           05  FILLER               PIC X(74).
