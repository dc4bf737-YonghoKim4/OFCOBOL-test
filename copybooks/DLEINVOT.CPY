      *****************************************************************
      *  DLEINVOT.CPY                                                *
      *  ONE RECORD OF THE OUTBOUND E-INVOICE FILE.  EACH CUSTOMER   *
      *  TAKING ELECTRONIC DELIVERY GETS ITS OWN ENVELOPE - A "CH"   *
      *  HEADER, THEN PER INVOICE AN "IH" HEADER WITH THE CUSTOMER   *
      *  BLOCK AND TERMS, ONE "IL" PER LINE ITEM, AN "IX" TAX        *
      *  RECORD AND AN "IT" TOTAL, AND A "CT" TRAILER CARRYING THE   *
      *  ENVELOPE'S CONTROL COUNTS - SO THE TRANSMISSION STEP CAN    *
      *  SPLIT THE FILE BY EO-PARTNER-ID.  AN "FT" TRAILER CLOSES    *
      *  THE FILE WITH THE GRAND CONTROL COUNTS.  AMOUNTS ARE WHOLE  *
      *  CURRENCY UNITS AS ON THE INVOICE ARCHIVE.  EO-INVOICE-NO    *
      *  IS ZERO ON THE CH, CT, AND FT RECORDS.  EO-IX-EXEMPT-CERT   *
      *  NAMES THE TAX-EXEMPTION CERTIFICATE OF A ZERO-TAX INVOICE.  *
      *****************************************************************
       01  EO-EINV-REC.
           05  EO-RECORD-TYPE       PIC X(02).
               88  EO-CUST-HEADER-REC   VALUE "CH".
               88  EO-INV-HEADER-REC    VALUE "IH".
               88  EO-INV-LINE-REC      VALUE "IL".
               88  EO-INV-TAX-REC       VALUE "IX".
               88  EO-INV-TOTAL-REC     VALUE "IT".
               88  EO-CUST-TRAILER-REC  VALUE "CT".
               88  EO-FILE-TRAILER-REC  VALUE "FT".
           05  EO-PARTNER-ID        PIC X(15).
           05  EO-ACCOUNT-CODE      PIC X(06).
           05  EO-INVOICE-NO        PIC 9(08).
           05  EO-BODY              PIC X(89).
           05  EO-CUST-HEADER REDEFINES EO-BODY.
               10  EO-CH-CREATE-DATE    PIC 9(08).
               10  EO-CH-CUST-NAME      PIC X(25).
               10  FILLER               PIC X(56).
           05  EO-INV-HEADER REDEFINES EO-BODY.
               10  EO-IH-BILL-DATE      PIC 9(08).
               10  EO-IH-CUST-NAME      PIC X(25).
               10  EO-IH-CUST-ADDR1     PIC X(25).
               10  EO-IH-CUST-ADDR2     PIC X(25).
               10  EO-IH-TERMS          PIC X(04).
               10  FILLER               PIC X(02).
           05  EO-INV-LINE REDEFINES EO-BODY.
               10  EO-IL-LINE-NO        PIC 9(05).
               10  EO-IL-ITEM-KEY       PIC X(08).
               10  EO-IL-QUANTITY       PIC 9(04).
               10  EO-IL-UNIT-PRICE     PIC 9(04).
               10  EO-IL-GROSS-AMT      PIC 9(09).
               10  EO-IL-ADJ-CODE       PIC X(02).
               10  EO-IL-NET-AMT        PIC 9(09).
               10  EO-IL-SHIP-DATE      PIC 9(08).
               10  FILLER               PIC X(40).
           05  EO-INV-TAX REDEFINES EO-BODY.
               10  EO-IX-TAX-JURIS      PIC X(03).
               10  EO-IX-TAXABLE-AMT    PIC 9(09).
               10  EO-IX-TAX-AMT        PIC 9(09).
               10  EO-IX-EXEMPT-CERT    PIC X(15).
               10  FILLER               PIC X(53).
           05  EO-INV-TOTAL REDEFINES EO-BODY.
               10  EO-IT-LINE-COUNT     PIC 9(05).
               10  EO-IT-SUBTOTAL       PIC 9(09).
               10  EO-IT-TAX-AMT        PIC 9(09).
               10  EO-IT-GROSS-AMT      PIC 9(09).
               10  EO-IT-DEPOSIT-AMT    PIC 9(09).
               10  EO-IT-AMOUNT-DUE     PIC 9(09).
               10  FILLER               PIC X(39).
           05  EO-CUST-TRAILER REDEFINES EO-BODY.
               10  EO-CT-INVOICE-COUNT  PIC 9(05).
               10  EO-CT-RECORD-COUNT   PIC 9(07).
               10  EO-CT-AMOUNT-TOTAL   PIC 9(11).
               10  FILLER               PIC X(66).
           05  EO-FILE-TRAILER REDEFINES EO-BODY.
               10  EO-FT-CUSTOMER-COUNT PIC 9(05).
               10  EO-FT-INVOICE-COUNT  PIC 9(07).
               10  EO-FT-RECORD-COUNT   PIC 9(09).
               10  EO-FT-AMOUNT-TOTAL   PIC 9(13).
               10  FILLER               PIC X(55).
