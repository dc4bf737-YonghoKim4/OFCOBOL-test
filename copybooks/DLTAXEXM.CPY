      *****************************************************************
      *  DLTAXEXM.CPY                                                *
      *  ONE TAX-EXEMPTION CERTIFICATE ON FILE FOR A CUSTOMER IN A   *
      *  TAX JURISDICTION - A RESELLER OR NON-PROFIT THE INVOICE     *
      *  RUN MUST NOT CHARGE TAX.  THE EXEMPTION HOLDS FROM          *
      *  EC-EFFECTIVE-DATE THROUGH EC-EXPIRY-DATE INCLUSIVE; ONCE    *
      *  THE CERTIFICATE EXPIRES THE CUSTOMER IS TAXED AGAIN UNTIL A *
      *  RENEWED CERTIFICATE IS LOADED.  EC-EXPIRY-DATE ZERO MEANS   *
      *  THE CERTIFICATE DOES NOT EXPIRE.                            *
      *                                                              *
      *  EC-EXEMPT-TYPE VALUES -                                     *
      *    "R"  RESALE    "N"  NON-PROFIT    "G"  GOVERNMENT         *
      *    "O"  OTHER                                                *
      *****************************************************************
       01  EC-EXEMPTION-REC.
           05  EC-ACCOUNT-CODE      PIC X(06).
           05  EC-TAX-JURIS         PIC X(03).
           05  EC-CERT-NO           PIC X(15).
           05  EC-EXEMPT-TYPE       PIC X(01).
               88  EC-RESALE             VALUE "R".
               88  EC-NON-PROFIT         VALUE "N".
               88  EC-GOVERNMENT         VALUE "G".
           05  EC-EFFECTIVE-DATE    PIC 9(08).
           05  EC-EXPIRY-DATE       PIC 9(08).
