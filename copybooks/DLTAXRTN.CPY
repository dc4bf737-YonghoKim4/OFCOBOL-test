      *****************************************************************
      *  DLTAXRTN.CPY                                                *
      *  ONE JURISDICTION'S LINE OF THE SALES-TAX RETURN SUMMARY FOR *
      *  A FILING PERIOD - TAXABLE AND EXEMPT SALES AND TAX          *
      *  COLLECTED AS INVOICED, THE CREDIT-MEMO REVERSALS OF EACH,   *
      *  AND THE NET FIGURES THE FILING IS PREPARED FROM.  AMOUNTS   *
      *  ARE WHOLE CURRENCY UNITS AS ON THE INVOICE ARCHIVE.         *
      *****************************************************************
       01  TV-TAX-RETURN-REC.
           05  TV-JURIS-CODE        PIC X(03).
           05  TV-DESCRIPTION       PIC X(20).
           05  TV-PERIOD-FROM       PIC 9(08).
           05  TV-PERIOD-TO         PIC 9(08).
           05  TV-TAX-RATE          PIC 9(01)V9(04).
           05  TV-INVOICE-COUNT     PIC 9(07).
           05  TV-TAXABLE-SALES     PIC 9(11).
           05  TV-EXEMPT-SALES      PIC 9(11).
           05  TV-TAX-COLLECTED     PIC 9(11).
           05  TV-CREDIT-TAXABLE    PIC 9(11).
           05  TV-CREDIT-EXEMPT     PIC 9(11).
           05  TV-CREDIT-TAX        PIC 9(11).
           05  TV-NET-TAXABLE       PIC S9(11).
           05  TV-NET-EXEMPT        PIC S9(11).
           05  TV-NET-TAX           PIC S9(11).
