      *****************************************************************
      *  DLXMACK.CPY                                                 *
      *  ONE INBOUND ACKNOWLEDGMENT FROM A TRANSMISSION PARTNER -    *
      *  THE FILE AND BUSINESS DATE IT CONFIRMS, THE RECORD COUNT    *
      *  THE PARTNER LOADED, WHEN, AND THE PARTNER'S OWN REFERENCE.  *
      *****************************************************************
       01  XK-ACK-REC.
           05  XK-FILE-ID           PIC X(08).
           05  XK-BUSINESS-DATE     PIC 9(08).
           05  XK-RECORD-COUNT      PIC 9(07).
           05  XK-ACK-DATE          PIC 9(08).
           05  XK-ACK-TIME          PIC 9(08).
           05  XK-REFERENCE         PIC X(12).
