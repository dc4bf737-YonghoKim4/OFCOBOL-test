      *****************************************************************
      *  DLXMREG.CPY                                                 *
      *  ONE ENTRY OF THE OUTBOUND TRANSMISSION REGISTRY - ONE FILE  *
      *  SENT TO ONE PARTNER: WHICH FILE, FOR WHICH BUSINESS DATE,   *
      *  THE END-OF-DAY PACKAGE IT WAS ARCHIVED IN, ITS RECORD COUNT *
      *  AND HASH TOTAL (THE PACKAGE MANIFEST'S), WHERE IT WENT AND  *
      *  WHEN, AND THE PARTNER'S ACKNOWLEDGMENT ONCE IT ARRIVES.  A  *
      *  RESEND REGENERATED FROM THE ARCHIVE IS REGISTERED AS ITS    *
      *  OWN ENTRY, MARKED DUPLICATE, AND WAITS FOR ITS OWN ACK.     *
      *                                                               *
      *  XG-COPY-TYPE VALUES -                                       *
      *    "O"  ORIGINAL SEND    "D"  DUPLICATE (RESEND)             *
      *  XG-ACK-STATUS VALUES -                                      *
      *    "P"  PENDING - NO ACKNOWLEDGMENT YET                      *
      *    "A"  ACKNOWLEDGED - THE PARTNER'S COUNT AGREES            *
      *    "M"  MISMATCH - ACKNOWLEDGED WITH A DIFFERENT COUNT,      *
      *         STILL OPEN UNTIL A GOOD ACKNOWLEDGMENT ARRIVES       *
      *****************************************************************
       01  XG-REGISTRY-REC.
           05  XG-FILE-ID           PIC X(08).
           05  XG-BUSINESS-DATE     PIC 9(08).
           05  XG-ARCHIVE-DATE      PIC 9(08).
           05  XG-RECORD-COUNT      PIC 9(07).
           05  XG-HASH-TOTAL        PIC 9(15).
           05  XG-DESTINATION       PIC X(08).
           05  XG-SEND-DATE         PIC 9(08).
           05  XG-SEND-TIME         PIC 9(08).
           05  XG-COPY-TYPE         PIC X(01).
               88  XG-ORIGINAL          VALUE "O".
               88  XG-DUPLICATE         VALUE "D".
           05  XG-ACK-STATUS        PIC X(01).
               88  XG-ACK-PENDING       VALUE "P".
               88  XG-ACKNOWLEDGED      VALUE "A".
               88  XG-ACK-MISMATCH      VALUE "M".
           05  XG-ACK-DATE          PIC 9(08).
           05  XG-ACK-TIME          PIC 9(08).
           05  XG-ACK-COUNT         PIC 9(07).
           05  XG-ACK-REFERENCE     PIC X(12).
           05  XG-ESCALATE-DATE     PIC 9(08).
