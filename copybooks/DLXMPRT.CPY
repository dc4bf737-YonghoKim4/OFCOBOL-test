      *****************************************************************
      *  DLXMPRT.CPY                                                 *
      *  ONE TRANSMISSION PARTNER SETTING PER OUTBOUND FILE - WHERE  *
      *  THE FILE GOES, HOW MANY HOURS THE PARTNER HAS TO            *
      *  ACKNOWLEDGE IT BEFORE IT IS ESCALATED TO ALERTQ, AND WHERE  *
      *  A RESEND CARRIES ITS DUPLICATE MARKER.  XN-HEADER-TYPE IS   *
      *  THE FIRST BYTE OF THE FILE'S HEADER RECORDS ("H", THE "V"   *
      *  VENDOR BUNDLE HEADER, THE "*" REPORT BANNER); SPACE MEANS   *
      *  ONLY THE FIRST RECORD IS A HEADER (THE EXPORT HEADING ROW). *
      *  THE MARKER IS OVERLAID ON EVERY HEADER RECORD AT COLUMN     *
      *  XN-MARK-COLUMN FOR XN-MARK-LENGTH BYTES - A SPARE AREA OF   *
      *  THE HEADER THE PARTNER HAS AGREED TO READ.                  *
      *  EINVOUT TAKES HEADER TYPE "C", SO THE MARKER GOES ON EVERY  *
      *  CH CUSTOMER HEADER AND CT CUSTOMER TRAILER, AT COLUMN 100   *
      *  FOR 9 - SPARE IN BOTH - E.G. "EINVOUT EINVHUB 048C10009".   *
      *****************************************************************
       01  XN-PARTNER-REC.
           05  XN-FILE-ID           PIC X(08).
           05  XN-DESTINATION       PIC X(08).
           05  XN-ACK-WINDOW-HRS    PIC 9(03).
           05  XN-HEADER-TYPE       PIC X(01).
           05  XN-MARK-COLUMN       PIC 9(03).
           05  XN-MARK-LENGTH       PIC 9(02).
