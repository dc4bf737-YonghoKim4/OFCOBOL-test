      *****************************************************************
      *  DLAUDIDX.CPY                                                *
      *  KEYED AUDIT ARCHIVE (AUDAIDX) - THE SAME DL-AUDIT-REC       *
      *  IMAGES AS THE SEQUENTIAL ARCHIVE, KEYED SO A LOOKUP GOES    *
      *  STRAIGHT TO ITS RECORDS INSTEAD OF READING SEVEN YEARS.     *
      *  THE PRIME KEY IS THE AUDIT KEY AND DATE (WITH THE TIME,     *
      *  PROGRAM, AND THE IMAGE'S POSITION IN ITS NIGHTLY SOURCE     *
      *  FILE TO KEEP EVERY ENTRY UNIQUE); THE ALTERNATE KEY IS THE  *
      *  PROGRAM AND ARCHIVE MONTH, WITH DUPLICATES.  AUDARCH1 ADDS  *
      *  EACH NIGHT'S IMAGES AND AUDSWEP1 DELETES WHAT IT AGES OUT   *
      *  OF THE ARCHIVE.  THE ENTRY KEYED "*LAST*" IS THE CONTROL    *
      *  RECORD - WHEN THE WHOLE ARCHIVE WAS LOADED AND THE LAST     *
      *  NIGHT ADDED; AN INDEX WITHOUT ONE IS LOADED FROM THE WHOLE  *
      *  ARCHIVE ON THE NEXT AUDARCH1 RUN.                           *
      *****************************************************************
       01  IX-INDEX-REC.
           05  IX-PRIME-KEY.
               10  IX-AUD-KEY       PIC X(12).
                   88  IX-CONTROL-REC    VALUE "*LAST*".
               10  IX-AUD-DATE      PIC 9(08).
               10  IX-AUD-TIME      PIC 9(08).
               10  IX-AUD-PROGRAM   PIC X(08).
               10  IX-SOURCE-SEQ    PIC 9(09).
           05  IX-PROGRAM-KEY.
               10  IX-ALT-PROGRAM   PIC X(08).
               10  IX-ARCH-MONTH    PIC 9(06).
           05  IX-AUDIT-IMAGE       PIC X(81).
           05  IX-CONTROL-DATA REDEFINES IX-AUDIT-IMAGE.
               10  IX-LOAD-DATE     PIC 9(08).
               10  IX-LAST-DATE     PIC 9(08).
               10  FILLER           PIC X(65).
