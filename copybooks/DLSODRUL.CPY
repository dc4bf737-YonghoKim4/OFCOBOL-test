      *****************************************************************
      *  DLSODRUL.CPY                                                *
      *  ONE SEGREGATION-OF-DUTIES CONFLICT RULE - TWO PROGRAMS THE  *
      *  SAME USER MUST NOT BOTH BE GRANTED ON THE AUTHORITY         *
      *  PROFILES (ENTERING AND APPROVING THE SAME CHANGE, SAY),     *
      *  AND THE NAME THE CONFLICT IS REPORTED UNDER.  THE ORDER OF  *
      *  THE TWO PROGRAMS DOES NOT MATTER.                           *
      *****************************************************************
       01  SR-SOD-RULE-REC.
           05  SR-PROGRAM-A         PIC X(08).
           05  SR-PROGRAM-B         PIC X(08).
           05  SR-RULE-NAME         PIC X(30).
