      *****************************************************************
      *  DLAUTHAU.CPY                                                *
      *  ONE AUDIT ENTRY FOR A REVOCATION APPLIED TO THE AUTHORITY   *
      *  PROFILES - WHOSE GRANT, WHICH PROGRAM, WHICH MANAGER ASKED  *
      *  FOR IT, WHO RAN THE CHANGE AND WHEN, SO EVERY GRANT TAKEN   *
      *  AWAY AT RECERTIFICATION LEAVES A FOOTPRINT.                 *
      *                                                               *
      *  AA-ACTION VALUES -                                          *
      *    "R"  REVOKED - THE GRANT WAS REMOVED                      *
      *    "N"  NOT HELD - NO SUCH GRANT WAS ON THE PROFILES         *
      *****************************************************************
       01  AA-AUTH-AUDIT-REC.
           05  AA-USER-ID           PIC X(08).
           05  AA-PROGRAM           PIC X(08).
           05  AA-ACTION            PIC X(01).
               88  AA-REVOKED           VALUE "R".
               88  AA-NOT-HELD          VALUE "N".
           05  AA-REQUESTED-BY      PIC X(08).
           05  AA-CHANGED-BY        PIC X(08).
           05  AA-CHANGE-DATE       PIC 9(08).
           05  AA-CHANGE-TIME       PIC 9(08).
