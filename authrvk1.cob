000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     AUTHRVK1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    APPLIES THE GRANTS MANAGERS REJECTED ON THE SIGNED        *
001300*    RECERT1 LISTING.  THE AUTHRVK REVOCATION FILE NAMES EACH  *
001400*    USER, PROGRAM AND REJECTING MANAGER; THE CURRENT          *
001500*    AUTHORITY PROFILES ARE COPIED FROM AUTHPRFI TO AUTHPRFO   *
001600*    LEAVING OUT EVERY REVOKED GRANT.  EACH REMOVAL IS         *
001700*    APPENDED TO THE AUTHAUD AUDIT WITH THE REQUESTING         *
001800*    MANAGER, THE INVOKING USER AND THE DATE AND TIME, AND IS  *
001900*    LISTED ON RVKRPT.  A REVOCATION FOR A GRANT NOT ON THE    *
002000*    PROFILES IS AUDITED AND LISTED AS NOT HELD (RC 4).  THIS  *
002100*    PROGRAM CHANGES WHO MAY RUN THE SENSITIVE PROGRAMS, SO IT *
002200*    IS ITSELF BEHIND THE AUTHORITY-PROFILE FRONT DOOR         *
002300*    (RC 12 WHEN REFUSED).                                     *
002400*                                                               *
002500*  MODIFICATION HISTORY.                                       *
002600*    2026-10-15  DL  ORIGINAL REVOCATION RUN.                  *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT AUTH-USER ASSIGN TO "AUTHUSER"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT AUTH-PROF ASSIGN TO "AUTHPRFI"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT SEC-AUDIT ASSIGN TO "SECAUDIT"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT AUTH-REVOKE ASSIGN TO "AUTHRVK"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT AUTH-PROF-OUT ASSIGN TO "AUTHPRFO"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT AUTH-AUDIT ASSIGN TO "AUTHAUD"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT REVOKE-RPT ASSIGN TO "RVKRPT"
004400         ORGANIZATION IS SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  AUTH-USER.
004900     COPY DLAUTHUS.
005000
005100 FD  AUTH-PROF.
005200     COPY DLAUTH.
005300
005400 FD  SEC-AUDIT.
005500     COPY DLSECAUD.
005600
005700 FD  AUTH-REVOKE.
005800     COPY DLAUTRVK.
005900
006000 FD  AUTH-PROF-OUT.
006100 01  AO-AUTHORITY-REC         PIC X(16).
006200
006300 FD  AUTH-AUDIT.
006400     COPY DLAUTHAU.
006500
006600 FD  REVOKE-RPT.
006700 01  RV-PRINT-LINE            PIC X(80).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-AUTH-USER             PIC X(08) VALUE SPACES.
007100 01  WS-AUTH-OK-SW            PIC X(01) VALUE "N".
007200     88  WS-AUTH-OK               VALUE "Y".
007300 01  WS-AUTHU-EOF-SW          PIC X(01) VALUE "N".
007400     88  WS-AUTHU-EOF             VALUE "Y".
007500 01  WS-AUTHP-EOF-SW          PIC X(01) VALUE "N".
007600     88  WS-AUTHP-EOF             VALUE "Y".
007700 01  WS-AUTH-DATE             PIC 9(08) VALUE ZERO.
007800 01  WS-AUTH-CLOCK            PIC 9(08) VALUE ZERO.
007900
008000 01  WS-SWITCHES.
008100     05  WS-RVK-EOF-SW        PIC X(01) VALUE "N".
008200         88  WS-RVK-EOF            VALUE "Y".
008300
008400 01  WS-MATCH-SLOT            PIC 9(04) VALUE ZERO.
008500 01  WS-KEPT-COUNT            PIC 9(05) VALUE ZERO.
008600 01  WS-REVOKED-COUNT         PIC 9(05) VALUE ZERO.
008700 01  WS-NOT-HELD-COUNT        PIC 9(05) VALUE ZERO.
008800
008900 01  WS-RVK-COUNT             PIC 9(04) VALUE ZERO.
009000 01  RVK-IDX                  PIC 9(04) VALUE ZERO.
009100 01  RVK-SUB                  PIC 9(04) VALUE ZERO.
009200 01  WS-RVK-TABLE.
009300     05  WS-RVK-ENTRY OCCURS 1 TO 2000 TIMES
009400             DEPENDING ON WS-RVK-COUNT.
009500         10  WS-RVK-USER      PIC X(08).
009600         10  WS-RVK-PROGRAM   PIC X(08).
009700         10  WS-RVK-MANAGER   PIC X(08).
009800         10  WS-RVK-USED-SW   PIC X(01).
009900             88  WS-RVK-USED       VALUE "Y".
010000
010100 01  WS-RPT-HEADER.
010200     05  FILLER               PIC X(39) VALUE
010300         "AUTHORITY REVOCATIONS APPLIED    AS OF ".
010400     05  WS-HDR-DATE          PIC 9(08).
010500     05  FILLER               PIC X(04) VALUE " BY ".
010600     05  WS-HDR-USER          PIC X(08).
010700
010800 01  WS-RPT-COLUMNS.
010900     05  FILLER               PIC X(42) VALUE
011000         "USER      PROGRAM   MANAGER   OUTCOME".
011100
011200 01  WS-RPT-DETAIL.
011300     05  WS-DET-USER          PIC X(08).
011400     05  FILLER               PIC X(02) VALUE SPACES.
011500     05  WS-DET-PROGRAM       PIC X(08).
011600     05  FILLER               PIC X(02) VALUE SPACES.
011700     05  WS-DET-MANAGER       PIC X(08).
011800     05  FILLER               PIC X(02) VALUE SPACES.
011900     05  WS-DET-OUTCOME       PIC X(30).
012000
012100 01  WS-RPT-TOTALS.
012200     05  FILLER               PIC X(08) VALUE "REVOKED ".
012300     05  WS-TOT-REVOKED       PIC Z(4)9.
012400     05  FILLER               PIC X(12) VALUE "  NOT HELD  ".
012500     05  WS-TOT-NOT-HELD      PIC Z(4)9.
012600     05  FILLER               PIC X(14) VALUE "  GRANTS KEPT ".
012700     05  WS-TOT-KEPT          PIC Z(4)9.
012800
012900 PROCEDURE DIVISION.
013000*****************************************************************
013100*  0000-MAINLINE.                                              *
013200*****************************************************************
013300 0000-MAINLINE.
013400     PERFORM 0080-CHECK-AUTHORITY THRU 0080-EXIT.
013500     IF NOT WS-AUTH-OK
013600         MOVE 12 TO RETURN-CODE
013700         STOP RUN
013800     END-IF.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000     PERFORM 2000-COPY-ONE-GRANT THRU 2000-EXIT
014100         UNTIL WS-AUTHP-EOF.
014200     PERFORM 3000-CHECK-ONE-REVOKE THRU 3000-EXIT
014300         VARYING RVK-IDX FROM 1 BY 1
014400         UNTIL RVK-IDX > WS-RVK-COUNT.
014500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
014600     STOP RUN.
014700
014800*****************************************************************
014900*  1000-INITIALIZE.                                            *
015000*****************************************************************
015100 1000-INITIALIZE.
015200     OPEN INPUT AUTH-REVOKE.
015300     READ AUTH-REVOKE
015400         AT END
015500             SET WS-RVK-EOF TO TRUE
015600     END-READ.
015700     PERFORM 1100-LOAD-ONE-REVOKE THRU 1100-EXIT
015800         UNTIL WS-RVK-EOF.
015900     CLOSE AUTH-REVOKE.
016000     MOVE "N" TO WS-AUTHP-EOF-SW.
016100     OPEN INPUT AUTH-PROF.
016200     OPEN OUTPUT AUTH-PROF-OUT.
016300     OPEN EXTEND AUTH-AUDIT.
016400     OPEN OUTPUT REVOKE-RPT.
016500     MOVE WS-AUTH-DATE TO WS-HDR-DATE.
016600     MOVE WS-AUTH-USER TO WS-HDR-USER.
016700     WRITE RV-PRINT-LINE FROM WS-RPT-HEADER.
016800     MOVE SPACES TO RV-PRINT-LINE.
016900     WRITE RV-PRINT-LINE.
017000     WRITE RV-PRINT-LINE FROM WS-RPT-COLUMNS.
017100     READ AUTH-PROF
017200         AT END
017300             SET WS-AUTHP-EOF TO TRUE
017400     END-READ.
017500 1000-EXIT.
017600     EXIT.
017700
017800*****************************************************************
017900*  1100-LOAD-ONE-REVOKE.                                       *
018000*    THE SAME GRANT RETURNED TWICE IS APPLIED ONCE.            *
018100*****************************************************************
018200 1100-LOAD-ONE-REVOKE.
018300     MOVE ZERO TO WS-MATCH-SLOT.
018400     PERFORM 1150-MATCH-ONE-REVOKE THRU 1150-EXIT
018500         VARYING RVK-SUB FROM 1 BY 1
018600         UNTIL RVK-SUB > WS-RVK-COUNT
018700            OR WS-MATCH-SLOT > ZERO.
018800     IF WS-MATCH-SLOT > ZERO
018900         GO TO 1100-NEXT
019000     END-IF.
019100     IF WS-RVK-COUNT NOT < 2000
019200         DISPLAY "AUTHRVK: IGNORING REVOCATION PAST FIRST 2000"
019300         GO TO 1100-NEXT
019400     END-IF.
019500     ADD 1 TO WS-RVK-COUNT.
019600     MOVE RK-USER-ID    TO WS-RVK-USER(WS-RVK-COUNT).
019700     MOVE RK-PROGRAM    TO WS-RVK-PROGRAM(WS-RVK-COUNT).
019800     MOVE RK-MANAGER-ID TO WS-RVK-MANAGER(WS-RVK-COUNT).
019900     MOVE "N"           TO WS-RVK-USED-SW(WS-RVK-COUNT).
020000 1100-NEXT.
020100     READ AUTH-REVOKE
020200         AT END
020300             SET WS-RVK-EOF TO TRUE
020400     END-READ.
020500 1100-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900*  1150-MATCH-ONE-REVOKE.                                      *
021000*****************************************************************
021100 1150-MATCH-ONE-REVOKE.
021200     IF WS-RVK-USER(RVK-SUB) = RK-USER-ID
021300             AND WS-RVK-PROGRAM(RVK-SUB) = RK-PROGRAM
021400         MOVE RVK-SUB TO WS-MATCH-SLOT
021500     END-IF.
021600 1150-EXIT.
021700     EXIT.
021800
021900*****************************************************************
022000*  2000-COPY-ONE-GRANT.                                        *
022100*    A GRANT ON THE REVOCATION TABLE IS DROPPED; ANY OTHER IS  *
022200*    COPIED UNCHANGED.  A GRANT REPEATED ON THE PROFILES IS    *
022300*    DROPPED EVERY TIME BUT AUDITED ONCE.                      *
022400*****************************************************************
022500 2000-COPY-ONE-GRANT.
022600     MOVE ZERO TO WS-MATCH-SLOT.
022700     PERFORM 2050-MATCH-ONE-GRANT THRU 2050-EXIT
022800         VARYING RVK-SUB FROM 1 BY 1
022900         UNTIL RVK-SUB > WS-RVK-COUNT
023000            OR WS-MATCH-SLOT > ZERO.
023100     IF WS-MATCH-SLOT = ZERO
023200         WRITE AO-AUTHORITY-REC FROM AZ-AUTHORITY-REC
023300         ADD 1 TO WS-KEPT-COUNT
023400         GO TO 2000-NEXT
023500     END-IF.
023600     IF WS-RVK-USED(WS-MATCH-SLOT)
023700         GO TO 2000-NEXT
023800     END-IF.
023900     MOVE "Y" TO WS-RVK-USED-SW(WS-MATCH-SLOT).
024000     MOVE WS-MATCH-SLOT TO RVK-IDX.
024100     SET AA-REVOKED TO TRUE.
024200     MOVE "REVOKED" TO WS-DET-OUTCOME.
024300     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
024400     ADD 1 TO WS-REVOKED-COUNT.
024500 2000-NEXT.
024600     READ AUTH-PROF
024700         AT END
024800             SET WS-AUTHP-EOF TO TRUE
024900     END-READ.
025000 2000-EXIT.
025100     EXIT.
025200
025300*****************************************************************
025400*  2050-MATCH-ONE-GRANT.                                       *
025500*****************************************************************
025600 2050-MATCH-ONE-GRANT.
025700     IF WS-RVK-USER(RVK-SUB) = AZ-USER-ID
025800             AND WS-RVK-PROGRAM(RVK-SUB) = AZ-PROGRAM
025900         MOVE RVK-SUB TO WS-MATCH-SLOT
026000     END-IF.
026100 2050-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500*  3000-CHECK-ONE-REVOKE.                                      *
026600*    A REVOCATION THAT MATCHED NO GRANT IS AUDITED AS NOT      *
026700*    HELD - MOST OFTEN THE GRANT WAS ALREADY REMOVED, BUT A    *
026800*    MISKEYED USER OR PROGRAM ALSO LANDS HERE FOR FOLLOW-UP.   *
026900*****************************************************************
027000 3000-CHECK-ONE-REVOKE.
027100     IF WS-RVK-USED(RVK-IDX)
027200         GO TO 3000-EXIT
027300     END-IF.
027400     SET AA-NOT-HELD TO TRUE.
027500     MOVE "NOT HELD - NOTHING REMOVED" TO WS-DET-OUTCOME.
027600     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
027700     ADD 1 TO WS-NOT-HELD-COUNT.
027800 3000-EXIT.
027900     EXIT.
028000
028100*****************************************************************
028200*  8000-WRITE-AUDIT.                                           *
028300*    AUDITS AND LISTS THE REVOCATION AT RVK-IDX WITH THE       *
028400*    ACTION ALREADY SET IN AA-ACTION.                          *
028500*****************************************************************
028600 8000-WRITE-AUDIT.
028700     MOVE WS-RVK-USER(RVK-IDX)    TO AA-USER-ID.
028800     MOVE WS-RVK-PROGRAM(RVK-IDX) TO AA-PROGRAM.
028900     MOVE WS-RVK-MANAGER(RVK-IDX) TO AA-REQUESTED-BY.
029000     MOVE WS-AUTH-USER            TO AA-CHANGED-BY.
029100     MOVE WS-AUTH-DATE            TO AA-CHANGE-DATE.
029200     ACCEPT WS-AUTH-CLOCK FROM TIME.
029300     MOVE WS-AUTH-CLOCK           TO AA-CHANGE-TIME.
029400     WRITE AA-AUTH-AUDIT-REC.
029500     MOVE WS-RVK-USER(RVK-IDX)    TO WS-DET-USER.
029600     MOVE WS-RVK-PROGRAM(RVK-IDX) TO WS-DET-PROGRAM.
029700     MOVE WS-RVK-MANAGER(RVK-IDX) TO WS-DET-MANAGER.
029800     WRITE RV-PRINT-LINE FROM WS-RPT-DETAIL.
029900 8000-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300*  9000-FINALIZE.                                              *
030400*****************************************************************
030500 9000-FINALIZE.
030600     MOVE SPACES TO RV-PRINT-LINE.
030700     WRITE RV-PRINT-LINE.
030800     MOVE WS-REVOKED-COUNT  TO WS-TOT-REVOKED.
030900     MOVE WS-NOT-HELD-COUNT TO WS-TOT-NOT-HELD.
031000     MOVE WS-KEPT-COUNT     TO WS-TOT-KEPT.
031100     WRITE RV-PRINT-LINE FROM WS-RPT-TOTALS.
031200     CLOSE AUTH-PROF.
031300     CLOSE AUTH-PROF-OUT.
031400     CLOSE AUTH-AUDIT.
031500     CLOSE REVOKE-RPT.
031600     DISPLAY "AUTHRVK1 GRANTS REVOKED: " WS-REVOKED-COUNT
031700         "  NOT HELD: " WS-NOT-HELD-COUNT.
031800     IF WS-NOT-HELD-COUNT > ZERO
031900         MOVE 4 TO RETURN-CODE
032000     END-IF.
032100 9000-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500*  0080-CHECK-AUTHORITY.                                       *
032600*    READS THE INVOKING USER FROM AUTHUSER AND LOOKS FOR AN    *
032700*    AUTHORITY PROFILE PAIRING THAT USER WITH THIS PROGRAM.    *
032800*    THE INVOCATION - ALLOWED OR REFUSED - IS LOGGED TO THE    *
032900*    SECURITY AUDIT EITHER WAY; A REFUSAL STOPS THE RUN.       *
033000*****************************************************************
033100 0080-CHECK-AUTHORITY.
033200     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
033300     OPEN INPUT AUTH-USER.
033400     READ AUTH-USER
033500         AT END
033600             SET WS-AUTHU-EOF TO TRUE
033700     END-READ.
033800     IF NOT WS-AUTHU-EOF
033900         MOVE UZ-USER-ID TO WS-AUTH-USER
034000     END-IF.
034100     CLOSE AUTH-USER.
034200     OPEN INPUT AUTH-PROF.
034300     PERFORM 0085-SCAN-ONE-PROFILE THRU 0085-EXIT
034400         UNTIL WS-AUTHP-EOF
034500            OR WS-AUTH-OK.
034600     CLOSE AUTH-PROF.
034700     OPEN EXTEND SEC-AUDIT.
034800     MOVE WS-AUTH-USER  TO SD-USER-ID.
034900     MOVE "AUTHRVK1" TO SD-PROGRAM.
035000     MOVE WS-AUTH-DATE  TO SD-RUN-DATE.
035100     ACCEPT WS-AUTH-CLOCK FROM TIME.
035200     MOVE WS-AUTH-CLOCK TO SD-RUN-TIME.
035300     IF WS-AUTH-OK
035400         SET SD-ALLOWED TO TRUE
035500     ELSE
035600         SET SD-REFUSED TO TRUE
035700         DISPLAY "AUTHRVK1 - USER " WS-AUTH-USER
035800             " NOT AUTHORIZED - RUN REFUSED"
035900     END-IF.
036000     WRITE SD-SECURITY-REC.
036100     CLOSE SEC-AUDIT.
036200 0080-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600*  0085-SCAN-ONE-PROFILE.                                      *
036700*****************************************************************
036800 0085-SCAN-ONE-PROFILE.
036900     READ AUTH-PROF
037000         AT END
037100             SET WS-AUTHP-EOF TO TRUE
037200         NOT AT END
037300             IF AZ-USER-ID = WS-AUTH-USER
037400                     AND AZ-PROGRAM = "AUTHRVK1"
037500                 SET WS-AUTH-OK TO TRUE
037600             END-IF
037700     END-READ.
037800 0085-EXIT.
037900     EXIT.
