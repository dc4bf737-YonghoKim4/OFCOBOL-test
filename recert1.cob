000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     RECERT1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    QUARTERLY ACCESS RECERTIFICATION.  FOR EACH MANAGER ON    *
001300*    THE USRMGR USER-MANAGER FILE, PRINTS ON RECERTR A         *
001400*    SECTION LISTING EVERY USER WHO REPORTS TO THAT MANAGER    *
001500*    AND EVERY PROGRAM THE AUTHPROF PROFILES GRANT THE USER,   *
001600*    WITH KEEP AND REVOKE COLUMNS TO MARK AND A SIGN-OFF LINE. *
001700*    A GRANT THAT COMPLETES A SODRULES CONFLICT PAIR IS MARKED *
001800*    SO THE MANAGER SEES IT BEFORE SIGNING.  GRANTS HELD BY    *
001900*    USERS MISSING FROM USRMGR PRINT IN A FINAL SECTION UNDER  *
002000*    NO MANAGER ON FILE.  THE REVOKE MARKS COME BACK AS THE    *
002100*    AUTHRVK FILE THAT AUTHRVK1 APPLIES.                       *
002200*                                                               *
002300*  MODIFICATION HISTORY.                                       *
002400*    2026-10-15  DL  ORIGINAL RECERTIFICATION RUN.             *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT USER-MGR ASSIGN TO "USRMGR"
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT AUTH-PROF ASSIGN TO "AUTHPROF"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT SOD-RULES ASSIGN TO "SODRULES"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT RECERT-RPT ASSIGN TO "RECERTR"
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  USER-MGR.
004100     COPY DLUSRMGR.
004200
004300 FD  AUTH-PROF.
004400     COPY DLAUTH.
004500
004600 FD  SOD-RULES.
004700     COPY DLSODRUL.
004800
004900 FD  RECERT-RPT.
005000 01  RC-PRINT-LINE            PIC X(100).
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-SWITCHES.
005400     05  WS-UMGR-EOF-SW       PIC X(01) VALUE "N".
005500         88  WS-UMGR-EOF           VALUE "Y".
005600     05  WS-AUTHP-EOF-SW      PIC X(01) VALUE "N".
005700         88  WS-AUTHP-EOF          VALUE "Y".
005800     05  WS-RULE-EOF-SW       PIC X(01) VALUE "N".
005900         88  WS-RULE-EOF           VALUE "Y".
006000     05  WS-CONFLICT-SW       PIC X(01) VALUE "N".
006100         88  WS-CONFLICT           VALUE "Y".
006200
006300 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
006400 01  WS-MATCH-SLOT            PIC 9(05) VALUE ZERO.
006500 01  WS-FIND-USER             PIC X(08) VALUE SPACES.
006600 01  WS-FIND-PROGRAM          PIC X(08) VALUE SPACES.
006700 01  WS-OTHER-PROGRAM         PIC X(08) VALUE SPACES.
006800 01  WS-CONFLICT-RULE         PIC X(30) VALUE SPACES.
006900 01  WS-CUR-MANAGER           PIC X(08) VALUE SPACES.
007000 01  WS-CUR-USER-NAME         PIC X(20) VALUE SPACES.
007100 01  WS-USER-GRANTS           PIC 9(05) VALUE ZERO.
007200 01  WS-TOTAL-GRANTS          PIC 9(05) VALUE ZERO.
007300 01  WS-TOTAL-CONFLICTS       PIC 9(05) VALUE ZERO.
007400
007500 01  WS-USER-COUNT            PIC 9(04) VALUE ZERO.
007600 01  USR-IDX                  PIC 9(04) VALUE ZERO.
007700 01  USR-SUB                  PIC 9(04) VALUE ZERO.
007800 01  WS-USER-TABLE.
007900     05  WS-USER-ENTRY OCCURS 1 TO 2000 TIMES
008000             DEPENDING ON WS-USER-COUNT.
008100         10  WS-USR-ID        PIC X(08).
008200         10  WS-USR-NAME      PIC X(20).
008300         10  WS-USR-MANAGER   PIC X(08).
008400
008500 01  WS-MGR-COUNT             PIC 9(04) VALUE ZERO.
008600 01  MGR-IDX                  PIC 9(04) VALUE ZERO.
008700 01  MGR-SUB                  PIC 9(04) VALUE ZERO.
008800 01  WS-MGR-TABLE.
008900     05  WS-MGR-ENTRY OCCURS 1 TO 2000 TIMES
009000             DEPENDING ON WS-MGR-COUNT.
009100         10  WS-MGR-ID        PIC X(08).
009200
009300 01  WS-ORPHAN-COUNT          PIC 9(04) VALUE ZERO.
009400 01  ORP-IDX                  PIC 9(04) VALUE ZERO.
009500 01  ORP-SUB                  PIC 9(04) VALUE ZERO.
009600 01  WS-ORPHAN-TABLE.
009700     05  WS-ORPHAN-ENTRY OCCURS 1 TO 2000 TIMES
009800             DEPENDING ON WS-ORPHAN-COUNT.
009900         10  WS-ORP-USER      PIC X(08).
010000
010100 01  WS-RULE-COUNT            PIC 9(03) VALUE ZERO.
010200 01  RUL-IDX                  PIC 9(03) VALUE ZERO.
010300 01  WS-RULE-TABLE.
010400     05  WS-RULE-ENTRY OCCURS 1 TO 200 TIMES
010500             DEPENDING ON WS-RULE-COUNT.
010600         10  WS-RUL-PROGRAM-A PIC X(08).
010700         10  WS-RUL-PROGRAM-B PIC X(08).
010800         10  WS-RUL-NAME      PIC X(30).
010900
011000 01  WS-GRANT-COUNT           PIC 9(05) VALUE ZERO.
011100 01  GRN-IDX                  PIC 9(05) VALUE ZERO.
011200 01  GRN-SUB                  PIC 9(05) VALUE ZERO.
011300 01  WS-GRANT-TABLE.
011400     05  WS-GRANT-ENTRY OCCURS 1 TO 5000 TIMES
011500             DEPENDING ON WS-GRANT-COUNT.
011600         10  WS-GRN-USER      PIC X(08).
011700         10  WS-GRN-PROGRAM   PIC X(08).
011800
011900 01  WS-RPT-HEADER.
012000     05  FILLER               PIC X(39) VALUE
012100         "ACCESS RECERTIFICATION           AS OF ".
012200     05  WS-HDR-DATE          PIC 9(08).
012300
012400 01  WS-RPT-MANAGER.
012500     05  FILLER               PIC X(09) VALUE "MANAGER  ".
012600     05  WS-MGR-LINE-ID       PIC X(08).
012700     05  FILLER               PIC X(02) VALUE SPACES.
012800     05  WS-MGR-LINE-NAME     PIC X(20).
012900
013000 01  WS-RPT-NO-MANAGER.
013100     05  FILLER               PIC X(40) VALUE
013200         "NO MANAGER ON FILE - SECURITY TO REVIEW".
013300
013400 01  WS-RPT-COLUMNS.
013500     05  FILLER               PIC X(44) VALUE
013600         "  USER      NAME                  PROGRAM   ".
013700     05  FILLER               PIC X(12) VALUE "KEEP REVOKE ".
013800
013900 01  WS-RPT-DETAIL.
014000     05  FILLER               PIC X(02) VALUE SPACES.
014100     05  WS-DET-USER          PIC X(08).
014200     05  FILLER               PIC X(02) VALUE SPACES.
014300     05  WS-DET-NAME          PIC X(20).
014400     05  FILLER               PIC X(02) VALUE SPACES.
014500     05  WS-DET-PROGRAM       PIC X(08).
014600     05  FILLER               PIC X(02) VALUE SPACES.
014700     05  WS-DET-KEEP          PIC X(04) VALUE "___ ".
014800     05  FILLER               PIC X(01) VALUE SPACES.
014900     05  WS-DET-REVOKE        PIC X(06) VALUE "___   ".
015000     05  WS-DET-FLAG          PIC X(43).
015100
015200 01  WS-RPT-NO-GRANTS.
015300     05  FILLER               PIC X(02) VALUE SPACES.
015400     05  WS-NOG-USER          PIC X(08).
015500     05  FILLER               PIC X(02) VALUE SPACES.
015600     05  WS-NOG-NAME          PIC X(20).
015700     05  FILLER               PIC X(13) VALUE
015800         "  (NO ACCESS)".
015900
016000 01  WS-RPT-SIGNOFF.
016100     05  FILLER               PIC X(52) VALUE
016200         "  REVIEWED BY ____________________  DATE ___________".
016300
016400 01  WS-RPT-TOTALS.
016500     05  FILLER               PIC X(09) VALUE "MANAGERS ".
016600     05  WS-TOT-MANAGERS      PIC Z(3)9.
016700     05  FILLER               PIC X(09) VALUE "  GRANTS ".
016800     05  WS-TOT-GRANTS        PIC Z(4)9.
016900     05  FILLER               PIC X(16) VALUE "  SOD CONFLICTS ".
017000     05  WS-TOT-CONFLICTS     PIC Z(4)9.
017100     05  FILLER               PIC X(12) VALUE "  NO MANAGER".
017200     05  FILLER               PIC X(01) VALUE SPACE.
017300     05  WS-TOT-ORPHANS       PIC Z(3)9.
017400
017500 PROCEDURE DIVISION.
017600*****************************************************************
017700*  0000-MAINLINE.                                              *
017800*****************************************************************
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     PERFORM 3000-PRINT-ONE-MANAGER THRU 3000-EXIT
018200         VARYING MGR-IDX FROM 1 BY 1
018300         UNTIL MGR-IDX > WS-MGR-COUNT.
018400     PERFORM 4000-PRINT-NO-MANAGER THRU 4000-EXIT.
018500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
018600     STOP RUN.
018700
018800*****************************************************************
018900*  1000-INITIALIZE.                                            *
019000*****************************************************************
019100 1000-INITIALIZE.
019200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019300     OPEN INPUT USER-MGR.
019400     READ USER-MGR
019500         AT END
019600             SET WS-UMGR-EOF TO TRUE
019700     END-READ.
019800     PERFORM 1100-LOAD-ONE-USER THRU 1100-EXIT
019900         UNTIL WS-UMGR-EOF.
020000     CLOSE USER-MGR.
020100     OPEN INPUT SOD-RULES.
020200     READ SOD-RULES
020300         AT END
020400             SET WS-RULE-EOF TO TRUE
020500     END-READ.
020600     PERFORM 1200-LOAD-ONE-RULE THRU 1200-EXIT
020700         UNTIL WS-RULE-EOF.
020800     CLOSE SOD-RULES.
020900     OPEN INPUT AUTH-PROF.
021000     READ AUTH-PROF
021100         AT END
021200             SET WS-AUTHP-EOF TO TRUE
021300     END-READ.
021400     PERFORM 1300-LOAD-ONE-GRANT THRU 1300-EXIT
021500         UNTIL WS-AUTHP-EOF.
021600     CLOSE AUTH-PROF.
021700     OPEN OUTPUT RECERT-RPT.
021800     MOVE WS-RUN-DATE TO WS-HDR-DATE.
021900     WRITE RC-PRINT-LINE FROM WS-RPT-HEADER.
022000 1000-EXIT.
022100     EXIT.
022200
022300*****************************************************************
022400*  1100-LOAD-ONE-USER.                                         *
022500*    EACH DISTINCT MANAGER IS NOTED IN THE ORDER FIRST SEEN,   *
022600*    WHICH IS THE ORDER THE SECTIONS PRINT IN.                 *
022700*****************************************************************
022800 1100-LOAD-ONE-USER.
022900     IF WS-USER-COUNT NOT < 2000
023000         DISPLAY "USRMGR: IGNORING USER PAST FIRST 2000"
023100         GO TO 1100-NEXT
023200     END-IF.
023300     ADD 1 TO WS-USER-COUNT.
023400     MOVE UM-USER-ID    TO WS-USR-ID(WS-USER-COUNT).
023500     MOVE UM-USER-NAME  TO WS-USR-NAME(WS-USER-COUNT).
023600     MOVE UM-MANAGER-ID TO WS-USR-MANAGER(WS-USER-COUNT).
023700     MOVE ZERO TO WS-MATCH-SLOT.
023800     PERFORM 1150-MATCH-ONE-MANAGER THRU 1150-EXIT
023900         VARYING MGR-SUB FROM 1 BY 1
024000         UNTIL MGR-SUB > WS-MGR-COUNT
024100            OR WS-MATCH-SLOT > ZERO.
024200     IF WS-MATCH-SLOT = ZERO
024300         ADD 1 TO WS-MGR-COUNT
024400         MOVE UM-MANAGER-ID TO WS-MGR-ID(WS-MGR-COUNT)
024500     END-IF.
024600 1100-NEXT.
024700     READ USER-MGR
024800         AT END
024900             SET WS-UMGR-EOF TO TRUE
025000     END-READ.
025100 1100-EXIT.
025200     EXIT.
025300
025400*****************************************************************
025500*  1150-MATCH-ONE-MANAGER.                                     *
025600*****************************************************************
025700 1150-MATCH-ONE-MANAGER.
025800     IF WS-MGR-ID(MGR-SUB) = UM-MANAGER-ID
025900         MOVE MGR-SUB TO WS-MATCH-SLOT
026000     END-IF.
026100 1150-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500*  1200-LOAD-ONE-RULE.                                         *
026600*****************************************************************
026700 1200-LOAD-ONE-RULE.
026800     IF SR-PROGRAM-A = SR-PROGRAM-B
026900         GO TO 1200-NEXT
027000     END-IF.
027100     IF WS-RULE-COUNT < 200
027200         ADD 1 TO WS-RULE-COUNT
027300         MOVE SR-PROGRAM-A TO WS-RUL-PROGRAM-A(WS-RULE-COUNT)
027400         MOVE SR-PROGRAM-B TO WS-RUL-PROGRAM-B(WS-RULE-COUNT)
027500         MOVE SR-RULE-NAME TO WS-RUL-NAME(WS-RULE-COUNT)
027600     ELSE
027700         DISPLAY "SODRULES: IGNORING RULE PAST FIRST 200"
027800     END-IF.
027900 1200-NEXT.
028000     READ SOD-RULES
028100         AT END
028200             SET WS-RULE-EOF TO TRUE
028300     END-READ.
028400 1200-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800*  1300-LOAD-ONE-GRANT.                                        *
028900*    REPEATED GRANTS ARE KEPT ONCE.  A GRANT WHOSE USER IS NOT *
029000*    ON USRMGR ALSO NOTES THE USER FOR THE NO-MANAGER SECTION. *
029100*****************************************************************
029200 1300-LOAD-ONE-GRANT.
029300     MOVE AZ-USER-ID TO WS-FIND-USER.
029400     MOVE AZ-PROGRAM TO WS-FIND-PROGRAM.
029500     PERFORM 2000-FIND-GRANT THRU 2000-EXIT.
029600     IF WS-MATCH-SLOT > ZERO
029700         GO TO 1300-NEXT
029800     END-IF.
029900     IF WS-GRANT-COUNT NOT < 5000
030000         DISPLAY "AUTHPROF: IGNORING GRANT PAST FIRST 5000"
030100         GO TO 1300-NEXT
030200     END-IF.
030300     ADD 1 TO WS-GRANT-COUNT.
030400     MOVE AZ-USER-ID TO WS-GRN-USER(WS-GRANT-COUNT).
030500     MOVE AZ-PROGRAM TO WS-GRN-PROGRAM(WS-GRANT-COUNT).
030600     MOVE ZERO TO WS-MATCH-SLOT.
030700     PERFORM 1350-MATCH-ONE-USER THRU 1350-EXIT
030800         VARYING USR-SUB FROM 1 BY 1
030900         UNTIL USR-SUB > WS-USER-COUNT
031000            OR WS-MATCH-SLOT > ZERO.
031100     IF WS-MATCH-SLOT > ZERO
031200         GO TO 1300-NEXT
031300     END-IF.
031400     PERFORM 1360-MATCH-ONE-ORPHAN THRU 1360-EXIT
031500         VARYING ORP-SUB FROM 1 BY 1
031600         UNTIL ORP-SUB > WS-ORPHAN-COUNT
031700            OR WS-MATCH-SLOT > ZERO.
031800     IF WS-MATCH-SLOT = ZERO
031900         ADD 1 TO WS-ORPHAN-COUNT
032000         MOVE AZ-USER-ID TO WS-ORP-USER(WS-ORPHAN-COUNT)
032100     END-IF.
032200 1300-NEXT.
032300     READ AUTH-PROF
032400         AT END
032500             SET WS-AUTHP-EOF TO TRUE
032600     END-READ.
032700 1300-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100*  1350-MATCH-ONE-USER.                                        *
033200*****************************************************************
033300 1350-MATCH-ONE-USER.
033400     IF WS-USR-ID(USR-SUB) = AZ-USER-ID
033500         MOVE USR-SUB TO WS-MATCH-SLOT
033600     END-IF.
033700 1350-EXIT.
033800     EXIT.
033900
034000*****************************************************************
034100*  1360-MATCH-ONE-ORPHAN.                                      *
034200*****************************************************************
034300 1360-MATCH-ONE-ORPHAN.
034400     IF WS-ORP-USER(ORP-SUB) = AZ-USER-ID
034500         MOVE ORP-SUB TO WS-MATCH-SLOT
034600     END-IF.
034700 1360-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*  2000-FIND-GRANT.                                            *
035200*    LOOKS FOR WS-FIND-USER HOLDING WS-FIND-PROGRAM.           *
035300*****************************************************************
035400 2000-FIND-GRANT.
035500     MOVE ZERO TO WS-MATCH-SLOT.
035600     PERFORM 2050-MATCH-ONE-GRANT THRU 2050-EXIT
035700         VARYING GRN-SUB FROM 1 BY 1
035800         UNTIL GRN-SUB > WS-GRANT-COUNT
035900            OR WS-MATCH-SLOT > ZERO.
036000 2000-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*  2050-MATCH-ONE-GRANT.                                       *
036500*****************************************************************
036600 2050-MATCH-ONE-GRANT.
036700     IF WS-GRN-USER(GRN-SUB) = WS-FIND-USER
036800             AND WS-GRN-PROGRAM(GRN-SUB) = WS-FIND-PROGRAM
036900         MOVE GRN-SUB TO WS-MATCH-SLOT
037000     END-IF.
037100 2050-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  2100-CHECK-CONFLICT.                                        *
037600*    SETS WS-CONFLICT WHEN THE GRANT AT GRN-IDX IS ONE SIDE OF *
037700*    A SODRULES PAIR AND ITS USER ALSO HOLDS THE OTHER SIDE.   *
037800*****************************************************************
037900 2100-CHECK-CONFLICT.
038000     MOVE "N" TO WS-CONFLICT-SW.
038100     PERFORM 2150-CHECK-ONE-RULE THRU 2150-EXIT
038200         VARYING RUL-IDX FROM 1 BY 1
038300         UNTIL RUL-IDX > WS-RULE-COUNT
038400            OR WS-CONFLICT.
038500 2100-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*  2150-CHECK-ONE-RULE.                                        *
039000*****************************************************************
039100 2150-CHECK-ONE-RULE.
039200     EVALUATE WS-GRN-PROGRAM(GRN-IDX)
039300         WHEN WS-RUL-PROGRAM-A(RUL-IDX)
039400             MOVE WS-RUL-PROGRAM-B(RUL-IDX) TO WS-OTHER-PROGRAM
039500         WHEN WS-RUL-PROGRAM-B(RUL-IDX)
039600             MOVE WS-RUL-PROGRAM-A(RUL-IDX) TO WS-OTHER-PROGRAM
039700         WHEN OTHER
039800             GO TO 2150-EXIT
039900     END-EVALUATE.
040000     MOVE WS-GRN-USER(GRN-IDX) TO WS-FIND-USER.
040100     MOVE WS-OTHER-PROGRAM     TO WS-FIND-PROGRAM.
040200     PERFORM 2000-FIND-GRANT THRU 2000-EXIT.
040300     IF WS-MATCH-SLOT > ZERO
040400         SET WS-CONFLICT TO TRUE
040500         MOVE WS-RUL-NAME(RUL-IDX) TO WS-CONFLICT-RULE
040600     END-IF.
040700 2150-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100*  3000-PRINT-ONE-MANAGER.                                     *
041200*    THE MANAGER'S OWN NAME COMES FROM THE MANAGER'S OWN       *
041300*    USRMGR RECORD WHEN THERE IS ONE.                          *
041400*****************************************************************
041500 3000-PRINT-ONE-MANAGER.
041600     MOVE WS-MGR-ID(MGR-IDX) TO WS-CUR-MANAGER.
041700     MOVE WS-CUR-MANAGER     TO WS-MGR-LINE-ID.
041800     MOVE SPACES             TO WS-MGR-LINE-NAME.
041900     PERFORM 3050-NAME-ONE-MANAGER THRU 3050-EXIT
042000         VARYING USR-SUB FROM 1 BY 1
042100         UNTIL USR-SUB > WS-USER-COUNT.
042200     MOVE SPACES TO RC-PRINT-LINE.
042300     WRITE RC-PRINT-LINE.
042400     WRITE RC-PRINT-LINE FROM WS-RPT-MANAGER.
042500     WRITE RC-PRINT-LINE FROM WS-RPT-COLUMNS.
042600     PERFORM 3100-PRINT-ONE-USER THRU 3100-EXIT
042700         VARYING USR-IDX FROM 1 BY 1
042800         UNTIL USR-IDX > WS-USER-COUNT.
042900     MOVE SPACES TO RC-PRINT-LINE.
043000     WRITE RC-PRINT-LINE.
043100     WRITE RC-PRINT-LINE FROM WS-RPT-SIGNOFF.
043200 3000-EXIT.
043300     EXIT.
043400
043500*****************************************************************
043600*  3050-NAME-ONE-MANAGER.                                      *
043700*****************************************************************
043800 3050-NAME-ONE-MANAGER.
043900     IF WS-USR-ID(USR-SUB) = WS-CUR-MANAGER
044000         MOVE WS-USR-NAME(USR-SUB) TO WS-MGR-LINE-NAME
044100     END-IF.
044200 3050-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600*  3100-PRINT-ONE-USER.                                        *
044700*    A USER WITH NO GRANTS STILL PRINTS, SO THE MANAGER CAN    *
044800*    CONFIRM THE REPORTING LINE ITSELF.                        *
044900*****************************************************************
045000 3100-PRINT-ONE-USER.
045100     IF WS-USR-MANAGER(USR-IDX) NOT = WS-CUR-MANAGER
045200         GO TO 3100-EXIT
045300     END-IF.
045400     MOVE WS-USR-ID(USR-IDX)   TO WS-FIND-USER.
045500     MOVE WS-USR-NAME(USR-IDX) TO WS-CUR-USER-NAME.
045600     MOVE ZERO TO WS-USER-GRANTS.
045700     PERFORM 3200-PRINT-ONE-GRANT THRU 3200-EXIT
045800         VARYING GRN-IDX FROM 1 BY 1
045900         UNTIL GRN-IDX > WS-GRANT-COUNT.
046000     IF WS-USER-GRANTS = ZERO
046100         MOVE WS-USR-ID(USR-IDX)   TO WS-NOG-USER
046200         MOVE WS-USR-NAME(USR-IDX) TO WS-NOG-NAME
046300         WRITE RC-PRINT-LINE FROM WS-RPT-NO-GRANTS
046400     END-IF.
046500 3100-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900*  3200-PRINT-ONE-GRANT.                                       *
047000*    PRINTS THE GRANT AT GRN-IDX WHEN IT BELONGS TO THE USER   *
047100*    IN WS-FIND-USER.  THE USER'S ID AND NAME PRINT ON THE     *
047200*    USER'S FIRST GRANT LINE ONLY.                             *
047300*****************************************************************
047400 3200-PRINT-ONE-GRANT.
047500     IF WS-GRN-USER(GRN-IDX) NOT = WS-FIND-USER
047600         GO TO 3200-EXIT
047700     END-IF.
047800     IF WS-USER-GRANTS = ZERO
047900         MOVE WS-FIND-USER     TO WS-DET-USER
048000         MOVE WS-CUR-USER-NAME TO WS-DET-NAME
048100     ELSE
048200         MOVE SPACES TO WS-DET-USER
048300         MOVE SPACES TO WS-DET-NAME
048400     END-IF.
048500     MOVE WS-GRN-PROGRAM(GRN-IDX) TO WS-DET-PROGRAM.
048600     MOVE SPACES TO WS-DET-FLAG.
048700     PERFORM 2100-CHECK-CONFLICT THRU 2100-EXIT.
048800     IF WS-CONFLICT
048900         STRING "SOD CONFLICT " DELIMITED BY SIZE
049000                WS-CONFLICT-RULE DELIMITED BY SIZE
049100             INTO WS-DET-FLAG
049200         END-STRING
049300         ADD 1 TO WS-TOTAL-CONFLICTS
049400     END-IF.
049500     WRITE RC-PRINT-LINE FROM WS-RPT-DETAIL.
049600     ADD 1 TO WS-USER-GRANTS.
049700     ADD 1 TO WS-TOTAL-GRANTS.
049800 3200-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*  4000-PRINT-NO-MANAGER.                                      *
050300*****************************************************************
050400 4000-PRINT-NO-MANAGER.
050500     IF WS-ORPHAN-COUNT = ZERO
050600         GO TO 4000-EXIT
050700     END-IF.
050800     MOVE SPACES TO RC-PRINT-LINE.
050900     WRITE RC-PRINT-LINE.
051000     WRITE RC-PRINT-LINE FROM WS-RPT-NO-MANAGER.
051100     WRITE RC-PRINT-LINE FROM WS-RPT-COLUMNS.
051200     PERFORM 4100-PRINT-ONE-ORPHAN THRU 4100-EXIT
051300         VARYING ORP-IDX FROM 1 BY 1
051400         UNTIL ORP-IDX > WS-ORPHAN-COUNT.
051500     MOVE SPACES TO RC-PRINT-LINE.
051600     WRITE RC-PRINT-LINE.
051700     WRITE RC-PRINT-LINE FROM WS-RPT-SIGNOFF.
051800 4000-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200*  4100-PRINT-ONE-ORPHAN.                                      *
052300*****************************************************************
052400 4100-PRINT-ONE-ORPHAN.
052500     MOVE WS-ORP-USER(ORP-IDX) TO WS-FIND-USER.
052600     MOVE "(NOT ON USRMGR)"    TO WS-CUR-USER-NAME.
052700     MOVE ZERO TO WS-USER-GRANTS.
052800     PERFORM 3200-PRINT-ONE-GRANT THRU 3200-EXIT
052900         VARYING GRN-IDX FROM 1 BY 1
053000         UNTIL GRN-IDX > WS-GRANT-COUNT.
053100 4100-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500*  9000-FINALIZE.                                              *
053600*****************************************************************
053700 9000-FINALIZE.
053800     MOVE SPACES TO RC-PRINT-LINE.
053900     WRITE RC-PRINT-LINE.
054000     MOVE WS-MGR-COUNT       TO WS-TOT-MANAGERS.
054100     MOVE WS-TOTAL-GRANTS    TO WS-TOT-GRANTS.
054200     MOVE WS-TOTAL-CONFLICTS TO WS-TOT-CONFLICTS.
054300     MOVE WS-ORPHAN-COUNT    TO WS-TOT-ORPHANS.
054400     WRITE RC-PRINT-LINE FROM WS-RPT-TOTALS.
054500     CLOSE RECERT-RPT.
054600     DISPLAY "RECERT1 GRANTS LISTED: " WS-TOTAL-GRANTS
054700         "  SOD CONFLICTS: " WS-TOTAL-CONFLICTS.
054800 9000-EXIT.
054900     EXIT.
