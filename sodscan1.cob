000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     SODSCAN1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    SEGREGATION-OF-DUTIES CONFLICT SCAN.  THE AUTHPROF        *
001300*    AUTHORITY PROFILES GRANT ONE USER ONE PROGRAM AT A TIME,  *
001400*    SO NOTHING ON THEM SHOWS A USER WHO CAN BOTH ENTER AND    *
001500*    APPROVE THE SAME CHANGE.  THIS RUN TAKES THE SODRULES     *
001600*    CONFLICT RULES - PAIRS OF PROGRAMS THAT MUST NOT BELONG   *
001700*    TO THE SAME USER - AND PRINTS ON SODRPT EVERY USER WHO    *
001800*    HOLDS BOTH PROGRAMS OF ANY RULE, ONE LINE PER USER PER    *
001900*    RULE.  RETURN CODE 4 WHEN ANY CONFLICT IS FOUND.          *
002000*                                                               *
002100*  MODIFICATION HISTORY.                                       *
002200*    2026-10-15  DL  ORIGINAL CONFLICT SCAN.                   *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SOD-RULES ASSIGN TO "SODRULES"
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT AUTH-PROF ASSIGN TO "AUTHPROF"
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT SOD-RPT ASSIGN TO "SODRPT"
003200         ORGANIZATION IS SEQUENTIAL.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  SOD-RULES.
003700     COPY DLSODRUL.
003800
003900 FD  AUTH-PROF.
004000     COPY DLAUTH.
004100
004200 FD  SOD-RPT.
004300 01  SX-PRINT-LINE            PIC X(80).
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-RULE-EOF-SW       PIC X(01) VALUE "N".
004800         88  WS-RULE-EOF           VALUE "Y".
004900     05  WS-AUTHP-EOF-SW      PIC X(01) VALUE "N".
005000         88  WS-AUTHP-EOF          VALUE "Y".
005100
005200 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
005300 01  WS-CONFLICT-COUNT        PIC 9(05) VALUE ZERO.
005400 01  WS-MATCH-SLOT            PIC 9(05) VALUE ZERO.
005500 01  WS-FIND-USER             PIC X(08) VALUE SPACES.
005600 01  WS-FIND-PROGRAM          PIC X(08) VALUE SPACES.
005700
005800 01  WS-RULE-COUNT            PIC 9(03) VALUE ZERO.
005900 01  RUL-IDX                  PIC 9(03) VALUE ZERO.
006000 01  WS-RULE-TABLE.
006100     05  WS-RULE-ENTRY OCCURS 1 TO 200 TIMES
006200             DEPENDING ON WS-RULE-COUNT.
006300         10  WS-RUL-PROGRAM-A PIC X(08).
006400         10  WS-RUL-PROGRAM-B PIC X(08).
006500         10  WS-RUL-NAME      PIC X(30).
006600
006700 01  WS-GRANT-COUNT           PIC 9(05) VALUE ZERO.
006800 01  GRN-IDX                  PIC 9(05) VALUE ZERO.
006900 01  GRN-SUB                  PIC 9(05) VALUE ZERO.
007000 01  WS-GRANT-TABLE.
007100     05  WS-GRANT-ENTRY OCCURS 1 TO 5000 TIMES
007200             DEPENDING ON WS-GRANT-COUNT.
007300         10  WS-GRN-USER      PIC X(08).
007400         10  WS-GRN-PROGRAM   PIC X(08).
007500
007600 01  WS-RPT-HEADER.
007700     05  FILLER               PIC X(39) VALUE
007800         "SEGREGATION-OF-DUTIES CONFLICTS  AS OF ".
007900     05  WS-HDR-DATE          PIC 9(08).
008000
008100 01  WS-RPT-COLUMNS.
008200     05  FILLER               PIC X(48) VALUE
008300         "USER      HOLDS     AND ALSO  CONFLICT RULE".
008400
008500 01  WS-RPT-DETAIL.
008600     05  WS-DET-USER          PIC X(08).
008700     05  FILLER               PIC X(02) VALUE SPACES.
008800     05  WS-DET-PROGRAM-A     PIC X(08).
008900     05  FILLER               PIC X(02) VALUE SPACES.
009000     05  WS-DET-PROGRAM-B     PIC X(08).
009100     05  FILLER               PIC X(02) VALUE SPACES.
009200     05  WS-DET-RULE          PIC X(30).
009300
009400 01  WS-RPT-NONE.
009500     05  FILLER               PIC X(10) VALUE "    (NONE)".
009600
009700 01  WS-RPT-TOTALS.
009800     05  FILLER               PIC X(06) VALUE "RULES ".
009900     05  WS-TOT-RULES         PIC ZZ9.
010000     05  FILLER               PIC X(09) VALUE "  GRANTS ".
010100     05  WS-TOT-GRANTS        PIC Z(4)9.
010200     05  FILLER               PIC X(12) VALUE "  CONFLICTS ".
010300     05  WS-TOT-CONFLICTS     PIC Z(4)9.
010400
010500 PROCEDURE DIVISION.
010600*****************************************************************
010700*  0000-MAINLINE.                                              *
010800*****************************************************************
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011100     PERFORM 3000-SCAN-ONE-RULE THRU 3000-EXIT
011200         VARYING RUL-IDX FROM 1 BY 1
011300         UNTIL RUL-IDX > WS-RULE-COUNT.
011400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
011500     STOP RUN.
011600
011700*****************************************************************
011800*  1000-INITIALIZE.                                            *
011900*****************************************************************
012000 1000-INITIALIZE.
012100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012200     OPEN INPUT SOD-RULES.
012300     READ SOD-RULES
012400         AT END
012500             SET WS-RULE-EOF TO TRUE
012600     END-READ.
012700     PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
012800         UNTIL WS-RULE-EOF.
012900     CLOSE SOD-RULES.
013000     OPEN INPUT AUTH-PROF.
013100     READ AUTH-PROF
013200         AT END
013300             SET WS-AUTHP-EOF TO TRUE
013400     END-READ.
013500     PERFORM 1200-LOAD-ONE-GRANT THRU 1200-EXIT
013600         UNTIL WS-AUTHP-EOF.
013700     CLOSE AUTH-PROF.
013800     OPEN OUTPUT SOD-RPT.
013900     MOVE WS-RUN-DATE TO WS-HDR-DATE.
014000     WRITE SX-PRINT-LINE FROM WS-RPT-HEADER.
014100     MOVE SPACES TO SX-PRINT-LINE.
014200     WRITE SX-PRINT-LINE.
014300     WRITE SX-PRINT-LINE FROM WS-RPT-COLUMNS.
014400 1000-EXIT.
014500     EXIT.
014600
014700*****************************************************************
014800*  1100-LOAD-ONE-RULE.                                         *
014900*    A RULE NAMING THE SAME PROGRAM TWICE CAN NEVER FIRE AND   *
015000*    IS SKIPPED.                                               *
015100*****************************************************************
015200 1100-LOAD-ONE-RULE.
015300     IF SR-PROGRAM-A = SR-PROGRAM-B
015400         DISPLAY "SODRULES: IGNORING RULE NAMING "
015500             SR-PROGRAM-A " TWICE"
015600         GO TO 1100-NEXT
015700     END-IF.
015800     IF WS-RULE-COUNT < 200
015900         ADD 1 TO WS-RULE-COUNT
016000         MOVE SR-PROGRAM-A TO WS-RUL-PROGRAM-A(WS-RULE-COUNT)
016100         MOVE SR-PROGRAM-B TO WS-RUL-PROGRAM-B(WS-RULE-COUNT)
016200         MOVE SR-RULE-NAME TO WS-RUL-NAME(WS-RULE-COUNT)
016300     ELSE
016400         DISPLAY "SODRULES: IGNORING RULE PAST FIRST 200"
016500     END-IF.
016600 1100-NEXT.
016700     READ SOD-RULES
016800         AT END
016900             SET WS-RULE-EOF TO TRUE
017000     END-READ.
017100 1100-EXIT.
017200     EXIT.
017300
017400*****************************************************************
017500*  1200-LOAD-ONE-GRANT.                                        *
017600*    A GRANT REPEATED ON THE PROFILES IS KEPT ONCE, SO A       *
017700*    CONFLICT IS NEVER REPORTED TWICE FOR THE SAME USER.       *
017800*****************************************************************
017900 1200-LOAD-ONE-GRANT.
018000     MOVE AZ-USER-ID TO WS-FIND-USER.
018100     MOVE AZ-PROGRAM TO WS-FIND-PROGRAM.
018200     PERFORM 2000-FIND-GRANT THRU 2000-EXIT.
018300     IF WS-MATCH-SLOT = ZERO
018400         IF WS-GRANT-COUNT < 5000
018500             ADD 1 TO WS-GRANT-COUNT
018600             MOVE AZ-USER-ID TO WS-GRN-USER(WS-GRANT-COUNT)
018700             MOVE AZ-PROGRAM TO WS-GRN-PROGRAM(WS-GRANT-COUNT)
018800         ELSE
018900             DISPLAY "AUTHPROF: IGNORING GRANT PAST FIRST 5000"
019000         END-IF
019100     END-IF.
019200     READ AUTH-PROF
019300         AT END
019400             SET WS-AUTHP-EOF TO TRUE
019500     END-READ.
019600 1200-EXIT.
019700     EXIT.
019800
019900*****************************************************************
020000*  2000-FIND-GRANT.                                            *
020100*    LOOKS FOR WS-FIND-USER HOLDING WS-FIND-PROGRAM.           *
020200*****************************************************************
020300 2000-FIND-GRANT.
020400     MOVE ZERO TO WS-MATCH-SLOT.
020500     PERFORM 2050-MATCH-ONE-GRANT THRU 2050-EXIT
020600         VARYING GRN-SUB FROM 1 BY 1
020700         UNTIL GRN-SUB > WS-GRANT-COUNT
020800            OR WS-MATCH-SLOT > ZERO.
020900 2000-EXIT.
021000     EXIT.
021100
021200*****************************************************************
021300*  2050-MATCH-ONE-GRANT.                                       *
021400*****************************************************************
021500 2050-MATCH-ONE-GRANT.
021600     IF WS-GRN-USER(GRN-SUB) = WS-FIND-USER
021700             AND WS-GRN-PROGRAM(GRN-SUB) = WS-FIND-PROGRAM
021800         MOVE GRN-SUB TO WS-MATCH-SLOT
021900     END-IF.
022000 2050-EXIT.
022100     EXIT.
022200
022300*****************************************************************
022400*  3000-SCAN-ONE-RULE.                                         *
022500*****************************************************************
022600 3000-SCAN-ONE-RULE.
022700     PERFORM 3100-CHECK-ONE-GRANT THRU 3100-EXIT
022800         VARYING GRN-IDX FROM 1 BY 1
022900         UNTIL GRN-IDX > WS-GRANT-COUNT.
023000 3000-EXIT.
023100     EXIT.
023200
023300*****************************************************************
023400*  3100-CHECK-ONE-GRANT.                                       *
023500*    EVERY HOLDER OF THE RULE'S FIRST PROGRAM WHO ALSO HOLDS   *
023600*    ITS SECOND IS IN CONFLICT.                                *
023700*****************************************************************
023800 3100-CHECK-ONE-GRANT.
023900     IF WS-GRN-PROGRAM(GRN-IDX) NOT = WS-RUL-PROGRAM-A(RUL-IDX)
024000         GO TO 3100-EXIT
024100     END-IF.
024200     MOVE WS-GRN-USER(GRN-IDX)      TO WS-FIND-USER.
024300     MOVE WS-RUL-PROGRAM-B(RUL-IDX) TO WS-FIND-PROGRAM.
024400     PERFORM 2000-FIND-GRANT THRU 2000-EXIT.
024500     IF WS-MATCH-SLOT = ZERO
024600         GO TO 3100-EXIT
024700     END-IF.
024800     MOVE WS-GRN-USER(GRN-IDX)      TO WS-DET-USER.
024900     MOVE WS-RUL-PROGRAM-A(RUL-IDX) TO WS-DET-PROGRAM-A.
025000     MOVE WS-RUL-PROGRAM-B(RUL-IDX) TO WS-DET-PROGRAM-B.
025100     MOVE WS-RUL-NAME(RUL-IDX)      TO WS-DET-RULE.
025200     WRITE SX-PRINT-LINE FROM WS-RPT-DETAIL.
025300     ADD 1 TO WS-CONFLICT-COUNT.
025400 3100-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800*  9000-FINALIZE.                                              *
025900*****************************************************************
026000 9000-FINALIZE.
026100     IF WS-CONFLICT-COUNT = ZERO
026200         WRITE SX-PRINT-LINE FROM WS-RPT-NONE
026300     END-IF.
026400     MOVE SPACES TO SX-PRINT-LINE.
026500     WRITE SX-PRINT-LINE.
026600     MOVE WS-RULE-COUNT     TO WS-TOT-RULES.
026700     MOVE WS-GRANT-COUNT    TO WS-TOT-GRANTS.
026800     MOVE WS-CONFLICT-COUNT TO WS-TOT-CONFLICTS.
026900     WRITE SX-PRINT-LINE FROM WS-RPT-TOTALS.
027000     CLOSE SOD-RPT.
027100     DISPLAY "SODSCAN1 CONFLICTS FOUND: " WS-CONFLICT-COUNT.
027200     IF WS-CONFLICT-COUNT > ZERO
027300         MOVE 4 TO RETURN-CODE
027400     END-IF.
027500 9000-EXIT.
027600     EXIT.
