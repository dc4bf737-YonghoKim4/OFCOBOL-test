000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     DUPCHK1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    CONTENT-LEVEL DUPLICATE-SUSPECT CHECK ON THE CODETRAN     *
001300*    KSDS, RUN AHEAD OF ADD01.  KEYASGN1 AND THE KSDS LOAD     *
001400*    CATCH A REPEATED KEY; THIS STEP CATCHES THE SAME          *
001500*    TRANSACTION RESUBMITTED UNDER A NEW KEY - SAME LEDGER,    *
001600*    SAME B-CODE1/B-CODE2/B-CODE3, SAME CT-TRANS-DATE - BY     *
001700*    COMPARING EACH RECORD WITH THE FINGERPRINTS OF WHAT WAS   *
001800*    POSTED OVER THE DUPPARM LOOKBACK WINDOW AND OF THE        *
001900*    RECORDS AHEAD OF IT IN TONIGHT'S FILE.  THE FINGERPRINT   *
002000*    HISTORY (DUPFPI TO DUPFPO) IS CONFIRMED AGAINST THE ADD01 *
002100*    IMAGES ON THE AUDIT ARCHIVE, SO ONLY WHAT ADD01 ACTUALLY  *
002200*    PROCESSED STAYS ON IT.  A SUSPECT IS TAKEN OFF CODETRAN   *
002300*    AND HELD ON THE DUPHLDI/DUPHLDO REVIEW FILE WITH THE KEY  *
002400*    IT MATCHES; A DUPDEC RELEASE PUTS IT BACK ON CODETRAN     *
002500*    PAST THE CHECK, A REJECT DROPS IT.  EVERY HOLD, RELEASE,  *
002600*    AND REJECT IS IMAGED ON DUPAUDIT, AND THE DUPRPT SUSPECTS *
002700*    REPORT SHOWS THE DECISIONS APPLIED, WHAT WAS HELD         *
002800*    TONIGHT, AND WHAT IS STILL AWAITING A DECISION.  WITH NO  *
002900*    RUNCTL RECORD THE RUN IS REFUSED.                         *
003000*                                                              *
003100*  MODIFICATION HISTORY.                                       *
003200*    2026-10-15  DL  ORIGINAL DUPLICATE-SUSPECT CHECK.         *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RUN-CTL ASSIGN TO "RUNCTL"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT DUP-PARM ASSIGN TO "DUPPARM"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT FP-IN ASSIGN TO "DUPFPI"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT FP-OUT ASSIGN TO "DUPFPO"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT AUD-ARCH ASSIGN TO "AUDARCH"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT HOLD-IN ASSIGN TO "DUPHLDI"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT HOLD-OUT ASSIGN TO "DUPHLDO"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT DEC-IN ASSIGN TO "DUPDEC"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT CODE-TRANS ASSIGN TO "CODETRAN"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CT-TRANS-KEY.
005700     SELECT DUP-AUDIT ASSIGN TO "DUPAUDIT"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT DUP-RPT ASSIGN TO "DUPRPT"
006000         ORGANIZATION IS SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  RUN-CTL.
006500     COPY DLRUNCTL.
006600
006700 FD  DUP-PARM.
006800     COPY DLDUPPRM.
006900
007000 FD  FP-IN.
007100     COPY DLDUPFP
007200         REPLACING ==FG-FINGERPRINT-REC==
007300             BY ==FI-FINGERPRINT-REC==
007400             ==FG-LEDGER-CODE== BY ==FI-LEDGER-CODE==
007500             ==FG-CODE-VALUE== BY ==FI-CODE-VALUE==
007600             ==FG-TRANS-DATE== BY ==FI-TRANS-DATE==
007700             ==FG-TRANS-KEY== BY ==FI-TRANS-KEY==
007800             ==FG-CHECK-DATE== BY ==FI-CHECK-DATE==
007900             ==FG-STATUS== BY ==FI-STATUS==
008000             ==FG-PENDING== BY ==FI-PENDING==
008100             ==FG-CONFIRMED== BY ==FI-CONFIRMED==.
008200
008300 FD  FP-OUT.
008400     COPY DLDUPFP.
008500
008600 FD  AUD-ARCH.
008700     COPY DLAUDARC.
008800
008900 FD  HOLD-IN.
009000     COPY DLDUPHLD
009100         REPLACING ==HV-HELD-REC== BY ==HI-HELD-REC==
009200             ==HV-TRANS-KEY== BY ==HI-TRANS-KEY==
009300             ==HV-CODE-VALUE== BY ==HI-CODE-VALUE==
009400             ==HV-TRANS-DATE== BY ==HI-TRANS-DATE==
009500             ==HV-LEDGER-CODE== BY ==HI-LEDGER-CODE==
009600             ==HV-MATCH-KEY== BY ==HI-MATCH-KEY==
009700             ==HV-MATCH-DATE== BY ==HI-MATCH-DATE==
009800             ==HV-MATCH-SOURCE== BY ==HI-MATCH-SOURCE==
009900             ==HV-MATCHED-HISTORY== BY ==HI-MATCHED-HISTORY==
010000             ==HV-MATCHED-FILE== BY ==HI-MATCHED-FILE==
010100             ==HV-HOLD-DATE== BY ==HI-HOLD-DATE==.
010200
010300 FD  HOLD-OUT.
010400     COPY DLDUPHLD.
010500
010600 FD  DEC-IN.
010700     COPY DLDUPDEC.
010800
010900 FD  CODE-TRANS.
011000     COPY DLCODTRN.
011100
011200 FD  DUP-AUDIT.
011300     COPY DLAUDIT.
011400
011500 FD  DUP-RPT.
011600 01  DR-PRINT-LINE            PIC X(132).
011700
011800 WORKING-STORAGE SECTION.
011900 01  WS-SWITCHES.
012000     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
012100         88  WS-CTL-EOF            VALUE "Y".
012200     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
012300         88  WS-PARM-EOF           VALUE "Y".
012400     05  WS-FP-EOF-SW         PIC X(01) VALUE "N".
012500         88  WS-FP-EOF             VALUE "Y".
012600     05  WS-ARCH-EOF-SW       PIC X(01) VALUE "N".
012700         88  WS-ARCH-EOF           VALUE "Y".
012800     05  WS-HOLD-EOF-SW       PIC X(01) VALUE "N".
012900         88  WS-HOLD-EOF           VALUE "Y".
013000     05  WS-DEC-EOF-SW        PIC X(01) VALUE "N".
013100         88  WS-DEC-EOF            VALUE "Y".
013200     05  WS-CT-EOF-SW         PIC X(01) VALUE "N".
013300         88  WS-CT-EOF             VALUE "Y".
013400     05  WS-DUP-KEY-SW        PIC X(01) VALUE "N".
013500         88  WS-DUP-KEY            VALUE "Y".
013600     05  WS-SAME-KEY-SW       PIC X(01) VALUE "N".
013700         88  WS-SAME-KEY           VALUE "Y".
013800
013900 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
014000 01  WS-RUN-NUMBER            PIC 9(03) VALUE ZERO.
014100 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
014200 01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 30.
014300 01  WS-WINDOW-START          PIC 9(08) VALUE ZERO.
014400 01  WS-OLDEST-PENDING        PIC 9(08) VALUE ZERO.
014500 01  WS-HOLD-AGE              PIC 9(05) VALUE ZERO.
014600 01  WS-AUD-BEFORE            PIC 9(12) VALUE ZERO.
014700 01  WS-AUD-AFTER             PIC 9(12) VALUE ZERO.
014800 01  WS-WORK-CODES            PIC 9(12) VALUE ZERO.
014900 01  WS-WORK-SPLIT REDEFINES WS-WORK-CODES.
015000     05  WS-WORK-CODE1        PIC 9(04).
015100     05  WS-WORK-CODE2        PIC 9(04).
015200     05  WS-WORK-CODE3        PIC 9(04).
015300
015400 01  WS-SCANNED-COUNT         PIC 9(07) VALUE ZERO.
015500 01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
015600 01  WS-RELEASED-COUNT        PIC 9(05) VALUE ZERO.
015700 01  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
015800 01  WS-WAITING-COUNT         PIC 9(05) VALUE ZERO.
015900 01  WS-DEC-ERROR-COUNT       PIC 9(05) VALUE ZERO.
016000 01  WS-CONFIRMED-COUNT       PIC 9(07) VALUE ZERO.
016100 01  WS-DROPPED-COUNT         PIC 9(07) VALUE ZERO.
016200
016300 01  WS-FP-COUNT              PIC 9(05) VALUE ZERO.
016400 01  FP-IDX                   PIC 9(05) VALUE ZERO.
016500 01  FP-SUB                   PIC 9(05) VALUE ZERO.
016600 01  WS-FP-TABLE.
016700     05  WS-FP-ENTRY OCCURS 1 TO 20000 TIMES
016800             DEPENDING ON WS-FP-COUNT.
016900         10  WS-FP-LEDGER     PIC X(04).
017000         10  WS-FP-CODE-VALUE PIC 9(12).
017100         10  WS-FP-TRANS-DATE PIC 9(08).
017200         10  WS-FP-KEY        PIC X(12).
017300         10  WS-FP-CHECK-DATE PIC 9(08).
017400         10  WS-FP-STATUS     PIC X(01).
017500             88  WS-FP-PENDING     VALUE "P".
017600             88  WS-FP-CONFIRMED   VALUE "C".
017700             88  WS-FP-DROPPED     VALUE "X".
017800
017900 01  WS-DEC-COUNT             PIC 9(04) VALUE ZERO.
018000 01  DEC-IDX                  PIC 9(04) VALUE ZERO.
018100 01  DEC-SUB                  PIC 9(04) VALUE ZERO.
018200 01  WS-DEC-TABLE.
018300     05  WS-DEC-ENTRY OCCURS 1 TO 2000 TIMES
018400             DEPENDING ON WS-DEC-COUNT.
018500         10  WS-DEC-ACTION    PIC X(01).
018600         10  WS-DEC-KEY       PIC X(12).
018700         10  WS-DEC-USER      PIC X(08).
018800         10  WS-DEC-USED-SW   PIC X(01).
018900             88  WS-DEC-USED       VALUE "Y".
019000
019100 01  WS-REL-COUNT             PIC 9(04) VALUE ZERO.
019200 01  REL-IDX                  PIC 9(04) VALUE ZERO.
019300 01  REL-SUB                  PIC 9(04) VALUE ZERO.
019400 01  WS-REL-TABLE.
019500     05  WS-REL-KEY OCCURS 1 TO 2000 TIMES
019600             DEPENDING ON WS-REL-COUNT
019700                              PIC X(12).
019800
019900 01  WS-RPT-HEADER.
020000     05  FILLER               PIC X(38) VALUE
020100         "CODETRAN DUPLICATE SUSPECTS  RUN DATE ".
020200     05  WS-HDR-DATE          PIC 9(08).
020300     05  FILLER               PIC X(12) VALUE "  LOOKBACK ".
020400     05  WS-HDR-DAYS          PIC ZZ9.
020500     05  FILLER               PIC X(05) VALUE " DAYS".
020600
020700 01  WS-RPT-SECTION.
020800     05  WS-SEC-TITLE         PIC X(60).
020900
021000 01  WS-RPT-COLUMNS.
021100     05  FILLER               PIC X(50) VALUE
021200         "KEY          LEDG    CD1     CD2     CD3   TRANS D".
021300     05  FILLER               PIC X(50) VALUE
021400         "T MATCHES KEY  PASSED ON  ACTION / NOTE           ".
021500
021600 01  WS-RPT-DETAIL.
021700     05  WS-DET-KEY           PIC X(12).
021800     05  FILLER               PIC X(01) VALUE SPACE.
021900     05  WS-DET-LEDGER        PIC X(04).
022000     05  FILLER               PIC X(04) VALUE SPACES.
022100     05  WS-DET-CODE1         PIC 9(04).
022200     05  FILLER               PIC X(04) VALUE SPACES.
022300     05  WS-DET-CODE2         PIC 9(04).
022400     05  FILLER               PIC X(04) VALUE SPACES.
022500     05  WS-DET-CODE3         PIC 9(04).
022600     05  FILLER               PIC X(02) VALUE SPACES.
022700     05  WS-DET-TRANS-DATE    PIC 9(08).
022800     05  FILLER               PIC X(01) VALUE SPACE.
022900     05  WS-DET-MATCH-KEY     PIC X(12).
023000     05  FILLER               PIC X(01) VALUE SPACE.
023100     05  WS-DET-MATCH-DATE    PIC 9(08).
023200     05  FILLER               PIC X(03) VALUE SPACES.
023300     05  WS-DET-NOTE          PIC X(50).
023400
023500 01  WS-RPT-NONE.
023600     05  FILLER               PIC X(10) VALUE "    (NONE)".
023700
023800 01  WS-RPT-TOTALS.
023900     05  FILLER               PIC X(07) VALUE "SCANNED".
024000     05  WS-TOT-SCANNED       PIC Z(6)9.
024100     05  FILLER               PIC X(07) VALUE "  HELD ".
024200     05  WS-TOT-HELD          PIC Z(4)9.
024300     05  FILLER               PIC X(11) VALUE "  RELEASED ".
024400     05  WS-TOT-RELEASED      PIC Z(4)9.
024500     05  FILLER               PIC X(11) VALUE "  REJECTED ".
024600     05  WS-TOT-REJECTED      PIC Z(4)9.
024700     05  FILLER               PIC X(10) VALUE "  WAITING ".
024800     05  WS-TOT-WAITING       PIC Z(4)9.
024900     05  FILLER               PIC X(18) VALUE
025000         "  DECISION ERRORS ".
025100     05  WS-TOT-DEC-ERRORS    PIC Z(4)9.
025200
025300 01  WS-SECTION-LINES         PIC 9(05) VALUE ZERO.
025400
025500 PROCEDURE DIVISION.
025600*****************************************************************
025700*  0000-MAINLINE.                                              *
025800*****************************************************************
025900 0000-MAINLINE.
026000     PERFORM 0100-LOAD-RUN-DATE THRU 0100-EXIT.
026100     IF WS-CTL-EOF
026200         DISPLAY "DUPCHK1 - NO RUNCTL RECORD - REFUSED"
026300         MOVE 8 TO RETURN-CODE
026400     ELSE
026500         PERFORM 1000-INITIALIZE THRU 1000-EXIT
026600         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
026700         PERFORM 3000-CONFIRM-POSTINGS THRU 3000-EXIT
026800         PERFORM 4000-APPLY-DECISIONS THRU 4000-EXIT
026900         PERFORM 5000-SCAN-CODETRAN THRU 5000-EXIT
027000         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
027100         PERFORM 7000-LIST-WAITING THRU 7000-EXIT
027200         PERFORM 9000-FINALIZE THRU 9000-EXIT
027300     END-IF.
027400     STOP RUN.
027500
027600*****************************************************************
027700*  0100-LOAD-RUN-DATE.                                         *
027800*****************************************************************
027900 0100-LOAD-RUN-DATE.
028000     OPEN INPUT RUN-CTL.
028100     READ RUN-CTL
028200         AT END
028300             SET WS-CTL-EOF TO TRUE
028400     END-READ.
028500     CLOSE RUN-CTL.
028600     IF NOT WS-CTL-EOF
028700         MOVE BD-BUSINESS-DATE TO WS-PROCESS-DATE
028800         MOVE BD-RUN-NUMBER    TO WS-RUN-NUMBER
028900     END-IF.
029000 0100-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400*  1000-INITIALIZE.                                            *
029500*    THE LOOKBACK WINDOW RUNS FROM DUPPARM'S DAY COUNT BEFORE  *
029600*    THE RUN DATE (THIRTY DAYS WHEN NOT SET).                  *
029700*****************************************************************
029800 1000-INITIALIZE.
029900     OPEN INPUT DUP-PARM.
030000     READ DUP-PARM
030100         AT END
030200             SET WS-PARM-EOF TO TRUE
030300     END-READ.
030400     IF NOT WS-PARM-EOF
030500         IF DU-LOOKBACK-DAYS > ZERO
030600             MOVE DU-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
030700         END-IF
030800     END-IF.
030900     CLOSE DUP-PARM.
031000     COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
031100         FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
031200         - WS-LOOKBACK-DAYS).
031300     OPEN OUTPUT DUP-AUDIT.
031400     OPEN OUTPUT DUP-RPT.
031500     MOVE WS-PROCESS-DATE  TO WS-HDR-DATE.
031600     MOVE WS-LOOKBACK-DAYS TO WS-HDR-DAYS.
031700     WRITE DR-PRINT-LINE FROM WS-RPT-HEADER.
031800 1000-EXIT.
031900     EXIT.
032000
032100*****************************************************************
032200*  2000-LOAD-HISTORY.                                          *
032300*    KEEPS THE FINGERPRINTS PASSED INSIDE THE LOOKBACK WINDOW; *
032400*    OLDER ONES AGE OFF HERE.                                  *
032500*****************************************************************
032600 2000-LOAD-HISTORY.
032700     OPEN INPUT FP-IN.
032800     READ FP-IN
032900         AT END
033000             SET WS-FP-EOF TO TRUE
033100     END-READ.
033200     PERFORM 2100-LOAD-ONE-FINGERPRINT THRU 2100-EXIT
033300         UNTIL WS-FP-EOF.
033400     CLOSE FP-IN.
033500 2000-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900*  2100-LOAD-ONE-FINGERPRINT.                                  *
034000*****************************************************************
034100 2100-LOAD-ONE-FINGERPRINT.
034200     IF FI-CHECK-DATE < WS-WINDOW-START
034300         GO TO 2100-NEXT
034400     END-IF.
034500     IF WS-FP-COUNT NOT < 20000
034600         DISPLAY "DUPFPI: IGNORING FINGERPRINT PAST FIRST 20000"
034700         GO TO 2100-NEXT
034800     END-IF.
034900     ADD 1 TO WS-FP-COUNT.
035000     MOVE FI-LEDGER-CODE TO WS-FP-LEDGER(WS-FP-COUNT).
035100     MOVE FI-CODE-VALUE  TO WS-FP-CODE-VALUE(WS-FP-COUNT).
035200     MOVE FI-TRANS-DATE  TO WS-FP-TRANS-DATE(WS-FP-COUNT).
035300     MOVE FI-TRANS-KEY   TO WS-FP-KEY(WS-FP-COUNT).
035400     MOVE FI-CHECK-DATE  TO WS-FP-CHECK-DATE(WS-FP-COUNT).
035500     MOVE FI-STATUS      TO WS-FP-STATUS(WS-FP-COUNT).
035600     IF FI-PENDING
035700             AND FI-CHECK-DATE < WS-PROCESS-DATE
035800         IF WS-OLDEST-PENDING = ZERO
035900                 OR FI-CHECK-DATE < WS-OLDEST-PENDING
036000             MOVE FI-CHECK-DATE TO WS-OLDEST-PENDING
036100         END-IF
036200     END-IF.
036300 2100-NEXT.
036400     READ FP-IN
036500         AT END
036600             SET WS-FP-EOF TO TRUE
036700     END-READ.
036800 2100-EXIT.
036900     EXIT.
037000
037100*****************************************************************
037200*  3000-CONFIRM-POSTINGS.                                      *
037300*    A FINGERPRINT PASSED ON AN EARLIER NIGHT IS CONFIRMED BY  *
037400*    THE ADD01 IMAGE THE AUDIT ARCHIVE HOLDS FOR ITS KEY AND   *
037500*    THAT NIGHT.  ONE WITH NO IMAGE NEVER REACHED ADD01'S      *
037600*    ARITHMETIC AND IS DROPPED.  TONIGHT'S FINGERPRINTS (A     *
037700*    RERUN) STAY PENDING.                                      *
037800*****************************************************************
037900 3000-CONFIRM-POSTINGS.
038000     IF WS-OLDEST-PENDING = ZERO
038100         GO TO 3000-EXIT
038200     END-IF.
038300     OPEN INPUT AUD-ARCH.
038400     READ AUD-ARCH
038500         AT END
038600             SET WS-ARCH-EOF TO TRUE
038700     END-READ.
038800     PERFORM 3100-MATCH-ONE-IMAGE THRU 3100-EXIT
038900         UNTIL WS-ARCH-EOF.
039000     CLOSE AUD-ARCH.
039100     PERFORM 3200-DROP-ONE-UNCONFIRMED THRU 3200-EXIT
039200         VARYING FP-IDX FROM 1 BY 1
039300         UNTIL FP-IDX > WS-FP-COUNT.
039400 3000-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800*  3100-MATCH-ONE-IMAGE.                                       *
039900*****************************************************************
040000 3100-MATCH-ONE-IMAGE.
040100     IF AX-ARCH-MONTH < WS-OLDEST-PENDING(1:6)
040200         GO TO 3100-NEXT
040300     END-IF.
040400     MOVE AX-AUDIT-IMAGE TO DL-AUDIT-REC.
040500     IF DL-AUD-PROGRAM NOT = "ADD01"
040600             OR DL-AUD-DATE < WS-OLDEST-PENDING
040700             OR DL-AUD-DATE NOT < WS-PROCESS-DATE
040800         GO TO 3100-NEXT
040900     END-IF.
041000     PERFORM 3150-CONFIRM-ONE-FINGERPRINT THRU 3150-EXIT
041100         VARYING FP-SUB FROM 1 BY 1
041200         UNTIL FP-SUB > WS-FP-COUNT.
041300 3100-NEXT.
041400     READ AUD-ARCH
041500         AT END
041600             SET WS-ARCH-EOF TO TRUE
041700     END-READ.
041800 3100-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*  3150-CONFIRM-ONE-FINGERPRINT.                               *
042300*****************************************************************
042400 3150-CONFIRM-ONE-FINGERPRINT.
042500     IF WS-FP-PENDING(FP-SUB)
042600             AND WS-FP-KEY(FP-SUB) = DL-AUD-KEY
042700             AND WS-FP-CHECK-DATE(FP-SUB) = DL-AUD-DATE
042800         SET WS-FP-CONFIRMED(FP-SUB) TO TRUE
042900         ADD 1 TO WS-CONFIRMED-COUNT
043000     END-IF.
043100 3150-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500*  3200-DROP-ONE-UNCONFIRMED.                                  *
043600*****************************************************************
043700 3200-DROP-ONE-UNCONFIRMED.
043800     IF WS-FP-PENDING(FP-IDX)
043900             AND WS-FP-CHECK-DATE(FP-IDX) < WS-PROCESS-DATE
044000         SET WS-FP-DROPPED(FP-IDX) TO TRUE
044100         ADD 1 TO WS-DROPPED-COUNT
044200     END-IF.
044300 3200-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700*  4000-APPLY-DECISIONS.                                       *
044800*    LOADS THE REVIEWERS' DUPDEC DECISIONS, THEN CARRIES THE   *
044900*    REVIEW FILE FORWARD: A RELEASED SUSPECT GOES BACK ON      *
045000*    CODETRAN AND IS REMEMBERED SO THE SCAN PASSES IT, A       *
045100*    REJECTED ONE IS DROPPED, AND ONE WITH NO DECISION STAYS   *
045200*    HELD.  A DECISION FOR A KEY NOT ON HOLD IS REPORTED.      *
045300*****************************************************************
045400 4000-APPLY-DECISIONS.
045500     OPEN INPUT DEC-IN.
045600     READ DEC-IN
045700         AT END
045800             SET WS-DEC-EOF TO TRUE
045900     END-READ.
046000     PERFORM 4100-LOAD-ONE-DECISION THRU 4100-EXIT
046100         UNTIL WS-DEC-EOF.
046200     CLOSE DEC-IN.
046300     MOVE "DECISIONS APPLIED TONIGHT" TO WS-SEC-TITLE.
046400     PERFORM 8200-START-SECTION THRU 8200-EXIT.
046500     OPEN I-O CODE-TRANS.
046600     OPEN INPUT HOLD-IN.
046700     OPEN OUTPUT HOLD-OUT.
046800     READ HOLD-IN
046900         AT END
047000             SET WS-HOLD-EOF TO TRUE
047100     END-READ.
047200     PERFORM 4200-CARRY-ONE-HOLD THRU 4200-EXIT
047300         UNTIL WS-HOLD-EOF.
047400     CLOSE HOLD-IN.
047500     PERFORM 4400-REPORT-ONE-UNUSED THRU 4400-EXIT
047600         VARYING DEC-IDX FROM 1 BY 1
047700         UNTIL DEC-IDX > WS-DEC-COUNT.
047800     PERFORM 8300-END-SECTION THRU 8300-EXIT.
047900 4000-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300*  4100-LOAD-ONE-DECISION.                                     *
048400*****************************************************************
048500 4100-LOAD-ONE-DECISION.
048600     IF WS-DEC-COUNT < 2000
048700         ADD 1 TO WS-DEC-COUNT
048800         MOVE DJ-ACTION    TO WS-DEC-ACTION(WS-DEC-COUNT)
048900         MOVE DJ-TRANS-KEY TO WS-DEC-KEY(WS-DEC-COUNT)
049000         MOVE DJ-USER-ID   TO WS-DEC-USER(WS-DEC-COUNT)
049100         MOVE "N"          TO WS-DEC-USED-SW(WS-DEC-COUNT)
049200     ELSE
049300         DISPLAY "DUPDEC: IGNORING DECISION PAST FIRST 2000"
049400     END-IF.
049500     READ DEC-IN
049600         AT END
049700             SET WS-DEC-EOF TO TRUE
049800     END-READ.
049900 4100-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300*  4200-CARRY-ONE-HOLD.                                        *
050400*    THE LAST DECISION FILED FOR A KEY IS THE ONE THAT STANDS. *
050500*****************************************************************
050600 4200-CARRY-ONE-HOLD.
050700     MOVE ZERO TO DEC-IDX.
050800     PERFORM 4250-MATCH-ONE-DECISION THRU 4250-EXIT
050900         VARYING DEC-SUB FROM 1 BY 1
051000         UNTIL DEC-SUB > WS-DEC-COUNT.
051100     MOVE HI-HELD-REC TO HV-HELD-REC.
051200     IF DEC-IDX = ZERO
051300         WRITE HV-HELD-REC
051400         GO TO 4200-NEXT
051500     END-IF.
051600     PERFORM 8000-DETAIL-FROM-HOLD THRU 8000-EXIT.
051700     MOVE HV-CODE-VALUE TO WS-AUD-BEFORE.
051800     IF WS-DEC-ACTION(DEC-IDX) = "R"
051900         PERFORM 4300-RELEASE-ONE THRU 4300-EXIT
052000     ELSE
052100     IF WS-DEC-ACTION(DEC-IDX) = "J"
052200         MOVE ZERO TO WS-AUD-AFTER
052300         MOVE "DUPREJECT" TO DL-AUD-OPERATION
052400         PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT
052500         ADD 1 TO WS-REJECTED-COUNT
052600         MOVE SPACES TO WS-DET-NOTE
052700         STRING "REJECTED BY " WS-DEC-USER(DEC-IDX)
052800             DELIMITED BY SIZE INTO WS-DET-NOTE
052900         PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT
053000     ELSE
053100         WRITE HV-HELD-REC
053200         ADD 1 TO WS-DEC-ERROR-COUNT
053300         MOVE SPACES TO WS-DET-NOTE
053400         STRING "UNKNOWN ACTION " WS-DEC-ACTION(DEC-IDX)
053500             " - STILL HELD" DELIMITED BY SIZE INTO WS-DET-NOTE
053600         PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT
053700     END-IF
053800     END-IF.
053900 4200-NEXT.
054000     READ HOLD-IN
054100         AT END
054200             SET WS-HOLD-EOF TO TRUE
054300     END-READ.
054400 4200-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800*  4250-MATCH-ONE-DECISION.                                    *
054900*****************************************************************
055000 4250-MATCH-ONE-DECISION.
055100     IF WS-DEC-KEY(DEC-SUB) = HI-TRANS-KEY
055200         MOVE DEC-SUB TO DEC-IDX
055300         SET WS-DEC-USED(DEC-SUB) TO TRUE
055400     END-IF.
055500 4250-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*  4300-RELEASE-ONE.                                           *
056000*    A RELEASED SUSPECT WHOSE KEY HAS SINCE BEEN REUSED ON     *
056100*    CODETRAN CANNOT GO BACK AND STAYS HELD.                   *
056200*****************************************************************
056300 4300-RELEASE-ONE.
056400     MOVE "N" TO WS-DUP-KEY-SW.
056500     MOVE HV-TRANS-KEY   TO CT-TRANS-KEY.
056600     MOVE HV-CODE-VALUE  TO A-CODE1.
056700     MOVE HV-TRANS-DATE  TO CT-TRANS-DATE.
056800     MOVE HV-LEDGER-CODE TO CT-LEDGER-CODE.
056900     WRITE CT-REC
057000         INVALID KEY
057100             SET WS-DUP-KEY TO TRUE
057200     END-WRITE.
057300     IF WS-DUP-KEY
057400         WRITE HV-HELD-REC
057500         ADD 1 TO WS-DEC-ERROR-COUNT
057600         MOVE "KEY ALREADY ON CODETRAN - STILL HELD"
057700             TO WS-DET-NOTE
057800         PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT
057900         GO TO 4300-EXIT
058000     END-IF.
058100     IF WS-REL-COUNT < 2000
058200         ADD 1 TO WS-REL-COUNT
058300         MOVE HV-TRANS-KEY TO WS-REL-KEY(WS-REL-COUNT)
058400     END-IF.
058500     MOVE HV-CODE-VALUE TO WS-AUD-AFTER.
058600     MOVE "DUPRELEASE" TO DL-AUD-OPERATION.
058700     PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
058800     ADD 1 TO WS-RELEASED-COUNT.
058900     MOVE SPACES TO WS-DET-NOTE.
059000     STRING "RELEASED TO ADD01 BY " WS-DEC-USER(DEC-IDX)
059100         DELIMITED BY SIZE INTO WS-DET-NOTE.
059200     PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT.
059300 4300-EXIT.
059400     EXIT.
059500
059600*****************************************************************
059700*  4400-REPORT-ONE-UNUSED.                                     *
059800*****************************************************************
059900 4400-REPORT-ONE-UNUSED.
060000     IF WS-DEC-USED(DEC-IDX)
060100         GO TO 4400-EXIT
060200     END-IF.
060300     MOVE SPACES TO WS-RPT-DETAIL.
060400     MOVE WS-DEC-KEY(DEC-IDX) TO WS-DET-KEY.
060500     MOVE SPACES TO WS-DET-NOTE.
060600     STRING "NOT ON HOLD - DECISION BY " DELIMITED BY SIZE
060700         WS-DEC-USER(DEC-IDX) DELIMITED BY SPACE
060800         " IGNORED" DELIMITED BY SIZE INTO WS-DET-NOTE.
060900     PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT.
061000     ADD 1 TO WS-DEC-ERROR-COUNT.
061100 4400-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500*  5000-SCAN-CODETRAN.                                         *
061600*    WALKS TONIGHT'S CODETRAN IN KEY ORDER.  A RECORD WHOSE    *
061700*    CONTENT MATCHES A FINGERPRINT UNDER ANOTHER KEY IS HELD   *
061800*    AND DELETED FROM CODETRAN; ANY OTHER RECORD IS ADDED TO   *
061900*    THE FINGERPRINTS (PENDING) SO A LATER COPY IN THE SAME    *
062000*    FILE IS CAUGHT.  A RECORD RELEASED TONIGHT IS NOT         *
062100*    CHECKED AGAIN.                                            *
062200*****************************************************************
062300 5000-SCAN-CODETRAN.
062400     MOVE "SUSPECTS HELD TONIGHT" TO WS-SEC-TITLE.
062500     PERFORM 8200-START-SECTION THRU 8200-EXIT.
062600     MOVE LOW-VALUES TO CT-TRANS-KEY.
062700     START CODE-TRANS KEY NOT < CT-TRANS-KEY
062800         INVALID KEY
062900             SET WS-CT-EOF TO TRUE
063000     END-START.
063100     IF NOT WS-CT-EOF
063200         READ CODE-TRANS NEXT
063300             AT END
063400                 SET WS-CT-EOF TO TRUE
063500         END-READ
063600     END-IF.
063700     PERFORM 5100-CHECK-ONE-RECORD THRU 5100-EXIT
063800         UNTIL WS-CT-EOF.
063900     CLOSE CODE-TRANS.
064000     CLOSE HOLD-OUT.
064100     PERFORM 8300-END-SECTION THRU 8300-EXIT.
064200 5000-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600*  5100-CHECK-ONE-RECORD.                                      *
064700*****************************************************************
064800 5100-CHECK-ONE-RECORD.
064900     ADD 1 TO WS-SCANNED-COUNT.
065000     MOVE "N" TO WS-SAME-KEY-SW.
065100     MOVE ZERO TO FP-IDX.
065200     MOVE ZERO TO REL-IDX.
065300     PERFORM 5150-MATCH-ONE-RELEASE THRU 5150-EXIT
065400         VARYING REL-SUB FROM 1 BY 1
065500         UNTIL REL-SUB > WS-REL-COUNT
065600            OR REL-IDX > ZERO.
065700     IF REL-IDX = ZERO
065800         PERFORM 5200-MATCH-ONE-FINGERPRINT THRU 5200-EXIT
065900             VARYING FP-SUB FROM 1 BY 1
066000             UNTIL FP-SUB > WS-FP-COUNT
066100                OR FP-IDX > ZERO
066200     END-IF.
066300     IF FP-IDX > ZERO
066400         PERFORM 5300-HOLD-ONE THRU 5300-EXIT
066500         GO TO 5100-NEXT
066600     END-IF.
066700     IF REL-IDX > ZERO
066800         PERFORM 5250-FIND-SAME-KEY THRU 5250-EXIT
066900             VARYING FP-SUB FROM 1 BY 1
067000             UNTIL FP-SUB > WS-FP-COUNT
067100                OR WS-SAME-KEY
067200     END-IF.
067300     IF WS-SAME-KEY
067400         GO TO 5100-NEXT
067500     END-IF.
067600     IF WS-FP-COUNT NOT < 20000
067700         DISPLAY "DUPCHK1 - FINGERPRINT TABLE FULL AT "
067800             CT-TRANS-KEY " - NOT REMEMBERED"
067900         GO TO 5100-NEXT
068000     END-IF.
068100     ADD 1 TO WS-FP-COUNT.
068200     MOVE CT-LEDGER-CODE  TO WS-FP-LEDGER(WS-FP-COUNT).
068300     MOVE A-CODE1         TO WS-FP-CODE-VALUE(WS-FP-COUNT).
068400     MOVE CT-TRANS-DATE   TO WS-FP-TRANS-DATE(WS-FP-COUNT).
068500     MOVE CT-TRANS-KEY    TO WS-FP-KEY(WS-FP-COUNT).
068600     MOVE WS-PROCESS-DATE TO WS-FP-CHECK-DATE(WS-FP-COUNT).
068700     MOVE "P"             TO WS-FP-STATUS(WS-FP-COUNT).
068800 5100-NEXT.
068900     READ CODE-TRANS NEXT
069000         AT END
069100             SET WS-CT-EOF TO TRUE
069200     END-READ.
069300 5100-EXIT.
069400     EXIT.
069500
069600*****************************************************************
069700*  5150-MATCH-ONE-RELEASE.                                     *
069800*****************************************************************
069900 5150-MATCH-ONE-RELEASE.
070000     IF WS-REL-KEY(REL-SUB) = CT-TRANS-KEY
070100         MOVE REL-SUB TO REL-IDX
070200     END-IF.
070300 5150-EXIT.
070400     EXIT.
070500
070600*****************************************************************
070700*  5200-MATCH-ONE-FINGERPRINT.                                 *
070800*    THE RECORD'S OWN KEY IS NOT A DUPLICATE OF ITSELF - ON A  *
070900*    RERUN IT IS ALREADY ON THE FINGERPRINTS AND IS SIMPLY     *
071000*    NOT ADDED AGAIN.                                          *
071100*****************************************************************
071200 5200-MATCH-ONE-FINGERPRINT.
071300     IF WS-FP-DROPPED(FP-SUB)
071400         GO TO 5200-EXIT
071500     END-IF.
071600     IF WS-FP-KEY(FP-SUB) = CT-TRANS-KEY
071700         SET WS-SAME-KEY TO TRUE
071800         GO TO 5200-EXIT
071900     END-IF.
072000     IF WS-FP-LEDGER(FP-SUB) = CT-LEDGER-CODE
072100             AND WS-FP-CODE-VALUE(FP-SUB) = A-CODE1
072200             AND WS-FP-TRANS-DATE(FP-SUB) = CT-TRANS-DATE
072300         MOVE FP-SUB TO FP-IDX
072400     END-IF.
072500 5200-EXIT.
072600     EXIT.
072700
072800*****************************************************************
072900*  5250-FIND-SAME-KEY.                                         *
073000*****************************************************************
073100 5250-FIND-SAME-KEY.
073200     IF WS-FP-KEY(FP-SUB) = CT-TRANS-KEY
073300             AND NOT WS-FP-DROPPED(FP-SUB)
073400         SET WS-SAME-KEY TO TRUE
073500     END-IF.
073600 5250-EXIT.
073700     EXIT.
073800
073900*****************************************************************
074000*  5300-HOLD-ONE.                                              *
074100*    MOVES THE SUSPECT TO THE REVIEW FILE AND TAKES IT OFF     *
074200*    CODETRAN SO ADD01 NEVER SEES IT.                          *
074300*****************************************************************
074400 5300-HOLD-ONE.
074500     MOVE CT-TRANS-KEY    TO HV-TRANS-KEY.
074600     MOVE A-CODE1         TO HV-CODE-VALUE.
074700     MOVE CT-TRANS-DATE   TO HV-TRANS-DATE.
074800     MOVE CT-LEDGER-CODE  TO HV-LEDGER-CODE.
074900     MOVE WS-FP-KEY(FP-IDX)        TO HV-MATCH-KEY.
075000     MOVE WS-FP-CHECK-DATE(FP-IDX) TO HV-MATCH-DATE.
075100     IF WS-FP-PENDING(FP-IDX)
075200             AND WS-FP-CHECK-DATE(FP-IDX) = WS-PROCESS-DATE
075300         SET HV-MATCHED-FILE TO TRUE
075400     ELSE
075500         SET HV-MATCHED-HISTORY TO TRUE
075600     END-IF.
075700     MOVE WS-PROCESS-DATE TO HV-HOLD-DATE.
075800     DELETE CODE-TRANS
075900         INVALID KEY
076000             DISPLAY "DUPCHK1 - DELETE FAILED FOR "
076100                 CT-TRANS-KEY " - LEFT ON CODETRAN"
076200             GO TO 5300-EXIT
076300     END-DELETE.
076400     WRITE HV-HELD-REC.
076500     ADD 1 TO WS-HELD-COUNT.
076600     MOVE HV-CODE-VALUE TO WS-AUD-BEFORE.
076700     MOVE ZERO          TO WS-AUD-AFTER.
076800     MOVE "DUPHOLD"     TO DL-AUD-OPERATION.
076900     PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
077000     PERFORM 8000-DETAIL-FROM-HOLD THRU 8000-EXIT.
077100     IF HV-MATCHED-FILE
077200         MOVE "HELD - REPEATS A RECORD IN TONIGHT'S FILE"
077300             TO WS-DET-NOTE
077400     ELSE
077500         MOVE "HELD - REPEATS A POSTED TRANSACTION"
077600             TO WS-DET-NOTE
077700     END-IF.
077800     PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT.
077900 5300-EXIT.
078000     EXIT.
078100
078200*****************************************************************
078300*  6000-WRITE-HISTORY.                                         *
078400*****************************************************************
078500 6000-WRITE-HISTORY.
078600     OPEN OUTPUT FP-OUT.
078700     PERFORM 6100-WRITE-ONE-FINGERPRINT THRU 6100-EXIT
078800         VARYING FP-IDX FROM 1 BY 1
078900         UNTIL FP-IDX > WS-FP-COUNT.
079000     CLOSE FP-OUT.
079100 6000-EXIT.
079200     EXIT.
079300
079400*****************************************************************
079500*  6100-WRITE-ONE-FINGERPRINT.                                 *
079600*****************************************************************
079700 6100-WRITE-ONE-FINGERPRINT.
079800     IF WS-FP-DROPPED(FP-IDX)
079900         GO TO 6100-EXIT
080000     END-IF.
080100     MOVE WS-FP-LEDGER(FP-IDX)     TO FG-LEDGER-CODE.
080200     MOVE WS-FP-CODE-VALUE(FP-IDX) TO FG-CODE-VALUE.
080300     MOVE WS-FP-TRANS-DATE(FP-IDX) TO FG-TRANS-DATE.
080400     MOVE WS-FP-KEY(FP-IDX)        TO FG-TRANS-KEY.
080500     MOVE WS-FP-CHECK-DATE(FP-IDX) TO FG-CHECK-DATE.
080600     MOVE WS-FP-STATUS(FP-IDX)     TO FG-STATUS.
080700     WRITE FG-FINGERPRINT-REC.
080800 6100-EXIT.
080900     EXIT.
081000
081100*****************************************************************
081200*  7000-LIST-WAITING.                                          *
081300*    RE-READS THE NEW REVIEW FILE FOR EVERY SUSPECT HELD ON AN *
081400*    EARLIER NIGHT AND STILL AWAITING A DECISION, WITH ITS AGE.*
081500*****************************************************************
081600 7000-LIST-WAITING.
081700     MOVE "HELD EARLIER - AWAITING RELEASE OR REJECT"
081800         TO WS-SEC-TITLE.
081900     PERFORM 8200-START-SECTION THRU 8200-EXIT.
082000     MOVE "N" TO WS-HOLD-EOF-SW.
082100     OPEN INPUT HOLD-OUT.
082200     READ HOLD-OUT
082300         AT END
082400             SET WS-HOLD-EOF TO TRUE
082500     END-READ.
082600     PERFORM 7100-LIST-ONE-WAITING THRU 7100-EXIT
082700         UNTIL WS-HOLD-EOF.
082800     CLOSE HOLD-OUT.
082900     PERFORM 8300-END-SECTION THRU 8300-EXIT.
083000 7000-EXIT.
083100     EXIT.
083200
083300*****************************************************************
083400*  7100-LIST-ONE-WAITING.                                      *
083500*****************************************************************
083600 7100-LIST-ONE-WAITING.
083700     IF HV-HOLD-DATE < WS-PROCESS-DATE
083800         ADD 1 TO WS-WAITING-COUNT
083900         PERFORM 8000-DETAIL-FROM-HOLD THRU 8000-EXIT
084000         COMPUTE WS-HOLD-AGE =
084100             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
084200             - FUNCTION INTEGER-OF-DATE(HV-HOLD-DATE)
084300         MOVE SPACES TO WS-DET-NOTE
084400         STRING "HELD " HV-HOLD-DATE "  " WS-HOLD-AGE " DAYS"
084500             DELIMITED BY SIZE INTO WS-DET-NOTE
084600         PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT
084700     END-IF.
084800     READ HOLD-OUT
084900         AT END
085000             SET WS-HOLD-EOF TO TRUE
085100     END-READ.
085200 7100-EXIT.
085300     EXIT.
085400
085500*****************************************************************
085600*  8000-DETAIL-FROM-HOLD.                                      *
085700*    LAYS THE REVIEW RECORD IN HV-HELD-REC OUT ON THE REPORT   *
085800*    LINE, THE TWELVE-DIGIT VALUE SPLIT INTO ITS THREE CODES.  *
085900*****************************************************************
086000 8000-DETAIL-FROM-HOLD.
086100     MOVE SPACES          TO WS-RPT-DETAIL.
086200     MOVE HV-TRANS-KEY    TO WS-DET-KEY.
086300     MOVE HV-LEDGER-CODE  TO WS-DET-LEDGER.
086400     MOVE HV-CODE-VALUE   TO WS-WORK-CODES.
086500     MOVE WS-WORK-CODE1   TO WS-DET-CODE1.
086600     MOVE WS-WORK-CODE2   TO WS-DET-CODE2.
086700     MOVE WS-WORK-CODE3   TO WS-DET-CODE3.
086800     MOVE HV-TRANS-DATE   TO WS-DET-TRANS-DATE.
086900     MOVE HV-MATCH-KEY    TO WS-DET-MATCH-KEY.
087000     MOVE HV-MATCH-DATE   TO WS-DET-MATCH-DATE.
087100 8000-EXIT.
087200     EXIT.
087300
087400*****************************************************************
087500*  8100-WRITE-AUDIT.                                           *
087600*    THE CALLER HAS SET DL-AUD-OPERATION AND THE BEFORE AND    *
087700*    AFTER VALUES; THE KEY IS THE HELD RECORD'S.               *
087800*****************************************************************
087900 8100-WRITE-AUDIT.
088000     MOVE "DUPCHK1"       TO DL-AUD-PROGRAM.
088100     MOVE HV-TRANS-KEY    TO DL-AUD-KEY.
088200     MOVE WS-AUD-BEFORE   TO DL-AUD-BEFORE-VALUE.
088300     MOVE WS-AUD-AFTER    TO DL-AUD-AFTER-VALUE.
088400     MOVE WS-PROCESS-DATE TO DL-AUD-DATE.
088500     ACCEPT WS-CLOCK-TIME FROM TIME.
088600     MOVE WS-CLOCK-TIME   TO DL-AUD-TIME.
088700     MOVE WS-RUN-NUMBER   TO DL-AUD-RUN-NUMBER.
088800     WRITE DL-AUDIT-REC.
088900 8100-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300*  8200-START-SECTION.                                         *
089400*****************************************************************
089500 8200-START-SECTION.
089600     MOVE SPACES TO DR-PRINT-LINE.
089700     WRITE DR-PRINT-LINE.
089800     WRITE DR-PRINT-LINE FROM WS-RPT-SECTION.
089900     WRITE DR-PRINT-LINE FROM WS-RPT-COLUMNS.
090000     MOVE ZERO TO WS-SECTION-LINES.
090100 8200-EXIT.
090200     EXIT.
090300
090400*****************************************************************
090500*  8300-END-SECTION.                                           *
090600*****************************************************************
090700 8300-END-SECTION.
090800     IF WS-SECTION-LINES = ZERO
090900         WRITE DR-PRINT-LINE FROM WS-RPT-NONE
091000     END-IF.
091100 8300-EXIT.
091200     EXIT.
091300
091400*****************************************************************
091500*  8400-WRITE-DETAIL.                                          *
091600*****************************************************************
091700 8400-WRITE-DETAIL.
091800     WRITE DR-PRINT-LINE FROM WS-RPT-DETAIL.
091900     ADD 1 TO WS-SECTION-LINES.
092000 8400-EXIT.
092100     EXIT.
092200
092300*****************************************************************
092400*  9000-FINALIZE.                                              *
092500*****************************************************************
092600 9000-FINALIZE.
092700     MOVE SPACES TO DR-PRINT-LINE.
092800     WRITE DR-PRINT-LINE.
092900     MOVE WS-SCANNED-COUNT   TO WS-TOT-SCANNED.
093000     MOVE WS-HELD-COUNT      TO WS-TOT-HELD.
093100     MOVE WS-RELEASED-COUNT  TO WS-TOT-RELEASED.
093200     MOVE WS-REJECTED-COUNT  TO WS-TOT-REJECTED.
093300     MOVE WS-WAITING-COUNT   TO WS-TOT-WAITING.
093400     MOVE WS-DEC-ERROR-COUNT TO WS-TOT-DEC-ERRORS.
093500     WRITE DR-PRINT-LINE FROM WS-RPT-TOTALS.
093600     CLOSE DUP-RPT.
093700     CLOSE DUP-AUDIT.
093800     DISPLAY "DUPCHK1 SCANNED: " WS-SCANNED-COUNT
093900         " HELD: " WS-HELD-COUNT
094000         " RELEASED: " WS-RELEASED-COUNT
094100         " REJECTED: " WS-REJECTED-COUNT.
094200     DISPLAY "DUPCHK1 FINGERPRINTS CONFIRMED: " WS-CONFIRMED-COUNT
094300         " DROPPED UNPOSTED: " WS-DROPPED-COUNT.
094400     IF WS-HELD-COUNT > ZERO OR WS-DEC-ERROR-COUNT > ZERO
094500         MOVE 4 TO RETURN-CODE
094600     END-IF.
094700 9000-EXIT.
094800     EXIT.
