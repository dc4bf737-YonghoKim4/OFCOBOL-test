000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     CONSOL1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    MONTH-END CONSOLIDATION OF THE LEDGERS INTO THEIR         *
001300*    REPORTING GROUPS.  EACH LEDGER'S MONTH IS ROLLED FROM THE *
001400*    DAILY TOTALS GENERATIONS (TOTALHST) FOR THE RUNCTL        *
001500*    BUSINESS DATE'S PERIOD, AND THE CONSGRP DEFINITION SAYS   *
001600*    WHICH GROUP EACH LEDGER ROLLS INTO.  EVERY TRANSFER        *
001700*    XFRGEN01 CUT IN THE PERIOD (THE XFRREG REGISTER) IS       *
001800*    MATCHED TO ITS TO-SIDE POSTING ON THE AUDIT ARCHIVE; A    *
001900*    MATCHED TRANSFER BETWEEN TWO LEDGERS OF ONE GROUP IS      *
002000*    ELIMINATED - TAKEN OFF THE TO-LEDGER AND PUT BACK ON THE  *
002100*    FROM-LEDGER - SO THE GROUP VIEW NO LONGER COUNTS THE      *
002200*    TRANSFER AS ACTIVITY OF EITHER.  A TRANSFER WHOSE SIDES   *
002300*    DO NOT AGREE, OR WHOSE TO SIDE NEVER POSTED, AND A        *
002400*    TRANSFER POSTING WITH NO REGISTERED FROM SIDE, ARE        *
002500*    PRINTED AS UNMATCHED ELIMINATIONS AND LEFT STANDING.      *
002600*    RC 4 WHEN ANYTHING IS UNMATCHED OR A LEDGER BELONGS TO NO *
002700*    GROUP.                                                    *
002800*                                                              *
002900*  MODIFICATION HISTORY.                                       *
003000*    2026-10-15  DL  ORIGINAL CONSOLIDATION AND ELIMINATIONS.  *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RUN-CTL ASSIGN TO "RUNCTL"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT CONS-GRP ASSIGN TO "CONSGRP"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT TOTALS-HIST ASSIGN TO "TOTALHST"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT XFR-REG ASSIGN TO "XFRREG"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT AUD-ARCH ASSIGN TO "AUDARCH"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT CONS-RPT ASSIGN TO "CONSRPT"
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RUN-CTL.
005100     COPY DLRUNCTL.
005200
005300 FD  CONS-GRP.
005400     COPY DLCNSGRP.
005500
005600 FD  TOTALS-HIST.
005700     COPY DLCODTOT.
005800
005900 FD  XFR-REG.
006000     COPY DLXFRREG.
006100
006200 FD  AUD-ARCH.
006300     COPY DLAUDARC.
006400
006500 FD  CONS-RPT.
006600 01  CN-PRINT-LINE            PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-SWITCHES.
007000     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
007100         88  WS-CTL-EOF            VALUE "Y".
007200     05  WS-GRP-EOF-SW        PIC X(01) VALUE "N".
007300         88  WS-GRP-EOF            VALUE "Y".
007400     05  WS-TOT-EOF-SW        PIC X(01) VALUE "N".
007500         88  WS-TOT-EOF            VALUE "Y".
007600     05  WS-REG-EOF-SW        PIC X(01) VALUE "N".
007700         88  WS-REG-EOF            VALUE "Y".
007800     05  WS-ARCH-EOF-SW       PIC X(01) VALUE "N".
007900         88  WS-ARCH-EOF           VALUE "Y".
008000
008100     COPY DLAUDIT.
008200
008300 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
008400 01  WS-CONS-PERIOD           PIC 9(06) VALUE ZERO.
008500 01  WS-WORK-LEDGER           PIC X(04) VALUE SPACES.
008600 01  WS-WORK-GROUP            PIC X(04) VALUE SPACES.
008700 01  WS-WORK-KEY              PIC X(12) VALUE SPACES.
008800 01  WS-DAYS-READ             PIC 9(07) COMP VALUE ZERO.
008900 01  WS-INTRA-COUNT           PIC 9(05) COMP VALUE ZERO.
009000 01  WS-INTER-COUNT           PIC 9(05) COMP VALUE ZERO.
009100 01  WS-UNMATCHED-COUNT       PIC 9(05) COMP VALUE ZERO.
009200 01  WS-UNGROUPED-COUNT       PIC 9(03) COMP VALUE ZERO.
009300 01  WS-LEDGERS-PRINTED       PIC 9(03) COMP VALUE ZERO.
009400 01  GRP-IDX                  PIC 9(03) VALUE ZERO.
009500 01  GRP-SUB                  PIC 9(03) VALUE ZERO.
009600 01  LED-IDX                  PIC 9(03) VALUE ZERO.
009700 01  LED-SUB                  PIC 9(03) VALUE ZERO.
009800 01  FROM-SUB                 PIC 9(03) VALUE ZERO.
009900 01  TO-SUB                   PIC 9(03) VALUE ZERO.
010000 01  XFR-IDX                  PIC 9(04) VALUE ZERO.
010100 01  XFR-SUB                  PIC 9(04) VALUE ZERO.
010200 01  ORP-IDX                  PIC 9(03) VALUE ZERO.
010300
010400 01  WS-GROUP-COUNT           PIC 9(03) VALUE ZERO.
010500 01  WS-GROUP-TABLE.
010600     05  WS-GROUP-ENTRY OCCURS 1 TO 20 TIMES
010700             DEPENDING ON WS-GROUP-COUNT.
010800         10  WS-GP-CODE       PIC X(04).
010900         10  WS-GP-NAME       PIC X(30).
011000
011100*    ONE ENTRY PER LEDGER - ITS GROUP (ZERO WHEN IN NONE), THE
011200*    MONTH AS REPORTED, AND THE ELIMINATIONS AGAINST IT.
011300 01  WS-LEDGER-COUNT          PIC 9(03) VALUE ZERO.
011400 01  WS-LEDGER-TABLE.
011500     05  WS-LEDGER-ENTRY OCCURS 1 TO 50 TIMES
011600             DEPENDING ON WS-LEDGER-COUNT.
011700         10  WS-LG-CODE       PIC X(04).
011800         10  WS-LG-GROUP      PIC 9(03).
011900         10  WS-LG-RECORDS    PIC 9(09) COMP.
012000         10  WS-LG-CODE1      PIC 9(13).
012100         10  WS-LG-CODE2      PIC 9(13).
012200         10  WS-LG-CODE3      PIC 9(13).
012300         10  WS-LG-ELIM-RECS  PIC S9(07).
012400         10  WS-LG-ELIM-CODE1 PIC S9(11).
012500         10  WS-LG-ELIM-CODE2 PIC S9(11).
012600         10  WS-LG-ELIM-CODE3 PIC S9(11).
012700
012800 01  WS-XFR-COUNT             PIC 9(04) VALUE ZERO.
012900 01  WS-XFR-TABLE.
013000     05  WS-XFR-ENTRY OCCURS 1 TO 2000 TIMES
013100             DEPENDING ON WS-XFR-COUNT.
013200         10  WS-XF-KEY        PIC X(12).
013300         10  WS-XF-TRANS-DATE PIC 9(08).
013400         10  WS-XF-FROM       PIC X(04).
013500         10  WS-XF-TO         PIC X(04).
013600         10  WS-XF-CODE1      PIC 9(04).
013700         10  WS-XF-CODE2      PIC 9(04).
013800         10  WS-XF-CODE3      PIC 9(04).
013900         10  WS-XF-POSTED     PIC S9(13)V99.
014000         10  WS-XF-STATUS     PIC X(01).
014100             88  WS-XF-NOT-POSTED  VALUE "U".
014200             88  WS-XF-MATCHED     VALUE "M".
014300             88  WS-XF-DISAGREE    VALUE "D".
014400
014500*    TRANSFER POSTINGS FOUND ON THE ARCHIVE WITH NO REGISTERED
014600*    FROM SIDE.
014700 01  WS-ORPHAN-COUNT          PIC 9(03) VALUE ZERO.
014800 01  WS-ORPHAN-TABLE.
014900     05  WS-ORPHAN-ENTRY OCCURS 1 TO 200 TIMES
015000             DEPENDING ON WS-ORPHAN-COUNT.
015100         10  WS-OR-KEY        PIC X(12).
015200         10  WS-OR-DATE       PIC 9(08).
015300         10  WS-OR-POSTED     PIC S9(13)V99.
015400
015500 01  WS-SUM-RECORDS           PIC 9(09) COMP VALUE ZERO.
015600 01  WS-SUM-CODE1             PIC 9(13) VALUE ZERO.
015700 01  WS-SUM-CODE2             PIC 9(13) VALUE ZERO.
015800 01  WS-SUM-CODE3             PIC 9(13) VALUE ZERO.
015900 01  WS-SUM-ELIM-RECS         PIC S9(07) VALUE ZERO.
016000 01  WS-SUM-ELIM-CODE1        PIC S9(11) VALUE ZERO.
016100 01  WS-SUM-ELIM-CODE2        PIC S9(11) VALUE ZERO.
016200 01  WS-SUM-ELIM-CODE3        PIC S9(11) VALUE ZERO.
016300 01  WS-GRAND-TOTALS.
016400     05  WS-GRD-RECORDS       PIC 9(09) COMP VALUE ZERO.
016500     05  WS-GRD-CODE1         PIC 9(13) VALUE ZERO.
016600     05  WS-GRD-CODE2         PIC 9(13) VALUE ZERO.
016700     05  WS-GRD-CODE3         PIC 9(13) VALUE ZERO.
016800     05  WS-GRD-ELIM-RECS     PIC S9(07) VALUE ZERO.
016900     05  WS-GRD-ELIM-CODE1    PIC S9(11) VALUE ZERO.
017000     05  WS-GRD-ELIM-CODE2    PIC S9(11) VALUE ZERO.
017100     05  WS-GRD-ELIM-CODE3    PIC S9(11) VALUE ZERO.
017200 01  WS-CONS-RECORDS          PIC S9(09) VALUE ZERO.
017300 01  WS-CONS-CODE1            PIC S9(13) VALUE ZERO.
017400 01  WS-CONS-CODE2            PIC S9(13) VALUE ZERO.
017500 01  WS-CONS-CODE3            PIC S9(13) VALUE ZERO.
017600
017700     COPY DLCLNOTE.
017800
017900 01  WS-RPT-HEADER.
018000     05  FILLER               PIC X(40) VALUE
018100         "CONSOLIDATED LEDGER TOTALS FOR PERIOD   ".
018200     05  WS-HDR-PERIOD        PIC 9(06).
018300     05  FILLER               PIC X(10) VALUE "  RUN ON  ".
018400     05  WS-HDR-DATE          PIC 9(08).
018500
018600 01  WS-RPT-GROUP.
018700     05  FILLER               PIC X(06) VALUE "GROUP ".
018800     05  WS-GRP-CODE          PIC X(04).
018900     05  FILLER               PIC X(01) VALUE SPACE.
019000     05  WS-GRP-NAME          PIC X(30).
019100
019200 01  WS-RPT-COLUMNS.
019300     05  FILLER               PIC X(40) VALUE
019400         "  LEDGER     RECORDS      ELIM      CODE".
019500     05  FILLER               PIC X(40) VALUE
019600         "1 TOTAL        ELIM    CODE2 TOTAL      ".
019700     05  FILLER               PIC X(40) VALUE
019800         "  ELIM    CODE3 TOTAL        ELIM       ".
019900
020000 01  WS-RPT-LINE.
020100     05  FILLER               PIC X(02) VALUE SPACES.
020200     05  WS-LIN-LABEL         PIC X(08).
020300     05  WS-LIN-RECORDS       PIC -(9)9.
020400     05  WS-LIN-ELIM-RECS     PIC -(9)9.
020500     05  WS-LIN-CODE1         PIC -(13)9.
020600     05  WS-LIN-ELIM-CODE1    PIC -(11)9.
020700     05  WS-LIN-CODE2         PIC -(13)9.
020800     05  WS-LIN-ELIM-CODE2    PIC -(11)9.
020900     05  WS-LIN-CODE3         PIC -(13)9.
021000     05  WS-LIN-ELIM-CODE3    PIC -(11)9.
021100
021200 01  WS-RPT-TOTAL-TITLE.
021300     05  FILLER               PIC X(02) VALUE SPACES.
021400     05  WS-TTL-TEXT          PIC X(60).
021500
021600 01  WS-RPT-UNMATCHED.
021700     05  FILLER               PIC X(02) VALUE SPACES.
021800     05  WS-UNM-KEY           PIC X(12).
021900     05  FILLER               PIC X(01) VALUE SPACE.
022000     05  WS-UNM-DATE          PIC 9(08).
022100     05  FILLER               PIC X(06) VALUE " FROM ".
022200     05  WS-UNM-FROM          PIC X(04).
022300     05  FILLER               PIC X(04) VALUE " TO ".
022400     05  WS-UNM-TO            PIC X(04).
022500     05  FILLER               PIC X(06) VALUE " CUT  ".
022600     05  WS-UNM-CUT           PIC ZZZ9.
022700     05  FILLER               PIC X(09) VALUE " POSTED  ".
022800     05  WS-UNM-POSTED        PIC -(12)9.
022900     05  FILLER               PIC X(02) VALUE SPACES.
023000     05  WS-UNM-REASON        PIC X(34).
023100
023200 01  WS-RPT-SUMMARY.
023300     05  FILLER               PIC X(29) VALUE
023400         "  TRANSFERS ELIMINATED       ".
023500     05  WS-SUM-INTRA         PIC ZZZZ9.
023600     05  FILLER               PIC X(27) VALUE
023700         "   BETWEEN GROUPS (STAND)  ".
023800     05  WS-SUM-INTER         PIC ZZZZ9.
023900     05  FILLER               PIC X(14) VALUE
024000         "   UNMATCHED  ".
024100     05  WS-SUM-UNMATCHED     PIC ZZZZ9.
024200
024300 PROCEDURE DIVISION.
024400*****************************************************************
024500*  0000-MAINLINE.                                              *
024600*****************************************************************
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 2000-ROLL-ONE-DAY THRU 2000-EXIT
025000         UNTIL WS-TOT-EOF.
025100     PERFORM 3000-LOAD-ONE-TRANSFER THRU 3000-EXIT
025200         UNTIL WS-REG-EOF.
025300     PERFORM 4000-MATCH-ONE-POSTING THRU 4000-EXIT
025400         UNTIL WS-ARCH-EOF.
025500     PERFORM 5000-ELIMINATE-ONE THRU 5000-EXIT
025600         VARYING XFR-IDX FROM 1 BY 1
025700         UNTIL XFR-IDX > WS-XFR-COUNT.
025800     PERFORM 6000-REPORT-ONE-GROUP THRU 6000-EXIT
025900         VARYING GRP-IDX FROM 1 BY 1
026000         UNTIL GRP-IDX > WS-GROUP-COUNT.
026100     PERFORM 6500-REPORT-UNGROUPED THRU 6500-EXIT.
026200     PERFORM 6800-REPORT-GRAND-TOTAL THRU 6800-EXIT.
026300     PERFORM 7000-REPORT-UNMATCHED THRU 7000-EXIT.
026400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
026500     STOP RUN.
026600
026700*****************************************************************
026800*  1000-INITIALIZE.                                            *
026900*    FIXES THE PERIOD FROM THE RUNCTL BUSINESS DATE (THE       *
027000*    MACHINE DATE IF RUNCTL IS EMPTY) AND LOADS THE GROUPS.    *
027100*****************************************************************
027200 1000-INITIALIZE.
027300     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
027400     OPEN INPUT RUN-CTL.
027500     READ RUN-CTL
027600         AT END
027700             SET WS-CTL-EOF TO TRUE
027800     END-READ.
027900     IF NOT WS-CTL-EOF
028000         MOVE BD-BUSINESS-DATE TO WS-PROCESS-DATE
028100     END-IF.
028200     CLOSE RUN-CTL.
028300     MOVE WS-PROCESS-DATE(1:6) TO WS-CONS-PERIOD.
028400     OPEN INPUT CONS-GRP.
028500     READ CONS-GRP
028600         AT END
028700             SET WS-GRP-EOF TO TRUE
028800     END-READ.
028900     PERFORM 1100-LOAD-ONE-GROUP-LINE THRU 1100-EXIT
029000         UNTIL WS-GRP-EOF.
029100     CLOSE CONS-GRP.
029200     OPEN INPUT TOTALS-HIST.
029300     OPEN INPUT XFR-REG.
029400     OPEN INPUT AUD-ARCH.
029500     OPEN OUTPUT CONS-RPT.
029600     MOVE WS-CONS-PERIOD  TO WS-HDR-PERIOD.
029700     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
029800     WRITE CN-PRINT-LINE FROM WS-RPT-HEADER.
029900     READ TOTALS-HIST
030000         AT END
030100             SET WS-TOT-EOF TO TRUE
030200     END-READ.
030300     READ XFR-REG
030400         AT END
030500             SET WS-REG-EOF TO TRUE
030600     END-READ.
030700     READ AUD-ARCH
030800         AT END
030900             SET WS-ARCH-EOF TO TRUE
031000     END-READ.
031100 1000-EXIT.
031200     EXIT.
031300
031400*****************************************************************
031500*  1100-LOAD-ONE-GROUP-LINE.                                   *
031600*    ONE LEDGER'S MEMBERSHIP OF A GROUP.  THE GROUP IS OPENED  *
031700*    THE FIRST TIME IT IS NAMED; A LEDGER ALREADY IN A GROUP   *
031800*    STAYS IN ITS FIRST.                                       *
031900*****************************************************************
032000 1100-LOAD-ONE-GROUP-LINE.
032100     MOVE CG-GROUP-CODE TO WS-WORK-GROUP.
032200     PERFORM 8100-FIND-GROUP THRU 8100-EXIT.
032300     IF GRP-SUB = ZERO
032400         IF WS-GROUP-COUNT < 20
032500             ADD 1 TO WS-GROUP-COUNT
032600             MOVE WS-GROUP-COUNT TO GRP-SUB
032700             MOVE CG-GROUP-CODE TO WS-GP-CODE(GRP-SUB)
032800             MOVE CG-GROUP-NAME TO WS-GP-NAME(GRP-SUB)
032900         ELSE
033000             DISPLAY "CONSGRP: IGNORING GROUP PAST FIRST 20 - "
033100                 CG-GROUP-CODE
033200             GO TO 1100-READ
033300         END-IF
033400     END-IF.
033500     MOVE CG-LEDGER-CODE TO WS-WORK-LEDGER.
033600     PERFORM 8000-FIND-LEDGER THRU 8000-EXIT.
033700     IF LED-SUB = ZERO
033800         GO TO 1100-READ
033900     END-IF.
034000     IF WS-LG-GROUP(LED-SUB) = ZERO
034100         MOVE GRP-SUB TO WS-LG-GROUP(LED-SUB)
034200     ELSE
034300         DISPLAY "CONSGRP: LEDGER " CG-LEDGER-CODE
034400             " ALREADY GROUPED - " CG-GROUP-CODE " IGNORED"
034500     END-IF.
034600 1100-READ.
034700     READ CONS-GRP
034800         AT END
034900             SET WS-GRP-EOF TO TRUE
035000     END-READ.
035100 1100-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500*  2000-ROLL-ONE-DAY.                                          *
035600*    ONE LEDGER'S DAILY TOTALS, ADDED IN WHEN THE RUN DATE     *
035700*    FALLS IN THE PERIOD.                                      *
035800*****************************************************************
035900 2000-ROLL-ONE-DAY.
036000     IF CTOT-RUN-DATE(1:6) = WS-CONS-PERIOD
036100         MOVE CTOT-LEDGER-CODE TO WS-WORK-LEDGER
036200         PERFORM 8000-FIND-LEDGER THRU 8000-EXIT
036300         IF LED-SUB > ZERO
036400             ADD 1 TO WS-DAYS-READ
036500             ADD CTOT-RECORD-COUNT TO WS-LG-RECORDS(LED-SUB)
036600             ADD CTOT-CODE1-TOTAL  TO WS-LG-CODE1(LED-SUB)
036700             ADD CTOT-CODE2-TOTAL  TO WS-LG-CODE2(LED-SUB)
036800             ADD CTOT-CODE3-TOTAL  TO WS-LG-CODE3(LED-SUB)
036900         END-IF
037000     END-IF.
037100     READ TOTALS-HIST
037200         AT END
037300             SET WS-TOT-EOF TO TRUE
037400     END-READ.
037500 2000-EXIT.
037600     EXIT.
037700
037800*****************************************************************
037900*  3000-LOAD-ONE-TRANSFER.                                     *
038000*    A TRANSFER CUT IN THE PERIOD, UNPOSTED UNTIL ITS TO SIDE  *
038100*    IS FOUND ON THE ARCHIVE.                                  *
038200*****************************************************************
038300 3000-LOAD-ONE-TRANSFER.
038400     IF XR-RUN-DATE(1:6) NOT = WS-CONS-PERIOD
038500         GO TO 3000-READ
038600     END-IF.
038700     IF WS-XFR-COUNT NOT < 2000
038800         DISPLAY "CONSOL1 - TRANSFER TABLE FULL - "
038900             XR-TRANS-KEY " NOT ELIMINATED"
039000         ADD 1 TO WS-UNMATCHED-COUNT
039100         GO TO 3000-READ
039200     END-IF.
039300     ADD 1 TO WS-XFR-COUNT.
039400     MOVE XR-TRANS-KEY    TO WS-XF-KEY(WS-XFR-COUNT).
039500     MOVE XR-TRANS-DATE   TO WS-XF-TRANS-DATE(WS-XFR-COUNT).
039600     MOVE XR-FROM-LEDGER  TO WS-XF-FROM(WS-XFR-COUNT).
039700     MOVE XR-TO-LEDGER    TO WS-XF-TO(WS-XFR-COUNT).
039800     MOVE XR-CODE1-AMOUNT TO WS-XF-CODE1(WS-XFR-COUNT).
039900     MOVE XR-CODE2-AMOUNT TO WS-XF-CODE2(WS-XFR-COUNT).
040000     MOVE XR-CODE3-AMOUNT TO WS-XF-CODE3(WS-XFR-COUNT).
040100     MOVE ZERO            TO WS-XF-POSTED(WS-XFR-COUNT).
040200     SET WS-XF-NOT-POSTED(WS-XFR-COUNT) TO TRUE.
040300 3000-READ.
040400     READ XFR-REG
040500         AT END
040600             SET WS-REG-EOF TO TRUE
040700     END-READ.
040800 3000-EXIT.
040900     EXIT.
041000
041100*****************************************************************
041200*  4000-MATCH-ONE-POSTING.                                     *
041300*    AN ADD01 POSTING IN THE PERIOD OF A TRANSFER'S TO SIDE    *
041400*    (KEY SUFFIXED "TO").  ITS POSTED CODE3 MUST EQUAL THE     *
041500*    CODE3 AMOUNT THE FROM SIDE TOOK OFF THE FROM-LEDGER; A    *
041600*    LATER POSTING OF THE SAME KEY (A RERUN) SUPERSEDES.       *
041700*****************************************************************
041800 4000-MATCH-ONE-POSTING.
041900     MOVE AX-AUDIT-IMAGE TO DL-AUDIT-REC.
042000     IF DL-AUD-PROGRAM NOT = "ADD01"
042100             OR DL-AUD-DATE(1:6) NOT = WS-CONS-PERIOD
042200             OR DL-AUD-KEY(11:2) NOT = "TO"
042300         GO TO 4000-READ
042400     END-IF.
042500     MOVE DL-AUD-KEY TO WS-WORK-KEY.
042600     PERFORM 8200-FIND-TRANSFER THRU 8200-EXIT.
042700     IF XFR-SUB = ZERO
042800         PERFORM 4100-NOTE-ORPHAN THRU 4100-EXIT
042900         GO TO 4000-READ
043000     END-IF.
043100     MOVE DL-AUD-AFTER-VALUE TO WS-XF-POSTED(XFR-SUB).
043200     IF DL-AUD-AFTER-VALUE = WS-XF-CODE3(XFR-SUB)
043300         SET WS-XF-MATCHED(XFR-SUB) TO TRUE
043400     ELSE
043500         SET WS-XF-DISAGREE(XFR-SUB) TO TRUE
043600     END-IF.
043700 4000-READ.
043800     READ AUD-ARCH
043900         AT END
044000             SET WS-ARCH-EOF TO TRUE
044100     END-READ.
044200 4000-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600*  4100-NOTE-ORPHAN.                                           *
044700*****************************************************************
044800 4100-NOTE-ORPHAN.
044900     IF WS-ORPHAN-COUNT < 200
045000         ADD 1 TO WS-ORPHAN-COUNT
045100         MOVE DL-AUD-KEY  TO WS-OR-KEY(WS-ORPHAN-COUNT)
045200         MOVE DL-AUD-DATE TO WS-OR-DATE(WS-ORPHAN-COUNT)
045300         MOVE DL-AUD-AFTER-VALUE
045400             TO WS-OR-POSTED(WS-ORPHAN-COUNT)
045500     ELSE
045600         DISPLAY "CONSOL1 - UNREGISTERED TRANSFER POSTING "
045700             DL-AUD-KEY " NOT LISTED"
045800     END-IF.
045900     ADD 1 TO WS-UNMATCHED-COUNT.
046000 4100-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*  5000-ELIMINATE-ONE.                                         *
046500*    A MATCHED TRANSFER INSIDE ONE GROUP COMES OFF THE TO-     *
046600*    LEDGER (ITS RECORD AND AMOUNTS) AND GOES BACK ON THE      *
046700*    FROM-LEDGER, WHOSE TOTALS THE ADD STEP HAD REDUCED.  A    *
046800*    TRANSFER BETWEEN GROUPS IS REAL TO BOTH AND STANDS.       *
046900*****************************************************************
047000 5000-ELIMINATE-ONE.
047100     IF NOT WS-XF-MATCHED(XFR-IDX)
047200         ADD 1 TO WS-UNMATCHED-COUNT
047300         GO TO 5000-EXIT
047400     END-IF.
047500     MOVE WS-XF-FROM(XFR-IDX) TO WS-WORK-LEDGER.
047600     PERFORM 8000-FIND-LEDGER THRU 8000-EXIT.
047700     MOVE LED-SUB TO FROM-SUB.
047800     MOVE WS-XF-TO(XFR-IDX) TO WS-WORK-LEDGER.
047900     PERFORM 8000-FIND-LEDGER THRU 8000-EXIT.
048000     MOVE LED-SUB TO TO-SUB.
048100     IF FROM-SUB = ZERO OR TO-SUB = ZERO
048200         ADD 1 TO WS-INTER-COUNT
048300         GO TO 5000-EXIT
048400     END-IF.
048500     IF WS-LG-GROUP(FROM-SUB) = ZERO
048600             OR WS-LG-GROUP(FROM-SUB) NOT = WS-LG-GROUP(TO-SUB)
048700         ADD 1 TO WS-INTER-COUNT
048800         GO TO 5000-EXIT
048900     END-IF.
049000     ADD 1 TO WS-INTRA-COUNT.
049100     SUBTRACT 1 FROM WS-LG-ELIM-RECS(TO-SUB).
049200     SUBTRACT WS-XF-CODE1(XFR-IDX) FROM WS-LG-ELIM-CODE1(TO-SUB).
049300     SUBTRACT WS-XF-CODE2(XFR-IDX) FROM WS-LG-ELIM-CODE2(TO-SUB).
049400     SUBTRACT WS-XF-CODE3(XFR-IDX) FROM WS-LG-ELIM-CODE3(TO-SUB).
049500     ADD WS-XF-CODE1(XFR-IDX) TO WS-LG-ELIM-CODE1(FROM-SUB).
049600     ADD WS-XF-CODE2(XFR-IDX) TO WS-LG-ELIM-CODE2(FROM-SUB).
049700     ADD WS-XF-CODE3(XFR-IDX) TO WS-LG-ELIM-CODE3(FROM-SUB).
049800 5000-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*  6000-REPORT-ONE-GROUP.                                      *
050300*    THE GROUP'S LEDGERS AS REPORTED WITH THEIR ELIMINATIONS,  *
050400*    THEN THE GROUP TOTALS AND THE CONSOLIDATED FIGURES.       *
050500*****************************************************************
050600 6000-REPORT-ONE-GROUP.
050700     MOVE SPACES TO CN-PRINT-LINE.
050800     WRITE CN-PRINT-LINE.
050900     MOVE WS-GP-CODE(GRP-IDX) TO WS-GRP-CODE.
051000     MOVE WS-GP-NAME(GRP-IDX) TO WS-GRP-NAME.
051100     WRITE CN-PRINT-LINE FROM WS-RPT-GROUP.
051200     WRITE CN-PRINT-LINE FROM WS-RPT-COLUMNS.
051300     PERFORM 8500-CLEAR-SUMS THRU 8500-EXIT.
051400     MOVE GRP-IDX TO GRP-SUB.
051500     PERFORM 6100-REPORT-ONE-LEDGER THRU 6100-EXIT
051600         VARYING LED-IDX FROM 1 BY 1
051700         UNTIL LED-IDX > WS-LEDGER-COUNT.
051800     PERFORM 8600-PRINT-SUMS THRU 8600-EXIT.
051900 6000-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300*  6100-REPORT-ONE-LEDGER.                                     *
052400*    A LEDGER OF GROUP GRP-SUB (ZERO FOR THE UNGROUPED).       *
052500*****************************************************************
052600 6100-REPORT-ONE-LEDGER.
052700     IF WS-LG-GROUP(LED-IDX) NOT = GRP-SUB
052800         GO TO 6100-EXIT
052900     END-IF.
053000     ADD 1 TO WS-LEDGERS-PRINTED.
053100     MOVE WS-LG-CODE(LED-IDX)       TO WS-LIN-LABEL.
053200     MOVE WS-LG-RECORDS(LED-IDX)    TO WS-LIN-RECORDS.
053300     MOVE WS-LG-ELIM-RECS(LED-IDX)  TO WS-LIN-ELIM-RECS.
053400     MOVE WS-LG-CODE1(LED-IDX)      TO WS-LIN-CODE1.
053500     MOVE WS-LG-ELIM-CODE1(LED-IDX) TO WS-LIN-ELIM-CODE1.
053600     MOVE WS-LG-CODE2(LED-IDX)      TO WS-LIN-CODE2.
053700     MOVE WS-LG-ELIM-CODE2(LED-IDX) TO WS-LIN-ELIM-CODE2.
053800     MOVE WS-LG-CODE3(LED-IDX)      TO WS-LIN-CODE3.
053900     MOVE WS-LG-ELIM-CODE3(LED-IDX) TO WS-LIN-ELIM-CODE3.
054000     WRITE CN-PRINT-LINE FROM WS-RPT-LINE.
054100     ADD WS-LG-RECORDS(LED-IDX)    TO WS-SUM-RECORDS.
054200     ADD WS-LG-CODE1(LED-IDX)      TO WS-SUM-CODE1.
054300     ADD WS-LG-CODE2(LED-IDX)      TO WS-SUM-CODE2.
054400     ADD WS-LG-CODE3(LED-IDX)      TO WS-SUM-CODE3.
054500     ADD WS-LG-ELIM-RECS(LED-IDX)  TO WS-SUM-ELIM-RECS.
054600     ADD WS-LG-ELIM-CODE1(LED-IDX) TO WS-SUM-ELIM-CODE1.
054700     ADD WS-LG-ELIM-CODE2(LED-IDX) TO WS-SUM-ELIM-CODE2.
054800     ADD WS-LG-ELIM-CODE3(LED-IDX) TO WS-SUM-ELIM-CODE3.
054900 6100-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300*  6500-REPORT-UNGROUPED.                                      *
055400*    LEDGERS THE GROUP DEFINITION DOES NOT NAME - REPORTED ON  *
055500*    THEIR OWN SO NOTHING DROPS OUT OF THE GRAND TOTAL.        *
055600*****************************************************************
055700 6500-REPORT-UNGROUPED.
055800     MOVE ZERO TO WS-LEDGERS-PRINTED.
055900     MOVE ZERO TO GRP-SUB.
056000     PERFORM 8500-CLEAR-SUMS THRU 8500-EXIT.
056100     MOVE SPACES TO CN-PRINT-LINE.
056200     WRITE CN-PRINT-LINE.
056300     MOVE "LEDGERS IN NO CONSOLIDATION GROUP" TO WS-TTL-TEXT.
056400     WRITE CN-PRINT-LINE FROM WS-RPT-TOTAL-TITLE.
056500     WRITE CN-PRINT-LINE FROM WS-RPT-COLUMNS.
056600     PERFORM 6100-REPORT-ONE-LEDGER THRU 6100-EXIT
056700         VARYING LED-IDX FROM 1 BY 1
056800         UNTIL LED-IDX > WS-LEDGER-COUNT.
056900     MOVE WS-LEDGERS-PRINTED TO WS-UNGROUPED-COUNT.
057000     IF WS-UNGROUPED-COUNT = ZERO
057100         MOVE "  NONE" TO CN-PRINT-LINE
057200         WRITE CN-PRINT-LINE
057300     ELSE
057400         PERFORM 8600-PRINT-SUMS THRU 8600-EXIT
057500     END-IF.
057600 6500-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000*  6800-REPORT-GRAND-TOTAL.                                    *
058100*****************************************************************
058200 6800-REPORT-GRAND-TOTAL.
058300     MOVE SPACES TO CN-PRINT-LINE.
058400     WRITE CN-PRINT-LINE.
058500     MOVE "ALL LEDGERS" TO WS-TTL-TEXT.
058600     WRITE CN-PRINT-LINE FROM WS-RPT-TOTAL-TITLE.
058700     MOVE WS-GRD-RECORDS    TO WS-SUM-RECORDS.
058800     MOVE WS-GRD-CODE1      TO WS-SUM-CODE1.
058900     MOVE WS-GRD-CODE2      TO WS-SUM-CODE2.
059000     MOVE WS-GRD-CODE3      TO WS-SUM-CODE3.
059100     MOVE WS-GRD-ELIM-RECS  TO WS-SUM-ELIM-RECS.
059200     MOVE WS-GRD-ELIM-CODE1 TO WS-SUM-ELIM-CODE1.
059300     MOVE WS-GRD-ELIM-CODE2 TO WS-SUM-ELIM-CODE2.
059400     MOVE WS-GRD-ELIM-CODE3 TO WS-SUM-ELIM-CODE3.
059500     PERFORM 8600-PRINT-SUMS THRU 8600-EXIT.
059600 6800-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000*  7000-REPORT-UNMATCHED.                                      *
060100*    EVERY TRANSFER NOT ELIMINATED BECAUSE ITS SIDES DO NOT    *
060200*    AGREE OR ONE SIDE IS MISSING.                             *
060300*****************************************************************
060400 7000-REPORT-UNMATCHED.
060500     MOVE SPACES TO CN-PRINT-LINE.
060600     WRITE CN-PRINT-LINE.
060700     MOVE "UNMATCHED ELIMINATIONS" TO WS-TTL-TEXT.
060800     WRITE CN-PRINT-LINE FROM WS-RPT-TOTAL-TITLE.
060900     PERFORM 7100-REPORT-ONE-TRANSFER THRU 7100-EXIT
061000         VARYING XFR-IDX FROM 1 BY 1
061100         UNTIL XFR-IDX > WS-XFR-COUNT.
061200     PERFORM 7200-REPORT-ONE-ORPHAN THRU 7200-EXIT
061300         VARYING ORP-IDX FROM 1 BY 1
061400         UNTIL ORP-IDX > WS-ORPHAN-COUNT.
061500     IF WS-UNMATCHED-COUNT = ZERO
061600         MOVE "  NONE" TO CN-PRINT-LINE
061700         WRITE CN-PRINT-LINE
061800     END-IF.
061900     MOVE SPACES TO CN-PRINT-LINE.
062000     WRITE CN-PRINT-LINE.
062100     MOVE WS-INTRA-COUNT     TO WS-SUM-INTRA.
062200     MOVE WS-INTER-COUNT     TO WS-SUM-INTER.
062300     MOVE WS-UNMATCHED-COUNT TO WS-SUM-UNMATCHED.
062400     WRITE CN-PRINT-LINE FROM WS-RPT-SUMMARY.
062500 7000-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900*  7100-REPORT-ONE-TRANSFER.                                   *
063000*****************************************************************
063100 7100-REPORT-ONE-TRANSFER.
063200     IF WS-XF-MATCHED(XFR-IDX)
063300         GO TO 7100-EXIT
063400     END-IF.
063500     MOVE WS-XF-KEY(XFR-IDX)        TO WS-UNM-KEY.
063600     MOVE WS-XF-TRANS-DATE(XFR-IDX) TO WS-UNM-DATE.
063700     MOVE WS-XF-FROM(XFR-IDX)       TO WS-UNM-FROM.
063800     MOVE WS-XF-TO(XFR-IDX)         TO WS-UNM-TO.
063900     MOVE WS-XF-CODE3(XFR-IDX)      TO WS-UNM-CUT.
064000     MOVE WS-XF-POSTED(XFR-IDX)     TO WS-UNM-POSTED.
064100     IF WS-XF-DISAGREE(XFR-IDX)
064200         MOVE "SIDES DISAGREE" TO WS-UNM-REASON
064300     ELSE
064400         MOVE "TO SIDE NOT POSTED IN THE PERIOD"
064500             TO WS-UNM-REASON
064600     END-IF.
064700     WRITE CN-PRINT-LINE FROM WS-RPT-UNMATCHED.
064800 7100-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200*  7200-REPORT-ONE-ORPHAN.                                     *
065300*****************************************************************
065400 7200-REPORT-ONE-ORPHAN.
065500     MOVE WS-OR-KEY(ORP-IDX)    TO WS-UNM-KEY.
065600     MOVE WS-OR-DATE(ORP-IDX)   TO WS-UNM-DATE.
065700     MOVE SPACES                TO WS-UNM-FROM.
065800     MOVE SPACES                TO WS-UNM-TO.
065900     MOVE ZERO                  TO WS-UNM-CUT.
066000     MOVE WS-OR-POSTED(ORP-IDX) TO WS-UNM-POSTED.
066100     MOVE "NO FROM SIDE ON THE REGISTER" TO WS-UNM-REASON.
066200     WRITE CN-PRINT-LINE FROM WS-RPT-UNMATCHED.
066300 7200-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700*  8000-FIND-LEDGER.                                           *
066800*    WS-WORK-LEDGER'S SLOT INTO LED-SUB, OPENING A SLOT THE    *
066900*    FIRST TIME A LEDGER IS SEEN (ZERO WHEN THE TABLE IS       *
067000*    FULL).                                                    *
067100*****************************************************************
067200 8000-FIND-LEDGER.
067300     MOVE ZERO TO LED-SUB.
067400     PERFORM 8050-MATCH-ONE-LEDGER THRU 8050-EXIT
067500         VARYING LED-IDX FROM 1 BY 1
067600         UNTIL LED-IDX > WS-LEDGER-COUNT
067700            OR LED-SUB > ZERO.
067800     IF LED-SUB > ZERO
067900         GO TO 8000-EXIT
068000     END-IF.
068100     IF WS-LEDGER-COUNT NOT < 50
068200         DISPLAY "CONSOL1 - LEDGER TABLE FULL - "
068300             WS-WORK-LEDGER " IGNORED"
068400         GO TO 8000-EXIT
068500     END-IF.
068600     ADD 1 TO WS-LEDGER-COUNT.
068700     MOVE WS-LEDGER-COUNT TO LED-SUB.
068800     MOVE WS-WORK-LEDGER TO WS-LG-CODE(LED-SUB).
068900     MOVE ZERO TO WS-LG-GROUP(LED-SUB).
069000     MOVE ZERO TO WS-LG-RECORDS(LED-SUB).
069100     MOVE ZERO TO WS-LG-CODE1(LED-SUB).
069200     MOVE ZERO TO WS-LG-CODE2(LED-SUB).
069300     MOVE ZERO TO WS-LG-CODE3(LED-SUB).
069400     MOVE ZERO TO WS-LG-ELIM-RECS(LED-SUB).
069500     MOVE ZERO TO WS-LG-ELIM-CODE1(LED-SUB).
069600     MOVE ZERO TO WS-LG-ELIM-CODE2(LED-SUB).
069700     MOVE ZERO TO WS-LG-ELIM-CODE3(LED-SUB).
069800 8000-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*  8050-MATCH-ONE-LEDGER.                                      *
070300*****************************************************************
070400 8050-MATCH-ONE-LEDGER.
070500     IF WS-LG-CODE(LED-IDX) = WS-WORK-LEDGER
070600         MOVE LED-IDX TO LED-SUB
070700     END-IF.
070800 8050-EXIT.
070900     EXIT.
071000
071100*****************************************************************
071200*  8100-FIND-GROUP.                                            *
071300*****************************************************************
071400 8100-FIND-GROUP.
071500     MOVE ZERO TO GRP-SUB.
071600     PERFORM 8150-MATCH-ONE-GROUP THRU 8150-EXIT
071700         VARYING GRP-IDX FROM 1 BY 1
071800         UNTIL GRP-IDX > WS-GROUP-COUNT
071900            OR GRP-SUB > ZERO.
072000 8100-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400*  8150-MATCH-ONE-GROUP.                                       *
072500*****************************************************************
072600 8150-MATCH-ONE-GROUP.
072700     IF WS-GP-CODE(GRP-IDX) = WS-WORK-GROUP
072800         MOVE GRP-IDX TO GRP-SUB
072900     END-IF.
073000 8150-EXIT.
073100     EXIT.
073200
073300*****************************************************************
073400*  8200-FIND-TRANSFER.                                         *
073500*****************************************************************
073600 8200-FIND-TRANSFER.
073700     MOVE ZERO TO XFR-SUB.
073800     PERFORM 8250-MATCH-ONE-TRANSFER THRU 8250-EXIT
073900         VARYING XFR-IDX FROM 1 BY 1
074000         UNTIL XFR-IDX > WS-XFR-COUNT
074100            OR XFR-SUB > ZERO.
074200 8200-EXIT.
074300     EXIT.
074400
074500*****************************************************************
074600*  8250-MATCH-ONE-TRANSFER.                                    *
074700*****************************************************************
074800 8250-MATCH-ONE-TRANSFER.
074900     IF WS-XF-KEY(XFR-IDX) = WS-WORK-KEY
075000         MOVE XFR-IDX TO XFR-SUB
075100     END-IF.
075200 8250-EXIT.
075300     EXIT.
075400
075500*****************************************************************
075600*  8500-CLEAR-SUMS.                                            *
075700*****************************************************************
075800 8500-CLEAR-SUMS.
075900     MOVE ZERO TO WS-SUM-RECORDS.
076000     MOVE ZERO TO WS-SUM-CODE1.
076100     MOVE ZERO TO WS-SUM-CODE2.
076200     MOVE ZERO TO WS-SUM-CODE3.
076300     MOVE ZERO TO WS-SUM-ELIM-RECS.
076400     MOVE ZERO TO WS-SUM-ELIM-CODE1.
076500     MOVE ZERO TO WS-SUM-ELIM-CODE2.
076600     MOVE ZERO TO WS-SUM-ELIM-CODE3.
076700 8500-EXIT.
076800     EXIT.
076900
077000*****************************************************************
077100*  8600-PRINT-SUMS.                                            *
077200*    THE TOTAL AS REPORTED WITH ITS ELIMINATIONS, THEN THE     *
077300*    CONSOLIDATED FIGURES.  GROUP AND UNGROUPED TOTALS ARE     *
077400*    ALSO CARRIED INTO THE GRAND TOTAL.                        *
077500*****************************************************************
077600 8600-PRINT-SUMS.
077700     MOVE "TOTAL"           TO WS-LIN-LABEL.
077800     MOVE WS-SUM-RECORDS    TO WS-LIN-RECORDS.
077900     MOVE WS-SUM-ELIM-RECS  TO WS-LIN-ELIM-RECS.
078000     MOVE WS-SUM-CODE1      TO WS-LIN-CODE1.
078100     MOVE WS-SUM-ELIM-CODE1 TO WS-LIN-ELIM-CODE1.
078200     MOVE WS-SUM-CODE2      TO WS-LIN-CODE2.
078300     MOVE WS-SUM-ELIM-CODE2 TO WS-LIN-ELIM-CODE2.
078400     MOVE WS-SUM-CODE3      TO WS-LIN-CODE3.
078500     MOVE WS-SUM-ELIM-CODE3 TO WS-LIN-ELIM-CODE3.
078600     WRITE CN-PRINT-LINE FROM WS-RPT-LINE.
078700     COMPUTE WS-CONS-RECORDS = WS-SUM-RECORDS + WS-SUM-ELIM-RECS.
078800     COMPUTE WS-CONS-CODE1 = WS-SUM-CODE1 + WS-SUM-ELIM-CODE1.
078900     COMPUTE WS-CONS-CODE2 = WS-SUM-CODE2 + WS-SUM-ELIM-CODE2.
079000     COMPUTE WS-CONS-CODE3 = WS-SUM-CODE3 + WS-SUM-ELIM-CODE3.
079100     MOVE "CONSOL"          TO WS-LIN-LABEL.
079200     MOVE WS-CONS-RECORDS   TO WS-LIN-RECORDS.
079300     MOVE ZERO              TO WS-LIN-ELIM-RECS.
079400     MOVE WS-CONS-CODE1     TO WS-LIN-CODE1.
079500     MOVE ZERO              TO WS-LIN-ELIM-CODE1.
079600     MOVE WS-CONS-CODE2     TO WS-LIN-CODE2.
079700     MOVE ZERO              TO WS-LIN-ELIM-CODE2.
079800     MOVE WS-CONS-CODE3     TO WS-LIN-CODE3.
079900     MOVE ZERO              TO WS-LIN-ELIM-CODE3.
080000     WRITE CN-PRINT-LINE FROM WS-RPT-LINE.
080100     IF WS-TTL-TEXT NOT = "ALL LEDGERS"
080200         ADD WS-SUM-RECORDS    TO WS-GRD-RECORDS
080300         ADD WS-SUM-CODE1      TO WS-GRD-CODE1
080400         ADD WS-SUM-CODE2      TO WS-GRD-CODE2
080500         ADD WS-SUM-CODE3      TO WS-GRD-CODE3
080600         ADD WS-SUM-ELIM-RECS  TO WS-GRD-ELIM-RECS
080700         ADD WS-SUM-ELIM-CODE1 TO WS-GRD-ELIM-CODE1
080800         ADD WS-SUM-ELIM-CODE2 TO WS-GRD-ELIM-CODE2
080900         ADD WS-SUM-ELIM-CODE3 TO WS-GRD-ELIM-CODE3
081000     END-IF.
081100 8600-EXIT.
081200     EXIT.
081300
081400*****************************************************************
081500*  9000-FINALIZE.                                              *
081600*    RC 4 WHEN A TRANSFER IS UNMATCHED OR A LEDGER IS IN NO    *
081700*    GROUP.                                                    *
081800*****************************************************************
081900 9000-FINALIZE.
082000     DISPLAY "CONSOL1 PERIOD " WS-CONS-PERIOD
082100         " LEDGER DAYS: " WS-DAYS-READ
082200         " ELIMINATED: " WS-INTRA-COUNT
082300         " UNMATCHED: " WS-UNMATCHED-COUNT.
082400     IF WS-DAYS-READ = ZERO
082500         DISPLAY "CONSOL1 - NO DAILY TOTALS FOR THE PERIOD"
082600     END-IF.
082700     IF WS-UNMATCHED-COUNT > ZERO
082800             OR WS-UNGROUPED-COUNT > ZERO
082900             OR WS-DAYS-READ = ZERO
083000         MOVE 4 TO RETURN-CODE
083100     END-IF.
083200     CLOSE TOTALS-HIST.
083300     CLOSE XFR-REG.
083400     CLOSE AUD-ARCH.
083500     CLOSE CONS-RPT.
083600     MOVE "CONSOL1"      TO CL-PROGRAM.
083700     MOVE WS-CONS-PERIOD TO CL-PERIOD.
083800     MOVE RETURN-CODE    TO CL-RUN-RC.
083900     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
084000 9000-EXIT.
084100     EXIT.
