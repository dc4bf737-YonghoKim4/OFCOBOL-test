000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     FCSTYR1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    ROLLING FULL-YEAR FORECAST.  FOR THE RUNCTL BUSINESS      *
001300*    DATE'S YEAR, EVERY PERIOD THE MONTH-END ROLLUP HAS        *
001400*    SUMMARIZED (MTHSUM) IS CLOSED AND STANDS AT ITS ACTUALS;  *
001500*    EACH OPEN PERIOD IS FORECAST LEDGER BY LEDGER AND CODE    *
001600*    TYPE, EITHER FROM THE REMAINING BUDGET MASTER PLAN OR AT  *
001700*    THE RUN RATE OF THE LEDGER'S CLOSED MONTHS (ROLLED FROM   *
001800*    TOTALHST), AS THE FCSTPRM SETTING SAYS.  THE FULL-YEAR    *
001900*    FORECAST IS SET AGAINST THE ANNUAL BUDGET, FLAGGING A     *
002000*    CODE TYPE BEYOND THE BUDGET VARIANCE TOLERANCE (RC 4),    *
002100*    AND AGAINST THE FORECAST MADE AT THE PREVIOUS CLOSE,      *
002200*    WHICH IS READ BACK FROM THE FORECAST HISTORY THIS RUN     *
002300*    CARRIES FORWARD WITH ITS OWN FORECAST ADDED.              *
002400*                                                              *
002500*  MODIFICATION HISTORY.                                       *
002600*    2026-10-15  DL  ORIGINAL ROLLING FORECAST.                *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RUN-CTL ASSIGN TO "RUNCTL"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT TOL-PARM ASSIGN TO "BUDTOLP"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT FCST-PARM ASSIGN TO "FCSTPRM"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT MTH-SUM ASSIGN TO "MTHSUM"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT TOTALS-HIST ASSIGN TO "TOTALHST"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT BUD-MAST ASSIGN TO "BUDMAST"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT FCST-HIST-IN ASSIGN TO "FCSTHSTI"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT FCST-HIST-OUT ASSIGN TO "FCSTHSTO"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT FCST-RPT ASSIGN TO "FCSTRPT"
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RUN-CTL.
005300     COPY DLRUNCTL.
005400
005500 FD  TOL-PARM.
005600     COPY DLBUDTOL.
005700
005800 FD  FCST-PARM.
005900     COPY DLFCSPRM.
006000
006100 FD  MTH-SUM.
006200     COPY DLMTHSUM.
006300
006400 FD  TOTALS-HIST.
006500     COPY DLCODTOT.
006600
006700 FD  BUD-MAST.
006800     COPY DLBUDGET.
006900
007000 FD  FCST-HIST-IN.
007100     COPY DLFCSHST.
007200
007300 FD  FCST-HIST-OUT.
007400     COPY DLFCSHST
007500         REPLACING ==FH-FCST-HIST-REC==   BY ==FO-FCST-HIST-REC==
007600                   ==FH-ASOF-PERIOD==     BY ==FO-ASOF-PERIOD==
007700                   ==FH-PERIOD==          BY ==FO-PERIOD==
007800                   ==FH-CODE-TYPE==       BY ==FO-CODE-TYPE==
007900                   ==FH-SOURCE==          BY ==FO-SOURCE==
008000                   ==FH-SOURCE-ACTUAL==   BY ==FO-SOURCE-ACTUAL==
008100                   ==FH-SOURCE-PLAN==     BY ==FO-SOURCE-PLAN==
008200                   ==FH-SOURCE-RUN-RATE==
008300                BY ==FO-SOURCE-RUN-RATE==
008400                   ==FH-SOURCE-MIXED==    BY ==FO-SOURCE-MIXED==
008500                   ==FH-FORECAST-AMOUNT==
008600                BY ==FO-FORECAST-AMOUNT==
008700                   ==FH-BUDGET-AMOUNT==   BY ==FO-BUDGET-AMOUNT==
008800                   ==FH-RUN-DATE==        BY ==FO-RUN-DATE==.
008900
009000 FD  FCST-RPT.
009100 01  FR-PRINT-LINE            PIC X(120).
009200
009300 WORKING-STORAGE SECTION.
009400 01  WS-SWITCHES.
009500     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
009600         88  WS-CTL-EOF            VALUE "Y".
009700     05  WS-TOL-EOF-SW        PIC X(01) VALUE "N".
009800         88  WS-TOL-EOF            VALUE "Y".
009900     05  WS-PRM-EOF-SW        PIC X(01) VALUE "N".
010000         88  WS-PRM-EOF            VALUE "Y".
010100     05  WS-SUM-EOF-SW        PIC X(01) VALUE "N".
010200         88  WS-SUM-EOF            VALUE "Y".
010300     05  WS-TOT-EOF-SW        PIC X(01) VALUE "N".
010400         88  WS-TOT-EOF            VALUE "Y".
010500     05  WS-BUD-EOF-SW        PIC X(01) VALUE "N".
010600         88  WS-BUD-EOF            VALUE "Y".
010700     05  WS-HST-EOF-SW        PIC X(01) VALUE "N".
010800         88  WS-HST-EOF            VALUE "Y".
010900     05  WS-FLAGGED-SW        PIC X(01) VALUE "N".
011000         88  WS-LINE-FLAGGED       VALUE "Y".
011100
011200 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
011300 01  WS-FCST-YEAR             PIC 9(04) VALUE ZERO.
011400 01  WS-ASOF-PERIOD           PIC 9(06) VALUE ZERO.
011500 01  WS-PRIOR-ASOF            PIC 9(06) VALUE ZERO.
011600 01  WS-CLOSED-COUNT          PIC 9(02) VALUE ZERO.
011700 01  WS-TOLERANCE-PCT         PIC 9(03)V9(02) VALUE 010.00.
011800 01  WS-WORK-LEDGER           PIC X(04) VALUE SPACES.
011900 01  WS-WORK-TYPE             PIC X(01) VALUE SPACE.
012000 01  WS-WORK-METHOD           PIC X(01) VALUE SPACE.
012100 01  WS-WORK-MONTH            PIC 9(02) VALUE ZERO.
012200 01  WS-VARIANCE              PIC S9(12) VALUE ZERO.
012300 01  WS-VARIANCE-PCT          PIC S9(03)V9(02) VALUE ZERO.
012400 01  WS-ABS-PCT               PIC 9(03)V9(02) VALUE ZERO.
012500 01  WS-FULL-YEAR             PIC S9(12) VALUE ZERO.
012600 01  WS-HIST-KEPT             PIC 9(07) COMP VALUE ZERO.
012700 01  WS-HIST-WRITTEN          PIC 9(05) COMP VALUE ZERO.
012800 01  MON-IDX                  PIC 9(02) VALUE ZERO.
012900 01  TYPE-IDX                 PIC 9(01) VALUE ZERO.
013000 01  LED-IDX                  PIC 9(03) VALUE ZERO.
013100 01  LED-SUB                  PIC 9(03) VALUE ZERO.
013200 01  PRM-IDX                  PIC 9(03) VALUE ZERO.
013300
013400*    THE METHOD SETTINGS AS READ FROM FCSTPRM.
013500 01  WS-PARM-COUNT            PIC 9(03) VALUE ZERO.
013600 01  WS-PARM-TABLE.
013700     05  WS-PARM-ENTRY OCCURS 1 TO 200 TIMES
013800             DEPENDING ON WS-PARM-COUNT.
013900         10  WS-PM-LEDGER     PIC X(04).
014000         10  WS-PM-TYPE       PIC X(01).
014100         10  WS-PM-METHOD     PIC X(01).
014200
014300*    ONE ENTRY PER MONTH OF THE YEAR - ACTUAL WHEN CLOSED, THE
014400*    SUMMED PLAN, AND THE FORECAST WITH THE METHODS BEHIND IT.
014500 01  WS-MONTH-TABLE.
014600     05  WS-MONTH-ENTRY OCCURS 12 TIMES.
014700         10  WS-MO-CLOSED-SW  PIC X(01).
014800             88  WS-MO-CLOSED      VALUE "Y".
014900         10  WS-MO-TYPE-ENTRY OCCURS 3 TIMES.
015000             15  WS-MO-ACTUAL     PIC S9(12).
015100             15  WS-MO-BUDGET     PIC S9(12).
015200             15  WS-MO-FORECAST   PIC S9(12).
015300             15  WS-MO-PLAN-SW    PIC X(01).
015400             15  WS-MO-RATE-SW    PIC X(01).
015500
015600 01  WS-TYPE-TABLE.
015700     05  WS-TYPE-ENTRY OCCURS 3 TIMES.
015800         10  WS-TY-FORECAST   PIC S9(12).
015900         10  WS-TY-BUDGET     PIC S9(12).
016000         10  WS-TY-PRIOR      PIC S9(12).
016100
016200*    ONE ENTRY PER LEDGER CODE SEEN ON THE PLAN OR THE CLOSED
016300*    MONTHS' DAILY TOTALS.
016400 01  WS-LEDGER-COUNT          PIC 9(03) VALUE ZERO.
016500 01  WS-LEDGER-TABLE.
016600     05  WS-LEDGER-ENTRY OCCURS 1 TO 50 TIMES
016700             DEPENDING ON WS-LEDGER-COUNT.
016800         10  WS-LG-CODE       PIC X(04).
016900         10  WS-LG-TYPE-ENTRY OCCURS 3 TIMES.
017000             15  WS-LG-METHOD     PIC X(01).
017100             15  WS-LG-ACTUAL     PIC S9(12).
017200             15  WS-LG-BUDGET     PIC S9(12).
017300             15  WS-LG-RUN-RATE   PIC S9(12).
017400             15  WS-LG-OPEN-FCST  PIC S9(12).
017500             15  WS-LG-PLAN       PIC S9(11) OCCURS 12 TIMES.
017600
017700 01  WS-RPT-HEADER.
017800     05  FILLER               PIC X(30) VALUE
017900         "FULL-YEAR FORECAST FOR YEAR   ".
018000     05  WS-HDR-YEAR          PIC 9(04).
018100     05  FILLER               PIC X(24) VALUE
018200         "  LAST CLOSED PERIOD    ".
018300     05  WS-HDR-ASOF          PIC 9(06).
018400     05  FILLER               PIC X(10) VALUE "  RUN ON  ".
018500     05  WS-HDR-DATE          PIC 9(08).
018600
018700 01  WS-RPT-TITLE.
018800     05  WS-TTL-TEXT          PIC X(60).
018900
019000 01  WS-RPT-LEDGER-HDR.
019100     05  FILLER               PIC X(40) VALUE
019200         "LEDGER TYPE METHOD     CLOSED ACTUAL    ".
019300     05  FILLER               PIC X(40) VALUE
019400         "OPEN FORECAST      FULL YEAR  ANNUAL BUD".
019500     05  FILLER               PIC X(20) VALUE
019600         "GET       VARIANCE  ".
019700
019800 01  WS-RPT-LEDGER.
019900     05  WS-LDG-CODE          PIC X(04).
020000     05  FILLER               PIC X(03) VALUE SPACES.
020100     05  WS-LDG-TYPE          PIC 9(01).
020200     05  FILLER               PIC X(02) VALUE SPACES.
020300     05  WS-LDG-METHOD        PIC X(08).
020400     05  WS-LDG-ACTUAL        PIC -(14)9.
020500     05  WS-LDG-OPEN          PIC -(14)9.
020600     05  WS-LDG-FULL          PIC -(14)9.
020700     05  WS-LDG-BUDGET        PIC -(14)9.
020800     05  WS-LDG-VARIANCE      PIC -(14)9.
020900
021000 01  WS-RPT-MONTH-HDR.
021100     05  FILLER               PIC X(40) VALUE
021200         "PERIOD TYPE SOURCE          FORECAST    ".
021300     05  FILLER               PIC X(20) VALUE
021400         "         BUDGET     ".
021500
021600 01  WS-RPT-MONTH.
021700     05  WS-MON-PERIOD        PIC 9(06).
021800     05  FILLER               PIC X(03) VALUE SPACES.
021900     05  WS-MON-TYPE          PIC 9(01).
022000     05  FILLER               PIC X(02) VALUE SPACES.
022100     05  WS-MON-SOURCE        PIC X(08).
022200     05  WS-MON-FORECAST      PIC -(14)9.
022300     05  WS-MON-BUDGET        PIC -(14)9.
022400
022500 01  WS-RPT-YEAR-HDR.
022600     05  FILLER               PIC X(40) VALUE
022700         "TYPE      FULL YEAR  ANNUAL BUDGET      ".
022800     05  FILLER               PIC X(40) VALUE
022900         "VARIANCE     PCT            PRIOR FORECA".
023000     05  FILLER               PIC X(20) VALUE
023100         "ST       MOVEMENT   ".
023200
023300 01  WS-RPT-YEAR.
023400     05  WS-YR-TYPE           PIC 9(01).
023500     05  WS-YR-FORECAST       PIC -(14)9.
023600     05  WS-YR-BUDGET         PIC -(14)9.
023700     05  WS-YR-VARIANCE       PIC -(14)9.
023800     05  FILLER               PIC X(01) VALUE SPACE.
023900     05  WS-YR-VAR-PCT        PIC -ZZ9.99.
024000     05  FILLER               PIC X(01) VALUE SPACE.
024100     05  WS-YR-FLAG           PIC X(09).
024200     05  WS-YR-PRIOR          PIC -(14)9.
024300     05  WS-YR-MOVEMENT       PIC -(14)9.
024400
024500 01  WS-RPT-PRIOR.
024600     05  FILLER               PIC X(30) VALUE
024700         "PREVIOUS FORECAST MADE AT     ".
024800     05  WS-PRI-ASOF          PIC 9(06).
024900
025000     COPY DLCLNOTE.
025100
025200 PROCEDURE DIVISION.
025300*****************************************************************
025400*  0000-MAINLINE.                                              *
025500*****************************************************************
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025800     PERFORM 2000-LOAD-ONE-ACTUAL THRU 2000-EXIT
025900         UNTIL WS-SUM-EOF.
026000     PERFORM 2500-ROLL-ONE-DAY THRU 2500-EXIT
026100         UNTIL WS-TOT-EOF.
026200     PERFORM 3000-LOAD-ONE-BUDGET THRU 3000-EXIT
026300         UNTIL WS-BUD-EOF.
026400     PERFORM 4000-FORECAST-ONE-LEDGER THRU 4000-EXIT
026500         VARYING LED-IDX FROM 1 BY 1
026600         UNTIL LED-IDX > WS-LEDGER-COUNT.
026700     PERFORM 5000-COPY-ONE-HISTORY THRU 5000-EXIT
026800         UNTIL WS-HST-EOF.
026900     PERFORM 6000-REPORT-LEDGERS THRU 6000-EXIT.
027000     PERFORM 7000-REPORT-MONTHS THRU 7000-EXIT.
027100     PERFORM 8000-REPORT-YEAR THRU 8000-EXIT.
027200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
027300     STOP RUN.
027400
027500*****************************************************************
027600*  1000-INITIALIZE.                                            *
027700*    FIXES THE YEAR FROM THE RUNCTL BUSINESS DATE (THE MACHINE *
027800*    DATE IF RUNCTL IS EMPTY), TAKES THE BUDGET VARIANCE       *
027900*    TOLERANCE (TEN PERCENT WHEN NONE IS SET) AND LOADS THE    *
028000*    METHOD SETTINGS.                                          *
028100*****************************************************************
028200 1000-INITIALIZE.
028300     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
028400     OPEN INPUT RUN-CTL.
028500     READ RUN-CTL
028600         AT END
028700             SET WS-CTL-EOF TO TRUE
028800     END-READ.
028900     IF NOT WS-CTL-EOF
029000         MOVE BD-BUSINESS-DATE TO WS-PROCESS-DATE
029100     END-IF.
029200     CLOSE RUN-CTL.
029300     MOVE WS-PROCESS-DATE(1:4) TO WS-FCST-YEAR.
029400     COMPUTE WS-ASOF-PERIOD = WS-FCST-YEAR * 100.
029500     OPEN INPUT TOL-PARM.
029600     READ TOL-PARM
029700         AT END
029800             SET WS-TOL-EOF TO TRUE
029900     END-READ.
030000     IF NOT WS-TOL-EOF
030100         MOVE BV-TOLERANCE-PCT TO WS-TOLERANCE-PCT
030200     END-IF.
030300     CLOSE TOL-PARM.
030400     OPEN INPUT FCST-PARM.
030500     READ FCST-PARM
030600         AT END
030700             SET WS-PRM-EOF TO TRUE
030800     END-READ.
030900     PERFORM 1100-LOAD-ONE-SETTING THRU 1100-EXIT
031000         UNTIL WS-PRM-EOF.
031100     CLOSE FCST-PARM.
031200     PERFORM 1200-CLEAR-ONE-MONTH THRU 1200-EXIT
031300         VARYING MON-IDX FROM 1 BY 1
031400         UNTIL MON-IDX > 12.
031500     PERFORM 1300-CLEAR-ONE-TYPE THRU 1300-EXIT
031600         VARYING TYPE-IDX FROM 1 BY 1
031700         UNTIL TYPE-IDX > 3.
031800     OPEN INPUT MTH-SUM.
031900     OPEN INPUT TOTALS-HIST.
032000     OPEN INPUT BUD-MAST.
032100     OPEN INPUT FCST-HIST-IN.
032200     OPEN OUTPUT FCST-HIST-OUT.
032300     OPEN OUTPUT FCST-RPT.
032400     READ MTH-SUM
032500         AT END
032600             SET WS-SUM-EOF TO TRUE
032700     END-READ.
032800     READ BUD-MAST
032900         AT END
033000             SET WS-BUD-EOF TO TRUE
033100     END-READ.
033200     READ FCST-HIST-IN
033300         AT END
033400             SET WS-HST-EOF TO TRUE
033500     END-READ.
033600 1000-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000*  1100-LOAD-ONE-SETTING.                                      *
034100*****************************************************************
034200 1100-LOAD-ONE-SETTING.
034300     IF NOT FP-METHOD-PLAN AND NOT FP-METHOD-RUN-RATE
034400         DISPLAY "FCSTPRM: UNKNOWN METHOD " FP-METHOD
034500             " FOR " FP-LEDGER-CODE " TYPE " FP-CODE-TYPE
034600             " - PLAN USED"
034700     ELSE
034800         IF WS-PARM-COUNT < 200
034900             ADD 1 TO WS-PARM-COUNT
035000             MOVE FP-LEDGER-CODE TO WS-PM-LEDGER(WS-PARM-COUNT)
035100             MOVE FP-CODE-TYPE   TO WS-PM-TYPE(WS-PARM-COUNT)
035200             MOVE FP-METHOD      TO WS-PM-METHOD(WS-PARM-COUNT)
035300         ELSE
035400             DISPLAY "FCSTPRM: SETTINGS PAST FIRST 200 IGNORED"
035500         END-IF
035600     END-IF.
035700     READ FCST-PARM
035800         AT END
035900             SET WS-PRM-EOF TO TRUE
036000     END-READ.
036100 1100-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*  1200-CLEAR-ONE-MONTH.                                       *
036600*****************************************************************
036700 1200-CLEAR-ONE-MONTH.
036800     MOVE "N" TO WS-MO-CLOSED-SW(MON-IDX).
036900     PERFORM 1250-CLEAR-ONE-MONTH-TYPE THRU 1250-EXIT
037000         VARYING TYPE-IDX FROM 1 BY 1
037100         UNTIL TYPE-IDX > 3.
037200 1200-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600*  1250-CLEAR-ONE-MONTH-TYPE.                                  *
037700*****************************************************************
037800 1250-CLEAR-ONE-MONTH-TYPE.
037900     MOVE ZERO TO WS-MO-ACTUAL(MON-IDX TYPE-IDX).
038000     MOVE ZERO TO WS-MO-BUDGET(MON-IDX TYPE-IDX).
038100     MOVE ZERO TO WS-MO-FORECAST(MON-IDX TYPE-IDX).
038200     MOVE "N"  TO WS-MO-PLAN-SW(MON-IDX TYPE-IDX).
038300     MOVE "N"  TO WS-MO-RATE-SW(MON-IDX TYPE-IDX).
038400 1250-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038800*  1300-CLEAR-ONE-TYPE.                                        *
038900*****************************************************************
039000 1300-CLEAR-ONE-TYPE.
039100     MOVE ZERO TO WS-TY-FORECAST(TYPE-IDX).
039200     MOVE ZERO TO WS-TY-BUDGET(TYPE-IDX).
039300     MOVE ZERO TO WS-TY-PRIOR(TYPE-IDX).
039400 1300-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800*  2000-LOAD-ONE-ACTUAL.                                       *
039900*    A MONTH OF THE YEAR THE ROLLUP HAS SUMMARIZED IS CLOSED.  *
040000*    THE LATEST SUCH MONTH IS THE POINT THE FORECAST IS MADE   *
040100*    FROM.                                                     *
040200*****************************************************************
040300 2000-LOAD-ONE-ACTUAL.
040400     IF MS-PERIOD(1:4) NOT = WS-FCST-YEAR
040500         GO TO 2000-READ
040600     END-IF.
040700     MOVE MS-PERIOD(5:2) TO WS-WORK-MONTH.
040800     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
040900         GO TO 2000-READ
041000     END-IF.
041100     MOVE WS-WORK-MONTH TO MON-IDX.
041200     IF NOT WS-MO-CLOSED(MON-IDX)
041300         ADD 1 TO WS-CLOSED-COUNT
041400         MOVE "Y" TO WS-MO-CLOSED-SW(MON-IDX)
041500     END-IF.
041600     ADD MS-CODE1-TOTAL TO WS-MO-ACTUAL(MON-IDX 1).
041700     ADD MS-CODE2-TOTAL TO WS-MO-ACTUAL(MON-IDX 2).
041800     ADD MS-CODE3-TOTAL TO WS-MO-ACTUAL(MON-IDX 3).
041900     IF MS-PERIOD > WS-ASOF-PERIOD
042000         MOVE MS-PERIOD TO WS-ASOF-PERIOD
042100     END-IF.
042200 2000-READ.
042300     READ MTH-SUM
042400         AT END
042500             SET WS-SUM-EOF TO TRUE
042600     END-READ.
042700 2000-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  2500-ROLL-ONE-DAY.                                          *
043200*    A LEDGER'S DAILY TOTALS FOR A CLOSED MONTH OF THE YEAR    *
043300*    GO TO ITS CLOSED ACTUAL, THE BASE OF ITS RUN RATE.        *
043400*****************************************************************
043500 2500-ROLL-ONE-DAY.
043600     IF CTOT-RUN-DATE(1:4) NOT = WS-FCST-YEAR
043700         GO TO 2500-READ
043800     END-IF.
043900     MOVE CTOT-RUN-DATE(5:2) TO WS-WORK-MONTH.
044000     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
044100         GO TO 2500-READ
044200     END-IF.
044300     IF NOT WS-MO-CLOSED(WS-WORK-MONTH)
044400         GO TO 2500-READ
044500     END-IF.
044600     MOVE CTOT-LEDGER-CODE TO WS-WORK-LEDGER.
044700     PERFORM 8100-FIND-LEDGER THRU 8100-EXIT.
044800     IF LED-SUB = ZERO
044900         GO TO 2500-READ
045000     END-IF.
045100     ADD CTOT-CODE1-TOTAL TO WS-LG-ACTUAL(LED-SUB 1).
045200     ADD CTOT-CODE2-TOTAL TO WS-LG-ACTUAL(LED-SUB 2).
045300     ADD CTOT-CODE3-TOTAL TO WS-LG-ACTUAL(LED-SUB 3).
045400 2500-READ.
045500     READ TOTALS-HIST
045600         AT END
045700             SET WS-TOT-EOF TO TRUE
045800     END-READ.
045900 2500-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*  3000-LOAD-ONE-BUDGET.                                       *
046400*    THE YEAR'S PLAN, SUMMED PER LEDGER, CODE TYPE AND MONTH.  *
046500*****************************************************************
046600 3000-LOAD-ONE-BUDGET.
046700     IF BU-PERIOD(1:4) NOT = WS-FCST-YEAR
046800             OR BU-CODE-TYPE < "1" OR BU-CODE-TYPE > "3"
046900         GO TO 3000-READ
047000     END-IF.
047100     MOVE BU-PERIOD(5:2) TO WS-WORK-MONTH.
047200     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
047300         GO TO 3000-READ
047400     END-IF.
047500     MOVE WS-WORK-MONTH TO MON-IDX.
047600     MOVE BU-CODE-TYPE TO TYPE-IDX.
047700     ADD BU-BUDGET-AMOUNT TO WS-MO-BUDGET(MON-IDX TYPE-IDX).
047800     ADD BU-BUDGET-AMOUNT TO WS-TY-BUDGET(TYPE-IDX).
047900     MOVE BU-LEDGER-CODE TO WS-WORK-LEDGER.
048000     PERFORM 8100-FIND-LEDGER THRU 8100-EXIT.
048100     IF LED-SUB = ZERO
048200         GO TO 3000-READ
048300     END-IF.
048400     ADD BU-BUDGET-AMOUNT TO WS-LG-BUDGET(LED-SUB TYPE-IDX).
048500     ADD BU-BUDGET-AMOUNT
048600         TO WS-LG-PLAN(LED-SUB TYPE-IDX MON-IDX).
048700 3000-READ.
048800     READ BUD-MAST
048900         AT END
049000             SET WS-BUD-EOF TO TRUE
049100     END-READ.
049200 3000-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600*  4000-FORECAST-ONE-LEDGER.                                   *
049700*****************************************************************
049800 4000-FORECAST-ONE-LEDGER.
049900     PERFORM 4100-FORECAST-ONE-TYPE THRU 4100-EXIT
050000         VARYING TYPE-IDX FROM 1 BY 1
050100         UNTIL TYPE-IDX > 3.
050200 4000-EXIT.
050300     EXIT.
050400
050500*****************************************************************
050600*  4100-FORECAST-ONE-TYPE.                                     *
050700*    THE LEDGER'S METHOD FOR THE CODE TYPE.  A RUN RATE NEEDS  *
050800*    AT LEAST ONE CLOSED MONTH; BEFORE THE FIRST CLOSE OF THE  *
050900*    YEAR THE PLAN IS ALL THERE IS.                            *
051000*****************************************************************
051100 4100-FORECAST-ONE-TYPE.
051200     MOVE WS-LG-CODE(LED-IDX) TO WS-WORK-LEDGER.
051300     MOVE TYPE-IDX TO WS-WORK-TYPE.
051400     PERFORM 8300-FIND-METHOD THRU 8300-EXIT.
051500     IF WS-WORK-METHOD = "R" AND WS-CLOSED-COUNT = ZERO
051600         MOVE "P" TO WS-WORK-METHOD
051700     END-IF.
051800     MOVE WS-WORK-METHOD TO WS-LG-METHOD(LED-IDX TYPE-IDX).
051900     MOVE ZERO TO WS-LG-RUN-RATE(LED-IDX TYPE-IDX).
052000     IF WS-WORK-METHOD = "R"
052100         COMPUTE WS-LG-RUN-RATE(LED-IDX TYPE-IDX) ROUNDED =
052200             WS-LG-ACTUAL(LED-IDX TYPE-IDX) / WS-CLOSED-COUNT
052300     END-IF.
052400     MOVE ZERO TO WS-LG-OPEN-FCST(LED-IDX TYPE-IDX).
052500     PERFORM 4200-FORECAST-ONE-MONTH THRU 4200-EXIT
052600         VARYING MON-IDX FROM 1 BY 1
052700         UNTIL MON-IDX > 12.
052800 4100-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200*  4200-FORECAST-ONE-MONTH.                                    *
053300*    AN OPEN MONTH'S SHARE FROM THIS LEDGER.                   *
053400*****************************************************************
053500 4200-FORECAST-ONE-MONTH.
053600     IF WS-MO-CLOSED(MON-IDX)
053700         GO TO 4200-EXIT
053800     END-IF.
053900     IF WS-LG-METHOD(LED-IDX TYPE-IDX) = "R"
054000         ADD WS-LG-RUN-RATE(LED-IDX TYPE-IDX)
054100             TO WS-MO-FORECAST(MON-IDX TYPE-IDX)
054200         ADD WS-LG-RUN-RATE(LED-IDX TYPE-IDX)
054300             TO WS-LG-OPEN-FCST(LED-IDX TYPE-IDX)
054400         MOVE "Y" TO WS-MO-RATE-SW(MON-IDX TYPE-IDX)
054500     ELSE
054600         ADD WS-LG-PLAN(LED-IDX TYPE-IDX MON-IDX)
054700             TO WS-MO-FORECAST(MON-IDX TYPE-IDX)
054800         ADD WS-LG-PLAN(LED-IDX TYPE-IDX MON-IDX)
054900             TO WS-LG-OPEN-FCST(LED-IDX TYPE-IDX)
055000         MOVE "Y" TO WS-MO-PLAN-SW(MON-IDX TYPE-IDX)
055100     END-IF.
055200 4200-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600*  5000-COPY-ONE-HISTORY.                                      *
055700*    EARLIER FORECASTS CARRY FORWARD, EXCEPT THIS CLOSE'S OWN  *
055800*    FROM A PREVIOUS RUN, WHICH THIS RUN REPLACES.  THE LATEST *
055900*    EARLIER FORECAST OF THE SAME YEAR IS TOTALLED BY CODE     *
056000*    TYPE AS THE ONE THIS FORECAST MOVED FROM.                 *
056100*****************************************************************
056200 5000-COPY-ONE-HISTORY.
056300     IF FH-ASOF-PERIOD = WS-ASOF-PERIOD
056400         GO TO 5000-READ
056500     END-IF.
056600     WRITE FO-FCST-HIST-REC FROM FH-FCST-HIST-REC.
056700     ADD 1 TO WS-HIST-KEPT.
056800     IF FH-ASOF-PERIOD(1:4) NOT = WS-FCST-YEAR
056900             OR FH-ASOF-PERIOD > WS-ASOF-PERIOD
057000             OR FH-ASOF-PERIOD < WS-PRIOR-ASOF
057100             OR FH-CODE-TYPE < "1" OR FH-CODE-TYPE > "3"
057200         GO TO 5000-READ
057300     END-IF.
057400     IF FH-ASOF-PERIOD > WS-PRIOR-ASOF
057500         MOVE FH-ASOF-PERIOD TO WS-PRIOR-ASOF
057600         MOVE ZERO TO WS-TY-PRIOR(1)
057700         MOVE ZERO TO WS-TY-PRIOR(2)
057800         MOVE ZERO TO WS-TY-PRIOR(3)
057900     END-IF.
058000     MOVE FH-CODE-TYPE TO TYPE-IDX.
058100     ADD FH-FORECAST-AMOUNT TO WS-TY-PRIOR(TYPE-IDX).
058200 5000-READ.
058300     READ FCST-HIST-IN
058400         AT END
058500             SET WS-HST-EOF TO TRUE
058600     END-READ.
058700 5000-EXIT.
058800     EXIT.
058900
059000*****************************************************************
059100*  6000-REPORT-LEDGERS.                                        *
059200*****************************************************************
059300 6000-REPORT-LEDGERS.
059400     MOVE WS-FCST-YEAR    TO WS-HDR-YEAR.
059500     MOVE WS-ASOF-PERIOD  TO WS-HDR-ASOF.
059600     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
059700     WRITE FR-PRINT-LINE FROM WS-RPT-HEADER.
059800     MOVE SPACES TO FR-PRINT-LINE.
059900     WRITE FR-PRINT-LINE.
060000     MOVE "FORECAST BY LEDGER AND CODE TYPE" TO WS-TTL-TEXT.
060100     WRITE FR-PRINT-LINE FROM WS-RPT-TITLE.
060200     WRITE FR-PRINT-LINE FROM WS-RPT-LEDGER-HDR.
060300     PERFORM 6100-REPORT-ONE-LEDGER THRU 6100-EXIT
060400         VARYING LED-IDX FROM 1 BY 1
060500         UNTIL LED-IDX > WS-LEDGER-COUNT.
060600 6000-EXIT.
060700     EXIT.
060800
060900*****************************************************************
061000*  6100-REPORT-ONE-LEDGER.                                     *
061100*****************************************************************
061200 6100-REPORT-ONE-LEDGER.
061300     PERFORM 6200-REPORT-ONE-LEDGER-TYPE THRU 6200-EXIT
061400         VARYING TYPE-IDX FROM 1 BY 1
061500         UNTIL TYPE-IDX > 3.
061600 6100-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000*  6200-REPORT-ONE-LEDGER-TYPE.                                *
062100*    A CODE TYPE WITH NO PLAN AND NO ACTIVITY IS LEFT OFF.     *
062200*****************************************************************
062300 6200-REPORT-ONE-LEDGER-TYPE.
062400     IF WS-LG-ACTUAL(LED-IDX TYPE-IDX) = ZERO
062500             AND WS-LG-BUDGET(LED-IDX TYPE-IDX) = ZERO
062600             AND WS-LG-OPEN-FCST(LED-IDX TYPE-IDX) = ZERO
062700         GO TO 6200-EXIT
062800     END-IF.
062900     MOVE WS-LG-CODE(LED-IDX) TO WS-LDG-CODE.
063000     MOVE TYPE-IDX TO WS-LDG-TYPE.
063100     IF WS-LG-METHOD(LED-IDX TYPE-IDX) = "R"
063200         MOVE "RUN RATE" TO WS-LDG-METHOD
063300     ELSE
063400         MOVE "PLAN"     TO WS-LDG-METHOD
063500     END-IF.
063600     MOVE WS-LG-ACTUAL(LED-IDX TYPE-IDX)    TO WS-LDG-ACTUAL.
063700     MOVE WS-LG-OPEN-FCST(LED-IDX TYPE-IDX) TO WS-LDG-OPEN.
063800     COMPUTE WS-FULL-YEAR = WS-LG-ACTUAL(LED-IDX TYPE-IDX)
063900         + WS-LG-OPEN-FCST(LED-IDX TYPE-IDX).
064000     MOVE WS-FULL-YEAR TO WS-LDG-FULL.
064100     MOVE WS-LG-BUDGET(LED-IDX TYPE-IDX) TO WS-LDG-BUDGET.
064200     COMPUTE WS-VARIANCE = WS-FULL-YEAR
064300         - WS-LG-BUDGET(LED-IDX TYPE-IDX).
064400     MOVE WS-VARIANCE TO WS-LDG-VARIANCE.
064500     WRITE FR-PRINT-LINE FROM WS-RPT-LEDGER.
064600 6200-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000*  7000-REPORT-MONTHS.                                         *
065100*    THE YEAR MONTH BY MONTH, EACH LINE ALSO SAVED ON THE      *
065200*    FORECAST HISTORY.                                         *
065300*****************************************************************
065400 7000-REPORT-MONTHS.
065500     MOVE SPACES TO FR-PRINT-LINE.
065600     WRITE FR-PRINT-LINE.
065700     MOVE "FORECAST BY PERIOD" TO WS-TTL-TEXT.
065800     WRITE FR-PRINT-LINE FROM WS-RPT-TITLE.
065900     WRITE FR-PRINT-LINE FROM WS-RPT-MONTH-HDR.
066000     PERFORM 7100-REPORT-ONE-MONTH THRU 7100-EXIT
066100         VARYING MON-IDX FROM 1 BY 1
066200         UNTIL MON-IDX > 12.
066300 7000-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700*  7100-REPORT-ONE-MONTH.                                      *
066800*****************************************************************
066900 7100-REPORT-ONE-MONTH.
067000     PERFORM 7200-REPORT-ONE-MONTH-TYPE THRU 7200-EXIT
067100         VARYING TYPE-IDX FROM 1 BY 1
067200         UNTIL TYPE-IDX > 3.
067300 7100-EXIT.
067400     EXIT.
067500
067600*****************************************************************
067700*  7200-REPORT-ONE-MONTH-TYPE.                                 *
067800*    A CLOSED MONTH STANDS AT ITS ACTUAL; AN OPEN ONE AT THE   *
067900*    SUM OF ITS LEDGERS' FORECASTS.                            *
068000*****************************************************************
068100 7200-REPORT-ONE-MONTH-TYPE.
068200     COMPUTE FO-PERIOD = WS-FCST-YEAR * 100 + MON-IDX.
068300     IF WS-MO-CLOSED(MON-IDX)
068400         MOVE WS-MO-ACTUAL(MON-IDX TYPE-IDX)
068500             TO WS-MO-FORECAST(MON-IDX TYPE-IDX)
068600         SET FO-SOURCE-ACTUAL TO TRUE
068700         MOVE "ACTUAL"   TO WS-MON-SOURCE
068800     ELSE
068900         IF WS-MO-RATE-SW(MON-IDX TYPE-IDX) = "Y"
069000             IF WS-MO-PLAN-SW(MON-IDX TYPE-IDX) = "Y"
069100                 SET FO-SOURCE-MIXED TO TRUE
069200                 MOVE "MIXED"    TO WS-MON-SOURCE
069300             ELSE
069400                 SET FO-SOURCE-RUN-RATE TO TRUE
069500                 MOVE "RUN RATE" TO WS-MON-SOURCE
069600             END-IF
069700         ELSE
069800             SET FO-SOURCE-PLAN TO TRUE
069900             MOVE "PLAN"     TO WS-MON-SOURCE
070000         END-IF
070100     END-IF.
070200     ADD WS-MO-FORECAST(MON-IDX TYPE-IDX)
070300         TO WS-TY-FORECAST(TYPE-IDX).
070400     MOVE FO-PERIOD TO WS-MON-PERIOD.
070500     MOVE TYPE-IDX  TO WS-MON-TYPE.
070600     MOVE WS-MO-FORECAST(MON-IDX TYPE-IDX) TO WS-MON-FORECAST.
070700     MOVE WS-MO-BUDGET(MON-IDX TYPE-IDX)   TO WS-MON-BUDGET.
070800     WRITE FR-PRINT-LINE FROM WS-RPT-MONTH.
070900     MOVE WS-ASOF-PERIOD TO FO-ASOF-PERIOD.
071000     MOVE TYPE-IDX       TO FO-CODE-TYPE.
071100     MOVE WS-MO-FORECAST(MON-IDX TYPE-IDX) TO FO-FORECAST-AMOUNT.
071200     MOVE WS-MO-BUDGET(MON-IDX TYPE-IDX)   TO FO-BUDGET-AMOUNT.
071300     MOVE WS-PROCESS-DATE TO FO-RUN-DATE.
071400     WRITE FO-FCST-HIST-REC.
071500     ADD 1 TO WS-HIST-WRITTEN.
071600 7200-EXIT.
071700     EXIT.
071800
071900*****************************************************************
072000*  8000-REPORT-YEAR.                                           *
072100*    FULL-YEAR FORECAST AGAINST THE ANNUAL BUDGET AND AGAINST  *
072200*    THE PREVIOUS CLOSE'S FORECAST, BY CODE TYPE.              *
072300*****************************************************************
072400 8000-REPORT-YEAR.
072500     MOVE SPACES TO FR-PRINT-LINE.
072600     WRITE FR-PRINT-LINE.
072700     MOVE "FULL YEAR AGAINST ANNUAL BUDGET" TO WS-TTL-TEXT.
072800     WRITE FR-PRINT-LINE FROM WS-RPT-TITLE.
072900     IF WS-PRIOR-ASOF > ZERO
073000         MOVE WS-PRIOR-ASOF TO WS-PRI-ASOF
073100         WRITE FR-PRINT-LINE FROM WS-RPT-PRIOR
073200     ELSE
073300         MOVE "NO EARLIER FORECAST FOR THE YEAR" TO WS-TTL-TEXT
073400         WRITE FR-PRINT-LINE FROM WS-RPT-TITLE
073500     END-IF.
073600     WRITE FR-PRINT-LINE FROM WS-RPT-YEAR-HDR.
073700     PERFORM 8050-REPORT-ONE-YEAR-TYPE THRU 8050-EXIT
073800         VARYING TYPE-IDX FROM 1 BY 1
073900         UNTIL TYPE-IDX > 3.
074000 8000-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400*  8050-REPORT-ONE-YEAR-TYPE.                                  *
074500*****************************************************************
074600 8050-REPORT-ONE-YEAR-TYPE.
074700     MOVE TYPE-IDX TO WS-YR-TYPE.
074800     MOVE WS-TY-FORECAST(TYPE-IDX) TO WS-YR-FORECAST.
074900     MOVE WS-TY-BUDGET(TYPE-IDX)   TO WS-YR-BUDGET.
075000     COMPUTE WS-VARIANCE = WS-TY-FORECAST(TYPE-IDX)
075100         - WS-TY-BUDGET(TYPE-IDX).
075200     MOVE WS-VARIANCE TO WS-YR-VARIANCE.
075300     MOVE SPACES TO WS-YR-FLAG.
075400     IF WS-TY-BUDGET(TYPE-IDX) = ZERO
075500         MOVE ZERO TO WS-YR-VAR-PCT
075600         MOVE "ZERO PLAN" TO WS-YR-FLAG
075700     ELSE
075800         COMPUTE WS-VARIANCE-PCT ROUNDED =
075900             (WS-VARIANCE * 100) / WS-TY-BUDGET(TYPE-IDX)
076000             ON SIZE ERROR
076100                 MOVE 999.99 TO WS-VARIANCE-PCT
076200         END-COMPUTE
076300         MOVE WS-VARIANCE-PCT TO WS-YR-VAR-PCT
076400         IF WS-VARIANCE-PCT < ZERO
076500             COMPUTE WS-ABS-PCT = ZERO - WS-VARIANCE-PCT
076600         ELSE
076700             MOVE WS-VARIANCE-PCT TO WS-ABS-PCT
076800         END-IF
076900         IF WS-ABS-PCT > WS-TOLERANCE-PCT
077000             MOVE "OVER TOL " TO WS-YR-FLAG
077100             SET WS-LINE-FLAGGED TO TRUE
077200         END-IF
077300     END-IF.
077400     MOVE WS-TY-PRIOR(TYPE-IDX) TO WS-YR-PRIOR.
077500     IF WS-PRIOR-ASOF > ZERO
077600         COMPUTE WS-VARIANCE = WS-TY-FORECAST(TYPE-IDX)
077700             - WS-TY-PRIOR(TYPE-IDX)
077800     ELSE
077900         MOVE ZERO TO WS-VARIANCE
078000     END-IF.
078100     MOVE WS-VARIANCE TO WS-YR-MOVEMENT.
078200     WRITE FR-PRINT-LINE FROM WS-RPT-YEAR.
078300 8050-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700*  8100-FIND-LEDGER.                                           *
078800*    WS-WORK-LEDGER'S SLOT INTO LED-SUB, OPENING A SLOT THE    *
078900*    FIRST TIME A LEDGER IS SEEN (ZERO WHEN THE TABLE IS       *
079000*    FULL).                                                    *
079100*****************************************************************
079200 8100-FIND-LEDGER.
079300     MOVE ZERO TO LED-SUB.
079400     PERFORM 8150-MATCH-ONE-LEDGER THRU 8150-EXIT
079500         VARYING LED-IDX FROM 1 BY 1
079600         UNTIL LED-IDX > WS-LEDGER-COUNT
079700            OR LED-SUB > ZERO.
079800     IF LED-SUB > ZERO
079900         GO TO 8100-EXIT
080000     END-IF.
080100     IF WS-LEDGER-COUNT NOT < 50
080200         DISPLAY "FCSTYR1 - LEDGER TABLE FULL - "
080300             WS-WORK-LEDGER " IGNORED"
080400         GO TO 8100-EXIT
080500     END-IF.
080600     ADD 1 TO WS-LEDGER-COUNT.
080700     MOVE WS-LEDGER-COUNT TO LED-SUB.
080800     MOVE WS-WORK-LEDGER TO WS-LG-CODE(LED-SUB).
080900     PERFORM 8200-CLEAR-LEDGER-TYPE THRU 8200-EXIT
081000         VARYING TYPE-IDX FROM 1 BY 1
081100         UNTIL TYPE-IDX > 3.
081200 8100-EXIT.
081300     EXIT.
081400
081500*****************************************************************
081600*  8150-MATCH-ONE-LEDGER.                                      *
081700*****************************************************************
081800 8150-MATCH-ONE-LEDGER.
081900     IF WS-LG-CODE(LED-IDX) = WS-WORK-LEDGER
082000         MOVE LED-IDX TO LED-SUB
082100     END-IF.
082200 8150-EXIT.
082300     EXIT.
082400
082500*****************************************************************
082600*  8200-CLEAR-LEDGER-TYPE.                                     *
082700*****************************************************************
082800 8200-CLEAR-LEDGER-TYPE.
082900     MOVE "P"  TO WS-LG-METHOD(LED-SUB TYPE-IDX).
083000     MOVE ZERO TO WS-LG-ACTUAL(LED-SUB TYPE-IDX).
083100     MOVE ZERO TO WS-LG-BUDGET(LED-SUB TYPE-IDX).
083200     MOVE ZERO TO WS-LG-RUN-RATE(LED-SUB TYPE-IDX).
083300     MOVE ZERO TO WS-LG-OPEN-FCST(LED-SUB TYPE-IDX).
083400     PERFORM 8250-CLEAR-LEDGER-MONTH THRU 8250-EXIT
083500         VARYING MON-IDX FROM 1 BY 1
083600         UNTIL MON-IDX > 12.
083700 8200-EXIT.
083800     EXIT.
083900
084000*****************************************************************
084100*  8250-CLEAR-LEDGER-MONTH.                                    *
084200*****************************************************************
084300 8250-CLEAR-LEDGER-MONTH.
084400     MOVE ZERO TO WS-LG-PLAN(LED-SUB TYPE-IDX MON-IDX).
084500 8250-EXIT.
084600     EXIT.
084700
084800*****************************************************************
084900*  8300-FIND-METHOD.                                           *
085000*    THE LEDGER'S OWN SETTING FOR THE CODE TYPE IF IT HAS ONE, *
085100*    ELSE THE "****" SETTING, ELSE THE PLAN.                   *
085200*****************************************************************
085300 8300-FIND-METHOD.
085400     MOVE SPACE TO WS-WORK-METHOD.
085500     PERFORM 8350-MATCH-ONE-SETTING THRU 8350-EXIT
085600         VARYING PRM-IDX FROM 1 BY 1
085700         UNTIL PRM-IDX > WS-PARM-COUNT
085800            OR WS-WORK-METHOD NOT = SPACE.
085900     IF WS-WORK-METHOD NOT = SPACE
086000         GO TO 8300-EXIT
086100     END-IF.
086200     MOVE "****" TO WS-WORK-LEDGER.
086300     PERFORM 8350-MATCH-ONE-SETTING THRU 8350-EXIT
086400         VARYING PRM-IDX FROM 1 BY 1
086500         UNTIL PRM-IDX > WS-PARM-COUNT
086600            OR WS-WORK-METHOD NOT = SPACE.
086700     IF WS-WORK-METHOD = SPACE
086800         MOVE "P" TO WS-WORK-METHOD
086900     END-IF.
087000 8300-EXIT.
087100     EXIT.
087200
087300*****************************************************************
087400*  8350-MATCH-ONE-SETTING.                                     *
087500*****************************************************************
087600 8350-MATCH-ONE-SETTING.
087700     IF WS-PM-LEDGER(PRM-IDX) = WS-WORK-LEDGER
087800             AND WS-PM-TYPE(PRM-IDX) = WS-WORK-TYPE
087900         MOVE WS-PM-METHOD(PRM-IDX) TO WS-WORK-METHOD
088000     END-IF.
088100 8350-EXIT.
088200     EXIT.
088300
088400*****************************************************************
088500*  9000-FINALIZE.                                              *
088600*    RC 4 WHEN A CODE TYPE'S FULL YEAR IS FORECAST BEYOND THE  *
088700*    BUDGET VARIANCE TOLERANCE.                                *
088800*****************************************************************
088900 9000-FINALIZE.
089000     DISPLAY "FCSTYR1 YEAR " WS-FCST-YEAR
089100         " CLOSED MONTHS: " WS-CLOSED-COUNT
089200         " HISTORY KEPT: " WS-HIST-KEPT
089300         " WRITTEN: " WS-HIST-WRITTEN.
089400     IF WS-LINE-FLAGGED
089500         MOVE 4 TO RETURN-CODE
089600     END-IF.
089700     CLOSE MTH-SUM.
089800     CLOSE TOTALS-HIST.
089900     CLOSE BUD-MAST.
090000     CLOSE FCST-HIST-IN.
090100     CLOSE FCST-HIST-OUT.
090200     CLOSE FCST-RPT.
090300     MOVE "FCSTYR1"      TO CL-PROGRAM.
090400     MOVE WS-ASOF-PERIOD TO CL-PERIOD.
090500     IF WS-CLOSED-COUNT = ZERO
090600         MOVE ZERO TO CL-PERIOD
090700     END-IF.
090800     MOVE RETURN-CODE    TO CL-RUN-RC.
090900     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
091000 9000-EXIT.
091100     EXIT.
