000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     ARKPI1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    MONTHLY RECEIVABLES KPI RUN.  FOR THE PERIOD ON KPIPARM   *
001200*    MEASURES, FOR THE WHOLE LEDGER AND FOR EACH CUSTOMER -    *
001300*      DAYS SALES OUTSTANDING - CLOSING OPEN AR OVER THE       *
001400*        PERIOD'S BILLINGS, TIMES THE DAYS IN THE PERIOD;      *
001500*      COLLECTION EFFECTIVENESS INDEX - (OPENING AR PLUS       *
001600*        BILLINGS LESS CLOSING AR) OVER (OPENING AR PLUS       *
001700*        BILLINGS LESS CLOSING CURRENT AR), AS A PERCENT;      *
001800*      AVERAGE DAYS-TO-PAY - INVOICE DATE TO AR-CLOSE-DATE     *
001900*        OVER THE ITEMS PAID CLOSED DURING THE PERIOD.         *
002000*    OPENING AR IS THE MONTH-OPENING MASTER (ARMOPEN),         *
002100*    CLOSING AR TONIGHT'S MASTER (ARMAST), AND THE BILLINGS    *
002200*    THE PERIOD'S BILLSUM GENERATIONS CONCATENATED ON THE DD.  *
002300*    EACH PERIOD'S FIGURES ARE ADDED TO THE TWELVE-PERIOD      *
002400*    TREND ON THE KPI HISTORY (ARKPIHI TO ARKPIHO), AND A      *
002500*    CUSTOMER WHOSE DAYS-TO-PAY LENGTHENED BY MORE THAN THE    *
002600*    TOLERANCE SINCE THE PRIOR PERIOD IS FLAGGED.  THE REPORT  *
002700*    IS ARKPIRPT.                                              *
002800*                                                              *
002900*  MODIFICATION HISTORY.                                       *
003000*    2026-10-15  DL  ORIGINAL RECEIVABLES KPI REPORT.          *
003025*    2026-10-15  DL  THE CURRENCY, FOREIGN AMOUNT AND BOOKING  *
003050*                    RATE NOW ON THE OPEN ITEM ARE RENAMED     *
003075*                    WITH THE REST OF THE ARMASTI COPY.        *
003081*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON  *
003087*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST    *
003093*                    THROUGH CLSREC01, WITH ITS RETURN CODE.   *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT KPI-PARM ASSIGN TO "KPIPARM"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPEN-MAST ASSIGN TO "ARMOPEN"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT CLOSE-MAST ASSIGN TO "ARMAST"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT BILL-SUM ASSIGN TO "BILLSUM"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT HIST-IN ASSIGN TO "ARKPIHI"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT HIST-OUT ASSIGN TO "ARKPIHO"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT KPI-RPT ASSIGN TO "ARKPIRPT"
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  KPI-PARM.
005300     COPY DLKPIPRM.
005400
005500 FD  OPEN-MAST.
005600     COPY DLARITEM
005700         REPLACING ==AR-OPEN-ITEM-REC== BY ==AI-OPEN-ITEM-REC==
005800                   ==AR-ACCOUNT-CODE==  BY ==AI-ACCOUNT-CODE==
005900                   ==AR-INVOICE-NO==    BY ==AI-INVOICE-NO==
006000                   ==AR-INVOICE-DATE==  BY ==AI-INVOICE-DATE==
006100                   ==AR-ORIG-AMOUNT==   BY ==AI-ORIG-AMOUNT==
006200                   ==AR-OPEN-AMOUNT==   BY ==AI-OPEN-AMOUNT==
006300                   ==AR-STATUS==        BY ==AI-STATUS==
006400                   ==AR-OPEN==          BY ==AI-OPEN==
006500                   ==AR-PARTIAL==       BY ==AI-PARTIAL==
006600                   ==AR-CLOSED==        BY ==AI-CLOSED==
006700                   ==AR-WRITTEN-OFF==   BY ==AI-WRITTEN-OFF==
006800                   ==AR-SETTLED==       BY ==AI-SETTLED==
006900                   ==AR-CLOSE-DATE==    BY ==AI-CLOSE-DATE==
007000                   ==AR-DUE-DATE==      BY ==AI-DUE-DATE==
007100                   ==AR-DISC-DATE==     BY ==AI-DISC-DATE==
007200                   ==AR-DISC-AMOUNT==   BY ==AI-DISC-AMOUNT==
007225                   ==AR-CURRENCY-CODE== BY ==AI-CURRENCY-CODE==
007250                   ==AR-FOREIGN-AMOUNT== BY ==AI-FOREIGN-AMOUNT==
007275                   ==AR-BOOK-RATE==     BY ==AI-BOOK-RATE==.
007300
007400 FD  CLOSE-MAST.
007500     COPY DLARITEM.
007600
007700 FD  BILL-SUM.
007800     COPY DLBILSUM.
007900
008000 FD  HIST-IN.
008100     COPY DLKPIHST
008200         REPLACING ==KH-HISTORY-REC==     BY ==KI-HISTORY-REC==
008300                   ==KH-ACCOUNT-CODE==    BY ==KI-ACCOUNT-CODE==
008400                   ==KH-LEDGER-TOTAL==    BY ==KI-LEDGER-TOTAL==
008500                   ==KH-PERIOD-COUNT==    BY ==KI-PERIOD-COUNT==
008600                   ==KH-PERIOD-ID==       BY ==KI-PERIOD-ID==
008700                   ==KH-PERIOD==          BY ==KI-PERIOD==
008800                   ==KH-DSO==             BY ==KI-DSO==
008900                   ==KH-CEI==             BY ==KI-CEI==
009000                   ==KH-DAYS-TO-PAY==     BY ==KI-DAYS-TO-PAY==.
009100
009200 FD  HIST-OUT.
009300     COPY DLKPIHST.
009400
009500 FD  KPI-RPT.
009600 01  KR-PRINT-LINE            PIC X(132).
009700
009800 WORKING-STORAGE SECTION.
009900 01  WS-SWITCHES.
010000     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
010100         88  WS-PARM-EOF           VALUE "Y".
010200     05  WS-OPEN-EOF-SW       PIC X(01) VALUE "N".
010300         88  WS-OPEN-EOF           VALUE "Y".
010400     05  WS-CLOSE-EOF-SW      PIC X(01) VALUE "N".
010500         88  WS-CLOSE-EOF          VALUE "Y".
010600     05  WS-BILL-EOF-SW       PIC X(01) VALUE "N".
010700         88  WS-BILL-EOF           VALUE "Y".
010800     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
010900         88  WS-HIST-EOF           VALUE "Y".
011000     05  WS-ACTIVE-SW         PIC X(01) VALUE "N".
011100         88  WS-ACCOUNT-ACTIVE     VALUE "Y".
011200
011300 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
011400 01  WS-PERIOD-FROM           PIC 9(08) VALUE ZERO.
011500 01  WS-PERIOD-TO             PIC 9(08) VALUE ZERO.
011600 01  WS-PERIOD-ID             PIC 9(06) VALUE ZERO.
011700 01  WS-PERIOD-DAYS           PIC S9(05) VALUE ZERO.
011800 01  WS-DTP-TOLERANCE         PIC 9(03) VALUE 5.
011900 01  WS-ACCT-KEY              PIC X(06) VALUE SPACES.
012000 01  WS-PAY-DAYS              PIC S9(07) VALUE ZERO.
012100 01  WS-CEI-BASE              PIC S9(13) VALUE ZERO.
012200 01  WS-DSO                   PIC S9(05)V9(01) VALUE ZERO.
012300 01  WS-CEI                   PIC S9(05)V9(01) VALUE ZERO.
012400 01  WS-DAYS-TO-PAY           PIC S9(05)V9(01) VALUE ZERO.
012500 01  WS-PRIOR-DTP             PIC S9(05)V9(01) VALUE ZERO.
012600 01  WS-SKIP-COUNT            PIC 9(07) VALUE ZERO.
012700 01  WS-FLAG-COUNT            PIC 9(05) VALUE ZERO.
012800 01  WS-CUST-COUNT            PIC 9(05) VALUE ZERO.
012900 01  ACC-IDX                  PIC 9(03) VALUE ZERO.
013000 01  ACC-SUB                  PIC 9(03) VALUE ZERO.
013100 01  TOT-IDX                  PIC 9(03) VALUE ZERO.
013200 01  HST-IDX                  PIC 9(02) VALUE ZERO.
013300 01  HST-SUB                  PIC 9(02) VALUE ZERO.
013400
013500*    ONE ENTRY PER CUSTOMER SEEN ON THE HISTORY, EITHER MASTER,
013600*    OR THE BILLINGS, AND ONE FOR THE LEDGER AS A WHOLE.
013700 01  WS-ACCT-COUNT            PIC 9(03) VALUE ZERO.
013800 01  WS-ACCT-TABLE.
013900     05  WS-ACCT-ENTRY OCCURS 1 TO 500 TIMES
014000             DEPENDING ON WS-ACCT-COUNT.
014100         10  WS-ACC-CODE      PIC X(06).
014200         10  WS-ACC-BEGIN-AR  PIC S9(11).
014300         10  WS-ACC-SALES     PIC 9(11).
014400         10  WS-ACC-END-AR    PIC S9(11).
014500         10  WS-ACC-END-CURRENT PIC S9(11).
014600         10  WS-ACC-PAID-COUNT PIC 9(05).
014700         10  WS-ACC-PAID-DAYS PIC 9(09).
014800         10  WS-ACC-HIST-COUNT PIC 9(02).
014900         10  WS-ACC-HIST OCCURS 12 TIMES.
015000             15  WS-ACC-HIST-ID    PIC 9(06).
015100             15  WS-ACC-HIST-DSO   PIC S9(05)V9(01).
015200             15  WS-ACC-HIST-CEI   PIC S9(05)V9(01).
015300             15  WS-ACC-HIST-DTP   PIC S9(05)V9(01).
015400
015500 01  WS-RPT-HEADER.
015600     05  FILLER               PIC X(30) VALUE
015700         "RECEIVABLES KPI REPORT -".
015800     05  WS-HDR-FROM          PIC 9(08).
015900     05  FILLER               PIC X(04) VALUE " TO ".
016000     05  WS-HDR-TO            PIC 9(08).
016100
016200 01  WS-RPT-COLUMNS.
016300     05  FILLER               PIC X(08) VALUE "ACCOUNT".
016400     05  FILLER               PIC X(14) VALUE "    OPENING AR".
016500     05  FILLER               PIC X(14) VALUE "      BILLINGS".
016600     05  FILLER               PIC X(14) VALUE "    CLOSING AR".
016700     05  FILLER               PIC X(10) VALUE "       DSO".
016800     05  FILLER               PIC X(10) VALUE "     CEI %".
016900     05  FILLER               PIC X(10) VALUE "  DAYS-PAY".
017000     05  FILLER               PIC X(10) VALUE "  PRIOR DP".
017100
017200 01  WS-RPT-DETAIL.
017300     05  WS-DET-ACCOUNT       PIC X(06).
017400     05  FILLER               PIC X(02) VALUE SPACES.
017500     05  WS-DET-BEGIN-AR      PIC -(13)9.
017600     05  WS-DET-SALES         PIC Z(13)9.
017700     05  WS-DET-END-AR        PIC -(13)9.
017800     05  WS-DET-DSO           PIC -(7)9.9.
017900     05  WS-DET-CEI           PIC -(7)9.9.
018000     05  WS-DET-DTP           PIC -(7)9.9.
018100     05  WS-DET-PRIOR-DTP     PIC -(7)9.9.
018200     05  FILLER               PIC X(02) VALUE SPACES.
018300     05  WS-DET-FLAG          PIC X(22).
018400
018500 01  WS-RPT-TREND-HEAD.
018600     05  FILLER               PIC X(40) VALUE
018700         "LEDGER TREND  PERIOD       DSO     CEI %".
018800     05  FILLER               PIC X(10) VALUE "  DAYS-PAY".
018900
019000 01  WS-RPT-TREND.
019100     05  FILLER               PIC X(14) VALUE SPACES.
019200     05  WS-TRD-PERIOD        PIC 9(06).
019300     05  WS-TRD-DSO           PIC -(7)9.9.
019400     05  WS-TRD-CEI           PIC -(7)9.9.
019500     05  WS-TRD-DTP           PIC -(7)9.9.
019600
019633     COPY DLCLNOTE.
019666
019700 PROCEDURE DIVISION.
019800*****************************************************************
019900*  0000-MAINLINE.                                              *
020000*****************************************************************
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 2000-TAKE-ONE-OPEN-ITEM THRU 2000-EXIT
020400         UNTIL WS-OPEN-EOF.
020500     PERFORM 2100-TAKE-ONE-CLOSE-ITEM THRU 2100-EXIT
020600         UNTIL WS-CLOSE-EOF.
020700     PERFORM 2200-TAKE-ONE-BILLING THRU 2200-EXIT
020800         UNTIL WS-BILL-EOF.
020900     PERFORM 4000-REPORT-LEDGER THRU 4000-EXIT.
021000     PERFORM 5000-REPORT-ONE-CUSTOMER THRU 5000-EXIT
021100         VARYING ACC-IDX FROM 1 BY 1
021200         UNTIL ACC-IDX > WS-ACCT-COUNT.
021300     PERFORM 6000-WRITE-ONE-HISTORY THRU 6000-EXIT
021400         VARYING ACC-IDX FROM 1 BY 1
021500         UNTIL ACC-IDX > WS-ACCT-COUNT.
021600     PERFORM 9000-FINALIZE THRU 9000-EXIT.
021700     STOP RUN.
021800
021900*****************************************************************
022000*  1000-INITIALIZE.                                            *
022100*    WITH NO KPIPARM RECORD THE PERIOD IS THE CURRENT MONTH    *
022200*    TO DATE AND THE TOLERANCE 5 DAYS.  THE PERIOD IS FILED    *
022300*    UNDER THE YEAR AND MONTH IT ENDS IN.  THE HISTORY IS      *
022400*    LOADED WHOLE SO A CUSTOMER QUIET THIS PERIOD KEEPS ITS    *
022500*    TREND.                                                    *
022600*****************************************************************
022700 1000-INITIALIZE.
022800     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
022900     MOVE WS-PROCESS-DATE TO WS-PERIOD-FROM.
023000     MOVE "01" TO WS-PERIOD-FROM(7:2).
023100     MOVE WS-PROCESS-DATE TO WS-PERIOD-TO.
023200     OPEN INPUT KPI-PARM.
023300     READ KPI-PARM
023400         AT END
023500             SET WS-PARM-EOF TO TRUE
023600     END-READ.
023700     IF NOT WS-PARM-EOF
023800         MOVE KP-PERIOD-FROM TO WS-PERIOD-FROM
023900         MOVE KP-PERIOD-TO   TO WS-PERIOD-TO
024000         IF KP-DTP-TOLERANCE > ZERO
024100             MOVE KP-DTP-TOLERANCE TO WS-DTP-TOLERANCE
024200         END-IF
024300     END-IF.
024400     CLOSE KPI-PARM.
024500     MOVE WS-PERIOD-TO(1:6) TO WS-PERIOD-ID.
024600     COMPUTE WS-PERIOD-DAYS =
024700         FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
024800         - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 1.
024900     OPEN INPUT HIST-IN.
025000     READ HIST-IN
025100         AT END
025200             SET WS-HIST-EOF TO TRUE
025300     END-READ.
025400     PERFORM 1100-LOAD-ONE-HISTORY THRU 1100-EXIT
025500         UNTIL WS-HIST-EOF.
025600     CLOSE HIST-IN.
025700     MOVE "*TOTAL" TO WS-ACCT-KEY.
025800     PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT.
025900     MOVE ACC-SUB TO TOT-IDX.
026000     OPEN INPUT OPEN-MAST.
026100     OPEN INPUT CLOSE-MAST.
026200     OPEN INPUT BILL-SUM.
026300     OPEN OUTPUT HIST-OUT.
026400     OPEN OUTPUT KPI-RPT.
026500     MOVE WS-PERIOD-FROM TO WS-HDR-FROM.
026600     MOVE WS-PERIOD-TO   TO WS-HDR-TO.
026700     WRITE KR-PRINT-LINE FROM WS-RPT-HEADER.
026800     WRITE KR-PRINT-LINE FROM WS-RPT-COLUMNS.
026900     PERFORM 1200-READ-OPEN-MAST THRU 1200-EXIT.
027000     PERFORM 1210-READ-CLOSE-MAST THRU 1210-EXIT.
027100     PERFORM 1220-READ-BILLING THRU 1220-EXIT.
027200 1000-EXIT.
027300     EXIT.
027400
027500*****************************************************************
027600*  1100-LOAD-ONE-HISTORY.                                      *
027700*****************************************************************
027800 1100-LOAD-ONE-HISTORY.
027900     MOVE KI-ACCOUNT-CODE TO WS-ACCT-KEY.
028000     PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT.
028100     IF ACC-SUB = ZERO
028200         ADD 1 TO WS-SKIP-COUNT
028300         GO TO 1100-NEXT
028400     END-IF.
028500     MOVE KI-PERIOD-COUNT TO WS-ACC-HIST-COUNT(ACC-SUB).
028600     PERFORM 1150-LOAD-ONE-PERIOD THRU 1150-EXIT
028700         VARYING HST-IDX FROM 1 BY 1
028800         UNTIL HST-IDX > 12.
028900 1100-NEXT.
029000     READ HIST-IN
029100         AT END
029200             SET WS-HIST-EOF TO TRUE
029300     END-READ.
029400 1100-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800*  1150-LOAD-ONE-PERIOD.                                       *
029900*****************************************************************
030000 1150-LOAD-ONE-PERIOD.
030100     MOVE KI-PERIOD-ID(HST-IDX)   TO
030200         WS-ACC-HIST-ID(ACC-SUB HST-IDX).
030300     MOVE KI-DSO(HST-IDX)         TO
030400         WS-ACC-HIST-DSO(ACC-SUB HST-IDX).
030500     MOVE KI-CEI(HST-IDX)         TO
030600         WS-ACC-HIST-CEI(ACC-SUB HST-IDX).
030700     MOVE KI-DAYS-TO-PAY(HST-IDX) TO
030800         WS-ACC-HIST-DTP(ACC-SUB HST-IDX).
030900 1150-EXIT.
031000     EXIT.
031100
031200*****************************************************************
031300*  1200-READ-OPEN-MAST.                                        *
031400*****************************************************************
031500 1200-READ-OPEN-MAST.
031600     READ OPEN-MAST
031700         AT END
031800             SET WS-OPEN-EOF TO TRUE
031900     END-READ.
032000 1200-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400*  1210-READ-CLOSE-MAST.                                       *
032500*****************************************************************
032600 1210-READ-CLOSE-MAST.
032700     READ CLOSE-MAST
032800         AT END
032900             SET WS-CLOSE-EOF TO TRUE
033000     END-READ.
033100 1210-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*  1220-READ-BILLING.                                          *
033600*****************************************************************
033700 1220-READ-BILLING.
033800     READ BILL-SUM
033900         AT END
034000             SET WS-BILL-EOF TO TRUE
034100     END-READ.
034200 1220-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600*  1300-FIND-ACCOUNT.                                          *
034700*    RETURNS IN ACC-SUB THE TABLE ENTRY FOR WS-ACCT-KEY,       *
034800*    ADDING ONE FOR AN ACCOUNT NOT YET SEEN.  ZERO WHEN THE    *
034900*    TABLE IS FULL.                                            *
035000*****************************************************************
035100 1300-FIND-ACCOUNT.
035200     MOVE ZERO TO ACC-SUB.
035300     PERFORM 1350-MATCH-ONE-ACCOUNT THRU 1350-EXIT
035400         VARYING ACC-IDX FROM 1 BY 1
035500         UNTIL ACC-IDX > WS-ACCT-COUNT
035600            OR ACC-SUB > ZERO.
035700     IF ACC-SUB > ZERO
035800         GO TO 1300-EXIT
035900     END-IF.
036000     IF WS-ACCT-COUNT NOT < 500
036100         DISPLAY "ARKPI1 - ACCOUNT TABLE FULL AT " WS-ACCT-KEY
036200         GO TO 1300-EXIT
036300     END-IF.
036400     ADD 1 TO WS-ACCT-COUNT.
036500     MOVE WS-ACCT-COUNT TO ACC-SUB.
036600     MOVE WS-ACCT-KEY TO WS-ACC-CODE(ACC-SUB).
036700     MOVE ZERO TO WS-ACC-BEGIN-AR(ACC-SUB).
036800     MOVE ZERO TO WS-ACC-SALES(ACC-SUB).
036900     MOVE ZERO TO WS-ACC-END-AR(ACC-SUB).
037000     MOVE ZERO TO WS-ACC-END-CURRENT(ACC-SUB).
037100     MOVE ZERO TO WS-ACC-PAID-COUNT(ACC-SUB).
037200     MOVE ZERO TO WS-ACC-PAID-DAYS(ACC-SUB).
037300     MOVE ZERO TO WS-ACC-HIST-COUNT(ACC-SUB).
037400     PERFORM 1360-CLEAR-ONE-PERIOD THRU 1360-EXIT
037500         VARYING HST-IDX FROM 1 BY 1
037600         UNTIL HST-IDX > 12.
037700 1300-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100*  1350-MATCH-ONE-ACCOUNT.                                     *
038200*****************************************************************
038300 1350-MATCH-ONE-ACCOUNT.
038400     IF WS-ACC-CODE(ACC-IDX) = WS-ACCT-KEY
038500         MOVE ACC-IDX TO ACC-SUB
038600     END-IF.
038700 1350-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*  1360-CLEAR-ONE-PERIOD.                                      *
039200*****************************************************************
039300 1360-CLEAR-ONE-PERIOD.
039400     MOVE ZERO TO WS-ACC-HIST-ID(ACC-SUB HST-IDX).
039500     MOVE ZERO TO WS-ACC-HIST-DSO(ACC-SUB HST-IDX).
039600     MOVE ZERO TO WS-ACC-HIST-CEI(ACC-SUB HST-IDX).
039700     MOVE ZERO TO WS-ACC-HIST-DTP(ACC-SUB HST-IDX).
039800 1360-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200*  2000-TAKE-ONE-OPEN-ITEM.                                    *
040300*    OPENING AR - WHAT WAS STILL OPEN AS THE PERIOD BEGAN.     *
040400*****************************************************************
040500 2000-TAKE-ONE-OPEN-ITEM.
040600     IF AI-SETTLED
040700         GO TO 2000-NEXT
040800     END-IF.
040900     MOVE AI-ACCOUNT-CODE TO WS-ACCT-KEY.
041000     PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT.
041100     IF ACC-SUB = ZERO
041200         ADD 1 TO WS-SKIP-COUNT
041300         GO TO 2000-NEXT
041400     END-IF.
041500     ADD AI-OPEN-AMOUNT TO WS-ACC-BEGIN-AR(ACC-SUB).
041600     ADD AI-OPEN-AMOUNT TO WS-ACC-BEGIN-AR(TOT-IDX).
041700 2000-NEXT.
041800     PERFORM 1200-READ-OPEN-MAST THRU 1200-EXIT.
041900 2000-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300*  2100-TAKE-ONE-CLOSE-ITEM.                                   *
042400*    CLOSING AR, THE PART OF IT NOT YET PAST DUE AT PERIOD     *
042500*    END, AND THE DAYS TAKEN TO PAY EACH ITEM PAID CLOSED IN   *
042600*    THE PERIOD.  A WRITTEN-OFF ITEM WAS NEVER PAID AND DOES   *
042700*    NOT COUNT TOWARD DAYS-TO-PAY.                             *
042800*****************************************************************
042900 2100-TAKE-ONE-CLOSE-ITEM.
043000     MOVE AR-ACCOUNT-CODE TO WS-ACCT-KEY.
043100     PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT.
043200     IF ACC-SUB = ZERO
043300         ADD 1 TO WS-SKIP-COUNT
043400         GO TO 2100-NEXT
043500     END-IF.
043600     IF NOT AR-SETTLED
043700         ADD AR-OPEN-AMOUNT TO WS-ACC-END-AR(ACC-SUB)
043800         ADD AR-OPEN-AMOUNT TO WS-ACC-END-AR(TOT-IDX)
043900         IF AR-DUE-DATE NOT < WS-PERIOD-TO
044000             ADD AR-OPEN-AMOUNT TO WS-ACC-END-CURRENT(ACC-SUB)
044100             ADD AR-OPEN-AMOUNT TO WS-ACC-END-CURRENT(TOT-IDX)
044200         END-IF
044300         GO TO 2100-NEXT
044400     END-IF.
044500     IF NOT AR-CLOSED
044600             OR AR-CLOSE-DATE < WS-PERIOD-FROM
044700             OR AR-CLOSE-DATE > WS-PERIOD-TO
044800             OR AR-INVOICE-DATE = ZERO
044900         GO TO 2100-NEXT
045000     END-IF.
045100     COMPUTE WS-PAY-DAYS =
045200         FUNCTION INTEGER-OF-DATE(AR-CLOSE-DATE)
045300         - FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE).
045400     IF WS-PAY-DAYS < ZERO
045500         MOVE ZERO TO WS-PAY-DAYS
045600     END-IF.
045700     ADD 1           TO WS-ACC-PAID-COUNT(ACC-SUB).
045800     ADD WS-PAY-DAYS TO WS-ACC-PAID-DAYS(ACC-SUB).
045900     ADD 1           TO WS-ACC-PAID-COUNT(TOT-IDX).
046000     ADD WS-PAY-DAYS TO WS-ACC-PAID-DAYS(TOT-IDX).
046100 2100-NEXT.
046200     PERFORM 1210-READ-CLOSE-MAST THRU 1210-EXIT.
046300 2100-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700*  2200-TAKE-ONE-BILLING.                                      *
046800*****************************************************************
046900 2200-TAKE-ONE-BILLING.
047000     IF BS-BILL-DATE < WS-PERIOD-FROM
047100             OR BS-BILL-DATE > WS-PERIOD-TO
047200         GO TO 2200-NEXT
047300     END-IF.
047400     MOVE BS-ACCOUNT-CODE TO WS-ACCT-KEY.
047500     PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT.
047600     IF ACC-SUB = ZERO
047700         ADD 1 TO WS-SKIP-COUNT
047800         GO TO 2200-NEXT
047900     END-IF.
048000     ADD BS-INVOICE-TOTAL TO WS-ACC-SALES(ACC-SUB).
048100     ADD BS-INVOICE-TOTAL TO WS-ACC-SALES(TOT-IDX).
048200 2200-NEXT.
048300     PERFORM 1220-READ-BILLING THRU 1220-EXIT.
048400 2200-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*  3000-MEASURE-ACCOUNT.                                       *
048900*    COMPUTES THE THREE KPIS FOR ENTRY ACC-IDX.  WITH NO       *
049000*    BILLINGS IN THE PERIOD AN OPEN BALANCE SHOWS THE DSO AT   *
049100*    ITS CEILING.                                              *
049200*****************************************************************
049300 3000-MEASURE-ACCOUNT.
049400     MOVE ZERO TO WS-DSO.
049500     MOVE ZERO TO WS-CEI.
049600     MOVE ZERO TO WS-DAYS-TO-PAY.
049700     MOVE "N" TO WS-ACTIVE-SW.
049800     IF WS-ACC-BEGIN-AR(ACC-IDX) NOT = ZERO
049900             OR WS-ACC-SALES(ACC-IDX) NOT = ZERO
050000             OR WS-ACC-END-AR(ACC-IDX) NOT = ZERO
050100             OR WS-ACC-PAID-COUNT(ACC-IDX) NOT = ZERO
050200         SET WS-ACCOUNT-ACTIVE TO TRUE
050300     END-IF.
050400     IF WS-ACC-SALES(ACC-IDX) > ZERO
050500         COMPUTE WS-DSO ROUNDED =
050600             WS-ACC-END-AR(ACC-IDX) * WS-PERIOD-DAYS
050700             / WS-ACC-SALES(ACC-IDX)
050800             ON SIZE ERROR
050900                 MOVE 99999.9 TO WS-DSO
051000         END-COMPUTE
051100     ELSE
051200         IF WS-ACC-END-AR(ACC-IDX) > ZERO
051300             MOVE 99999.9 TO WS-DSO
051400         END-IF
051500     END-IF.
051600     COMPUTE WS-CEI-BASE = WS-ACC-BEGIN-AR(ACC-IDX)
051700         + WS-ACC-SALES(ACC-IDX)
051800         - WS-ACC-END-CURRENT(ACC-IDX).
051900     IF WS-CEI-BASE NOT = ZERO
052000         COMPUTE WS-CEI ROUNDED =
052100             (WS-ACC-BEGIN-AR(ACC-IDX) + WS-ACC-SALES(ACC-IDX)
052200              - WS-ACC-END-AR(ACC-IDX)) * 100 / WS-CEI-BASE
052300             ON SIZE ERROR
052400                 MOVE ZERO TO WS-CEI
052500         END-COMPUTE
052600     END-IF.
052700     IF WS-ACC-PAID-COUNT(ACC-IDX) > ZERO
052800         COMPUTE WS-DAYS-TO-PAY ROUNDED =
052900             WS-ACC-PAID-DAYS(ACC-IDX)
053000             / WS-ACC-PAID-COUNT(ACC-IDX)
053100     END-IF.
053200 3000-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*  3100-POST-HISTORY.                                          *
053700*    FILES THE PERIOD ON ENTRY ACC-IDX'S TREND AND PICKS UP    *
053800*    THE PRIOR PERIOD'S DAYS-TO-PAY.  A RERUN OVERWRITES THE   *
053900*    PERIOD IN PLACE; A NEW PERIOD GOES ON THE END, DROPPING   *
054000*    THE OLDEST ONCE TWELVE ARE HELD.  A QUIET ACCOUNT FILES   *
054100*    NOTHING.                                                  *
054200*****************************************************************
054300 3100-POST-HISTORY.
054400     MOVE ZERO TO WS-PRIOR-DTP.
054500     IF NOT WS-ACCOUNT-ACTIVE
054600         GO TO 3100-EXIT
054700     END-IF.
054800     MOVE WS-ACC-HIST-COUNT(ACC-IDX) TO HST-IDX.
054900     IF HST-IDX > ZERO
055000         IF WS-ACC-HIST-ID(ACC-IDX HST-IDX) = WS-PERIOD-ID
055100             IF HST-IDX > 1
055200                 MOVE WS-ACC-HIST-DTP(ACC-IDX HST-IDX - 1)
055300                     TO WS-PRIOR-DTP
055400             END-IF
055500             GO TO 3100-POST
055600         END-IF
055700         MOVE WS-ACC-HIST-DTP(ACC-IDX HST-IDX) TO WS-PRIOR-DTP
055800     END-IF.
055900     IF HST-IDX < 12
056000         ADD 1 TO HST-IDX
056100         MOVE HST-IDX TO WS-ACC-HIST-COUNT(ACC-IDX)
056200     ELSE
056300         PERFORM 3150-SHIFT-ONE-PERIOD THRU 3150-EXIT
056400             VARYING HST-SUB FROM 1 BY 1
056500             UNTIL HST-SUB > 11
056600     END-IF.
056700 3100-POST.
056800     MOVE WS-PERIOD-ID   TO WS-ACC-HIST-ID(ACC-IDX HST-IDX).
056900     MOVE WS-DSO         TO WS-ACC-HIST-DSO(ACC-IDX HST-IDX).
057000     MOVE WS-CEI         TO WS-ACC-HIST-CEI(ACC-IDX HST-IDX).
057100     MOVE WS-DAYS-TO-PAY TO WS-ACC-HIST-DTP(ACC-IDX HST-IDX).
057200 3100-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*  3150-SHIFT-ONE-PERIOD.                                      *
057700*****************************************************************
057800 3150-SHIFT-ONE-PERIOD.
057900     MOVE WS-ACC-HIST(ACC-IDX HST-SUB + 1)
058000         TO WS-ACC-HIST(ACC-IDX HST-SUB).
058100 3150-EXIT.
058200     EXIT.
058300
058400*****************************************************************
058500*  3200-PRINT-DETAIL.                                          *
058600*    A CUSTOMER WHOSE DAYS-TO-PAY LENGTHENED BY MORE THAN THE  *
058700*    TOLERANCE OVER A PRIOR PERIOD IN WHICH IT ALSO PAID IS    *
058800*    FLAGGED.                                                  *
058900*****************************************************************
059000 3200-PRINT-DETAIL.
059100     MOVE WS-ACC-CODE(ACC-IDX)     TO WS-DET-ACCOUNT.
059200     MOVE WS-ACC-BEGIN-AR(ACC-IDX) TO WS-DET-BEGIN-AR.
059300     MOVE WS-ACC-SALES(ACC-IDX)    TO WS-DET-SALES.
059400     MOVE WS-ACC-END-AR(ACC-IDX)   TO WS-DET-END-AR.
059500     MOVE WS-DSO                   TO WS-DET-DSO.
059600     MOVE WS-CEI                   TO WS-DET-CEI.
059700     MOVE WS-DAYS-TO-PAY           TO WS-DET-DTP.
059800     MOVE WS-PRIOR-DTP             TO WS-DET-PRIOR-DTP.
059900     MOVE SPACES TO WS-DET-FLAG.
060000     IF WS-PRIOR-DTP > ZERO
060100             AND WS-DAYS-TO-PAY > ZERO
060200             AND WS-DAYS-TO-PAY - WS-PRIOR-DTP
060300                 > WS-DTP-TOLERANCE
060400         MOVE "** DAYS-TO-PAY WORSE" TO WS-DET-FLAG
060500         IF ACC-IDX NOT = TOT-IDX
060600             ADD 1 TO WS-FLAG-COUNT
060700         END-IF
060800     END-IF.
060900     WRITE KR-PRINT-LINE FROM WS-RPT-DETAIL.
061000 3200-EXIT.
061100     EXIT.
061200
061300*****************************************************************
061400*  4000-REPORT-LEDGER.                                         *
061500*    THE WHOLE-LEDGER LINE, THEN ITS TWELVE-PERIOD TREND.      *
061600*****************************************************************
061700 4000-REPORT-LEDGER.
061800     MOVE TOT-IDX TO ACC-IDX.
061900     PERFORM 3000-MEASURE-ACCOUNT THRU 3000-EXIT.
062000     SET WS-ACCOUNT-ACTIVE TO TRUE.
062100     PERFORM 3100-POST-HISTORY THRU 3100-EXIT.
062200     PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
062300     MOVE SPACES TO KR-PRINT-LINE.
062400     WRITE KR-PRINT-LINE.
062500     WRITE KR-PRINT-LINE FROM WS-RPT-TREND-HEAD.
062600     PERFORM 4100-PRINT-ONE-TREND THRU 4100-EXIT
062700         VARYING HST-IDX FROM 1 BY 1
062800         UNTIL HST-IDX > WS-ACC-HIST-COUNT(TOT-IDX).
062900     MOVE SPACES TO KR-PRINT-LINE.
063000     WRITE KR-PRINT-LINE.
063100     WRITE KR-PRINT-LINE FROM WS-RPT-COLUMNS.
063200 4000-EXIT.
063300     EXIT.
063400
063500*****************************************************************
063600*  4100-PRINT-ONE-TREND.                                       *
063700*****************************************************************
063800 4100-PRINT-ONE-TREND.
063900     MOVE WS-ACC-HIST-ID(TOT-IDX HST-IDX)  TO WS-TRD-PERIOD.
064000     MOVE WS-ACC-HIST-DSO(TOT-IDX HST-IDX) TO WS-TRD-DSO.
064100     MOVE WS-ACC-HIST-CEI(TOT-IDX HST-IDX) TO WS-TRD-CEI.
064200     MOVE WS-ACC-HIST-DTP(TOT-IDX HST-IDX) TO WS-TRD-DTP.
064300     WRITE KR-PRINT-LINE FROM WS-RPT-TREND.
064400 4100-EXIT.
064500     EXIT.
064600
064700*****************************************************************
064800*  5000-REPORT-ONE-CUSTOMER.                                   *
064900*****************************************************************
065000 5000-REPORT-ONE-CUSTOMER.
065100     IF ACC-IDX = TOT-IDX
065200         GO TO 5000-EXIT
065300     END-IF.
065400     PERFORM 3000-MEASURE-ACCOUNT THRU 3000-EXIT.
065500     IF NOT WS-ACCOUNT-ACTIVE
065600         GO TO 5000-EXIT
065700     END-IF.
065800     PERFORM 3100-POST-HISTORY THRU 3100-EXIT.
065900     PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
066000     ADD 1 TO WS-CUST-COUNT.
066100 5000-EXIT.
066200     EXIT.
066300
066400*****************************************************************
066500*  6000-WRITE-ONE-HISTORY.                                     *
066600*****************************************************************
066700 6000-WRITE-ONE-HISTORY.
066800     IF WS-ACC-HIST-COUNT(ACC-IDX) = ZERO
066900         GO TO 6000-EXIT
067000     END-IF.
067100     MOVE WS-ACC-CODE(ACC-IDX)       TO KH-ACCOUNT-CODE.
067200     MOVE WS-ACC-HIST-COUNT(ACC-IDX) TO KH-PERIOD-COUNT.
067300     PERFORM 6100-WRITE-ONE-PERIOD THRU 6100-EXIT
067400         VARYING HST-IDX FROM 1 BY 1
067500         UNTIL HST-IDX > 12.
067600     WRITE KH-HISTORY-REC.
067700 6000-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100*  6100-WRITE-ONE-PERIOD.                                      *
068200*****************************************************************
068300 6100-WRITE-ONE-PERIOD.
068400     MOVE WS-ACC-HIST-ID(ACC-IDX HST-IDX)  TO
068500         KH-PERIOD-ID(HST-IDX).
068600     MOVE WS-ACC-HIST-DSO(ACC-IDX HST-IDX) TO KH-DSO(HST-IDX).
068700     MOVE WS-ACC-HIST-CEI(ACC-IDX HST-IDX) TO KH-CEI(HST-IDX).
068800     MOVE WS-ACC-HIST-DTP(ACC-IDX HST-IDX) TO
068900         KH-DAYS-TO-PAY(HST-IDX).
069000 6100-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*  9000-FINALIZE.                                              *
069500*****************************************************************
069600 9000-FINALIZE.
069700     DISPLAY "ARKPI1 PERIOD " WS-PERIOD-FROM " TO "
069800         WS-PERIOD-TO " CUSTOMERS: " WS-CUST-COUNT.
069900     DISPLAY "ARKPI1 DAYS-TO-PAY FLAGGED: " WS-FLAG-COUNT.
070000     IF WS-SKIP-COUNT > ZERO
070100         DISPLAY "ARKPI1 RECORDS NOT MEASURED: " WS-SKIP-COUNT
070200     END-IF.
070300     CLOSE OPEN-MAST.
070400     CLOSE CLOSE-MAST.
070500     CLOSE BILL-SUM.
070600     CLOSE HIST-OUT.
070700     CLOSE KPI-RPT.
070800     IF WS-SKIP-COUNT > ZERO
070900         MOVE 4 TO RETURN-CODE
071000     END-IF.
071020     MOVE "ARKPI1" TO CL-PROGRAM.
071040     MOVE WS-PERIOD-TO(1:6) TO CL-PERIOD.
071060     MOVE RETURN-CODE TO CL-RUN-RC.
071080     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
071100 9000-EXIT.
071200     EXIT.
