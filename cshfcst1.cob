000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     CSHFCST1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    WEEKLY CASH RECEIPTS FORECAST FOR TREASURY.  STARTING AT  *
001300*    THE RUNCTL BUSINESS DATE, BUCKETS THE RECEIPTS EXPECTED   *
001400*    OVER THE NEXT EIGHT WEEKS BY SOURCE -                     *
001500*      OPEN AR     OPEN ARMAST ITEMS BY DUE DATE, MOVED BY     *
001600*                  THE CUSTOMER'S AVERAGE DAYS PAID PAST (OR   *
001700*                  AHEAD OF) DUE ON ITS CLOSED ITEMS;          *
001800*      AUTO-DEBIT  DEBITS PENDING AT THE BANK ON DDHISTI BY    *
001900*                  COLLECT DATE, AND OPEN ITEMS OF ACTIVE      *
002000*                  AUTO-PAY CUSTOMERS BY DUE DATE;             *
002100*      PROMISES    THE UNPAID PART OF EACH OPEN PROMISE ON     *
002200*                  PROMMSTI BY ITS PROMISE DATE;               *
002300*      PLANS       THE UNPAID INSTALLMENTS OF EACH CURRENT     *
002400*                  PAYMENT PLAN ON PPLANI BY DUE DATE.         *
002500*    AN ACCOUNT UNDER AN OPEN PROMISE OR A CURRENT PLAN IS     *
002600*    FORECAST FROM THE PROMISE OR PLAN, NOT FROM ITS AR ITEMS, *
002700*    SO NO DOLLAR IS EXPECTED TWICE.  CASH EXPECTED BEFORE THE *
002800*    RUN DATE AND NOT YET IN PRINTS ON A PAST-DUE LINE OUTSIDE *
002900*    THE WEEKS.  EACH RUN'S WEEKS ARE KEPT ON THE CSHFCHI/     *
003000*    CSHFCHO HISTORY, AND THE FORECAST MADE FOR THE WEEK JUST  *
003100*    ENDED PRINTS AGAINST THE CASH CSHAUDIT SHOWS WAS APPLIED  *
003200*    IN IT, SO TREASURY CAN SEE HOW CLOSE LAST WEEK'S FORECAST *
003300*    CAME.  WITH NO RUNCTL RECORD THE RUN IS REFUSED.          *
003400*                                                              *
003500*  MODIFICATION HISTORY.                                       *
003600*    2026-10-15  DL  ORIGINAL WEEKLY CASH RECEIPTS FORECAST.   *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RUN-CTL ASSIGN TO "RUNCTL"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT AR-MAST ASSIGN TO "ARMAST"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CU-ACCOUNT-CODE.
004900     SELECT DD-HIST ASSIGN TO "DDHISTI"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT PROM-MAST ASSIGN TO "PROMMSTI"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT PLAN-MAST ASSIGN TO "PPLANI"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT APP-AUDIT ASSIGN TO "CSHAUDIT"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT HIST-IN ASSIGN TO "CSHFCHI"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT HIST-OUT ASSIGN TO "CSHFCHO"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT FCST-RPT ASSIGN TO "CSHFCRPT"
006200         ORGANIZATION IS SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  RUN-CTL.
006700     COPY DLRUNCTL.
006800
006900 FD  AR-MAST.
007000     COPY DLARITEM.
007100
007200 FD  CUST-MAST.
007300     COPY DLCUSTMS.
007400
007500 FD  DD-HIST.
007600     COPY DLDDHIST.
007700
007800 FD  PROM-MAST.
007900     COPY DLPROMS.
008000
008100 FD  PLAN-MAST.
008200     COPY DLPPLAN.
008300
008400 FD  APP-AUDIT.
008500     COPY DLCSHAPP.
008600
008700 FD  HIST-IN.
008800     COPY DLCSHFC
008900         REPLACING ==FC-FORECAST-REC== BY ==FI-FORECAST-REC==
009000                   ==FC-RUN-DATE==       BY ==FI-RUN-DATE==
009100                   ==FC-WEEK-START==     BY ==FI-WEEK-START==
009200                   ==FC-AR-AMOUNT==      BY ==FI-AR-AMOUNT==
009300                   ==FC-DD-AMOUNT==      BY ==FI-DD-AMOUNT==
009400                   ==FC-PROMISE-AMOUNT== BY ==FI-PROMISE-AMOUNT==
009500                   ==FC-PLAN-AMOUNT==    BY ==FI-PLAN-AMOUNT==
009600                   ==FC-TOTAL-AMOUNT==   BY ==FI-TOTAL-AMOUNT==.
009700
009800 FD  HIST-OUT.
009900     COPY DLCSHFC.
010000
010100 FD  FCST-RPT.
010200 01  FR-PRINT-LINE            PIC X(132).
010300
010400 WORKING-STORAGE SECTION.
010500 01  WS-SWITCHES.
010600     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
010700         88  WS-CTL-EOF            VALUE "Y".
010800     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
010900         88  WS-AR-EOF             VALUE "Y".
011000     05  WS-DD-EOF-SW         PIC X(01) VALUE "N".
011100         88  WS-DD-EOF             VALUE "Y".
011200     05  WS-PROM-EOF-SW       PIC X(01) VALUE "N".
011300         88  WS-PROM-EOF           VALUE "Y".
011400     05  WS-PLAN-EOF-SW       PIC X(01) VALUE "N".
011500         88  WS-PLAN-EOF           VALUE "Y".
011600     05  WS-APP-EOF-SW        PIC X(01) VALUE "N".
011700         88  WS-APP-EOF            VALUE "Y".
011800     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
011900         88  WS-HIST-EOF           VALUE "Y".
012000     05  WS-CUST-FOUND-SW     PIC X(01) VALUE "N".
012100         88  WS-CUST-FOUND         VALUE "Y".
012200     05  WS-PRIOR-FOUND-SW    PIC X(01) VALUE "N".
012300         88  WS-PRIOR-FOUND        VALUE "Y".
012400
012500 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
012600 01  WS-RUN-DAY               PIC 9(07) VALUE ZERO.
012700 01  WS-DAY-NUMBER            PIC 9(07) VALUE ZERO.
012800 01  WS-DAY-OFFSET            PIC S9(07) VALUE ZERO.
012900 01  WS-WORK-DATE             PIC 9(08) VALUE ZERO.
013000 01  WS-WORK-ACCOUNT          PIC X(08) VALUE SPACES.
013100 01  WS-ADJUST-DAYS           PIC S9(05) VALUE ZERO.
013200 01  WS-PRIOR-START           PIC 9(08) VALUE ZERO.
013300 01  WS-PRIOR-END             PIC 9(08) VALUE ZERO.
013400 01  WS-PRIOR-RUN             PIC 9(08) VALUE ZERO.
013500 01  WS-PRIOR-FORECAST        PIC 9(11)V9(02) VALUE ZERO.
013600 01  WS-PRIOR-ACTUAL          PIC 9(11)V9(02) VALUE ZERO.
013700 01  WS-KEEP-FROM             PIC 9(08) VALUE ZERO.
013800 01  WS-PLAN-COVER            PIC 9(07)V9(02) VALUE ZERO.
013900 01  WS-REMAINING             PIC 9(07)V9(02) VALUE ZERO.
014000
014100 01  WS-BKT-DATE              PIC 9(08) VALUE ZERO.
014200 01  WS-BKT-AMOUNT            PIC S9(09)V9(02) VALUE ZERO.
014300 01  WS-BKT-SOURCE            PIC 9(01) VALUE ZERO.
014400 01  WS-BEYOND-COUNT          PIC 9(07) COMP VALUE ZERO.
014500
014600 01  WK-IDX                   PIC 9(02) VALUE ZERO.
014700 01  SRC-IDX                  PIC 9(01) VALUE ZERO.
014800 01  INST-IDX                 PIC 9(02) VALUE ZERO.
014900*    BUCKETS 1-8 ARE THE FORECAST WEEKS, 9 IS PAST DUE, 10 IS
015000*    THE TOTAL OF THE EIGHT WEEKS.  SOURCES ARE 1 OPEN AR,
015100*    2 AUTO-DEBIT, 3 PROMISES, 4 PLANS.
015200 01  WS-BUCKET-TABLE.
015300     05  WS-BUCKET OCCURS 10 TIMES.
015400         10  WS-BK-START      PIC 9(08).
015500         10  WS-BK-END        PIC 9(08).
015600         10  WS-BK-SOURCE OCCURS 4 TIMES
015700                              PIC S9(11)V9(02).
015800         10  WS-BK-TOTAL      PIC S9(11)V9(02).
015900
016000 01  WS-ACC-COUNT             PIC 9(04) VALUE ZERO.
016100 01  ACC-IDX                  PIC 9(04) VALUE ZERO.
016200 01  ACC-SUB                  PIC 9(04) VALUE ZERO.
016300 01  WS-ACCOUNT-TABLE.
016400     05  WS-ACC-ENTRY OCCURS 1 TO 5000 TIMES
016500             DEPENDING ON WS-ACC-COUNT.
016600         10  WS-ACC-ACCOUNT   PIC X(08).
016700         10  WS-ACC-LATE-DAYS PIC S9(09).
016800         10  WS-ACC-CLOSED    PIC 9(07).
016900         10  WS-ACC-COVERED-SW PIC X(01).
017000             88  WS-ACC-COVERED    VALUE "Y".
017100
017200 01  WS-DEB-COUNT             PIC 9(04) VALUE ZERO.
017300 01  DEB-IDX                  PIC 9(04) VALUE ZERO.
017400 01  DEB-SUB                  PIC 9(04) VALUE ZERO.
017500 01  WS-DEBIT-TABLE.
017600     05  WS-DEB-ENTRY OCCURS 1 TO 5000 TIMES
017700             DEPENDING ON WS-DEB-COUNT.
017800         10  WS-DEB-INVOICE   PIC X(08).
017900         10  WS-DEB-STATUS    PIC X(01).
018000
018100 01  WS-RPT-HEADER.
018200     05  FILLER               PIC X(40) VALUE
018300         "WEEKLY CASH RECEIPTS FORECAST  RUN DATE ".
018400     05  WS-HDR-DATE          PIC 9(08).
018500
018600 01  WS-RPT-COLUMNS.
018700     05  FILLER               PIC X(53) VALUE
018800         "WEEK     FROM     TO               OPEN AR      AUTO-".
018900     05  FILLER               PIC X(53) VALUE
019000         "DEBIT        PROMISES           PLANS           TOTAL".
019100
019200 01  WS-RPT-DETAIL.
019300     05  WS-DET-LABEL         PIC X(08).
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  WS-DET-START         PIC X(08).
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  WS-DET-END           PIC X(08).
019800     05  WS-DET-SOURCE OCCURS 4 TIMES
019900                              PIC -(12)9.99.
020000     05  WS-DET-TOTAL         PIC -(12)9.99.
020100
020200 01  WS-RPT-PRIOR.
020300     05  FILLER               PIC X(11) VALUE "PRIOR WEEK ".
020400     05  WS-PRI-START         PIC 9(08).
020500     05  FILLER               PIC X(01) VALUE "-".
020600     05  WS-PRI-END           PIC 9(08).
020700     05  FILLER               PIC X(10) VALUE "  FORECAST".
020800     05  WS-PRI-FORECAST      PIC -(12)9.99.
020900     05  FILLER               PIC X(08) VALUE "  ACTUAL".
021000     05  WS-PRI-ACTUAL        PIC -(12)9.99.
021100     05  FILLER               PIC X(10) VALUE "  VARIANCE".
021200     05  WS-PRI-VARIANCE      PIC -(12)9.99.
021300
021400 01  WS-RPT-NO-PRIOR.
021500     05  FILLER               PIC X(11) VALUE "PRIOR WEEK ".
021600     05  WS-NOP-START         PIC 9(08).
021700     05  FILLER               PIC X(01) VALUE "-".
021800     05  WS-NOP-END           PIC 9(08).
021900     05  FILLER               PIC X(36) VALUE
022000         "  NO FORECAST ON FILE - ACTUAL ONLY ".
022100     05  WS-NOP-ACTUAL        PIC -(12)9.99.
022200
022300 PROCEDURE DIVISION.
022400*****************************************************************
022500*  0000-MAINLINE.                                              *
022600*****************************************************************
022700 0000-MAINLINE.
022800     PERFORM 0100-LOAD-RUN-DATE THRU 0100-EXIT.
022900     IF WS-CTL-EOF
023000         DISPLAY "CSHFCST1 - NO RUNCTL RECORD - REFUSED"
023100         MOVE 8 TO RETURN-CODE
023200     ELSE
023300         PERFORM 1000-INITIALIZE THRU 1000-EXIT
023400         PERFORM 2000-FORECAST-PLANS THRU 2000-EXIT
023500         PERFORM 3000-FORECAST-PROMISES THRU 3000-EXIT
023600         PERFORM 4000-FORECAST-DEBITS THRU 4000-EXIT
023700         PERFORM 5000-FORECAST-AR THRU 5000-EXIT
023800         PERFORM 6000-PRIOR-WEEK-ACTUAL THRU 6000-EXIT
023900         PERFORM 7000-CARRY-HISTORY THRU 7000-EXIT
024000         PERFORM 8500-PRINT-REPORT THRU 8500-EXIT
024100         PERFORM 9000-FINALIZE THRU 9000-EXIT
024200     END-IF.
024300     STOP RUN.
024400
024500*****************************************************************
024600*  0100-LOAD-RUN-DATE.                                         *
024700*****************************************************************
024800 0100-LOAD-RUN-DATE.
024900     OPEN INPUT RUN-CTL.
025000     READ RUN-CTL
025100         AT END
025200             SET WS-CTL-EOF TO TRUE
025300     END-READ.
025400     CLOSE RUN-CTL.
025500     IF NOT WS-CTL-EOF
025600         MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
025700     END-IF.
025800 0100-EXIT.
025900     EXIT.
026000
026100*****************************************************************
026200*  1000-INITIALIZE.                                            *
026300*    LAYS OUT THE EIGHT WEEKS FROM THE RUN DATE AND THE PRIOR  *
026400*    WEEK THAT ENDED THE DAY BEFORE IT.                        *
026500*****************************************************************
026600 1000-INITIALIZE.
026700     INITIALIZE WS-BUCKET-TABLE.
026800     COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
026900     PERFORM 1100-SET-ONE-WEEK THRU 1100-EXIT
027000         VARYING WK-IDX FROM 1 BY 1
027100         UNTIL WK-IDX > 8.
027200     COMPUTE WS-PRIOR-START =
027300         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY - 7).
027400     COMPUTE WS-PRIOR-END =
027500         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY - 1).
027600     COMPUTE WS-KEEP-FROM =
027700         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY - 91).
027800 1000-EXIT.
027900     EXIT.
028000
028100*****************************************************************
028200*  1100-SET-ONE-WEEK.                                          *
028300*****************************************************************
028400 1100-SET-ONE-WEEK.
028500     COMPUTE WS-DAY-NUMBER = WS-RUN-DAY + (WK-IDX - 1) * 7.
028600     COMPUTE WS-BK-START(WK-IDX) =
028700         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
028800     COMPUTE WS-BK-END(WK-IDX) =
028900         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + 6).
029000 1100-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400*  2000-FORECAST-PLANS.                                        *
029500*****************************************************************
029600 2000-FORECAST-PLANS.
029700     OPEN INPUT PLAN-MAST.
029800     READ PLAN-MAST
029900         AT END
030000             SET WS-PLAN-EOF TO TRUE
030100     END-READ.
030200     PERFORM 2100-FORECAST-ONE-PLAN THRU 2100-EXIT
030300         UNTIL WS-PLAN-EOF.
030400     CLOSE PLAN-MAST.
030500 2000-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*  2100-FORECAST-ONE-PLAN.                                     *
031000*    CASH PAID SINCE THE PLAN WAS AGREED COVERS THE EARLIEST   *
031100*    INSTALLMENTS FIRST; WHAT IS LEFT OF EACH LATER ONE IS     *
031200*    EXPECTED ON ITS DUE DATE.                                 *
031300*****************************************************************
031400 2100-FORECAST-ONE-PLAN.
031500     IF NOT PP-CURRENT
031600         GO TO 2100-NEXT
031700     END-IF.
031800     MOVE PP-ACCOUNT TO WS-WORK-ACCOUNT.
031900     PERFORM 8100-FIND-ACCOUNT THRU 8100-EXIT.
032000     IF ACC-IDX > ZERO
032100         SET WS-ACC-COVERED(ACC-IDX) TO TRUE
032200     END-IF.
032300     MOVE PP-PAID-TO-DATE TO WS-PLAN-COVER.
032400     PERFORM 2200-FORECAST-ONE-INSTALLMENT THRU 2200-EXIT
032500         VARYING INST-IDX FROM 1 BY 1
032600         UNTIL INST-IDX > PP-INSTALL-COUNT
032700            OR INST-IDX > 24.
032800 2100-NEXT.
032900     READ PLAN-MAST
033000         AT END
033100             SET WS-PLAN-EOF TO TRUE
033200     END-READ.
033300 2100-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700*  2200-FORECAST-ONE-INSTALLMENT.                              *
033800*****************************************************************
033900 2200-FORECAST-ONE-INSTALLMENT.
034000     IF WS-PLAN-COVER NOT < PP-INST-AMOUNT(INST-IDX)
034100         SUBTRACT PP-INST-AMOUNT(INST-IDX) FROM WS-PLAN-COVER
034200         GO TO 2200-EXIT
034300     END-IF.
034400     COMPUTE WS-REMAINING =
034500         PP-INST-AMOUNT(INST-IDX) - WS-PLAN-COVER.
034600     MOVE ZERO TO WS-PLAN-COVER.
034700     MOVE PP-INST-DUE-DATE(INST-IDX) TO WS-BKT-DATE.
034800     MOVE WS-REMAINING TO WS-BKT-AMOUNT.
034900     MOVE 4 TO WS-BKT-SOURCE.
035000     PERFORM 8000-BUCKET-AMOUNT THRU 8000-EXIT.
035100 2200-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500*  3000-FORECAST-PROMISES.                                     *
035600*****************************************************************
035700 3000-FORECAST-PROMISES.
035800     OPEN INPUT PROM-MAST.
035900     READ PROM-MAST
036000         AT END
036100             SET WS-PROM-EOF TO TRUE
036200     END-READ.
036300     PERFORM 3100-FORECAST-ONE-PROMISE THRU 3100-EXIT
036400         UNTIL WS-PROM-EOF.
036500     CLOSE PROM-MAST.
036600 3000-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000*  3100-FORECAST-ONE-PROMISE.                                  *
037100*****************************************************************
037200 3100-FORECAST-ONE-PROMISE.
037300     IF PM-OPEN
037400         MOVE PM-ACCOUNT TO WS-WORK-ACCOUNT
037500         PERFORM 8100-FIND-ACCOUNT THRU 8100-EXIT
037600         IF ACC-IDX > ZERO
037700             SET WS-ACC-COVERED(ACC-IDX) TO TRUE
037800         END-IF
037900         IF PM-PROMISE-AMOUNT > PM-PAID-TO-DATE
038000             MOVE PM-PROMISE-DATE TO WS-BKT-DATE
038100             COMPUTE WS-BKT-AMOUNT =
038200                 PM-PROMISE-AMOUNT - PM-PAID-TO-DATE
038300             MOVE 3 TO WS-BKT-SOURCE
038400             PERFORM 8000-BUCKET-AMOUNT THRU 8000-EXIT
038500         END-IF
038600     END-IF.
038700     READ PROM-MAST
038800         AT END
038900             SET WS-PROM-EOF TO TRUE
039000     END-READ.
039100 3100-EXIT.
039200     EXIT.
039300
039400*****************************************************************
039500*  4000-FORECAST-DEBITS.                                       *
039600*    A DEBIT PENDING AT THE BANK IS EXPECTED ON ITS COLLECT    *
039700*    DATE.  EVERY DEBIT ON THE HISTORY IS REMEMBERED BY        *
039800*    INVOICE SO 5000 KNOWS WHICH AR ITEMS IT ALREADY COVERS.   *
039900*****************************************************************
040000 4000-FORECAST-DEBITS.
040100     OPEN INPUT DD-HIST.
040200     READ DD-HIST
040300         AT END
040400             SET WS-DD-EOF TO TRUE
040500     END-READ.
040600     PERFORM 4100-FORECAST-ONE-DEBIT THRU 4100-EXIT
040700         UNTIL WS-DD-EOF.
040800     CLOSE DD-HIST.
040900 4000-EXIT.
041000     EXIT.
041100
041200*****************************************************************
041300*  4100-FORECAST-ONE-DEBIT.                                    *
041400*****************************************************************
041500 4100-FORECAST-ONE-DEBIT.
041600     IF WS-DEB-COUNT < 5000
041700         ADD 1 TO WS-DEB-COUNT
041800         MOVE DY-INVOICE-NO TO WS-DEB-INVOICE(WS-DEB-COUNT)
041900         MOVE DY-STATUS     TO WS-DEB-STATUS(WS-DEB-COUNT)
042000     ELSE
042100         DISPLAY "DDHISTI: IGNORING DEBIT PAST FIRST 5000"
042200     END-IF.
042300     IF DY-PENDING
042400         MOVE DY-COLLECT-DATE TO WS-BKT-DATE
042500         MOVE DY-AMOUNT       TO WS-BKT-AMOUNT
042600         MOVE 2 TO WS-BKT-SOURCE
042700         PERFORM 8000-BUCKET-AMOUNT THRU 8000-EXIT
042800     END-IF.
042900     READ DD-HIST
043000         AT END
043100             SET WS-DD-EOF TO TRUE
043200     END-READ.
043300 4100-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700*  5000-FORECAST-AR.                                           *
043800*    FIRST PASS LEARNS EACH CUSTOMER'S DAYS-TO-PAY HABIT FROM  *
043900*    ITS CLOSED ITEMS; SECOND PASS FORECASTS THE OPEN ONES.    *
044000*****************************************************************
044100 5000-FORECAST-AR.
044200     OPEN INPUT AR-MAST.
044300     READ AR-MAST
044400         AT END
044500             SET WS-AR-EOF TO TRUE
044600     END-READ.
044700     PERFORM 5100-LEARN-ONE-ITEM THRU 5100-EXIT
044800         UNTIL WS-AR-EOF.
044900     CLOSE AR-MAST.
045000     MOVE "N" TO WS-AR-EOF-SW.
045100     OPEN INPUT CUST-MAST.
045200     OPEN INPUT AR-MAST.
045300     READ AR-MAST
045400         AT END
045500             SET WS-AR-EOF TO TRUE
045600     END-READ.
045700     PERFORM 5200-FORECAST-ONE-ITEM THRU 5200-EXIT
045800         UNTIL WS-AR-EOF.
045900     CLOSE AR-MAST.
046000     CLOSE CUST-MAST.
046100 5000-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*  5100-LEARN-ONE-ITEM.                                        *
046600*    A CLOSED ITEM'S CLOSE DATE LESS ITS DUE DATE IS HOW LATE  *
046700*    (OR, NEGATIVE, HOW EARLY) THE CUSTOMER PAID IT.           *
046800*****************************************************************
046900 5100-LEARN-ONE-ITEM.
047000     IF AR-CLOSED
047100             AND AR-CLOSE-DATE NOT = ZERO
047200             AND AR-DUE-DATE NOT = ZERO
047300         MOVE AR-ACCOUNT-CODE TO WS-WORK-ACCOUNT
047400         PERFORM 8100-FIND-ACCOUNT THRU 8100-EXIT
047500         IF ACC-IDX > ZERO
047600             COMPUTE WS-ACC-LATE-DAYS(ACC-IDX) =
047700                 WS-ACC-LATE-DAYS(ACC-IDX)
047800                 + FUNCTION INTEGER-OF-DATE(AR-CLOSE-DATE)
047900                 - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
048000             ADD 1 TO WS-ACC-CLOSED(ACC-IDX)
048100         END-IF
048200     END-IF.
048300     READ AR-MAST
048400         AT END
048500             SET WS-AR-EOF TO TRUE
048600     END-READ.
048700 5100-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100*  5200-FORECAST-ONE-ITEM.                                     *
049200*    AN ITEM ALREADY ASKED OF THE BANK IS SKIPPED (A PENDING   *
049300*    DEBIT WAS COUNTED BY 4000; A SETTLED ONE IS CASH IN) -    *
049400*    A RETURNED ONE FALLS TO ORDINARY COLLECTION.  AN ACTIVE   *
049500*    AUTO-PAY CUSTOMER'S ITEM WILL BE PULLED ON ITS DUE DATE.  *
049600*    ANY OTHER ITEM IS EXPECTED ITS CUSTOMER'S AVERAGE DAYS    *
049700*    AFTER (OR BEFORE) ITS DUE DATE.                           *
049800*****************************************************************
049900 5200-FORECAST-ONE-ITEM.
050000     IF AR-SETTLED
050100             OR AR-OPEN-AMOUNT NOT > ZERO
050200             OR AR-DUE-DATE = ZERO
050300         GO TO 5200-NEXT
050400     END-IF.
050500     MOVE AR-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
050600     PERFORM 8100-FIND-ACCOUNT THRU 8100-EXIT.
050700     IF ACC-IDX > ZERO
050800         IF WS-ACC-COVERED(ACC-IDX)
050900             GO TO 5200-NEXT
051000         END-IF
051100     END-IF.
051200     MOVE ZERO TO DEB-IDX.
051300     IF AR-INVOICE-NO NOT = SPACES
051400         PERFORM 5250-MATCH-ONE-DEBIT THRU 5250-EXIT
051500             VARYING DEB-SUB FROM 1 BY 1
051600             UNTIL DEB-SUB > WS-DEB-COUNT
051700                OR DEB-IDX > ZERO
051800     END-IF.
051900     IF DEB-IDX > ZERO
052000         IF WS-DEB-STATUS(DEB-IDX) NOT = "R"
052100             GO TO 5200-NEXT
052200         END-IF
052300     END-IF.
052400     MOVE AR-OPEN-AMOUNT TO WS-BKT-AMOUNT.
052500     IF DEB-IDX = ZERO
052600         PERFORM 5300-CHECK-AUTO-PAY THRU 5300-EXIT
052700         IF WS-CUST-FOUND
052800             IF AR-DUE-DATE < WS-RUN-DATE
052900                 MOVE WS-RUN-DATE TO WS-BKT-DATE
053000             ELSE
053100                 MOVE AR-DUE-DATE TO WS-BKT-DATE
053200             END-IF
053300             MOVE 2 TO WS-BKT-SOURCE
053400             PERFORM 8000-BUCKET-AMOUNT THRU 8000-EXIT
053500             GO TO 5200-NEXT
053600         END-IF
053700     END-IF.
053800     MOVE ZERO TO WS-ADJUST-DAYS.
053900     IF ACC-IDX > ZERO
054000         IF WS-ACC-CLOSED(ACC-IDX) > ZERO
054100             COMPUTE WS-ADJUST-DAYS ROUNDED =
054200                 WS-ACC-LATE-DAYS(ACC-IDX)
054300                 / WS-ACC-CLOSED(ACC-IDX)
054400         END-IF
054500     END-IF.
054600     COMPUTE WS-BKT-DATE = FUNCTION DATE-OF-INTEGER(
054700         FUNCTION INTEGER-OF-DATE(AR-DUE-DATE) + WS-ADJUST-DAYS).
054800     MOVE 1 TO WS-BKT-SOURCE.
054900     PERFORM 8000-BUCKET-AMOUNT THRU 8000-EXIT.
055000 5200-NEXT.
055100     READ AR-MAST
055200         AT END
055300             SET WS-AR-EOF TO TRUE
055400     END-READ.
055500 5200-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*  5250-MATCH-ONE-DEBIT.                                       *
056000*****************************************************************
056100 5250-MATCH-ONE-DEBIT.
056200     IF WS-DEB-INVOICE(DEB-SUB) = AR-INVOICE-NO
056300         MOVE DEB-SUB TO DEB-IDX
056400     END-IF.
056500 5250-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900*  5300-CHECK-AUTO-PAY.                                        *
057000*    LEAVES WS-CUST-FOUND SET ONLY FOR A CUSTOMER WHOSE AUTO-  *
057100*    PAY MANDATE IS ACTIVE AND IN EFFECT BY THE DUE DATE.      *
057200*****************************************************************
057300 5300-CHECK-AUTO-PAY.
057400     SET WS-CUST-FOUND TO TRUE.
057500     MOVE AR-ACCOUNT-CODE TO CU-ACCOUNT-CODE.
057600     READ CUST-MAST
057700         INVALID KEY
057800             MOVE "N" TO WS-CUST-FOUND-SW
057900             GO TO 5300-EXIT
058000     END-READ.
058100     IF NOT CU-DD-ACTIVE
058200             OR CU-DD-MANDATE-DATE = ZERO
058300             OR CU-DD-MANDATE-DATE > AR-DUE-DATE
058400             OR CU-DD-ROUTING = SPACES
058500             OR CU-DD-BANK-ACCOUNT = SPACES
058600         MOVE "N" TO WS-CUST-FOUND-SW
058700     END-IF.
058800 5300-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200*  6000-PRIOR-WEEK-ACTUAL.                                     *
059300*    SUMS THE RECEIPTS CASH APPLICATION LOGGED IN THE WEEK     *
059400*    THAT ENDED YESTERDAY.                                     *
059500*****************************************************************
059600 6000-PRIOR-WEEK-ACTUAL.
059700     OPEN INPUT APP-AUDIT.
059800     READ APP-AUDIT
059900         AT END
060000             SET WS-APP-EOF TO TRUE
060100     END-READ.
060200     PERFORM 6100-ADD-ONE-RECEIPT THRU 6100-EXIT
060300         UNTIL WS-APP-EOF.
060400     CLOSE APP-AUDIT.
060500 6000-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900*  6100-ADD-ONE-RECEIPT.                                       *
061000*****************************************************************
061100 6100-ADD-ONE-RECEIPT.
061200     IF CA-APPLY-DATE NOT < WS-PRIOR-START
061300             AND CA-APPLY-DATE NOT > WS-PRIOR-END
061400         ADD CA-RECEIPT-AMOUNT TO WS-PRIOR-ACTUAL
061500     END-IF.
061600     READ APP-AUDIT
061700         AT END
061800             SET WS-APP-EOF TO TRUE
061900     END-READ.
062000 6100-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400*  7000-CARRY-HISTORY.                                         *
062500*    COPIES THE FORECAST HISTORY FORWARD - DROPPING WEEKS MORE *
062600*    THAN THIRTEEN WEEKS OLD AND ANY EARLIER RUN FOR TODAY     *
062700*    (A RERUN REPLACES IT) - PICKS OUT THE LATEST FORECAST     *
062800*    MADE FOR THE PRIOR WEEK BEFORE IT BEGAN, THEN ADDS THIS   *
062900*    RUN'S EIGHT WEEKS.                                        *
063000*****************************************************************
063100 7000-CARRY-HISTORY.
063200     OPEN INPUT HIST-IN.
063300     OPEN OUTPUT HIST-OUT.
063400     READ HIST-IN
063500         AT END
063600             SET WS-HIST-EOF TO TRUE
063700     END-READ.
063800     PERFORM 7100-CARRY-ONE-WEEK THRU 7100-EXIT
063900         UNTIL WS-HIST-EOF.
064000     CLOSE HIST-IN.
064100     PERFORM 7200-WRITE-ONE-WEEK THRU 7200-EXIT
064200         VARYING WK-IDX FROM 1 BY 1
064300         UNTIL WK-IDX > 8.
064400     CLOSE HIST-OUT.
064500 7000-EXIT.
064600     EXIT.
064700
064800*****************************************************************
064900*  7100-CARRY-ONE-WEEK.                                        *
065000*****************************************************************
065100 7100-CARRY-ONE-WEEK.
065200     IF FI-WEEK-START = WS-PRIOR-START
065300             AND FI-RUN-DATE NOT > WS-PRIOR-START
065400             AND FI-RUN-DATE NOT < WS-PRIOR-RUN
065500         SET WS-PRIOR-FOUND TO TRUE
065600         MOVE FI-RUN-DATE     TO WS-PRIOR-RUN
065700         MOVE FI-TOTAL-AMOUNT TO WS-PRIOR-FORECAST
065800     END-IF.
065900     IF FI-RUN-DATE NOT = WS-RUN-DATE
066000             AND FI-WEEK-START NOT < WS-KEEP-FROM
066100         MOVE FI-RUN-DATE       TO FC-RUN-DATE
066200         MOVE FI-WEEK-START     TO FC-WEEK-START
066300         MOVE FI-AR-AMOUNT      TO FC-AR-AMOUNT
066400         MOVE FI-DD-AMOUNT      TO FC-DD-AMOUNT
066500         MOVE FI-PROMISE-AMOUNT TO FC-PROMISE-AMOUNT
066600         MOVE FI-PLAN-AMOUNT    TO FC-PLAN-AMOUNT
066700         MOVE FI-TOTAL-AMOUNT   TO FC-TOTAL-AMOUNT
066800         WRITE FC-FORECAST-REC
066900     END-IF.
067000     READ HIST-IN
067100         AT END
067200             SET WS-HIST-EOF TO TRUE
067300     END-READ.
067400 7100-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800*  7200-WRITE-ONE-WEEK.                                        *
067900*****************************************************************
068000 7200-WRITE-ONE-WEEK.
068100     MOVE WS-RUN-DATE              TO FC-RUN-DATE.
068200     MOVE WS-BK-START(WK-IDX)      TO FC-WEEK-START.
068300     MOVE WS-BK-SOURCE(WK-IDX, 1)  TO FC-AR-AMOUNT.
068400     MOVE WS-BK-SOURCE(WK-IDX, 2)  TO FC-DD-AMOUNT.
068500     MOVE WS-BK-SOURCE(WK-IDX, 3)  TO FC-PROMISE-AMOUNT.
068600     MOVE WS-BK-SOURCE(WK-IDX, 4)  TO FC-PLAN-AMOUNT.
068700     MOVE WS-BK-TOTAL(WK-IDX)      TO FC-TOTAL-AMOUNT.
068800     WRITE FC-FORECAST-REC.
068900 7200-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069300*  8000-BUCKET-AMOUNT.                                         *
069400*    ADDS WS-BKT-AMOUNT FOR SOURCE WS-BKT-SOURCE TO THE WEEK   *
069500*    WS-BKT-DATE FALLS IN - BEFORE THE RUN DATE IS PAST DUE;   *
069600*    PAST THE EIGHTH WEEK IS OUTSIDE THE FORECAST AND ONLY     *
069700*    COUNTED.                                                  *
069800*****************************************************************
069900 8000-BUCKET-AMOUNT.
070000     IF WS-BKT-DATE = ZERO
070100         MOVE WS-RUN-DATE TO WS-BKT-DATE
070200     END-IF.
070300     COMPUTE WS-DAY-OFFSET =
070400         FUNCTION INTEGER-OF-DATE(WS-BKT-DATE) - WS-RUN-DAY.
070500     IF WS-DAY-OFFSET < ZERO
070600         MOVE 9 TO WK-IDX
070700     ELSE
070800         COMPUTE WK-IDX = WS-DAY-OFFSET / 7 + 1
070900             ON SIZE ERROR
071000                 MOVE 99 TO WK-IDX
071100         END-COMPUTE
071200     END-IF.
071300     IF WK-IDX > 9
071400             OR (WK-IDX > 8 AND WS-DAY-OFFSET NOT < ZERO)
071500         ADD 1 TO WS-BEYOND-COUNT
071600         GO TO 8000-EXIT
071700     END-IF.
071800     ADD WS-BKT-AMOUNT TO WS-BK-SOURCE(WK-IDX, WS-BKT-SOURCE).
071900     ADD WS-BKT-AMOUNT TO WS-BK-TOTAL(WK-IDX).
072000     IF WK-IDX < 9
072100         ADD WS-BKT-AMOUNT TO WS-BK-SOURCE(10, WS-BKT-SOURCE)
072200         ADD WS-BKT-AMOUNT TO WS-BK-TOTAL(10)
072300     END-IF.
072400 8000-EXIT.
072500     EXIT.
072600
072700*****************************************************************
072800*  8100-FIND-ACCOUNT.                                          *
072900*    FINDS WS-WORK-ACCOUNT ON THE ACCOUNT TABLE, ADDING IT IF  *
073000*    IT IS NEW; ACC-IDX IS ZERO ONLY WHEN THE TABLE IS FULL.   *
073100*****************************************************************
073200 8100-FIND-ACCOUNT.
073300     MOVE ZERO TO ACC-IDX.
073400     PERFORM 8150-MATCH-ONE-ACCOUNT THRU 8150-EXIT
073500         VARYING ACC-SUB FROM 1 BY 1
073600         UNTIL ACC-SUB > WS-ACC-COUNT
073700            OR ACC-IDX > ZERO.
073800     IF ACC-IDX > ZERO
073900         GO TO 8100-EXIT
074000     END-IF.
074100     IF WS-ACC-COUNT < 5000
074200         ADD 1 TO WS-ACC-COUNT
074300         MOVE WS-ACC-COUNT    TO ACC-IDX
074400         MOVE WS-WORK-ACCOUNT TO WS-ACC-ACCOUNT(ACC-IDX)
074500         MOVE ZERO            TO WS-ACC-LATE-DAYS(ACC-IDX)
074600         MOVE ZERO            TO WS-ACC-CLOSED(ACC-IDX)
074700         MOVE "N"             TO WS-ACC-COVERED-SW(ACC-IDX)
074800     ELSE
074900         DISPLAY "CSHFCST1 - ACCOUNT TABLE FULL AT "
075000             WS-WORK-ACCOUNT
075100     END-IF.
075200 8100-EXIT.
075300     EXIT.
075400
075500*****************************************************************
075600*  8150-MATCH-ONE-ACCOUNT.                                     *
075700*****************************************************************
075800 8150-MATCH-ONE-ACCOUNT.
075900     IF WS-ACC-ACCOUNT(ACC-SUB) = WS-WORK-ACCOUNT
076000         MOVE ACC-SUB TO ACC-IDX
076100     END-IF.
076200 8150-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600*  8500-PRINT-REPORT.                                          *
076700*****************************************************************
076800 8500-PRINT-REPORT.
076900     OPEN OUTPUT FCST-RPT.
077000     MOVE WS-RUN-DATE TO WS-HDR-DATE.
077100     WRITE FR-PRINT-LINE FROM WS-RPT-HEADER.
077200     WRITE FR-PRINT-LINE FROM WS-RPT-COLUMNS.
077300     PERFORM 8600-PRINT-ONE-BUCKET THRU 8600-EXIT
077400         VARYING WK-IDX FROM 1 BY 1
077500         UNTIL WK-IDX > 10.
077600     IF WS-PRIOR-FOUND
077700         MOVE WS-PRIOR-START    TO WS-PRI-START
077800         MOVE WS-PRIOR-END      TO WS-PRI-END
077900         MOVE WS-PRIOR-FORECAST TO WS-PRI-FORECAST
078000         MOVE WS-PRIOR-ACTUAL   TO WS-PRI-ACTUAL
078100         COMPUTE WS-PRI-VARIANCE =
078200             WS-PRIOR-ACTUAL - WS-PRIOR-FORECAST
078300         WRITE FR-PRINT-LINE FROM WS-RPT-PRIOR
078400     ELSE
078500         MOVE WS-PRIOR-START  TO WS-NOP-START
078600         MOVE WS-PRIOR-END    TO WS-NOP-END
078700         MOVE WS-PRIOR-ACTUAL TO WS-NOP-ACTUAL
078800         WRITE FR-PRINT-LINE FROM WS-RPT-NO-PRIOR
078900     END-IF.
079000     CLOSE FCST-RPT.
079100 8500-EXIT.
079200     EXIT.
079300
079400*****************************************************************
079500*  8600-PRINT-ONE-BUCKET.                                      *
079600*****************************************************************
079700 8600-PRINT-ONE-BUCKET.
079800     EVALUATE WK-IDX
079900         WHEN 9
080000             MOVE "PAST DUE" TO WS-DET-LABEL
080100             MOVE SPACES     TO WS-DET-START
080200             MOVE SPACES     TO WS-DET-END
080300         WHEN 10
080400             MOVE "8 WEEKS " TO WS-DET-LABEL
080500             MOVE SPACES     TO WS-DET-START
080600             MOVE SPACES     TO WS-DET-END
080700         WHEN OTHER
080800             MOVE SPACES TO WS-DET-LABEL
080900             MOVE "WEEK"  TO WS-DET-LABEL(1:4)
081000             MOVE WK-IDX  TO WS-DET-LABEL(6:2)
081100             MOVE WS-BK-START(WK-IDX) TO WS-DET-START
081200             MOVE WS-BK-END(WK-IDX)   TO WS-DET-END
081300     END-EVALUATE.
081400     PERFORM 8650-EDIT-ONE-SOURCE THRU 8650-EXIT
081500         VARYING SRC-IDX FROM 1 BY 1
081600         UNTIL SRC-IDX > 4.
081700     MOVE WS-BK-TOTAL(WK-IDX) TO WS-DET-TOTAL.
081800     WRITE FR-PRINT-LINE FROM WS-RPT-DETAIL.
081900 8600-EXIT.
082000     EXIT.
082100
082200*****************************************************************
082300*  8650-EDIT-ONE-SOURCE.                                       *
082400*****************************************************************
082500 8650-EDIT-ONE-SOURCE.
082600     MOVE WS-BK-SOURCE(WK-IDX, SRC-IDX)
082700         TO WS-DET-SOURCE(SRC-IDX).
082800 8650-EXIT.
082900     EXIT.
083000
083100*****************************************************************
083200*  9000-FINALIZE.                                              *
083300*****************************************************************
083400 9000-FINALIZE.
083500     DISPLAY "CSHFCST1 8-WEEK FORECAST: " WS-BK-TOTAL(10)
083600         " PAST DUE: " WS-BK-TOTAL(9)
083700         " BEYOND 8 WEEKS: " WS-BEYOND-COUNT.
083800 9000-EXIT.
083900     EXIT.
