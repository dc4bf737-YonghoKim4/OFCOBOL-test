000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     COLLWK1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    COLLECTOR WORKLIST AND PROMISE-TO-PAY TRACKING.  CARRIES  *
001200*    THE PROMISES MASTER FORWARD (PROMMSTI TO PROMMSTO),       *
001300*    TAKING ON THE PROMISES COLLECTORS RECORDED ON PROMTRAN    *
001400*    AND CHECKING EVERY OPEN PROMISE AGAINST THE DAY'S         *
001500*    CSHAUDIT CASH APPLICATIONS - A PROMISE THE CASH HAS MET   *
001600*    CLOSES AS KEPT, ONE WHOSE DATE HAS PASSED SHORT IS BROKEN *
001700*    AND RAISES A PROMBRKN ALERT ON ALERTQ.  THEN RANKS EVERY  *
001800*    ACCOUNT WITH PAST-DUE ARMAST ITEMS ONTO THE COLLWKL       *
001900*    WORKLIST - BROKEN PROMISES FIRST, THEN ACCOUNTS ON THE    *
002000*    CHMAST CREDIT HOLD, THEN THE REST, EACH BY OLDEST AGE     *
002100*    BAND AND PAST-DUE AMOUNT.  AN ACCOUNT WAITING ON A        *
002200*    PROMISE NOT YET DUE DROPS TO THE FOOT OF THE LIST.        *
002300*                                                              *
002400*  MODIFICATION HISTORY.                                       *
002500*    2026-10-15  DL  ORIGINAL WORKLIST AND PROMISE TRACKING.   *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT AR-MAST ASSIGN TO "ARMAST"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT HOLD-MAST ASSIGN TO "CHMASTI"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT APP-AUDIT ASSIGN TO "CSHAUDIT"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PROM-TRAN ASSIGN TO "PROMTRAN"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PROM-IN ASSIGN TO "PROMMSTI"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PROM-OUT ASSIGN TO "PROMMSTO"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT ALERT-Q ASSIGN TO "ALERTQ"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT SORT-WORK ASSIGN TO "COLSORT".
004500     SELECT WORK-LIST ASSIGN TO "COLLWKL"
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  AR-MAST.
005100     COPY DLARITEM.
005200
005300 FD  HOLD-MAST.
005400     COPY DLCHMAST.
005500
005600 FD  APP-AUDIT.
005700     COPY DLCSHAPP.
005800
005900 FD  PROM-TRAN.
006000     COPY DLPROMTR.
006100
006200 FD  PROM-IN.
006300     COPY DLPROMS
006400         REPLACING ==PM-PROMISE-REC==    BY ==PI-PROMISE-REC==
006500                   ==PM-ACCOUNT==        BY ==PI-ACCOUNT==
006600                   ==PM-PROMISE-AMOUNT== BY ==PI-PROMISE-AMOUNT==
006700                   ==PM-PROMISE-DATE==   BY ==PI-PROMISE-DATE==
006800                   ==PM-CONTACT==        BY ==PI-CONTACT==
006900                   ==PM-COLLECTOR==      BY ==PI-COLLECTOR==
007000                   ==PM-ENTRY-DATE==     BY ==PI-ENTRY-DATE==
007100                   ==PM-PAID-TO-DATE==   BY ==PI-PAID-TO-DATE==
007200                   ==PM-STATUS==         BY ==PI-STATUS==
007300                   ==PM-OPEN==           BY ==PI-OPEN==
007400                   ==PM-KEPT==           BY ==PI-KEPT==
007500                   ==PM-BROKEN==         BY ==PI-BROKEN==
007600                   ==PM-CLOSE-DATE==     BY ==PI-CLOSE-DATE==.
007700
007800 FD  PROM-OUT.
007900     COPY DLPROMS.
008000
008100 FD  ALERT-Q.
008200     COPY DLALERT.
008300
008400 SD  SORT-WORK.
008500 01  SW-WORK-REC.
008600     05  SW-GROUP             PIC 9(01).
008700     05  SW-AGE-BAND          PIC 9(01).
008800     05  SW-PAST-DUE          PIC 9(11).
008900     05  SW-ACCOUNT           PIC X(08).
009000     05  SW-OLDEST-DAYS       PIC 9(05).
009100     05  SW-ITEM-COUNT        PIC 9(05).
009200     05  SW-HELD-SW           PIC X(01).
009300     05  SW-PROM-STATUS       PIC X(01).
009400     05  SW-PROM-AMOUNT       PIC 9(07)V9(02).
009500     05  SW-PROM-DATE         PIC 9(08).
009600     05  SW-CONTACT           PIC X(20).
009700
009800 FD  WORK-LIST.
009900 01  WL-PRINT-LINE            PIC X(120).
010000
010100 WORKING-STORAGE SECTION.
010200 01  WS-SWITCHES.
010300     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
010400         88  WS-AR-EOF             VALUE "Y".
010500     05  WS-HOLD-EOF-SW       PIC X(01) VALUE "N".
010600         88  WS-HOLD-EOF           VALUE "Y".
010700     05  WS-APP-EOF-SW        PIC X(01) VALUE "N".
010800         88  WS-APP-EOF            VALUE "Y".
010900     05  WS-TRAN-EOF-SW       PIC X(01) VALUE "N".
011000         88  WS-TRAN-EOF           VALUE "Y".
011100     05  WS-PROM-EOF-SW       PIC X(01) VALUE "N".
011200         88  WS-PROM-EOF           VALUE "Y".
011300     05  WS-SORT-EOF-SW       PIC X(01) VALUE "N".
011400         88  WS-SORT-EOF           VALUE "Y".
011500
011600 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
011700 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
011800 01  WS-AGE-DAYS              PIC S9(07) VALUE ZERO.
011900 01  WS-WORK-ACCOUNT          PIC X(08) VALUE SPACES.
012000 01  WS-APPLIED               PIC 9(07)V9(02) VALUE ZERO.
012100 01  WS-RANK                  PIC 9(05) VALUE ZERO.
012200 01  ACC-IDX                  PIC 9(04) VALUE ZERO.
012300 01  ACC-SUB                  PIC 9(04) VALUE ZERO.
012400 01  APP-IDX                  PIC 9(04) VALUE ZERO.
012500 01  NEW-IDX                  PIC 9(03) VALUE ZERO.
012600 01  NEW-SUB                  PIC 9(03) VALUE ZERO.
012700
012800 01  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
012900 01  WS-KEPT-COUNT            PIC 9(05) VALUE ZERO.
013000 01  WS-BROKEN-COUNT          PIC 9(05) VALUE ZERO.
013100 01  WS-SUPERSEDED-COUNT      PIC 9(05) VALUE ZERO.
013200 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
013300
013400 01  WS-APP-COUNT             PIC 9(04) VALUE ZERO.
013500 01  WS-APP-TABLE.
013600     05  WS-APP-ENTRY OCCURS 1 TO 2000 TIMES
013700             DEPENDING ON WS-APP-COUNT.
013800         10  WS-APP-ACCOUNT   PIC X(08).
013900         10  WS-APP-DATE      PIC 9(08).
014000         10  WS-APP-AMOUNT    PIC 9(07)V9(02).
014100
014200 01  WS-NEW-PROM-COUNT        PIC 9(03) VALUE ZERO.
014300 01  WS-NEW-TABLE.
014400     05  WS-NEW-ENTRY OCCURS 1 TO 200 TIMES
014500             DEPENDING ON WS-NEW-PROM-COUNT.
014600         10  WS-NEW-ACCOUNT   PIC X(08).
014700         10  WS-NEW-AMOUNT    PIC 9(07)V9(02).
014800         10  WS-NEW-DATE      PIC 9(08).
014900         10  WS-NEW-CONTACT   PIC X(20).
015000         10  WS-NEW-COLLECTOR PIC X(08).
015100
015200 01  WS-ACCT-COUNT            PIC 9(04) VALUE ZERO.
015300 01  WS-ACCT-TABLE.
015400     05  WS-ACCT-ENTRY OCCURS 1 TO 2000 TIMES
015500             DEPENDING ON WS-ACCT-COUNT.
015600         10  WS-ACC-CODE      PIC X(08).
015700         10  WS-ACC-PAST-DUE  PIC 9(11).
015800         10  WS-ACC-OLDEST    PIC 9(05).
015900         10  WS-ACC-ITEMS     PIC 9(05).
016000         10  WS-ACC-HELD-SW   PIC X(01).
016100             88  WS-ACC-HELD       VALUE "Y".
016200         10  WS-ACC-PROM-STAT PIC X(01).
016300             88  WS-ACC-PROM-OPEN   VALUE "O".
016400             88  WS-ACC-PROM-BROKEN VALUE "B".
016500         10  WS-ACC-PROM-AMT  PIC 9(07)V9(02).
016600         10  WS-ACC-PROM-DATE PIC 9(08).
016700         10  WS-ACC-CONTACT   PIC X(20).
016800
016900 01  WS-WKL-HEADER.
017000     05  FILLER               PIC X(36) VALUE
017100         "COLLECTOR WORKLIST  RUN DATE ".
017200     05  WS-WKH-DATE          PIC 9(08).
017300
017400 01  WS-WKL-COLUMNS.
017500     05  FILLER               PIC X(07) VALUE "  RANK ".
017600     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
017700     05  FILLER               PIC X(13) VALUE "     PAST DUE".
017800     05  FILLER               PIC X(08) VALUE "  OLDEST".
017900     05  FILLER               PIC X(07) VALUE "  ITEMS".
018000     05  FILLER               PIC X(07) VALUE "  HOLD ".
018100     05  FILLER               PIC X(10) VALUE "PROMISE   ".
018200     05  FILLER               PIC X(12) VALUE "      AMOUNT".
018300     05  FILLER               PIC X(10) VALUE "  DUE     ".
018400     05  FILLER               PIC X(20) VALUE "CONTACT".
018500
018600 01  WS-WKL-DETAIL.
018700     05  WS-WKD-RANK          PIC Z(04)9.
018800     05  FILLER               PIC X(02) VALUE SPACES.
018900     05  WS-WKD-ACCOUNT       PIC X(08).
019000     05  FILLER               PIC X(02) VALUE SPACES.
019100     05  WS-WKD-PAST-DUE      PIC Z(12)9.
019200     05  WS-WKD-OLDEST        PIC Z(07)9.
019300     05  WS-WKD-ITEMS         PIC Z(06)9.
019400     05  FILLER               PIC X(02) VALUE SPACES.
019500     05  WS-WKD-HOLD          PIC X(04).
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  WS-WKD-PROMISE       PIC X(10).
019800     05  WS-WKD-PROM-AMT      PIC Z(08)9.99.
019900     05  FILLER               PIC X(02) VALUE SPACES.
020000     05  WS-WKD-PROM-DATE     PIC X(08).
020100     05  FILLER               PIC X(02) VALUE SPACES.
020200     05  WS-WKD-CONTACT       PIC X(20).
020300
020400 PROCEDURE DIVISION.
020500*****************************************************************
020600*  0000-MAINLINE.                                              *
020700*****************************************************************
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021000     PERFORM 2000-CARRY-ONE-PROMISE THRU 2000-EXIT
021100         UNTIL WS-PROM-EOF.
021200     PERFORM 2500-ADD-NEW-PROMISE THRU 2500-EXIT
021300         VARYING NEW-IDX FROM 1 BY 1
021400         UNTIL NEW-IDX > WS-NEW-PROM-COUNT.
021500     PERFORM 3000-AGE-ONE-ITEM THRU 3000-EXIT
021600         UNTIL WS-AR-EOF.
021700     PERFORM 3500-MARK-ONE-HOLD THRU 3500-EXIT
021800         UNTIL WS-HOLD-EOF.
021900     SORT SORT-WORK
022000         ON DESCENDING KEY SW-GROUP
022100                           SW-AGE-BAND
022200                           SW-PAST-DUE
022300         INPUT PROCEDURE IS 4000-RELEASE-ACCOUNTS
022400             THRU 4000-RA-EXIT
022500         OUTPUT PROCEDURE IS 5000-PRINT-WORKLIST
022600             THRU 5000-PW-EXIT.
022700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
022800     STOP RUN.
022900
023000*****************************************************************
023100*  1000-INITIALIZE.                                            *
023200*****************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
023500     OPEN INPUT APP-AUDIT.
023600     READ APP-AUDIT
023700         AT END
023800             SET WS-APP-EOF TO TRUE
023900     END-READ.
024000     PERFORM 1100-LOAD-ONE-APPLICATION THRU 1100-EXIT
024100         UNTIL WS-APP-EOF.
024200     CLOSE APP-AUDIT.
024300     OPEN INPUT PROM-TRAN.
024400     READ PROM-TRAN
024500         AT END
024600             SET WS-TRAN-EOF TO TRUE
024700     END-READ.
024800     PERFORM 1200-LOAD-ONE-PROMISE THRU 1200-EXIT
024900         UNTIL WS-TRAN-EOF.
025000     CLOSE PROM-TRAN.
025100     OPEN INPUT PROM-IN.
025200     OPEN OUTPUT PROM-OUT.
025300     OPEN EXTEND ALERT-Q.
025400     OPEN INPUT AR-MAST.
025500     OPEN INPUT HOLD-MAST.
025600     READ PROM-IN
025700         AT END
025800             SET WS-PROM-EOF TO TRUE
025900     END-READ.
026000     READ AR-MAST
026100         AT END
026200             SET WS-AR-EOF TO TRUE
026300     END-READ.
026400     READ HOLD-MAST
026500         AT END
026600             SET WS-HOLD-EOF TO TRUE
026700     END-READ.
026800 1000-EXIT.
026900     EXIT.
027000
027100*****************************************************************
027200*  1100-LOAD-ONE-APPLICATION.                                  *
027300*    EVERYTHING THAT RELIEVED THE ACCOUNT COUNTS TOWARD A      *
027400*    PROMISE - INTEREST, PRINCIPAL AND DISCOUNT ALLOWED.  CASH *
027500*    LEFT IN SUSPENSE DOES NOT.                                *
027600*****************************************************************
027700 1100-LOAD-ONE-APPLICATION.
027800     IF WS-APP-COUNT < 2000
027900         ADD 1 TO WS-APP-COUNT
028000         MOVE CA-ACCOUNT    TO WS-APP-ACCOUNT(WS-APP-COUNT)
028100         MOVE CA-APPLY-DATE TO WS-APP-DATE(WS-APP-COUNT)
028200         COMPUTE WS-APP-AMOUNT(WS-APP-COUNT) =
028300             CA-TO-INTEREST + CA-TO-PRINCIPAL + CA-TO-DISCOUNT
028400     ELSE
028500         DISPLAY "COLLWK1 - APPLICATION TABLE FULL"
028600     END-IF.
028700     READ APP-AUDIT
028800         AT END
028900             SET WS-APP-EOF TO TRUE
029000     END-READ.
029100 1100-EXIT.
029200     EXIT.
029300
029400*****************************************************************
029500*  1200-LOAD-ONE-PROMISE.                                      *
029600*    A NEW PROMISE NEEDS AN AMOUNT, A DATE NOT ALREADY PAST,   *
029700*    AND THE COLLECTOR WHO TOOK IT.                            *
029800*****************************************************************
029900 1200-LOAD-ONE-PROMISE.
030000     IF PT-ACCOUNT = SPACES
030100             OR PT-PROMISE-AMOUNT = ZERO
030200             OR PT-PROMISE-DATE < WS-PROCESS-DATE
030300             OR PT-COLLECTOR = SPACES
030400         DISPLAY "COLLWK1 - INVALID PROMISE FOR ACCOUNT "
030500             PT-ACCOUNT " - SKIPPED"
030600         ADD 1 TO WS-ERROR-COUNT
030700         GO TO 1200-NEXT
030800     END-IF.
030900     IF WS-NEW-PROM-COUNT NOT < 200
031000         DISPLAY "COLLWK1 - PROMISE TABLE FULL"
031100         ADD 1 TO WS-ERROR-COUNT
031200         GO TO 1200-NEXT
031300     END-IF.
031400     ADD 1 TO WS-NEW-PROM-COUNT.
031500     MOVE PT-ACCOUNT        TO WS-NEW-ACCOUNT(WS-NEW-PROM-COUNT).
031600     MOVE PT-PROMISE-AMOUNT TO WS-NEW-AMOUNT(WS-NEW-PROM-COUNT).
031700     MOVE PT-PROMISE-DATE   TO WS-NEW-DATE(WS-NEW-PROM-COUNT).
031800     MOVE PT-CONTACT        TO WS-NEW-CONTACT(WS-NEW-PROM-COUNT).
031900     MOVE PT-COLLECTOR
032000         TO WS-NEW-COLLECTOR(WS-NEW-PROM-COUNT).
032100 1200-NEXT.
032200     READ PROM-TRAN
032300         AT END
032400             SET WS-TRAN-EOF TO TRUE
032500     END-READ.
032600 1200-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000*  2000-CARRY-ONE-PROMISE.                                     *
033100*    A PROMISE KEPT YESTERDAY HAS BEEN REPORTED AND DROPS OFF. *
033200*    ONE SUPERSEDED BY A NEW PROMISE TODAY DROPS OFF TOO.  AN  *
033300*    OPEN PROMISE TAKES TODAY'S CASH AND IS KEPT OR BROKEN.    *
033400*****************************************************************
033500 2000-CARRY-ONE-PROMISE.
033600     IF PI-KEPT
033700         GO TO 2000-NEXT
033800     END-IF.
033900     MOVE ZERO TO NEW-IDX.
034000     PERFORM 2050-MATCH-ONE-NEW THRU 2050-EXIT
034100         VARYING NEW-SUB FROM 1 BY 1
034200         UNTIL NEW-SUB > WS-NEW-PROM-COUNT
034300            OR NEW-IDX > ZERO.
034400     IF NEW-IDX > ZERO
034500         ADD 1 TO WS-SUPERSEDED-COUNT
034600         GO TO 2000-NEXT
034700     END-IF.
034800     MOVE PI-PROMISE-REC TO PM-PROMISE-REC.
034900     IF PM-OPEN
035000         PERFORM 2100-CHECK-PROMISE THRU 2100-EXIT
035100     END-IF.
035200     WRITE PM-PROMISE-REC.
035300     IF NOT PM-KEPT
035400         PERFORM 2900-NOTE-PROMISE THRU 2900-EXIT
035500     END-IF.
035600 2000-NEXT.
035700     READ PROM-IN
035800         AT END
035900             SET WS-PROM-EOF TO TRUE
036000     END-READ.
036100 2000-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*  2050-MATCH-ONE-NEW.                                         *
036600*****************************************************************
036700 2050-MATCH-ONE-NEW.
036800     IF WS-NEW-ACCOUNT(NEW-SUB) = PI-ACCOUNT
036900         MOVE NEW-SUB TO NEW-IDX
037000     END-IF.
037100 2050-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  2100-CHECK-PROMISE.                                         *
037600*****************************************************************
037700 2100-CHECK-PROMISE.
037800     MOVE ZERO TO WS-APPLIED.
037900     PERFORM 2150-ADD-ONE-APPLICATION THRU 2150-EXIT
038000         VARYING APP-IDX FROM 1 BY 1
038100         UNTIL APP-IDX > WS-APP-COUNT.
038200     ADD WS-APPLIED TO PM-PAID-TO-DATE
038300         ON SIZE ERROR
038400             MOVE PM-PROMISE-AMOUNT TO PM-PAID-TO-DATE
038500     END-ADD.
038600     IF PM-PAID-TO-DATE NOT < PM-PROMISE-AMOUNT
038700         SET PM-KEPT TO TRUE
038800         MOVE WS-PROCESS-DATE TO PM-CLOSE-DATE
038900         ADD 1 TO WS-KEPT-COUNT
039000         GO TO 2100-EXIT
039100     END-IF.
039200     IF WS-PROCESS-DATE > PM-PROMISE-DATE
039300         SET PM-BROKEN TO TRUE
039400         MOVE WS-PROCESS-DATE TO PM-CLOSE-DATE
039500         ADD 1 TO WS-BROKEN-COUNT
039600         PERFORM 2200-RAISE-ALERT THRU 2200-EXIT
039700     END-IF.
039800 2100-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200*  2150-ADD-ONE-APPLICATION.                                   *
040300*****************************************************************
040400 2150-ADD-ONE-APPLICATION.
040500     IF WS-APP-ACCOUNT(APP-IDX) = PM-ACCOUNT
040600             AND WS-APP-DATE(APP-IDX) NOT < PM-ENTRY-DATE
040700         ADD WS-APP-AMOUNT(APP-IDX) TO WS-APPLIED
040800     END-IF.
040900 2150-EXIT.
041000     EXIT.
041100
041200*****************************************************************
041300*  2200-RAISE-ALERT.                                           *
041400*****************************************************************
041500 2200-RAISE-ALERT.
041530     DISPLAY "COLLWK1 - PROMISE BROKEN FOR ACCOUNT " PM-ACCOUNT
041560         " DUE " PM-PROMISE-DATE.
041600     MOVE "COLLWK1"          TO AL-PROGRAM.
041700     MOVE "PROMBRKN"         TO AL-ALERT-TYPE.
041800     MOVE PM-PROMISE-AMOUNT  TO AL-THRESHOLD.
041900     MOVE PM-PAID-TO-DATE    TO AL-ACTUAL.
042000     MOVE WS-PROCESS-DATE    TO AL-ALERT-DATE.
042100     ACCEPT WS-CLOCK-TIME FROM TIME.
042200     MOVE WS-CLOCK-TIME      TO AL-ALERT-TIME.
042300     WRITE AL-ALERT-REC.
042400 2200-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800*  2500-ADD-NEW-PROMISE.                                       *
042900*****************************************************************
043000 2500-ADD-NEW-PROMISE.
043100     MOVE WS-NEW-ACCOUNT(NEW-IDX)   TO PM-ACCOUNT.
043200     MOVE WS-NEW-AMOUNT(NEW-IDX)    TO PM-PROMISE-AMOUNT.
043300     MOVE WS-NEW-DATE(NEW-IDX)      TO PM-PROMISE-DATE.
043400     MOVE WS-NEW-CONTACT(NEW-IDX)   TO PM-CONTACT.
043500     MOVE WS-NEW-COLLECTOR(NEW-IDX) TO PM-COLLECTOR.
043600     MOVE WS-PROCESS-DATE           TO PM-ENTRY-DATE.
043700     MOVE ZERO                      TO PM-PAID-TO-DATE.
043800     SET PM-OPEN TO TRUE.
043900     MOVE ZERO                      TO PM-CLOSE-DATE.
044000     WRITE PM-PROMISE-REC.
044100     ADD 1 TO WS-NEW-COUNT.
044200     PERFORM 2900-NOTE-PROMISE THRU 2900-EXIT.
044300 2500-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700*  2900-NOTE-PROMISE.                                          *
044800*    HANGS THE STANDING PROMISE ON THE ACCOUNT'S WORKLIST ROW. *
044900*****************************************************************
045000 2900-NOTE-PROMISE.
045100     MOVE PM-ACCOUNT TO WS-WORK-ACCOUNT.
045200     PERFORM 3900-FIND-OR-ADD-ACCOUNT THRU 3900-EXIT.
045300     IF ACC-IDX > ZERO
045400         MOVE PM-STATUS         TO WS-ACC-PROM-STAT(ACC-IDX)
045500         MOVE PM-PROMISE-AMOUNT TO WS-ACC-PROM-AMT(ACC-IDX)
045600         MOVE PM-PROMISE-DATE   TO WS-ACC-PROM-DATE(ACC-IDX)
045700         MOVE PM-CONTACT        TO WS-ACC-CONTACT(ACC-IDX)
045800     END-IF.
045900 2900-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*  3000-AGE-ONE-ITEM.                                          *
046400*    ONLY ITEMS PAST THEIR DUE DATE ARE COLLECTIBLE WORK - AN  *
046500*    ITEM NOT YET DUE, OR NEVER STAMPED WITH A DUE DATE, IS    *
046600*    CURRENT AS IN THE ARLEDG1 AGING.                          *
046700*****************************************************************
046800 3000-AGE-ONE-ITEM.
046900     IF AR-SETTLED
047000             OR AR-OPEN-AMOUNT NOT > ZERO
047100             OR AR-DUE-DATE = ZERO
047200         GO TO 3000-NEXT
047300     END-IF.
047400     COMPUTE WS-AGE-DAYS =
047500         FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
047600         - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE).
047700     IF WS-AGE-DAYS NOT > ZERO
047800         GO TO 3000-NEXT
047900     END-IF.
048000     MOVE AR-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
048100     PERFORM 3900-FIND-OR-ADD-ACCOUNT THRU 3900-EXIT.
048200     IF ACC-IDX > ZERO
048300         ADD AR-OPEN-AMOUNT TO WS-ACC-PAST-DUE(ACC-IDX)
048400         ADD 1 TO WS-ACC-ITEMS(ACC-IDX)
048500         IF WS-AGE-DAYS > WS-ACC-OLDEST(ACC-IDX)
048600             MOVE WS-AGE-DAYS TO WS-ACC-OLDEST(ACC-IDX)
048700         END-IF
048800     END-IF.
048900 3000-NEXT.
049000     READ AR-MAST
049100         AT END
049200             SET WS-AR-EOF TO TRUE
049300     END-READ.
049400 3000-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*  3500-MARK-ONE-HOLD.                                         *
049900*****************************************************************
050000 3500-MARK-ONE-HOLD.
050100     IF CM-HELD
050200         MOVE CM-ACCOUNT TO WS-WORK-ACCOUNT
050300         PERFORM 3950-FIND-ACCOUNT THRU 3950-EXIT
050400         IF ACC-IDX > ZERO
050500             SET WS-ACC-HELD(ACC-IDX) TO TRUE
050600         END-IF
050700     END-IF.
050800     READ HOLD-MAST
050900         AT END
051000             SET WS-HOLD-EOF TO TRUE
051100     END-READ.
051200 3500-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600*  3900-FIND-OR-ADD-ACCOUNT.                                   *
051700*****************************************************************
051800 3900-FIND-OR-ADD-ACCOUNT.
051900     PERFORM 3950-FIND-ACCOUNT THRU 3950-EXIT.
052000     IF ACC-IDX > ZERO
052100         GO TO 3900-EXIT
052200     END-IF.
052300     IF WS-ACCT-COUNT NOT < 2000
052400         DISPLAY "COLLWK1 - ACCOUNT TABLE FULL"
052500         GO TO 3900-EXIT
052600     END-IF.
052700     ADD 1 TO WS-ACCT-COUNT.
052800     MOVE WS-ACCT-COUNT   TO ACC-IDX.
052900     MOVE WS-WORK-ACCOUNT TO WS-ACC-CODE(ACC-IDX).
053000     MOVE ZERO            TO WS-ACC-PAST-DUE(ACC-IDX).
053100     MOVE ZERO            TO WS-ACC-OLDEST(ACC-IDX).
053200     MOVE ZERO            TO WS-ACC-ITEMS(ACC-IDX).
053300     MOVE "N"             TO WS-ACC-HELD-SW(ACC-IDX).
053400     MOVE SPACE           TO WS-ACC-PROM-STAT(ACC-IDX).
053500     MOVE ZERO            TO WS-ACC-PROM-AMT(ACC-IDX).
053600     MOVE ZERO            TO WS-ACC-PROM-DATE(ACC-IDX).
053700     MOVE SPACES          TO WS-ACC-CONTACT(ACC-IDX).
053800 3900-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200*  3950-FIND-ACCOUNT.                                          *
054300*****************************************************************
054400 3950-FIND-ACCOUNT.
054500     MOVE ZERO TO ACC-IDX.
054600     PERFORM 3960-MATCH-ONE-ACCOUNT THRU 3960-EXIT
054700         VARYING ACC-SUB FROM 1 BY 1
054800         UNTIL ACC-SUB > WS-ACCT-COUNT
054900            OR ACC-IDX > ZERO.
055000 3950-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400*  3960-MATCH-ONE-ACCOUNT.                                     *
055500*****************************************************************
055600 3960-MATCH-ONE-ACCOUNT.
055700     IF WS-ACC-CODE(ACC-SUB) = WS-WORK-ACCOUNT
055800         MOVE ACC-SUB TO ACC-IDX
055900     END-IF.
056000 3960-EXIT.
056100     EXIT.
056200
056300*****************************************************************
056400*  4000-RELEASE-ACCOUNTS.                                      *
056500*    THE SORT'S INPUT PROCEDURE - ONE WORK RECORD PER ACCOUNT  *
056600*    WITH PAST-DUE ITEMS OR A BROKEN PROMISE.                  *
056700*****************************************************************
056800 4000-RELEASE-ACCOUNTS.
056900     PERFORM 4100-RELEASE-ONE-ACCOUNT THRU 4100-EXIT
057000         VARYING ACC-IDX FROM 1 BY 1
057100         UNTIL ACC-IDX > WS-ACCT-COUNT.
057200 4000-RA-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*  4100-RELEASE-ONE-ACCOUNT.                                   *
057700*    GROUP 3 BROKEN PROMISE, 2 ON CREDIT HOLD, 1 EVERYONE      *
057800*    ELSE, 0 WAITING ON A PROMISE NOT YET DUE.                 *
057900*****************************************************************
058000 4100-RELEASE-ONE-ACCOUNT.
058100     IF WS-ACC-PAST-DUE(ACC-IDX) = ZERO
058200             AND NOT WS-ACC-PROM-BROKEN(ACC-IDX)
058300         GO TO 4100-EXIT
058400     END-IF.
058500     EVALUATE TRUE
058600         WHEN WS-ACC-PROM-BROKEN(ACC-IDX)
058700             MOVE 3 TO SW-GROUP
058800         WHEN WS-ACC-PROM-OPEN(ACC-IDX)
058900             MOVE 0 TO SW-GROUP
059000         WHEN WS-ACC-HELD(ACC-IDX)
059100             MOVE 2 TO SW-GROUP
059200         WHEN OTHER
059300             MOVE 1 TO SW-GROUP
059400     END-EVALUATE.
059500     EVALUATE TRUE
059600         WHEN WS-ACC-OLDEST(ACC-IDX) > 90
059700             MOVE 4 TO SW-AGE-BAND
059800         WHEN WS-ACC-OLDEST(ACC-IDX) > 60
059900             MOVE 3 TO SW-AGE-BAND
060000         WHEN WS-ACC-OLDEST(ACC-IDX) > 30
060100             MOVE 2 TO SW-AGE-BAND
060200         WHEN WS-ACC-OLDEST(ACC-IDX) > 0
060300             MOVE 1 TO SW-AGE-BAND
060400         WHEN OTHER
060500             MOVE 0 TO SW-AGE-BAND
060600     END-EVALUATE.
060700     MOVE WS-ACC-PAST-DUE(ACC-IDX)  TO SW-PAST-DUE.
060800     MOVE WS-ACC-CODE(ACC-IDX)      TO SW-ACCOUNT.
060900     MOVE WS-ACC-OLDEST(ACC-IDX)    TO SW-OLDEST-DAYS.
061000     MOVE WS-ACC-ITEMS(ACC-IDX)     TO SW-ITEM-COUNT.
061100     MOVE WS-ACC-HELD-SW(ACC-IDX)   TO SW-HELD-SW.
061200     MOVE WS-ACC-PROM-STAT(ACC-IDX) TO SW-PROM-STATUS.
061300     MOVE WS-ACC-PROM-AMT(ACC-IDX)  TO SW-PROM-AMOUNT.
061400     MOVE WS-ACC-PROM-DATE(ACC-IDX) TO SW-PROM-DATE.
061500     MOVE WS-ACC-CONTACT(ACC-IDX)   TO SW-CONTACT.
061600     RELEASE SW-WORK-REC.
061700 4100-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100*  5000-PRINT-WORKLIST.                                        *
062200*    THE SORT'S OUTPUT PROCEDURE - PRINTS THE RANKED LIST.     *
062300*****************************************************************
062400 5000-PRINT-WORKLIST.
062500     OPEN OUTPUT WORK-LIST.
062600     MOVE WS-PROCESS-DATE TO WS-WKH-DATE.
062700     WRITE WL-PRINT-LINE FROM WS-WKL-HEADER.
062800     WRITE WL-PRINT-LINE FROM WS-WKL-COLUMNS.
062900     PERFORM 5050-RETURN-NEXT THRU 5050-EXIT.
063000     PERFORM 5100-PRINT-ONE-ACCOUNT THRU 5100-EXIT
063100         UNTIL WS-SORT-EOF.
063200     CLOSE WORK-LIST.
063300 5000-PW-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700*  5050-RETURN-NEXT.                                           *
063800*****************************************************************
063900 5050-RETURN-NEXT.
064000     RETURN SORT-WORK
064100         AT END
064200             SET WS-SORT-EOF TO TRUE
064300     END-RETURN.
064400 5050-EXIT.
064500     EXIT.
064600
064700*****************************************************************
064800*  5100-PRINT-ONE-ACCOUNT.                                     *
064900*****************************************************************
065000 5100-PRINT-ONE-ACCOUNT.
065100     ADD 1 TO WS-RANK.
065200     MOVE WS-RANK         TO WS-WKD-RANK.
065300     MOVE SW-ACCOUNT      TO WS-WKD-ACCOUNT.
065400     MOVE SW-PAST-DUE     TO WS-WKD-PAST-DUE.
065500     MOVE SW-OLDEST-DAYS  TO WS-WKD-OLDEST.
065600     MOVE SW-ITEM-COUNT   TO WS-WKD-ITEMS.
065700     IF SW-HELD-SW = "Y"
065800         MOVE "HELD" TO WS-WKD-HOLD
065900     ELSE
066000         MOVE SPACES TO WS-WKD-HOLD
066100     END-IF.
066200     EVALUATE SW-PROM-STATUS
066300         WHEN "B"
066400             MOVE "BROKEN"    TO WS-WKD-PROMISE
066500         WHEN "O"
066600             MOVE "PROMISED"  TO WS-WKD-PROMISE
066700         WHEN OTHER
066800             MOVE SPACES      TO WS-WKD-PROMISE
066900     END-EVALUATE.
067000     IF SW-PROM-STATUS = SPACE
067100         MOVE ZERO            TO WS-WKD-PROM-AMT
067200         MOVE SPACES          TO WS-WKD-PROM-DATE
067300     ELSE
067400         MOVE SW-PROM-AMOUNT  TO WS-WKD-PROM-AMT
067500         MOVE SW-PROM-DATE    TO WS-WKD-PROM-DATE
067600     END-IF.
067700     MOVE SW-CONTACT      TO WS-WKD-CONTACT.
067800     WRITE WL-PRINT-LINE FROM WS-WKL-DETAIL.
067900     PERFORM 5050-RETURN-NEXT THRU 5050-EXIT.
068000 5100-EXIT.
068100     EXIT.
068200
068300*****************************************************************
068400*  9000-FINALIZE.                                              *
068500*****************************************************************
068600 9000-FINALIZE.
068700     DISPLAY "COLLWK1 WORKLIST: " WS-RANK
068800         " NEW PROMISES: " WS-NEW-COUNT
068900         " KEPT: " WS-KEPT-COUNT
069000         " BROKEN: " WS-BROKEN-COUNT
069100         " SUPERSEDED: " WS-SUPERSEDED-COUNT
069200         " ERRORS: " WS-ERROR-COUNT.
069300     IF WS-ERROR-COUNT > ZERO
069400         MOVE 4 TO RETURN-CODE
069500     END-IF.
069600     CLOSE PROM-IN.
069700     CLOSE PROM-OUT.
069800     CLOSE ALERT-Q.
069900     CLOSE AR-MAST.
070000     CLOSE HOLD-MAST.
070100 9000-EXIT.
070200     EXIT.
