000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     PAYPLN1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    INSTALLMENT PAYMENT PLANS FOR ACCOUNTS ON CREDIT HOLD.    *
001200*    CARRIES THE PLAN MASTER FORWARD (PPLANI TO PPLANO),       *
001300*    TAKING ON THE PLANS COLLECTIONS AGREED ON PLANTRAN - THE  *
001400*    AGREED BALANCE IS SPLIT INTO EQUAL INSTALLMENTS BY THE    *
001500*    DIVIDE01 QUOTIENT AND REMAINDER, THE REMAINDER CENTS      *
001600*    GOING ON THE LAST INSTALLMENT, AND A DUE DATE SCHEDULED   *
001700*    FOR EACH.  EVERY CURRENT PLAN IS THEN CHECKED AGAINST THE *
001800*    NIGHT'S CSHAUDIT CASH APPLICATIONS - A PLAN WHOSE CASH    *
001900*    FALLS SHORT OF THE INSTALLMENTS PAST THEIR GRACE GOES     *
002000*    INTO DEFAULT AND RAISES A PLANDFLT ALERT ON ALERTQ, SO    *
002100*    THE ACCOUNT RETURNS TO NORMAL DUNNING; ONE THE CASH HAS   *
002200*    MET IS PAID OFF.  DUNLTR1 LEAVES AN ACCOUNT ALONE WHILE   *
002300*    ITS PLAN IS CURRENT.  NEW SCHEDULES AND EVERY CHANGE OF   *
002400*    STATUS ARE LISTED ON PPLNRPT.                             *
002500*                                                              *
002600*  MODIFICATION HISTORY.                                       *
002700*    2026-10-15  DL  ORIGINAL INSTALLMENT PLAN TRACKING.       *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT HOLD-MAST ASSIGN TO "CHMASTI"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT APP-AUDIT ASSIGN TO "CSHAUDIT"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PLAN-TRAN ASSIGN TO "PLANTRAN"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PLAN-IN ASSIGN TO "PPLANI"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PLAN-OUT ASSIGN TO "PPLANO"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT ALERT-Q ASSIGN TO "ALERTQ"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT PLAN-RPT ASSIGN TO "PPLNRPT"
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  HOLD-MAST.
005000     COPY DLCHMAST.
005100
005200 FD  APP-AUDIT.
005300     COPY DLCSHAPP.
005400
005500 FD  PLAN-TRAN.
005600     COPY DLPPLTR.
005700
005800 FD  PLAN-IN.
005900     COPY DLPPLAN
006000         REPLACING ==PP-PLAN-REC==       BY ==PI-PLAN-REC==
006100                   ==PP-ACCOUNT==        BY ==PI-ACCOUNT==
006200                   ==PP-AGREED-BALANCE== BY ==PI-AGREED-BALANCE==
006300                   ==PP-INSTALL-COUNT==  BY ==PI-INSTALL-COUNT==
006400                   ==PP-INTERVAL-DAYS==  BY ==PI-INTERVAL-DAYS==
006500                   ==PP-GRACE-DAYS==     BY ==PI-GRACE-DAYS==
006600                   ==PP-COLLECTOR==      BY ==PI-COLLECTOR==
006700                   ==PP-ENTRY-DATE==     BY ==PI-ENTRY-DATE==
006800                   ==PP-PAID-TO-DATE==   BY ==PI-PAID-TO-DATE==
006900                   ==PP-STATUS==         BY ==PI-STATUS==
007000                   ==PP-CURRENT==        BY ==PI-CURRENT==
007100                   ==PP-DEFAULTED==      BY ==PI-DEFAULTED==
007200                   ==PP-PAID-OFF==       BY ==PI-PAID-OFF==
007300                   ==PP-STATUS-DATE==    BY ==PI-STATUS-DATE==
007400                   ==PP-SCHEDULE==       BY ==PI-SCHEDULE==
007500                   ==PP-INSTALLMENT==    BY ==PI-INSTALLMENT==
007600                   ==PP-INST-DUE-DATE==  BY ==PI-INST-DUE-DATE==
007700                   ==PP-INST-AMOUNT==    BY ==PI-INST-AMOUNT==.
007800
007900 FD  PLAN-OUT.
008000     COPY DLPPLAN.
008100
008200 FD  ALERT-Q.
008300     COPY DLALERT.
008400
008500 FD  PLAN-RPT.
008600 01  PR-PRINT-LINE            PIC X(120).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-SWITCHES.
009000     05  WS-HOLD-EOF-SW       PIC X(01) VALUE "N".
009100         88  WS-HOLD-EOF           VALUE "Y".
009200     05  WS-APP-EOF-SW        PIC X(01) VALUE "N".
009300         88  WS-APP-EOF            VALUE "Y".
009400     05  WS-TRAN-EOF-SW       PIC X(01) VALUE "N".
009500         88  WS-TRAN-EOF           VALUE "Y".
009600     05  WS-PLAN-EOF-SW       PIC X(01) VALUE "N".
009700         88  WS-PLAN-EOF           VALUE "Y".
009800
009900 01  WS-DIVISOR-CHK           PIC S9(09)V9(02) VALUE ZERO.
010000 01  WS-ZERO-SW               PIC X(01) VALUE "N".
010100     88  WS-DIVISOR-NOT-ZERO      VALUE "N".
010200     88  WS-DIVISOR-IS-ZERO       VALUE "Y".
010300
010400 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
010500 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
010600 01  WS-DAYS-PAST             PIC S9(07) VALUE ZERO.
010700 01  WS-FIRST-DAY             PIC 9(07) VALUE ZERO.
010800 01  WS-APPLIED               PIC 9(07)V9(02) VALUE ZERO.
010900 01  WS-DUE-TO-DATE           PIC 9(07)V9(02) VALUE ZERO.
011000 01  WS-QUOTIENT              PIC 9(07)V9(02) VALUE ZERO.
011100 01  WS-REMAINDER             PIC 9(07)V9(02) VALUE ZERO.
011200 01  WS-EVENT                 PIC X(10) VALUE SPACES.
011300 01  APP-IDX                  PIC 9(04) VALUE ZERO.
011400 01  HLD-IDX                  PIC 9(04) VALUE ZERO.
011500 01  HLD-SUB                  PIC 9(04) VALUE ZERO.
011600 01  NEW-IDX                  PIC 9(03) VALUE ZERO.
011700 01  NEW-SUB                  PIC 9(03) VALUE ZERO.
011800 01  INST-IDX                 PIC 9(02) VALUE ZERO.
011900
012000 01  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
012100 01  WS-PAID-COUNT            PIC 9(05) VALUE ZERO.
012200 01  WS-DEFAULT-COUNT         PIC 9(05) VALUE ZERO.
012300 01  WS-SUPERSEDED-COUNT      PIC 9(05) VALUE ZERO.
012400 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
012500
012600 01  WS-APP-COUNT             PIC 9(04) VALUE ZERO.
012700 01  WS-APP-TABLE.
012800     05  WS-APP-ENTRY OCCURS 1 TO 2000 TIMES
012900             DEPENDING ON WS-APP-COUNT.
013000         10  WS-APP-ACCOUNT   PIC X(08).
013100         10  WS-APP-DATE      PIC 9(08).
013200         10  WS-APP-AMOUNT    PIC 9(07)V9(02).
013300
013400 01  WS-HOLD-COUNT            PIC 9(04) VALUE ZERO.
013500 01  WS-HOLD-TABLE.
013600     05  WS-HOLD-ENTRY OCCURS 1 TO 2000 TIMES
013700             DEPENDING ON WS-HOLD-COUNT.
013800         10  WS-HLD-ACCOUNT   PIC X(08).
013900
014000 01  WS-NEW-PLAN-COUNT        PIC 9(03) VALUE ZERO.
014100 01  WS-NEW-TABLE.
014200     05  WS-NEW-ENTRY OCCURS 1 TO 200 TIMES
014300             DEPENDING ON WS-NEW-PLAN-COUNT.
014400         10  WS-NEW-ACCOUNT   PIC X(08).
014500         10  WS-NEW-BALANCE   PIC 9(07)V9(02).
014600         10  WS-NEW-INSTALLS  PIC 9(02).
014700         10  WS-NEW-FIRST-DUE PIC 9(08).
014800         10  WS-NEW-INTERVAL  PIC 9(03).
014900         10  WS-NEW-GRACE     PIC 9(03).
015000         10  WS-NEW-COLLECTOR PIC X(08).
015100
015200 01  WS-RPT-HEADER.
015300     05  FILLER               PIC X(36) VALUE
015400         "INSTALLMENT PAYMENT PLANS  RUN DATE ".
015500     05  WS-HDR-DATE          PIC 9(08).
015600
015700 01  WS-RPT-COLUMNS.
015800     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
015900     05  FILLER               PIC X(12) VALUE "EVENT       ".
016000     05  FILLER               PIC X(13) VALUE "       AGREED".
016100     05  FILLER               PIC X(07) VALUE "  INSTS".
016200     05  FILLER               PIC X(13) VALUE "         PAID".
016300     05  FILLER               PIC X(13) VALUE "  DUE TO DATE".
016400     05  FILLER               PIC X(10) VALUE "  ENTERED ".
016500     05  FILLER               PIC X(10) VALUE "COLLECTOR ".
016600
016700 01  WS-RPT-DETAIL.
016800     05  WS-DET-ACCOUNT       PIC X(08).
016900     05  FILLER               PIC X(02) VALUE SPACES.
017000     05  WS-DET-EVENT         PIC X(10).
017100     05  FILLER               PIC X(02) VALUE SPACES.
017200     05  WS-DET-AGREED        PIC Z(09)9.99.
017300     05  WS-DET-INSTALLS      PIC Z(06)9.
017400     05  WS-DET-PAID          PIC Z(09)9.99.
017500     05  WS-DET-DUE           PIC Z(09)9.99.
017600     05  FILLER               PIC X(02) VALUE SPACES.
017700     05  WS-DET-ENTRY-DATE    PIC 9(08).
017800     05  FILLER               PIC X(02) VALUE SPACES.
017900     05  WS-DET-COLLECTOR     PIC X(08).
018000
018100 01  WS-RPT-INSTALLMENT.
018200     05  FILLER               PIC X(22) VALUE
018300         "          INSTALLMENT ".
018400     05  WS-INS-NUMBER        PIC Z9.
018500     05  FILLER               PIC X(06) VALUE "  DUE ".
018600     05  WS-INS-DUE-DATE      PIC 9(08).
018700     05  WS-INS-AMOUNT        PIC Z(09)9.99.
018800
018900 PROCEDURE DIVISION.
019000*****************************************************************
019100*  0000-MAINLINE.                                              *
019200*****************************************************************
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500     PERFORM 2000-CARRY-ONE-PLAN THRU 2000-EXIT
019600         UNTIL WS-PLAN-EOF.
019700     PERFORM 2500-ADD-NEW-PLAN THRU 2500-EXIT
019800         VARYING NEW-IDX FROM 1 BY 1
019900         UNTIL NEW-IDX > WS-NEW-PLAN-COUNT.
020000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
020100     STOP RUN.
020200
020300*****************************************************************
020400*  1000-INITIALIZE.                                            *
020500*****************************************************************
020600 1000-INITIALIZE.
020700     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
020800     OPEN INPUT APP-AUDIT.
020900     READ APP-AUDIT
021000         AT END
021100             SET WS-APP-EOF TO TRUE
021200     END-READ.
021300     PERFORM 1100-LOAD-ONE-APPLICATION THRU 1100-EXIT
021400         UNTIL WS-APP-EOF.
021500     CLOSE APP-AUDIT.
021600     OPEN INPUT HOLD-MAST.
021700     READ HOLD-MAST
021800         AT END
021900             SET WS-HOLD-EOF TO TRUE
022000     END-READ.
022100     PERFORM 1150-LOAD-ONE-HOLD THRU 1150-EXIT
022200         UNTIL WS-HOLD-EOF.
022300     CLOSE HOLD-MAST.
022400     OPEN INPUT PLAN-TRAN.
022500     READ PLAN-TRAN
022600         AT END
022700             SET WS-TRAN-EOF TO TRUE
022800     END-READ.
022900     PERFORM 1200-LOAD-ONE-PLAN THRU 1200-EXIT
023000         UNTIL WS-TRAN-EOF.
023100     CLOSE PLAN-TRAN.
023200     OPEN INPUT PLAN-IN.
023300     OPEN OUTPUT PLAN-OUT.
023400     OPEN EXTEND ALERT-Q.
023500     OPEN OUTPUT PLAN-RPT.
023600     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
023700     WRITE PR-PRINT-LINE FROM WS-RPT-HEADER.
023800     WRITE PR-PRINT-LINE FROM WS-RPT-COLUMNS.
023900     READ PLAN-IN
024000         AT END
024100             SET WS-PLAN-EOF TO TRUE
024200     END-READ.
024300 1000-EXIT.
024400     EXIT.
024500
024600*****************************************************************
024700*  1100-LOAD-ONE-APPLICATION.                                  *
024800*    AS FOR A PROMISE, EVERYTHING THAT RELIEVED THE ACCOUNT    *
024900*    COUNTS TOWARD THE PLAN - INTEREST, PRINCIPAL AND DISCOUNT *
025000*    ALLOWED.  CASH LEFT IN SUSPENSE DOES NOT.                 *
025100*****************************************************************
025200 1100-LOAD-ONE-APPLICATION.
025300     IF WS-APP-COUNT < 2000
025400         ADD 1 TO WS-APP-COUNT
025500         MOVE CA-ACCOUNT    TO WS-APP-ACCOUNT(WS-APP-COUNT)
025600         MOVE CA-APPLY-DATE TO WS-APP-DATE(WS-APP-COUNT)
025700         COMPUTE WS-APP-AMOUNT(WS-APP-COUNT) =
025800             CA-TO-INTEREST + CA-TO-PRINCIPAL + CA-TO-DISCOUNT
025900     ELSE
026000         DISPLAY "PAYPLN1 - APPLICATION TABLE FULL"
026100     END-IF.
026200     READ APP-AUDIT
026300         AT END
026400             SET WS-APP-EOF TO TRUE
026500     END-READ.
026600 1100-EXIT.
026700     EXIT.
026800
026900*****************************************************************
027000*  1150-LOAD-ONE-HOLD.                                         *
027100*    ONLY AN ACCOUNT STANDING ON CREDIT HOLD CAN TAKE A PLAN.  *
027200*****************************************************************
027300 1150-LOAD-ONE-HOLD.
027400     IF CM-HELD
027500         IF WS-HOLD-COUNT < 2000
027600             ADD 1 TO WS-HOLD-COUNT
027700             MOVE CM-ACCOUNT TO WS-HLD-ACCOUNT(WS-HOLD-COUNT)
027800         ELSE
027900             DISPLAY "PAYPLN1 - HOLD TABLE FULL"
028000         END-IF
028100     END-IF.
028200     READ HOLD-MAST
028300         AT END
028400             SET WS-HOLD-EOF TO TRUE
028500     END-READ.
028600 1150-EXIT.
028700     EXIT.
028800
028900*****************************************************************
029000*  1200-LOAD-ONE-PLAN.                                         *
029100*    A NEW PLAN NEEDS A HELD ACCOUNT, A BALANCE, BETWEEN 1 AND *
029200*    24 INSTALLMENTS, A FIRST DUE DATE NOT ALREADY PAST, AND   *
029300*    THE COLLECTOR WHO AGREED IT.                              *
029400*****************************************************************
029500 1200-LOAD-ONE-PLAN.
029600     IF PN-ACCOUNT = SPACES
029700             OR PN-AGREED-BALANCE = ZERO
029800             OR PN-INSTALL-COUNT > 24
029900             OR PN-FIRST-DUE-DATE < WS-PROCESS-DATE
030000             OR PN-COLLECTOR = SPACES
030100         DISPLAY "PAYPLN1 - INVALID PLAN FOR ACCOUNT "
030200             PN-ACCOUNT " - SKIPPED"
030300         ADD 1 TO WS-ERROR-COUNT
030400         GO TO 1200-NEXT
030500     END-IF.
030600     MOVE PN-INSTALL-COUNT TO WS-DIVISOR-CHK.
030700     CALL "DIVCHK01" USING WS-DIVISOR-CHK WS-ZERO-SW.
030800     IF WS-DIVISOR-IS-ZERO
030900         DISPLAY "PAYPLN1 - NO INSTALLMENTS FOR ACCOUNT "
031000             PN-ACCOUNT " - SKIPPED"
031100         ADD 1 TO WS-ERROR-COUNT
031200         GO TO 1200-NEXT
031300     END-IF.
031400     MOVE ZERO TO HLD-IDX.
031500     PERFORM 1250-MATCH-ONE-HOLD THRU 1250-EXIT
031600         VARYING HLD-SUB FROM 1 BY 1
031700         UNTIL HLD-SUB > WS-HOLD-COUNT
031800            OR HLD-IDX > ZERO.
031900     IF HLD-IDX = ZERO
032000         DISPLAY "PAYPLN1 - ACCOUNT " PN-ACCOUNT
032100             " NOT ON CREDIT HOLD - SKIPPED"
032200         ADD 1 TO WS-ERROR-COUNT
032300         GO TO 1200-NEXT
032400     END-IF.
032500     IF WS-NEW-PLAN-COUNT NOT < 200
032600         DISPLAY "PAYPLN1 - PLAN TABLE FULL"
032700         ADD 1 TO WS-ERROR-COUNT
032800         GO TO 1200-NEXT
032900     END-IF.
033000     ADD 1 TO WS-NEW-PLAN-COUNT.
033100     MOVE PN-ACCOUNT        TO WS-NEW-ACCOUNT(WS-NEW-PLAN-COUNT).
033200     MOVE PN-AGREED-BALANCE TO WS-NEW-BALANCE(WS-NEW-PLAN-COUNT).
033300     MOVE PN-INSTALL-COUNT  TO WS-NEW-INSTALLS(WS-NEW-PLAN-COUNT).
033400     MOVE PN-FIRST-DUE-DATE
033500         TO WS-NEW-FIRST-DUE(WS-NEW-PLAN-COUNT).
033600     IF PN-INTERVAL-DAYS = ZERO
033700         MOVE 30 TO WS-NEW-INTERVAL(WS-NEW-PLAN-COUNT)
033800     ELSE
033900         MOVE PN-INTERVAL-DAYS
034000             TO WS-NEW-INTERVAL(WS-NEW-PLAN-COUNT)
034100     END-IF.
034200     IF PN-GRACE-DAYS = ZERO
034300         MOVE 5 TO WS-NEW-GRACE(WS-NEW-PLAN-COUNT)
034400     ELSE
034500         MOVE PN-GRACE-DAYS TO WS-NEW-GRACE(WS-NEW-PLAN-COUNT)
034600     END-IF.
034700     MOVE PN-COLLECTOR
034800         TO WS-NEW-COLLECTOR(WS-NEW-PLAN-COUNT).
034900 1200-NEXT.
035000     READ PLAN-TRAN
035100         AT END
035200             SET WS-TRAN-EOF TO TRUE
035300     END-READ.
035400 1200-EXIT.
035500     EXIT.
035600
035700*****************************************************************
035800*  1250-MATCH-ONE-HOLD.                                        *
035900*****************************************************************
036000 1250-MATCH-ONE-HOLD.
036100     IF WS-HLD-ACCOUNT(HLD-SUB) = PN-ACCOUNT
036200         MOVE HLD-SUB TO HLD-IDX
036300     END-IF.
036400 1250-EXIT.
036500     EXIT.
036600
036700*****************************************************************
036800*  2000-CARRY-ONE-PLAN.                                        *
036900*    A PLAN PAID OFF YESTERDAY HAS BEEN REPORTED AND DROPS     *
037000*    OFF.  ONE SUPERSEDED BY A NEW PLAN TODAY DROPS OFF TOO.   *
037100*    A CURRENT PLAN TAKES TODAY'S CASH AND IS CHECKED AGAINST  *
037200*    ITS SCHEDULE.                                             *
037300*****************************************************************
037400 2000-CARRY-ONE-PLAN.
037500     IF PI-PAID-OFF
037600         GO TO 2000-NEXT
037700     END-IF.
037800     MOVE ZERO TO NEW-IDX.
037900     PERFORM 2050-MATCH-ONE-NEW THRU 2050-EXIT
038000         VARYING NEW-SUB FROM 1 BY 1
038100         UNTIL NEW-SUB > WS-NEW-PLAN-COUNT
038200            OR NEW-IDX > ZERO.
038300     MOVE PI-PLAN-REC TO PP-PLAN-REC.
038400     IF NEW-IDX > ZERO
038500         ADD 1 TO WS-SUPERSEDED-COUNT
038600         MOVE "SUPERSEDED" TO WS-EVENT
038700         MOVE ZERO TO WS-DUE-TO-DATE
038800         PERFORM 8000-WRITE-EVENT THRU 8000-EXIT
038900         GO TO 2000-NEXT
039000     END-IF.
039100     IF PP-CURRENT
039200         PERFORM 2100-CHECK-PLAN THRU 2100-EXIT
039300     END-IF.
039400     WRITE PP-PLAN-REC.
039500 2000-NEXT.
039600     READ PLAN-IN
039700         AT END
039800             SET WS-PLAN-EOF TO TRUE
039900     END-READ.
040000 2000-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400*  2050-MATCH-ONE-NEW.                                         *
040500*****************************************************************
040600 2050-MATCH-ONE-NEW.
040700     IF WS-NEW-ACCOUNT(NEW-SUB) = PI-ACCOUNT
040800         MOVE NEW-SUB TO NEW-IDX
040900     END-IF.
041000 2050-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400*  2100-CHECK-PLAN.                                            *
041500*    THE CASH MUST KEEP UP WITH EVERY INSTALLMENT WHOSE DUE    *
041600*    DATE IS MORE THAN THE GRACE DAYS BEHIND US.  ONE MISSED   *
041700*    PAST GRACE DEFAULTS THE WHOLE PLAN.                       *
041800*****************************************************************
041900 2100-CHECK-PLAN.
042000     MOVE ZERO TO WS-APPLIED.
042100     PERFORM 2150-ADD-ONE-APPLICATION THRU 2150-EXIT
042200         VARYING APP-IDX FROM 1 BY 1
042300         UNTIL APP-IDX > WS-APP-COUNT.
042400     ADD WS-APPLIED TO PP-PAID-TO-DATE
042500         ON SIZE ERROR
042600             MOVE PP-AGREED-BALANCE TO PP-PAID-TO-DATE
042700     END-ADD.
042800     MOVE ZERO TO WS-DUE-TO-DATE.
042900     PERFORM 2200-ADD-ONE-DUE THRU 2200-EXIT
043000         VARYING INST-IDX FROM 1 BY 1
043100         UNTIL INST-IDX > PP-INSTALL-COUNT.
043200     IF PP-PAID-TO-DATE NOT < PP-AGREED-BALANCE
043300         SET PP-PAID-OFF TO TRUE
043400         MOVE WS-PROCESS-DATE TO PP-STATUS-DATE
043500         ADD 1 TO WS-PAID-COUNT
043600         MOVE "PAID OFF  " TO WS-EVENT
043700         PERFORM 8000-WRITE-EVENT THRU 8000-EXIT
043800         GO TO 2100-EXIT
043900     END-IF.
044000     IF PP-PAID-TO-DATE < WS-DUE-TO-DATE
044100         SET PP-DEFAULTED TO TRUE
044200         MOVE WS-PROCESS-DATE TO PP-STATUS-DATE
044300         ADD 1 TO WS-DEFAULT-COUNT
044400         MOVE "DEFAULTED " TO WS-EVENT
044500         PERFORM 8000-WRITE-EVENT THRU 8000-EXIT
044600         PERFORM 2300-RAISE-ALERT THRU 2300-EXIT
044700     END-IF.
044800 2100-EXIT.
044900     EXIT.
045000
045100*****************************************************************
045200*  2150-ADD-ONE-APPLICATION.                                   *
045300*****************************************************************
045400 2150-ADD-ONE-APPLICATION.
045500     IF WS-APP-ACCOUNT(APP-IDX) = PP-ACCOUNT
045600             AND WS-APP-DATE(APP-IDX) NOT < PP-ENTRY-DATE
045700         ADD WS-APP-AMOUNT(APP-IDX) TO WS-APPLIED
045800     END-IF.
045900 2150-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*  2200-ADD-ONE-DUE.                                           *
046400*****************************************************************
046500 2200-ADD-ONE-DUE.
046600     COMPUTE WS-DAYS-PAST =
046700         FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
046800         - FUNCTION INTEGER-OF-DATE(PP-INST-DUE-DATE(INST-IDX)).
046900     IF WS-DAYS-PAST > PP-GRACE-DAYS
047000         ADD PP-INST-AMOUNT(INST-IDX) TO WS-DUE-TO-DATE
047100     END-IF.
047200 2200-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600*  2300-RAISE-ALERT.                                           *
047700*****************************************************************
047800 2300-RAISE-ALERT.
047900     DISPLAY "PAYPLN1 - PLAN DEFAULTED FOR ACCOUNT " PP-ACCOUNT.
048000     MOVE "PAYPLN1"          TO AL-PROGRAM.
048100     MOVE "PLANDFLT"         TO AL-ALERT-TYPE.
048200     MOVE WS-DUE-TO-DATE     TO AL-THRESHOLD.
048300     MOVE PP-PAID-TO-DATE    TO AL-ACTUAL.
048400     MOVE WS-PROCESS-DATE    TO AL-ALERT-DATE.
048500     ACCEPT WS-CLOCK-TIME FROM TIME.
048600     MOVE WS-CLOCK-TIME      TO AL-ALERT-TIME.
048700     WRITE AL-ALERT-REC.
048800 2300-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*  2500-ADD-NEW-PLAN.                                          *
049300*    SPLITS THE AGREED BALANCE AS DIVIDE01 DOES - THE QUOTIENT *
049400*    TO THE CENT IS EVERY INSTALLMENT, AND THE REMAINDER IT    *
049500*    LEAVES IS ADDED TO THE LAST SO THE SCHEDULE FOOTS TO THE  *
049600*    BALANCE EXACTLY.                                          *
049700*****************************************************************
049800 2500-ADD-NEW-PLAN.
049900     MOVE WS-NEW-ACCOUNT(NEW-IDX)   TO PP-ACCOUNT.
050000     MOVE WS-NEW-BALANCE(NEW-IDX)   TO PP-AGREED-BALANCE.
050100     MOVE WS-NEW-INSTALLS(NEW-IDX)  TO PP-INSTALL-COUNT.
050200     MOVE WS-NEW-INTERVAL(NEW-IDX)  TO PP-INTERVAL-DAYS.
050300     MOVE WS-NEW-GRACE(NEW-IDX)     TO PP-GRACE-DAYS.
050400     MOVE WS-NEW-COLLECTOR(NEW-IDX) TO PP-COLLECTOR.
050500     MOVE WS-PROCESS-DATE           TO PP-ENTRY-DATE.
050600     MOVE ZERO                      TO PP-PAID-TO-DATE.
050700     SET PP-CURRENT TO TRUE.
050800     MOVE WS-PROCESS-DATE           TO PP-STATUS-DATE.
050900     MOVE ZERO TO WS-QUOTIENT.
051000     MOVE ZERO TO WS-REMAINDER.
051100     DIVIDE PP-INSTALL-COUNT INTO PP-AGREED-BALANCE
051200         GIVING WS-QUOTIENT
051300         REMAINDER WS-REMAINDER
051400         ON SIZE ERROR
051500             DISPLAY "PAYPLN1 - PLAN SPLIT FAILED FOR ACCOUNT "
051600                 PP-ACCOUNT " - SKIPPED"
051700             ADD 1 TO WS-ERROR-COUNT
051800             GO TO 2500-EXIT
051900     END-DIVIDE.
052000     COMPUTE WS-FIRST-DAY =
052100         FUNCTION INTEGER-OF-DATE(WS-NEW-FIRST-DUE(NEW-IDX)).
052200     PERFORM 2600-SCHEDULE-ONE-INSTALLMENT THRU 2600-EXIT
052300         VARYING INST-IDX FROM 1 BY 1
052400         UNTIL INST-IDX > 24.
052500     WRITE PP-PLAN-REC.
052600     ADD 1 TO WS-NEW-COUNT.
052700     MOVE "NEW PLAN  " TO WS-EVENT.
052800     MOVE ZERO TO WS-DUE-TO-DATE.
052900     PERFORM 8000-WRITE-EVENT THRU 8000-EXIT.
053000     PERFORM 8100-WRITE-INSTALLMENT THRU 8100-EXIT
053100         VARYING INST-IDX FROM 1 BY 1
053200         UNTIL INST-IDX > PP-INSTALL-COUNT.
053300 2500-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700*  2600-SCHEDULE-ONE-INSTALLMENT.                              *
053800*    EACH INSTALLMENT FALLS ONE INTERVAL AFTER THE LAST.       *
053900*    SLOTS PAST THE PLAN'S COUNT ARE LEFT EMPTY.               *
054000*****************************************************************
054100 2600-SCHEDULE-ONE-INSTALLMENT.
054200     IF INST-IDX > PP-INSTALL-COUNT
054300         MOVE ZERO TO PP-INST-DUE-DATE(INST-IDX)
054400         MOVE ZERO TO PP-INST-AMOUNT(INST-IDX)
054500         GO TO 2600-EXIT
054600     END-IF.
054700     COMPUTE PP-INST-DUE-DATE(INST-IDX) =
054800         FUNCTION DATE-OF-INTEGER(WS-FIRST-DAY
054900             + (INST-IDX - 1) * PP-INTERVAL-DAYS).
055000     IF INST-IDX = PP-INSTALL-COUNT
055100         COMPUTE PP-INST-AMOUNT(INST-IDX) =
055200             WS-QUOTIENT + WS-REMAINDER
055300     ELSE
055400         MOVE WS-QUOTIENT TO PP-INST-AMOUNT(INST-IDX)
055500     END-IF.
055600 2600-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000*  8000-WRITE-EVENT.                                           *
056100*****************************************************************
056200 8000-WRITE-EVENT.
056300     MOVE PP-ACCOUNT        TO WS-DET-ACCOUNT.
056400     MOVE WS-EVENT          TO WS-DET-EVENT.
056500     MOVE PP-AGREED-BALANCE TO WS-DET-AGREED.
056600     MOVE PP-INSTALL-COUNT  TO WS-DET-INSTALLS.
056700     MOVE PP-PAID-TO-DATE   TO WS-DET-PAID.
056800     MOVE WS-DUE-TO-DATE    TO WS-DET-DUE.
056900     MOVE PP-ENTRY-DATE     TO WS-DET-ENTRY-DATE.
057000     MOVE PP-COLLECTOR      TO WS-DET-COLLECTOR.
057100     WRITE PR-PRINT-LINE FROM WS-RPT-DETAIL.
057200 8000-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*  8100-WRITE-INSTALLMENT.                                     *
057700*****************************************************************
057800 8100-WRITE-INSTALLMENT.
057900     MOVE INST-IDX                   TO WS-INS-NUMBER.
058000     MOVE PP-INST-DUE-DATE(INST-IDX) TO WS-INS-DUE-DATE.
058100     MOVE PP-INST-AMOUNT(INST-IDX)   TO WS-INS-AMOUNT.
058200     WRITE PR-PRINT-LINE FROM WS-RPT-INSTALLMENT.
058300 8100-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*  9000-FINALIZE.                                              *
058800*****************************************************************
058900 9000-FINALIZE.
059000     DISPLAY "PAYPLN1 NEW PLANS: " WS-NEW-COUNT
059100         " PAID OFF: " WS-PAID-COUNT
059200         " DEFAULTED: " WS-DEFAULT-COUNT
059300         " SUPERSEDED: " WS-SUPERSEDED-COUNT
059400         " ERRORS: " WS-ERROR-COUNT.
059500     IF WS-ERROR-COUNT > ZERO
059600         MOVE 4 TO RETURN-CODE
059700     END-IF.
059800     CLOSE PLAN-IN.
059900     CLOSE PLAN-OUT.
060000     CLOSE ALERT-Q.
060100     CLOSE PLAN-RPT.
060200 9000-EXIT.
060300     EXIT.
