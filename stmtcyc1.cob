000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     STMTCYC1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    CYCLE-DRIVEN CUSTOMER STATEMENTS.  ON EACH STATEMENT-     *
001200*    CYCLE DATE ON THE STMTCYC SCHEDULE, PRINTS ONE STATEMENT  *
001300*    OF ACCOUNT FOR EVERY CUSTMAST CUSTOMER WHOSE CU-STMT-     *
001400*    CYCLE IS DUE - THE OPENING BALANCE (THE CLOSING FIGURE    *
001500*    OF THE LAST STATEMENT, CARRIED ON STMTBALI), EVERY        *
001600*    INVOICE THE BILLING RUN OPENED ON ARMAST IN THE PERIOD,   *
001700*    EVERY CASH APPLICATION ON THE CSHAUDIT GENERATIONS        *
001800*    (CONCATENATED ONTO CSHAUDH), EVERY ARADJ CREDIT MEMO      *
001900*    (ARADJH), THE CLOSING BALANCE, AND A 30/60/90 AGING BOX   *
002000*    OVER THE ACCOUNT'S STANDING OPEN ITEMS.  THE CLOSING      *
002100*    BALANCE IS TIED TO THE OPEN ITEMS ON ARMAST AND A         *
002200*    MISMATCH SETS RC 4, THE SAME DISCIPLINE AS THE SUBLEDGER  *
002300*    ACTIVITY STATEMENT.  AN ACCOUNT STATED FOR THE FIRST      *
002400*    TIME OPENS ON THE BALANCE THAT PROVES TO ITS OPEN ITEMS.  *
002500*                                                              *
002600*  MODIFICATION HISTORY.                                       *
002700*    2026-10-15  DL  ORIGINAL CYCLE STATEMENT RUN.             *
002710*    2026-10-15  DL  THE AGING BOX NOW RUNS ON DAYS PAST EACH  *
002720*                    ITEM'S TERMS DUE DATE - CURRENT, 1-30,    *
002730*                    31-60, 61-90, OVER 90 - AND AN EARLY-     *
002740*                    PAYMENT DISCOUNT TAKEN WITH A RECEIPT     *
002750*                    PRINTS AS ITS OWN DISCOUNT LINE.          *
002760*    2026-10-15  DL  A BAD-DEBT WRITE-OFF (A WOFFRUN1 ENTRY ON *
002770*                    THE ARADJH HISTORY) PRINTS AS WRITE-OFF,  *
002780*                    NOT CREDIT MEMO, AND A WRITTEN-OFF ITEM   *
002790*                    IS SETTLED LIKE A CLOSED ONE.             *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT STMT-CYC ASSIGN TO "STMTCYC"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS CU-ACCOUNT-CODE.
003800     SELECT AR-MAST ASSIGN TO "ARMAST"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT APP-AUDIT ASSIGN TO "CSHAUDH"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT AR-ADJ ASSIGN TO "ARADJH"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT BAL-IN ASSIGN TO "STMTBALI"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT BAL-OUT ASSIGN TO "STMTBALO"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT STMT-RPT ASSIGN TO "STMTOUT"
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  STMT-CYC.
005400     COPY DLSTMCYC.
005500
005600 FD  CUST-MAST.
005700     COPY DLCUSTMS.
005800
005900 FD  AR-MAST.
006000     COPY DLARITEM.
006100
006200 FD  APP-AUDIT.
006300     COPY DLCSHAPP.
006400
006500 FD  AR-ADJ.
006600     COPY DLARADJ.
006700
006800 FD  BAL-IN.
006900     COPY DLSTMBAL
007000         REPLACING ==SB-STMT-BAL-REC==    BY ==BI-STMT-BAL-REC==
007100                   ==SB-ACCOUNT-CODE==    BY ==BI-ACCOUNT-CODE==
007200                   ==SB-LAST-STMT-DATE==  BY ==BI-LAST-DATE==
007300                   ==SB-CLOSING-BALANCE== BY ==BI-CLOSING==.
007400
007500 FD  BAL-OUT.
007600     COPY DLSTMBAL.
007700
007800 FD  STMT-RPT.
007900 01  ST-PRINT-LINE            PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-SWITCHES.
008300     05  WS-CYC-EOF-SW        PIC X(01) VALUE "N".
008400         88  WS-CYC-EOF            VALUE "Y".
008500     05  WS-CUST-EOF-SW       PIC X(01) VALUE "N".
008600         88  WS-CUST-EOF           VALUE "Y".
008700     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
008800         88  WS-AR-EOF             VALUE "Y".
008900     05  WS-APP-EOF-SW        PIC X(01) VALUE "N".
009000         88  WS-APP-EOF            VALUE "Y".
009100     05  WS-ADJ-EOF-SW        PIC X(01) VALUE "N".
009200         88  WS-ADJ-EOF            VALUE "Y".
009300     05  WS-BAL-EOF-SW        PIC X(01) VALUE "N".
009400         88  WS-BAL-EOF            VALUE "Y".
009500
009600 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
009700 01  WS-LOAD-FROM             PIC 9(08) VALUE 99999999.
009800 01  WS-AGE-DAYS              PIC S9(05) VALUE ZERO.
009900 01  WS-WORK-ACCOUNT          PIC X(06) VALUE SPACES.
010000 01  WS-STMT-COUNT            PIC 9(05) VALUE ZERO.
010100 01  WS-UNTIED-COUNT          PIC 9(05) VALUE ZERO.
010200 01  BKT-IDX                  PIC 9(01) VALUE ZERO.
010300 01  CYC-IDX                  PIC 9(03) VALUE ZERO.
010400 01  CYC-SUB                  PIC 9(03) VALUE ZERO.
010500 01  BAL-IDX                  PIC 9(04) VALUE ZERO.
010600 01  BAL-SUB                  PIC 9(04) VALUE ZERO.
010700 01  CST-IDX                  PIC 9(04) VALUE ZERO.
010800 01  CST-SUB                  PIC 9(04) VALUE ZERO.
010900 01  ITM-IDX                  PIC 9(04) VALUE ZERO.
011000 01  CSH-IDX                  PIC 9(04) VALUE ZERO.
011100 01  ADJ-IDX                  PIC 9(04) VALUE ZERO.
011200
011300 01  WS-CYCLE-COUNT           PIC 9(03) VALUE ZERO.
011400 01  WS-CYCLE-TABLE.
011500     05  WS-CYCLE-ENTRY OCCURS 1 TO 20 TIMES
011600             DEPENDING ON WS-CYCLE-COUNT.
011700         10  WS-CYC-CODE      PIC X(01).
011800         10  WS-CYC-START     PIC 9(08).
011900
012000 01  WS-BAL-COUNT             PIC 9(04) VALUE ZERO.
012100 01  WS-BAL-TABLE.
012200     05  WS-BAL-ENTRY OCCURS 1 TO 1000 TIMES
012300             DEPENDING ON WS-BAL-COUNT.
012400         10  WS-BAL-ACCOUNT   PIC X(06).
012500         10  WS-BAL-LAST-DATE PIC 9(08).
012600         10  WS-BAL-CLOSING   PIC S9(11)V9(02).
012700
012800 01  WS-CUST-COUNT            PIC 9(04) VALUE ZERO.
012900 01  WS-CUST-TABLE.
013000     05  WS-CUST-ENTRY OCCURS 1 TO 500 TIMES
013100             DEPENDING ON WS-CUST-COUNT.
013200         10  WS-CST-ACCOUNT   PIC X(06).
013300         10  WS-CST-NAME      PIC X(25).
013400         10  WS-CST-ADDR1     PIC X(25).
013500         10  WS-CST-ADDR2     PIC X(25).
013600         10  WS-CST-FROM-DATE PIC 9(08).
013700         10  WS-CST-BAL-IDX   PIC 9(04).
013800
013900 01  WS-ITEM-COUNT            PIC 9(04) VALUE ZERO.
014000 01  WS-ITEM-TABLE.
014100     05  WS-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
014200             DEPENDING ON WS-ITEM-COUNT.
014300         10  WS-ITM-CST-IDX   PIC 9(04).
014400         10  WS-ITM-INVOICE   PIC X(08).
014500         10  WS-ITM-DATE      PIC 9(08).
014600         10  WS-ITM-ORIG      PIC 9(09).
014700         10  WS-ITM-OPEN      PIC S9(09).
014800         10  WS-ITM-STATUS    PIC X(01).
014850         10  WS-ITM-DUE       PIC 9(08).
014900
015000 01  WS-CASH-COUNT            PIC 9(04) VALUE ZERO.
015100 01  WS-CASH-TABLE.
015200     05  WS-CASH-ENTRY OCCURS 1 TO 2000 TIMES
015300             DEPENDING ON WS-CASH-COUNT.
015400         10  WS-CSH-CST-IDX   PIC 9(04).
015500         10  WS-CSH-RECEIPT   PIC X(10).
015600         10  WS-CSH-DATE      PIC 9(08).
015700         10  WS-CSH-AMOUNT    PIC 9(07)V9(02).
015750         10  WS-CSH-DISCOUNT  PIC 9(07)V9(02).
015800
015900 01  WS-ADJ-COUNT             PIC 9(04) VALUE ZERO.
016000 01  WS-ADJ-TABLE.
016100     05  WS-ADJ-ENTRY OCCURS 1 TO 1000 TIMES
016200             DEPENDING ON WS-ADJ-COUNT.
016300         10  WS-ADJ-CST-IDX   PIC 9(04).
016400         10  WS-ADJ-INVOICE   PIC 9(08).
016500         10  WS-ADJ-DATE      PIC 9(08).
016600         10  WS-ADJ-AMOUNT    PIC 9(09).
016650         10  WS-ADJ-SOURCE    PIC X(12).
016700
016800 01  WS-STMT-WORK.
016900     05  WS-OPENING-BALANCE   PIC S9(11)V9(02) VALUE ZERO.
017000     05  WS-RUNNING-BALANCE   PIC S9(11)V9(02) VALUE ZERO.
017100     05  WS-PERIOD-INVOICED   PIC S9(11)V9(02) VALUE ZERO.
017200     05  WS-PERIOD-RECEIVED   PIC S9(11)V9(02) VALUE ZERO.
017300     05  WS-PERIOD-CREDITED   PIC S9(11)V9(02) VALUE ZERO.
017400     05  WS-OPEN-ITEM-TOTAL   PIC S9(11)V9(02) VALUE ZERO.
017500     05  WS-AGE-BUCKET        PIC S9(11) OCCURS 5 TIMES.
017600
017700 01  WS-RPT-TITLE.
017800     05  FILLER               PIC X(21) VALUE
017900         "STATEMENT OF ACCOUNT ".
018000     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
018100     05  WS-TTL-ACCOUNT       PIC X(06).
018200     05  FILLER               PIC X(17) VALUE
018300         "  STATEMENT DATE ".
018400     05  WS-TTL-DATE          PIC 9(08).
018500
018600 01  WS-RPT-ADDRESS.
018700     05  FILLER               PIC X(04) VALUE SPACES.
018800     05  WS-ADR-TEXT          PIC X(25).
018900
019000 01  WS-RPT-PERIOD.
019100     05  FILLER               PIC X(12) VALUE "PERIOD FROM ".
019200     05  WS-PER-FROM          PIC 9(08).
019300     05  FILLER               PIC X(06) VALUE " THRU ".
019400     05  WS-PER-THRU          PIC 9(08).
019500
019600 01  WS-RPT-COLUMNS.
019700     05  FILLER               PIC X(10) VALUE "DATE      ".
019800     05  FILLER               PIC X(13) VALUE "ACTIVITY     ".
019900     05  FILLER               PIC X(11) VALUE "REFERENCE  ".
020000     05  FILLER               PIC X(16) VALUE
020100         "          AMOUNT".
020200     05  FILLER               PIC X(18) VALUE
020300         "           BALANCE".
020400
020500 01  WS-RPT-DETAIL.
020600     05  WS-DET-DATE          PIC X(08).
020700     05  FILLER               PIC X(02) VALUE SPACES.
020800     05  WS-DET-ACTIVITY      PIC X(13).
020900     05  WS-DET-REFERENCE     PIC X(10).
021000     05  FILLER               PIC X(01) VALUE SPACE.
021100     05  WS-DET-AMOUNT        PIC -(12)9.99.
021200     05  FILLER               PIC X(01) VALUE SPACE.
021300     05  WS-DET-BALANCE       PIC -(13)9.99.
021400
021500 01  WS-RPT-AGING-HDR.
021600     05  FILLER               PIC X(08) VALUE "AGING   ".
021700     05  FILLER               PIC X(14) VALUE "       CURRENT".
021750     05  FILLER               PIC X(14) VALUE "          1-30".
021800     05  FILLER               PIC X(14) VALUE "         31-60".
021900     05  FILLER               PIC X(14) VALUE "         61-90".
022000     05  FILLER               PIC X(14) VALUE "       OVER 90".
022100
022200 01  WS-RPT-AGING.
022300     05  FILLER               PIC X(08) VALUE SPACES.
022400     05  WS-AGE-RPT-B1        PIC -(12)9.
022500     05  FILLER               PIC X(01) VALUE SPACE.
022600     05  WS-AGE-RPT-B2        PIC -(12)9.
022700     05  FILLER               PIC X(01) VALUE SPACE.
022800     05  WS-AGE-RPT-B3        PIC -(12)9.
022900     05  FILLER               PIC X(01) VALUE SPACE.
023000     05  WS-AGE-RPT-B4        PIC -(12)9.
023030     05  FILLER               PIC X(01) VALUE SPACE.
023060     05  WS-AGE-RPT-B5        PIC -(12)9.
023100
023200 01  WS-RPT-UNTIED.
023300     05  FILLER               PIC X(44) VALUE
023400         "** CLOSING BALANCE DOES NOT AGREE WITH OPEN ".
023500     05  FILLER               PIC X(15) VALUE "ITEMS ON FILE: ".
023600     05  WS-UNT-OPEN          PIC -(12)9.99.
023700
023800 01  WS-RPT-RULE              PIC X(80) VALUE ALL "-".
023900
024000 PROCEDURE DIVISION.
024100*****************************************************************
024200*  0000-MAINLINE.                                              *
024300*****************************************************************
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     IF WS-CYCLE-COUNT = ZERO
024700         DISPLAY "STMTCYC1 - NO STATEMENT CYCLE DUE "
024800             WS-PROCESS-DATE " - NOTHING DONE"
024900     ELSE
025000         PERFORM 2000-PRINT-STATEMENT THRU 2000-EXIT
025100             VARYING CST-IDX FROM 1 BY 1
025200             UNTIL CST-IDX > WS-CUST-COUNT
025300     END-IF.
025400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
025500     STOP RUN.
025600
025700*****************************************************************
025800*  1000-INITIALIZE.                                            *
025900*    LOADS THE CYCLES DUE TODAY, THE STATEMENT-BALANCE CARRY,  *
026000*    THE CUSTOMERS IN THOSE CYCLES, AND THEN ONLY THE ITEMS,   *
026100*    APPLICATIONS, AND CREDITS THOSE CUSTOMERS' STATEMENTS     *
026200*    CAN SHOW.  WITH NO CYCLE DUE THE CARRY PASSES THROUGH     *
026300*    UNCHANGED.                                                *
026400*****************************************************************
026500 1000-INITIALIZE.
026600     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
026700     OPEN INPUT STMT-CYC.
026800     READ STMT-CYC
026900         AT END
027000             SET WS-CYC-EOF TO TRUE
027100     END-READ.
027200     PERFORM 1100-LOAD-ONE-CYCLE THRU 1100-EXIT
027300         UNTIL WS-CYC-EOF.
027400     CLOSE STMT-CYC.
027500     OPEN INPUT BAL-IN.
027600     READ BAL-IN
027700         AT END
027800             SET WS-BAL-EOF TO TRUE
027900     END-READ.
028000     PERFORM 1200-LOAD-ONE-BALANCE THRU 1200-EXIT
028100         UNTIL WS-BAL-EOF.
028200     CLOSE BAL-IN.
028300     IF WS-CYCLE-COUNT = ZERO
028400         GO TO 1000-EXIT
028500     END-IF.
028600     OPEN INPUT CUST-MAST.
028700     READ CUST-MAST
028800         AT END
028900             SET WS-CUST-EOF TO TRUE
029000     END-READ.
029100     PERFORM 1300-LOAD-ONE-CUSTOMER THRU 1300-EXIT
029200         UNTIL WS-CUST-EOF.
029300     CLOSE CUST-MAST.
029400     OPEN INPUT AR-MAST.
029500     READ AR-MAST
029600         AT END
029700             SET WS-AR-EOF TO TRUE
029800     END-READ.
029900     PERFORM 1400-LOAD-ONE-ITEM THRU 1400-EXIT
030000         UNTIL WS-AR-EOF.
030100     CLOSE AR-MAST.
030200     OPEN INPUT APP-AUDIT.
030300     READ APP-AUDIT
030400         AT END
030500             SET WS-APP-EOF TO TRUE
030600     END-READ.
030700     PERFORM 1500-LOAD-ONE-CASH THRU 1500-EXIT
030800         UNTIL WS-APP-EOF.
030900     CLOSE APP-AUDIT.
031000     OPEN INPUT AR-ADJ.
031100     READ AR-ADJ
031200         AT END
031300             SET WS-ADJ-EOF TO TRUE
031400     END-READ.
031500     PERFORM 1600-LOAD-ONE-ADJ THRU 1600-EXIT
031600         UNTIL WS-ADJ-EOF.
031700     CLOSE AR-ADJ.
031800     OPEN OUTPUT STMT-RPT.
031900 1000-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300*  1100-LOAD-ONE-CYCLE.                                        *
032400*    ONLY A CYCLE WHOSE STATEMENT DATE IS TODAY IS KEPT.       *
032500*****************************************************************
032600 1100-LOAD-ONE-CYCLE.
032700     IF SY-STMT-DATE = WS-PROCESS-DATE
032800         IF WS-CYCLE-COUNT < 20
032900             ADD 1 TO WS-CYCLE-COUNT
033000             MOVE SY-CYCLE-CODE   TO WS-CYC-CODE(WS-CYCLE-COUNT)
033100             MOVE SY-PERIOD-START TO WS-CYC-START(WS-CYCLE-COUNT)
033200         ELSE
033300             DISPLAY "STMTCYC1 - CYCLE TABLE FULL"
033400         END-IF
033500     END-IF.
033600     READ STMT-CYC
033700         AT END
033800             SET WS-CYC-EOF TO TRUE
033900     END-READ.
034000 1100-EXIT.
034100     EXIT.
034200
034300*****************************************************************
034400*  1200-LOAD-ONE-BALANCE.                                      *
034500*****************************************************************
034600 1200-LOAD-ONE-BALANCE.
034700     IF WS-BAL-COUNT < 1000
034800         ADD 1 TO WS-BAL-COUNT
034900         MOVE BI-ACCOUNT-CODE    TO WS-BAL-ACCOUNT(WS-BAL-COUNT)
035000         MOVE BI-LAST-DATE       TO WS-BAL-LAST-DATE(WS-BAL-COUNT)
035100         MOVE BI-CLOSING         TO WS-BAL-CLOSING(WS-BAL-COUNT)
035200     ELSE
035300         DISPLAY "STMTCYC1 - BALANCE TABLE FULL"
035400     END-IF.
035500     READ BAL-IN
035600         AT END
035700             SET WS-BAL-EOF TO TRUE
035800     END-READ.
035900 1200-EXIT.
036000     EXIT.
036100
036200*****************************************************************
036300*  1300-LOAD-ONE-CUSTOMER.                                     *
036400*    A CUSTOMER IN A CYCLE DUE TODAY JOINS THE RUN.  ITS       *
036500*    PERIOD STARTS THE DAY AFTER ITS LAST STATEMENT, OR ON     *
036600*    THE CYCLE'S PERIOD START WHEN IT HAS NEVER HAD ONE.  THE  *
036700*    EARLIEST START ACROSS THE RUN BOUNDS THE HISTORY LOADS.   *
036800*****************************************************************
036900 1300-LOAD-ONE-CUSTOMER.
037000     MOVE ZERO TO CYC-IDX.
037100     PERFORM 1310-MATCH-ONE-CYCLE THRU 1310-EXIT
037200         VARYING CYC-SUB FROM 1 BY 1
037300         UNTIL CYC-SUB > WS-CYCLE-COUNT
037400            OR CYC-IDX > ZERO.
037500     IF CYC-IDX = ZERO
037600         GO TO 1300-NEXT
037700     END-IF.
037800     IF WS-CUST-COUNT NOT < 500
037900         DISPLAY "STMTCYC1 - CUSTOMER TABLE FULL"
038000         GO TO 1300-NEXT
038100     END-IF.
038200     ADD 1 TO WS-CUST-COUNT.
038300     MOVE CU-ACCOUNT-CODE TO WS-CST-ACCOUNT(WS-CUST-COUNT).
038400     MOVE CU-NAME         TO WS-CST-NAME(WS-CUST-COUNT).
038500     MOVE CU-ADDRESS-1    TO WS-CST-ADDR1(WS-CUST-COUNT).
038600     MOVE CU-ADDRESS-2    TO WS-CST-ADDR2(WS-CUST-COUNT).
038700     MOVE CU-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
038800     MOVE ZERO TO BAL-IDX.
038900     PERFORM 1320-MATCH-ONE-BALANCE THRU 1320-EXIT
039000         VARYING BAL-SUB FROM 1 BY 1
039100         UNTIL BAL-SUB > WS-BAL-COUNT
039200            OR BAL-IDX > ZERO.
039300     MOVE BAL-IDX TO WS-CST-BAL-IDX(WS-CUST-COUNT).
039400     IF BAL-IDX > ZERO
039500         COMPUTE WS-CST-FROM-DATE(WS-CUST-COUNT) =
039600             FUNCTION DATE-OF-INTEGER(
039700             FUNCTION INTEGER-OF-DATE(WS-BAL-LAST-DATE(BAL-IDX))
039800             + 1)
039900     ELSE
040000         MOVE WS-CYC-START(CYC-IDX)
040100             TO WS-CST-FROM-DATE(WS-CUST-COUNT)
040200     END-IF.
040300     IF WS-CST-FROM-DATE(WS-CUST-COUNT) < WS-LOAD-FROM
040400         MOVE WS-CST-FROM-DATE(WS-CUST-COUNT) TO WS-LOAD-FROM
040500     END-IF.
040600 1300-NEXT.
040700     READ CUST-MAST
040800         AT END
040900             SET WS-CUST-EOF TO TRUE
041000     END-READ.
041100 1300-EXIT.
041200     EXIT.
041300
041400*****************************************************************
041500*  1310-MATCH-ONE-CYCLE.                                       *
041600*****************************************************************
041700 1310-MATCH-ONE-CYCLE.
041800     IF WS-CYC-CODE(CYC-SUB) = CU-STMT-CYCLE
041900         MOVE CYC-SUB TO CYC-IDX
042000     END-IF.
042100 1310-EXIT.
042200     EXIT.
042300
042400*****************************************************************
042500*  1320-MATCH-ONE-BALANCE.                                     *
042600*****************************************************************
042700 1320-MATCH-ONE-BALANCE.
042800     IF WS-BAL-ACCOUNT(BAL-SUB) = WS-WORK-ACCOUNT
042900         MOVE BAL-SUB TO BAL-IDX
043000     END-IF.
043100 1320-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500*  1350-FIND-CUSTOMER.                                         *
043600*    LOCATES WS-WORK-ACCOUNT AMONG THE CUSTOMERS BEING STATED  *
043700*    TODAY; CST-SUB COMES BACK ZERO WHEN IT IS NOT ONE.        *
043800*****************************************************************
043900 1350-FIND-CUSTOMER.
044000     MOVE ZERO TO CST-SUB.
044100     PERFORM 1360-MATCH-ONE-CUSTOMER THRU 1360-EXIT
044200         VARYING CST-IDX FROM 1 BY 1
044300         UNTIL CST-IDX > WS-CUST-COUNT
044400            OR CST-SUB > ZERO.
044500 1350-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*  1360-MATCH-ONE-CUSTOMER.                                    *
045000*****************************************************************
045100 1360-MATCH-ONE-CUSTOMER.
045200     IF WS-CST-ACCOUNT(CST-IDX) = WS-WORK-ACCOUNT
045300         MOVE CST-IDX TO CST-SUB
045400     END-IF.
045500 1360-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900*  1400-LOAD-ONE-ITEM.                                         *
046000*    AN ITEM IS KEPT WHEN IT STILL STANDS OPEN (THE AGING BOX  *
046100*    AND THE TIE NEED IT) OR WAS INVOICED INSIDE THE RUN'S     *
046200*    EARLIEST PERIOD (THE INVOICE LINES NEED IT).              *
046300*****************************************************************
046400 1400-LOAD-ONE-ITEM.
046500     IF AR-SETTLED
046600             AND AR-INVOICE-DATE < WS-LOAD-FROM
046700         GO TO 1400-NEXT
046800     END-IF.
046900     MOVE AR-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
047000     PERFORM 1350-FIND-CUSTOMER THRU 1350-EXIT.
047100     IF CST-SUB = ZERO
047200         GO TO 1400-NEXT
047300     END-IF.
047400     IF WS-ITEM-COUNT < 2000
047500         ADD 1 TO WS-ITEM-COUNT
047600         MOVE CST-SUB         TO WS-ITM-CST-IDX(WS-ITEM-COUNT)
047700         MOVE AR-INVOICE-NO   TO WS-ITM-INVOICE(WS-ITEM-COUNT)
047800         MOVE AR-INVOICE-DATE TO WS-ITM-DATE(WS-ITEM-COUNT)
047900         MOVE AR-ORIG-AMOUNT  TO WS-ITM-ORIG(WS-ITEM-COUNT)
048000         MOVE AR-OPEN-AMOUNT  TO WS-ITM-OPEN(WS-ITEM-COUNT)
048100         MOVE AR-STATUS       TO WS-ITM-STATUS(WS-ITEM-COUNT)
048150         MOVE AR-DUE-DATE     TO WS-ITM-DUE(WS-ITEM-COUNT)
048200     ELSE
048300         DISPLAY "STMTCYC1 - ITEM TABLE FULL"
048400     END-IF.
048500 1400-NEXT.
048600     READ AR-MAST
048700         AT END
048800             SET WS-AR-EOF TO TRUE
048900     END-READ.
049000 1400-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*  1500-LOAD-ONE-CASH.                                         *
049470*    ONLY THE PRINCIPAL PORTION, AND ANY DISCOUNT TAKEN WITH   *
049540*    IT, RELIEVES RECEIVABLES - THE INTEREST PORTION SETTLES   *
049610*    THE HOLD ACCRUAL, NOT AN ITEM.                            *
049700*****************************************************************
049800 1500-LOAD-ONE-CASH.
049900     IF (CA-TO-PRINCIPAL = ZERO AND CA-TO-DISCOUNT = ZERO)
050000             OR CA-APPLY-DATE < WS-LOAD-FROM
050100             OR CA-APPLY-DATE > WS-PROCESS-DATE
050200         GO TO 1500-NEXT
050300     END-IF.
050400     MOVE CA-ACCOUNT(1:6) TO WS-WORK-ACCOUNT.
050500     PERFORM 1350-FIND-CUSTOMER THRU 1350-EXIT.
050600     IF CST-SUB = ZERO
050700         GO TO 1500-NEXT
050800     END-IF.
050900     IF WS-CASH-COUNT < 2000
051000         ADD 1 TO WS-CASH-COUNT
051100         MOVE CST-SUB         TO WS-CSH-CST-IDX(WS-CASH-COUNT)
051200         MOVE CA-RECEIPT-ID   TO WS-CSH-RECEIPT(WS-CASH-COUNT)
051300         MOVE CA-APPLY-DATE   TO WS-CSH-DATE(WS-CASH-COUNT)
051400         MOVE CA-TO-PRINCIPAL TO WS-CSH-AMOUNT(WS-CASH-COUNT)
051450         MOVE CA-TO-DISCOUNT  TO WS-CSH-DISCOUNT(WS-CASH-COUNT)
051500     ELSE
051600         DISPLAY "STMTCYC1 - CASH TABLE FULL"
051700     END-IF.
051800 1500-NEXT.
051900     READ APP-AUDIT
052000         AT END
052100             SET WS-APP-EOF TO TRUE
052200     END-READ.
052300 1500-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700*  1600-LOAD-ONE-ADJ.                                          *
052800*****************************************************************
052900 1600-LOAD-ONE-ADJ.
053000     IF AJ-CREDIT-AMOUNT = ZERO
053100             OR AJ-ADJ-DATE < WS-LOAD-FROM
053200             OR AJ-ADJ-DATE > WS-PROCESS-DATE
053300         GO TO 1600-NEXT
053400     END-IF.
053500     MOVE AJ-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
053600     PERFORM 1350-FIND-CUSTOMER THRU 1350-EXIT.
053700     IF CST-SUB = ZERO
053800         GO TO 1600-NEXT
053900     END-IF.
054000     IF WS-ADJ-COUNT < 1000
054100         ADD 1 TO WS-ADJ-COUNT
054200         MOVE CST-SUB          TO WS-ADJ-CST-IDX(WS-ADJ-COUNT)
054300         MOVE AJ-INVOICE-NO    TO WS-ADJ-INVOICE(WS-ADJ-COUNT)
054400         MOVE AJ-ADJ-DATE      TO WS-ADJ-DATE(WS-ADJ-COUNT)
054500         MOVE AJ-CREDIT-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-COUNT)
054550         MOVE AJ-SOURCE-KEY    TO WS-ADJ-SOURCE(WS-ADJ-COUNT)
054600     ELSE
054700         DISPLAY "STMTCYC1 - ADJUSTMENT TABLE FULL"
054800     END-IF.
054900 1600-NEXT.
055000     READ AR-ADJ
055100         AT END
055200             SET WS-ADJ-EOF TO TRUE
055300     END-READ.
055400 1600-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*  2000-PRINT-STATEMENT.                                       *
055900*    ONE CUSTOMER'S STATEMENT.  THE PERIOD'S MOVEMENTS AND THE *
056000*    OPEN-ITEM TOTAL ARE GATHERED FIRST SO A FIRST STATEMENT   *
056100*    CAN OPEN ON THE BALANCE THAT PROVES TO ITS ITEMS; AFTER   *
056200*    THAT THE OPENING IS WHATEVER THE LAST STATEMENT CLOSED ON.*
056300*****************************************************************
056400 2000-PRINT-STATEMENT.
056500     MOVE ZERO TO WS-PERIOD-INVOICED.
056600     MOVE ZERO TO WS-PERIOD-RECEIVED.
056700     MOVE ZERO TO WS-PERIOD-CREDITED.
056800     MOVE ZERO TO WS-OPEN-ITEM-TOTAL.
056900     PERFORM 2050-CLEAR-ONE-BUCKET THRU 2050-EXIT
057000         VARYING BKT-IDX FROM 1 BY 1
057100         UNTIL BKT-IDX > 5.
057200     PERFORM 2100-TOTAL-ONE-ITEM THRU 2100-EXIT
057300         VARYING ITM-IDX FROM 1 BY 1
057400         UNTIL ITM-IDX > WS-ITEM-COUNT.
057500     PERFORM 2150-TOTAL-ONE-CASH THRU 2150-EXIT
057600         VARYING CSH-IDX FROM 1 BY 1
057700         UNTIL CSH-IDX > WS-CASH-COUNT.
057800     PERFORM 2170-TOTAL-ONE-ADJ THRU 2170-EXIT
057900         VARYING ADJ-IDX FROM 1 BY 1
058000         UNTIL ADJ-IDX > WS-ADJ-COUNT.
058100     MOVE WS-CST-BAL-IDX(CST-IDX) TO BAL-IDX.
058200     IF BAL-IDX > ZERO
058300         MOVE WS-BAL-CLOSING(BAL-IDX) TO WS-OPENING-BALANCE
058400     ELSE
058500         COMPUTE WS-OPENING-BALANCE =
058600             WS-OPEN-ITEM-TOTAL - WS-PERIOD-INVOICED
058700             + WS-PERIOD-RECEIVED + WS-PERIOD-CREDITED
058800     END-IF.
058900     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
059000     PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
059100     PERFORM 2300-PRINT-ONE-INVOICE THRU 2300-EXIT
059200         VARYING ITM-IDX FROM 1 BY 1
059300         UNTIL ITM-IDX > WS-ITEM-COUNT.
059400     PERFORM 2400-PRINT-ONE-CASH THRU 2400-EXIT
059500         VARYING CSH-IDX FROM 1 BY 1
059600         UNTIL CSH-IDX > WS-CASH-COUNT.
059700     PERFORM 2500-PRINT-ONE-ADJ THRU 2500-EXIT
059800         VARYING ADJ-IDX FROM 1 BY 1
059900         UNTIL ADJ-IDX > WS-ADJ-COUNT.
060000     PERFORM 2600-PRINT-CLOSING THRU 2600-EXIT.
060100     PERFORM 2700-CARRY-BALANCE THRU 2700-EXIT.
060200     ADD 1 TO WS-STMT-COUNT.
060300 2000-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*  2050-CLEAR-ONE-BUCKET.                                      *
060800*****************************************************************
060900 2050-CLEAR-ONE-BUCKET.
061000     MOVE ZERO TO WS-AGE-BUCKET(BKT-IDX).
061100 2050-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500*  2100-TOTAL-ONE-ITEM.                                        *
061600*    A STANDING ITEM ADDS TO THE OPEN TOTAL AND AGES INTO THE  *
061700*    BOX BY DAYS PAST ITS DUE DATE; AN ITEM INVOICED IN THE    *
061800*    PERIOD ADDS TO THE PERIOD'S BILLINGS.                     *
061900*****************************************************************
062000 2100-TOTAL-ONE-ITEM.
062100     IF WS-ITM-CST-IDX(ITM-IDX) NOT = CST-IDX
062200         GO TO 2100-EXIT
062300     END-IF.
062400     IF WS-ITM-DATE(ITM-IDX) NOT < WS-CST-FROM-DATE(CST-IDX)
062500         ADD WS-ITM-ORIG(ITM-IDX) TO WS-PERIOD-INVOICED
062600     END-IF.
062700     IF WS-ITM-STATUS(ITM-IDX) = "C"
062750             OR WS-ITM-STATUS(ITM-IDX) = "W"
062800             OR WS-ITM-OPEN(ITM-IDX) = ZERO
062900         GO TO 2100-EXIT
063000     END-IF.
063100     ADD WS-ITM-OPEN(ITM-IDX) TO WS-OPEN-ITEM-TOTAL.
063200     IF WS-ITM-DUE(ITM-IDX) = ZERO
063300         MOVE ZERO TO WS-AGE-DAYS
063400     ELSE
063500         COMPUTE WS-AGE-DAYS =
063600             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
063700             - FUNCTION INTEGER-OF-DATE(WS-ITM-DUE(ITM-IDX))
063800     END-IF.
063900     EVALUATE TRUE
064000         WHEN WS-AGE-DAYS <= 0
064100             MOVE 1 TO BKT-IDX
064200         WHEN WS-AGE-DAYS <= 30
064300             MOVE 2 TO BKT-IDX
064400         WHEN WS-AGE-DAYS <= 60
064500             MOVE 3 TO BKT-IDX
064600         WHEN WS-AGE-DAYS <= 90
064700             MOVE 4 TO BKT-IDX
064730         WHEN OTHER
064760             MOVE 5 TO BKT-IDX
064800     END-EVALUATE.
064900     ADD WS-ITM-OPEN(ITM-IDX) TO WS-AGE-BUCKET(BKT-IDX).
065000 2100-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400*  2150-TOTAL-ONE-CASH.                                        *
065500*****************************************************************
065600 2150-TOTAL-ONE-CASH.
065700     IF WS-CSH-CST-IDX(CSH-IDX) = CST-IDX
065800             AND WS-CSH-DATE(CSH-IDX)
065900                 NOT < WS-CST-FROM-DATE(CST-IDX)
066000         ADD WS-CSH-AMOUNT(CSH-IDX) TO WS-PERIOD-RECEIVED
066050         ADD WS-CSH-DISCOUNT(CSH-IDX) TO WS-PERIOD-RECEIVED
066100     END-IF.
066200 2150-EXIT.
066300     EXIT.
066400
066500*****************************************************************
066600*  2170-TOTAL-ONE-ADJ.                                         *
066700*****************************************************************
066800 2170-TOTAL-ONE-ADJ.
066900     IF WS-ADJ-CST-IDX(ADJ-IDX) = CST-IDX
067000             AND WS-ADJ-DATE(ADJ-IDX)
067100                 NOT < WS-CST-FROM-DATE(CST-IDX)
067200         ADD WS-ADJ-AMOUNT(ADJ-IDX) TO WS-PERIOD-CREDITED
067300     END-IF.
067400 2170-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800*  2200-PRINT-HEADING.                                         *
067900*****************************************************************
068000 2200-PRINT-HEADING.
068100     MOVE WS-CST-ACCOUNT(CST-IDX) TO WS-TTL-ACCOUNT.
068200     MOVE WS-PROCESS-DATE         TO WS-TTL-DATE.
068300     WRITE ST-PRINT-LINE FROM WS-RPT-TITLE.
068400     MOVE WS-CST-NAME(CST-IDX)    TO WS-ADR-TEXT.
068500     WRITE ST-PRINT-LINE FROM WS-RPT-ADDRESS.
068600     MOVE WS-CST-ADDR1(CST-IDX)   TO WS-ADR-TEXT.
068700     WRITE ST-PRINT-LINE FROM WS-RPT-ADDRESS.
068800     MOVE WS-CST-ADDR2(CST-IDX)   TO WS-ADR-TEXT.
068900     WRITE ST-PRINT-LINE FROM WS-RPT-ADDRESS.
069000     MOVE WS-CST-FROM-DATE(CST-IDX) TO WS-PER-FROM.
069100     MOVE WS-PROCESS-DATE         TO WS-PER-THRU.
069200     WRITE ST-PRINT-LINE FROM WS-RPT-PERIOD.
069300     WRITE ST-PRINT-LINE FROM WS-RPT-COLUMNS.
069400     MOVE SPACES                  TO WS-DET-DATE.
069500     MOVE "OPENING"               TO WS-DET-ACTIVITY.
069600     MOVE SPACES                  TO WS-DET-REFERENCE.
069700     MOVE ZERO                    TO WS-DET-AMOUNT.
069800     MOVE WS-RUNNING-BALANCE      TO WS-DET-BALANCE.
069900     WRITE ST-PRINT-LINE FROM WS-RPT-DETAIL.
070000 2200-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400*  2300-PRINT-ONE-INVOICE.                                     *
070500*****************************************************************
070600 2300-PRINT-ONE-INVOICE.
070700     IF WS-ITM-CST-IDX(ITM-IDX) NOT = CST-IDX
070800             OR WS-ITM-DATE(ITM-IDX) < WS-CST-FROM-DATE(CST-IDX)
070900         GO TO 2300-EXIT
071000     END-IF.
071100     ADD WS-ITM-ORIG(ITM-IDX) TO WS-RUNNING-BALANCE.
071200     MOVE WS-ITM-DATE(ITM-IDX)    TO WS-DET-DATE.
071300     MOVE "INVOICE"               TO WS-DET-ACTIVITY.
071400     MOVE WS-ITM-INVOICE(ITM-IDX) TO WS-DET-REFERENCE.
071500     MOVE WS-ITM-ORIG(ITM-IDX)    TO WS-DET-AMOUNT.
071600     MOVE WS-RUNNING-BALANCE      TO WS-DET-BALANCE.
071700     WRITE ST-PRINT-LINE FROM WS-RPT-DETAIL.
071800 2300-EXIT.
071900     EXIT.
072000
072100*****************************************************************
072200*  2400-PRINT-ONE-CASH.                                        *
072300*****************************************************************
072400 2400-PRINT-ONE-CASH.
072500     IF WS-CSH-CST-IDX(CSH-IDX) NOT = CST-IDX
072600             OR WS-CSH-DATE(CSH-IDX) < WS-CST-FROM-DATE(CST-IDX)
072700         GO TO 2400-EXIT
072800     END-IF.
072900     SUBTRACT WS-CSH-AMOUNT(CSH-IDX) FROM WS-RUNNING-BALANCE.
073000     MOVE WS-CSH-DATE(CSH-IDX)    TO WS-DET-DATE.
073100     MOVE "PAYMENT"               TO WS-DET-ACTIVITY.
073200     MOVE WS-CSH-RECEIPT(CSH-IDX) TO WS-DET-REFERENCE.
073300     COMPUTE WS-DET-AMOUNT = ZERO - WS-CSH-AMOUNT(CSH-IDX).
073400     MOVE WS-RUNNING-BALANCE      TO WS-DET-BALANCE.
073500     WRITE ST-PRINT-LINE FROM WS-RPT-DETAIL.
073510     IF WS-CSH-DISCOUNT(CSH-IDX) > ZERO
073520         SUBTRACT WS-CSH-DISCOUNT(CSH-IDX) FROM WS-RUNNING-BALANCE
073530         MOVE "DISCOUNT"            TO WS-DET-ACTIVITY
073540         COMPUTE WS-DET-AMOUNT = ZERO - WS-CSH-DISCOUNT(CSH-IDX)
073550         MOVE WS-RUNNING-BALANCE    TO WS-DET-BALANCE
073560         WRITE ST-PRINT-LINE FROM WS-RPT-DETAIL
073570     END-IF.
073600 2400-EXIT.
073700     EXIT.
073800
073900*****************************************************************
074000*  2500-PRINT-ONE-ADJ.                                         *
074100*****************************************************************
074200 2500-PRINT-ONE-ADJ.
074300     IF WS-ADJ-CST-IDX(ADJ-IDX) NOT = CST-IDX
074400             OR WS-ADJ-DATE(ADJ-IDX) < WS-CST-FROM-DATE(CST-IDX)
074500         GO TO 2500-EXIT
074600     END-IF.
074700     SUBTRACT WS-ADJ-AMOUNT(ADJ-IDX) FROM WS-RUNNING-BALANCE.
074800     MOVE WS-ADJ-DATE(ADJ-IDX)    TO WS-DET-DATE.
074830     IF WS-ADJ-SOURCE(ADJ-IDX) = "WOFFRUN1"
074860         MOVE "WRITE-OFF"         TO WS-DET-ACTIVITY
074890     ELSE
074920         MOVE "CREDIT MEMO"       TO WS-DET-ACTIVITY
074950     END-IF.
075000     MOVE WS-ADJ-INVOICE(ADJ-IDX) TO WS-DET-REFERENCE.
075100     COMPUTE WS-DET-AMOUNT = ZERO - WS-ADJ-AMOUNT(ADJ-IDX).
075200     MOVE WS-RUNNING-BALANCE      TO WS-DET-BALANCE.
075300     WRITE ST-PRINT-LINE FROM WS-RPT-DETAIL.
075400 2500-EXIT.
075500     EXIT.
075600
075700*****************************************************************
075800*  2600-PRINT-CLOSING.                                         *
075900*    CLOSING LINE, THE AGING BOX, AND THE TIE TO THE OPEN      *
076000*    ITEMS - A STATEMENT THAT DOES NOT PROVE TO THE LEDGER IS  *
076100*    FLAGGED ON ITS FACE AND SETS RC 4.                        *
076200*****************************************************************
076300 2600-PRINT-CLOSING.
076400     MOVE SPACES                  TO WS-DET-DATE.
076500     MOVE "CLOSING"               TO WS-DET-ACTIVITY.
076600     MOVE SPACES                  TO WS-DET-REFERENCE.
076700     MOVE ZERO                    TO WS-DET-AMOUNT.
076800     MOVE WS-RUNNING-BALANCE      TO WS-DET-BALANCE.
076900     WRITE ST-PRINT-LINE FROM WS-RPT-DETAIL.
077000     WRITE ST-PRINT-LINE FROM WS-RPT-AGING-HDR.
077100     MOVE WS-AGE-BUCKET(1) TO WS-AGE-RPT-B1.
077200     MOVE WS-AGE-BUCKET(2) TO WS-AGE-RPT-B2.
077300     MOVE WS-AGE-BUCKET(3) TO WS-AGE-RPT-B3.
077400     MOVE WS-AGE-BUCKET(4) TO WS-AGE-RPT-B4.
077450     MOVE WS-AGE-BUCKET(5) TO WS-AGE-RPT-B5.
077500     WRITE ST-PRINT-LINE FROM WS-RPT-AGING.
077600     IF WS-RUNNING-BALANCE NOT = WS-OPEN-ITEM-TOTAL
077700         MOVE WS-OPEN-ITEM-TOTAL TO WS-UNT-OPEN
077800         WRITE ST-PRINT-LINE FROM WS-RPT-UNTIED
077900         ADD 1 TO WS-UNTIED-COUNT
078000         MOVE 4 TO RETURN-CODE
078100     END-IF.
078200     WRITE ST-PRINT-LINE FROM WS-RPT-RULE.
078300 2600-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700*  2700-CARRY-BALANCE.                                         *
078800*    THE CLOSING FIGURE AND DATE GO BACK ONTO THE CARRY -      *
078900*    UPDATED IN PLACE, OR ADDED FOR A FIRST STATEMENT.         *
079000*****************************************************************
079100 2700-CARRY-BALANCE.
079200     MOVE WS-CST-BAL-IDX(CST-IDX) TO BAL-IDX.
079300     IF BAL-IDX = ZERO
079400         IF WS-BAL-COUNT < 1000
079500             ADD 1 TO WS-BAL-COUNT
079600             MOVE WS-BAL-COUNT TO BAL-IDX
079700             MOVE WS-CST-ACCOUNT(CST-IDX)
079800                 TO WS-BAL-ACCOUNT(BAL-IDX)
079900         ELSE
080000             DISPLAY "STMTCYC1 - BALANCE TABLE FULL"
080100             GO TO 2700-EXIT
080200         END-IF
080300     END-IF.
080400     MOVE WS-PROCESS-DATE    TO WS-BAL-LAST-DATE(BAL-IDX).
080500     MOVE WS-RUNNING-BALANCE TO WS-BAL-CLOSING(BAL-IDX).
080600 2700-EXIT.
080700     EXIT.
080800
080900*****************************************************************
081000*  9000-FINALIZE.                                              *
081100*    WRITES THE STATEMENT-BALANCE CARRY FORWARD - EVERY        *
081200*    ACCOUNT, STATED TODAY OR NOT.                             *
081300*****************************************************************
081400 9000-FINALIZE.
081500     OPEN OUTPUT BAL-OUT.
081600     PERFORM 9100-WRITE-ONE-BALANCE THRU 9100-EXIT
081700         VARYING BAL-IDX FROM 1 BY 1
081800         UNTIL BAL-IDX > WS-BAL-COUNT.
081900     CLOSE BAL-OUT.
082000     IF WS-CYCLE-COUNT > ZERO
082100         CLOSE STMT-RPT
082200     END-IF.
082300     DISPLAY "STMTCYC1 STATEMENTS PRINTED:  " WS-STMT-COUNT.
082400     DISPLAY "STMTCYC1 STATEMENTS NOT TIED: " WS-UNTIED-COUNT.
082500 9000-EXIT.
082600     EXIT.
082700
082800*****************************************************************
082900*  9100-WRITE-ONE-BALANCE.                                     *
083000*****************************************************************
083100 9100-WRITE-ONE-BALANCE.
083200     MOVE WS-BAL-ACCOUNT(BAL-IDX)   TO SB-ACCOUNT-CODE.
083300     MOVE WS-BAL-LAST-DATE(BAL-IDX) TO SB-LAST-STMT-DATE.
083400     MOVE WS-BAL-CLOSING(BAL-IDX)   TO SB-CLOSING-BALANCE.
083500     WRITE SB-STMT-BAL-REC.
083600 9100-EXIT.
083700     EXIT.
