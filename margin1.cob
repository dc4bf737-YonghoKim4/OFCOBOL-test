000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     MARGIN1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   ORDER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    NIGHTLY GROSS MARGIN RUN.  COSTS EVERY LINE EXTENDED      *
001200*    TONIGHT - THE MULTIPLY04_4 ORDER LINES ON M4OUT AND THE   *
001300*    MULTIPLY01 LINE ITEMS ON MULOUT - AT THE STANDARD COST    *
001400*    IN EFFECT (STDCOST), AND REPORTS REVENUE, COST, GROSS     *
001500*    MARGIN, AND MARGIN PERCENT BY ORDER (AS CUT ON M4SUMM),   *
001600*    BY ITEM, AND BY CUSTOMER ACCOUNT.  A LINE SOLD BELOW      *
001700*    COST, OR BELOW THE MINIMUM MARGIN ON MRGNPARM, IS LISTED  *
001800*    AHEAD OF THE SUMMARIES SO SALES SEES THE BAD DEALS THE    *
001900*    NEXT MORNING.  A LINE WHOSE ITEM HAS NO STANDARD COST IS  *
002000*    LISTED TOO, AND CARRIED AT ZERO COST.                     *
002100*                                                              *
002200*  MODIFICATION HISTORY.                                       *
002300*    2026-10-15  DL  ORIGINAL GROSS MARGIN REPORT.             *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT STD-COST ASSIGN TO "STDCOST"
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT MRGN-PARM ASSIGN TO "MRGNPARM"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT M4-OUT ASSIGN TO "M4OUT"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT M4-SUMM ASSIGN TO "M4SUMM"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT MUL-OUT ASSIGN TO "MULOUT"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT MRGN-RPT ASSIGN TO "MRGNRPT"
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  STD-COST.
004400     COPY DLSTDCST.
004500
004600 FD  MRGN-PARM.
004700     COPY DLMRGPRM.
004800
004900 FD  M4-OUT.
005000     COPY DLM4OUT.
005100
005200 FD  M4-SUMM.
005300     COPY DLM4SUM.
005400
005500 FD  MUL-OUT.
005600     COPY DLMULOUT.
005700
005800 FD  MRGN-RPT.
005900 01  MR-PRINT-LINE            PIC X(132).
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-SWITCHES.
006300     05  WS-COST-EOF-SW       PIC X(01) VALUE "N".
006400         88  WS-COST-EOF           VALUE "Y".
006500     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
006600         88  WS-PARM-EOF           VALUE "Y".
006700     05  WS-M4-EOF-SW         PIC X(01) VALUE "N".
006800         88  WS-M4-EOF             VALUE "Y".
006900     05  WS-SUM-EOF-SW        PIC X(01) VALUE "N".
007000         88  WS-SUM-EOF            VALUE "Y".
007100     05  WS-M1-EOF-SW         PIC X(01) VALUE "N".
007200         88  WS-M1-EOF             VALUE "Y".
007300     05  WS-COSTED-SW         PIC X(01) VALUE "N".
007400         88  WS-LINE-COSTED        VALUE "Y".
007500
007600 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
007700 01  WS-MIN-MARGIN-PCT        PIC 9(03)V9(02) VALUE 10.00.
007800 01  WS-LINE-COUNT            PIC 9(07) VALUE ZERO.
007900 01  WS-FLAGGED-COUNT         PIC 9(07) VALUE ZERO.
008000 01  WS-NO-COST-COUNT         PIC 9(07) VALUE ZERO.
008100 01  WS-BAD-COST-COUNT        PIC 9(05) VALUE ZERO.
008200
008300 01  WS-LINE-SOURCE           PIC X(02) VALUE SPACES.
008400 01  WS-LINE-ORDER            PIC X(08) VALUE SPACES.
008500 01  WS-LINE-ACCOUNT          PIC X(06) VALUE SPACES.
008600 01  WS-LINE-ITEM             PIC X(08) VALUE SPACES.
008700 01  WS-LINE-QTY              PIC 9(04) VALUE ZERO.
008800 01  WS-LINE-REVENUE          PIC 9(09) VALUE ZERO.
008900 01  WS-LINE-UNIT-COST        PIC S9(05)V9(02) VALUE ZERO.
009000 01  WS-LINE-COST             PIC S9(11)V9(02) VALUE ZERO.
009100 01  WS-LINE-MARGIN           PIC S9(11)V9(02) VALUE ZERO.
009200 01  WS-LINE-FLAG             PIC X(12) VALUE SPACES.
009300
009400 01  WS-CALC-REVENUE          PIC S9(11)V9(02) VALUE ZERO.
009500 01  WS-CALC-COST             PIC S9(11)V9(02) VALUE ZERO.
009600 01  WS-CALC-MARGIN           PIC S9(11)V9(02) VALUE ZERO.
009700 01  WS-CALC-PCT              PIC S9(05)V9(01) VALUE ZERO.
009800
009900 01  WS-COST-COUNT            PIC 9(03) VALUE ZERO.
010000 01  CST-IDX                  PIC 9(03) VALUE ZERO.
010100 01  WS-BEST-EFF-DATE         PIC 9(08) VALUE ZERO.
010200 01  WS-COST-TABLE.
010300     05  WS-CST-ENTRY OCCURS 1 TO 500 TIMES
010400             DEPENDING ON WS-COST-COUNT.
010500         10  WS-CST-ITEM      PIC X(08).
010600         10  WS-CST-EFF-DATE  PIC 9(08).
010700         10  WS-CST-UNIT-COST PIC S9(05)V9(02).
010800
010900 01  WS-ORDER-KEY             PIC X(08) VALUE SPACES.
011000 01  WS-ORDER-COUNT           PIC 9(04) VALUE ZERO.
011100 01  ORD-IDX                  PIC 9(04) VALUE ZERO.
011200 01  ORD-SUB                  PIC 9(04) VALUE ZERO.
011300 01  WS-ORDER-TABLE.
011400     05  WS-ORD-ENTRY OCCURS 1 TO 1000 TIMES
011500             DEPENDING ON WS-ORDER-COUNT.
011600         10  WS-ORD-KEY       PIC X(08).
011700         10  WS-ORD-REVENUE   PIC S9(11)V9(02).
011800         10  WS-ORD-COST      PIC S9(11)V9(02).
011900         10  WS-ORD-PRINTED   PIC X(01).
012000
012100 01  WS-ITEM-KEY              PIC X(08) VALUE SPACES.
012200 01  WS-ITEM-COUNT            PIC 9(03) VALUE ZERO.
012300 01  ITM-IDX                  PIC 9(03) VALUE ZERO.
012400 01  ITM-SUB                  PIC 9(03) VALUE ZERO.
012500 01  WS-ITEM-TABLE.
012600     05  WS-ITM-ENTRY OCCURS 1 TO 500 TIMES
012700             DEPENDING ON WS-ITEM-COUNT.
012800         10  WS-ITM-KEY       PIC X(08).
012900         10  WS-ITM-REVENUE   PIC S9(11)V9(02).
013000         10  WS-ITM-COST      PIC S9(11)V9(02).
013100
013200 01  WS-ACCT-KEY              PIC X(06) VALUE SPACES.
013300 01  WS-ACCT-COUNT            PIC 9(03) VALUE ZERO.
013400 01  ACC-IDX                  PIC 9(03) VALUE ZERO.
013500 01  ACC-SUB                  PIC 9(03) VALUE ZERO.
013600 01  WS-ACCT-TABLE.
013700     05  WS-ACC-ENTRY OCCURS 1 TO 500 TIMES
013800             DEPENDING ON WS-ACCT-COUNT.
013900         10  WS-ACC-KEY       PIC X(06).
014000         10  WS-ACC-REVENUE   PIC S9(11)V9(02).
014100         10  WS-ACC-COST      PIC S9(11)V9(02).
014200
014300 01  WS-GRAND-REVENUE         PIC S9(11)V9(02) VALUE ZERO.
014400 01  WS-GRAND-COST            PIC S9(11)V9(02) VALUE ZERO.
014500
014600 01  WS-RPT-HEADER.
014700     05  FILLER               PIC X(22) VALUE
014800         "GROSS MARGIN REPORT".
014900     05  FILLER               PIC X(06) VALUE " AS OF".
015000     05  FILLER               PIC X(01) VALUE SPACE.
015100     05  WS-HDR-DATE          PIC 9(08).
015200     05  FILLER               PIC X(16) VALUE
015300         "  MINIMUM MARGIN".
015400     05  WS-HDR-MIN-PCT       PIC ZZ9.99.
015500     05  FILLER               PIC X(01) VALUE "%".
015600
015700 01  WS-RPT-SECTION.
015800     05  WS-SEC-TITLE         PIC X(60).
015900
016000 01  WS-RPT-FLAG-COLUMNS.
016100     05  FILLER               PIC X(04) VALUE "SRC ".
016200     05  FILLER               PIC X(10) VALUE "ORDER     ".
016300     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
016400     05  FILLER               PIC X(10) VALUE "ITEM      ".
016500     05  FILLER               PIC X(06) VALUE "   QTY".
016600     05  FILLER               PIC X(14) VALUE "       REVENUE".
016700     05  FILLER               PIC X(16) VALUE
016800         "            COST".
016900     05  FILLER               PIC X(16) VALUE
017000         "          MARGIN".
017100     05  FILLER               PIC X(08) VALUE "    PCT ".
017200     05  FILLER               PIC X(12) VALUE "FLAG".
017300
017400 01  WS-RPT-FLAG-LINE.
017500     05  WS-FLG-SOURCE        PIC X(02).
017600     05  FILLER               PIC X(02) VALUE SPACES.
017700     05  WS-FLG-ORDER         PIC X(08).
017800     05  FILLER               PIC X(02) VALUE SPACES.
017900     05  WS-FLG-ACCOUNT       PIC X(06).
018000     05  FILLER               PIC X(02) VALUE SPACES.
018100     05  WS-FLG-ITEM          PIC X(08).
018200     05  FILLER               PIC X(02) VALUE SPACES.
018300     05  WS-FLG-QTY           PIC ZZZZ9.
018400     05  FILLER               PIC X(01) VALUE SPACE.
018500     05  WS-FLG-REVENUE       PIC Z(12)9.
018600     05  FILLER               PIC X(01) VALUE SPACE.
018700     05  WS-FLG-COST          PIC -(11)9.99.
018800     05  FILLER               PIC X(01) VALUE SPACE.
018900     05  WS-FLG-MARGIN        PIC -(11)9.99.
019000     05  FILLER               PIC X(01) VALUE SPACE.
019100     05  WS-FLG-PCT           PIC -(4)9.9.
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  WS-FLG-FLAG          PIC X(12).
019400
019500 01  WS-RPT-SUM-COLUMNS.
019600     05  WS-SCL-KEY-TITLE     PIC X(10).
019700     05  FILLER               PIC X(16) VALUE
019800         "         REVENUE".
019900     05  FILLER               PIC X(16) VALUE
020000         "            COST".
020100     05  FILLER               PIC X(16) VALUE
020200         "          MARGIN".
020300     05  FILLER               PIC X(08) VALUE "    PCT ".
020400     05  FILLER               PIC X(08) VALUE "   LINES".
020500
020600 01  WS-RPT-SUM-LINE.
020700     05  WS-SUM-KEY           PIC X(08).
020800     05  FILLER               PIC X(02) VALUE SPACES.
020900     05  WS-SUM-REVENUE       PIC -(12)9.99.
021000     05  WS-SUM-COST          PIC -(12)9.99.
021100     05  WS-SUM-MARGIN        PIC -(12)9.99.
021200     05  FILLER               PIC X(01) VALUE SPACE.
021300     05  WS-SUM-PCT           PIC -(4)9.9.
021400     05  WS-SUM-LINES         PIC Z(07)9.
021500     05  WS-SUM-LINES-X REDEFINES WS-SUM-LINES
021600                              PIC X(08).
021700
021800 01  WS-RPT-TOTAL.
021900     05  FILLER               PIC X(10) VALUE "TOTAL".
022000     05  WS-TOT-REVENUE       PIC -(12)9.99.
022100     05  WS-TOT-COST          PIC -(12)9.99.
022200     05  WS-TOT-MARGIN        PIC -(12)9.99.
022300     05  FILLER               PIC X(01) VALUE SPACE.
022400     05  WS-TOT-PCT           PIC -(4)9.9.
022500     05  WS-TOT-LINES         PIC Z(07)9.
022600
022700 PROCEDURE DIVISION.
022800*****************************************************************
022900*  0000-MAINLINE.                                              *
023000*****************************************************************
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     PERFORM 2000-COST-M4-LINE THRU 2000-EXIT
023400         UNTIL WS-M4-EOF.
023500     PERFORM 2500-COST-M1-LINE THRU 2500-EXIT
023600         UNTIL WS-M1-EOF.
023700     PERFORM 5000-PRINT-ORDERS THRU 5000-EXIT.
023800     PERFORM 6000-PRINT-ITEMS THRU 6000-EXIT.
023900     PERFORM 7000-PRINT-ACCOUNTS THRU 7000-EXIT.
024000     PERFORM 8000-PRINT-TOTAL THRU 8000-EXIT.
024100     PERFORM 9000-FINALIZE THRU 9000-EXIT.
024200     STOP RUN.
024300
024400*****************************************************************
024500*  1000-INITIALIZE.                                            *
024600*    WITH NO MRGNPARM RECORD THE MINIMUM MARGIN IS 10          *
024700*    PERCENT.  THE STANDARD COST FILE IS LOADED WHOLE.         *
024800*****************************************************************
024900 1000-INITIALIZE.
025000     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
025100     OPEN INPUT MRGN-PARM.
025200     READ MRGN-PARM
025300         AT END
025400             SET WS-PARM-EOF TO TRUE
025500     END-READ.
025600     IF NOT WS-PARM-EOF
025700         IF MG-MIN-MARGIN-PCT > ZERO
025800             MOVE MG-MIN-MARGIN-PCT TO WS-MIN-MARGIN-PCT
025900         END-IF
026000     END-IF.
026100     CLOSE MRGN-PARM.
026200     OPEN INPUT STD-COST.
026300     READ STD-COST
026400         AT END
026500             SET WS-COST-EOF TO TRUE
026600     END-READ.
026700     PERFORM 1100-LOAD-ONE-COST THRU 1100-EXIT
026800         UNTIL WS-COST-EOF.
026900     CLOSE STD-COST.
027000     OPEN INPUT M4-OUT.
027100     OPEN INPUT MUL-OUT.
027200     OPEN OUTPUT MRGN-RPT.
027300     MOVE WS-PROCESS-DATE   TO WS-HDR-DATE.
027400     MOVE WS-MIN-MARGIN-PCT TO WS-HDR-MIN-PCT.
027500     WRITE MR-PRINT-LINE FROM WS-RPT-HEADER.
027600     MOVE "LINES BELOW COST, BELOW MINIMUM MARGIN, OR UNCOSTED"
027700         TO WS-SEC-TITLE.
027800     WRITE MR-PRINT-LINE FROM WS-RPT-SECTION.
027900     WRITE MR-PRINT-LINE FROM WS-RPT-FLAG-COLUMNS.
028000     PERFORM 1200-READ-M4-OUT THRU 1200-EXIT.
028100     PERFORM 1210-READ-MUL-OUT THRU 1210-EXIT.
028200 1000-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600*  1100-LOAD-ONE-COST.                                         *
028700*****************************************************************
028800 1100-LOAD-ONE-COST.
028900     IF SC-UNIT-COST NOT > ZERO
029000         DISPLAY "MARGIN1 - STANDARD COST FOR " SC-ITEM-CODE
029100             " IS ZERO OR NEGATIVE - SKIPPED"
029200         ADD 1 TO WS-BAD-COST-COUNT
029300         GO TO 1100-NEXT
029400     END-IF.
029500     IF WS-COST-COUNT < 500
029600         ADD 1 TO WS-COST-COUNT
029700         MOVE SC-ITEM-CODE      TO WS-CST-ITEM(WS-COST-COUNT)
029800         MOVE SC-EFFECTIVE-DATE TO WS-CST-EFF-DATE(WS-COST-COUNT)
029900         MOVE SC-UNIT-COST      TO WS-CST-UNIT-COST(WS-COST-COUNT)
030000     ELSE
030100         DISPLAY "STDCOST: IGNORING COST PAST FIRST 500"
030200     END-IF.
030300 1100-NEXT.
030400     READ STD-COST
030500         AT END
030600             SET WS-COST-EOF TO TRUE
030700     END-READ.
030800 1100-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200*  1200-READ-M4-OUT.                                           *
031300*****************************************************************
031400 1200-READ-M4-OUT.
031500     READ M4-OUT
031600         AT END
031700             SET WS-M4-EOF TO TRUE
031800     END-READ.
031900 1200-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300*  1210-READ-MUL-OUT.                                          *
032400*****************************************************************
032500 1210-READ-MUL-OUT.
032600     READ MUL-OUT
032700         AT END
032800             SET WS-M1-EOF TO TRUE
032900     END-READ.
033000 1210-EXIT.
033100     EXIT.
033200
033300*****************************************************************
033400*  2000-COST-M4-LINE.                                          *
033500*    A MULTIPLY04_4 ORDER IS KEYED BY ITS ORDERING ACCOUNT,    *
033600*    SO THE ORDER KEY IS ALSO THE CUSTOMER ACCOUNT.  QUANTITY  *
033700*    AND EXTENSION ARE DE-EDITED OFF THE PRINTED COLUMNS.      *
033800*****************************************************************
033900 2000-COST-M4-LINE.
034000     MOVE "M4"              TO WS-LINE-SOURCE.
034100     MOVE M4-OUT-ORDER-KEY  TO WS-LINE-ORDER.
034200     MOVE M4-OUT-ORDER-KEY  TO WS-LINE-ACCOUNT.
034300     MOVE M4-OUT-ITEM-CODE  TO WS-LINE-ITEM.
034400     MOVE M4-OUT-QUANTITY   TO WS-LINE-QTY.
034500     MOVE M4-OUT-EXTENSION  TO WS-LINE-REVENUE.
034600     PERFORM 3000-COST-ONE-LINE THRU 3000-EXIT.
034700     MOVE WS-LINE-ORDER TO WS-ORDER-KEY.
034800     PERFORM 4100-FIND-ORDER THRU 4100-EXIT.
034900     IF ORD-SUB > ZERO
035000         ADD WS-LINE-REVENUE TO WS-ORD-REVENUE(ORD-SUB)
035100         ADD WS-LINE-COST    TO WS-ORD-COST(ORD-SUB)
035200     END-IF.
035300     PERFORM 1200-READ-M4-OUT THRU 1200-EXIT.
035400 2000-EXIT.
035500     EXIT.
035600
035700*****************************************************************
035800*  2500-COST-M1-LINE.                                          *
035900*    A MULTIPLY01 LINE ITEM HAS NO ORDER; ITS REVENUE IS THE   *
036000*    NET EXTENSION, AFTER ANY LINE ADJUSTMENT.                 *
036100*****************************************************************
036200 2500-COST-M1-LINE.
036300     MOVE "M1"              TO WS-LINE-SOURCE.
036400     MOVE SPACES            TO WS-LINE-ORDER.
036500     MOVE MO-ACCOUNT-CODE   TO WS-LINE-ACCOUNT.
036600     MOVE MO-ITEM-KEY       TO WS-LINE-ITEM.
036700     MOVE MO-QUANTITY       TO WS-LINE-QTY.
036800     MOVE MO-EXTENSION-AMT  TO WS-LINE-REVENUE.
036900     PERFORM 3000-COST-ONE-LINE THRU 3000-EXIT.
037000     PERFORM 1210-READ-MUL-OUT THRU 1210-EXIT.
037100 2500-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  3000-COST-ONE-LINE.                                         *
037600*    COSTS THE LINE AT THE STANDARD COST IN EFFECT, FLAGS IT   *
037700*    WHEN IT IS BELOW COST, BELOW THE MINIMUM MARGIN, OR HAS   *
037800*    NO COST, AND POSTS IT TO THE ITEM AND ACCOUNT TOTALS.     *
037900*****************************************************************
038000 3000-COST-ONE-LINE.
038100     ADD 1 TO WS-LINE-COUNT.
038200     PERFORM 3100-LOOKUP-COST THRU 3100-EXIT.
038300     COMPUTE WS-LINE-COST = WS-LINE-QTY * WS-LINE-UNIT-COST.
038400     COMPUTE WS-LINE-MARGIN = WS-LINE-REVENUE - WS-LINE-COST.
038500     MOVE WS-LINE-REVENUE TO WS-CALC-REVENUE.
038600     MOVE WS-LINE-COST    TO WS-CALC-COST.
038700     PERFORM 7900-COMPUTE-PCT THRU 7900-EXIT.
038800     MOVE SPACES TO WS-LINE-FLAG.
038900     EVALUATE TRUE
039000         WHEN NOT WS-LINE-COSTED
039100             MOVE "NO STD COST" TO WS-LINE-FLAG
039200             ADD 1 TO WS-NO-COST-COUNT
039300         WHEN WS-LINE-MARGIN < ZERO
039400             MOVE "BELOW COST"  TO WS-LINE-FLAG
039500         WHEN WS-CALC-PCT < WS-MIN-MARGIN-PCT
039600             MOVE "BELOW MIN"   TO WS-LINE-FLAG
039700     END-EVALUATE.
039800     IF WS-LINE-FLAG NOT = SPACES
039900         PERFORM 3200-PRINT-FLAGGED THRU 3200-EXIT
040000     END-IF.
040100     ADD WS-LINE-REVENUE TO WS-GRAND-REVENUE.
040200     ADD WS-LINE-COST    TO WS-GRAND-COST.
040300     MOVE WS-LINE-ITEM TO WS-ITEM-KEY.
040400     PERFORM 4200-FIND-ITEM THRU 4200-EXIT.
040500     IF ITM-SUB > ZERO
040600         ADD WS-LINE-REVENUE TO WS-ITM-REVENUE(ITM-SUB)
040700         ADD WS-LINE-COST    TO WS-ITM-COST(ITM-SUB)
040800     END-IF.
040900     MOVE WS-LINE-ACCOUNT TO WS-ACCT-KEY.
041000     PERFORM 4300-FIND-ACCOUNT THRU 4300-EXIT.
041100     IF ACC-SUB > ZERO
041200         ADD WS-LINE-REVENUE TO WS-ACC-REVENUE(ACC-SUB)
041300         ADD WS-LINE-COST    TO WS-ACC-COST(ACC-SUB)
041400     END-IF.
041500 3000-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*  3100-LOOKUP-COST.                                           *
042000*    THE COST IN EFFECT IS THE ITEM'S ENTRY WITH THE LATEST    *
042100*    EFFECTIVE DATE NOT IN THE FUTURE.                         *
042200*****************************************************************
042300 3100-LOOKUP-COST.
042400     MOVE "N" TO WS-COSTED-SW.
042500     MOVE ZERO TO WS-LINE-UNIT-COST.
042600     MOVE ZERO TO WS-BEST-EFF-DATE.
042700     PERFORM 3150-MATCH-ONE-COST THRU 3150-EXIT
042800         VARYING CST-IDX FROM 1 BY 1
042900         UNTIL CST-IDX > WS-COST-COUNT.
043000 3100-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*  3150-MATCH-ONE-COST.                                        *
043500*****************************************************************
043600 3150-MATCH-ONE-COST.
043700     IF WS-CST-ITEM(CST-IDX) = WS-LINE-ITEM
043800             AND WS-CST-EFF-DATE(CST-IDX) NOT > WS-PROCESS-DATE
043900             AND WS-CST-EFF-DATE(CST-IDX) NOT < WS-BEST-EFF-DATE
044000         SET WS-LINE-COSTED TO TRUE
044100         MOVE WS-CST-EFF-DATE(CST-IDX)  TO WS-BEST-EFF-DATE
044200         MOVE WS-CST-UNIT-COST(CST-IDX) TO WS-LINE-UNIT-COST
044300     END-IF.
044400 3150-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*  3200-PRINT-FLAGGED.                                         *
044900*****************************************************************
045000 3200-PRINT-FLAGGED.
045100     MOVE WS-LINE-SOURCE  TO WS-FLG-SOURCE.
045200     MOVE WS-LINE-ORDER   TO WS-FLG-ORDER.
045300     MOVE WS-LINE-ACCOUNT TO WS-FLG-ACCOUNT.
045400     MOVE WS-LINE-ITEM    TO WS-FLG-ITEM.
045500     MOVE WS-LINE-QTY     TO WS-FLG-QTY.
045600     MOVE WS-LINE-REVENUE TO WS-FLG-REVENUE.
045700     MOVE WS-LINE-COST    TO WS-FLG-COST.
045800     MOVE WS-LINE-MARGIN  TO WS-FLG-MARGIN.
045900     MOVE WS-CALC-PCT     TO WS-FLG-PCT.
046000     MOVE WS-LINE-FLAG    TO WS-FLG-FLAG.
046100     WRITE MR-PRINT-LINE FROM WS-RPT-FLAG-LINE.
046200     ADD 1 TO WS-FLAGGED-COUNT.
046300 3200-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700*  4100-FIND-ORDER.                                            *
046800*    RETURNS IN ORD-SUB THE TABLE ENTRY FOR WS-ORDER-KEY,      *
046900*    ADDING ONE FOR AN ORDER NOT YET SEEN.  ZERO WHEN THE      *
047000*    TABLE IS FULL.                                            *
047100*****************************************************************
047200 4100-FIND-ORDER.
047300     MOVE ZERO TO ORD-SUB.
047400     PERFORM 4150-MATCH-ONE-ORDER THRU 4150-EXIT
047500         VARYING ORD-IDX FROM 1 BY 1
047600         UNTIL ORD-IDX > WS-ORDER-COUNT
047700            OR ORD-SUB > ZERO.
047800     IF ORD-SUB > ZERO
047900         GO TO 4100-EXIT
048000     END-IF.
048100     IF WS-ORDER-COUNT NOT < 1000
048200         DISPLAY "MARGIN1 - ORDER TABLE FULL AT " WS-ORDER-KEY
048300         GO TO 4100-EXIT
048400     END-IF.
048500     ADD 1 TO WS-ORDER-COUNT.
048600     MOVE WS-ORDER-COUNT TO ORD-SUB.
048700     MOVE WS-ORDER-KEY TO WS-ORD-KEY(ORD-SUB).
048800     MOVE ZERO TO WS-ORD-REVENUE(ORD-SUB).
048900     MOVE ZERO TO WS-ORD-COST(ORD-SUB).
049000     MOVE "N"  TO WS-ORD-PRINTED(ORD-SUB).
049100 4100-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500*  4150-MATCH-ONE-ORDER.                                       *
049600*****************************************************************
049700 4150-MATCH-ONE-ORDER.
049800     IF WS-ORD-KEY(ORD-IDX) = WS-ORDER-KEY
049900         MOVE ORD-IDX TO ORD-SUB
050000     END-IF.
050100 4150-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500*  4200-FIND-ITEM.                                             *
050600*****************************************************************
050700 4200-FIND-ITEM.
050800     MOVE ZERO TO ITM-SUB.
050900     PERFORM 4250-MATCH-ONE-ITEM THRU 4250-EXIT
051000         VARYING ITM-IDX FROM 1 BY 1
051100         UNTIL ITM-IDX > WS-ITEM-COUNT
051200            OR ITM-SUB > ZERO.
051300     IF ITM-SUB > ZERO
051400         GO TO 4200-EXIT
051500     END-IF.
051600     IF WS-ITEM-COUNT NOT < 500
051700         DISPLAY "MARGIN1 - ITEM TABLE FULL AT " WS-ITEM-KEY
051800         GO TO 4200-EXIT
051900     END-IF.
052000     ADD 1 TO WS-ITEM-COUNT.
052100     MOVE WS-ITEM-COUNT TO ITM-SUB.
052200     MOVE WS-ITEM-KEY TO WS-ITM-KEY(ITM-SUB).
052300     MOVE ZERO TO WS-ITM-REVENUE(ITM-SUB).
052400     MOVE ZERO TO WS-ITM-COST(ITM-SUB).
052500 4200-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900*  4250-MATCH-ONE-ITEM.                                        *
053000*****************************************************************
053100 4250-MATCH-ONE-ITEM.
053200     IF WS-ITM-KEY(ITM-IDX) = WS-ITEM-KEY
053300         MOVE ITM-IDX TO ITM-SUB
053400     END-IF.
053500 4250-EXIT.
053600     EXIT.
053700
053800*****************************************************************
053900*  4300-FIND-ACCOUNT.                                          *
054000*****************************************************************
054100 4300-FIND-ACCOUNT.
054200     MOVE ZERO TO ACC-SUB.
054300     PERFORM 4350-MATCH-ONE-ACCOUNT THRU 4350-EXIT
054400         VARYING ACC-IDX FROM 1 BY 1
054500         UNTIL ACC-IDX > WS-ACCT-COUNT
054600            OR ACC-SUB > ZERO.
054700     IF ACC-SUB > ZERO
054800         GO TO 4300-EXIT
054900     END-IF.
055000     IF WS-ACCT-COUNT NOT < 500
055100         DISPLAY "MARGIN1 - ACCOUNT TABLE FULL AT " WS-ACCT-KEY
055200         GO TO 4300-EXIT
055300     END-IF.
055400     ADD 1 TO WS-ACCT-COUNT.
055500     MOVE WS-ACCT-COUNT TO ACC-SUB.
055600     MOVE WS-ACCT-KEY TO WS-ACC-KEY(ACC-SUB).
055700     MOVE ZERO TO WS-ACC-REVENUE(ACC-SUB).
055800     MOVE ZERO TO WS-ACC-COST(ACC-SUB).
055900 4300-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300*  4350-MATCH-ONE-ACCOUNT.                                     *
056400*****************************************************************
056500 4350-MATCH-ONE-ACCOUNT.
056600     IF WS-ACC-KEY(ACC-IDX) = WS-ACCT-KEY
056700         MOVE ACC-IDX TO ACC-SUB
056800     END-IF.
056900 4350-EXIT.
057000     EXIT.
057100
057200*****************************************************************
057300*  5000-PRINT-ORDERS.                                          *
057400*    ORDERS PRINT IN M4SUMM ORDER WITH THE SUMMARY'S LINE      *
057500*    COUNT.  AN ORDER CUT TWICE (A RELEASED BACKORDER AND A    *
057600*    NEW ORDER UNDER THE SAME KEY) PRINTS ONCE, WITH ALL ITS   *
057700*    LINES; AN ORDER THAT EXTENDED NOTHING HAS NOTHING TO      *
057800*    COST AND IS LEFT OFF.                                     *
057900*****************************************************************
058000 5000-PRINT-ORDERS.
058100     MOVE "MARGIN BY ORDER" TO WS-SEC-TITLE.
058200     WRITE MR-PRINT-LINE FROM WS-RPT-SECTION.
058300     MOVE "ORDER" TO WS-SCL-KEY-TITLE.
058400     WRITE MR-PRINT-LINE FROM WS-RPT-SUM-COLUMNS.
058500     OPEN INPUT M4-SUMM.
058600     READ M4-SUMM
058700         AT END
058800             SET WS-SUM-EOF TO TRUE
058900     END-READ.
059000     PERFORM 5100-PRINT-ONE-ORDER THRU 5100-EXIT
059100         UNTIL WS-SUM-EOF.
059200     CLOSE M4-SUMM.
059300 5000-EXIT.
059400     EXIT.
059500
059600*****************************************************************
059700*  5100-PRINT-ONE-ORDER.                                       *
059800*****************************************************************
059900 5100-PRINT-ONE-ORDER.
060000     MOVE ZERO TO ORD-SUB.
060100     MOVE M4-SUM-ORDER-KEY TO WS-ORDER-KEY.
060200     PERFORM 4150-MATCH-ONE-ORDER THRU 4150-EXIT
060300         VARYING ORD-IDX FROM 1 BY 1
060400         UNTIL ORD-IDX > WS-ORDER-COUNT
060500            OR ORD-SUB > ZERO.
060600     IF ORD-SUB = ZERO
060700         GO TO 5100-NEXT
060800     END-IF.
060900     IF WS-ORD-PRINTED(ORD-SUB) = "Y"
061000         GO TO 5100-NEXT
061100     END-IF.
061200     MOVE "Y" TO WS-ORD-PRINTED(ORD-SUB).
061300     MOVE WS-ORD-KEY(ORD-SUB)     TO WS-SUM-KEY.
061400     MOVE WS-ORD-REVENUE(ORD-SUB) TO WS-CALC-REVENUE.
061500     MOVE WS-ORD-COST(ORD-SUB)    TO WS-CALC-COST.
061600     PERFORM 7900-COMPUTE-PCT THRU 7900-EXIT.
061700     MOVE M4-SUM-LINE-COUNT TO WS-SUM-LINES.
061800     PERFORM 7950-WRITE-SUM-LINE THRU 7950-EXIT.
061900 5100-NEXT.
062000     READ M4-SUMM
062100         AT END
062200             SET WS-SUM-EOF TO TRUE
062300     END-READ.
062400 5100-EXIT.
062500     EXIT.
062600
062700*****************************************************************
062800*  6000-PRINT-ITEMS.                                           *
062900*****************************************************************
063000 6000-PRINT-ITEMS.
063100     MOVE "MARGIN BY ITEM" TO WS-SEC-TITLE.
063200     WRITE MR-PRINT-LINE FROM WS-RPT-SECTION.
063300     MOVE "ITEM" TO WS-SCL-KEY-TITLE.
063400     WRITE MR-PRINT-LINE FROM WS-RPT-SUM-COLUMNS.
063500     PERFORM 6100-PRINT-ONE-ITEM THRU 6100-EXIT
063600         VARYING ITM-IDX FROM 1 BY 1
063700         UNTIL ITM-IDX > WS-ITEM-COUNT.
063800 6000-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200*  6100-PRINT-ONE-ITEM.                                        *
064300*****************************************************************
064400 6100-PRINT-ONE-ITEM.
064500     MOVE WS-ITM-KEY(ITM-IDX)     TO WS-SUM-KEY.
064600     MOVE WS-ITM-REVENUE(ITM-IDX) TO WS-CALC-REVENUE.
064700     MOVE WS-ITM-COST(ITM-IDX)    TO WS-CALC-COST.
064800     PERFORM 7900-COMPUTE-PCT THRU 7900-EXIT.
064900     MOVE SPACES TO WS-SUM-LINES-X.
065000     PERFORM 7950-WRITE-SUM-LINE THRU 7950-EXIT.
065100 6100-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500*  7000-PRINT-ACCOUNTS.                                        *
065600*****************************************************************
065700 7000-PRINT-ACCOUNTS.
065800     MOVE "MARGIN BY CUSTOMER ACCOUNT" TO WS-SEC-TITLE.
065900     WRITE MR-PRINT-LINE FROM WS-RPT-SECTION.
066000     MOVE "ACCOUNT" TO WS-SCL-KEY-TITLE.
066100     WRITE MR-PRINT-LINE FROM WS-RPT-SUM-COLUMNS.
066200     PERFORM 7100-PRINT-ONE-ACCOUNT THRU 7100-EXIT
066300         VARYING ACC-IDX FROM 1 BY 1
066400         UNTIL ACC-IDX > WS-ACCT-COUNT.
066500 7000-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900*  7100-PRINT-ONE-ACCOUNT.                                     *
067000*****************************************************************
067100 7100-PRINT-ONE-ACCOUNT.
067200     MOVE WS-ACC-KEY(ACC-IDX)     TO WS-SUM-KEY.
067300     MOVE WS-ACC-REVENUE(ACC-IDX) TO WS-CALC-REVENUE.
067400     MOVE WS-ACC-COST(ACC-IDX)    TO WS-CALC-COST.
067500     PERFORM 7900-COMPUTE-PCT THRU 7900-EXIT.
067600     MOVE SPACES TO WS-SUM-LINES-X.
067700     PERFORM 7950-WRITE-SUM-LINE THRU 7950-EXIT.
067800 7100-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200*  7900-COMPUTE-PCT.                                           *
068300*    MARGIN PERCENT IS MARGIN OVER REVENUE.  A LINE WITH NO    *
068400*    REVENUE HAS NO PERCENT TO SHOW AND CARRIES ZERO.          *
068500*****************************************************************
068600 7900-COMPUTE-PCT.
068700     COMPUTE WS-CALC-MARGIN = WS-CALC-REVENUE - WS-CALC-COST.
068800     MOVE ZERO TO WS-CALC-PCT.
068900     IF WS-CALC-REVENUE NOT = ZERO
069000         COMPUTE WS-CALC-PCT ROUNDED =
069100             WS-CALC-MARGIN * 100 / WS-CALC-REVENUE
069200             ON SIZE ERROR
069300                 MOVE ZERO TO WS-CALC-PCT
069400         END-COMPUTE
069500     END-IF.
069600 7900-EXIT.
069700     EXIT.
069800
069900*****************************************************************
070000*  7950-WRITE-SUM-LINE.                                        *
070100*****************************************************************
070200 7950-WRITE-SUM-LINE.
070300     MOVE WS-CALC-REVENUE TO WS-SUM-REVENUE.
070400     MOVE WS-CALC-COST    TO WS-SUM-COST.
070500     MOVE WS-CALC-MARGIN  TO WS-SUM-MARGIN.
070600     MOVE WS-CALC-PCT     TO WS-SUM-PCT.
070700     WRITE MR-PRINT-LINE FROM WS-RPT-SUM-LINE.
070800 7950-EXIT.
070900     EXIT.
071000
071100*****************************************************************
071200*  8000-PRINT-TOTAL.                                           *
071300*****************************************************************
071400 8000-PRINT-TOTAL.
071500     MOVE WS-GRAND-REVENUE TO WS-CALC-REVENUE.
071600     MOVE WS-GRAND-COST    TO WS-CALC-COST.
071700     PERFORM 7900-COMPUTE-PCT THRU 7900-EXIT.
071800     MOVE WS-CALC-REVENUE TO WS-TOT-REVENUE.
071900     MOVE WS-CALC-COST    TO WS-TOT-COST.
072000     MOVE WS-CALC-MARGIN  TO WS-TOT-MARGIN.
072100     MOVE WS-CALC-PCT     TO WS-TOT-PCT.
072200     MOVE WS-LINE-COUNT   TO WS-TOT-LINES.
072300     WRITE MR-PRINT-LINE FROM WS-RPT-TOTAL.
072400 8000-EXIT.
072500     EXIT.
072600
072700*****************************************************************
072800*  9000-FINALIZE.                                              *
072900*****************************************************************
073000 9000-FINALIZE.
073100     DISPLAY "MARGIN1 LINES COSTED: " WS-LINE-COUNT
073200         " FLAGGED: " WS-FLAGGED-COUNT
073300         " NO STD COST: " WS-NO-COST-COUNT.
073400     IF WS-BAD-COST-COUNT > ZERO
073500         MOVE 4 TO RETURN-CODE
073600     END-IF.
073700     CLOSE M4-OUT.
073800     CLOSE MUL-OUT.
073900     CLOSE MRGN-RPT.
074000 9000-EXIT.
074100     EXIT.
