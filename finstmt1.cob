000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     FINSTMT1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    MONTH-END FINANCIAL STATEMENTS.  THE INCOME STATEMENT     *
001200*    AND BALANCE SHEET ARE PRINTED FROM THE FSROWS LAYOUT      *
001300*    FILE - ONE ROW PER CAPTION, HEADING OR TOTAL, IN PRINT    *
001400*    ORDER - SO FINANCE CHANGES THE LAYOUT BY EDITING ROWS     *
001500*    INSTEAD OF ASKING FOR A PROGRAM CHANGE.  A DETAIL ROW     *
001600*    SUMS A RANGE OF GL ACCOUNTS (EACH SUBLMAST CODE REACHES   *
001700*    ITS ACCOUNT THROUGH THE GLMAP ROW KEYED ON THE CODE TYPE  *
001800*    AND VALUE, SOURCE SUBLPST1) OR A RANGE OF SUBLMAST CODE   *
001900*    VALUES DIRECTLY.  FOUR COLUMNS PRINT SIDE BY SIDE -       *
002000*    CURRENT PERIOD, YEAR TO DATE, SAME PERIOD LAST YEAR, AND  *
002100*    THE PERIOD'S BUDGET FROM BUDMAST.  SUBLMAST HOLDS ONLY    *
002200*    THE RUNNING BALANCE, SO EACH RUN SNAPSHOTS EVERY CODE'S   *
002300*    BALANCE FOR THE PERIOD ONTO THE FSBALHI/FSBALHO HISTORY   *
002400*    AND DIFFERENCES THE COLUMNS FROM THOSE SNAPSHOTS.  THE    *
002500*    PERIOD IS THE RUNCTL BUSINESS DATE'S MONTH.               *
002600*                                                              *
002700*    INCOME STATEMENT COLUMNS ARE MOVEMENTS - THE PERIOD'S,    *
002800*    THE YEAR'S SINCE THE PRIOR DECEMBER SNAPSHOT, AND THE     *
002900*    SAME MONTH A YEAR AGO.  BALANCE SHEET COLUMNS ARE THE     *
003000*    PERIOD-END BALANCE, THE CHANGE SINCE THE PRIOR YEAR END,  *
003100*    AND THE BALANCE A YEAR AGO.                               *
003200*                                                              *
003300*  MODIFICATION HISTORY.                                       *
003400*    2026-10-15  DL  ORIGINAL FINANCIAL STATEMENT GENERATOR.   *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RUN-CTL ASSIGN TO "RUNCTL"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT STMT-ROWS ASSIGN TO "FSROWS"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT SUBL-MAST ASSIGN TO "SUBLMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS SL-CODE-KEY.
004700     SELECT HIST-IN ASSIGN TO "FSBALHI"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT HIST-OUT ASSIGN TO "FSBALHO"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT GL-MAP ASSIGN TO "GLMAP"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT BUD-MAST ASSIGN TO "BUDMAST"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT STMT-RPT ASSIGN TO "FINSTMRP"
005600         ORGANIZATION IS SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RUN-CTL.
006100     COPY DLRUNCTL.
006200
006300 FD  STMT-ROWS.
006400     COPY DLFSROW.
006500
006600 FD  SUBL-MAST.
006700     COPY DLSUBLMS.
006800
006900 FD  HIST-IN.
007000     COPY DLFSBAL.
007100
007200 FD  HIST-OUT.
007300     COPY DLFSBAL
007400         REPLACING ==FB-BALANCE-REC== BY ==FO-BALANCE-REC==
007500                   ==FB-PERIOD==      BY ==FO-PERIOD==
007600                   ==FB-CODE-KEY==    BY ==FO-CODE-KEY==
007700                   ==FB-CODE-TYPE==   BY ==FO-CODE-TYPE==
007800                   ==FB-CODE-VALUE==  BY ==FO-CODE-VALUE==
007900                   ==FB-BALANCE==     BY ==FO-BALANCE==.
008000
008100 FD  GL-MAP.
008200     COPY DLGLMAP.
008300
008400 FD  BUD-MAST.
008500     COPY DLBUDGET.
008600
008700 FD  STMT-RPT.
008800 01  FS-PRINT-LINE            PIC X(120).
008900
009000 WORKING-STORAGE SECTION.
009100 01  WS-SWITCHES.
009200     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
009300         88  WS-CTL-EOF            VALUE "Y".
009400     05  WS-ROW-EOF-SW        PIC X(01) VALUE "N".
009500         88  WS-ROW-EOF            VALUE "Y".
009600     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
009700         88  WS-MAST-EOF           VALUE "Y".
009800     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
009900         88  WS-HIST-EOF           VALUE "Y".
010000     05  WS-MAP-EOF-SW        PIC X(01) VALUE "N".
010100         88  WS-MAP-EOF            VALUE "Y".
010200     05  WS-BUD-EOF-SW        PIC X(01) VALUE "N".
010300         88  WS-BUD-EOF            VALUE "Y".
010400     05  WS-MAPPED-SW         PIC X(01) VALUE "N".
010500         88  WS-KEY-MAPPED         VALUE "Y".
010600     05  WS-FOUND-SW          PIC X(01) VALUE "N".
010700         88  WS-CODE-FOUND         VALUE "Y".
010800     05  WS-HIT-SW            PIC X(01) VALUE SPACE.
010900         88  WS-HIT-PLUS           VALUE "+".
011000         88  WS-HIT-MINUS          VALUE "-".
011100         88  WS-NO-HIT             VALUE SPACE.
011200
011300 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
011400 01  WS-STMT-PERIOD           PIC 9(06) VALUE ZERO.
011500 01  WS-STMT-PERIOD-R REDEFINES WS-STMT-PERIOD.
011600     05  WS-STMT-YEAR         PIC 9(04).
011700     05  WS-STMT-MONTH        PIC 9(02).
011800 01  WS-WORK-PERIOD           PIC 9(06) VALUE ZERO.
011900 01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
012000     05  WS-WORK-YEAR         PIC 9(04).
012100     05  WS-WORK-MONTH        PIC 9(02).
012200 01  WS-KEEP-PERIOD           PIC 9(06) VALUE ZERO.
012300 01  WS-CURRENT-STMT          PIC X(01) VALUE SPACE.
012400     88  WS-IN-INCOME-STMT         VALUE "I".
012500 01  WS-WORK-CODE-TYPE        PIC X(01) VALUE SPACE.
012600 01  WS-WORK-CODE-VALUE       PIC 9(04) VALUE ZERO.
012700 01  WS-MAP-KEY               PIC X(06) VALUE SPACES.
012800 01  WS-ROW-MESSAGE           PIC X(20) VALUE SPACES.
012900
013000 01  WS-ROW-COUNT             PIC 9(05) VALUE ZERO.
013100 01  WS-ROW-ERRORS            PIC 9(05) VALUE ZERO.
013200 01  WS-UNMAPPED-COUNT        PIC 9(05) VALUE ZERO.
013300 01  WS-SNAP-COUNT            PIC 9(05) VALUE ZERO.
013400 01  WS-KEPT-COUNT            PIC 9(07) VALUE ZERO.
013500 01  CODE-IDX                 PIC 9(04) VALUE ZERO.
013600 01  CODE-SUB                 PIC 9(04) VALUE ZERO.
013700 01  MAP-IDX                  PIC 9(03) VALUE ZERO.
013800 01  SLOT-IDX                 PIC 9(01) VALUE ZERO.
013900 01  LVL-IDX                  PIC 9(02) VALUE ZERO.
014000 01  FIG-IDX                  PIC 9(01) VALUE ZERO.
014100
014200*    SNAPSHOT SLOTS - 1 THIS PERIOD, 2 THE PRIOR MONTH, 3 THE
014300*    PRIOR YEAR'S DECEMBER, 4 THIS MONTH LAST YEAR, 5 THE
014400*    MONTH BEFORE THAT.
014500 01  WS-SLOT-TABLE.
014600     05  WS-SLOT-ENTRY OCCURS 5 TIMES.
014700         10  WS-SLOT-PERIOD   PIC 9(06).
014800         10  WS-SLOT-HITS     PIC 9(05).
014900
015000 01  WS-CODE-COUNT            PIC 9(04) VALUE ZERO.
015100 01  WS-CODE-TABLE.
015200     05  WS-CODE-ENTRY OCCURS 1 TO 2000 TIMES
015300             DEPENDING ON WS-CODE-COUNT.
015400         10  WS-CD-TYPE       PIC X(01).
015500         10  WS-CD-VALUE      PIC 9(04).
015600         10  WS-CD-DEBIT      PIC X(08).
015700         10  WS-CD-CREDIT     PIC X(08).
015800         10  WS-CD-BUDGET     PIC S9(11).
015900         10  WS-CD-SLOT OCCURS 5 TIMES.
016000             15  WS-CD-BALANCE PIC S9(13)V9(02).
016100             15  WS-CD-HAVE-SW PIC X(01).
016200                 88  WS-CD-HAVE        VALUE "Y".
016300
016400 01  WS-MAP-COUNT             PIC 9(03) VALUE ZERO.
016500 01  WS-MAP-TABLE.
016600     05  WS-MAP-ENTRY OCCURS 1 TO 300 TIMES
016700             DEPENDING ON WS-MAP-COUNT.
016800         10  WS-MAP-PREFIX    PIC X(06).
016900         10  WS-MAP-SOURCE    PIC X(08).
017000         10  WS-MAP-DEBIT     PIC X(08).
017100         10  WS-MAP-CREDIT    PIC X(08).
017200
017300*    FIGURES ARE HELD IN COLUMN ORDER - 1 CURRENT, 2 YEAR TO
017400*    DATE, 3 LAST YEAR, 4 BUDGET.
017500 01  WS-CODE-FIGURES.
017600     05  WS-CODE-FIG OCCURS 4 TIMES
017700                              PIC S9(13)V9(02).
017800 01  WS-ROW-FIGURES.
017900     05  WS-ROW-FIG OCCURS 4 TIMES
018000                              PIC S9(13)V9(02).
018100 01  WS-LEVEL-TABLE.
018200     05  WS-LEVEL-ENTRY OCCURS 9 TIMES.
018300         10  WS-LVL-FIG OCCURS 4 TIMES
018400                              PIC S9(13)V9(02).
018500
018600 01  WS-RPT-HEADER.
018700     05  FILLER               PIC X(32) VALUE
018800         "FINANCIAL STATEMENTS FOR PERIOD ".
018900     05  WS-HDR-PERIOD        PIC 9(06).
019000     05  FILLER               PIC X(10) VALUE " RUN DATE ".
019100     05  WS-HDR-DATE          PIC 9(08).
019200
019300 01  WS-RPT-NOTE.
019400     05  FILLER               PIC X(40) VALUE
019500         "NOTE - NO BALANCE SNAPSHOT FOR PERIOD ".
019600     05  WS-NOTE-PERIOD       PIC 9(06).
019700     05  FILLER               PIC X(35) VALUE
019800         " - ITS COMPARATIVES START FROM ZERO".
019900
020000 01  WS-RPT-TITLE.
020100     05  WS-TTL-NAME          PIC X(30).
020200     05  WS-TTL-COLUMN OCCURS 4 TIMES.
020300         10  FILLER           PIC X(04).
020400         10  WS-TTL-TEXT      PIC X(15).
020500
020600 01  WS-RPT-DETAIL.
020700     05  WS-DET-CAPTION       PIC X(30).
020800     05  WS-DET-COLUMN OCCURS 4 TIMES.
020900         10  FILLER           PIC X(01).
021000         10  WS-DET-AMOUNT    PIC -(13)9.99.
021100
021200 PROCEDURE DIVISION.
021300*****************************************************************
021400*  0000-MAINLINE.                                              *
021500*****************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     PERFORM 2000-PRINT-ONE-ROW THRU 2000-EXIT
021900         UNTIL WS-ROW-EOF.
022000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
022100     STOP RUN.
022200
022300*****************************************************************
022400*  1000-INITIALIZE.                                            *
022500*    FIXES THE STATEMENT PERIOD FROM THE RUNCTL BUSINESS DATE  *
022600*    (THE MACHINE DATE IF RUNCTL IS EMPTY), LOADS THE GLMAP    *
022700*    TABLE, THE COMPARATIVE SNAPSHOTS, TODAY'S SUBLMAST        *
022800*    BALANCES AND THE PERIOD'S BUDGET INTO ONE TABLE PER CODE, *
022900*    CARRIES THE HISTORY FORWARD WITH THIS PERIOD'S SNAPSHOT,  *
023000*    AND OPENS THE LAYOUT AND REPORT.                          *
023100*****************************************************************
023200 1000-INITIALIZE.
023300     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
023400     OPEN INPUT RUN-CTL.
023500     READ RUN-CTL
023600         AT END
023700             SET WS-CTL-EOF TO TRUE
023800     END-READ.
023900     IF NOT WS-CTL-EOF
024000         MOVE BD-BUSINESS-DATE TO WS-PROCESS-DATE
024100     END-IF.
024200     CLOSE RUN-CTL.
024300     MOVE WS-PROCESS-DATE(1:6) TO WS-STMT-PERIOD.
024400     PERFORM 1100-SET-SLOTS THRU 1100-EXIT.
024500     OPEN INPUT GL-MAP.
024600     READ GL-MAP
024700         AT END
024800             SET WS-MAP-EOF TO TRUE
024900     END-READ.
025000     PERFORM 1200-LOAD-ONE-MAP THRU 1200-EXIT
025100         UNTIL WS-MAP-EOF.
025200     CLOSE GL-MAP.
025300     OPEN INPUT HIST-IN.
025400     OPEN OUTPUT HIST-OUT.
025500     READ HIST-IN
025600         AT END
025700             SET WS-HIST-EOF TO TRUE
025800     END-READ.
025900     PERFORM 1300-LOAD-ONE-HIST THRU 1300-EXIT
026000         UNTIL WS-HIST-EOF.
026100     CLOSE HIST-IN.
026200     OPEN INPUT SUBL-MAST.
026300     READ SUBL-MAST
026400         AT END
026500             SET WS-MAST-EOF TO TRUE
026600     END-READ.
026700     PERFORM 1400-LOAD-ONE-CODE THRU 1400-EXIT
026800         UNTIL WS-MAST-EOF.
026900     CLOSE SUBL-MAST.
027000     OPEN INPUT BUD-MAST.
027100     READ BUD-MAST
027200         AT END
027300             SET WS-BUD-EOF TO TRUE
027400     END-READ.
027500     PERFORM 1500-LOAD-ONE-BUDGET THRU 1500-EXIT
027600         UNTIL WS-BUD-EOF.
027700     CLOSE BUD-MAST.
027800     PERFORM 1600-MAP-ONE-CODE THRU 1600-EXIT
027900         VARYING CODE-IDX FROM 1 BY 1
028000         UNTIL CODE-IDX > WS-CODE-COUNT.
028100     PERFORM 1700-SNAP-ONE-CODE THRU 1700-EXIT
028200         VARYING CODE-IDX FROM 1 BY 1
028300         UNTIL CODE-IDX > WS-CODE-COUNT.
028400     CLOSE HIST-OUT.
028500     OPEN INPUT STMT-ROWS.
028600     OPEN OUTPUT STMT-RPT.
028700     MOVE WS-STMT-PERIOD  TO WS-HDR-PERIOD.
028800     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
028900     WRITE FS-PRINT-LINE FROM WS-RPT-HEADER.
029000     PERFORM 1800-NOTE-ONE-SLOT THRU 1800-EXIT
029100         VARYING SLOT-IDX FROM 2 BY 1
029200         UNTIL SLOT-IDX > 5.
029300     READ STMT-ROWS
029400         AT END
029500             SET WS-ROW-EOF TO TRUE
029600     END-READ.
029700 1000-EXIT.
029800     EXIT.
029900
030000*****************************************************************
030100*  1100-SET-SLOTS.                                             *
030200*    THE FIVE SNAPSHOT PERIODS THE COLUMNS ARE DIFFERENCED     *
030300*    FROM, AND THE OLDEST PERIOD KEPT ON THE HISTORY (TWENTY-  *
030400*    FOUR MONTHS BACK, SO A YEAR-AGO MOVEMENT IS ALWAYS THERE).*
030500*****************************************************************
030600 1100-SET-SLOTS.
030700     MOVE WS-STMT-PERIOD TO WS-SLOT-PERIOD(1).
030800     MOVE WS-STMT-PERIOD TO WS-WORK-PERIOD.
030900     IF WS-WORK-MONTH = 1
031000         SUBTRACT 1 FROM WS-WORK-YEAR
031100         MOVE 12 TO WS-WORK-MONTH
031200     ELSE
031300         SUBTRACT 1 FROM WS-WORK-MONTH
031400     END-IF.
031500     MOVE WS-WORK-PERIOD TO WS-SLOT-PERIOD(2).
031600     COMPUTE WS-SLOT-PERIOD(3) = (WS-STMT-YEAR - 1) * 100 + 12.
031700     COMPUTE WS-SLOT-PERIOD(4) = WS-STMT-PERIOD - 100.
031800     COMPUTE WS-SLOT-PERIOD(5) = WS-WORK-PERIOD - 100.
031900     COMPUTE WS-KEEP-PERIOD = WS-STMT-PERIOD - 200.
032000     PERFORM 1150-CLEAR-ONE-SLOT THRU 1150-EXIT
032100         VARYING SLOT-IDX FROM 1 BY 1
032200         UNTIL SLOT-IDX > 5.
032300 1100-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*  1150-CLEAR-ONE-SLOT.                                        *
032800*****************************************************************
032900 1150-CLEAR-ONE-SLOT.
033000     MOVE ZERO TO WS-SLOT-HITS(SLOT-IDX).
033100 1150-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*  1200-LOAD-ONE-MAP.                                          *
033600*****************************************************************
033700 1200-LOAD-ONE-MAP.
033800     IF WS-MAP-COUNT < 300
033900         ADD 1 TO WS-MAP-COUNT
034000         MOVE GM-KEY-PREFIX     TO WS-MAP-PREFIX(WS-MAP-COUNT)
034100         MOVE GM-SOURCE-PROGRAM TO WS-MAP-SOURCE(WS-MAP-COUNT)
034200         MOVE GM-DEBIT-ACCT     TO WS-MAP-DEBIT(WS-MAP-COUNT)
034300         MOVE GM-CREDIT-ACCT    TO WS-MAP-CREDIT(WS-MAP-COUNT)
034400     ELSE
034500         DISPLAY "GLMAP: IGNORING MAPPING PAST FIRST 300"
034600     END-IF.
034700     READ GL-MAP
034800         AT END
034900             SET WS-MAP-EOF TO TRUE
035000     END-READ.
035100 1200-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500*  1300-LOAD-ONE-HIST.                                         *
035600*    ONE PRIOR SNAPSHOT.  IT IS CARRIED TO FSBALHO UNLESS IT   *
035700*    HAS AGED OFF OR IS THIS PERIOD'S OWN (A RERUN REPLACES    *
035800*    IT FROM TODAY'S SUBLMAST), AND IS SLOTTED WHEREVER ITS    *
035900*    PERIOD IS ONE OF THE COMPARATIVES.                        *
036000*****************************************************************
036100 1300-LOAD-ONE-HIST.
036200     IF FB-PERIOD NOT = WS-STMT-PERIOD
036300         IF FB-PERIOD >= WS-KEEP-PERIOD
036400             WRITE FO-BALANCE-REC FROM FB-BALANCE-REC
036500             ADD 1 TO WS-KEPT-COUNT
036600         END-IF
036700         MOVE FB-CODE-TYPE  TO WS-WORK-CODE-TYPE
036800         MOVE FB-CODE-VALUE TO WS-WORK-CODE-VALUE
036900         PERFORM 1350-SLOT-ONE-HIST THRU 1350-EXIT
037000             VARYING SLOT-IDX FROM 2 BY 1
037100             UNTIL SLOT-IDX > 5
037200     END-IF.
037300     READ HIST-IN
037400         AT END
037500             SET WS-HIST-EOF TO TRUE
037600     END-READ.
037700 1300-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100*  1350-SLOT-ONE-HIST.                                         *
038200*****************************************************************
038300 1350-SLOT-ONE-HIST.
038400     IF WS-SLOT-PERIOD(SLOT-IDX) NOT = FB-PERIOD
038500         GO TO 1350-EXIT
038600     END-IF.
038700     PERFORM 3000-FIND-CODE THRU 3000-EXIT.
038800     IF WS-CODE-FOUND
038900         MOVE FB-BALANCE TO WS-CD-BALANCE(CODE-IDX SLOT-IDX)
039000         MOVE "Y"        TO WS-CD-HAVE-SW(CODE-IDX SLOT-IDX)
039100         ADD 1 TO WS-SLOT-HITS(SLOT-IDX)
039200     END-IF.
039300 1350-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700*  1400-LOAD-ONE-CODE.                                         *
039800*    TODAY'S RUNNING BALANCE IS THE PERIOD-END SNAPSHOT.       *
039900*****************************************************************
040000 1400-LOAD-ONE-CODE.
040100     MOVE SL-CODE-TYPE  TO WS-WORK-CODE-TYPE.
040200     MOVE SL-CODE-VALUE TO WS-WORK-CODE-VALUE.
040300     PERFORM 3000-FIND-CODE THRU 3000-EXIT.
040400     IF WS-CODE-FOUND
040500         MOVE SL-BALANCE TO WS-CD-BALANCE(CODE-IDX 1)
040600         MOVE "Y"        TO WS-CD-HAVE-SW(CODE-IDX 1)
040700         ADD 1 TO WS-SLOT-HITS(1)
040800     END-IF.
040900     READ SUBL-MAST
041000         AT END
041100             SET WS-MAST-EOF TO TRUE
041200     END-READ.
041300 1400-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700*  1500-LOAD-ONE-BUDGET.                                       *
041800*    THE PERIOD'S PLAN PER CODE, SUMMED ACROSS LEDGERS.  A     *
041900*    CODE BUDGETED BUT NEVER POSTED STILL OPENS A SLOT SO ITS  *
042000*    ROW SHOWS THE PLAN AGAINST A ZERO ACTUAL.                 *
042100*****************************************************************
042200 1500-LOAD-ONE-BUDGET.
042300     IF BU-PERIOD = WS-STMT-PERIOD
042400             AND BU-CODE-TYPE >= "1" AND BU-CODE-TYPE <= "3"
042500         MOVE BU-CODE-TYPE  TO WS-WORK-CODE-TYPE
042600         MOVE BU-CODE-VALUE TO WS-WORK-CODE-VALUE
042700         PERFORM 3000-FIND-CODE THRU 3000-EXIT
042800         IF WS-CODE-FOUND
042900             ADD BU-BUDGET-AMOUNT TO WS-CD-BUDGET(CODE-IDX)
043000         END-IF
043100     END-IF.
043200     READ BUD-MAST
043300         AT END
043400             SET WS-BUD-EOF TO TRUE
043500     END-READ.
043600 1500-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*  1600-MAP-ONE-CODE.                                          *
044100*    RESOLVES THE CODE'S GL ACCOUNTS THE SAME WAY THE EXTRACT  *
044200*    DOES - AN EXACT SOURCE-PROGRAM MATCH WINS OVER A          *
044300*    WILDCARD.  AN UNMAPPED CODE STILL PRINTS ON CODE-RANGE    *
044400*    ROWS BUT CANNOT REACH A GL-ACCOUNT ROW, SO IT IS NAMED.   *
044500*****************************************************************
044600 1600-MAP-ONE-CODE.
044700     MOVE SPACES                 TO WS-MAP-KEY.
044800     MOVE WS-CD-TYPE(CODE-IDX)   TO WS-MAP-KEY(1:1).
044900     MOVE WS-CD-VALUE(CODE-IDX)  TO WS-MAP-KEY(2:4).
045000     MOVE "N" TO WS-MAPPED-SW.
045100     PERFORM 1650-MATCH-EXACT THRU 1650-EXIT
045200         VARYING MAP-IDX FROM 1 BY 1
045300         UNTIL MAP-IDX > WS-MAP-COUNT
045400            OR WS-KEY-MAPPED.
045500     IF NOT WS-KEY-MAPPED
045600         PERFORM 1660-MATCH-WILDCARD THRU 1660-EXIT
045700             VARYING MAP-IDX FROM 1 BY 1
045800             UNTIL MAP-IDX > WS-MAP-COUNT
045900                OR WS-KEY-MAPPED
046000     END-IF.
046100     IF NOT WS-KEY-MAPPED
046200         ADD 1 TO WS-UNMAPPED-COUNT
046300         DISPLAY "FINSTMT1 - NO GLMAP ENTRY FOR CODE "
046400             WS-CD-TYPE(CODE-IDX) " " WS-CD-VALUE(CODE-IDX)
046500             " - OFF EVERY GL-ACCOUNT ROW"
046600     END-IF.
046700 1600-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100*  1650-MATCH-EXACT.                                           *
047200*****************************************************************
047300 1650-MATCH-EXACT.
047400     IF WS-MAP-PREFIX(MAP-IDX) = WS-MAP-KEY
047500             AND WS-MAP-SOURCE(MAP-IDX) = "SUBLPST1"
047600         MOVE WS-MAP-DEBIT(MAP-IDX)  TO WS-CD-DEBIT(CODE-IDX)
047700         MOVE WS-MAP-CREDIT(MAP-IDX) TO WS-CD-CREDIT(CODE-IDX)
047800         SET WS-KEY-MAPPED TO TRUE
047900     END-IF.
048000 1650-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400*  1660-MATCH-WILDCARD.                                        *
048500*****************************************************************
048600 1660-MATCH-WILDCARD.
048700     IF WS-MAP-PREFIX(MAP-IDX) = WS-MAP-KEY
048800             AND WS-MAP-SOURCE(MAP-IDX) = SPACES
048900         MOVE WS-MAP-DEBIT(MAP-IDX)  TO WS-CD-DEBIT(CODE-IDX)
049000         MOVE WS-MAP-CREDIT(MAP-IDX) TO WS-CD-CREDIT(CODE-IDX)
049100         SET WS-KEY-MAPPED TO TRUE
049200     END-IF.
049300 1660-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700*  1700-SNAP-ONE-CODE.                                         *
049800*    THIS PERIOD'S SNAPSHOT GOES ON THE END OF THE CARRIED     *
049900*    HISTORY FOR EVERY CODE ON TODAY'S SUBLMAST.               *
050000*****************************************************************
050100 1700-SNAP-ONE-CODE.
050200     IF WS-CD-HAVE(CODE-IDX 1)
050300         MOVE WS-STMT-PERIOD        TO FO-PERIOD
050400         MOVE WS-CD-TYPE(CODE-IDX)  TO FO-CODE-TYPE
050500         MOVE WS-CD-VALUE(CODE-IDX) TO FO-CODE-VALUE
050600         MOVE WS-CD-BALANCE(CODE-IDX 1) TO FO-BALANCE
050700         WRITE FO-BALANCE-REC
050800         ADD 1 TO WS-SNAP-COUNT
050900     END-IF.
051000 1700-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400*  1800-NOTE-ONE-SLOT.                                         *
051500*    A COMPARATIVE PERIOD WITH NO SNAPSHOT AT ALL (THE FIRST   *
051600*    YEAR THE STATEMENTS RUN) IS SAID SO ON THE REPORT RATHER  *
051700*    THAN LEFT TO LOOK LIKE A REAL ZERO.                       *
051800*****************************************************************
051900 1800-NOTE-ONE-SLOT.
052000     IF WS-SLOT-HITS(SLOT-IDX) = ZERO
052100         MOVE WS-SLOT-PERIOD(SLOT-IDX) TO WS-NOTE-PERIOD
052200         WRITE FS-PRINT-LINE FROM WS-RPT-NOTE
052300         DISPLAY "FINSTMT1 - NO FSBALHI SNAPSHOT FOR PERIOD "
052400             WS-SLOT-PERIOD(SLOT-IDX)
052500     END-IF.
052600 1800-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000*  2000-PRINT-ONE-ROW.                                         *
053100*    ONE LAYOUT ROW.  A ROW THAT FAILS ITS EDITS IS NAMED AND  *
053200*    SKIPPED; THE REST OF THE STATEMENT STILL PRINTS.          *
053300*****************************************************************
053400 2000-PRINT-ONE-ROW.
053500     ADD 1 TO WS-ROW-COUNT.
053600     PERFORM 2050-EDIT-ROW THRU 2050-EXIT.
053700     IF WS-ROW-MESSAGE = SPACES
053800         IF FR-STATEMENT NOT = WS-CURRENT-STMT
053900             PERFORM 2100-START-STATEMENT THRU 2100-EXIT
054000         END-IF
054100         EVALUATE TRUE
054200             WHEN FR-HEADING-ROW
054300                 PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
054400             WHEN FR-DETAIL-ROW
054500                 PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
054600             WHEN FR-TOTAL-ROW
054700                 PERFORM 2400-PRINT-TOTAL THRU 2400-EXIT
054800         END-EVALUATE
054900     ELSE
055000         ADD 1 TO WS-ROW-ERRORS
055100         DISPLAY "FINSTMT1 - ROW " FR-STATEMENT " " FR-LINE-NO
055200             " " WS-ROW-MESSAGE " - ROW SKIPPED"
055300     END-IF.
055400     READ STMT-ROWS
055500         AT END
055600             SET WS-ROW-EOF TO TRUE
055700     END-READ.
055800 2000-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200*  2050-EDIT-ROW.                                              *
056300*****************************************************************
056400 2050-EDIT-ROW.
056500     MOVE SPACES TO WS-ROW-MESSAGE.
056600     EVALUATE TRUE
056700         WHEN NOT FR-INCOME-STMT AND NOT FR-BALANCE-SHEET
056800             MOVE "BAD STATEMENT"     TO WS-ROW-MESSAGE
056900         WHEN FR-HEADING-ROW
057000             CONTINUE
057100         WHEN NOT FR-DETAIL-ROW AND NOT FR-TOTAL-ROW
057200             MOVE "BAD ROW TYPE"      TO WS-ROW-MESSAGE
057300         WHEN NOT FR-SIGN-PLUS AND NOT FR-SIGN-MINUS
057400             MOVE "BAD SIGN"          TO WS-ROW-MESSAGE
057500         WHEN FR-TOTAL-ROW
057600             IF FR-LEVEL NOT NUMERIC OR FR-LEVEL = ZERO
057700                 MOVE "BAD TOTAL LEVEL"   TO WS-ROW-MESSAGE
057800             END-IF
057900         WHEN FR-GL-SOURCE
058000             IF FR-ACCT-LOW > FR-ACCT-HIGH
058100                 MOVE "BAD ACCOUNT RANGE" TO WS-ROW-MESSAGE
058200             END-IF
058300         WHEN FR-CODE-SOURCE
058400             IF FR-CODE-TYPE < "1" OR FR-CODE-TYPE > "3"
058500                     OR FR-CODE-LOW NOT NUMERIC
058600                     OR FR-CODE-HIGH NOT NUMERIC
058700                 MOVE "BAD CODE RANGE"    TO WS-ROW-MESSAGE
058800             ELSE
058900                 IF FR-CODE-LOW > FR-CODE-HIGH
059000                     MOVE "BAD CODE RANGE"    TO WS-ROW-MESSAGE
059100                 END-IF
059200             END-IF
059300         WHEN OTHER
059400             MOVE "BAD SOURCE"        TO WS-ROW-MESSAGE
059500     END-EVALUATE.
059600 2050-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000*  2100-START-STATEMENT.                                       *
060100*    A NEW STATEMENT STARTS WITH ITS TITLE AND COLUMN          *
060200*    HEADINGS AND WITH EVERY TOTAL LEVEL CLEARED.              *
060300*****************************************************************
060400 2100-START-STATEMENT.
060500     MOVE FR-STATEMENT TO WS-CURRENT-STMT.
060600     PERFORM 2150-CLEAR-ONE-LEVEL THRU 2150-EXIT
060700         VARYING LVL-IDX FROM 1 BY 1
060800         UNTIL LVL-IDX > 9.
060900     MOVE SPACES TO WS-RPT-TITLE.
061000     IF WS-IN-INCOME-STMT
061100         MOVE "INCOME STATEMENT" TO WS-TTL-NAME
061200         MOVE " CURRENT PERIOD" TO WS-TTL-TEXT(1)
061300         MOVE "   YEAR TO DATE" TO WS-TTL-TEXT(2)
061400         MOVE " SAME PERIOD LY" TO WS-TTL-TEXT(3)
061500     ELSE
061600         MOVE "BALANCE SHEET"    TO WS-TTL-NAME
061700         MOVE "     PERIOD END" TO WS-TTL-TEXT(1)
061800         MOVE "     CHANGE YTD" TO WS-TTL-TEXT(2)
061900         MOVE "   SAME DATE LY" TO WS-TTL-TEXT(3)
062000     END-IF.
062100     MOVE "         BUDGET" TO WS-TTL-TEXT(4).
062200     MOVE SPACES TO FS-PRINT-LINE.
062300     WRITE FS-PRINT-LINE.
062400     WRITE FS-PRINT-LINE FROM WS-RPT-TITLE.
062500 2100-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900*  2150-CLEAR-ONE-LEVEL.                                       *
063000*****************************************************************
063100 2150-CLEAR-ONE-LEVEL.
063200     MOVE ZERO TO WS-LVL-FIG(LVL-IDX 1).
063300     MOVE ZERO TO WS-LVL-FIG(LVL-IDX 2).
063400     MOVE ZERO TO WS-LVL-FIG(LVL-IDX 3).
063500     MOVE ZERO TO WS-LVL-FIG(LVL-IDX 4).
063600 2150-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000*  2200-PRINT-HEADING.                                         *
064100*****************************************************************
064200 2200-PRINT-HEADING.
064300     MOVE SPACES     TO FS-PRINT-LINE.
064400     MOVE FR-CAPTION TO FS-PRINT-LINE(1:30).
064500     WRITE FS-PRINT-LINE.
064600 2200-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000*  2300-PRINT-DETAIL.                                          *
065100*    SUMS EVERY CODE THE ROW SELECTS, APPLIES THE ROW'S SIGN,  *
065200*    ROLLS THE RESULT INTO EVERY TOTAL LEVEL, AND PRINTS IT.   *
065300*****************************************************************
065400 2300-PRINT-DETAIL.
065500     PERFORM 2310-CLEAR-ONE-FIG THRU 2310-EXIT
065600         VARYING FIG-IDX FROM 1 BY 1
065700         UNTIL FIG-IDX > 4.
065800     PERFORM 2320-ADD-ONE-CODE THRU 2320-EXIT
065900         VARYING CODE-IDX FROM 1 BY 1
066000         UNTIL CODE-IDX > WS-CODE-COUNT.
066100     IF FR-SIGN-MINUS
066200         PERFORM 2340-NEGATE-ONE-FIG THRU 2340-EXIT
066300             VARYING FIG-IDX FROM 1 BY 1
066400             UNTIL FIG-IDX > 4
066500     END-IF.
066600     PERFORM 2350-ROLL-ONE-LEVEL THRU 2350-EXIT
066700         VARYING LVL-IDX FROM 1 BY 1
066800         UNTIL LVL-IDX > 9.
066900     PERFORM 2800-WRITE-FIGURES THRU 2800-EXIT.
067000 2300-EXIT.
067100     EXIT.
067200
067300*****************************************************************
067400*  2310-CLEAR-ONE-FIG.                                         *
067500*****************************************************************
067600 2310-CLEAR-ONE-FIG.
067700     MOVE ZERO TO WS-ROW-FIG(FIG-IDX).
067800 2310-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200*  2320-ADD-ONE-CODE.                                          *
068300*    A CODE-RANGE ROW TAKES THE CODE AS IT STANDS.  A GL-      *
068400*    ACCOUNT ROW TAKES IT POSITIVE WHEN ITS MAPPED DEBIT       *
068500*    ACCOUNT IS IN RANGE AND NEGATIVE WHEN ITS CREDIT ACCOUNT  *
068600*    IS - A CODE MAPPED INTO THE RANGE ON BOTH SIDES NETS TO   *
068700*    NOTHING AND IS LEFT OUT.                                  *
068800*****************************************************************
068900 2320-ADD-ONE-CODE.
069000     SET WS-NO-HIT TO TRUE.
069100     IF FR-CODE-SOURCE
069200         IF WS-CD-TYPE(CODE-IDX) = FR-CODE-TYPE
069300                 AND WS-CD-VALUE(CODE-IDX) >= FR-CODE-LOW
069400                 AND WS-CD-VALUE(CODE-IDX) <= FR-CODE-HIGH
069500             SET WS-HIT-PLUS TO TRUE
069600         END-IF
069700     ELSE
069800         IF WS-CD-DEBIT(CODE-IDX) NOT = SPACES
069900                 AND WS-CD-DEBIT(CODE-IDX) >= FR-ACCT-LOW
070000                 AND WS-CD-DEBIT(CODE-IDX) <= FR-ACCT-HIGH
070100             SET WS-HIT-PLUS TO TRUE
070200         END-IF
070300         IF WS-CD-CREDIT(CODE-IDX) NOT = SPACES
070400                 AND WS-CD-CREDIT(CODE-IDX) >= FR-ACCT-LOW
070500                 AND WS-CD-CREDIT(CODE-IDX) <= FR-ACCT-HIGH
070600             IF WS-HIT-PLUS
070700                 SET WS-NO-HIT TO TRUE
070800             ELSE
070900                 SET WS-HIT-MINUS TO TRUE
071000             END-IF
071100         END-IF
071200     END-IF.
071300     IF WS-NO-HIT
071400         GO TO 2320-EXIT
071500     END-IF.
071600     PERFORM 2330-FIGURE-ONE-CODE THRU 2330-EXIT.
071700     IF WS-HIT-PLUS
071800         ADD WS-CODE-FIG(1) TO WS-ROW-FIG(1)
071900         ADD WS-CODE-FIG(2) TO WS-ROW-FIG(2)
072000         ADD WS-CODE-FIG(3) TO WS-ROW-FIG(3)
072100         ADD WS-CODE-FIG(4) TO WS-ROW-FIG(4)
072200     ELSE
072300         SUBTRACT WS-CODE-FIG(1) FROM WS-ROW-FIG(1)
072400         SUBTRACT WS-CODE-FIG(2) FROM WS-ROW-FIG(2)
072500         SUBTRACT WS-CODE-FIG(3) FROM WS-ROW-FIG(3)
072600         SUBTRACT WS-CODE-FIG(4) FROM WS-ROW-FIG(4)
072700     END-IF.
072800 2320-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200*  2330-FIGURE-ONE-CODE.                                       *
073300*    ONE CODE'S FOUR COLUMNS FROM ITS SNAPSHOTS.  A MISSING    *
073400*    SNAPSHOT IS ZERO (SEE 1800-NOTE-ONE-SLOT).                *
073500*****************************************************************
073600 2330-FIGURE-ONE-CODE.
073700     IF WS-IN-INCOME-STMT
073800         COMPUTE WS-CODE-FIG(1) = WS-CD-BALANCE(CODE-IDX 1)
073900             - WS-CD-BALANCE(CODE-IDX 2)
074000         COMPUTE WS-CODE-FIG(3) = WS-CD-BALANCE(CODE-IDX 4)
074100             - WS-CD-BALANCE(CODE-IDX 5)
074200     ELSE
074300         MOVE WS-CD-BALANCE(CODE-IDX 1) TO WS-CODE-FIG(1)
074400         MOVE WS-CD-BALANCE(CODE-IDX 4) TO WS-CODE-FIG(3)
074500     END-IF.
074600     COMPUTE WS-CODE-FIG(2) = WS-CD-BALANCE(CODE-IDX 1)
074700         - WS-CD-BALANCE(CODE-IDX 3).
074800     MOVE WS-CD-BUDGET(CODE-IDX) TO WS-CODE-FIG(4).
074900 2330-EXIT.
075000     EXIT.
075100
075200*****************************************************************
075300*  2340-NEGATE-ONE-FIG.                                        *
075400*****************************************************************
075500 2340-NEGATE-ONE-FIG.
075600     COMPUTE WS-ROW-FIG(FIG-IDX) = ZERO - WS-ROW-FIG(FIG-IDX).
075700 2340-EXIT.
075800     EXIT.
075900
076000*****************************************************************
076100*  2350-ROLL-ONE-LEVEL.                                        *
076200*****************************************************************
076300 2350-ROLL-ONE-LEVEL.
076400     ADD WS-ROW-FIG(1) TO WS-LVL-FIG(LVL-IDX 1).
076500     ADD WS-ROW-FIG(2) TO WS-LVL-FIG(LVL-IDX 2).
076600     ADD WS-ROW-FIG(3) TO WS-LVL-FIG(LVL-IDX 3).
076700     ADD WS-ROW-FIG(4) TO WS-LVL-FIG(LVL-IDX 4).
076800 2350-EXIT.
076900     EXIT.
077000
077100*****************************************************************
077200*  2400-PRINT-TOTAL.                                           *
077300*    PRINTS THE ROW'S LEVEL (SIGNED AS THE ROW SAYS) AND       *
077400*    CLEARS THAT LEVEL AND EVERY LEVEL BELOW IT FOR THE NEXT   *
077500*    SECTION.  HIGHER LEVELS KEEP RUNNING.                     *
077600*****************************************************************
077700 2400-PRINT-TOTAL.
077800     MOVE WS-LVL-FIG(FR-LEVEL 1) TO WS-ROW-FIG(1).
077900     MOVE WS-LVL-FIG(FR-LEVEL 2) TO WS-ROW-FIG(2).
078000     MOVE WS-LVL-FIG(FR-LEVEL 3) TO WS-ROW-FIG(3).
078100     MOVE WS-LVL-FIG(FR-LEVEL 4) TO WS-ROW-FIG(4).
078200     IF FR-SIGN-MINUS
078300         PERFORM 2340-NEGATE-ONE-FIG THRU 2340-EXIT
078400             VARYING FIG-IDX FROM 1 BY 1
078500             UNTIL FIG-IDX > 4
078600     END-IF.
078700     PERFORM 2800-WRITE-FIGURES THRU 2800-EXIT.
078800     PERFORM 2150-CLEAR-ONE-LEVEL THRU 2150-EXIT
078900         VARYING LVL-IDX FROM 1 BY 1
079000         UNTIL LVL-IDX > FR-LEVEL.
079100 2400-EXIT.
079200     EXIT.
079300
079400*****************************************************************
079500*  2800-WRITE-FIGURES.                                         *
079600*****************************************************************
079700 2800-WRITE-FIGURES.
079800     MOVE SPACES        TO WS-RPT-DETAIL.
079900     MOVE FR-CAPTION    TO WS-DET-CAPTION.
080000     MOVE WS-ROW-FIG(1) TO WS-DET-AMOUNT(1).
080100     MOVE WS-ROW-FIG(2) TO WS-DET-AMOUNT(2).
080200     MOVE WS-ROW-FIG(3) TO WS-DET-AMOUNT(3).
080300     MOVE WS-ROW-FIG(4) TO WS-DET-AMOUNT(4).
080400     WRITE FS-PRINT-LINE FROM WS-RPT-DETAIL.
080500 2800-EXIT.
080600     EXIT.
080700
080800*****************************************************************
080900*  3000-FIND-CODE.                                             *
081000*    FINDS THE WORK CODE'S SLOT ON THE CODE TABLE, OPENING A   *
081100*    NEW ONE THE FIRST TIME A CODE IS SEEN ON ANY INPUT.       *
081200*****************************************************************
081300 3000-FIND-CODE.
081400     MOVE "N" TO WS-FOUND-SW.
081500     MOVE ZERO TO CODE-IDX.
081600     PERFORM 3050-MATCH-ONE-CODE THRU 3050-EXIT
081700         VARYING CODE-SUB FROM 1 BY 1
081800         UNTIL CODE-SUB > WS-CODE-COUNT
081900            OR CODE-IDX > ZERO.
082000     IF CODE-IDX = ZERO
082100         IF WS-CODE-COUNT < 2000
082200             ADD 1 TO WS-CODE-COUNT
082300             MOVE WS-CODE-COUNT TO CODE-IDX
082400             MOVE WS-WORK-CODE-TYPE  TO WS-CD-TYPE(CODE-IDX)
082500             MOVE WS-WORK-CODE-VALUE TO WS-CD-VALUE(CODE-IDX)
082600             MOVE SPACES TO WS-CD-DEBIT(CODE-IDX)
082700             MOVE SPACES TO WS-CD-CREDIT(CODE-IDX)
082800             MOVE ZERO   TO WS-CD-BUDGET(CODE-IDX)
082900             PERFORM 3060-CLEAR-ONE-SLOT THRU 3060-EXIT
083000                 VARYING SLOT-IDX FROM 1 BY 1
083100                 UNTIL SLOT-IDX > 5
083200         ELSE
083300             DISPLAY "FINSTMT1 - MORE THAN 2000 CODES - CODE "
083400                 WS-WORK-CODE-TYPE " " WS-WORK-CODE-VALUE
083500                 " SKIPPED"
083600             MOVE 4 TO RETURN-CODE
083700         END-IF
083800     END-IF.
083900     IF CODE-IDX > ZERO
084000         SET WS-CODE-FOUND TO TRUE
084100     END-IF.
084200 3000-EXIT.
084300     EXIT.
084400
084500*****************************************************************
084600*  3050-MATCH-ONE-CODE.                                        *
084700*****************************************************************
084800 3050-MATCH-ONE-CODE.
084900     IF WS-CD-TYPE(CODE-SUB) = WS-WORK-CODE-TYPE
085000             AND WS-CD-VALUE(CODE-SUB) = WS-WORK-CODE-VALUE
085100         MOVE CODE-SUB TO CODE-IDX
085200     END-IF.
085300 3050-EXIT.
085400     EXIT.
085500
085600*****************************************************************
085700*  3060-CLEAR-ONE-SLOT.                                        *
085800*****************************************************************
085900 3060-CLEAR-ONE-SLOT.
086000     MOVE ZERO TO WS-CD-BALANCE(CODE-IDX SLOT-IDX).
086100     MOVE "N"  TO WS-CD-HAVE-SW(CODE-IDX SLOT-IDX).
086200 3060-EXIT.
086300     EXIT.
086400
086500*****************************************************************
086600*  9000-FINALIZE.                                              *
086700*****************************************************************
086800 9000-FINALIZE.
086900     DISPLAY "FINSTMT1 PERIOD " WS-STMT-PERIOD
087000         " ROWS " WS-ROW-COUNT " REJECTED " WS-ROW-ERRORS.
087100     DISPLAY "FINSTMT1 CODES " WS-CODE-COUNT
087200         " UNMAPPED " WS-UNMAPPED-COUNT
087300         " SNAPSHOTS CUT " WS-SNAP-COUNT
087400         " CARRIED " WS-KEPT-COUNT.
087500     IF WS-ROW-ERRORS > ZERO OR WS-UNMAPPED-COUNT > ZERO
087600         MOVE 4 TO RETURN-CODE
087700     END-IF.
087800     CLOSE STMT-ROWS.
087900     CLOSE STMT-RPT.
088000 9000-EXIT.
088100     EXIT.
