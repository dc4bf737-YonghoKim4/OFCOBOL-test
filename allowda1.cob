000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     ALLOWDA1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    MONTH-END ALLOWANCE FOR DOUBTFUL ACCOUNTS.  AGES EVERY    *
001200*    STANDING ARMAST OPEN ITEM BY DAYS PAST DUE INTO THE SAME  *
001300*    FIVE BUCKETS ARLEDG1 REPORTS, APPLIES THE RESERVE         *
001400*    PERCENTAGE SET FOR EACH BUCKET ON ALWPARM, AND COMPARES   *
001500*    THE REQUIRED ALLOWANCE WITH THE BALANCE CARRIED FROM THE  *
001600*    LAST MONTH END (ALWBALI TO ALWBALO).  ONLY THE DIFFERENCE *
001700*    IS POSTED, AS ONE ALWDBT ADJUSTING LINE ON JRNLFD - AN    *
001800*    INCREASE SIGNED "+", A RELEASE SIGNED "-".  THE PROVISION *
001900*    SCHEDULE ON ALWRPT SHOWS EACH BUCKET'S OPEN AMOUNT, RATE  *
002000*    AND RESERVE SO IT TIES BACK TO THE AGING.  WITHOUT AN     *
002100*    ALWPARM RECORD THE RUN IS REFUSED RATHER THAN RELEASING   *
002200*    THE WHOLE RESERVE.                                        *
002300*                                                              *
002400*  MODIFICATION HISTORY.                                       *
002500*    2026-10-15  DL  ORIGINAL ALLOWANCE RUN.                   *
002525*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON  *
002550*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST    *
002575*                    THROUGH CLSREC01, WITH ITS RETURN CODE.   *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT AR-MAST ASSIGN TO "ARMAST"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT ALW-PARM ASSIGN TO "ALWPARM"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT BAL-IN ASSIGN TO "ALWBALI"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT BAL-OUT ASSIGN TO "ALWBALO"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT JRN-FEED ASSIGN TO "JRNLFD"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT ALW-RPT ASSIGN TO "ALWRPT"
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  AR-MAST.
004600     COPY DLARITEM.
004700
004800 FD  ALW-PARM.
004900     COPY DLALWPRM.
005000
005100 FD  BAL-IN.
005200     COPY DLALWBAL
005300         REPLACING ==AB-ALLOWANCE-BAL-REC== BY ==BI-BAL-REC==
005400                   ==AB-PERIOD-DATE==       BY ==BI-PERIOD-DATE==
005500                   ==AB-ALLOWANCE==         BY ==BI-ALLOWANCE==.
005600
005700 FD  BAL-OUT.
005800     COPY DLALWBAL.
005900
006000 FD  JRN-FEED.
006100     COPY DLJRNFD.
006200
006300 FD  ALW-RPT.
006400 01  AW-PRINT-LINE            PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-SWITCHES.
006800     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
006900         88  WS-AR-EOF             VALUE "Y".
007000     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
007100         88  WS-PARM-EOF           VALUE "Y".
007200     05  WS-BAL-EOF-SW        PIC X(01) VALUE "N".
007300         88  WS-BAL-EOF            VALUE "Y".
007400     05  WS-REFUSED-SW        PIC X(01) VALUE "N".
007500         88  WS-RUN-REFUSED        VALUE "Y".
007600
007700 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
007800 01  WS-AGE-DAYS              PIC S9(07) VALUE ZERO.
007900 01  BKT-IDX                  PIC 9(01) VALUE ZERO.
008000 01  WS-OPEN-ITEM-COUNT       PIC 9(07) VALUE ZERO.
008100 01  WS-PRIOR-PERIOD          PIC 9(08) VALUE ZERO.
008200 01  WS-PRIOR-ALLOWANCE       PIC 9(11) VALUE ZERO.
008300 01  WS-REQUIRED-ALLOWANCE    PIC 9(11) VALUE ZERO.
008400 01  WS-TOTAL-OPEN            PIC 9(11) VALUE ZERO.
008500 01  WS-ADJUSTMENT            PIC S9(11) VALUE ZERO.
008600
008700 01  WS-BUCKET-TABLE.
008800     05  WS-BUCKET-ENTRY OCCURS 5 TIMES.
008900         10  WS-BKT-LABEL     PIC X(12).
009000         10  WS-BKT-COUNT     PIC 9(07).
009100         10  WS-BKT-OPEN      PIC 9(11).
009200         10  WS-BKT-PCT       PIC 9(03)V99.
009300         10  WS-BKT-RESERVE   PIC 9(11).
009400
009500 01  WS-RPT-HEADER.
009600     05  FILLER               PIC X(44) VALUE
009700         "ALLOWANCE FOR DOUBTFUL ACCOUNTS  PERIOD END ".
009800     05  WS-RPH-DATE          PIC 9(08).
009900
010000 01  WS-RPT-COLUMNS.
010100     05  FILLER               PIC X(14) VALUE "DAYS PAST DUE ".
010200     05  FILLER               PIC X(09) VALUE "    ITEMS".
010300     05  FILLER               PIC X(15) VALUE
010400         "    OPEN AMOUNT".
010500     05  FILLER               PIC X(09) VALUE "   RATE %".
010600     05  FILLER               PIC X(15) VALUE
010700         "        RESERVE".
010800
010900 01  WS-RPT-DETAIL.
011000     05  WS-RPD-LABEL         PIC X(12).
011100     05  FILLER               PIC X(02) VALUE SPACES.
011200     05  WS-RPD-COUNT         PIC Z(08)9.
011300     05  WS-RPD-OPEN          PIC Z(14)9.
011400     05  WS-RPD-PCT           PIC Z(05)9.99.
011500     05  WS-RPD-RESERVE       PIC Z(14)9.
011600
011700 01  WS-RPT-AMOUNT-LINE.
011800     05  WS-RPA-LABEL         PIC X(34).
011900     05  WS-RPA-SIGN          PIC X(01).
012000     05  WS-RPA-AMOUNT        PIC Z(14)9.
012100
012133     COPY DLCLNOTE.
012166
012200 PROCEDURE DIVISION.
012300*****************************************************************
012400*  0000-MAINLINE.                                              *
012500*****************************************************************
012600 0000-MAINLINE.
012700     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
012800     PERFORM 0100-LOAD-RATES THRU 0100-EXIT.
012900     IF WS-RUN-REFUSED
013000         DISPLAY "ALLOWDA1 - NO ALWPARM RESERVE RATES - REFUSED"
013100         MOVE 8 TO RETURN-CODE
013200     ELSE
013300         PERFORM 1000-INITIALIZE THRU 1000-EXIT
013400         PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
013500             UNTIL WS-AR-EOF
013600         PERFORM 3000-PRINT-ONE-BUCKET THRU 3000-EXIT
013700             VARYING BKT-IDX FROM 1 BY 1
013800             UNTIL BKT-IDX > 5
013900         PERFORM 4000-POST-ADJUSTMENT THRU 4000-EXIT
014000         PERFORM 9000-FINALIZE THRU 9000-EXIT
014100     END-IF.
014200     STOP RUN.
014300
014400*****************************************************************
014500*  0100-LOAD-RATES.                                            *
014600*    THE RESERVE RATES ARE A CONTROLLER DECISION, SO THERE IS  *
014700*    NO DEFAULT - A MISSING RECORD REFUSES THE RUN.            *
014800*****************************************************************
014900 0100-LOAD-RATES.
015000     OPEN INPUT ALW-PARM.
015100     READ ALW-PARM
015200         AT END
015300             SET WS-PARM-EOF TO TRUE
015400     END-READ.
015500     IF WS-PARM-EOF
015600         SET WS-RUN-REFUSED TO TRUE
015700     ELSE
015800         PERFORM 0150-TAKE-ONE-RATE THRU 0150-EXIT
015900             VARYING BKT-IDX FROM 1 BY 1
016000             UNTIL BKT-IDX > 5
016100     END-IF.
016200     CLOSE ALW-PARM.
016300 0100-EXIT.
016400     EXIT.
016500
016600*****************************************************************
016700*  0150-TAKE-ONE-RATE.                                         *
016800*****************************************************************
016900 0150-TAKE-ONE-RATE.
017000     MOVE AP-RESERVE-PCT(BKT-IDX) TO WS-BKT-PCT(BKT-IDX).
017100     MOVE ZERO TO WS-BKT-COUNT(BKT-IDX).
017200     MOVE ZERO TO WS-BKT-OPEN(BKT-IDX).
017300     MOVE ZERO TO WS-BKT-RESERVE(BKT-IDX).
017400 0150-EXIT.
017500     EXIT.
017600
017700*****************************************************************
017800*  1000-INITIALIZE.                                            *
017900*    AN EMPTY ALWBALI IS THE FIRST MONTH END - NO RESERVE YET. *
018000*****************************************************************
018100 1000-INITIALIZE.
018200     MOVE "CURRENT     " TO WS-BKT-LABEL(1).
018300     MOVE "1-30        " TO WS-BKT-LABEL(2).
018400     MOVE "31-60       " TO WS-BKT-LABEL(3).
018500     MOVE "61-90       " TO WS-BKT-LABEL(4).
018600     MOVE "OVER 90     " TO WS-BKT-LABEL(5).
018700     OPEN INPUT BAL-IN.
018800     READ BAL-IN
018900         AT END
019000             SET WS-BAL-EOF TO TRUE
019100     END-READ.
019200     IF NOT WS-BAL-EOF
019300         MOVE BI-PERIOD-DATE TO WS-PRIOR-PERIOD
019400         MOVE BI-ALLOWANCE   TO WS-PRIOR-ALLOWANCE
019500     END-IF.
019600     CLOSE BAL-IN.
019700     OPEN INPUT AR-MAST.
019800     OPEN OUTPUT BAL-OUT.
019900     OPEN OUTPUT ALW-RPT.
020000     OPEN EXTEND JRN-FEED.
020100     MOVE WS-PROCESS-DATE TO WS-RPH-DATE.
020200     WRITE AW-PRINT-LINE FROM WS-RPT-HEADER.
020300     WRITE AW-PRINT-LINE FROM WS-RPT-COLUMNS.
020400     READ AR-MAST
020500         AT END
020600             SET WS-AR-EOF TO TRUE
020700     END-READ.
020800 1000-EXIT.
020900     EXIT.
021000
021100*****************************************************************
021200*  2000-AGE-ONE-ITEM.                                          *
021300*    SAME BUCKETS AS THE ARLEDG1 AGING - AN ITEM NOT YET DUE,  *
021400*    OR NEVER STAMPED WITH A DUE DATE, IS CURRENT.             *
021500*****************************************************************
021600 2000-AGE-ONE-ITEM.
021700     IF AR-SETTLED
021800             OR AR-OPEN-AMOUNT NOT > ZERO
021900         GO TO 2000-NEXT
022000     END-IF.
022100     ADD 1 TO WS-OPEN-ITEM-COUNT.
022200     IF AR-DUE-DATE = ZERO
022300         MOVE ZERO TO WS-AGE-DAYS
022400     ELSE
022500         COMPUTE WS-AGE-DAYS =
022600             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
022700             - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
022800     END-IF.
022900     EVALUATE TRUE
023000         WHEN WS-AGE-DAYS <= 0
023100             MOVE 1 TO BKT-IDX
023200         WHEN WS-AGE-DAYS <= 30
023300             MOVE 2 TO BKT-IDX
023400         WHEN WS-AGE-DAYS <= 60
023500             MOVE 3 TO BKT-IDX
023600         WHEN WS-AGE-DAYS <= 90
023700             MOVE 4 TO BKT-IDX
023800         WHEN OTHER
023900             MOVE 5 TO BKT-IDX
024000     END-EVALUATE.
024100     ADD 1 TO WS-BKT-COUNT(BKT-IDX).
024200     ADD AR-OPEN-AMOUNT TO WS-BKT-OPEN(BKT-IDX).
024300 2000-NEXT.
024400     READ AR-MAST
024500         AT END
024600             SET WS-AR-EOF TO TRUE
024700     END-READ.
024800 2000-EXIT.
024900     EXIT.
025000
025100*****************************************************************
025200*  3000-PRINT-ONE-BUCKET.                                      *
025300*    RESERVE IS STRUCK PER BUCKET AND ROUNDED TO WHOLE UNITS,  *
025400*    SO THE SCHEDULE FOOTS TO THE REQUIRED ALLOWANCE.          *
025500*****************************************************************
025600 3000-PRINT-ONE-BUCKET.
025700     COMPUTE WS-BKT-RESERVE(BKT-IDX) ROUNDED =
025800         WS-BKT-OPEN(BKT-IDX) * WS-BKT-PCT(BKT-IDX) / 100.
025900     ADD WS-BKT-OPEN(BKT-IDX)    TO WS-TOTAL-OPEN.
026000     ADD WS-BKT-RESERVE(BKT-IDX) TO WS-REQUIRED-ALLOWANCE.
026100     MOVE WS-BKT-LABEL(BKT-IDX)   TO WS-RPD-LABEL.
026200     MOVE WS-BKT-COUNT(BKT-IDX)   TO WS-RPD-COUNT.
026300     MOVE WS-BKT-OPEN(BKT-IDX)    TO WS-RPD-OPEN.
026400     MOVE WS-BKT-PCT(BKT-IDX)     TO WS-RPD-PCT.
026500     MOVE WS-BKT-RESERVE(BKT-IDX) TO WS-RPD-RESERVE.
026600     WRITE AW-PRINT-LINE FROM WS-RPT-DETAIL.
026700 3000-EXIT.
026800     EXIT.
026900
027000*****************************************************************
027100*  4000-POST-ADJUSTMENT.                                       *
027200*    ONLY THE MOVEMENT AGAINST LAST MONTH'S RESERVE IS POSTED. *
027300*    A RESERVE THAT DID NOT MOVE POSTS NOTHING.                *
027400*****************************************************************
027500 4000-POST-ADJUSTMENT.
027600     MOVE "TOTAL       "         TO WS-RPD-LABEL.
027700     MOVE WS-OPEN-ITEM-COUNT     TO WS-RPD-COUNT.
027800     MOVE WS-TOTAL-OPEN          TO WS-RPD-OPEN.
027900     MOVE ZERO                   TO WS-RPD-PCT.
028000     MOVE WS-REQUIRED-ALLOWANCE  TO WS-RPD-RESERVE.
028100     WRITE AW-PRINT-LINE FROM WS-RPT-DETAIL.
028200     COMPUTE WS-ADJUSTMENT =
028300         WS-REQUIRED-ALLOWANCE - WS-PRIOR-ALLOWANCE.
028400     MOVE "REQUIRED ALLOWANCE"    TO WS-RPA-LABEL.
028500     MOVE SPACE                   TO WS-RPA-SIGN.
028600     MOVE WS-REQUIRED-ALLOWANCE   TO WS-RPA-AMOUNT.
028700     WRITE AW-PRINT-LINE FROM WS-RPT-AMOUNT-LINE.
028800     MOVE SPACES                  TO WS-RPA-LABEL.
028900     STRING "BALANCE CARRIED FROM " DELIMITED BY SIZE
029000            WS-PRIOR-PERIOD         DELIMITED BY SIZE
029100         INTO WS-RPA-LABEL
029200     END-STRING.
029300     MOVE WS-PRIOR-ALLOWANCE      TO WS-RPA-AMOUNT.
029400     WRITE AW-PRINT-LINE FROM WS-RPT-AMOUNT-LINE.
029500     IF WS-ADJUSTMENT < ZERO
029600         MOVE "RELEASE POSTED (ALWDBT)" TO WS-RPA-LABEL
029700         MOVE "-"                 TO WS-RPA-SIGN
029800         MOVE "-"                 TO JF-AMOUNT-SIGN
029900     ELSE
030000         MOVE "INCREASE POSTED (ALWDBT)" TO WS-RPA-LABEL
030100         MOVE "+"                 TO WS-RPA-SIGN
030200         MOVE "+"                 TO JF-AMOUNT-SIGN
030300     END-IF.
030400     MOVE WS-ADJUSTMENT           TO WS-RPA-AMOUNT.
030500     WRITE AW-PRINT-LINE FROM WS-RPT-AMOUNT-LINE.
030600     IF WS-ADJUSTMENT NOT = ZERO
030700         MOVE "ALLOWDA1"          TO JF-SOURCE-PROGRAM
030800         MOVE SPACES              TO JF-TRANS-KEY
030900         MOVE "ALWDBT"            TO JF-TRANS-KEY(1:6)
031000         MOVE WS-ADJUSTMENT       TO JF-AMOUNT
031100         MOVE SPACES              TO JF-CURRENCY-CODE
031200         MOVE WS-PROCESS-DATE     TO JF-RUN-DATE
031300         WRITE JF-JOURNAL-REC
031400     END-IF.
031500     MOVE WS-PROCESS-DATE         TO AB-PERIOD-DATE.
031600     MOVE WS-REQUIRED-ALLOWANCE   TO AB-ALLOWANCE.
031700     WRITE AB-ALLOWANCE-BAL-REC.
031800 4000-EXIT.
031900     EXIT.
032000
032100*****************************************************************
032200*  9000-FINALIZE.                                              *
032300*****************************************************************
032400 9000-FINALIZE.
032500     DISPLAY "ALLOWDA1 OPEN ITEMS: " WS-OPEN-ITEM-COUNT
032600         " REQUIRED: " WS-REQUIRED-ALLOWANCE
032700         " PRIOR: " WS-PRIOR-ALLOWANCE
032800         " ADJUSTMENT: " WS-ADJUSTMENT.
032900     CLOSE AR-MAST.
033000     CLOSE BAL-OUT.
033100     CLOSE ALW-RPT.
033200     CLOSE JRN-FEED.
033220     MOVE "ALLOWDA1" TO CL-PROGRAM.
033240     MOVE WS-PROCESS-DATE(1:6) TO CL-PERIOD.
033260     MOVE RETURN-CODE TO CL-RUN-RC.
033280     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
033300 9000-EXIT.
033400     EXIT.
