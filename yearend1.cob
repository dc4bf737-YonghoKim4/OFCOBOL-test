002200*                                                               *
002300*  MODIFICATION HISTORY.                                      *
002400*    2026-09-02  DL  ORIGINAL FISCAL YEAR-END CLOSE.            *
002420*    2026-10-15  DL  THE CLOSE IS REFUSED (RC 8, NOTHING DONE)  *
002440*                    WHILE ANY PERIOD OF THE YEAR NOT ALREADY   *
002460*                    CLOSED LACKS A FULLY SIGNED-OFF MONTH-END  *
002480*                    CLOSE CHECKLIST ON CLTASK.                 *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004100     SELECT FY-SUM ASSIGN TO "FYSUM"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT YE-RPT ASSIGN TO "YERPT"
004333         ORGANIZATION IS SEQUENTIAL.
004367     SELECT TASK-FILE ASSIGN TO "CLTASK"
004400         ORGANIZATION IS SEQUENTIAL.
004500
004600 DATA DIVISION.
008000 FD  YE-RPT.
008100 01  YR-PRINT-LINE            PIC X(100).
008200
008225 FD  TASK-FILE.
008250     COPY DLCLTASK.
008275
008300 WORKING-STORAGE SECTION.
008400 01  WS-SWITCHES.
008500     05  WS-REQ-EOF-SW        PIC X(01) VALUE "N".
009000         88  WS-YTD-EOF            VALUE "Y".
009100     05  WS-PERIOD-EOF-SW     PIC X(01) VALUE "N".
009200         88  WS-PERIOD-EOF         VALUE "Y".
009220     05  WS-TASK-EOF-SW       PIC X(01) VALUE "N".
009240         88  WS-TASK-EOF           VALUE "Y".
009260     05  WS-REFUSED-SW        PIC X(01) VALUE "N".
009280         88  WS-CLOSE-REFUSED      VALUE "Y".
009300
009400 01  WS-CLOSE-YEAR            PIC 9(04) VALUE ZERO.
009500 01  WS-NEW-YEAR              PIC 9(04) VALUE ZERO.
010300 01  WS-LOCKED-TABLE.
010400     05  WS-LOCKED-SW OCCURS 12 TIMES
010500                              PIC X(01).
010510
010520*    PER MONTH OF THE CLOSE YEAR - ALREADY CLOSED ON PERDCTL,
010530*    AND THE REQUIRED AND SIGNED-OFF CLOSE TASKS ON CLTASK.
010540 01  WS-CHECKLIST-TABLE.
010550     05  WS-CHECK-ENTRY OCCURS 12 TIMES.
010560         10  WS-CHK-CLOSED-SW PIC X(01).
010570             88  WS-CHK-CLOSED     VALUE "Y".
010580         10  WS-CHK-REQUIRED  PIC 9(03).
010590         10  WS-CHK-SIGNED    PIC 9(03).
010600
010700 01  WS-YEAR-TOTALS.
010800     05  WS-YT-DAYS           PIC 9(05) VALUE ZERO.
015800*****************************************************************
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     EVALUATE TRUE
016200         WHEN WS-REQ-EOF
016300             DISPLAY "YEAREND1 - NO YECLOSE REQUEST - "
016400                 "NOTHING DONE"
016500             MOVE 8 TO RETURN-CODE
016600         WHEN WS-CLOSE-REFUSED
016700             DISPLAY "YEAREND1 - CLOSE CHECKLIST NOT SIGNED "
016800                 "OFF - NOTHING DONE"
016900             MOVE 8 TO RETURN-CODE
017000         WHEN OTHER
017100             PERFORM 2000-ROLL-ONE-PERIOD THRU 2000-EXIT
017114                 UNTIL WS-SUM-EOF
017129             PERFORM 3000-WRITE-YEAR-SUMMARY THRU 3000-EXIT
017143             PERFORM 4000-CUT-OPENING-YTD THRU 4000-EXIT
017157                 UNTIL WS-YTD-EOF
017171             PERFORM 5000-LOCK-PERIODS THRU 5000-EXIT
017186     END-EVALUATE.
017200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
017300     STOP RUN.
017400
018800     END-IF.
018900     CLOSE CLOSE-REQ.
019000     IF WS-REQ-EOF
019014         SET WS-SUM-EOF TO TRUE
019029         SET WS-YTD-EOF TO TRUE
019043         GO TO 1000-EXIT
019057     END-IF.
019071     PERFORM 1200-CHECK-CLOSE-TASKS THRU 1200-EXIT.
019086     IF WS-CLOSE-REFUSED
019100         SET WS-SUM-EOF TO TRUE
019200         SET WS-YTD-EOF TO TRUE
019300         GO TO 1000-EXIT
022000 1100-CLEAR-ONE-LOCK.
022100     MOVE "N" TO WS-LOCKED-SW(MTH-IDX).
022200 1100-EXIT.
022201     EXIT.
022202
022204*****************************************************************
022205*  1200-CHECK-CLOSE-TASKS.                                     *
022206*    EVERY PERIOD OF THE CLOSE YEAR NOT ALREADY CLOSED ON      *
022207*    PERDCTL MUST HAVE A CLOSE CHECKLIST WITH EVERY REQUIRED   *
022208*    TASK SIGNED OFF, OR THE YEAR IS NOT CLOSED.               *
022210*****************************************************************
022211 1200-CHECK-CLOSE-TASKS.
022212     PERFORM 1210-CLEAR-ONE-CHECK THRU 1210-EXIT
022213         VARYING MTH-IDX FROM 1 BY 1
022214         UNTIL MTH-IDX > 12.
022216     OPEN INPUT PERIOD-IN.
022217     READ PERIOD-IN
022218         AT END
022219             SET WS-PERIOD-EOF TO TRUE
022220     END-READ.
022222     PERFORM 1220-NOTE-ONE-PERIOD THRU 1220-EXIT
022223         UNTIL WS-PERIOD-EOF.
022224     CLOSE PERIOD-IN.
022225     MOVE "N" TO WS-PERIOD-EOF-SW.
022227     OPEN INPUT TASK-FILE.
022228     READ TASK-FILE
022229         AT END
022230             SET WS-TASK-EOF TO TRUE
022231     END-READ.
022233     PERFORM 1230-COUNT-ONE-TASK THRU 1230-EXIT
022234         UNTIL WS-TASK-EOF.
022235     CLOSE TASK-FILE.
022236     PERFORM 1240-CHECK-ONE-MONTH THRU 1240-EXIT
022237         VARYING MTH-IDX FROM 1 BY 1
022239         UNTIL MTH-IDX > 12.
022240 1200-EXIT.
022241     EXIT.
022242
022243*****************************************************************
022245*  1210-CLEAR-ONE-CHECK.                                       *
022246*****************************************************************
022247 1210-CLEAR-ONE-CHECK.
022248     MOVE "N"  TO WS-CHK-CLOSED-SW(MTH-IDX).
022249     MOVE ZERO TO WS-CHK-REQUIRED(MTH-IDX).
022251     MOVE ZERO TO WS-CHK-SIGNED(MTH-IDX).
022252 1210-EXIT.
022253     EXIT.
022254
022255*****************************************************************
022257*  1220-NOTE-ONE-PERIOD.                                       *
022258*****************************************************************
022259 1220-NOTE-ONE-PERIOD.
022260     MOVE PD-PERIOD(1:4) TO WS-PERIOD-YEAR.
022261     MOVE PD-PERIOD(5:2) TO MTH-IDX.
022263     IF WS-PERIOD-YEAR = WS-CLOSE-YEAR
022264             AND MTH-IDX >= 1 AND MTH-IDX <= 12
022265             AND PD-PERIOD-CLOSED
022266         MOVE "Y" TO WS-CHK-CLOSED-SW(MTH-IDX)
022267     END-IF.
022269     READ PERIOD-IN
022270         AT END
022271             SET WS-PERIOD-EOF TO TRUE
022272     END-READ.
022273 1220-EXIT.
022275     EXIT.
022276
022277*****************************************************************
022278*  1230-COUNT-ONE-TASK.                                        *
022280*****************************************************************
022281 1230-COUNT-ONE-TASK.
022282     MOVE CK-PERIOD(1:4) TO WS-PERIOD-YEAR.
022283     MOVE CK-PERIOD(5:2) TO MTH-IDX.
022284     IF WS-PERIOD-YEAR = WS-CLOSE-YEAR
022286             AND MTH-IDX >= 1 AND MTH-IDX <= 12
022287             AND CK-REQUIRED
022288         ADD 1 TO WS-CHK-REQUIRED(MTH-IDX)
022289         IF CK-SIGNED
022290             ADD 1 TO WS-CHK-SIGNED(MTH-IDX)
022292         END-IF
022293     END-IF.
022294     READ TASK-FILE
022295         AT END
022296             SET WS-TASK-EOF TO TRUE
022298     END-READ.
022299 1230-EXIT.
022300     EXIT.
022400
022500*****************************************************************
038200*  9000-FINALIZE.                                              *
038300*****************************************************************
038400 9000-FINALIZE.
038500     IF NOT WS-REQ-EOF AND NOT WS-CLOSE-REFUSED
038600         DISPLAY "YEAREND1 YEAR " WS-CLOSE-YEAR
038700             " PERIODS ROLLED: " WS-PERIODS-ROLLED
038800             " LEDGERS RESET: " WS-LEDGERS-RESET
039400     END-IF.
039500 9000-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900*  1240-CHECK-ONE-MONTH.                                       *
040000*****************************************************************
040100 1240-CHECK-ONE-MONTH.
040200     IF WS-CHK-CLOSED(MTH-IDX)
040300         GO TO 1240-EXIT
040400     END-IF.
040500     IF WS-CHK-REQUIRED(MTH-IDX) = ZERO
040600             OR WS-CHK-SIGNED(MTH-IDX) < WS-CHK-REQUIRED(MTH-IDX)
040700         SET WS-CLOSE-REFUSED TO TRUE
040800         COMPUTE WS-WORK-PERIOD =
040900             (WS-CLOSE-YEAR * 100) + MTH-IDX
041000         DISPLAY "YEAREND1 - PERIOD " WS-WORK-PERIOD
041100             " CLOSE TASKS SIGNED OFF: " WS-CHK-SIGNED(MTH-IDX)
041200             " OF " WS-CHK-REQUIRED(MTH-IDX)
041300     END-IF.
041400 1240-EXIT.
041500     EXIT.
