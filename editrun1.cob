002100*                                                               *
002200*  MODIFICATION HISTORY.                                      *
002300*    2026-09-02  DL  ORIGINAL EDIT-ONLY PASS.                   *
002311*    2026-10-15  DL  THE BUDGET AVAILABILITY CHECK ADD01        *
002322*                    WILL APPLY TONIGHT, THROUGH THE SAME       *
002333*                    BUDCHK01 ROUTINE - A BLOCKED RECORD IS     *
002344*                    DIAGNOSED WITH THE SAME BUDG REASON, AND   *
002356*                    WARNINGS AND BLOCKS GO ON THE BUDOVRRG     *
002367*                    REGISTER UNDER THIS PASS'S NAME.  THE      *
002378*                    BUDGET YEAR-TO-DATE IS READ, NEVER         *
002389*                    CARRIED FORWARD.                           *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
009200 01  WS-EXPECTED-LINES        PIC 9(04) VALUE ZERO.
009300 01  PER-IDX                  PIC 9(02) VALUE ZERO.
009400
009433     COPY DLBUDCHK.
009467
009500 01  WS-CODE1-LOW             PIC 9(04) VALUE 0001.
009600 01  WS-CODE1-HIGH            PIC 9(04) VALUE 9999.
009700 01  WS-CODE2-LOW             PIC 9(04) VALUE 0001.
015200     PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
015300         UNTIL WS-PERIOD-EOF.
015400     CLOSE PERIOD-CTL.
015420     MOVE "L"             TO BA-FUNCTION.
015440     MOVE "EDITRUN1"      TO BA-PROGRAM.
015460     MOVE WS-PROCESS-DATE TO BA-RUN-DATE.
015480     CALL "BUDCHK01" USING BA-BUDGET-CHECK.
015500     OPEN INPUT ACCT-MAST.
015600     OPEN INPUT CODE-TRANS.
015700     OPEN INPUT M4-DTL.
023400             PERFORM 8000-WRITE-DIAGNOSTIC THRU 8000-EXIT
023500         END-IF
023600     END-IF.
023625     IF WS-ACCT-FOUND AND AM-ACTIVE
023650         PERFORM 2200-CHECK-BUDGET THRU 2200-EXIT
023675     END-IF.
023700 2000-NEXT.
023800     READ CODE-TRANS
023900         AT END
026900         SET WS-PERIOD-CLOSED TO TRUE
027000     END-IF.
027100 2150-EXIT.
027103     EXIT.
027106
027109*****************************************************************
027112*  2200-CHECK-BUDGET.                                          *
027115*    THE SAME BUDCHK01 CHECK ADD01 RUNS TONIGHT.  A RECORD     *
027118*    THAT WOULD PASS THE CHECK IS COUNTED AGAINST ITS BUDGET   *
027121*    LINES FOR THE REST OF THIS PASS, SO THE DAY'S RECORDS     *
027124*    ARE CHECKED CUMULATIVELY THE WAY THE NIGHT WILL POST      *
027126*    THEM.                                                     *
027129*****************************************************************
027132 2200-CHECK-BUDGET.
027135     MOVE "C"            TO BA-FUNCTION.
027138     MOVE CT-TRANS-KEY   TO BA-TRANS-KEY.
027141     MOVE CT-LEDGER-CODE TO BA-LEDGER-CODE.
027144     MOVE B-CODE1        TO BA-CODE-VALUE(1).
027147     MOVE B-CODE2        TO BA-CODE-VALUE(2).
027150     MOVE B-CODE3        TO BA-CODE-VALUE(3).
027153     IF CT-TRANS-KEY(11:2) = "TO"
027156         MOVE "Y" TO BA-EXEMPT-SW
027159     ELSE
027162         MOVE "N" TO BA-EXEMPT-SW
027165     END-IF.
027168     CALL "BUDCHK01" USING BA-BUDGET-CHECK.
027171     IF BA-OVER-BLOCKED
027174         MOVE "BUDG" TO DL-EXC-REASON-CODE
027176         MOVE "BUDGET - YTD WOULD EXCEED BUDMAST AMOUNT"
027179             TO DL-EXC-REASON-TEXT
027182         PERFORM 8000-WRITE-DIAGNOSTIC THRU 8000-EXIT
027185     ELSE
027188         MOVE "P" TO BA-FUNCTION
027191         CALL "BUDCHK01" USING BA-BUDGET-CHECK
027194     END-IF.
027197 2200-EXIT.
027200     EXIT.
027300
027400*****************************************************************
037700     DISPLAY "EDITRUN1 TRANSACTIONS CHECKED: " WS-CT-READ
037800         " ORDER RECORDS: " WS-M4-READ
037900         " DIAGNOSTICS: " WS-EXCEPTION-COUNT.
037933     DISPLAY "EDITRUN1 OVER-BUDGET WARNINGS: " BA-WARN-COUNT
037967         " BLOCKS: " BA-BLOCK-COUNT.
038000     IF WS-EXCEPTION-COUNT > ZERO
038100         MOVE 4 TO RETURN-CODE
038200     END-IF.
038400     CLOSE M4-DTL.
038500     CLOSE ACCT-MAST.
038600     CLOSE EDIT-EXCP.
038625     MOVE "F" TO BA-FUNCTION.
038650     SET BA-YTD-OUT-NONE TO TRUE.
038675     CALL "BUDCHK01" USING BA-BUDGET-CHECK.
038700 9000-EXIT.
038800     EXIT.
