000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     DEPLEDG1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    CUSTOMER DEPOSIT LEDGER POSTING.  CARRIES THE DEPMSTI     *
001200*    DEPOSIT MASTER FORWARD TO DEPMSTO: EVERY PREPAYMENT       *
001300*    CASHAPP1 TOOK TO DEPOSIT TODAY (DEPRCPT, IN THE CSHRCPT   *
001400*    LAYOUT) ADDS TO THE CUSTOMER'S BALANCE, OPENING A NEW     *
001500*    DEPOSIT ACCOUNT FOR A FIRST PREPAYMENT, AND EVERY DRAW    *
001600*    THE BILLING RUN MADE AGAINST A NEW INVOICE (DEPADJ, IN    *
001700*    THE ARADJ LAYOUT) COMES OFF IT.  RUNS AFTER BOTH CASHAPP1 *
001800*    AND INVOICE1.  EVERY POSTING LANDS ON THE DEPREG          *
001900*    REGISTER WITH THE DAY'S TOTALS AND THE CLOSING DEPOSIT    *
002000*    LIABILITY; A DRAW THAT NAMES NO DEPOSIT, OR MORE THAN IS  *
002100*    ON IT, IS REPORTED AND LEFT OFF THE LEDGER.               *
002200*                                                              *
002300*  MODIFICATION HISTORY.                                       *
002400*    2026-10-15  DL  ORIGINAL DEPOSIT LEDGER POSTING.          *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEP-IN ASSIGN TO "DEPMSTI"
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT DEP-OUT ASSIGN TO "DEPMSTO"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT DEP-RCPT ASSIGN TO "DEPRCPT"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT DEP-ADJ ASSIGN TO "DEPADJ"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT DEP-REG ASSIGN TO "DEPREG"
003800         ORGANIZATION IS SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DEP-IN.
004300     COPY DLDEPMST
004400         REPLACING ==DP-DEPOSIT-REC==    BY ==MI-DEPOSIT-REC==
004500                   ==DP-ACCOUNT-CODE==   BY ==MI-ACCOUNT-CODE==
004600                   ==DP-BALANCE==        BY ==MI-BALANCE==
004700                   ==DP-TOTAL-RECEIVED== BY ==MI-TOTAL-RECEIVED==
004800                   ==DP-TOTAL-APPLIED==  BY ==MI-TOTAL-APPLIED==
004900                   ==DP-OPEN-DATE==      BY ==MI-OPEN-DATE==
005000                   ==DP-LAST-RECEIPT==   BY ==MI-LAST-RECEIPT==
005100                   ==DP-LAST-APPLIED==   BY ==MI-LAST-APPLIED==.
005200
005300 FD  DEP-OUT.
005400     COPY DLDEPMST.
005500
005600 FD  DEP-RCPT.
005700     COPY DLCSHRCP.
005800
005900 FD  DEP-ADJ.
006000     COPY DLARADJ.
006100
006200 FD  DEP-REG.
006300 01  RG-PRINT-LINE            PIC X(120).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-SWITCHES.
006700     05  WS-MIN-EOF-SW        PIC X(01) VALUE "N".
006800         88  WS-MIN-EOF            VALUE "Y".
006900     05  WS-RCPT-EOF-SW       PIC X(01) VALUE "N".
007000         88  WS-RCPT-EOF           VALUE "Y".
007100     05  WS-ADJ-EOF-SW        PIC X(01) VALUE "N".
007200         88  WS-ADJ-EOF            VALUE "Y".
007300
007400 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
007500 01  WS-POST-DATE             PIC 9(08) VALUE ZERO.
007600 01  WS-POST-ACCOUNT          PIC X(06) VALUE SPACES.
007700 01  MST-IDX                  PIC 9(04) VALUE ZERO.
007800 01  MST-SUB                  PIC 9(04) VALUE ZERO.
007900
008000 01  WS-RECEIPT-COUNT         PIC 9(05) VALUE ZERO.
008100 01  WS-RECEIPT-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
008200 01  WS-DRAW-COUNT            PIC 9(05) VALUE ZERO.
008300 01  WS-DRAW-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
008400 01  WS-OPENED-COUNT          PIC 9(05) VALUE ZERO.
008500 01  WS-LIABILITY-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
008600 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
008700
008800 01  WS-MAST-COUNT            PIC 9(04) VALUE ZERO.
008900 01  WS-MAST-TABLE.
009000     05  WS-MAST-ENTRY OCCURS 1 TO 5000 TIMES
009100             DEPENDING ON WS-MAST-COUNT.
009200         10  WS-MST-IMAGE     PIC X(63).
009300         10  WS-MST-ACCOUNT   PIC X(06).
009400
009500 01  WS-REG-HEADER.
009600     05  FILLER               PIC X(36) VALUE
009700         "DEPOSIT LEDGER POSTINGS  RUN DATE ".
009800     05  WS-RGH-DATE          PIC 9(08).
009900
010000 01  WS-REG-COLUMNS.
010100     05  FILLER               PIC X(10) VALUE "POSTING   ".
010200     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
010300     05  FILLER               PIC X(12) VALUE "REFERENCE   ".
010400     05  FILLER               PIC X(10) VALUE "DATE      ".
010500     05  FILLER               PIC X(13) VALUE "       AMOUNT".
010600     05  FILLER               PIC X(15) VALUE "    NEW BALANCE".
010700
010800 01  WS-REG-DETAIL.
010900     05  WS-RGD-POSTING       PIC X(08).
011000     05  FILLER               PIC X(02) VALUE SPACES.
011100     05  WS-RGD-ACCOUNT       PIC X(06).
011200     05  FILLER               PIC X(02) VALUE SPACES.
011300     05  WS-RGD-REFERENCE     PIC X(10).
011400     05  FILLER               PIC X(02) VALUE SPACES.
011500     05  WS-RGD-DATE          PIC 9(08).
011600     05  FILLER               PIC X(02) VALUE SPACES.
011700     05  WS-RGD-AMOUNT        PIC Z(09)9.99.
011800     05  FILLER               PIC X(02) VALUE SPACES.
011900     05  WS-RGD-BALANCE       PIC Z(09)9.99.
012000
012100 01  WS-REG-TRAILER.
012200     05  FILLER               PIC X(09) VALUE "RECEIPTS ".
012300     05  WS-RGT-RECEIPTS      PIC Z(04)9.
012400     05  FILLER               PIC X(01) VALUE SPACE.
012500     05  WS-RGT-RECEIVED      PIC Z(10)9.99.
012600     05  FILLER               PIC X(09) VALUE "  DRAWS  ".
012700     05  WS-RGT-DRAWS         PIC Z(04)9.
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  WS-RGT-DRAWN         PIC Z(10)9.99.
013000     05  FILLER               PIC X(13) VALUE "  LIABILITY  ".
013100     05  WS-RGT-LIABILITY     PIC Z(10)9.99.
013200
013300 PROCEDURE DIVISION.
013400*****************************************************************
013500*  0000-MAINLINE.                                              *
013600*****************************************************************
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     PERFORM 2000-POST-ONE-RECEIPT THRU 2000-EXIT
014000         UNTIL WS-RCPT-EOF.
014100     PERFORM 3000-POST-ONE-DRAW THRU 3000-EXIT
014200         UNTIL WS-ADJ-EOF.
014300     PERFORM 4000-WRITE-ONE-DEPOSIT THRU 4000-EXIT
014400         VARYING MST-IDX FROM 1 BY 1
014500         UNTIL MST-IDX > WS-MAST-COUNT.
014600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
014700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
014800     STOP RUN.
014900
015000*****************************************************************
015100*  1000-INITIALIZE.                                            *
015200*****************************************************************
015300 1000-INITIALIZE.
015400     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
015500     OPEN INPUT DEP-IN.
015600     READ DEP-IN
015700         AT END
015800             SET WS-MIN-EOF TO TRUE
015900     END-READ.
016000     PERFORM 1100-LOAD-ONE-DEPOSIT THRU 1100-EXIT
016100         UNTIL WS-MIN-EOF.
016200     CLOSE DEP-IN.
016300     OPEN INPUT DEP-RCPT.
016400     OPEN INPUT DEP-ADJ.
016500     OPEN OUTPUT DEP-OUT.
016600     OPEN OUTPUT DEP-REG.
016700     MOVE WS-PROCESS-DATE TO WS-RGH-DATE.
016800     WRITE RG-PRINT-LINE FROM WS-REG-HEADER.
016900     WRITE RG-PRINT-LINE FROM WS-REG-COLUMNS.
017000     READ DEP-RCPT
017100         AT END
017200             SET WS-RCPT-EOF TO TRUE
017300     END-READ.
017400     READ DEP-ADJ
017500         AT END
017600             SET WS-ADJ-EOF TO TRUE
017700     END-READ.
017800 1000-EXIT.
017900     EXIT.
018000
018100*****************************************************************
018200*  1100-LOAD-ONE-DEPOSIT.                                      *
018300*****************************************************************
018400 1100-LOAD-ONE-DEPOSIT.
018500     IF WS-MAST-COUNT < 5000
018600         ADD 1 TO WS-MAST-COUNT
018700         MOVE MI-DEPOSIT-REC  TO WS-MST-IMAGE(WS-MAST-COUNT)
018800         MOVE MI-ACCOUNT-CODE TO WS-MST-ACCOUNT(WS-MAST-COUNT)
018900     ELSE
019000         DISPLAY "DEPLEDG1 - DEPOSIT TABLE FULL"
019100         ADD 1 TO WS-ERROR-COUNT
019200     END-IF.
019300     READ DEP-IN
019400         AT END
019500             SET WS-MIN-EOF TO TRUE
019600     END-READ.
019700 1100-EXIT.
019800     EXIT.
019900
020000*****************************************************************
020100*  2000-POST-ONE-RECEIPT.                                      *
020200*    A CUSTOMER'S FIRST PREPAYMENT OPENS A DEPOSIT ACCOUNT     *
020300*    DATED FROM THE RECEIPT.                                   *
020400*****************************************************************
020500 2000-POST-ONE-RECEIPT.
020600     IF RC-AMOUNT = ZERO
020700         GO TO 2000-NEXT
020800     END-IF.
020900     MOVE RC-ACCOUNT(1:6) TO WS-POST-ACCOUNT.
021000     IF RC-RECEIPT-DATE = ZERO
021100         MOVE WS-PROCESS-DATE TO WS-POST-DATE
021200     ELSE
021300         MOVE RC-RECEIPT-DATE TO WS-POST-DATE
021400     END-IF.
021500     MOVE ZERO TO MST-IDX.
021600     PERFORM 2050-MATCH-ONE-DEPOSIT THRU 2050-EXIT
021700         VARYING MST-SUB FROM 1 BY 1
021800         UNTIL MST-SUB > WS-MAST-COUNT
021900            OR MST-IDX > ZERO.
022000     IF MST-IDX = ZERO
022100         IF WS-MAST-COUNT < 5000
022200             ADD 1 TO WS-MAST-COUNT
022300             MOVE WS-MAST-COUNT TO MST-IDX
022400             MOVE WS-POST-ACCOUNT TO DP-ACCOUNT-CODE
022500             MOVE ZERO            TO DP-BALANCE
022600             MOVE ZERO            TO DP-TOTAL-RECEIVED
022700             MOVE ZERO            TO DP-TOTAL-APPLIED
022800             MOVE WS-POST-DATE    TO DP-OPEN-DATE
022900             MOVE ZERO            TO DP-LAST-RECEIPT
023000             MOVE ZERO            TO DP-LAST-APPLIED
023100             MOVE DP-DEPOSIT-REC  TO WS-MST-IMAGE(MST-IDX)
023200             MOVE WS-POST-ACCOUNT TO WS-MST-ACCOUNT(MST-IDX)
023300             ADD 1 TO WS-OPENED-COUNT
023400         ELSE
023500             DISPLAY "DEPLEDG1 - DEPOSIT TABLE FULL - RECEIPT "
023600                 RC-RECEIPT-ID " SKIPPED"
023700             ADD 1 TO WS-ERROR-COUNT
023800             GO TO 2000-NEXT
023900         END-IF
024000     END-IF.
024100     MOVE WS-MST-IMAGE(MST-IDX) TO DP-DEPOSIT-REC.
024200     ADD RC-AMOUNT TO DP-BALANCE.
024300     ADD RC-AMOUNT TO DP-TOTAL-RECEIVED.
024400     MOVE WS-POST-DATE TO DP-LAST-RECEIPT.
024500     MOVE DP-DEPOSIT-REC TO WS-MST-IMAGE(MST-IDX).
024600     ADD 1 TO WS-RECEIPT-COUNT.
024700     ADD RC-AMOUNT TO WS-RECEIPT-TOTAL.
024800     MOVE "RECEIPT "      TO WS-RGD-POSTING.
024900     MOVE RC-RECEIPT-ID   TO WS-RGD-REFERENCE.
025000     MOVE RC-AMOUNT       TO WS-RGD-AMOUNT.
025100     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
025200 2000-NEXT.
025300     READ DEP-RCPT
025400         AT END
025500             SET WS-RCPT-EOF TO TRUE
025600     END-READ.
025700 2000-EXIT.
025800     EXIT.
025900
026000*****************************************************************
026100*  2050-MATCH-ONE-DEPOSIT.                                     *
026200*****************************************************************
026300 2050-MATCH-ONE-DEPOSIT.
026400     IF WS-MST-ACCOUNT(MST-SUB) = WS-POST-ACCOUNT
026500         MOVE MST-SUB TO MST-IDX
026600     END-IF.
026700 2050-EXIT.
026800     EXIT.
026900
027000*****************************************************************
027100*  3000-POST-ONE-DRAW.                                         *
027200*    THE BILLING RUN NEVER DRAWS MORE THAN WAS ON DEPOSIT, SO  *
027300*    A DRAW THAT FINDS NO DEPOSIT, OR TOO LITTLE, MEANS THE    *
027400*    MASTER AND THE DRAWS ARE OUT OF STEP - REPORTED, NOT      *
027500*    POSTED.                                                   *
027600*****************************************************************
027700 3000-POST-ONE-DRAW.
027800     IF AJ-CREDIT-AMOUNT = ZERO
027900         GO TO 3000-NEXT
028000     END-IF.
028100     MOVE AJ-ACCOUNT-CODE TO WS-POST-ACCOUNT.
028200     IF AJ-ADJ-DATE = ZERO
028300         MOVE WS-PROCESS-DATE TO WS-POST-DATE
028400     ELSE
028500         MOVE AJ-ADJ-DATE     TO WS-POST-DATE
028600     END-IF.
028700     MOVE ZERO TO MST-IDX.
028800     PERFORM 2050-MATCH-ONE-DEPOSIT THRU 2050-EXIT
028900         VARYING MST-SUB FROM 1 BY 1
029000         UNTIL MST-SUB > WS-MAST-COUNT
029100            OR MST-IDX > ZERO.
029200     IF MST-IDX = ZERO
029300         DISPLAY "DEPLEDG1 - ACCOUNT " AJ-ACCOUNT-CODE
029400             " HAS NO DEPOSIT - INVOICE " AJ-INVOICE-NO
029500             " SKIPPED"
029600         ADD 1 TO WS-ERROR-COUNT
029700         GO TO 3000-NEXT
029800     END-IF.
029900     MOVE WS-MST-IMAGE(MST-IDX) TO DP-DEPOSIT-REC.
030000     IF AJ-CREDIT-AMOUNT > DP-BALANCE
030100         DISPLAY "DEPLEDG1 - ACCOUNT " AJ-ACCOUNT-CODE
030200             " DRAW EXCEEDS DEPOSIT - INVOICE " AJ-INVOICE-NO
030300             " SKIPPED"
030400         ADD 1 TO WS-ERROR-COUNT
030500         GO TO 3000-NEXT
030600     END-IF.
030700     SUBTRACT AJ-CREDIT-AMOUNT FROM DP-BALANCE.
030800     ADD AJ-CREDIT-AMOUNT TO DP-TOTAL-APPLIED.
030900     MOVE WS-POST-DATE TO DP-LAST-APPLIED.
031000     MOVE DP-DEPOSIT-REC TO WS-MST-IMAGE(MST-IDX).
031100     ADD 1 TO WS-DRAW-COUNT.
031200     ADD AJ-CREDIT-AMOUNT TO WS-DRAW-TOTAL.
031300     MOVE "APPLIED "      TO WS-RGD-POSTING.
031400     MOVE SPACES          TO WS-RGD-REFERENCE.
031500     MOVE AJ-INVOICE-NO   TO WS-RGD-REFERENCE(1:8).
031600     MOVE AJ-CREDIT-AMOUNT TO WS-RGD-AMOUNT.
031700     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
031800 3000-NEXT.
031900     READ DEP-ADJ
032000         AT END
032100             SET WS-ADJ-EOF TO TRUE
032200     END-READ.
032300 3000-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*  4000-WRITE-ONE-DEPOSIT.                                     *
032800*    A DEPOSIT DRAWN TO ZERO STAYS ON THE MASTER FOR ITS       *
032900*    HISTORY; THE NEXT PREPAYMENT REUSES IT.                   *
033000*****************************************************************
033100 4000-WRITE-ONE-DEPOSIT.
033200     MOVE WS-MST-IMAGE(MST-IDX) TO DP-DEPOSIT-REC.
033300     WRITE DP-DEPOSIT-REC.
033400     ADD DP-BALANCE TO WS-LIABILITY-TOTAL.
033500 4000-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900*  5000-WRITE-DETAIL.                                          *
034000*    THE CALLER HAS PLACED THE POSTING, REFERENCE, AND AMOUNT; *
034100*    THE BALANCE SHOWN IS THE ONE THE POSTING LEFT.            *
034200*****************************************************************
034300 5000-WRITE-DETAIL.
034400     MOVE WS-POST-ACCOUNT TO WS-RGD-ACCOUNT.
034500     MOVE WS-POST-DATE    TO WS-RGD-DATE.
034600     MOVE DP-BALANCE      TO WS-RGD-BALANCE.
034700     WRITE RG-PRINT-LINE FROM WS-REG-DETAIL.
034800 5000-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200*  8000-WRITE-TOTALS.                                          *
035300*****************************************************************
035400 8000-WRITE-TOTALS.
035500     MOVE WS-RECEIPT-COUNT   TO WS-RGT-RECEIPTS.
035600     MOVE WS-RECEIPT-TOTAL   TO WS-RGT-RECEIVED.
035700     MOVE WS-DRAW-COUNT      TO WS-RGT-DRAWS.
035800     MOVE WS-DRAW-TOTAL      TO WS-RGT-DRAWN.
035900     MOVE WS-LIABILITY-TOTAL TO WS-RGT-LIABILITY.
036000     WRITE RG-PRINT-LINE FROM WS-REG-TRAILER.
036100 8000-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*  9000-FINALIZE.                                              *
036600*****************************************************************
036700 9000-FINALIZE.
036800     DISPLAY "DEPLEDG1 RECEIPTS: " WS-RECEIPT-COUNT
036900         " DRAWS: " WS-DRAW-COUNT
037000         " NEW DEPOSITS: " WS-OPENED-COUNT
037100         " ERRORS: " WS-ERROR-COUNT.
037200     IF WS-ERROR-COUNT > ZERO
037300         MOVE 4 TO RETURN-CODE
037400     END-IF.
037500     CLOSE DEP-RCPT.
037600     CLOSE DEP-ADJ.
037700     CLOSE DEP-OUT.
037800     CLOSE DEP-REG.
037900 9000-EXIT.
038000     EXIT.
