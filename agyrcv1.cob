000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     AGYRCV1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    COLLECTION-AGENCY INBOUND RUN.  READS THE AGENCY'S AGYIN  *
001200*    FILE AGAINST THE AGYMSTI PLACEMENT MASTER.  A PAYMENT ON  *
001300*    A PLACED ACCOUNT BECOMES A CASH RECEIPT FOR THE GROSS     *
001400*    AMOUNT COLLECTED ON AGYRCPT, IN THE CSHRCPT LAYOUT WITH   *
001500*    THE AGENCY'S TRANSACTION ID AS ITS RECEIPT ID, WHICH      *
001600*    RIDES THE CSHRCPT DD INTO CASHAPP1 AND ARLEDG1 SO THE     *
001700*    ACCOUNT IS RELIEVED IN FULL; THE COMMISSION THE AGENCY    *
001800*    KEPT IS JOURNALLED TO JRNLFD AS AN AGYCOM POSTING, SO     *
001900*    THE GL CHARGES IT TO COMMISSION EXPENSE AND TAKES IT OFF  *
002000*    CASH, LEAVING CASH AT THE NET REMITTED.  THE PLACEMENT    *
002100*    IS CLOSED ONCE THE AGENCY HAS COLLECTED THE AMOUNT        *
002200*    PLACED.  A RECALL HANDS THE ACCOUNT BACK TO US, AND THE   *
002300*    DUNNING RUN TAKES IT UP AGAIN.  THE UPDATED MASTER GOES   *
002400*    TO AGYMSTO AND EVERY TRANSACTION TO THE AGYRREG REGISTER; *
002500*    ONE THAT NAMES NO STANDING PLACEMENT IS REPORTED AND LEFT *
002600*    ALONE.                                                    *
002700*                                                              *
002800*  MODIFICATION HISTORY.                                       *
002900*    2026-10-15  DL  ORIGINAL COLLECTION-AGENCY INBOUND RUN.   *
002950*    2026-10-15  DL  RECEIPTS CARRY A BLANK RECEIPT TYPE.      *
002966*    2026-10-15  DL  RECEIPTS CARRY A BLANK CURRENCY CODE -    *
002983*                    THEY ARE IN BASE.                         *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT AGY-IN ASSIGN TO "AGYIN"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PLC-IN ASSIGN TO "AGYMSTI"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PLC-OUT ASSIGN TO "AGYMSTO"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT AGY-RCPT ASSIGN TO "AGYRCPT"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT JRN-FEED ASSIGN TO "JRNLFD"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT RCV-REG ASSIGN TO "AGYRREG"
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  AGY-IN.
005000     COPY DLAGYRCV.
005100
005200 FD  PLC-IN.
005300     COPY DLAGYMST
005400         REPLACING ==AG-PLACEMENT-REC== BY ==MI-PLACEMENT-REC==
005500                   ==AG-ACCOUNT==       BY ==MI-ACCOUNT==
005600                   ==AG-AGENCY-ID==     BY ==MI-AGENCY-ID==
005700                   ==AG-PLACE-DATE==    BY ==MI-PLACE-DATE==
005800                   ==AG-PLACED-AMOUNT== BY ==MI-PLACED-AMOUNT==
005900                   ==AG-COLLECTED==     BY ==MI-COLLECTED==
006000                   ==AG-COMMISSION==    BY ==MI-COMMISSION==
006100                   ==AG-STATUS==        BY ==MI-STATUS==
006200                   ==AG-PLACED==        BY ==MI-PLACED==
006300                   ==AG-RECALLED==      BY ==MI-RECALLED==
006400                   ==AG-CLOSED==        BY ==MI-CLOSED==
006500                   ==AG-STATUS-DATE==   BY ==MI-STATUS-DATE==
006600                   ==AG-RECALL-REASON== BY ==MI-RECALL-REASON==.
006700
006800 FD  PLC-OUT.
006900     COPY DLAGYMST.
007000
007100 FD  AGY-RCPT.
007200     COPY DLCSHRCP.
007300
007400 FD  JRN-FEED.
007500     COPY DLJRNFD.
007600
007700 FD  RCV-REG.
007800 01  RG-PRINT-LINE            PIC X(120).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-SWITCHES.
008200     05  WS-AGY-EOF-SW        PIC X(01) VALUE "N".
008300         88  WS-AGY-EOF            VALUE "Y".
008400     05  WS-MIN-EOF-SW        PIC X(01) VALUE "N".
008500         88  WS-MIN-EOF            VALUE "Y".
008600
008700 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
008800 01  WS-TRANS-DATE            PIC 9(08) VALUE ZERO.
008900 01  WS-NET-AMOUNT            PIC 9(07)V9(02) VALUE ZERO.
009000 01  MST-IDX                  PIC 9(04) VALUE ZERO.
009100 01  MST-SUB                  PIC 9(04) VALUE ZERO.
009200
009300 01  WS-PAYMENT-COUNT         PIC 9(05) VALUE ZERO.
009400 01  WS-GROSS-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
009500 01  WS-COMMISSION-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
009600 01  WS-CLOSED-COUNT          PIC 9(05) VALUE ZERO.
009700 01  WS-RECALL-COUNT          PIC 9(05) VALUE ZERO.
009800 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
009900
010000 01  WS-MAST-COUNT            PIC 9(04) VALUE ZERO.
010100 01  WS-MAST-TABLE.
010200     05  WS-MAST-ENTRY OCCURS 1 TO 5000 TIMES
010300             DEPENDING ON WS-MAST-COUNT.
010400         10  WS-MST-IMAGE     PIC X(66).
010500         10  WS-MST-ACCOUNT   PIC X(08).
010600
010700 01  WS-REG-HEADER.
010800     05  FILLER               PIC X(36) VALUE
010900         "AGENCY TRANSACTIONS  RUN DATE ".
011000     05  WS-RGH-DATE          PIC 9(08).
011100
011200 01  WS-REG-COLUMNS.
011300     05  FILLER               PIC X(12) VALUE "TRANS ID    ".
011400     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
011500     05  FILLER               PIC X(10) VALUE "DATE      ".
011600     05  FILLER               PIC X(13) VALUE "        GROSS".
011700     05  FILLER               PIC X(13) VALUE "   COMMISSION".
011800     05  FILLER               PIC X(13) VALUE "          NET".
011900     05  FILLER               PIC X(12) VALUE "  OUTCOME   ".
012000     05  FILLER               PIC X(06) VALUE "REASON".
012100
012200 01  WS-REG-DETAIL.
012300     05  WS-RGD-TRANS-ID      PIC X(10).
012400     05  FILLER               PIC X(02) VALUE SPACES.
012500     05  WS-RGD-ACCOUNT       PIC X(08).
012600     05  FILLER               PIC X(02) VALUE SPACES.
012700     05  WS-RGD-DATE          PIC 9(08).
012800     05  FILLER               PIC X(02) VALUE SPACES.
012900     05  WS-RGD-GROSS         PIC Z(09)9.99.
013000     05  WS-RGD-COMMISSION    PIC Z(09)9.99.
013100     05  WS-RGD-NET           PIC Z(09)9.99.
013200     05  FILLER               PIC X(02) VALUE SPACES.
013300     05  WS-RGD-OUTCOME       PIC X(10).
013400     05  WS-RGD-REASON        PIC X(04).
013500
013600 01  WS-REG-TRAILER.
013700     05  FILLER               PIC X(09) VALUE "PAYMENTS ".
013800     05  WS-RGT-PAYMENTS      PIC Z(04)9.
013900     05  FILLER               PIC X(09) VALUE "  GROSS  ".
014000     05  WS-RGT-GROSS         PIC Z(10)9.99.
014100     05  FILLER               PIC X(14) VALUE "  COMMISSION  ".
014200     05  WS-RGT-COMMISSION    PIC Z(10)9.99.
014300     05  FILLER               PIC X(10) VALUE "  RECALLS ".
014400     05  WS-RGT-RECALLS       PIC Z(04)9.
014500
014600 PROCEDURE DIVISION.
014700*****************************************************************
014800*  0000-MAINLINE.                                              *
014900*****************************************************************
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
015300         UNTIL WS-AGY-EOF.
015400     PERFORM 3000-WRITE-ONE-PLACEMENT THRU 3000-EXIT
015500         VARYING MST-IDX FROM 1 BY 1
015600         UNTIL MST-IDX > WS-MAST-COUNT.
015700     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
015800     PERFORM 9000-FINALIZE THRU 9000-EXIT.
015900     STOP RUN.
016000
016100*****************************************************************
016200*  1000-INITIALIZE.                                            *
016300*****************************************************************
016400 1000-INITIALIZE.
016500     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
016600     OPEN INPUT PLC-IN.
016700     READ PLC-IN
016800         AT END
016900             SET WS-MIN-EOF TO TRUE
017000     END-READ.
017100     PERFORM 1100-LOAD-ONE-PLACEMENT THRU 1100-EXIT
017200         UNTIL WS-MIN-EOF.
017300     CLOSE PLC-IN.
017400     OPEN INPUT AGY-IN.
017500     OPEN OUTPUT PLC-OUT.
017600     OPEN OUTPUT AGY-RCPT.
017700     OPEN EXTEND JRN-FEED.
017800     OPEN OUTPUT RCV-REG.
017900     MOVE WS-PROCESS-DATE TO WS-RGH-DATE.
018000     WRITE RG-PRINT-LINE FROM WS-REG-HEADER.
018100     WRITE RG-PRINT-LINE FROM WS-REG-COLUMNS.
018200     READ AGY-IN
018300         AT END
018400             SET WS-AGY-EOF TO TRUE
018500     END-READ.
018600 1000-EXIT.
018700     EXIT.
018800
018900*****************************************************************
019000*  1100-LOAD-ONE-PLACEMENT.                                    *
019100*****************************************************************
019200 1100-LOAD-ONE-PLACEMENT.
019300     IF WS-MAST-COUNT < 5000
019400         ADD 1 TO WS-MAST-COUNT
019500         MOVE MI-PLACEMENT-REC TO WS-MST-IMAGE(WS-MAST-COUNT)
019600         MOVE MI-ACCOUNT       TO WS-MST-ACCOUNT(WS-MAST-COUNT)
019700     ELSE
019800         DISPLAY "AGYRCV1 - PLACEMENT TABLE FULL"
019900         ADD 1 TO WS-ERROR-COUNT
020000     END-IF.
020100     READ PLC-IN
020200         AT END
020300             SET WS-MIN-EOF TO TRUE
020400     END-READ.
020500 1100-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900*  2000-APPLY-ONE-TRANS.                                       *
021000*    THE AGENCY'S LINE MUST NAME AN ACCOUNT STILL PLACED, AND  *
021100*    WITH THAT AGENCY.  A PAYMENT'S COMMISSION CANNOT EXCEED   *
021200*    WHAT WAS COLLECTED.                                       *
021300*****************************************************************
021400 2000-APPLY-ONE-TRANS.
021500     MOVE ZERO TO MST-IDX.
021600     PERFORM 2050-MATCH-ONE-PLACEMENT THRU 2050-EXIT
021700         VARYING MST-SUB FROM 1 BY 1
021800         UNTIL MST-SUB > WS-MAST-COUNT
021900            OR MST-IDX > ZERO.
022000     IF MST-IDX = ZERO
022100         DISPLAY "AGYRCV1 - ACCOUNT " AY-ACCOUNT
022200             " NOT PLACED - " AY-TRANS-ID " SKIPPED"
022300         ADD 1 TO WS-ERROR-COUNT
022400         GO TO 2000-NEXT
022500     END-IF.
022600     MOVE WS-MST-IMAGE(MST-IDX) TO AG-PLACEMENT-REC.
022700     IF NOT AG-PLACED
022800         DISPLAY "AGYRCV1 - ACCOUNT " AY-ACCOUNT
022900             " NO LONGER PLACED - " AY-TRANS-ID " SKIPPED"
023000         ADD 1 TO WS-ERROR-COUNT
023100         GO TO 2000-NEXT
023200     END-IF.
023300     IF AY-AGENCY-ID NOT = AG-AGENCY-ID
023400         DISPLAY "AGYRCV1 - ACCOUNT " AY-ACCOUNT
023500             " PLACED WITH ANOTHER AGENCY - " AY-TRANS-ID
023600             " SKIPPED"
023700         ADD 1 TO WS-ERROR-COUNT
023800         GO TO 2000-NEXT
023900     END-IF.
024000     IF AY-TRANS-DATE = ZERO
024100         MOVE WS-PROCESS-DATE TO WS-TRANS-DATE
024200     ELSE
024300         MOVE AY-TRANS-DATE   TO WS-TRANS-DATE
024400     END-IF.
024500     MOVE ZERO TO WS-NET-AMOUNT.
024600     EVALUATE TRUE
024700         WHEN AY-PAYMENT
024800             IF AY-GROSS-AMOUNT = ZERO
024900                     OR AY-COMMISSION > AY-GROSS-AMOUNT
025000                 DISPLAY "AGYRCV1 - PAYMENT " AY-TRANS-ID
025100                     " AMOUNTS DISAGREE - SKIPPED"
025200                 ADD 1 TO WS-ERROR-COUNT
025300                 GO TO 2000-NEXT
025400             END-IF
025500             PERFORM 2100-POST-PAYMENT THRU 2100-EXIT
025600         WHEN AY-RECALL
025700             SET AG-RECALLED TO TRUE
025800             MOVE WS-TRANS-DATE    TO AG-STATUS-DATE
025900             MOVE AY-RECALL-REASON TO AG-RECALL-REASON
026000             MOVE "RECALLED  "     TO WS-RGD-OUTCOME
026100             ADD 1 TO WS-RECALL-COUNT
026200         WHEN OTHER
026300             DISPLAY "AGYRCV1 - TRANSACTION " AY-TRANS-ID
026400                 " UNKNOWN TYPE " AY-RECORD-TYPE " - SKIPPED"
026500             ADD 1 TO WS-ERROR-COUNT
026600             GO TO 2000-NEXT
026700     END-EVALUATE.
026800     MOVE AG-PLACEMENT-REC TO WS-MST-IMAGE(MST-IDX).
026900     MOVE AY-TRANS-ID      TO WS-RGD-TRANS-ID.
027000     MOVE AY-ACCOUNT       TO WS-RGD-ACCOUNT.
027100     MOVE WS-TRANS-DATE    TO WS-RGD-DATE.
027200     MOVE AY-GROSS-AMOUNT  TO WS-RGD-GROSS.
027300     MOVE AY-COMMISSION    TO WS-RGD-COMMISSION.
027400     MOVE WS-NET-AMOUNT    TO WS-RGD-NET.
027500     MOVE AY-RECALL-REASON TO WS-RGD-REASON.
027600     WRITE RG-PRINT-LINE FROM WS-REG-DETAIL.
027700 2000-NEXT.
027800     READ AGY-IN
027900         AT END
028000             SET WS-AGY-EOF TO TRUE
028100     END-READ.
028200 2000-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600*  2050-MATCH-ONE-PLACEMENT.                                   *
028700*****************************************************************
028800 2050-MATCH-ONE-PLACEMENT.
028900     IF WS-MST-ACCOUNT(MST-SUB) = AY-ACCOUNT
029000         MOVE MST-SUB TO MST-IDX
029100     END-IF.
029200 2050-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*  2100-POST-PAYMENT.                                          *
029700*    THE CUSTOMER PAID THE GROSS, SO THE GROSS IS WHAT COMES   *
029800*    OFF THE ACCOUNT.  ONLY THE NET REACHES THE BANK; THE      *
029900*    COMMISSION JOURNAL MOVES THE DIFFERENCE FROM CASH TO      *
030000*    COMMISSION EXPENSE.                                       *
030100*****************************************************************
030200 2100-POST-PAYMENT.
030300     COMPUTE WS-NET-AMOUNT = AY-GROSS-AMOUNT - AY-COMMISSION.
030400     MOVE AY-TRANS-ID     TO RC-RECEIPT-ID.
030500     MOVE AY-ACCOUNT      TO RC-ACCOUNT.
030600     MOVE AY-GROSS-AMOUNT TO RC-AMOUNT.
030700     MOVE WS-TRANS-DATE   TO RC-RECEIPT-DATE.
030750     MOVE SPACE           TO RC-RECEIPT-TYPE.
030775     MOVE SPACES          TO RC-CURRENCY-CODE.
030800     WRITE RC-RECEIPT-REC.
030900     IF AY-COMMISSION > ZERO
031000         MOVE "AGYRCV1"       TO JF-SOURCE-PROGRAM
031100         MOVE SPACES          TO JF-TRANS-KEY
031200         MOVE "AGYCOM"        TO JF-TRANS-KEY(1:6)
031300         MOVE AY-ACCOUNT(1:6) TO JF-TRANS-KEY(7:6)
031400         MOVE "+"             TO JF-AMOUNT-SIGN
031500         MOVE AY-COMMISSION   TO JF-AMOUNT
031600         MOVE SPACES          TO JF-CURRENCY-CODE
031700         MOVE WS-PROCESS-DATE TO JF-RUN-DATE
031800         WRITE JF-JOURNAL-REC
031900     END-IF.
032000     ADD AY-GROSS-AMOUNT TO AG-COLLECTED.
032100     ADD AY-COMMISSION   TO AG-COMMISSION.
032200     ADD 1 TO WS-PAYMENT-COUNT.
032300     ADD AY-GROSS-AMOUNT TO WS-GROSS-TOTAL.
032400     ADD AY-COMMISSION   TO WS-COMMISSION-TOTAL.
032500     IF AG-PLACED-AMOUNT > ZERO
032600             AND AG-COLLECTED NOT < AG-PLACED-AMOUNT
032700         SET AG-CLOSED TO TRUE
032800         MOVE WS-TRANS-DATE TO AG-STATUS-DATE
032900         MOVE "CLOSED    " TO WS-RGD-OUTCOME
033000         ADD 1 TO WS-CLOSED-COUNT
033100     ELSE
033200         MOVE "PAYMENT   " TO WS-RGD-OUTCOME
033300     END-IF.
033400 2100-EXIT.
033500     EXIT.
033600
033700*****************************************************************
033800*  3000-WRITE-ONE-PLACEMENT.                                   *
033900*****************************************************************
034000 3000-WRITE-ONE-PLACEMENT.
034100     MOVE WS-MST-IMAGE(MST-IDX) TO AG-PLACEMENT-REC.
034200     WRITE AG-PLACEMENT-REC.
034300 3000-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700*  8000-WRITE-TOTALS.                                          *
034800*****************************************************************
034900 8000-WRITE-TOTALS.
035000     MOVE WS-PAYMENT-COUNT    TO WS-RGT-PAYMENTS.
035100     MOVE WS-GROSS-TOTAL      TO WS-RGT-GROSS.
035200     MOVE WS-COMMISSION-TOTAL TO WS-RGT-COMMISSION.
035300     MOVE WS-RECALL-COUNT     TO WS-RGT-RECALLS.
035400     WRITE RG-PRINT-LINE FROM WS-REG-TRAILER.
035500 8000-EXIT.
035600     EXIT.
035700
035800*****************************************************************
035900*  9000-FINALIZE.                                              *
036000*****************************************************************
036100 9000-FINALIZE.
036200     DISPLAY "AGYRCV1 PAYMENTS: " WS-PAYMENT-COUNT
036300         " GROSS: " WS-GROSS-TOTAL
036400         " COMMISSION: " WS-COMMISSION-TOTAL
036500         " CLOSED: " WS-CLOSED-COUNT
036600         " RECALLED: " WS-RECALL-COUNT
036700         " ERRORS: " WS-ERROR-COUNT.
036800     IF WS-ERROR-COUNT > ZERO
036900         MOVE 4 TO RETURN-CODE
037000     END-IF.
037100     CLOSE AGY-IN.
037200     CLOSE PLC-OUT.
037300     CLOSE AGY-RCPT.
037400     CLOSE JRN-FEED.
037500     CLOSE RCV-REG.
037600 9000-EXIT.
037700     EXIT.
