000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     INVRCV1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   ORDER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    POSTS THE DAY'S STOCK TRANSACTIONS (STKRCPT) TO THE       *
001200*    INVBAL INVENTORY BALANCE MASTER - RECEIPTS ADD TO         *
001300*    ON-HAND, REORDER-POINT TRANSACTIONS SET THE WARNING       *
001400*    LEVEL STKSTS1 REPORTS AGAINST - THEN RELEASES OPEN        *
001500*    BACKORDERS AGAINST THE STOCK NOW ON HAND, OLDEST FIRST.   *
001600*    A RELEASED QUANTITY IS TAKEN OFF HAND HERE AND WRITTEN    *
001700*    TO BORELS FOR MULTIPLY04_4 TO PRICE AND EXTEND ON ITS     *
001800*    NEXT RUN; WHAT CANNOT YET BE RELEASED IS CARRIED, IN      *
001900*    ITS ORIGINAL ORDER, TO BACKOUT (TOMORROW'S BACKORD).      *
002000*                                                              *
002100*  MODIFICATION HISTORY.                                       *
002200*    2026-10-15  DL  ORIGINAL STOCK RECEIPT AND BACKORDER      *
002300*                    RELEASE.                                  *
002325*    2026-10-15  DL  BACKORDER RECORDS NOW CARRY THE ORDER     *
002350*                    LINE'S QUOTE NUMBER; BACKOUT AND BORELS   *
002375*                    WIDEN TO MATCH.                           *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT STK-RCPT ASSIGN TO "STKRCPT"
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT ITEM-MAST ASSIGN TO "ITEMMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS IM-ITEM-CODE.
003400     SELECT INV-BAL ASSIGN TO "INVBAL"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS IB-ITEM-CODE.
003800     SELECT BACK-ORD ASSIGN TO "BACKORD"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT BACK-OUT ASSIGN TO "BACKOUT"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT BO-RELEASE ASSIGN TO "BORELS"
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STK-RCPT.
004800     COPY DLSTKRCT.
004900
005000 FD  ITEM-MAST.
005100     COPY DLITEMMS.
005200
005300 FD  INV-BAL.
005400     COPY DLINVBAL.
005500
005600 FD  BACK-ORD.
005700     COPY DLBKORD.
005800
005900 FD  BACK-OUT.
006000 01  BX-CARRY-REC             PIC X(39).
006100
006200 FD  BO-RELEASE.
006300 01  BR-RELEASE-REC           PIC X(39).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-SWITCHES.
006700     05  WS-RCPT-EOF-SW       PIC X(01) VALUE "N".
006800         88  WS-RCPT-EOF           VALUE "Y".
006900     05  WS-BACK-EOF-SW       PIC X(01) VALUE "N".
007000         88  WS-BACK-EOF           VALUE "Y".
007100     05  WS-FOUND-SW          PIC X(01) VALUE "N".
007200         88  WS-STOCK-ON-FILE      VALUE "Y".
007300
007400 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
007500 01  WS-RELEASE-QTY           PIC 9(04) VALUE ZERO.
007600 01  WS-REMAIN-QTY            PIC 9(04) VALUE ZERO.
007700 01  WS-RECEIPT-COUNT         PIC 9(05) VALUE ZERO.
007800 01  WS-REORDER-COUNT         PIC 9(05) VALUE ZERO.
007900 01  WS-RELEASED-COUNT        PIC 9(05) VALUE ZERO.
008000 01  WS-CARRIED-COUNT         PIC 9(05) VALUE ZERO.
008100 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
008200
008300 PROCEDURE DIVISION.
008400*****************************************************************
008500*  0000-MAINLINE.                                              *
008600*****************************************************************
008700 0000-MAINLINE.
008800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008900     PERFORM 2000-POST-ONE-TRAN THRU 2000-EXIT
009000         UNTIL WS-RCPT-EOF.
009100     PERFORM 3000-RELEASE-ONE-BACKORDER THRU 3000-EXIT
009200         UNTIL WS-BACK-EOF.
009300     PERFORM 9000-FINALIZE THRU 9000-EXIT.
009400     STOP RUN.
009500
009600*****************************************************************
009700*  1000-INITIALIZE.                                            *
009800*****************************************************************
009900 1000-INITIALIZE.
010000     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
010100     OPEN INPUT ITEM-MAST.
010200     OPEN I-O INV-BAL.
010300     OPEN INPUT STK-RCPT.
010400     OPEN INPUT BACK-ORD.
010500     OPEN OUTPUT BACK-OUT.
010600     OPEN OUTPUT BO-RELEASE.
010700     READ STK-RCPT
010800         AT END
010900             SET WS-RCPT-EOF TO TRUE
011000     END-READ.
011100     READ BACK-ORD
011200         AT END
011300             SET WS-BACK-EOF TO TRUE
011400     END-READ.
011500 1000-EXIT.
011600     EXIT.
011700
011800*****************************************************************
011900*  2000-POST-ONE-TRAN.                                         *
012000*    THE ITEM MUST BE ON ITEMMAST.  AN ITEM'S FIRST STOCK      *
012100*    TRANSACTION STARTS ITS INVBAL RECORD.                     *
012200*****************************************************************
012300 2000-POST-ONE-TRAN.
012400     MOVE SK-ITEM-CODE TO IM-ITEM-CODE.
012500     READ ITEM-MAST
012600         INVALID KEY
012700             DISPLAY "INVRCV1 - ITEM " SK-ITEM-CODE
012800                 " NOT ON ITEM MASTER - SKIPPED"
012900             ADD 1 TO WS-ERROR-COUNT
013000             GO TO 2000-NEXT
013100     END-READ.
013200     IF SK-RECEIPT AND SK-QUANTITY = ZERO
013300         DISPLAY "INVRCV1 - ZERO RECEIPT FOR " SK-ITEM-CODE
013400             " - SKIPPED"
013500         ADD 1 TO WS-ERROR-COUNT
013600         GO TO 2000-NEXT
013700     END-IF.
013800     IF NOT SK-RECEIPT AND NOT SK-REORDER-SET
013900         DISPLAY "INVRCV1 - UNKNOWN TRAN TYPE " SK-TRAN-TYPE
014000             " FOR " SK-ITEM-CODE " - SKIPPED"
014100         ADD 1 TO WS-ERROR-COUNT
014200         GO TO 2000-NEXT
014300     END-IF.
014400     PERFORM 2100-READ-STOCK THRU 2100-EXIT.
014500     IF SK-RECEIPT
014600         ADD SK-QUANTITY TO IB-ON-HAND
014700         IF SK-RECEIPT-DATE = ZERO
014800             MOVE WS-PROCESS-DATE TO IB-LAST-RECEIPT-DATE
014900         ELSE
015000             MOVE SK-RECEIPT-DATE TO IB-LAST-RECEIPT-DATE
015100         END-IF
015200         ADD 1 TO WS-RECEIPT-COUNT
015300     ELSE
015400         MOVE SK-REORDER-POINT TO IB-REORDER-POINT
015500         MOVE SK-REORDER-QTY   TO IB-REORDER-QTY
015600         ADD 1 TO WS-REORDER-COUNT
015700     END-IF.
015800     IF WS-STOCK-ON-FILE
015900         REWRITE IB-INVENTORY-REC
016000     ELSE
016100         WRITE IB-INVENTORY-REC
016200     END-IF.
016300 2000-NEXT.
016400     READ STK-RCPT
016500         AT END
016600             SET WS-RCPT-EOF TO TRUE
016700     END-READ.
016800 2000-EXIT.
016900     EXIT.
017000
017100*****************************************************************
017200*  2100-READ-STOCK.                                            *
017300*****************************************************************
017400 2100-READ-STOCK.
017500     SET WS-STOCK-ON-FILE TO TRUE.
017600     MOVE SK-ITEM-CODE TO IB-ITEM-CODE.
017700     READ INV-BAL
017800         INVALID KEY
017900             MOVE "N" TO WS-FOUND-SW
018000     END-READ.
018100     IF NOT WS-STOCK-ON-FILE
018200         MOVE SK-ITEM-CODE TO IB-ITEM-CODE
018300         MOVE ZERO TO IB-ON-HAND
018400         MOVE ZERO TO IB-ON-BACKORDER
018500         MOVE ZERO TO IB-REORDER-POINT
018600         MOVE ZERO TO IB-REORDER-QTY
018700         MOVE ZERO TO IB-LAST-RECEIPT-DATE
018800         MOVE ZERO TO IB-LAST-ISSUE-DATE
018900     END-IF.
019000 2100-EXIT.
019100     EXIT.
019200
019300*****************************************************************
019400*  3000-RELEASE-ONE-BACKORDER.                                 *
019500*    BACKORD IS READ FRONT TO BACK, OLDEST FIRST, SO AN OLDER  *
019600*    BACKORDER TAKES THE STOCK BEFORE A NEWER ONE.  WHAT THE   *
019700*    STOCK ON HAND COVERS IS RELEASED; ANY REMAINDER IS        *
019800*    CARRIED FORWARD IN PLACE.                                 *
019900*****************************************************************
020000 3000-RELEASE-ONE-BACKORDER.
020100     IF NOT BQ-OPEN
020200         GO TO 3000-NEXT
020300     END-IF.
020400     MOVE BQ-ITEM-CODE TO IB-ITEM-CODE.
020500     READ INV-BAL
020600         INVALID KEY
020700             PERFORM 3200-CARRY-BACKORDER THRU 3200-EXIT
020800             GO TO 3000-NEXT
020900     END-READ.
021000     IF IB-ON-HAND = ZERO
021100         PERFORM 3200-CARRY-BACKORDER THRU 3200-EXIT
021200         GO TO 3000-NEXT
021300     END-IF.
021400     IF BQ-QUANTITY > IB-ON-HAND
021500         MOVE IB-ON-HAND TO WS-RELEASE-QTY
021600     ELSE
021700         MOVE BQ-QUANTITY TO WS-RELEASE-QTY
021800     END-IF.
021900     COMPUTE WS-REMAIN-QTY = BQ-QUANTITY - WS-RELEASE-QTY.
022000     SUBTRACT WS-RELEASE-QTY FROM IB-ON-HAND.
022100     IF IB-ON-BACKORDER > WS-RELEASE-QTY
022200         SUBTRACT WS-RELEASE-QTY FROM IB-ON-BACKORDER
022300     ELSE
022400         MOVE ZERO TO IB-ON-BACKORDER
022500     END-IF.
022600     MOVE WS-PROCESS-DATE TO IB-LAST-ISSUE-DATE.
022700     REWRITE IB-INVENTORY-REC.
022800     MOVE WS-RELEASE-QTY  TO BQ-QUANTITY.
022900     SET BQ-RELEASED TO TRUE.
023000     MOVE WS-PROCESS-DATE TO BQ-RELEASE-DATE.
023100     WRITE BR-RELEASE-REC FROM BQ-BACKORDER-REC.
023200     ADD 1 TO WS-RELEASED-COUNT.
023300     IF WS-REMAIN-QTY > ZERO
023400         MOVE WS-REMAIN-QTY TO BQ-QUANTITY
023500         SET BQ-OPEN TO TRUE
023600         MOVE ZERO TO BQ-RELEASE-DATE
023700         PERFORM 3200-CARRY-BACKORDER THRU 3200-EXIT
023800     END-IF.
023900 3000-NEXT.
024000     READ BACK-ORD
024100         AT END
024200             SET WS-BACK-EOF TO TRUE
024300     END-READ.
024400 3000-EXIT.
024500     EXIT.
024600
024700*****************************************************************
024800*  3200-CARRY-BACKORDER.                                       *
024900*****************************************************************
025000 3200-CARRY-BACKORDER.
025100     WRITE BX-CARRY-REC FROM BQ-BACKORDER-REC.
025200     ADD 1 TO WS-CARRIED-COUNT.
025300 3200-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700*  9000-FINALIZE.                                              *
025800*****************************************************************
025900 9000-FINALIZE.
026000     DISPLAY "INVRCV1 RECEIPTS: " WS-RECEIPT-COUNT
026100         " REORDER SETS: " WS-REORDER-COUNT
026200         " ERRORS: " WS-ERROR-COUNT.
026300     DISPLAY "INVRCV1 BACKORDERS RELEASED: " WS-RELEASED-COUNT
026400         " CARRIED: " WS-CARRIED-COUNT.
026500     IF WS-ERROR-COUNT > ZERO
026600         MOVE 4 TO RETURN-CODE
026700     END-IF.
026800     CLOSE STK-RCPT.
026900     CLOSE ITEM-MAST.
027000     CLOSE INV-BAL.
027100     CLOSE BACK-ORD.
027200     CLOSE BACK-OUT.
027300     CLOSE BO-RELEASE.
027400 9000-EXIT.
027500     EXIT.
