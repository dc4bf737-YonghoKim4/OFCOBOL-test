000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     STKSTS1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   ORDER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    NIGHTLY STOCK STATUS REPORT.  READS THE INVBAL INVENTORY  *
001200*    BALANCE MASTER END TO END AND LISTS EVERY ITEM WITH ITS   *
001300*    DESCRIPTION, ON-HAND, ON-BACKORDER, AND REORDER POINT.    *
001400*    AN ITEM WHOSE ON-HAND HAS FALLEN TO OR BELOW ITS REORDER  *
001500*    POINT IS FLAGGED WITH THE QUANTITY TO REORDER, AND AN     *
001600*    ITEM OUT OF STOCK WITH ORDERS WAITING IS FLAGGED AS       *
001700*    BACKORDERED, SO PURCHASING SEES WHAT TO BUY BEFORE        *
001800*    ORDERS START TO SPLIT.                                    *
001900*                                                              *
002000*  MODIFICATION HISTORY.                                       *
002100*    2026-10-15  DL  ORIGINAL STOCK STATUS REPORT.             *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT INV-BAL ASSIGN TO "INVBAL"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS IB-ITEM-CODE.
003000     SELECT ITEM-MAST ASSIGN TO "ITEMMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS IM-ITEM-CODE.
003400     SELECT STOCK-RPT ASSIGN TO "STKSTSRP"
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  INV-BAL.
004000     COPY DLINVBAL.
004100
004200 FD  ITEM-MAST.
004300     COPY DLITEMMS.
004400
004500 FD  STOCK-RPT.
004600 01  SS-PRINT-LINE            PIC X(132).
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-SWITCHES.
005000     05  WS-BAL-EOF-SW        PIC X(01) VALUE "N".
005100         88  WS-BAL-EOF            VALUE "Y".
005200
005300 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
005400 01  WS-ITEM-COUNT            PIC 9(05) VALUE ZERO.
005500 01  WS-REORDER-COUNT         PIC 9(05) VALUE ZERO.
005600 01  WS-BACKORDER-COUNT       PIC 9(05) VALUE ZERO.
005700
005800 01  WS-RPT-HEADER.
005900     05  FILLER               PIC X(20) VALUE
006000         "STOCK STATUS REPORT".
006100     05  FILLER               PIC X(06) VALUE " AS OF".
006200     05  FILLER               PIC X(01) VALUE SPACE.
006300     05  WS-HDR-DATE          PIC 9(08).
006400
006500 01  WS-RPT-COLUMNS.
006600     05  FILLER               PIC X(06) VALUE "ITEM  ".
006700     05  FILLER               PIC X(32) VALUE "DESCRIPTION".
006800     05  FILLER               PIC X(06) VALUE "UOM   ".
006900     05  FILLER               PIC X(10) VALUE "   ON HAND".
007000     05  FILLER               PIC X(10) VALUE " BACKORDER".
007100     05  FILLER               PIC X(10) VALUE "   REORDER".
007200     05  FILLER               PIC X(10) VALUE " LAST RCPT".
007300     05  FILLER               PIC X(02) VALUE SPACES.
007400     05  FILLER               PIC X(30) VALUE "WARNING".
007500
007600 01  WS-RPT-DETAIL.
007700     05  WS-DET-ITEM          PIC X(04).
007800     05  FILLER               PIC X(02) VALUE SPACES.
007900     05  WS-DET-DESCRIPTION   PIC X(30).
008000     05  FILLER               PIC X(02) VALUE SPACES.
008100     05  WS-DET-UOM           PIC X(04).
008200     05  FILLER               PIC X(02) VALUE SPACES.
008300     05  WS-DET-ON-HAND       PIC Z(09)9.
008400     05  WS-DET-BACKORDER     PIC Z(09)9.
008500     05  WS-DET-REORDER-POINT PIC Z(09)9.
008600     05  FILLER               PIC X(02) VALUE SPACES.
008700     05  WS-DET-LAST-RECEIPT  PIC 9(08).
008800     05  FILLER               PIC X(02) VALUE SPACES.
008900     05  WS-DET-WARNING       PIC X(16).
009000     05  WS-DET-REORDER-QTY   PIC Z(06)9.
009100     05  WS-DET-REORDER-QTY-X REDEFINES WS-DET-REORDER-QTY
009200                              PIC X(07).
009300
009400 01  WS-RPT-TOTAL.
009500     05  FILLER               PIC X(06) VALUE "TOTAL ".
009600     05  WS-TOT-ITEMS         PIC ZZZZ9.
009700     05  FILLER               PIC X(08) VALUE " ITEMS, ".
009800     05  WS-TOT-REORDER       PIC ZZZZ9.
009900     05  FILLER               PIC X(17) VALUE
010000         " AT REORDER, ".
010100     05  WS-TOT-BACKORDER     PIC ZZZZ9.
010200     05  FILLER               PIC X(13) VALUE " BACKORDERED".
010300
010400 PROCEDURE DIVISION.
010500*****************************************************************
010600*  0000-MAINLINE.                                              *
010700*****************************************************************
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     PERFORM 2000-REPORT-ONE-ITEM THRU 2000-EXIT
011100         UNTIL WS-BAL-EOF.
011200     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
011300     PERFORM 9000-FINALIZE THRU 9000-EXIT.
011400     STOP RUN.
011500
011600*****************************************************************
011700*  1000-INITIALIZE.                                            *
011800*****************************************************************
011900 1000-INITIALIZE.
012000     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
012100     OPEN INPUT INV-BAL.
012200     OPEN INPUT ITEM-MAST.
012300     OPEN OUTPUT STOCK-RPT.
012400     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
012500     WRITE SS-PRINT-LINE FROM WS-RPT-HEADER.
012600     WRITE SS-PRINT-LINE FROM WS-RPT-COLUMNS.
012700     PERFORM 1200-READ-BALANCE THRU 1200-EXIT.
012800 1000-EXIT.
012900     EXIT.
013000
013100*****************************************************************
013200*  1200-READ-BALANCE.                                          *
013300*****************************************************************
013400 1200-READ-BALANCE.
013500     READ INV-BAL NEXT RECORD
013600         AT END
013700             SET WS-BAL-EOF TO TRUE
013800     END-READ.
013900 1200-EXIT.
014000     EXIT.
014100
014200*****************************************************************
014300*  2000-REPORT-ONE-ITEM.                                       *
014400*    AN ITEM AT OR BELOW A NONZERO REORDER POINT IS FLAGGED    *
014500*    WITH ITS REORDER QUANTITY.  AN ITEM WITH NOTHING ON HAND  *
014600*    AND ORDERS WAITING IS FLAGGED BACKORDERED INSTEAD.        *
014700*****************************************************************
014800 2000-REPORT-ONE-ITEM.
014900     MOVE IB-ITEM-CODE TO IM-ITEM-CODE.
015000     READ ITEM-MAST
015100         INVALID KEY
015200             MOVE "** NOT ON ITEM MASTER **" TO IM-DESCRIPTION
015300             MOVE SPACES TO IM-UNIT-OF-MEASURE
015400     END-READ.
015500     MOVE IB-ITEM-CODE         TO WS-DET-ITEM.
015600     MOVE IM-DESCRIPTION       TO WS-DET-DESCRIPTION.
015700     MOVE IM-UNIT-OF-MEASURE   TO WS-DET-UOM.
015800     MOVE IB-ON-HAND           TO WS-DET-ON-HAND.
015900     MOVE IB-ON-BACKORDER      TO WS-DET-BACKORDER.
016000     MOVE IB-REORDER-POINT     TO WS-DET-REORDER-POINT.
016100     MOVE IB-LAST-RECEIPT-DATE TO WS-DET-LAST-RECEIPT.
016200     MOVE SPACES               TO WS-DET-WARNING.
016300     MOVE SPACES               TO WS-DET-REORDER-QTY-X.
016400     EVALUATE TRUE
016500         WHEN IB-ON-HAND = ZERO AND IB-ON-BACKORDER > ZERO
016600             MOVE "** BACKORDERED " TO WS-DET-WARNING
016700             MOVE IB-REORDER-QTY    TO WS-DET-REORDER-QTY
016800             ADD 1 TO WS-BACKORDER-COUNT
016900         WHEN IB-REORDER-POINT > ZERO
017000                 AND IB-ON-HAND NOT > IB-REORDER-POINT
017100             MOVE "** REORDER QTY " TO WS-DET-WARNING
017200             MOVE IB-REORDER-QTY    TO WS-DET-REORDER-QTY
017300             ADD 1 TO WS-REORDER-COUNT
017400     END-EVALUATE.
017500     WRITE SS-PRINT-LINE FROM WS-RPT-DETAIL.
017600     ADD 1 TO WS-ITEM-COUNT.
017700     PERFORM 1200-READ-BALANCE THRU 1200-EXIT.
017800 2000-EXIT.
017900     EXIT.
018000
018100*****************************************************************
018200*  8000-PRINT-TOTALS.                                          *
018300*****************************************************************
018400 8000-PRINT-TOTALS.
018500     MOVE WS-ITEM-COUNT      TO WS-TOT-ITEMS.
018600     MOVE WS-REORDER-COUNT   TO WS-TOT-REORDER.
018700     MOVE WS-BACKORDER-COUNT TO WS-TOT-BACKORDER.
018800     WRITE SS-PRINT-LINE FROM WS-RPT-TOTAL.
018900 8000-EXIT.
019000     EXIT.
019100
019200*****************************************************************
019300*  9000-FINALIZE.                                              *
019400*****************************************************************
019500 9000-FINALIZE.
019600     DISPLAY "STKSTS1 ITEMS: " WS-ITEM-COUNT
019700         " AT REORDER POINT: " WS-REORDER-COUNT
019800         " BACKORDERED: " WS-BACKORDER-COUNT.
019900     CLOSE INV-BAL.
020000     CLOSE ITEM-MAST.
020100     CLOSE STOCK-RPT.
020200 9000-EXIT.
020300     EXIT.
