000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     SLSHUPD1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   ORDER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    NIGHTLY SALES HISTORY UPDATE.  ADDS EVERY LINE EXTENDED   *
001200*    TONIGHT - THE MULTIPLY01 LINE ITEMS ON MULOUT AND THE     *
001300*    MULTIPLY04_4 ORDER LINES ON M4OUT - INTO THE SLSHIST      *
001400*    CUMULATIVE SALES HISTORY BY MONTH, CUSTOMER ACCOUNT, AND  *
001500*    ITEM, WITH QUANTITY, GROSS, ADJUSTMENTS, AND NET.  THE    *
001600*    HISTORY'S CONTROL RECORD CARRIES THE LAST RUN DATE        *
001700*    POSTED; A SECOND RUN THE SAME DAY IS REFUSED (RC 8)       *
001800*    RATHER THAN DOUBLE THE NIGHT.  THE TOP-CUSTOMER,          *
001900*    TOP-ITEM, AND MONTH-VERSUS-LAST-YEAR CUTS ARE ANSWERED    *
002000*    FROM THE HISTORY BY THE OVERNIGHT INQUIRY SERVICE.        *
002100*                                                              *
002200*  MODIFICATION HISTORY.                                       *
002300*    2026-10-15  DL  ORIGINAL SALES HISTORY UPDATE.            *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SLS-HIST ASSIGN TO "SLSHIST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS SH-HIST-KEY.
003200     SELECT MUL-OUT ASSIGN TO "MULOUT"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT M4-OUT ASSIGN TO "M4OUT"
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  SLS-HIST.
004000     COPY DLSLSHST.
004100
004200 FD  MUL-OUT.
004300     COPY DLMULOUT.
004400
004500 FD  M4-OUT.
004600     COPY DLM4OUT.
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-SWITCHES.
005000     05  WS-M1-EOF-SW         PIC X(01) VALUE "N".
005100         88  WS-M1-EOF             VALUE "Y".
005200     05  WS-M4-EOF-SW         PIC X(01) VALUE "N".
005300         88  WS-M4-EOF             VALUE "Y".
005400     05  WS-FOUND-SW          PIC X(01) VALUE "N".
005500         88  WS-HIST-FOUND         VALUE "Y".
005600     05  WS-POSTED-SW         PIC X(01) VALUE "N".
005700         88  WS-ALREADY-POSTED     VALUE "Y".
005800
005900 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
006000 01  WS-LINE-PERIOD           PIC 9(06) VALUE ZERO.
006100 01  WS-LINE-ACCOUNT          PIC X(06) VALUE SPACES.
006200 01  WS-LINE-ITEM             PIC X(08) VALUE SPACES.
006300 01  WS-LINE-QTY              PIC 9(04) VALUE ZERO.
006400 01  WS-LINE-GROSS            PIC 9(09) VALUE ZERO.
006500 01  WS-LINE-NET              PIC 9(09) VALUE ZERO.
006600 01  WS-M1-COUNT              PIC 9(07) VALUE ZERO.
006700 01  WS-M4-COUNT              PIC 9(07) VALUE ZERO.
006800 01  WS-ADDED-COUNT           PIC 9(07) VALUE ZERO.
006900
007000 PROCEDURE DIVISION.
007100*****************************************************************
007200*  0000-MAINLINE.                                              *
007300*****************************************************************
007400 0000-MAINLINE.
007500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007600     IF NOT WS-ALREADY-POSTED
007700         PERFORM 2000-POST-M1-LINE THRU 2000-EXIT
007800             UNTIL WS-M1-EOF
007900         PERFORM 2500-POST-M4-LINE THRU 2500-EXIT
008000             UNTIL WS-M4-EOF
008100         PERFORM 8000-MARK-POSTED THRU 8000-EXIT
008200     END-IF.
008300     PERFORM 9000-FINALIZE THRU 9000-EXIT.
008400     STOP RUN.
008500
008600*****************************************************************
008700*  1000-INITIALIZE.                                            *
008800*****************************************************************
008900 1000-INITIALIZE.
009000     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
009100     OPEN I-O SLS-HIST.
009200     OPEN INPUT MUL-OUT.
009300     OPEN INPUT M4-OUT.
009400     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
009500     IF WS-HIST-FOUND AND SH-LAST-UPDATE = WS-PROCESS-DATE
009600         SET WS-ALREADY-POSTED TO TRUE
009700         DISPLAY "SLSHUPD1 - SALES HISTORY ALREADY POSTED FOR "
009800             WS-PROCESS-DATE " - RUN REFUSED"
009900         GO TO 1000-EXIT
010000     END-IF.
010100     READ MUL-OUT
010200         AT END
010300             SET WS-M1-EOF TO TRUE
010400     END-READ.
010500     READ M4-OUT
010600         AT END
010700             SET WS-M4-EOF TO TRUE
010800     END-READ.
010900 1000-EXIT.
011000     EXIT.
011100
011200*****************************************************************
011300*  1100-READ-CONTROL.                                          *
011400*****************************************************************
011500 1100-READ-CONTROL.
011600     SET WS-HIST-FOUND TO TRUE.
011700     MOVE ZERO     TO SH-PERIOD.
011800     MOVE "*LAST*" TO SH-ACCOUNT-CODE.
011900     MOVE SPACES   TO SH-ITEM-CODE.
012000     READ SLS-HIST
012100         INVALID KEY
012200             MOVE "N" TO WS-FOUND-SW
012300     END-READ.
012400 1100-EXIT.
012500     EXIT.
012600
012700*****************************************************************
012800*  2000-POST-M1-LINE.                                          *
012900*    A MULTIPLY01 LINE FALLS IN THE MONTH OF ITS BUSINESS      *
013000*    DATE.  GROSS IS THE UNADJUSTED EXTENSION, NET THE         *
013100*    EXTENSION AFTER ANY LINE ADJUSTMENT.  QUANTITY IS         *
013200*    DE-EDITED OFF THE PRINTED COLUMN.                         *
013300*****************************************************************
013400 2000-POST-M1-LINE.
013500     MOVE MO-PROCESS-DATE(1:6) TO WS-LINE-PERIOD.
013600     MOVE MO-ACCOUNT-CODE      TO WS-LINE-ACCOUNT.
013700     MOVE MO-ITEM-KEY          TO WS-LINE-ITEM.
013800     MOVE MO-QUANTITY          TO WS-LINE-QTY.
013900     MOVE MO-GROSS-AMT         TO WS-LINE-GROSS.
014000     MOVE MO-EXTENSION-AMT     TO WS-LINE-NET.
014100     PERFORM 3000-POST-ONE-LINE THRU 3000-EXIT.
014200     ADD 1 TO WS-M1-COUNT.
014300     READ MUL-OUT
014400         AT END
014500             SET WS-M1-EOF TO TRUE
014600     END-READ.
014700 2000-EXIT.
014800     EXIT.
014900
015000*****************************************************************
015100*  2500-POST-M4-LINE.                                          *
015200*    A MULTIPLY04_4 ORDER IS KEYED BY ITS ORDERING ACCOUNT AND *
015300*    CARRIES NO ADJUSTMENT, SO GROSS AND NET ARE THE SAME.     *
015400*****************************************************************
015500 2500-POST-M4-LINE.
015600     MOVE WS-PROCESS-DATE(1:6) TO WS-LINE-PERIOD.
015700     MOVE M4-OUT-ORDER-KEY     TO WS-LINE-ACCOUNT.
015800     MOVE M4-OUT-ITEM-CODE     TO WS-LINE-ITEM.
015900     MOVE M4-OUT-QUANTITY      TO WS-LINE-QTY.
016000     MOVE M4-OUT-EXTENSION     TO WS-LINE-GROSS.
016100     MOVE M4-OUT-EXTENSION     TO WS-LINE-NET.
016200     PERFORM 3000-POST-ONE-LINE THRU 3000-EXIT.
016300     ADD 1 TO WS-M4-COUNT.
016400     READ M4-OUT
016500         AT END
016600             SET WS-M4-EOF TO TRUE
016700     END-READ.
016800 2500-EXIT.
016900     EXIT.
017000
017100*****************************************************************
017200*  3000-POST-ONE-LINE.                                         *
017300*****************************************************************
017400 3000-POST-ONE-LINE.
017500     SET WS-HIST-FOUND TO TRUE.
017600     MOVE WS-LINE-PERIOD  TO SH-PERIOD.
017700     MOVE WS-LINE-ACCOUNT TO SH-ACCOUNT-CODE.
017800     MOVE WS-LINE-ITEM    TO SH-ITEM-CODE.
017900     READ SLS-HIST
018000         INVALID KEY
018100             MOVE "N" TO WS-FOUND-SW
018200     END-READ.
018300     IF NOT WS-HIST-FOUND
018400         MOVE WS-LINE-PERIOD  TO SH-PERIOD
018500         MOVE WS-LINE-ACCOUNT TO SH-ACCOUNT-CODE
018600         MOVE WS-LINE-ITEM    TO SH-ITEM-CODE
018700         MOVE ZERO TO SH-QUANTITY
018800         MOVE ZERO TO SH-GROSS
018900         MOVE ZERO TO SH-ADJUSTMENTS
019000         MOVE ZERO TO SH-NET
019100     END-IF.
019200     ADD WS-LINE-QTY   TO SH-QUANTITY.
019300     ADD WS-LINE-GROSS TO SH-GROSS.
019400     ADD WS-LINE-NET   TO SH-NET.
019500     COMPUTE SH-ADJUSTMENTS = SH-NET - SH-GROSS.
019600     MOVE WS-PROCESS-DATE TO SH-LAST-UPDATE.
019700     IF WS-HIST-FOUND
019800         REWRITE SH-SALES-HIST-REC
019900     ELSE
020000         WRITE SH-SALES-HIST-REC
020100         ADD 1 TO WS-ADDED-COUNT
020200     END-IF.
020300 3000-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700*  8000-MARK-POSTED.                                           *
020800*****************************************************************
020900 8000-MARK-POSTED.
021000     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
021100     IF NOT WS-HIST-FOUND
021200         MOVE ZERO     TO SH-PERIOD
021300         MOVE "*LAST*" TO SH-ACCOUNT-CODE
021400         MOVE SPACES   TO SH-ITEM-CODE
021500         MOVE ZERO TO SH-QUANTITY
021600         MOVE ZERO TO SH-GROSS
021700         MOVE ZERO TO SH-ADJUSTMENTS
021800         MOVE ZERO TO SH-NET
021900     END-IF.
022000     MOVE WS-PROCESS-DATE TO SH-LAST-UPDATE.
022100     IF WS-HIST-FOUND
022200         REWRITE SH-SALES-HIST-REC
022300     ELSE
022400         WRITE SH-SALES-HIST-REC
022500     END-IF.
022600 8000-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*  9000-FINALIZE.                                              *
023100*****************************************************************
023200 9000-FINALIZE.
023300     DISPLAY "SLSHUPD1 MULOUT LINES: " WS-M1-COUNT
023400         " M4OUT LINES: " WS-M4-COUNT
023500         " NEW HISTORY RECORDS: " WS-ADDED-COUNT.
023600     IF WS-ALREADY-POSTED
023700         MOVE 8 TO RETURN-CODE
023800     END-IF.
023900     CLOSE SLS-HIST.
024000     CLOSE MUL-OUT.
024100     CLOSE M4-OUT.
024200 9000-EXIT.
024300     EXIT.
