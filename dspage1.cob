000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     DSPAGE1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    WEEKLY OPEN-DISPUTES AGING REPORT FOR BILLING.  READS     *
001200*    THE DISPMAST DISPUTE MASTER END TO END AND LISTS EVERY    *
001300*    DISPUTE STILL OPEN WITH ITS ACCOUNT, REASON, OWNER, AND   *
001400*    AMOUNT, AGED BY DAYS SINCE THE DISPUTE WAS OPENED INTO    *
001500*    0-30, 31-60, 61-90, AND OVER 90 COLUMNS, WITH THE BUCKET  *
001600*    TOTALS AT THE FOOT, SO BILLING CAN SEE WHICH              *
001700*    INVESTIGATIONS HAVE GONE STALE.                           *
001800*                                                              *
001900*  MODIFICATION HISTORY.                                       *
002000*    2026-10-15  DL  ORIGINAL OPEN-DISPUTES AGING REPORT.      *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT DISP-MAST ASSIGN TO "DISPMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS DM-INVOICE-NO.
002900     SELECT AGE-RPT ASSIGN TO "DSPAGRPT"
003000         ORGANIZATION IS SEQUENTIAL.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  DISP-MAST.
003500     COPY DLDISPM.
003600
003700 FD  AGE-RPT.
003800 01  DA-PRINT-LINE            PIC X(120).
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-SWITCHES.
004200     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
004300         88  WS-MAST-EOF           VALUE "Y".
004400
004500 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
004600 01  WS-AGE-DAYS              PIC S9(05) VALUE ZERO.
004700 01  WS-OPEN-COUNT            PIC 9(05) VALUE ZERO.
004800 01  BKT-IDX                  PIC 9(01) VALUE ZERO.
004900
005000 01  WS-GRAND-BUCKET.
005100     05  WS-GRD-BUCKET        PIC 9(13) OCCURS 4 TIMES.
005200 01  WS-GRAND-TOTAL           PIC 9(13) VALUE ZERO.
005300
005400 01  WS-RPT-HEADER.
005500     05  FILLER               PIC X(30) VALUE
005600         "OPEN INVOICE DISPUTES - AGING".
005700     05  FILLER               PIC X(06) VALUE " AS OF".
005800     05  FILLER               PIC X(01) VALUE SPACE.
005900     05  WS-HDR-DATE          PIC 9(08).
006000
006100 01  WS-RPT-COLUMNS.
006200     05  FILLER               PIC X(10) VALUE "INVOICE   ".
006300     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
006400     05  FILLER               PIC X(06) VALUE "RSN   ".
006500     05  FILLER               PIC X(10) VALUE "OWNER     ".
006600     05  FILLER               PIC X(10) VALUE "OPENED    ".
006700     05  FILLER               PIC X(05) VALUE " DAYS".
006800     05  FILLER               PIC X(14) VALUE "          0-30".
006900     05  FILLER               PIC X(14) VALUE "         31-60".
007000     05  FILLER               PIC X(14) VALUE "         61-90".
007100     05  FILLER               PIC X(14) VALUE "       OVER 90".
007200
007300 01  WS-RPT-DETAIL.
007400     05  WS-DET-INVOICE       PIC X(08).
007500     05  FILLER               PIC X(02) VALUE SPACES.
007600     05  WS-DET-ACCOUNT       PIC X(06).
007700     05  FILLER               PIC X(02) VALUE SPACES.
007800     05  WS-DET-REASON        PIC X(04).
007900     05  FILLER               PIC X(02) VALUE SPACES.
008000     05  WS-DET-OWNER         PIC X(08).
008100     05  FILLER               PIC X(02) VALUE SPACES.
008200     05  WS-DET-OPEN-DATE     PIC 9(08).
008300     05  FILLER               PIC X(02) VALUE SPACES.
008400     05  WS-DET-AGE           PIC ZZZZ9.
008500     05  WS-DET-BUCKET        PIC Z(13)9 OCCURS 4 TIMES.
008600
008700 01  WS-RPT-TOTAL.
008800     05  FILLER               PIC X(06) VALUE "TOTAL ".
008900     05  WS-TOT-COUNT         PIC ZZZZ9.
009000     05  FILLER               PIC X(10) VALUE " DISPUTES ".
009100     05  WS-TOT-GRAND         PIC Z(12)9.
009200     05  FILLER               PIC X(15) VALUE SPACES.
009300     05  WS-TOT-BUCKET        PIC Z(13)9 OCCURS 4 TIMES.
009400
009500 PROCEDURE DIVISION.
009600*****************************************************************
009700*  0000-MAINLINE.                                              *
009800*****************************************************************
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010100     PERFORM 2000-AGE-ONE-DISPUTE THRU 2000-EXIT
010200         UNTIL WS-MAST-EOF.
010300     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
010400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
010500     STOP RUN.
010600
010700*****************************************************************
010800*  1000-INITIALIZE.                                            *
010900*****************************************************************
011000 1000-INITIALIZE.
011100     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
011200     PERFORM 1050-CLEAR-ONE-BUCKET THRU 1050-EXIT
011300         VARYING BKT-IDX FROM 1 BY 1
011400         UNTIL BKT-IDX > 4.
011500     OPEN INPUT DISP-MAST.
011600     OPEN OUTPUT AGE-RPT.
011700     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
011800     WRITE DA-PRINT-LINE FROM WS-RPT-HEADER.
011900     WRITE DA-PRINT-LINE FROM WS-RPT-COLUMNS.
012000     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
012100 1000-EXIT.
012200     EXIT.
012300
012400*****************************************************************
012500*  1050-CLEAR-ONE-BUCKET.                                      *
012600*****************************************************************
012700 1050-CLEAR-ONE-BUCKET.
012800     MOVE ZERO TO WS-GRD-BUCKET(BKT-IDX).
012900 1050-EXIT.
013000     EXIT.
013100
013200*****************************************************************
013300*  1200-READ-MASTER.                                           *
013400*****************************************************************
013500 1200-READ-MASTER.
013600     READ DISP-MAST NEXT RECORD
013700         AT END
013800             SET WS-MAST-EOF TO TRUE
013900     END-READ.
014000 1200-EXIT.
014100     EXIT.
014200
014300*****************************************************************
014400*  2000-AGE-ONE-DISPUTE.                                       *
014500*    A RESOLVED DISPUTE IS KEPT ON THE MASTER FOR ITS HISTORY  *
014600*    BUT NOT REPORTED.  AGE RUNS FROM THE DAY IT WAS OPENED.   *
014700*****************************************************************
014800 2000-AGE-ONE-DISPUTE.
014900     IF NOT DM-OPEN
015000         GO TO 2000-NEXT
015100     END-IF.
015200     IF DM-OPEN-DATE = ZERO
015300         MOVE ZERO TO WS-AGE-DAYS
015400     ELSE
015500         COMPUTE WS-AGE-DAYS =
015600             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
015700             - FUNCTION INTEGER-OF-DATE(DM-OPEN-DATE)
015800     END-IF.
015900     IF WS-AGE-DAYS < ZERO
016000         MOVE ZERO TO WS-AGE-DAYS
016100     END-IF.
016200     EVALUATE TRUE
016300         WHEN WS-AGE-DAYS <= 30
016400             MOVE 1 TO BKT-IDX
016500         WHEN WS-AGE-DAYS <= 60
016600             MOVE 2 TO BKT-IDX
016700         WHEN WS-AGE-DAYS <= 90
016800             MOVE 3 TO BKT-IDX
016900         WHEN OTHER
017000             MOVE 4 TO BKT-IDX
017100     END-EVALUATE.
017200     MOVE DM-INVOICE-NO   TO WS-DET-INVOICE.
017300     MOVE DM-ACCOUNT-CODE TO WS-DET-ACCOUNT.
017400     MOVE DM-REASON-CODE  TO WS-DET-REASON.
017500     MOVE DM-OWNER        TO WS-DET-OWNER.
017600     MOVE DM-OPEN-DATE    TO WS-DET-OPEN-DATE.
017700     MOVE WS-AGE-DAYS     TO WS-DET-AGE.
017800     MOVE ZERO TO WS-DET-BUCKET(1).
017900     MOVE ZERO TO WS-DET-BUCKET(2).
018000     MOVE ZERO TO WS-DET-BUCKET(3).
018100     MOVE ZERO TO WS-DET-BUCKET(4).
018200     MOVE DM-DISPUTE-AMOUNT TO WS-DET-BUCKET(BKT-IDX).
018300     WRITE DA-PRINT-LINE FROM WS-RPT-DETAIL.
018400     ADD DM-DISPUTE-AMOUNT TO WS-GRD-BUCKET(BKT-IDX).
018500     ADD DM-DISPUTE-AMOUNT TO WS-GRAND-TOTAL.
018600     ADD 1 TO WS-OPEN-COUNT.
018700 2000-NEXT.
018800     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
018900 2000-EXIT.
019000     EXIT.
019100
019200*****************************************************************
019300*  8000-PRINT-TOTALS.                                          *
019400*****************************************************************
019500 8000-PRINT-TOTALS.
019600     MOVE WS-OPEN-COUNT    TO WS-TOT-COUNT.
019700     MOVE WS-GRAND-TOTAL   TO WS-TOT-GRAND.
019800     MOVE WS-GRD-BUCKET(1) TO WS-TOT-BUCKET(1).
019900     MOVE WS-GRD-BUCKET(2) TO WS-TOT-BUCKET(2).
020000     MOVE WS-GRD-BUCKET(3) TO WS-TOT-BUCKET(3).
020100     MOVE WS-GRD-BUCKET(4) TO WS-TOT-BUCKET(4).
020200     WRITE DA-PRINT-LINE FROM WS-RPT-TOTAL.
020300 8000-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700*  9000-FINALIZE.                                              *
020800*****************************************************************
020900 9000-FINALIZE.
021000     DISPLAY "DSPAGE1 OPEN DISPUTES: " WS-OPEN-COUNT.
021100     CLOSE DISP-MAST.
021200     CLOSE AGE-RPT.
021300 9000-EXIT.
021400     EXIT.
