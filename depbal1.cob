000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     DEPBAL1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    MONTHLY CUSTOMER DEPOSIT BALANCE REPORT FOR THE DEPOSIT   *
001200*    LIABILITY RECONCILIATION.  READS THE DEPMSTI DEPOSIT      *
001300*    MASTER END TO END AND LISTS EVERY CUSTOMER STILL HOLDING  *
001400*    A DEPOSIT - NAME FROM CUSTMAST, LIFETIME RECEIVED AND     *
001500*    APPLIED, BALANCE, AND DAYS SINCE THE DEPOSIT LAST MOVED - *
001600*    WITH THE TOTAL DEPOSIT LIABILITY AT THE FOOT TO AGREE TO  *
001700*    THE GL CUSTOMER-DEPOSIT ACCOUNT.  RUN AFTER THE LAST      *
001800*    DEPLEDG1 OF THE MONTH.                                    *
001900*                                                              *
002000*  MODIFICATION HISTORY.                                       *
002100*    2026-10-15  DL  ORIGINAL DEPOSIT BALANCE REPORT.          *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT DEP-MAST ASSIGN TO "DEPMSTI"
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS CU-ACCOUNT-CODE.
003200     SELECT BAL-RPT ASSIGN TO "DEPBALRP"
003300         ORGANIZATION IS SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  DEP-MAST.
003800     COPY DLDEPMST.
003900
004000 FD  CUST-MAST.
004100     COPY DLCUSTMS.
004200
004300 FD  BAL-RPT.
004400 01  DB-PRINT-LINE            PIC X(132).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
004900         88  WS-MAST-EOF           VALUE "Y".
005000
005100 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
005200 01  WS-LAST-MOVED            PIC 9(08) VALUE ZERO.
005300 01  WS-IDLE-DAYS             PIC S9(05) VALUE ZERO.
005400 01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
005500 01  WS-EMPTY-COUNT           PIC 9(05) VALUE ZERO.
005600 01  WS-RECEIVED-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
005700 01  WS-APPLIED-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
005800 01  WS-LIABILITY-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
005900
006000 01  WS-RPT-HEADER.
006100     05  FILLER               PIC X(36) VALUE
006200         "CUSTOMER DEPOSIT BALANCES - AS OF ".
006300     05  WS-HDR-DATE          PIC 9(08).
006400
006500 01  WS-RPT-COLUMNS.
006600     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
006700     05  FILLER               PIC X(27) VALUE "CUSTOMER".
006800     05  FILLER               PIC X(10) VALUE "OPENED    ".
006900     05  FILLER               PIC X(10) VALUE "LAST MOVED".
007000     05  FILLER               PIC X(05) VALUE " IDLE".
007100     05  FILLER               PIC X(16) VALUE
007200         "        RECEIVED".
007300     05  FILLER               PIC X(16) VALUE
007400         "         APPLIED".
007500     05  FILLER               PIC X(16) VALUE
007600         "         BALANCE".
007700
007800 01  WS-RPT-DETAIL.
007900     05  WS-DET-ACCOUNT       PIC X(06).
008000     05  FILLER               PIC X(02) VALUE SPACES.
008100     05  WS-DET-NAME          PIC X(25).
008200     05  FILLER               PIC X(02) VALUE SPACES.
008300     05  WS-DET-OPEN-DATE     PIC 9(08).
008400     05  FILLER               PIC X(02) VALUE SPACES.
008500     05  WS-DET-LAST-MOVED    PIC 9(08).
008600     05  FILLER               PIC X(02) VALUE SPACES.
008700     05  WS-DET-IDLE          PIC ZZZZ9.
008800     05  WS-DET-RECEIVED      PIC Z(12)9.99.
008900     05  WS-DET-APPLIED       PIC Z(12)9.99.
009000     05  WS-DET-BALANCE       PIC Z(12)9.99.
009100
009200 01  WS-RPT-TOTAL.
009300     05  FILLER               PIC X(06) VALUE "TOTAL ".
009400     05  WS-TOT-COUNT         PIC ZZZZ9.
009500     05  FILLER               PIC X(13) VALUE " DEPOSITS".
009600     05  FILLER               PIC X(36) VALUE SPACES.
009700     05  WS-TOT-RECEIVED      PIC Z(12)9.99.
009800     05  WS-TOT-APPLIED       PIC Z(12)9.99.
009900     05  WS-TOT-BALANCE       PIC Z(12)9.99.
010000
010100 01  WS-RPT-LIABILITY.
010200     05  FILLER               PIC X(35) VALUE
010300         "DEPOSIT LIABILITY PER LEDGER       ".
010400     05  WS-LIA-AMOUNT        PIC Z(12)9.99.
010500     05  FILLER               PIC X(16) VALUE
010600         "  FULLY DRAWN:  ".
010700     05  WS-LIA-EMPTY         PIC ZZZZ9.
010800
010900 PROCEDURE DIVISION.
011000*****************************************************************
011100*  0000-MAINLINE.                                              *
011200*****************************************************************
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011500     PERFORM 2000-REPORT-ONE-DEPOSIT THRU 2000-EXIT
011600         UNTIL WS-MAST-EOF.
011700     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
011800     PERFORM 9000-FINALIZE THRU 9000-EXIT.
011900     STOP RUN.
012000
012100*****************************************************************
012200*  1000-INITIALIZE.                                            *
012300*****************************************************************
012400 1000-INITIALIZE.
012500     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
012600     OPEN INPUT DEP-MAST.
012700     OPEN INPUT CUST-MAST.
012800     OPEN OUTPUT BAL-RPT.
012900     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
013000     WRITE DB-PRINT-LINE FROM WS-RPT-HEADER.
013100     WRITE DB-PRINT-LINE FROM WS-RPT-COLUMNS.
013200     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
013300 1000-EXIT.
013400     EXIT.
013500
013600*****************************************************************
013700*  1200-READ-MASTER.                                           *
013800*****************************************************************
013900 1200-READ-MASTER.
014000     READ DEP-MAST
014100         AT END
014200             SET WS-MAST-EOF TO TRUE
014300     END-READ.
014400 1200-EXIT.
014500     EXIT.
014600
014700*****************************************************************
014800*  2000-REPORT-ONE-DEPOSIT.                                    *
014900*    A DEPOSIT DRAWN TO ZERO IS COUNTED BUT NOT LISTED.  THE   *
015000*    IDLE DAYS RUN FROM THE LATER OF THE LAST PREPAYMENT AND   *
015100*    THE LAST DRAW, SO A DEPOSIT NOBODY IS BILLING AGAINST     *
015200*    STANDS OUT.                                               *
015300*****************************************************************
015400 2000-REPORT-ONE-DEPOSIT.
015500     ADD DP-TOTAL-RECEIVED TO WS-RECEIVED-TOTAL.
015600     ADD DP-TOTAL-APPLIED  TO WS-APPLIED-TOTAL.
015700     IF DP-BALANCE = ZERO
015800         ADD 1 TO WS-EMPTY-COUNT
015900         GO TO 2000-NEXT
016000     END-IF.
016100     MOVE DP-LAST-RECEIPT TO WS-LAST-MOVED.
016200     IF DP-LAST-APPLIED > WS-LAST-MOVED
016300         MOVE DP-LAST-APPLIED TO WS-LAST-MOVED
016400     END-IF.
016500     IF WS-LAST-MOVED = ZERO
016600         MOVE DP-OPEN-DATE TO WS-LAST-MOVED
016700     END-IF.
016800     IF WS-LAST-MOVED = ZERO
016900         MOVE ZERO TO WS-IDLE-DAYS
017000     ELSE
017100         COMPUTE WS-IDLE-DAYS =
017200             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
017300             - FUNCTION INTEGER-OF-DATE(WS-LAST-MOVED)
017400     END-IF.
017500     IF WS-IDLE-DAYS < ZERO
017600         MOVE ZERO TO WS-IDLE-DAYS
017700     END-IF.
017800     MOVE DP-ACCOUNT-CODE TO CU-ACCOUNT-CODE.
017900     READ CUST-MAST
018000         INVALID KEY
018100             MOVE "** NOT ON CUSTMAST **" TO CU-NAME
018200     END-READ.
018300     MOVE DP-ACCOUNT-CODE   TO WS-DET-ACCOUNT.
018400     MOVE CU-NAME           TO WS-DET-NAME.
018500     MOVE DP-OPEN-DATE      TO WS-DET-OPEN-DATE.
018600     MOVE WS-LAST-MOVED     TO WS-DET-LAST-MOVED.
018700     MOVE WS-IDLE-DAYS      TO WS-DET-IDLE.
018800     MOVE DP-TOTAL-RECEIVED TO WS-DET-RECEIVED.
018900     MOVE DP-TOTAL-APPLIED  TO WS-DET-APPLIED.
019000     MOVE DP-BALANCE        TO WS-DET-BALANCE.
019100     WRITE DB-PRINT-LINE FROM WS-RPT-DETAIL.
019200     ADD DP-BALANCE TO WS-LIABILITY-TOTAL.
019300     ADD 1 TO WS-HELD-COUNT.
019400 2000-NEXT.
019500     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
019600 2000-EXIT.
019700     EXIT.
019800
019900*****************************************************************
020000*  8000-PRINT-TOTALS.                                          *
020100*    RECEIVED AND APPLIED COVER EVERY DEPOSIT ON THE MASTER,   *
020200*    DRAWN OR NOT, SO RECEIVED LESS APPLIED PROVES TO THE      *
020300*    LIABILITY.                                                *
020400*****************************************************************
020500 8000-PRINT-TOTALS.
020600     MOVE WS-HELD-COUNT      TO WS-TOT-COUNT.
020700     MOVE WS-RECEIVED-TOTAL  TO WS-TOT-RECEIVED.
020800     MOVE WS-APPLIED-TOTAL   TO WS-TOT-APPLIED.
020900     MOVE WS-LIABILITY-TOTAL TO WS-TOT-BALANCE.
021000     WRITE DB-PRINT-LINE FROM WS-RPT-TOTAL.
021100     MOVE WS-LIABILITY-TOTAL TO WS-LIA-AMOUNT.
021200     MOVE WS-EMPTY-COUNT     TO WS-LIA-EMPTY.
021300     WRITE DB-PRINT-LINE FROM WS-RPT-LIABILITY.
021400 8000-EXIT.
021500     EXIT.
021600
021700*****************************************************************
021800*  9000-FINALIZE.                                              *
021900*****************************************************************
022000 9000-FINALIZE.
022100     DISPLAY "DEPBAL1 DEPOSITS HELD: " WS-HELD-COUNT
022200         " LIABILITY: " WS-LIABILITY-TOTAL.
022300     CLOSE DEP-MAST.
022400     CLOSE CUST-MAST.
022500     CLOSE BAL-RPT.
022600 9000-EXIT.
022700     EXIT.
