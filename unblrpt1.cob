000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     UNBLRPT1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    MONTH-END UNBILLED LINES REPORT FOR FINANCE.  READS THE   *
001200*    UNBILLO UNBILLED-LINES HOLDING FILE LEFT BY THE NIGHT'S   *
001300*    INVOICE1 - LINES EXTENDED FOR WEEKLY AND MONTHLY BILLING  *
001400*    CUSTOMERS BUT NOT YET INVOICED - AND LISTS ONE LINE PER   *
001500*    ACCOUNT WITH ITS NAME AND BILLING FREQUENCY FROM          *
001600*    CUSTMAST, THE NUMBER OF HELD LINES, THE OLDEST HELD       *
001700*    PROCESS DATE, AND THE EXTENDED AMOUNT NOT YET BILLED,     *
001800*    WITH THE UNBILLED TOTAL AT THE FOOT.  UNBILLO IS IN       *
001900*    ACCOUNT ORDER AS INVOICE1 WRITES IT.                      *
002000*                                                              *
002100*  MODIFICATION HISTORY.                                       *
002200*    2026-10-15  DL  ORIGINAL UNBILLED LINES REPORT.           *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT UNBL-IN ASSIGN TO "UNBILLO"
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS CU-ACCOUNT-CODE.
003300     SELECT UNBL-RPT ASSIGN TO "UNBLRPT"
003400         ORGANIZATION IS SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  UNBL-IN.
003900     COPY DLMULOUT.
004000
004100 FD  CUST-MAST.
004200     COPY DLCUSTMS.
004300
004400 FD  UNBL-RPT.
004500 01  UB-PRINT-LINE            PIC X(120).
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     05  WS-EOF-SW            PIC X(01) VALUE "N".
005000         88  WS-EOF                VALUE "Y".
005100
005200 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
005300 01  WS-CURRENT-ACCOUNT       PIC X(06) VALUE SPACES.
005400 01  WS-ACCT-LINES            PIC 9(07) VALUE ZERO.
005500 01  WS-ACCT-OLDEST           PIC 9(08) VALUE ZERO.
005600 01  WS-ACCT-AMOUNT           PIC 9(11) VALUE ZERO.
005700 01  WS-ACCOUNT-COUNT         PIC 9(05) VALUE ZERO.
005800 01  WS-LINE-TOTAL            PIC 9(07) VALUE ZERO.
005900 01  WS-UNBILLED-TOTAL        PIC 9(13) VALUE ZERO.
006000
006100 01  WS-RPT-HEADER.
006200     05  FILLER               PIC X(34) VALUE
006300         "UNBILLED EXTENDED LINES - AS OF ".
006400     05  WS-HDR-DATE          PIC 9(08).
006500
006600 01  WS-RPT-COLUMNS.
006700     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
006800     05  FILLER               PIC X(27) VALUE "CUSTOMER".
006900     05  FILLER               PIC X(06) VALUE "FREQ  ".
007000     05  FILLER               PIC X(08) VALUE "   LINES".
007100     05  FILLER               PIC X(12) VALUE "  OLDEST    ".
007200     05  FILLER               PIC X(14) VALUE
007300         "      UNBILLED".
007400
007500 01  WS-RPT-DETAIL.
007600     05  WS-DET-ACCOUNT       PIC X(06).
007700     05  FILLER               PIC X(02) VALUE SPACES.
007800     05  WS-DET-NAME          PIC X(25).
007900     05  FILLER               PIC X(02) VALUE SPACES.
008000     05  WS-DET-FREQ          PIC X(01).
008100     05  FILLER               PIC X(05) VALUE SPACES.
008200     05  WS-DET-LINES         PIC Z(07)9.
008300     05  FILLER               PIC X(02) VALUE SPACES.
008400     05  WS-DET-OLDEST        PIC 9(08).
008500     05  FILLER               PIC X(02) VALUE SPACES.
008600     05  WS-DET-AMOUNT        PIC Z(13)9.
008700
008800 01  WS-RPT-TOTAL.
008900     05  FILLER               PIC X(06) VALUE "TOTAL ".
009000     05  WS-TOT-COUNT         PIC ZZZZ9.
009100     05  FILLER               PIC X(10) VALUE " ACCOUNTS ".
009200     05  FILLER               PIC X(20) VALUE SPACES.
009300     05  WS-TOT-LINES         PIC Z(07)9.
009400     05  FILLER               PIC X(12) VALUE SPACES.
009500     05  WS-TOT-AMOUNT        PIC Z(13)9.
009600
009700 PROCEDURE DIVISION.
009800*****************************************************************
009900*  0000-MAINLINE.                                              *
010000*****************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     PERFORM 2000-TALLY-ONE-LINE THRU 2000-EXIT
010400         UNTIL WS-EOF.
010500     IF WS-CURRENT-ACCOUNT NOT = SPACES
010600         PERFORM 3000-PRINT-ACCOUNT THRU 3000-EXIT
010700     END-IF.
010800     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
010900     PERFORM 9000-FINALIZE THRU 9000-EXIT.
011000     STOP RUN.
011100
011200*****************************************************************
011300*  1000-INITIALIZE.                                            *
011400*****************************************************************
011500 1000-INITIALIZE.
011600     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
011700     OPEN INPUT UNBL-IN.
011800     OPEN INPUT CUST-MAST.
011900     OPEN OUTPUT UNBL-RPT.
012000     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
012100     WRITE UB-PRINT-LINE FROM WS-RPT-HEADER.
012200     WRITE UB-PRINT-LINE FROM WS-RPT-COLUMNS.
012300     PERFORM 1200-READ-HELD THRU 1200-EXIT.
012400 1000-EXIT.
012500     EXIT.
012600
012700*****************************************************************
012800*  1200-READ-HELD.                                             *
012900*****************************************************************
013000 1200-READ-HELD.
013100     READ UNBL-IN
013200         AT END
013300             SET WS-EOF TO TRUE
013400     END-READ.
013500 1200-EXIT.
013600     EXIT.
013700
013800*****************************************************************
013900*  2000-TALLY-ONE-LINE.                                        *
014000*    A NEW ACCOUNT CODE PRINTS THE PRIOR ACCOUNT'S LINE AND    *
014100*    STARTS A FRESH TALLY.                                     *
014200*****************************************************************
014300 2000-TALLY-ONE-LINE.
014400     IF MO-ACCOUNT-CODE NOT = WS-CURRENT-ACCOUNT
014500         IF WS-CURRENT-ACCOUNT NOT = SPACES
014600             PERFORM 3000-PRINT-ACCOUNT THRU 3000-EXIT
014700         END-IF
014800         MOVE MO-ACCOUNT-CODE TO WS-CURRENT-ACCOUNT
014900         MOVE ZERO TO WS-ACCT-LINES
015000         MOVE ZERO TO WS-ACCT-AMOUNT
015100         MOVE MO-PROCESS-DATE TO WS-ACCT-OLDEST
015200     END-IF.
015300     IF MO-PROCESS-DATE < WS-ACCT-OLDEST
015400         MOVE MO-PROCESS-DATE TO WS-ACCT-OLDEST
015500     END-IF.
015600     ADD 1 TO WS-ACCT-LINES.
015700     ADD MO-EXTENSION-AMT TO WS-ACCT-AMOUNT.
015800     PERFORM 1200-READ-HELD THRU 1200-EXIT.
015900 2000-EXIT.
016000     EXIT.
016100
016200*****************************************************************
016300*  3000-PRINT-ACCOUNT.                                         *
016400*****************************************************************
016500 3000-PRINT-ACCOUNT.
016600     MOVE WS-CURRENT-ACCOUNT TO CU-ACCOUNT-CODE.
016700     READ CUST-MAST
016800         INVALID KEY
016900             MOVE "** NOT ON CUSTMAST **" TO CU-NAME
017000             MOVE "?" TO CU-BILL-FREQ
017100     END-READ.
017200     MOVE WS-CURRENT-ACCOUNT TO WS-DET-ACCOUNT.
017300     MOVE CU-NAME            TO WS-DET-NAME.
017400     MOVE CU-BILL-FREQ       TO WS-DET-FREQ.
017500     MOVE WS-ACCT-LINES      TO WS-DET-LINES.
017600     MOVE WS-ACCT-OLDEST     TO WS-DET-OLDEST.
017700     MOVE WS-ACCT-AMOUNT     TO WS-DET-AMOUNT.
017800     WRITE UB-PRINT-LINE FROM WS-RPT-DETAIL.
017900     ADD 1 TO WS-ACCOUNT-COUNT.
018000     ADD WS-ACCT-LINES  TO WS-LINE-TOTAL.
018100     ADD WS-ACCT-AMOUNT TO WS-UNBILLED-TOTAL.
018200 3000-EXIT.
018300     EXIT.
018400
018500*****************************************************************
018600*  8000-PRINT-TOTALS.                                          *
018700*****************************************************************
018800 8000-PRINT-TOTALS.
018900     MOVE WS-ACCOUNT-COUNT  TO WS-TOT-COUNT.
019000     MOVE WS-LINE-TOTAL     TO WS-TOT-LINES.
019100     MOVE WS-UNBILLED-TOTAL TO WS-TOT-AMOUNT.
019200     WRITE UB-PRINT-LINE FROM WS-RPT-TOTAL.
019300 8000-EXIT.
019400     EXIT.
019500
019600*****************************************************************
019700*  9000-FINALIZE.                                              *
019800*****************************************************************
019900 9000-FINALIZE.
020000     DISPLAY "UNBLRPT1 ACCOUNTS UNBILLED: " WS-ACCOUNT-COUNT
020100         " AMOUNT: " WS-UNBILLED-TOTAL.
020200     CLOSE UNBL-IN.
020300     CLOSE CUST-MAST.
020400     CLOSE UNBL-RPT.
020500 9000-EXIT.
020600     EXIT.
