000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     TAXEXRN1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    TAX-EXEMPTION CERTIFICATE RENEWAL REPORT.  READS THE      *
001200*    TAXEXMS CERTIFICATE MASTER END TO END AND LISTS EVERY     *
001300*    CERTIFICATE EXPIRING WITHIN THE NEXT 30 DAYS, SO BILLING  *
001400*    CAN CHASE THE CUSTOMER FOR A RENEWAL BEFORE THE INVOICE   *
001500*    RUN STARTS TAXING IT AGAIN.  CERTIFICATES THAT EXPIRED    *
001600*    IN THE LAST 30 DAYS ARE LISTED TOO, MARKED AS NOW BEING   *
001700*    TAXED, SO A LAPSED RENEWAL IS NOT LOST.  CUSTOMER NAMES   *
001800*    COME FROM CUSTMAST.                                       *
001900*                                                              *
002000*  MODIFICATION HISTORY.                                       *
002100*    2026-10-15  DL  ORIGINAL CERTIFICATE RENEWAL REPORT.      *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT TAX-EXMS ASSIGN TO "TAXEXMS"
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS CU-ACCOUNT-CODE.
003200     SELECT RNW-RPT ASSIGN TO "TAXEXRNW"
003300         ORGANIZATION IS SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  TAX-EXMS.
003800     COPY DLTAXEXM.
003900
004000 FD  CUST-MAST.
004100     COPY DLCUSTMS.
004200
004300 FD  RNW-RPT.
004400 01  RN-PRINT-LINE            PIC X(120).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800     05  WS-EXM-EOF-SW        PIC X(01) VALUE "N".
004900         88  WS-EXM-EOF            VALUE "Y".
005000
005100 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
005200 01  WS-DAYS-LEFT             PIC S9(07) VALUE ZERO.
005300 01  WS-CERT-COUNT            PIC 9(05) VALUE ZERO.
005400 01  WS-RENEW-COUNT           PIC 9(05) VALUE ZERO.
005500 01  WS-LAPSED-COUNT          PIC 9(05) VALUE ZERO.
005600
005700 01  WS-RPT-HEADER.
005800     05  FILLER               PIC X(42) VALUE
005900         "TAX-EXEMPTION CERTIFICATE RENEWALS - AS OF".
006000     05  FILLER               PIC X(01) VALUE SPACE.
006100     05  WS-HDR-DATE          PIC 9(08).
006200
006300 01  WS-RPT-COLUMNS.
006400     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
006500     05  FILLER               PIC X(27) VALUE "CUSTOMER".
006600     05  FILLER               PIC X(06) VALUE "JUR   ".
006700     05  FILLER               PIC X(17) VALUE "CERTIFICATE".
006800     05  FILLER               PIC X(05) VALUE "TYPE ".
006900     05  FILLER               PIC X(10) VALUE "EXPIRES   ".
007000     05  FILLER               PIC X(06) VALUE "  DAYS".
007100     05  FILLER               PIC X(02) VALUE SPACES.
007200     05  FILLER               PIC X(20) VALUE "STATUS".
007300
007400 01  WS-RPT-DETAIL.
007500     05  WS-DET-ACCOUNT       PIC X(06).
007600     05  FILLER               PIC X(02) VALUE SPACES.
007700     05  WS-DET-NAME          PIC X(25).
007800     05  FILLER               PIC X(02) VALUE SPACES.
007900     05  WS-DET-JURIS         PIC X(03).
008000     05  FILLER               PIC X(03) VALUE SPACES.
008100     05  WS-DET-CERT          PIC X(15).
008200     05  FILLER               PIC X(02) VALUE SPACES.
008300     05  WS-DET-TYPE          PIC X(01).
008400     05  FILLER               PIC X(04) VALUE SPACES.
008500     05  WS-DET-EXPIRY        PIC 9(08).
008600     05  FILLER               PIC X(02) VALUE SPACES.
008700     05  WS-DET-DAYS          PIC -----9.
008800     05  FILLER               PIC X(02) VALUE SPACES.
008900     05  WS-DET-STATUS        PIC X(20).
009000
009100 01  WS-RPT-TOTAL.
009200     05  FILLER               PIC X(14) VALUE "CERTIFICATES ".
009300     05  WS-TOT-CERTS         PIC ZZZZ9.
009400     05  FILLER               PIC X(19) VALUE
009500         "  DUE FOR RENEWAL ".
009600     05  WS-TOT-RENEW         PIC ZZZZ9.
009700     05  FILLER               PIC X(17) VALUE
009800         "  LAPSED, TAXED ".
009900     05  WS-TOT-LAPSED        PIC ZZZZ9.
010000
010100 PROCEDURE DIVISION.
010200*****************************************************************
010300*  0000-MAINLINE.                                              *
010400*****************************************************************
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010700     PERFORM 2000-CHECK-ONE-CERT THRU 2000-EXIT
010800         UNTIL WS-EXM-EOF.
010900     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
011000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
011100     STOP RUN.
011200
011300*****************************************************************
011400*  1000-INITIALIZE.                                            *
011500*****************************************************************
011600 1000-INITIALIZE.
011700     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
011800     OPEN INPUT TAX-EXMS.
011900     OPEN INPUT CUST-MAST.
012000     OPEN OUTPUT RNW-RPT.
012100     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
012200     WRITE RN-PRINT-LINE FROM WS-RPT-HEADER.
012300     WRITE RN-PRINT-LINE FROM WS-RPT-COLUMNS.
012400     PERFORM 1200-READ-CERT THRU 1200-EXIT.
012500 1000-EXIT.
012600     EXIT.
012700
012800*****************************************************************
012900*  1200-READ-CERT.                                             *
013000*****************************************************************
013100 1200-READ-CERT.
013200     READ TAX-EXMS
013300         AT END
013400             SET WS-EXM-EOF TO TRUE
013500     END-READ.
013600 1200-EXIT.
013700     EXIT.
013800
013900*****************************************************************
014000*  2000-CHECK-ONE-CERT.                                        *
014100*    A CERTIFICATE WITH NO EXPIRY DATE NEVER NEEDS RENEWAL.    *
014200*    THE INVOICE RUN STILL HONOURS A CERTIFICATE ON ITS        *
014300*    EXPIRY DATE, SO ZERO DAYS LEFT IS A RENEWAL, NOT A LAPSE. *
014400*****************************************************************
014500 2000-CHECK-ONE-CERT.
014600     ADD 1 TO WS-CERT-COUNT.
014700     IF EC-EXPIRY-DATE = ZERO
014800         GO TO 2000-NEXT
014900     END-IF.
015000     COMPUTE WS-DAYS-LEFT =
015100         FUNCTION INTEGER-OF-DATE(EC-EXPIRY-DATE)
015200         - FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
015300     IF WS-DAYS-LEFT > 30 OR WS-DAYS-LEFT < -30
015400         GO TO 2000-NEXT
015500     END-IF.
015600     IF WS-DAYS-LEFT < ZERO
015700         MOVE "EXPIRED - NOW TAXED" TO WS-DET-STATUS
015800         ADD 1 TO WS-LAPSED-COUNT
015900     ELSE
016000         MOVE "RENEW BEFORE EXPIRY" TO WS-DET-STATUS
016100         ADD 1 TO WS-RENEW-COUNT
016200     END-IF.
016300     MOVE EC-ACCOUNT-CODE TO CU-ACCOUNT-CODE.
016400     READ CUST-MAST
016500         INVALID KEY
016600             MOVE "** NOT ON CUSTMAST **" TO CU-NAME
016700     END-READ.
016800     MOVE EC-ACCOUNT-CODE TO WS-DET-ACCOUNT.
016900     MOVE CU-NAME         TO WS-DET-NAME.
017000     MOVE EC-TAX-JURIS    TO WS-DET-JURIS.
017100     MOVE EC-CERT-NO      TO WS-DET-CERT.
017200     MOVE EC-EXEMPT-TYPE  TO WS-DET-TYPE.
017300     MOVE EC-EXPIRY-DATE  TO WS-DET-EXPIRY.
017400     MOVE WS-DAYS-LEFT    TO WS-DET-DAYS.
017500     WRITE RN-PRINT-LINE FROM WS-RPT-DETAIL.
017600 2000-NEXT.
017700     PERFORM 1200-READ-CERT THRU 1200-EXIT.
017800 2000-EXIT.
017900     EXIT.
018000
018100*****************************************************************
018200*  8000-PRINT-TOTALS.                                          *
018300*****************************************************************
018400 8000-PRINT-TOTALS.
018500     MOVE WS-CERT-COUNT   TO WS-TOT-CERTS.
018600     MOVE WS-RENEW-COUNT  TO WS-TOT-RENEW.
018700     MOVE WS-LAPSED-COUNT TO WS-TOT-LAPSED.
018800     WRITE RN-PRINT-LINE FROM WS-RPT-TOTAL.
018900 8000-EXIT.
019000     EXIT.
019100
019200*****************************************************************
019300*  9000-FINALIZE.                                              *
019400*****************************************************************
019500 9000-FINALIZE.
019600     DISPLAY "TAXEXRN1 CERTIFICATES DUE FOR RENEWAL: "
019700         WS-RENEW-COUNT " LAPSED: " WS-LAPSED-COUNT.
019800     CLOSE TAX-EXMS.
019900     CLOSE CUST-MAST.
020000     CLOSE RNW-RPT.
020100 9000-EXIT.
020200     EXIT.
