000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     CUSTINQ1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    ONLINE CUSTOMER ACCOUNT INQUIRY FOR THE SERVICE DESK.     *
001300*    THE REP KEYS AN ACCOUNT CODE AND ONE PANEL ANSWERS FROM   *
001400*    EVERY FILE THE CALL NEEDS -                               *
001500*      CUSTMAST  NAME, ADDRESS, TERMS, TAX, CREDIT LIMIT       *
001600*      ARMAST    EVERY OPEN ITEM WITH DAYS PAST DUE, AND THE   *
001700*                OPEN BALANCE AGED CURRENT/1-30/31-60/61-90/   *
001800*                OVER 90 FROM THE DUE DATE AS ARLEDG1 AGES IT  *
001900*      CHMASTI   CREDIT-HOLD STATUS, HOLD DATE AND BALANCE     *
002000*      DUNREG    THE LAST DUNNING LEVEL SENT AND ITS DATE      *
002100*      CSHAUDIT  THE LAST FIVE RECEIPTS APPLIED                *
002200*      INVARCH   THE LAST FIVE INVOICES BILLED                 *
002300*    FROM THE PANEL THE REP MAY KEY ANY INVOICE NUMBER OF THE  *
002400*    ACCOUNT TO SEE ITS LINES FROM THE INVOICE ARCHIVE.  EVERY *
002500*    FILE IS OPENED INPUT - NOTHING IS CHANGED FROM HERE.  A   *
002600*    BLANK ACCOUNT CODE ENDS THE SESSION.  CUSTOMER DATA IS    *
002700*    SHOWN, SO THE SESSION IS BEHIND THE AUTHORITY-PROFILE     *
002800*    FRONT DOOR (RC 12 WHEN REFUSED).                          *
002900*                                                              *
003000*  MODIFICATION HISTORY.                                       *
003100*    2026-10-15  DL  ORIGINAL ONLINE ACCOUNT INQUIRY.          *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AUTH-USER ASSIGN TO "AUTHUSER"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT AUTH-PROF ASSIGN TO "AUTHPROF"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT SEC-AUDIT ASSIGN TO "SECAUDIT"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CU-ACCOUNT-CODE.
004600     SELECT AR-MAST ASSIGN TO "ARMAST"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT HOLD-MAST ASSIGN TO "CHMASTI"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT DUN-REG ASSIGN TO "DUNREG"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT APP-AUDIT ASSIGN TO "CSHAUDIT"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT INV-ARCH ASSIGN TO "INVARCH"
005500         ORGANIZATION IS SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AUTH-USER.
006000     COPY DLAUTHUS.
006100
006200 FD  AUTH-PROF.
006300     COPY DLAUTH.
006400
006500 FD  SEC-AUDIT.
006600     COPY DLSECAUD.
006700
006800 FD  CUST-MAST.
006900     COPY DLCUSTMS.
007000
007100 FD  AR-MAST.
007200     COPY DLARITEM.
007300
007400 FD  HOLD-MAST.
007500     COPY DLCHMAST.
007600
007700 FD  DUN-REG.
007800 01  DR-REGISTER-LINE.
007900     05  DR-ACCOUNT           PIC X(08).
008000     05  FILLER               PIC X(02).
008100     05  DR-LEVEL             PIC X(12).
008200     05  FILLER               PIC X(02).
008300     05  DR-HOLD-DATE         PIC 9(08).
008400     05  FILLER               PIC X(02).
008500     05  DR-AGE-DAYS          PIC ZZZ9.
008600     05  FILLER               PIC X(02).
008700     05  DR-HOLD-BALANCE      PIC -(4)9.
008800     05  FILLER               PIC X(02).
008900     05  DR-LETTER-DATE       PIC 9(08).
009000
009100 FD  APP-AUDIT.
009200     COPY DLCSHAPP.
009300
009400 FD  INV-ARCH.
009500     COPY DLINVARC.
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-AUTH-USER             PIC X(08) VALUE SPACES.
009900 01  WS-AUTH-OK-SW            PIC X(01) VALUE "N".
010000     88  WS-AUTH-OK               VALUE "Y".
010100 01  WS-AUTHU-EOF-SW          PIC X(01) VALUE "N".
010200     88  WS-AUTHU-EOF             VALUE "Y".
010300 01  WS-AUTHP-EOF-SW          PIC X(01) VALUE "N".
010400     88  WS-AUTHP-EOF             VALUE "Y".
010500 01  WS-AUTH-DATE             PIC 9(08) VALUE ZERO.
010600 01  WS-AUTH-CLOCK            PIC 9(08) VALUE ZERO.
010700
010800 01  WS-SWITCHES.
010900     05  WS-SESSION-END-SW    PIC X(01) VALUE "N".
011000         88  WS-SESSION-END        VALUE "Y".
011100     05  WS-PANEL-END-SW      PIC X(01) VALUE "N".
011200         88  WS-PANEL-END          VALUE "Y".
011300     05  WS-EOF-SW            PIC X(01) VALUE "N".
011400         88  WS-EOF                VALUE "Y".
011500     05  WS-FOUND-SW          PIC X(01) VALUE "N".
011600         88  WS-RECORD-FOUND       VALUE "Y".
011700
011800 01  WS-LOWER-CASE            PIC X(26) VALUE
011900     "abcdefghijklmnopqrstuvwxyz".
012000 01  WS-UPPER-CASE            PIC X(26) VALUE
012100     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012200
012300 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
012400 01  WS-INQ-ACCOUNT           PIC X(06) VALUE SPACES.
012500 01  WS-WORK-ACCOUNT          PIC X(08) VALUE SPACES.
012600 01  WS-INQ-INVOICE           PIC X(08) VALUE SPACES.
012700 01  WS-INQ-INVOICE-NO REDEFINES WS-INQ-INVOICE
012800                              PIC 9(08).
012900 01  WS-AGE-DAYS              PIC S9(07) VALUE ZERO.
013000 01  WS-ITEM-COUNT            PIC 9(05) VALUE ZERO.
013100 01  WS-ITEMS-SHOWN           PIC 9(05) VALUE ZERO.
013200 01  WS-ITEMS-MAX             PIC 9(05) VALUE 15.
013300 01  WS-LINES-SHOWN           PIC 9(05) VALUE ZERO.
013400 01  WS-OPEN-TOTAL            PIC S9(11) VALUE ZERO.
013500 01  WS-BKT-IDX               PIC 9(01) VALUE ZERO.
013600 01  WS-BUCKET-TABLE.
013700     05  WS-BKT-AMOUNT OCCURS 5 TIMES
013800                              PIC S9(11).
013900 01  WS-HOLD-TEXT             PIC X(39) VALUE SPACES.
014000 01  WS-DUN-LEVEL             PIC X(12) VALUE SPACES.
014100 01  WS-DUN-DATE              PIC 9(08) VALUE ZERO.
014200
014300*****************************************************************
014400*  THE LAST-FIVE TABLE, KEPT NEWEST FIRST.  THE RECEIPT AND    *
014500*  INVOICE SECTIONS EACH FILL IT IN TURN AND SHOW IT.          *
014600*****************************************************************
014700 01  LST-IDX                  PIC 9(01) VALUE ZERO.
014800 01  LST-SUB                  PIC 9(01) VALUE ZERO.
014900 01  WS-LAST-COUNT            PIC 9(01) VALUE ZERO.
015000 01  WS-CAND-KEY              PIC X(16) VALUE SPACES.
015100 01  WS-CAND-LINE             PIC X(79) VALUE SPACES.
015200 01  WS-LAST-TABLE.
015300     05  WS-LAST-ENTRY OCCURS 5 TIMES.
015400         10  WS-LST-KEY       PIC X(16).
015500         10  WS-LST-LINE      PIC X(79).
015600
015700 01  WS-RULE-LINE             PIC X(79) VALUE ALL "-".
015800
015900 01  WS-PNL-TITLE.
016000     05  FILLER               PIC X(34) VALUE
016100         "CUSTINQ1  CUSTOMER ACCOUNT INQUIRY".
016200     05  FILLER               PIC X(26) VALUE SPACES.
016300     05  FILLER               PIC X(05) VALUE "USER ".
016400     05  WS-TTL-USER          PIC X(08).
016500     05  FILLER               PIC X(01) VALUE SPACE.
016600     05  WS-TTL-DATE          PIC 9(08).
016700
016800 01  WS-PNL-CUST-1.
016900     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
017000     05  WS-PC1-ACCOUNT       PIC X(06).
017100     05  FILLER               PIC X(02) VALUE SPACES.
017200     05  WS-PC1-NAME          PIC X(25).
017300     05  FILLER               PIC X(08) VALUE "  TERMS ".
017400     05  WS-PC1-TERMS         PIC X(04).
017500     05  FILLER               PIC X(06) VALUE "  TAX ".
017600     05  WS-PC1-TAX-JURIS     PIC X(03).
017700
017800 01  WS-PNL-CUST-2.
017900     05  FILLER               PIC X(16) VALUE SPACES.
018000     05  WS-PC2-ADDRESS       PIC X(25).
018100     05  FILLER               PIC X(15) VALUE "  CREDIT LIMIT ".
018200     05  WS-PC2-LIMIT         PIC ZZZ,ZZZ,ZZ9.
018300
018400 01  WS-PNL-CUST-3.
018500     05  FILLER               PIC X(16) VALUE SPACES.
018600     05  WS-PC3-ADDRESS       PIC X(25).
018700     05  FILLER               PIC X(10) VALUE "  BILLING ".
018800     05  WS-PC3-BILL-FREQ     PIC X(01).
018900     05  FILLER               PIC X(06) VALUE "  CCY ".
019000     05  WS-PC3-BILL-CCY      PIC X(03).
019100     05  FILLER               PIC X(15) VALUE "  DIRECT DEBIT ".
019200     05  WS-PC3-DD-STATUS     PIC X(01).
019300
019400 01  WS-PNL-ITEM-HEAD.
019500     05  FILLER               PIC X(40) VALUE
019600         "OPEN ITEMS  INVOICE   INV DATE  DUE DATE".
019700     05  FILLER               PIC X(26) VALUE
019800         "   OPEN AMOUNT  ST    DAYS".
019900
020000 01  WS-PNL-ITEM.
020100     05  FILLER               PIC X(12) VALUE SPACES.
020200     05  WS-PIT-INVOICE       PIC X(08).
020300     05  FILLER               PIC X(02) VALUE SPACES.
020400     05  WS-PIT-INV-DATE      PIC 9(08).
020500     05  FILLER               PIC X(02) VALUE SPACES.
020600     05  WS-PIT-DUE-DATE      PIC 9(08).
020700     05  FILLER               PIC X(02) VALUE SPACES.
020800     05  WS-PIT-OPEN          PIC -(11)9.
020900     05  FILLER               PIC X(02) VALUE SPACES.
021000     05  WS-PIT-STATUS        PIC X(01).
021100     05  FILLER               PIC X(02) VALUE SPACES.
021200     05  WS-PIT-DAYS          PIC -(6)9.
021300
021400 01  WS-PNL-ITEM-MORE.
021500     05  FILLER               PIC X(12) VALUE SPACES.
021600     05  WS-PIM-COUNT         PIC ZZZZ9.
021700     05  FILLER               PIC X(33) VALUE
021800         " MORE OPEN ITEMS IN AGING BELOW".
021900
022000 01  WS-PNL-AGING.
022100     05  FILLER               PIC X(06) VALUE "AGING ".
022200     05  WS-PAG-TOTAL         PIC -(10)9.
022300     05  WS-PAG-BUCKET OCCURS 5 TIMES
022400                              PIC -(10)9.
022500
022600 01  WS-PNL-AGING-HEAD.
022700     05  FILLER               PIC X(39) VALUE
022800         "            TOTAL    CURRENT       1-30".
022900     05  FILLER               PIC X(33) VALUE
023000         "      31-60      61-90    OVER 90".
023100
023200 01  WS-PNL-HOLD.
023300     05  FILLER               PIC X(13) VALUE "CREDIT HOLD  ".
023400     05  WS-PHD-TEXT          PIC X(39).
023500
023600 01  WS-PNL-HOLD-DETAIL.
023700     05  WS-PHL-STATUS        PIC X(10).
023800     05  FILLER               PIC X(07) VALUE " SINCE ".
023900     05  WS-PHL-DATE          PIC 9(08).
024000     05  FILLER               PIC X(09) VALUE " BALANCE ".
024100     05  WS-PHL-BALANCE       PIC -(4)9.
024200
024300 01  WS-PNL-DUNNING.
024400     05  FILLER               PIC X(13) VALUE "LAST DUNNING ".
024500     05  WS-PDN-LEVEL         PIC X(12).
024600     05  FILLER               PIC X(06) VALUE " SENT ".
024700     05  WS-PDN-DATE          PIC 9(08).
024800
024900 01  WS-PNL-RECEIPT-HEAD.
025000     05  FILLER               PIC X(34) VALUE
025100         "LAST RECEIPTS  RECEIPT ID  APPLIED".
025200     05  FILLER               PIC X(34) VALUE
025300         "      AMOUNT  PRINCIPAL   INTEREST".
025400
025500 01  WS-PNL-RECEIPT.
025600     05  FILLER               PIC X(15) VALUE SPACES.
025700     05  WS-PRC-RECEIPT-ID    PIC X(10).
025800     05  FILLER               PIC X(02) VALUE SPACES.
025900     05  WS-PRC-DATE          PIC 9(08).
026000     05  WS-PRC-AMOUNT        PIC Z(7)9.99.
026100     05  WS-PRC-PRINCIPAL     PIC Z(7)9.99.
026200     05  WS-PRC-INTEREST      PIC Z(7)9.99.
026300
026400 01  WS-PNL-INVOICE-HEAD.
026500     05  FILLER               PIC X(33) VALUE
026600         "LAST INVOICES  INVOICE   BILLED  ".
026700     05  FILLER               PIC X(18) VALUE
026800         " LINES       TOTAL".
026900
027000 01  WS-PNL-INVOICE.
027100     05  FILLER               PIC X(15) VALUE SPACES.
027200     05  WS-PIV-INVOICE       PIC 9(08).
027300     05  FILLER               PIC X(02) VALUE SPACES.
027400     05  WS-PIV-BILL-DATE     PIC 9(08).
027500     05  WS-PIV-LINES         PIC Z(5)9.
027600     05  WS-PIV-TOTAL         PIC Z(11)9.
027700
027800 01  WS-PNL-LINE-HEAD.
027900     05  FILLER               PIC X(08) VALUE "INVOICE ".
028000     05  WS-PLH-INVOICE       PIC X(08).
028100     05  FILLER               PIC X(08) VALUE " BILLED ".
028200     05  WS-PLH-BILL-DATE     PIC 9(08).
028300     05  FILLER               PIC X(07) VALUE " TOTAL ".
028400     05  WS-PLH-TOTAL         PIC Z(8)9.
028500     05  FILLER               PIC X(05) VALUE " TAX ".
028600     05  WS-PLH-TAX           PIC Z(8)9.
028700
028800 01  WS-PNL-LINE.
028900     05  FILLER               PIC X(04) VALUE SPACES.
029000     05  WS-PLN-IMAGE         PIC X(61).
029100
029200 01  WS-PNL-MESSAGE           PIC X(79) VALUE SPACES.
029300
029400 PROCEDURE DIVISION.
029500*****************************************************************
029600*  0000-MAINLINE.                                              *
029700*****************************************************************
029800 0000-MAINLINE.
029900     PERFORM 0080-CHECK-AUTHORITY THRU 0080-EXIT.
030000     IF NOT WS-AUTH-OK
030100         MOVE 12 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030500     PERFORM 2000-ONE-ACCOUNT THRU 2000-EXIT
030600         UNTIL WS-SESSION-END.
030700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
030800     STOP RUN.
030900
031000*****************************************************************
031100*  1000-INITIALIZE.                                            *
031200*****************************************************************
031300 1000-INITIALIZE.
031400     MOVE WS-AUTH-DATE TO WS-PROCESS-DATE.
031500     MOVE WS-AUTH-USER TO WS-TTL-USER.
031600     MOVE WS-PROCESS-DATE TO WS-TTL-DATE.
031700     OPEN INPUT CUST-MAST.
031800 1000-EXIT.
031900     EXIT.
032000
032100*****************************************************************
032200*  2000-ONE-ACCOUNT.                                           *
032300*    ASKS FOR AN ACCOUNT, SHOWS ITS PANEL, THEN TAKES INVOICE  *
032400*    DRILL-DOWNS UNTIL THE REP KEYS A BLANK.                   *
032500*****************************************************************
032600 2000-ONE-ACCOUNT.
032700     DISPLAY " ".
032800     DISPLAY "ACCOUNT CODE (BLANK TO END):".
032900     MOVE SPACES TO WS-INQ-ACCOUNT.
033000     ACCEPT WS-INQ-ACCOUNT.
033100     INSPECT WS-INQ-ACCOUNT
033200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
033300     IF WS-INQ-ACCOUNT = SPACES
033400         SET WS-SESSION-END TO TRUE
033500         GO TO 2000-EXIT
033600     END-IF.
033700     MOVE WS-INQ-ACCOUNT TO WS-WORK-ACCOUNT.
033800     MOVE WS-INQ-ACCOUNT TO CU-ACCOUNT-CODE.
033900     SET WS-RECORD-FOUND TO TRUE.
034000     READ CUST-MAST
034100         INVALID KEY
034200             MOVE "N" TO WS-FOUND-SW
034300     END-READ.
034400     IF NOT WS-RECORD-FOUND
034500         MOVE SPACES TO WS-PNL-MESSAGE
034600         STRING "ACCOUNT " WS-INQ-ACCOUNT
034700             " IS NOT ON THE CUSTOMER MASTER"
034800             DELIMITED BY SIZE INTO WS-PNL-MESSAGE
034900         DISPLAY WS-PNL-MESSAGE
035000         GO TO 2000-EXIT
035100     END-IF.
035200     PERFORM 3000-SHOW-CUSTOMER THRU 3000-EXIT.
035300     PERFORM 4000-SHOW-OPEN-ITEMS THRU 4000-EXIT.
035400     PERFORM 5000-SHOW-HOLD THRU 5000-EXIT.
035500     PERFORM 5500-SHOW-DUNNING THRU 5500-EXIT.
035600     PERFORM 6000-SHOW-RECEIPTS THRU 6000-EXIT.
035700     PERFORM 6500-SHOW-INVOICES THRU 6500-EXIT.
035800     MOVE "N" TO WS-PANEL-END-SW.
035900     PERFORM 7000-DRILL-ONE-INVOICE THRU 7000-EXIT
036000         UNTIL WS-PANEL-END.
036100 2000-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*  3000-SHOW-CUSTOMER.                                         *
036600*****************************************************************
036700 3000-SHOW-CUSTOMER.
036800     DISPLAY WS-RULE-LINE.
036900     DISPLAY WS-PNL-TITLE.
037000     DISPLAY WS-RULE-LINE.
037100     MOVE CU-ACCOUNT-CODE TO WS-PC1-ACCOUNT.
037200     MOVE CU-NAME         TO WS-PC1-NAME.
037300     MOVE CU-TERMS        TO WS-PC1-TERMS.
037400     MOVE CU-TAX-JURIS    TO WS-PC1-TAX-JURIS.
037500     DISPLAY WS-PNL-CUST-1.
037600     MOVE CU-ADDRESS-1    TO WS-PC2-ADDRESS.
037700     MOVE CU-CREDIT-LIMIT TO WS-PC2-LIMIT.
037800     DISPLAY WS-PNL-CUST-2.
037900     MOVE CU-ADDRESS-2    TO WS-PC3-ADDRESS.
038000     MOVE CU-BILL-FREQ    TO WS-PC3-BILL-FREQ.
038100     MOVE CU-BILL-CCY     TO WS-PC3-BILL-CCY.
038200     MOVE CU-DD-STATUS    TO WS-PC3-DD-STATUS.
038300     DISPLAY WS-PNL-CUST-3.
038400     DISPLAY WS-RULE-LINE.
038500 3000-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*  4000-SHOW-OPEN-ITEMS.                                       *
039000*    EVERY OPEN OR PARTLY PAID ITEM COUNTS IN THE AGING; THE   *
039100*    FIRST FIFTEEN ARE LISTED SO THE PANEL STAYS ON ONE SCREEN.*
039200*****************************************************************
039300 4000-SHOW-OPEN-ITEMS.
039400     MOVE ZERO TO WS-ITEM-COUNT.
039500     MOVE ZERO TO WS-ITEMS-SHOWN.
039600     MOVE ZERO TO WS-OPEN-TOTAL.
039700     MOVE ZERO TO WS-BKT-AMOUNT(1) WS-BKT-AMOUNT(2)
039800         WS-BKT-AMOUNT(3) WS-BKT-AMOUNT(4) WS-BKT-AMOUNT(5).
039900     DISPLAY WS-PNL-ITEM-HEAD.
040000     MOVE "N" TO WS-EOF-SW.
040100     OPEN INPUT AR-MAST.
040200     PERFORM 4100-SHOW-ONE-ITEM THRU 4100-EXIT
040300         UNTIL WS-EOF.
040400     CLOSE AR-MAST.
040500     IF WS-ITEM-COUNT = ZERO
040600         DISPLAY "            NO OPEN ITEMS"
040700     END-IF.
040800     IF WS-ITEM-COUNT > WS-ITEMS-SHOWN
040900         COMPUTE WS-PIM-COUNT = WS-ITEM-COUNT - WS-ITEMS-SHOWN
041000         DISPLAY WS-PNL-ITEM-MORE
041100     END-IF.
041200     DISPLAY WS-PNL-AGING-HEAD.
041300     MOVE WS-OPEN-TOTAL TO WS-PAG-TOTAL.
041400     PERFORM 4200-EDIT-ONE-BUCKET THRU 4200-EXIT
041500         VARYING WS-BKT-IDX FROM 1 BY 1
041600         UNTIL WS-BKT-IDX > 5.
041700     DISPLAY WS-PNL-AGING.
041800     DISPLAY WS-RULE-LINE.
041900 4000-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300*  4100-SHOW-ONE-ITEM.                                         *
042400*****************************************************************
042500 4100-SHOW-ONE-ITEM.
042600     READ AR-MAST
042700         AT END
042800             SET WS-EOF TO TRUE
042900     END-READ.
043000     IF WS-EOF
043100         GO TO 4100-EXIT
043200     END-IF.
043300     IF AR-ACCOUNT-CODE NOT = WS-INQ-ACCOUNT
043400         GO TO 4100-EXIT
043500     END-IF.
043600     IF NOT AR-OPEN AND NOT AR-PARTIAL
043700         GO TO 4100-EXIT
043800     END-IF.
043900     ADD 1 TO WS-ITEM-COUNT.
044000     ADD AR-OPEN-AMOUNT TO WS-OPEN-TOTAL.
044100     MOVE ZERO TO WS-AGE-DAYS.
044200     IF AR-DUE-DATE > ZERO
044300         COMPUTE WS-AGE-DAYS =
044400             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
044500             - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
044600     END-IF.
044700     EVALUATE TRUE
044800         WHEN WS-AGE-DAYS NOT > ZERO
044900             MOVE 1 TO WS-BKT-IDX
045000         WHEN WS-AGE-DAYS NOT > 30
045100             MOVE 2 TO WS-BKT-IDX
045200         WHEN WS-AGE-DAYS NOT > 60
045300             MOVE 3 TO WS-BKT-IDX
045400         WHEN WS-AGE-DAYS NOT > 90
045500             MOVE 4 TO WS-BKT-IDX
045600         WHEN OTHER
045700             MOVE 5 TO WS-BKT-IDX
045800     END-EVALUATE.
045900     ADD AR-OPEN-AMOUNT TO WS-BKT-AMOUNT(WS-BKT-IDX).
046000     IF WS-ITEMS-SHOWN NOT < WS-ITEMS-MAX
046100         GO TO 4100-EXIT
046200     END-IF.
046300     MOVE AR-INVOICE-NO   TO WS-PIT-INVOICE.
046400     MOVE AR-INVOICE-DATE TO WS-PIT-INV-DATE.
046500     MOVE AR-DUE-DATE     TO WS-PIT-DUE-DATE.
046600     MOVE AR-OPEN-AMOUNT  TO WS-PIT-OPEN.
046700     MOVE AR-STATUS       TO WS-PIT-STATUS.
046800     MOVE WS-AGE-DAYS     TO WS-PIT-DAYS.
046900     DISPLAY WS-PNL-ITEM.
047000     ADD 1 TO WS-ITEMS-SHOWN.
047100 4100-EXIT.
047200     EXIT.
047300
047400*****************************************************************
047500*  4200-EDIT-ONE-BUCKET.                                       *
047600*****************************************************************
047700 4200-EDIT-ONE-BUCKET.
047800     MOVE WS-BKT-AMOUNT(WS-BKT-IDX)
047900         TO WS-PAG-BUCKET(WS-BKT-IDX).
048000 4200-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400*  5000-SHOW-HOLD.                                             *
048500*****************************************************************
048600 5000-SHOW-HOLD.
048700     MOVE "NOT ON HOLD" TO WS-HOLD-TEXT.
048800     MOVE "N" TO WS-EOF-SW.
048900     OPEN INPUT HOLD-MAST.
049000     PERFORM 5100-SCAN-ONE-HOLD THRU 5100-EXIT
049100         UNTIL WS-EOF.
049200     CLOSE HOLD-MAST.
049300     MOVE WS-HOLD-TEXT TO WS-PHD-TEXT.
049400     DISPLAY WS-PNL-HOLD.
049500 5000-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900*  5100-SCAN-ONE-HOLD.                                         *
050000*****************************************************************
050100 5100-SCAN-ONE-HOLD.
050200     READ HOLD-MAST
050300         AT END
050400             SET WS-EOF TO TRUE
050500     END-READ.
050600     IF WS-EOF
050700         GO TO 5100-EXIT
050800     END-IF.
050900     IF CM-ACCOUNT NOT = WS-WORK-ACCOUNT
051000         GO TO 5100-EXIT
051100     END-IF.
051200     IF CM-HELD
051300         MOVE "ON HOLD   " TO WS-PHL-STATUS
051400     ELSE
051500         MOVE "RELEASED  " TO WS-PHL-STATUS
051600     END-IF.
051700     MOVE CM-HOLD-DATE    TO WS-PHL-DATE.
051800     MOVE CM-HOLD-BALANCE TO WS-PHL-BALANCE.
051900     MOVE WS-PNL-HOLD-DETAIL TO WS-HOLD-TEXT.
052000 5100-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*  5500-SHOW-DUNNING.                                          *
052500*    THE REGISTER IS IN LETTER ORDER, SO THE LAST LINE FOR THE *
052600*    ACCOUNT IS THE LAST LEVEL SENT.                           *
052700*****************************************************************
052800 5500-SHOW-DUNNING.
052900     MOVE "NONE SENT" TO WS-DUN-LEVEL.
053000     MOVE ZERO TO WS-DUN-DATE.
053100     MOVE "N" TO WS-EOF-SW.
053200     OPEN INPUT DUN-REG.
053300     PERFORM 5600-SCAN-ONE-LETTER THRU 5600-EXIT
053400         UNTIL WS-EOF.
053500     CLOSE DUN-REG.
053600     MOVE WS-DUN-LEVEL TO WS-PDN-LEVEL.
053700     MOVE WS-DUN-DATE  TO WS-PDN-DATE.
053800     DISPLAY WS-PNL-DUNNING.
053900     DISPLAY WS-RULE-LINE.
054000 5500-EXIT.
054100     EXIT.
054200
054300*****************************************************************
054400*  5600-SCAN-ONE-LETTER.                                       *
054500*****************************************************************
054600 5600-SCAN-ONE-LETTER.
054700     READ DUN-REG
054800         AT END
054900             SET WS-EOF TO TRUE
055000     END-READ.
055100     IF WS-EOF
055200         GO TO 5600-EXIT
055300     END-IF.
055400     IF DR-ACCOUNT = WS-WORK-ACCOUNT
055500         MOVE DR-LEVEL       TO WS-DUN-LEVEL
055600         MOVE DR-LETTER-DATE TO WS-DUN-DATE
055700     END-IF.
055800 5600-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200*  6000-SHOW-RECEIPTS.                                         *
056300*****************************************************************
056400 6000-SHOW-RECEIPTS.
056500     MOVE ZERO TO WS-LAST-COUNT.
056600     MOVE "N" TO WS-EOF-SW.
056700     OPEN INPUT APP-AUDIT.
056800     PERFORM 6100-SCAN-ONE-RECEIPT THRU 6100-EXIT
056900         UNTIL WS-EOF.
057000     CLOSE APP-AUDIT.
057100     DISPLAY WS-PNL-RECEIPT-HEAD.
057200     IF WS-LAST-COUNT = ZERO
057300         DISPLAY "               NO RECEIPTS ON FILE"
057400     END-IF.
057500     PERFORM 8200-SHOW-ONE-LAST THRU 8200-EXIT
057600         VARYING LST-IDX FROM 1 BY 1
057700         UNTIL LST-IDX > WS-LAST-COUNT.
057800     DISPLAY WS-RULE-LINE.
057900 6000-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300*  6100-SCAN-ONE-RECEIPT.                                      *
058400*****************************************************************
058500 6100-SCAN-ONE-RECEIPT.
058600     READ APP-AUDIT
058700         AT END
058800             SET WS-EOF TO TRUE
058900     END-READ.
059000     IF WS-EOF
059100         GO TO 6100-EXIT
059200     END-IF.
059300     IF CA-ACCOUNT NOT = WS-WORK-ACCOUNT
059400         GO TO 6100-EXIT
059500     END-IF.
059600     MOVE CA-RECEIPT-ID     TO WS-PRC-RECEIPT-ID.
059700     MOVE CA-APPLY-DATE     TO WS-PRC-DATE.
059800     MOVE CA-RECEIPT-AMOUNT TO WS-PRC-AMOUNT.
059900     MOVE CA-TO-PRINCIPAL   TO WS-PRC-PRINCIPAL.
060000     MOVE CA-TO-INTEREST    TO WS-PRC-INTEREST.
060100     MOVE SPACES TO WS-CAND-KEY.
060200     STRING CA-APPLY-DATE CA-RECEIPT-ID
060300         DELIMITED BY SIZE INTO WS-CAND-KEY.
060400     MOVE WS-PNL-RECEIPT TO WS-CAND-LINE.
060500     PERFORM 8000-KEEP-IF-RECENT THRU 8000-EXIT.
060600 6100-EXIT.
060700     EXIT.
060800
060900*****************************************************************
061000*  6500-SHOW-INVOICES.                                         *
061100*****************************************************************
061200 6500-SHOW-INVOICES.
061300     MOVE ZERO TO WS-LAST-COUNT.
061400     MOVE "N" TO WS-EOF-SW.
061500     OPEN INPUT INV-ARCH.
061600     PERFORM 6600-SCAN-ONE-INVOICE THRU 6600-EXIT
061700         UNTIL WS-EOF.
061800     CLOSE INV-ARCH.
061900     DISPLAY WS-PNL-INVOICE-HEAD.
062000     IF WS-LAST-COUNT = ZERO
062100         DISPLAY "               NO INVOICES ON THE ARCHIVE"
062200     END-IF.
062300     PERFORM 8200-SHOW-ONE-LAST THRU 8200-EXIT
062400         VARYING LST-IDX FROM 1 BY 1
062500         UNTIL LST-IDX > WS-LAST-COUNT.
062600     DISPLAY WS-RULE-LINE.
062700 6500-EXIT.
062800     EXIT.
062900
063000*****************************************************************
063100*  6600-SCAN-ONE-INVOICE.                                      *
063200*****************************************************************
063300 6600-SCAN-ONE-INVOICE.
063400     READ INV-ARCH
063500         AT END
063600             SET WS-EOF TO TRUE
063700     END-READ.
063800     IF WS-EOF
063900         GO TO 6600-EXIT
064000     END-IF.
064100     IF NOT IA-HEADER-REC
064200             OR IA-ACCOUNT-CODE NOT = WS-INQ-ACCOUNT
064300         GO TO 6600-EXIT
064400     END-IF.
064500     MOVE IA-INVOICE-NO    TO WS-PIV-INVOICE.
064600     MOVE IA-BILL-DATE     TO WS-PIV-BILL-DATE.
064700     MOVE IA-LINE-COUNT    TO WS-PIV-LINES.
064800     MOVE IA-INVOICE-TOTAL TO WS-PIV-TOTAL.
064900     MOVE SPACES TO WS-CAND-KEY.
065000     STRING IA-BILL-DATE IA-INVOICE-NO
065100         DELIMITED BY SIZE INTO WS-CAND-KEY.
065200     MOVE WS-PNL-INVOICE TO WS-CAND-LINE.
065300     PERFORM 8000-KEEP-IF-RECENT THRU 8000-EXIT.
065400 6600-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800*  7000-DRILL-ONE-INVOICE.                                     *
065900*    ONLY AN INVOICE OF THE ACCOUNT ON THE PANEL IS SHOWN.     *
066000*****************************************************************
066100 7000-DRILL-ONE-INVOICE.
066200     DISPLAY "INVOICE NO FOR ITS LINES (BLANK FOR NEXT ACCOUNT):".
066300     MOVE SPACES TO WS-INQ-INVOICE.
066400     ACCEPT WS-INQ-INVOICE.
066500     IF WS-INQ-INVOICE = SPACES
066600         SET WS-PANEL-END TO TRUE
066700         GO TO 7000-EXIT
066800     END-IF.
066900     IF WS-INQ-INVOICE IS NOT NUMERIC
067000         DISPLAY "INVOICE NUMBER MUST BE EIGHT DIGITS"
067100         GO TO 7000-EXIT
067200     END-IF.
067300     MOVE ZERO TO WS-LINES-SHOWN.
067400     MOVE "N" TO WS-FOUND-SW.
067500     MOVE "N" TO WS-EOF-SW.
067600     OPEN INPUT INV-ARCH.
067700     PERFORM 7100-SHOW-ONE-LINE THRU 7100-EXIT
067800         UNTIL WS-EOF.
067900     CLOSE INV-ARCH.
068000     IF NOT WS-RECORD-FOUND
068100         MOVE SPACES TO WS-PNL-MESSAGE
068200         STRING "INVOICE " WS-INQ-INVOICE
068300             " IS NOT ON THE ARCHIVE FOR ACCOUNT " WS-INQ-ACCOUNT
068400             DELIMITED BY SIZE INTO WS-PNL-MESSAGE
068500         DISPLAY WS-PNL-MESSAGE
068600     END-IF.
068700     DISPLAY WS-RULE-LINE.
068800 7000-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200*  7100-SHOW-ONE-LINE.                                         *
069300*    THE HEADER SETTLES WHETHER THE INVOICE BELONGS TO THE     *
069400*    ACCOUNT; ITS DETAIL LINES FOLLOW IT ON THE ARCHIVE.       *
069500*****************************************************************
069600 7100-SHOW-ONE-LINE.
069700     READ INV-ARCH
069800         AT END
069900             SET WS-EOF TO TRUE
070000     END-READ.
070100     IF WS-EOF
070200         GO TO 7100-EXIT
070300     END-IF.
070400     IF IA-INVOICE-NO NOT = WS-INQ-INVOICE-NO
070500         GO TO 7100-EXIT
070600     END-IF.
070700     IF IA-HEADER-REC
070800         IF IA-ACCOUNT-CODE = WS-INQ-ACCOUNT
070900             SET WS-RECORD-FOUND TO TRUE
071000             MOVE WS-INQ-INVOICE   TO WS-PLH-INVOICE
071100             MOVE IA-BILL-DATE     TO WS-PLH-BILL-DATE
071200             MOVE IA-INVOICE-TOTAL TO WS-PLH-TOTAL
071300             MOVE IA-TAX-AMOUNT    TO WS-PLH-TAX
071400             DISPLAY WS-PNL-LINE-HEAD
071500         END-IF
071600         GO TO 7100-EXIT
071700     END-IF.
071800     IF IA-DETAIL-REC AND WS-RECORD-FOUND
071900         MOVE IA-LINE-IMAGE TO WS-PLN-IMAGE
072000         DISPLAY WS-PNL-LINE
072100         ADD 1 TO WS-LINES-SHOWN
072200     END-IF.
072300 7100-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700*  8000-KEEP-IF-RECENT.                                        *
072800*    SLOTS THE CANDIDATE INTO THE NEWEST-FIRST LAST-FIVE TABLE *
072900*    WHEN IT IS NEWER THAN THE OLDEST ENTRY KEPT.  ON A TIE    *
073000*    THE LATER RECORD ON FILE WINS.                            *
073100*****************************************************************
073200 8000-KEEP-IF-RECENT.
073300     MOVE ZERO TO LST-SUB.
073400     PERFORM 8050-FIND-SLOT THRU 8050-EXIT
073500         VARYING LST-IDX FROM 1 BY 1
073600         UNTIL LST-IDX > WS-LAST-COUNT
073700            OR LST-SUB > ZERO.
073800     IF LST-SUB = ZERO
073900         IF WS-LAST-COUNT < 5
074000             ADD 1 TO WS-LAST-COUNT
074100             MOVE WS-LAST-COUNT TO LST-SUB
074200         ELSE
074300             GO TO 8000-EXIT
074400         END-IF
074500     ELSE
074600         IF WS-LAST-COUNT < 5
074700             ADD 1 TO WS-LAST-COUNT
074800         END-IF
074900         PERFORM 8100-SHIFT-ONE-DOWN THRU 8100-EXIT
075000             VARYING LST-IDX FROM WS-LAST-COUNT BY -1
075100             UNTIL LST-IDX NOT > LST-SUB
075200     END-IF.
075300     MOVE WS-CAND-KEY  TO WS-LST-KEY(LST-SUB).
075400     MOVE WS-CAND-LINE TO WS-LST-LINE(LST-SUB).
075500 8000-EXIT.
075600     EXIT.
075700
075800*****************************************************************
075900*  8050-FIND-SLOT.                                             *
076000*****************************************************************
076100 8050-FIND-SLOT.
076200     IF WS-CAND-KEY NOT < WS-LST-KEY(LST-IDX)
076300         MOVE LST-IDX TO LST-SUB
076400     END-IF.
076500 8050-EXIT.
076600     EXIT.
076700
076800*****************************************************************
076900*  8100-SHIFT-ONE-DOWN.                                        *
077000*****************************************************************
077100 8100-SHIFT-ONE-DOWN.
077200     MOVE WS-LAST-ENTRY(LST-IDX - 1) TO WS-LAST-ENTRY(LST-IDX).
077300 8100-EXIT.
077400     EXIT.
077500
077600*****************************************************************
077700*  8200-SHOW-ONE-LAST.                                         *
077800*****************************************************************
077900 8200-SHOW-ONE-LAST.
078000     DISPLAY WS-LST-LINE(LST-IDX).
078100 8200-EXIT.
078200     EXIT.
078300
078400*****************************************************************
078500*  9000-FINALIZE.                                              *
078600*****************************************************************
078700 9000-FINALIZE.
078800     CLOSE CUST-MAST.
078900     DISPLAY "CUSTINQ1 - INQUIRY SESSION ENDED".
079000 9000-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400*  0080-CHECK-AUTHORITY.                                       *
079500*    READS THE INVOKING USER FROM AUTHUSER AND LOOKS FOR AN    *
079600*    AUTHORITY PROFILE PAIRING THAT USER WITH THIS PROGRAM.    *
079700*    THE INVOCATION - ALLOWED OR REFUSED - IS LOGGED TO THE    *
079800*    SECURITY AUDIT EITHER WAY; A REFUSAL STOPS THE RUN.       *
079900*****************************************************************
080000 0080-CHECK-AUTHORITY.
080100     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
080200     OPEN INPUT AUTH-USER.
080300     READ AUTH-USER
080400         AT END
080500             SET WS-AUTHU-EOF TO TRUE
080600     END-READ.
080700     IF NOT WS-AUTHU-EOF
080800         MOVE UZ-USER-ID TO WS-AUTH-USER
080900     END-IF.
081000     CLOSE AUTH-USER.
081100     OPEN INPUT AUTH-PROF.
081200     PERFORM 0085-SCAN-ONE-PROFILE THRU 0085-EXIT
081300         UNTIL WS-AUTHP-EOF
081400            OR WS-AUTH-OK.
081500     CLOSE AUTH-PROF.
081600     OPEN EXTEND SEC-AUDIT.
081700     MOVE WS-AUTH-USER  TO SD-USER-ID.
081800     MOVE "CUSTINQ1"    TO SD-PROGRAM.
081900     MOVE WS-AUTH-DATE  TO SD-RUN-DATE.
082000     ACCEPT WS-AUTH-CLOCK FROM TIME.
082100     MOVE WS-AUTH-CLOCK TO SD-RUN-TIME.
082200     IF WS-AUTH-OK
082300         SET SD-ALLOWED TO TRUE
082400     ELSE
082500         SET SD-REFUSED TO TRUE
082600         DISPLAY "CUSTINQ1 - USER " WS-AUTH-USER
082700             " NOT AUTHORIZED - RUN REFUSED"
082800     END-IF.
082900     WRITE SD-SECURITY-REC.
083000     CLOSE SEC-AUDIT.
083100 0080-EXIT.
083200     EXIT.
083300
083400*****************************************************************
083500*  0085-SCAN-ONE-PROFILE.                                      *
083600*****************************************************************
083700 0085-SCAN-ONE-PROFILE.
083800     READ AUTH-PROF
083900         AT END
084000             SET WS-AUTHP-EOF TO TRUE
084100         NOT AT END
084200             IF AZ-USER-ID = WS-AUTH-USER
084300                     AND AZ-PROGRAM = "CUSTINQ1"
084400                 SET WS-AUTH-OK TO TRUE
084500             END-IF
084600     END-READ.
084700 0085-EXIT.
084800     EXIT.
