000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     UNAPMNT1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    UNAPPLIED-CASH WORKOUT.  CARRIES THE UNAPPLIED-CASH       *
001200*    MASTER FORWARD (UNAPMSTI TO UNAPMSTO), TAKING ON EVERY    *
001300*    RECEIPT CASHAPP1 ROUTED TO THE CSHSUSP SUSPENSE TODAY,    *
001400*    AND WORKS THE OPS DISPOSITIONS ON UNAPTRAN AGAINST IT -   *
001500*    AN APPLY RE-PRESENTS THE CASH UNDER THE RIGHT ACCOUNT ON  *
001600*    CSHREAPP FOR THE NEXT CASH APPLICATION, AN APPROVED       *
001700*    REFUND LANDS ON THE REFNDREG REFUND REGISTER AND POSTS A  *
001800*    REFUND LINE TO THE GL THROUGH JRNLFD.  WHAT STILL STANDS  *
001900*    IS AGED ON UNAPRPT, AND AN ENTRY UNCLAIMED PAST THE       *
002000*    STATUTORY DORMANCY PERIOD (UNAPDORM) IS FLAGGED AND       *
002100*    LISTED ON ESCHRPT FOR ESCHEATMENT REPORTING, SO THE       *
002200*    SUSPENSE STOPS BEING MONEY NOBODY CAN SEE.                *
002300*                                                              *
002400*  MODIFICATION HISTORY.                                       *
002500*    2026-10-15  DL  ORIGINAL UNAPPLIED-CASH WORKOUT.          *
002550*    2026-10-15  DL  RECEIPTS CARRY A BLANK RECEIPT TYPE.      *
002566*    2026-10-15  DL  RECEIPTS CARRY A BLANK CURRENCY CODE -    *
002583*                    THEY ARE IN BASE.                         *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT UNAP-IN ASSIGN TO "UNAPMSTI"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT UNAP-OUT ASSIGN TO "UNAPMSTO"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT CASH-SUSP ASSIGN TO "CSHSUSP"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT UNAP-TRAN ASSIGN TO "UNAPTRAN"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT DORM-PARM ASSIGN TO "UNAPDORM"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT REAPP-OUT ASSIGN TO "CSHREAPP"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT REFUND-REG ASSIGN TO "REFNDREG"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT JRN-FEED ASSIGN TO "JRNLFD"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT AGE-RPT ASSIGN TO "UNAPRPT"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT ESCH-RPT ASSIGN TO "ESCHRPT"
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  UNAP-IN.
005400     COPY DLUNAPM
005500         REPLACING ==UM-UNAPPLIED-REC==  BY ==UI-UNAPPLIED-REC==
005600                   ==UM-RECEIPT-ID==     BY ==UI-RECEIPT-ID==
005700                   ==UM-ACCOUNT==        BY ==UI-ACCOUNT==
005800                   ==UM-AMOUNT==         BY ==UI-AMOUNT==
005900                   ==UM-RECEIPT-DATE==   BY ==UI-RECEIPT-DATE==
006000                   ==UM-REASON==         BY ==UI-REASON==
006100                   ==UM-STATUS==         BY ==UI-STATUS==
006200                   ==UM-OPEN==           BY ==UI-OPEN==
006300                   ==UM-ESCHEAT==        BY ==UI-ESCHEAT==
006400                   ==UM-FLAG-DATE==      BY ==UI-FLAG-DATE==.
006500
006600 FD  UNAP-OUT.
006700     COPY DLUNAPM.
006800
006900 FD  CASH-SUSP.
007000     COPY DLCSHSUS.
007100
007200 FD  UNAP-TRAN.
007300     COPY DLUNAPTR.
007400
007500 FD  DORM-PARM.
007600     COPY DLUNAPDP.
007700
007800 FD  REAPP-OUT.
007900     COPY DLCSHRCP.
008000
008100 FD  REFUND-REG.
008200 01  RR-PRINT-LINE            PIC X(80).
008300
008400 FD  JRN-FEED.
008500     COPY DLJRNFD.
008600
008700 FD  AGE-RPT.
008800 01  AG-PRINT-LINE            PIC X(120).
008900
009000 FD  ESCH-RPT.
009100 01  ES-PRINT-LINE            PIC X(80).
009200
009300 WORKING-STORAGE SECTION.
009400 01  WS-SWITCHES.
009500     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
009600         88  WS-MAST-EOF           VALUE "Y".
009700     05  WS-SUSP-EOF-SW       PIC X(01) VALUE "N".
009800         88  WS-SUSP-EOF           VALUE "Y".
009900     05  WS-TRAN-EOF-SW       PIC X(01) VALUE "N".
010000         88  WS-TRAN-EOF           VALUE "Y".
010100     05  WS-DORM-EOF-SW       PIC X(01) VALUE "N".
010200         88  WS-DORM-EOF           VALUE "Y".
010300     05  WS-ENTRY-GONE-SW     PIC X(01) VALUE "N".
010400         88  WS-ENTRY-GONE         VALUE "Y".
010500
010600 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
010700 01  WS-DORMANCY-DAYS         PIC 9(05) VALUE 1095.
010800 01  WS-AGE-DAYS              PIC S9(07) VALUE ZERO.
010900 01  WS-DISP-AMOUNT           PIC 9(07)V9(02) VALUE ZERO.
011000 01  BKT-IDX                  PIC 9(01) VALUE ZERO.
011100 01  TRN-IDX                  PIC 9(03) VALUE ZERO.
011200
011300 01  WS-CARRIED-COUNT         PIC 9(07) VALUE ZERO.
011400 01  WS-NEW-COUNT             PIC 9(07) VALUE ZERO.
011500 01  WS-APPLIED-COUNT         PIC 9(07) VALUE ZERO.
011600 01  WS-REFUND-COUNT          PIC 9(07) VALUE ZERO.
011700 01  WS-ESCHEAT-COUNT         PIC 9(07) VALUE ZERO.
011800 01  WS-NEW-ESCHEAT-COUNT     PIC 9(07) VALUE ZERO.
011900 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
012000
012100 01  WS-REFUND-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
012200 01  WS-ESCHEAT-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
012300 01  WS-STANDING-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
012400 01  WS-AGING-TOTALS.
012500     05  WS-AGE-BUCKET        PIC 9(11)V9(02) OCCURS 5 TIMES.
012600
012700 01  WS-TRAN-COUNT            PIC 9(03) VALUE ZERO.
012800 01  WS-TRAN-TABLE.
012900     05  WS-TRAN-ENTRY OCCURS 1 TO 500 TIMES
013000             DEPENDING ON WS-TRAN-COUNT.
013100         10  WS-TRN-ACTION    PIC X(01).
013200         10  WS-TRN-RECEIPT   PIC X(10).
013300         10  WS-TRN-ACCOUNT   PIC X(08).
013400         10  WS-TRN-AMOUNT    PIC 9(07)V9(02).
013500         10  WS-TRN-USER      PIC X(08).
013600         10  WS-TRN-USED-SW   PIC X(01).
013700             88  WS-TRN-USED       VALUE "Y".
013800
013900 01  WS-AGE-HEADER.
014000     05  FILLER               PIC X(40) VALUE
014100         "UNAPPLIED CASH AGING  AS OF ".
014200     05  WS-AGH-DATE          PIC 9(08).
014300
014400 01  WS-AGE-COLUMNS.
014500     05  FILLER               PIC X(12) VALUE "RECEIPT     ".
014600     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
014700     05  FILLER               PIC X(10) VALUE "RCPT DATE ".
014800     05  FILLER               PIC X(15) VALUE
014900         "         AMOUNT".
015000     05  FILLER               PIC X(08) VALUE "    DAYS".
015100     05  FILLER               PIC X(02) VALUE SPACES.
015200     05  FILLER               PIC X(30) VALUE "REASON".
015300     05  FILLER               PIC X(08) VALUE "FLAG".
015400
015500 01  WS-AGE-DETAIL.
015600     05  WS-AGD-RECEIPT       PIC X(10).
015700     05  FILLER               PIC X(02) VALUE SPACES.
015800     05  WS-AGD-ACCOUNT       PIC X(08).
015900     05  FILLER               PIC X(02) VALUE SPACES.
016000     05  WS-AGD-DATE          PIC 9(08).
016100     05  FILLER               PIC X(02) VALUE SPACES.
016200     05  WS-AGD-AMOUNT        PIC Z(11)9.99.
016300     05  WS-AGD-DAYS          PIC -(07)9.
016400     05  FILLER               PIC X(02) VALUE SPACES.
016500     05  WS-AGD-REASON        PIC X(30).
016600     05  WS-AGD-FLAG          PIC X(08).
016700
016800 01  WS-AGE-SUMMARY-HDR.
016900     05  FILLER               PIC X(08) VALUE "TOTALS  ".
017000     05  FILLER               PIC X(16) VALUE "         0-30".
017100     05  FILLER               PIC X(16) VALUE "        31-60".
017200     05  FILLER               PIC X(16) VALUE "        61-90".
017300     05  FILLER               PIC X(16) VALUE "       91-365".
017400     05  FILLER               PIC X(16) VALUE "     OVER 365".
017500     05  FILLER               PIC X(16) VALUE "        TOTAL".
017600
017700 01  WS-AGE-SUMMARY.
017800     05  FILLER               PIC X(08) VALUE SPACES.
017900     05  WS-AGS-B1            PIC Z(11)9.99.
018000     05  FILLER               PIC X(01) VALUE SPACE.
018100     05  WS-AGS-B2            PIC Z(11)9.99.
018200     05  FILLER               PIC X(01) VALUE SPACE.
018300     05  WS-AGS-B3            PIC Z(11)9.99.
018400     05  FILLER               PIC X(01) VALUE SPACE.
018500     05  WS-AGS-B4            PIC Z(11)9.99.
018600     05  FILLER               PIC X(01) VALUE SPACE.
018700     05  WS-AGS-B5            PIC Z(11)9.99.
018800     05  FILLER               PIC X(01) VALUE SPACE.
018900     05  WS-AGS-TOTAL         PIC Z(11)9.99.
019000
019100 01  WS-REFUND-HEADER.
019200     05  FILLER               PIC X(40) VALUE
019300         "APPROVED REFUND REGISTER  RUN DATE ".
019400     05  WS-RFH-DATE          PIC 9(08).
019500
019600 01  WS-REFUND-DETAIL.
019700     05  WS-RFD-RECEIPT       PIC X(10).
019800     05  FILLER               PIC X(02) VALUE SPACES.
019900     05  WS-RFD-ACCOUNT       PIC X(08).
020000     05  FILLER               PIC X(02) VALUE SPACES.
020100     05  WS-RFD-RCPT-DATE     PIC 9(08).
020200     05  FILLER               PIC X(02) VALUE SPACES.
020300     05  WS-RFD-AMOUNT        PIC Z(11)9.99.
020400     05  FILLER               PIC X(02) VALUE SPACES.
020500     05  FILLER               PIC X(12) VALUE "APPROVED BY ".
020600     05  WS-RFD-APPROVER      PIC X(08).
020700
020800 01  WS-REFUND-TRAILER.
020900     05  FILLER               PIC X(14) VALUE "REFUNDS COUNT ".
021000     05  WS-RFT-COUNT         PIC Z(06)9.
021100     05  FILLER               PIC X(09) VALUE "  TOTAL  ".
021200     05  WS-RFT-TOTAL         PIC Z(11)9.99.
021300
021400 01  WS-ESCH-HEADER.
021500     05  FILLER               PIC X(40) VALUE
021600         "UNCLAIMED CASH FOR ESCHEATMENT  AS OF ".
021700     05  WS-ESH-DATE          PIC 9(08).
021800
021900 01  WS-ESCH-DETAIL.
022000     05  WS-ESD-RECEIPT       PIC X(10).
022100     05  FILLER               PIC X(02) VALUE SPACES.
022200     05  WS-ESD-ACCOUNT       PIC X(08).
022300     05  FILLER               PIC X(02) VALUE SPACES.
022400     05  WS-ESD-RCPT-DATE     PIC 9(08).
022500     05  FILLER               PIC X(02) VALUE SPACES.
022600     05  WS-ESD-AMOUNT        PIC Z(11)9.99.
022700     05  FILLER               PIC X(02) VALUE SPACES.
022800     05  FILLER               PIC X(08) VALUE "FLAGGED ".
022900     05  WS-ESD-FLAG-DATE     PIC 9(08).
023000
023100 01  WS-ESCH-TRAILER.
023200     05  FILLER               PIC X(14) VALUE "DORMANT COUNT ".
023300     05  WS-EST-COUNT         PIC Z(06)9.
023400     05  FILLER               PIC X(09) VALUE "  TOTAL  ".
023500     05  WS-EST-TOTAL         PIC Z(11)9.99.
023600
023700 PROCEDURE DIVISION.
023800*****************************************************************
023900*  0000-MAINLINE.                                              *
024000*****************************************************************
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024300     PERFORM 2000-CARRY-ONE-ENTRY THRU 2000-EXIT
024400         UNTIL WS-MAST-EOF.
024500     PERFORM 3000-TAKE-ONE-SUSPENSE THRU 3000-EXIT
024600         UNTIL WS-SUSP-EOF.
024700     PERFORM 4000-REPORT-ONE-UNUSED THRU 4000-EXIT
024800         VARYING TRN-IDX FROM 1 BY 1
024900         UNTIL TRN-IDX > WS-TRAN-COUNT.
025000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
025100     STOP RUN.
025200
025300*****************************************************************
025400*  1000-INITIALIZE.                                            *
025500*    READS THE DORMANCY SETTING (THREE YEARS WHEN THE FILE IS  *
025600*    EMPTY), LOADS THE DAY'S DISPOSITIONS, AND PRIMES THE      *
025700*    CARRIED MASTER AND TODAY'S SUSPENSE.                      *
025800*****************************************************************
025900 1000-INITIALIZE.
026000     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
026100     PERFORM 1050-CLEAR-ONE-BUCKET THRU 1050-EXIT
026200         VARYING BKT-IDX FROM 1 BY 1
026300         UNTIL BKT-IDX > 5.
026400     OPEN INPUT DORM-PARM.
026500     READ DORM-PARM
026600         AT END
026700             SET WS-DORM-EOF TO TRUE
026800     END-READ.
026900     IF NOT WS-DORM-EOF
027000             AND UP-DORMANCY-DAYS > ZERO
027100         MOVE UP-DORMANCY-DAYS TO WS-DORMANCY-DAYS
027200     END-IF.
027300     CLOSE DORM-PARM.
027400     OPEN INPUT UNAP-TRAN.
027500     READ UNAP-TRAN
027600         AT END
027700             SET WS-TRAN-EOF TO TRUE
027800     END-READ.
027900     PERFORM 1100-LOAD-ONE-TRAN THRU 1100-EXIT
028000         UNTIL WS-TRAN-EOF.
028100     CLOSE UNAP-TRAN.
028200     OPEN INPUT UNAP-IN.
028300     OPEN INPUT CASH-SUSP.
028400     OPEN OUTPUT UNAP-OUT.
028500     OPEN OUTPUT REAPP-OUT.
028600     OPEN OUTPUT REFUND-REG.
028700     OPEN OUTPUT AGE-RPT.
028800     OPEN OUTPUT ESCH-RPT.
028900     OPEN EXTEND JRN-FEED.
029000     MOVE WS-PROCESS-DATE TO WS-AGH-DATE.
029100     WRITE AG-PRINT-LINE FROM WS-AGE-HEADER.
029200     WRITE AG-PRINT-LINE FROM WS-AGE-COLUMNS.
029300     MOVE WS-PROCESS-DATE TO WS-RFH-DATE.
029400     WRITE RR-PRINT-LINE FROM WS-REFUND-HEADER.
029500     MOVE WS-PROCESS-DATE TO WS-ESH-DATE.
029600     WRITE ES-PRINT-LINE FROM WS-ESCH-HEADER.
029700     READ UNAP-IN
029800         AT END
029900             SET WS-MAST-EOF TO TRUE
030000     END-READ.
030100     READ CASH-SUSP
030200         AT END
030300             SET WS-SUSP-EOF TO TRUE
030400     END-READ.
030500 1000-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*  1050-CLEAR-ONE-BUCKET.                                      *
031000*****************************************************************
031100 1050-CLEAR-ONE-BUCKET.
031200     MOVE ZERO TO WS-AGE-BUCKET(BKT-IDX).
031300 1050-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700*  1100-LOAD-ONE-TRAN.                                         *
031800*****************************************************************
031900 1100-LOAD-ONE-TRAN.
032000     IF WS-TRAN-COUNT < 500
032100         ADD 1 TO WS-TRAN-COUNT
032200         MOVE UT-ACTION     TO WS-TRN-ACTION(WS-TRAN-COUNT)
032300         MOVE UT-RECEIPT-ID TO WS-TRN-RECEIPT(WS-TRAN-COUNT)
032400         MOVE UT-ACCOUNT    TO WS-TRN-ACCOUNT(WS-TRAN-COUNT)
032500         MOVE UT-AMOUNT     TO WS-TRN-AMOUNT(WS-TRAN-COUNT)
032600         MOVE UT-USER-ID    TO WS-TRN-USER(WS-TRAN-COUNT)
032700         MOVE "N"           TO WS-TRN-USED-SW(WS-TRAN-COUNT)
032800     ELSE
032900         DISPLAY "UNAPMNT1 - TRANSACTION TABLE FULL"
033000         ADD 1 TO WS-ERROR-COUNT
033100     END-IF.
033200     READ UNAP-TRAN
033300         AT END
033400             SET WS-TRAN-EOF TO TRUE
033500     END-READ.
033600 1100-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000*  2000-CARRY-ONE-ENTRY.                                       *
034100*****************************************************************
034200 2000-CARRY-ONE-ENTRY.
034300     MOVE UI-UNAPPLIED-REC TO UM-UNAPPLIED-REC.
034400     ADD 1 TO WS-CARRIED-COUNT.
034500     PERFORM 5000-WORK-ONE-ENTRY THRU 5000-EXIT.
034600     READ UNAP-IN
034700         AT END
034800             SET WS-MAST-EOF TO TRUE
034900     END-READ.
035000 2000-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400*  3000-TAKE-ONE-SUSPENSE.                                     *
035500*    TODAY'S SUSPENSE JOINS THE MASTER AS AN OPEN ENTRY AND    *
035600*    CAN BE DISPOSED OF THE SAME NIGHT.                        *
035700*****************************************************************
035800 3000-TAKE-ONE-SUSPENSE.
035900     MOVE CS-RECEIPT-ID   TO UM-RECEIPT-ID.
036000     MOVE CS-ACCOUNT      TO UM-ACCOUNT.
036100     MOVE CS-AMOUNT       TO UM-AMOUNT.
036200     MOVE CS-RECEIPT-DATE TO UM-RECEIPT-DATE.
036300     MOVE CS-REASON       TO UM-REASON.
036400     SET UM-OPEN TO TRUE.
036500     MOVE ZERO            TO UM-FLAG-DATE.
036600     ADD 1 TO WS-NEW-COUNT.
036700     PERFORM 5000-WORK-ONE-ENTRY THRU 5000-EXIT.
036800     READ CASH-SUSP
036900         AT END
037000             SET WS-SUSP-EOF TO TRUE
037100     END-READ.
037200 3000-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600*  4000-REPORT-ONE-UNUSED.                                     *
037700*    A DISPOSITION THAT NAMED NO STANDING ENTRY IS REPORTED -  *
037800*    IT IS NOT CARRIED, OPS RE-KEYS IT AGAINST THE RIGHT ID.   *
037900*****************************************************************
038000 4000-REPORT-ONE-UNUSED.
038100     IF NOT WS-TRN-USED(TRN-IDX)
038200         DISPLAY "UNAPMNT1 - NO UNAPPLIED ENTRY FOR RECEIPT "
038300             WS-TRN-RECEIPT(TRN-IDX) " - SKIPPED"
038400         ADD 1 TO WS-ERROR-COUNT
038500     END-IF.
038600 4000-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000*  5000-WORK-ONE-ENTRY.                                        *
039100*    APPLIES EVERY DISPOSITION NAMING THIS RECEIPT, THEN       *
039200*    CARRIES AND AGES WHATEVER IS LEFT OF IT.                  *
039300*****************************************************************
039400 5000-WORK-ONE-ENTRY.
039500     MOVE "N" TO WS-ENTRY-GONE-SW.
039600     PERFORM 5100-MATCH-ONE-TRAN THRU 5100-EXIT
039700         VARYING TRN-IDX FROM 1 BY 1
039800         UNTIL TRN-IDX > WS-TRAN-COUNT
039900            OR WS-ENTRY-GONE.
040000     IF WS-ENTRY-GONE
040100         GO TO 5000-EXIT
040200     END-IF.
040300     PERFORM 6000-AGE-ENTRY THRU 6000-EXIT.
040400     WRITE UM-UNAPPLIED-REC.
040500 5000-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900*  5100-MATCH-ONE-TRAN.                                        *
041000*****************************************************************
041100 5100-MATCH-ONE-TRAN.
041200     IF WS-TRN-USED(TRN-IDX)
041300             OR WS-TRN-RECEIPT(TRN-IDX) NOT = UM-RECEIPT-ID
041400         GO TO 5100-EXIT
041500     END-IF.
041600     SET WS-TRN-USED(TRN-IDX) TO TRUE.
041700     IF WS-TRN-AMOUNT(TRN-IDX) = ZERO
041800         MOVE UM-AMOUNT TO WS-DISP-AMOUNT
041900     ELSE
042000         MOVE WS-TRN-AMOUNT(TRN-IDX) TO WS-DISP-AMOUNT
042100     END-IF.
042200     IF WS-DISP-AMOUNT > UM-AMOUNT
042300         DISPLAY "UNAPMNT1 - DISPOSITION FOR RECEIPT "
042400             UM-RECEIPT-ID " EXCEEDS THE AMOUNT STANDING"
042500             " - SKIPPED"
042600         ADD 1 TO WS-ERROR-COUNT
042700         GO TO 5100-EXIT
042800     END-IF.
042900     IF WS-TRN-USER(TRN-IDX) = SPACES
043000         DISPLAY "UNAPMNT1 - DISPOSITION FOR RECEIPT "
043100             UM-RECEIPT-ID " HAS NO USER ID - SKIPPED"
043200         ADD 1 TO WS-ERROR-COUNT
043300         GO TO 5100-EXIT
043400     END-IF.
043500     EVALUATE WS-TRN-ACTION(TRN-IDX)
043600         WHEN "A"
043700             PERFORM 5200-APPLY-TO-ACCOUNT THRU 5200-EXIT
043800         WHEN "R"
043900             PERFORM 5300-APPROVE-REFUND THRU 5300-EXIT
044000         WHEN OTHER
044100             DISPLAY "UNAPMNT1 - UNKNOWN ACTION "
044200                 WS-TRN-ACTION(TRN-IDX) " FOR RECEIPT "
044300                 UM-RECEIPT-ID " - SKIPPED"
044400             ADD 1 TO WS-ERROR-COUNT
044500             GO TO 5100-EXIT
044600     END-EVALUATE.
044700     IF UM-AMOUNT = ZERO
044800         SET WS-ENTRY-GONE TO TRUE
044900     END-IF.
045000 5100-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*  5200-APPLY-TO-ACCOUNT.                                      *
045500*    THE CASH GOES BACK OUT AS A RECEIPT UNDER THE ACCOUNT OPS *
045600*    NAMED, IN THE CSHRCPT SHAPE, SO THE NEXT CASH APPLICATION *
045700*    RELIEVES THAT ACCOUNT'S BALANCE LIKE ANY OTHER PAYMENT.   *
045800*****************************************************************
045900 5200-APPLY-TO-ACCOUNT.
046000     IF WS-TRN-ACCOUNT(TRN-IDX) = SPACES
046100         DISPLAY "UNAPMNT1 - APPLY FOR RECEIPT "
046200             UM-RECEIPT-ID " NAMES NO ACCOUNT - SKIPPED"
046300         ADD 1 TO WS-ERROR-COUNT
046400         GO TO 5200-EXIT
046500     END-IF.
046600     MOVE UM-RECEIPT-ID           TO RC-RECEIPT-ID.
046700     MOVE WS-TRN-ACCOUNT(TRN-IDX) TO RC-ACCOUNT.
046800     MOVE WS-DISP-AMOUNT          TO RC-AMOUNT.
046900     MOVE UM-RECEIPT-DATE         TO RC-RECEIPT-DATE.
046950     MOVE SPACE                   TO RC-RECEIPT-TYPE.
046975     MOVE SPACES                  TO RC-CURRENCY-CODE.
047000     WRITE RC-RECEIPT-REC.
047100     SUBTRACT WS-DISP-AMOUNT FROM UM-AMOUNT.
047200     ADD 1 TO WS-APPLIED-COUNT.
047300 5200-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700*  5300-APPROVE-REFUND.                                        *
047800*    AN APPROVED REFUND IS REGISTERED AND POSTED TO THE GL     *
047900*    UNDER POSTING TYPE REFUND - UNAPPLIED CASH OUT, PAYABLE   *
048000*    TO THE PAYER.                                             *
048100*****************************************************************
048200 5300-APPROVE-REFUND.
048300     MOVE UM-RECEIPT-ID           TO WS-RFD-RECEIPT.
048400     IF WS-TRN-ACCOUNT(TRN-IDX) = SPACES
048500         MOVE UM-ACCOUNT              TO WS-RFD-ACCOUNT
048600     ELSE
048700         MOVE WS-TRN-ACCOUNT(TRN-IDX) TO WS-RFD-ACCOUNT
048800     END-IF.
048900     MOVE UM-RECEIPT-DATE         TO WS-RFD-RCPT-DATE.
049000     MOVE WS-DISP-AMOUNT          TO WS-RFD-AMOUNT.
049100     MOVE WS-TRN-USER(TRN-IDX)    TO WS-RFD-APPROVER.
049200     WRITE RR-PRINT-LINE FROM WS-REFUND-DETAIL.
049300     MOVE "UNAPMNT1"              TO JF-SOURCE-PROGRAM.
049400     MOVE SPACES                  TO JF-TRANS-KEY.
049500     MOVE "REFUND"                TO JF-TRANS-KEY(1:6).
049600     MOVE WS-RFD-ACCOUNT(1:6)     TO JF-TRANS-KEY(7:6).
049700     MOVE "+"                     TO JF-AMOUNT-SIGN.
049800     MOVE WS-DISP-AMOUNT          TO JF-AMOUNT.
049900     MOVE SPACES                  TO JF-CURRENCY-CODE.
050000     MOVE WS-PROCESS-DATE         TO JF-RUN-DATE.
050100     WRITE JF-JOURNAL-REC.
050200     SUBTRACT WS-DISP-AMOUNT FROM UM-AMOUNT.
050300     ADD WS-DISP-AMOUNT TO WS-REFUND-TOTAL.
050400     ADD 1 TO WS-REFUND-COUNT.
050500 5300-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*  6000-AGE-ENTRY.                                             *
051000*    AGES A STANDING ENTRY FROM ITS RECEIPT DATE.  PAST THE    *
051100*    DORMANCY PERIOD IT IS FLAGGED (ONCE - THE FLAG DATE       *
051200*    STICKS) AND LISTED FOR ESCHEATMENT EVERY NIGHT UNTIL IT   *
051300*    IS CLAIMED OR REMITTED.                                   *
051400*****************************************************************
051500 6000-AGE-ENTRY.
051600     IF UM-RECEIPT-DATE = ZERO
051700         MOVE ZERO TO WS-AGE-DAYS
051800     ELSE
051900         COMPUTE WS-AGE-DAYS =
052000             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
052100             - FUNCTION INTEGER-OF-DATE(UM-RECEIPT-DATE)
052200     END-IF.
052300     EVALUATE TRUE
052400         WHEN WS-AGE-DAYS <= 30
052500             MOVE 1 TO BKT-IDX
052600         WHEN WS-AGE-DAYS <= 60
052700             MOVE 2 TO BKT-IDX
052800         WHEN WS-AGE-DAYS <= 90
052900             MOVE 3 TO BKT-IDX
053000         WHEN WS-AGE-DAYS <= 365
053100             MOVE 4 TO BKT-IDX
053200         WHEN OTHER
053300             MOVE 5 TO BKT-IDX
053400     END-EVALUATE.
053500     ADD UM-AMOUNT TO WS-AGE-BUCKET(BKT-IDX).
053600     ADD UM-AMOUNT TO WS-STANDING-TOTAL.
053700     IF WS-AGE-DAYS > WS-DORMANCY-DAYS
053800             AND NOT UM-ESCHEAT
053900         SET UM-ESCHEAT TO TRUE
054000         MOVE WS-PROCESS-DATE TO UM-FLAG-DATE
054100         ADD 1 TO WS-NEW-ESCHEAT-COUNT
054200     END-IF.
054300     MOVE UM-RECEIPT-ID   TO WS-AGD-RECEIPT.
054400     MOVE UM-ACCOUNT      TO WS-AGD-ACCOUNT.
054500     MOVE UM-RECEIPT-DATE TO WS-AGD-DATE.
054600     MOVE UM-AMOUNT       TO WS-AGD-AMOUNT.
054700     MOVE WS-AGE-DAYS     TO WS-AGD-DAYS.
054800     MOVE UM-REASON       TO WS-AGD-REASON.
054900     IF UM-ESCHEAT
055000         MOVE "ESCHEAT"   TO WS-AGD-FLAG
055100     ELSE
055200         MOVE SPACES      TO WS-AGD-FLAG
055300     END-IF.
055400     WRITE AG-PRINT-LINE FROM WS-AGE-DETAIL.
055500     IF UM-ESCHEAT
055600         MOVE UM-RECEIPT-ID   TO WS-ESD-RECEIPT
055700         MOVE UM-ACCOUNT      TO WS-ESD-ACCOUNT
055800         MOVE UM-RECEIPT-DATE TO WS-ESD-RCPT-DATE
055900         MOVE UM-AMOUNT       TO WS-ESD-AMOUNT
056000         MOVE UM-FLAG-DATE    TO WS-ESD-FLAG-DATE
056100         WRITE ES-PRINT-LINE FROM WS-ESCH-DETAIL
056200         ADD 1 TO WS-ESCHEAT-COUNT
056300         ADD UM-AMOUNT TO WS-ESCHEAT-TOTAL
056400     END-IF.
056500 6000-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900*  9000-FINALIZE.                                              *
057000*****************************************************************
057100 9000-FINALIZE.
057200     WRITE AG-PRINT-LINE FROM WS-AGE-SUMMARY-HDR.
057300     MOVE WS-AGE-BUCKET(1)  TO WS-AGS-B1.
057400     MOVE WS-AGE-BUCKET(2)  TO WS-AGS-B2.
057500     MOVE WS-AGE-BUCKET(3)  TO WS-AGS-B3.
057600     MOVE WS-AGE-BUCKET(4)  TO WS-AGS-B4.
057700     MOVE WS-AGE-BUCKET(5)  TO WS-AGS-B5.
057800     MOVE WS-STANDING-TOTAL TO WS-AGS-TOTAL.
057900     WRITE AG-PRINT-LINE FROM WS-AGE-SUMMARY.
058000     MOVE WS-REFUND-COUNT   TO WS-RFT-COUNT.
058100     MOVE WS-REFUND-TOTAL   TO WS-RFT-TOTAL.
058200     WRITE RR-PRINT-LINE FROM WS-REFUND-TRAILER.
058300     MOVE WS-ESCHEAT-COUNT  TO WS-EST-COUNT.
058400     MOVE WS-ESCHEAT-TOTAL  TO WS-EST-TOTAL.
058500     WRITE ES-PRINT-LINE FROM WS-ESCH-TRAILER.
058600     DISPLAY "UNAPMNT1 CARRIED: " WS-CARRIED-COUNT
058700         " NEW: " WS-NEW-COUNT
058800         " APPLIED: " WS-APPLIED-COUNT
058900         " REFUNDED: " WS-REFUND-COUNT.
059000     DISPLAY "UNAPMNT1 DORMANT FOR ESCHEATMENT: "
059100         WS-ESCHEAT-COUNT " NEWLY FLAGGED: "
059200         WS-NEW-ESCHEAT-COUNT " ERRORS: " WS-ERROR-COUNT.
059300     IF WS-ERROR-COUNT > ZERO
059400             OR WS-NEW-ESCHEAT-COUNT > ZERO
059500         MOVE 4 TO RETURN-CODE
059600     END-IF.
059700     CLOSE UNAP-IN.
059800     CLOSE UNAP-OUT.
059900     CLOSE CASH-SUSP.
060000     CLOSE REAPP-OUT.
060100     CLOSE REFUND-REG.
060200     CLOSE AGE-RPT.
060300     CLOSE ESCH-RPT.
060400     CLOSE JRN-FEED.
060500 9000-EXIT.
060600     EXIT.
