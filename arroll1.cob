000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     ARROLL1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    MONTH-END RECEIVABLES ROLL-FORWARD PROOF FOR THE          *
001200*    CONTROLLER'S RECONCILIATION BINDER.  STARTS FROM THE      *
001300*    OPEN TOTAL OF THE MONTH-OPENING AR MASTER (ARMOPEN), ADDS *
001400*    THE INVOICES BILLED (BILLSUM, LESS THE LATE AND RETURNED- *
001500*    ITEM FEES BILLED WITH THEM, SHOWN ON THEIR OWN LINE FROM  *
001600*    FEEMUL), ADDS BACK THE ITEMS REOPENED BY RETURNED         *
001700*    RECEIPTS (NSFADJ), AND TAKES OFF THE CASH APPLIED         *
001800*    (CSHAUDIT PRINCIPAL AND DISCOUNT), THE CREDIT MEMOS       *
001900*    (ARADJ), THE WRITE-OFFS (WOFFADJ), AND THE PREPAID        *
002000*    DEPOSITS DRAWN (DEPADJ).  THE RESULT MUST EQUAL THE OPEN  *
002100*    TOTAL OF TONIGHT'S AR MASTER (ARMAST).  EACH DAY IS ALSO  *
002200*    PROVED AGAINST THE CLOSING TOTAL THE LEDGER LEFT ON       *
002300*    ARDAYBL THAT NIGHT, AND THE FIRST DAY A DIFFERENCE        *
002400*    APPEARS IS FLAGGED.  THE MONTH'S DAILY GENERATIONS OF     *
002500*    EACH MOVEMENT FILE ARE CONCATENATED ON THE DD.  THE       *
002600*    REPORT IS ARROLLRP.  ENDS WITH RETURN CODE 4 WHEN THE     *
002700*    MONTH OR ANY DAY IS OUT OF BALANCE.                       *
002800*                                                              *
002900*  MODIFICATION HISTORY.                                       *
003000*    2026-10-15  DL  ORIGINAL RECEIVABLES ROLL-FORWARD PROOF.  *
003025*    2026-10-15  DL  THE CURRENCY, FOREIGN AMOUNT AND BOOKING  *
003050*                    RATE NOW ON THE OPEN ITEM ARE RENAMED     *
003075*                    WITH THE REST OF THE ARMASTI COPY.        *
003081*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON  *
003087*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST    *
003093*                    THROUGH CLSREC01, WITH ITS RETURN CODE.   *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ROLL-PARM ASSIGN TO "ARRLPARM"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPEN-MAST ASSIGN TO "ARMOPEN"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT CLOSE-MAST ASSIGN TO "ARMAST"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT BILL-SUM ASSIGN TO "BILLSUM"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT FEE-MUL ASSIGN TO "FEEMUL"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT APP-AUDIT ASSIGN TO "CSHAUDIT"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT AR-ADJ ASSIGN TO "ARADJ"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT WOFF-ADJ ASSIGN TO "WOFFADJ"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT REOPEN-ADJ ASSIGN TO "NSFADJ"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT DEP-ADJ ASSIGN TO "DEPADJ"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT DAY-BAL ASSIGN TO "ARDAYBL"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT ROLL-RPT ASSIGN TO "ARROLLRP"
005800         ORGANIZATION IS SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ROLL-PARM.
006300     COPY DLARRLPM.
006400
006500 FD  OPEN-MAST.
006600     COPY DLARITEM
006700         REPLACING ==AR-OPEN-ITEM-REC== BY ==AI-OPEN-ITEM-REC==
006800                   ==AR-ACCOUNT-CODE==  BY ==AI-ACCOUNT-CODE==
006900                   ==AR-INVOICE-NO==    BY ==AI-INVOICE-NO==
007000                   ==AR-INVOICE-DATE==  BY ==AI-INVOICE-DATE==
007100                   ==AR-ORIG-AMOUNT==   BY ==AI-ORIG-AMOUNT==
007200                   ==AR-OPEN-AMOUNT==   BY ==AI-OPEN-AMOUNT==
007300                   ==AR-STATUS==        BY ==AI-STATUS==
007400                   ==AR-OPEN==          BY ==AI-OPEN==
007500                   ==AR-PARTIAL==       BY ==AI-PARTIAL==
007600                   ==AR-CLOSED==        BY ==AI-CLOSED==
007700                   ==AR-WRITTEN-OFF==   BY ==AI-WRITTEN-OFF==
007800                   ==AR-SETTLED==       BY ==AI-SETTLED==
007900                   ==AR-CLOSE-DATE==    BY ==AI-CLOSE-DATE==
008000                   ==AR-DUE-DATE==      BY ==AI-DUE-DATE==
008100                   ==AR-DISC-DATE==     BY ==AI-DISC-DATE==
008200                   ==AR-DISC-AMOUNT==   BY ==AI-DISC-AMOUNT==
008225                   ==AR-CURRENCY-CODE== BY ==AI-CURRENCY-CODE==
008250                   ==AR-FOREIGN-AMOUNT== BY ==AI-FOREIGN-AMOUNT==
008275                   ==AR-BOOK-RATE==     BY ==AI-BOOK-RATE==.
008300
008400 FD  CLOSE-MAST.
008500     COPY DLARITEM.
008600
008700 FD  BILL-SUM.
008800     COPY DLBILSUM.
008900
009000 FD  FEE-MUL.
009100     COPY DLMULOUT.
009200
009300 FD  APP-AUDIT.
009400     COPY DLCSHAPP.
009500
009600 FD  AR-ADJ.
009700     COPY DLARADJ.
009800
009900 FD  WOFF-ADJ.
010000     COPY DLARADJ
010100         REPLACING ==AJ-ADJUSTMENT-REC==  BY ==WJ-ADJUSTMENT-REC==
010200                   ==AJ-INVOICE-NO==      BY ==WJ-INVOICE-NO==
010300                   ==AJ-ACCOUNT-CODE==    BY ==WJ-ACCOUNT-CODE==
010400                   ==AJ-CREDIT-AMOUNT==   BY ==WJ-CREDIT-AMOUNT==
010500                   ==AJ-ADJ-DATE==        BY ==WJ-ADJ-DATE==
010600                   ==AJ-SOURCE-KEY==      BY ==WJ-SOURCE-KEY==.
010700
010800 FD  REOPEN-ADJ.
010900     COPY DLARADJ
011000         REPLACING ==AJ-ADJUSTMENT-REC==  BY ==RJ-ADJUSTMENT-REC==
011100                   ==AJ-INVOICE-NO==      BY ==RJ-INVOICE-NO==
011200                   ==AJ-ACCOUNT-CODE==    BY ==RJ-ACCOUNT-CODE==
011300                   ==AJ-CREDIT-AMOUNT==   BY ==RJ-CREDIT-AMOUNT==
011400                   ==AJ-ADJ-DATE==        BY ==RJ-ADJ-DATE==
011500                   ==AJ-SOURCE-KEY==      BY ==RJ-SOURCE-KEY==.
011600
011700 FD  DEP-ADJ.
011800     COPY DLARADJ
011900         REPLACING ==AJ-ADJUSTMENT-REC==  BY ==DJ-ADJUSTMENT-REC==
012000                   ==AJ-INVOICE-NO==      BY ==DJ-INVOICE-NO==
012100                   ==AJ-ACCOUNT-CODE==    BY ==DJ-ACCOUNT-CODE==
012200                   ==AJ-CREDIT-AMOUNT==   BY ==DJ-CREDIT-AMOUNT==
012300                   ==AJ-ADJ-DATE==        BY ==DJ-ADJ-DATE==
012400                   ==AJ-SOURCE-KEY==      BY ==DJ-SOURCE-KEY==.
012500
012600 FD  DAY-BAL.
012700     COPY DLARDBAL.
012800
012900 FD  ROLL-RPT.
013000 01  RF-PRINT-LINE            PIC X(132).
013100
013200 WORKING-STORAGE SECTION.
013300 01  WS-SWITCHES.
013400     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
013500         88  WS-PARM-EOF           VALUE "Y".
013600     05  WS-OPEN-EOF-SW       PIC X(01) VALUE "N".
013700         88  WS-OPEN-EOF           VALUE "Y".
013800     05  WS-CLOSE-EOF-SW      PIC X(01) VALUE "N".
013900         88  WS-CLOSE-EOF          VALUE "Y".
014000     05  WS-BILL-EOF-SW       PIC X(01) VALUE "N".
014100         88  WS-BILL-EOF           VALUE "Y".
014200     05  WS-FEE-EOF-SW        PIC X(01) VALUE "N".
014300         88  WS-FEE-EOF            VALUE "Y".
014400     05  WS-APP-EOF-SW        PIC X(01) VALUE "N".
014500         88  WS-APP-EOF            VALUE "Y".
014600     05  WS-ADJ-EOF-SW        PIC X(01) VALUE "N".
014700         88  WS-ADJ-EOF            VALUE "Y".
014800     05  WS-WOFF-EOF-SW       PIC X(01) VALUE "N".
014900         88  WS-WOFF-EOF           VALUE "Y".
015000     05  WS-REO-EOF-SW        PIC X(01) VALUE "N".
015100         88  WS-REO-EOF            VALUE "Y".
015200     05  WS-DEPA-EOF-SW       PIC X(01) VALUE "N".
015300         88  WS-DEPA-EOF           VALUE "Y".
015400     05  WS-DBAL-EOF-SW       PIC X(01) VALUE "N".
015500         88  WS-DBAL-EOF           VALUE "Y".
015600     05  WS-FIRST-OUT-SW      PIC X(01) VALUE "N".
015700         88  WS-FIRST-OUT-FOUND    VALUE "Y".
015800
015900 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
016000 01  WS-PERIOD-FROM           PIC 9(08) VALUE ZERO.
016100 01  WS-PERIOD-TO             PIC 9(08) VALUE ZERO.
016200 01  WS-PERIOD-DAYS           PIC S9(05) VALUE ZERO.
016300 01  WS-WORK-DATE             PIC 9(08) VALUE ZERO.
016400 01  WS-FIRST-OUT-DATE        PIC 9(08) VALUE ZERO.
016500 01  WS-CASH-AMOUNT           PIC 9(09) VALUE ZERO.
016600 01  WS-SKIP-COUNT            PIC 9(07) VALUE ZERO.
016700 01  DAY-IDX                  PIC S9(05) VALUE ZERO.
016800
016900 01  WS-OPENING-TOTAL         PIC S9(13) VALUE ZERO.
017000 01  WS-CLOSING-TOTAL         PIC S9(13) VALUE ZERO.
017100 01  WS-RUNNING-TOTAL         PIC S9(13) VALUE ZERO.
017200 01  WS-EXPECTED-TOTAL        PIC S9(13) VALUE ZERO.
017300 01  WS-DAY-DIFFERENCE        PIC S9(13) VALUE ZERO.
017400 01  WS-ROLL-DIFFERENCE       PIC S9(13) VALUE ZERO.
017500 01  WS-OUT-DAY-COUNT         PIC 9(03) VALUE ZERO.
017600
017700 01  WS-MONTH-TOTALS.
017800     05  WS-TOT-BILLED        PIC S9(13) VALUE ZERO.
017900     05  WS-TOT-FEES          PIC S9(13) VALUE ZERO.
018000     05  WS-TOT-CASH          PIC S9(13) VALUE ZERO.
018100     05  WS-TOT-CREDITS       PIC S9(13) VALUE ZERO.
018200     05  WS-TOT-WOFFS         PIC S9(13) VALUE ZERO.
018300     05  WS-TOT-REOPENS       PIC S9(13) VALUE ZERO.
018400     05  WS-TOT-DEPOSITS      PIC S9(13) VALUE ZERO.
018500
018600*    ONE ENTRY PER CALENDAR DAY OF THE PERIOD, DAY 1 BEING
018700*    WS-PERIOD-FROM.
018800 01  WS-DAY-TABLE.
018900     05  WS-DAY-ENTRY OCCURS 31 TIMES.
019000         10  WS-DAY-BILLED    PIC S9(11).
019100         10  WS-DAY-FEES      PIC S9(11).
019200         10  WS-DAY-CASH      PIC S9(11).
019300         10  WS-DAY-CREDITS   PIC S9(11).
019400         10  WS-DAY-WOFFS     PIC S9(11).
019500         10  WS-DAY-REOPENS   PIC S9(11).
019600         10  WS-DAY-DEPOSITS  PIC S9(11).
019700         10  WS-DAY-LEDGER-SW PIC X(01).
019800             88  WS-DAY-LEDGER-RAN VALUE "Y".
019900         10  WS-DAY-LEDGER-CLOSE PIC S9(13).
020000
020100 01  WS-RPT-HEADER.
020200     05  FILLER               PIC X(30) VALUE
020300         "RECEIVABLES ROLL-FORWARD -".
020400     05  WS-HDR-FROM          PIC 9(08).
020500     05  FILLER               PIC X(04) VALUE " TO ".
020600     05  WS-HDR-TO            PIC 9(08).
020700
020800 01  WS-RPT-COLUMNS.
020900     05  FILLER               PIC X(10) VALUE "DATE".
021000     05  FILLER               PIC X(13) VALUE "     INVOICES".
021100     05  FILLER               PIC X(12) VALUE "        FEES".
021200     05  FILLER               PIC X(13) VALUE "   CASH APPLD".
021300     05  FILLER               PIC X(12) VALUE "     CREDITS".
021400     05  FILLER               PIC X(12) VALUE "  WRITE-OFFS".
021500     05  FILLER               PIC X(12) VALUE "  REOPEN-DEP".
021600     05  FILLER               PIC X(15) VALUE "   EXPECTED AR".
021700     05  FILLER               PIC X(15) VALUE "  LEDGER CLOSE".
021800     05  FILLER               PIC X(13) VALUE "   DIFFERENCE".
021900
022000 01  WS-RPT-DAY.
022100     05  WS-DAY-DATE          PIC 9(08).
022200     05  FILLER               PIC X(02) VALUE SPACES.
022300     05  WS-DAY-INVOICES-OUT  PIC -(12)9.
022400     05  WS-DAY-FEES-OUT      PIC -(11)9.
022500     05  WS-DAY-CASH-OUT      PIC -(12)9.
022600     05  WS-DAY-CREDITS-OUT   PIC -(11)9.
022700     05  WS-DAY-WOFFS-OUT     PIC -(11)9.
022800     05  WS-DAY-OTHER-OUT     PIC -(11)9.
022900     05  WS-DAY-EXPECTED-OUT  PIC -(14)9.
023000     05  WS-DAY-LEDGER-OUT    PIC X(15).
023100     05  WS-DAY-DIFF-OUT      PIC X(13).
023200     05  FILLER               PIC X(01) VALUE SPACE.
023300     05  WS-DAY-FLAG          PIC X(10).
023400
023500 01  WS-DAY-LEDGER-EDIT       PIC -(14)9.
023600 01  WS-DAY-DIFF-EDIT         PIC -(12)9.
023700
023800 01  WS-RPT-FIRST-OUT.
023900     05  FILLER               PIC X(40) VALUE
024000         "FIRST DAY OUT OF BALANCE".
024100     05  WS-FIRST-OUT-OUT     PIC 9(08).
024200
024300 01  WS-RPT-ROLL.
024400     05  WS-ROLL-LABEL        PIC X(40).
024500     05  WS-ROLL-AMOUNT       PIC -(14)9.
024600     05  FILLER               PIC X(02) VALUE SPACES.
024700     05  WS-ROLL-VERDICT      PIC X(40).
024800
024833     COPY DLCLNOTE.
024866
024900 PROCEDURE DIVISION.
025000*****************************************************************
025100*  0000-MAINLINE.                                              *
025200*****************************************************************
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025500     PERFORM 2000-TAKE-ONE-OPEN-ITEM THRU 2000-EXIT
025600         UNTIL WS-OPEN-EOF.
025700     PERFORM 2100-TAKE-ONE-CLOSE-ITEM THRU 2100-EXIT
025800         UNTIL WS-CLOSE-EOF.
025900     PERFORM 3000-TAKE-ONE-BILLING THRU 3000-EXIT
026000         UNTIL WS-BILL-EOF.
026100     PERFORM 3100-TAKE-ONE-FEE THRU 3100-EXIT
026200         UNTIL WS-FEE-EOF.
026300     PERFORM 3200-TAKE-ONE-CASH THRU 3200-EXIT
026400         UNTIL WS-APP-EOF.
026500     PERFORM 3300-TAKE-ONE-CREDIT THRU 3300-EXIT
026600         UNTIL WS-ADJ-EOF.
026700     PERFORM 3400-TAKE-ONE-WRITE-OFF THRU 3400-EXIT
026800         UNTIL WS-WOFF-EOF.
026900     PERFORM 3500-TAKE-ONE-REOPEN THRU 3500-EXIT
027000         UNTIL WS-REO-EOF.
027100     PERFORM 3600-TAKE-ONE-DEPOSIT THRU 3600-EXIT
027200         UNTIL WS-DEPA-EOF.
027300     PERFORM 3700-TAKE-ONE-DAY-BALANCE THRU 3700-EXIT
027400         UNTIL WS-DBAL-EOF.
027500     MOVE WS-OPENING-TOTAL TO WS-RUNNING-TOTAL.
027600     PERFORM 5000-PROVE-ONE-DAY THRU 5000-EXIT
027700         VARYING DAY-IDX FROM 1 BY 1
027800         UNTIL DAY-IDX > WS-PERIOD-DAYS.
027900     PERFORM 8000-PRINT-ROLL-FORWARD THRU 8000-EXIT.
028000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
028100     STOP RUN.
028200
028300*****************************************************************
028400*  1000-INITIALIZE.                                            *
028500*    WITH NO ARRLPARM RECORD THE PERIOD IS THE CURRENT MONTH   *
028600*    TO DATE.  A PERIOD LONGER THAN A MONTH IS CUT BACK TO     *
028700*    ITS FIRST 31 DAYS.                                        *
028800*****************************************************************
028900 1000-INITIALIZE.
029000     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
029100     MOVE WS-PROCESS-DATE TO WS-PERIOD-FROM.
029200     MOVE "01" TO WS-PERIOD-FROM(7:2).
029300     MOVE WS-PROCESS-DATE TO WS-PERIOD-TO.
029400     OPEN INPUT ROLL-PARM.
029500     READ ROLL-PARM
029600         AT END
029700             SET WS-PARM-EOF TO TRUE
029800     END-READ.
029900     IF NOT WS-PARM-EOF
030000         MOVE YP-PERIOD-FROM TO WS-PERIOD-FROM
030100         MOVE YP-PERIOD-TO   TO WS-PERIOD-TO
030200     END-IF.
030300     CLOSE ROLL-PARM.
030400     COMPUTE WS-PERIOD-DAYS =
030500         FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
030600         - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 1.
030700     IF WS-PERIOD-DAYS > 31
030800         COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER(
030900             FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 30)
031000         DISPLAY "ARROLL1 - PERIOD CUT BACK TO END "
031100             WS-PERIOD-TO
031200         MOVE 31 TO WS-PERIOD-DAYS
031300     END-IF.
031400     IF WS-PERIOD-DAYS < 1
031500         DISPLAY "ARROLL1 - PERIOD ENDS BEFORE IT STARTS"
031600         MOVE ZERO TO WS-PERIOD-DAYS
031700     END-IF.
031800     PERFORM 1050-CLEAR-ONE-DAY THRU 1050-EXIT
031900         VARYING DAY-IDX FROM 1 BY 1
032000         UNTIL DAY-IDX > 31.
032100     OPEN INPUT OPEN-MAST.
032200     OPEN INPUT CLOSE-MAST.
032300     OPEN INPUT BILL-SUM.
032400     OPEN INPUT FEE-MUL.
032500     OPEN INPUT APP-AUDIT.
032600     OPEN INPUT AR-ADJ.
032700     OPEN INPUT WOFF-ADJ.
032800     OPEN INPUT REOPEN-ADJ.
032900     OPEN INPUT DEP-ADJ.
033000     OPEN INPUT DAY-BAL.
033100     OPEN OUTPUT ROLL-RPT.
033200     MOVE WS-PERIOD-FROM TO WS-HDR-FROM.
033300     MOVE WS-PERIOD-TO   TO WS-HDR-TO.
033400     WRITE RF-PRINT-LINE FROM WS-RPT-HEADER.
033500     WRITE RF-PRINT-LINE FROM WS-RPT-COLUMNS.
033600     PERFORM 1200-READ-OPEN-MAST THRU 1200-EXIT.
033700     PERFORM 1210-READ-CLOSE-MAST THRU 1210-EXIT.
033800     PERFORM 1220-READ-BILLING THRU 1220-EXIT.
033900     PERFORM 1230-READ-FEE THRU 1230-EXIT.
034000     PERFORM 1240-READ-CASH THRU 1240-EXIT.
034100     PERFORM 1250-READ-CREDIT THRU 1250-EXIT.
034200     PERFORM 1260-READ-WRITE-OFF THRU 1260-EXIT.
034300     PERFORM 1270-READ-REOPEN THRU 1270-EXIT.
034400     PERFORM 1280-READ-DEPOSIT THRU 1280-EXIT.
034500     PERFORM 1290-READ-DAY-BALANCE THRU 1290-EXIT.
034600 1000-EXIT.
034700     EXIT.
034800
034900*****************************************************************
035000*  1050-CLEAR-ONE-DAY.                                         *
035100*****************************************************************
035200 1050-CLEAR-ONE-DAY.
035300     MOVE ZERO TO WS-DAY-BILLED(DAY-IDX).
035400     MOVE ZERO TO WS-DAY-FEES(DAY-IDX).
035500     MOVE ZERO TO WS-DAY-CASH(DAY-IDX).
035600     MOVE ZERO TO WS-DAY-CREDITS(DAY-IDX).
035700     MOVE ZERO TO WS-DAY-WOFFS(DAY-IDX).
035800     MOVE ZERO TO WS-DAY-REOPENS(DAY-IDX).
035900     MOVE ZERO TO WS-DAY-DEPOSITS(DAY-IDX).
036000     MOVE "N"  TO WS-DAY-LEDGER-SW(DAY-IDX).
036100     MOVE ZERO TO WS-DAY-LEDGER-CLOSE(DAY-IDX).
036200 1050-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600*  1100-FIND-DAY.                                              *
036700*    RETURNS IN DAY-IDX THE TABLE ENTRY FOR WS-WORK-DATE, OR   *
036800*    ZERO WHEN THE DATE FALLS OUTSIDE THE PERIOD.              *
036900*****************************************************************
037000 1100-FIND-DAY.
037100     MOVE ZERO TO DAY-IDX.
037200     IF WS-WORK-DATE < WS-PERIOD-FROM
037300             OR WS-WORK-DATE > WS-PERIOD-TO
037400         GO TO 1100-EXIT
037500     END-IF.
037600     COMPUTE DAY-IDX =
037700         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
037800         - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 1.
037900 1100-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300*  1200-READ-OPEN-MAST.                                        *
038400*****************************************************************
038500 1200-READ-OPEN-MAST.
038600     READ OPEN-MAST
038700         AT END
038800             SET WS-OPEN-EOF TO TRUE
038900     END-READ.
039000 1200-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400*  1210-READ-CLOSE-MAST.                                       *
039500*****************************************************************
039600 1210-READ-CLOSE-MAST.
039700     READ CLOSE-MAST
039800         AT END
039900             SET WS-CLOSE-EOF TO TRUE
040000     END-READ.
040100 1210-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*  1220-READ-BILLING.                                          *
040600*****************************************************************
040700 1220-READ-BILLING.
040800     READ BILL-SUM
040900         AT END
041000             SET WS-BILL-EOF TO TRUE
041100     END-READ.
041200 1220-EXIT.
041300     EXIT.
041400
041500*****************************************************************
041600*  1230-READ-FEE.                                              *
041700*****************************************************************
041800 1230-READ-FEE.
041900     READ FEE-MUL
042000         AT END
042100             SET WS-FEE-EOF TO TRUE
042200     END-READ.
042300 1230-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*  1240-READ-CASH.                                             *
042800*****************************************************************
042900 1240-READ-CASH.
043000     READ APP-AUDIT
043100         AT END
043200             SET WS-APP-EOF TO TRUE
043300     END-READ.
043400 1240-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800*  1250-READ-CREDIT.                                           *
043900*****************************************************************
044000 1250-READ-CREDIT.
044100     READ AR-ADJ
044200         AT END
044300             SET WS-ADJ-EOF TO TRUE
044400     END-READ.
044500 1250-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*  1260-READ-WRITE-OFF.                                        *
045000*****************************************************************
045100 1260-READ-WRITE-OFF.
045200     READ WOFF-ADJ
045300         AT END
045400             SET WS-WOFF-EOF TO TRUE
045500     END-READ.
045600 1260-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*  1270-READ-REOPEN.                                           *
046100*****************************************************************
046200 1270-READ-REOPEN.
046300     READ REOPEN-ADJ
046400         AT END
046500             SET WS-REO-EOF TO TRUE
046600     END-READ.
046700 1270-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100*  1280-READ-DEPOSIT.                                          *
047200*****************************************************************
047300 1280-READ-DEPOSIT.
047400     READ DEP-ADJ
047500         AT END
047600             SET WS-DEPA-EOF TO TRUE
047700     END-READ.
047800 1280-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*  1290-READ-DAY-BALANCE.                                      *
048300*****************************************************************
048400 1290-READ-DAY-BALANCE.
048500     READ DAY-BAL
048600         AT END
048700             SET WS-DBAL-EOF TO TRUE
048800     END-READ.
048900 1290-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*  2000-TAKE-ONE-OPEN-ITEM.                                    *
049400*    THE OPENING BALANCE IS THE OPEN TOTAL OF THE MASTER AS    *
049500*    THE PERIOD BEGAN - THE SAME TOTAL THE LEDGER AGES, SO A   *
049600*    SETTLED ITEM CARRIED FOR ITS HISTORY COUNTS NOTHING.      *
049700*****************************************************************
049800 2000-TAKE-ONE-OPEN-ITEM.
049900     IF NOT AI-SETTLED
050000         ADD AI-OPEN-AMOUNT TO WS-OPENING-TOTAL
050100     END-IF.
050200     PERFORM 1200-READ-OPEN-MAST THRU 1200-EXIT.
050300 2000-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*  2100-TAKE-ONE-CLOSE-ITEM.                                   *
050800*****************************************************************
050900 2100-TAKE-ONE-CLOSE-ITEM.
051000     IF NOT AR-SETTLED
051100         ADD AR-OPEN-AMOUNT TO WS-CLOSING-TOTAL
051200     END-IF.
051300     PERFORM 1210-READ-CLOSE-MAST THRU 1210-EXIT.
051400 2100-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800*  3000-TAKE-ONE-BILLING.                                      *
051900*    EVERY BILLSUM INVOICE OPENS AN ITEM FOR ITS FULL TOTAL.   *
052000*    THE FEES BILLED WITH IT ARE TAKEN BACK OUT IN 3100 SO     *
052100*    THEY SHOW ON THEIR OWN LINE AND ARE NOT COUNTED TWICE.    *
052200*****************************************************************
052300 3000-TAKE-ONE-BILLING.
052400     MOVE BS-BILL-DATE TO WS-WORK-DATE.
052500     PERFORM 1100-FIND-DAY THRU 1100-EXIT.
052600     IF DAY-IDX = ZERO
052700         GO TO 3000-NEXT
052800     END-IF.
052900     ADD BS-INVOICE-TOTAL TO WS-DAY-BILLED(DAY-IDX).
053000 3000-NEXT.
053100     PERFORM 1220-READ-BILLING THRU 1220-EXIT.
053200 3000-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*  3100-TAKE-ONE-FEE.                                          *
053700*    FEEMUL IS THE LATE-FEE (LFEEMUL) AND RETURNED-ITEM FEE    *
053800*    (NSFMUL) LINES FED TO THE BILLING RUN.                    *
053900*****************************************************************
054000 3100-TAKE-ONE-FEE.
054100     MOVE MO-PROCESS-DATE TO WS-WORK-DATE.
054200     PERFORM 1100-FIND-DAY THRU 1100-EXIT.
054300     IF DAY-IDX = ZERO
054400         GO TO 3100-NEXT
054500     END-IF.
054600     ADD MO-EXTENSION-AMT TO WS-DAY-FEES(DAY-IDX).
054700     SUBTRACT MO-EXTENSION-AMT FROM WS-DAY-BILLED(DAY-IDX).
054800 3100-NEXT.
054900     PERFORM 1230-READ-FEE THRU 1230-EXIT.
055000 3100-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400*  3200-TAKE-ONE-CASH.                                         *
055500*    THE PRINCIPAL AND EARLY-PAYMENT DISCOUNT OF A RECEIPT     *
055600*    RELIEVE THE ITEMS; INTEREST, SUSPENSE, AND DEPOSIT        *
055700*    PORTIONS NEVER TOUCH THE OPEN ITEMS.  THE ITEMS ARE HELD  *
055800*    IN WHOLE UNITS, SO THE CENTS ARE DROPPED AS THE LEDGER    *
055900*    DROPS THEM.                                               *
056000*****************************************************************
056100 3200-TAKE-ONE-CASH.
056200     MOVE CA-APPLY-DATE TO WS-WORK-DATE.
056300     PERFORM 1100-FIND-DAY THRU 1100-EXIT.
056400     IF DAY-IDX = ZERO
056500         GO TO 3200-NEXT
056600     END-IF.
056700     COMPUTE WS-CASH-AMOUNT = CA-TO-PRINCIPAL + CA-TO-DISCOUNT.
056800     ADD WS-CASH-AMOUNT TO WS-DAY-CASH(DAY-IDX).
056900 3200-NEXT.
057000     PERFORM 1240-READ-CASH THRU 1240-EXIT.
057100 3200-EXIT.
057200     EXIT.
057300
057400*****************************************************************
057500*  3300-TAKE-ONE-CREDIT.                                       *
057600*****************************************************************
057700 3300-TAKE-ONE-CREDIT.
057800     MOVE AJ-ADJ-DATE TO WS-WORK-DATE.
057900     PERFORM 1100-FIND-DAY THRU 1100-EXIT.
058000     IF DAY-IDX = ZERO
058100         GO TO 3300-NEXT
058200     END-IF.
058300     ADD AJ-CREDIT-AMOUNT TO WS-DAY-CREDITS(DAY-IDX).
058400 3300-NEXT.
058500     PERFORM 1250-READ-CREDIT THRU 1250-EXIT.
058600 3300-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*  3400-TAKE-ONE-WRITE-OFF.                                    *
059100*****************************************************************
059200 3400-TAKE-ONE-WRITE-OFF.
059300     MOVE WJ-ADJ-DATE TO WS-WORK-DATE.
059400     PERFORM 1100-FIND-DAY THRU 1100-EXIT.
059500     IF DAY-IDX = ZERO
059600         GO TO 3400-NEXT
059700     END-IF.
059800     ADD WJ-CREDIT-AMOUNT TO WS-DAY-WOFFS(DAY-IDX).
059900 3400-NEXT.
060000     PERFORM 1260-READ-WRITE-OFF THRU 1260-EXIT.
060100 3400-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500*  3500-TAKE-ONE-REOPEN.                                       *
060600*****************************************************************
060700 3500-TAKE-ONE-REOPEN.
060800     MOVE RJ-ADJ-DATE TO WS-WORK-DATE.
060900     PERFORM 1100-FIND-DAY THRU 1100-EXIT.
061000     IF DAY-IDX = ZERO
061100         GO TO 3500-NEXT
061200     END-IF.
061300     ADD RJ-CREDIT-AMOUNT TO WS-DAY-REOPENS(DAY-IDX).
061400 3500-NEXT.
061500     PERFORM 1270-READ-REOPEN THRU 1270-EXIT.
061600 3500-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000*  3600-TAKE-ONE-DEPOSIT.                                      *
062100*****************************************************************
062200 3600-TAKE-ONE-DEPOSIT.
062300     MOVE DJ-ADJ-DATE TO WS-WORK-DATE.
062400     PERFORM 1100-FIND-DAY THRU 1100-EXIT.
062500     IF DAY-IDX = ZERO
062600         GO TO 3600-NEXT
062700     END-IF.
062800     ADD DJ-CREDIT-AMOUNT TO WS-DAY-DEPOSITS(DAY-IDX).
062900 3600-NEXT.
063000     PERFORM 1280-READ-DEPOSIT THRU 1280-EXIT.
063100 3600-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500*  3700-TAKE-ONE-DAY-BALANCE.                                  *
063600*    A NIGHT THE LEDGER RAN TWICE KEEPS THE LATER CLOSE.       *
063700*****************************************************************
063800 3700-TAKE-ONE-DAY-BALANCE.
063900     MOVE YB-RUN-DATE TO WS-WORK-DATE.
064000     PERFORM 1100-FIND-DAY THRU 1100-EXIT.
064100     IF DAY-IDX = ZERO
064200         GO TO 3700-NEXT
064300     END-IF.
064400     MOVE "Y" TO WS-DAY-LEDGER-SW(DAY-IDX).
064500     MOVE YB-CLOSING-TOTAL TO WS-DAY-LEDGER-CLOSE(DAY-IDX).
064600 3700-NEXT.
064700     PERFORM 1290-READ-DAY-BALANCE THRU 1290-EXIT.
064800 3700-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200*  5000-PROVE-ONE-DAY.                                         *
065300*    ROLLS THE EXPECTED BALANCE FORWARD BY THE DAY'S MOVEMENT  *
065400*    AND, ON A NIGHT THE LEDGER RAN, COMPARES IT WITH THE      *
065500*    CLOSE THE LEDGER RECORDED.  THE FIRST NIGHT THE TWO       *
065600*    PART COMPANY IS FLAGGED; A LATER NIGHT IS FLAGGED ONLY    *
065700*    WHEN ITS DIFFERENCE MOVES AGAIN.                          *
065800*****************************************************************
065900 5000-PROVE-ONE-DAY.
066000     COMPUTE WS-RUNNING-TOTAL = WS-RUNNING-TOTAL
066100         + WS-DAY-BILLED(DAY-IDX)
066200         + WS-DAY-FEES(DAY-IDX)
066300         - WS-DAY-CASH(DAY-IDX)
066400         - WS-DAY-CREDITS(DAY-IDX)
066500         - WS-DAY-WOFFS(DAY-IDX)
066600         + WS-DAY-REOPENS(DAY-IDX)
066700         - WS-DAY-DEPOSITS(DAY-IDX).
066800     ADD WS-DAY-BILLED(DAY-IDX)   TO WS-TOT-BILLED.
066900     ADD WS-DAY-FEES(DAY-IDX)     TO WS-TOT-FEES.
067000     ADD WS-DAY-CASH(DAY-IDX)     TO WS-TOT-CASH.
067100     ADD WS-DAY-CREDITS(DAY-IDX)  TO WS-TOT-CREDITS.
067200     ADD WS-DAY-WOFFS(DAY-IDX)    TO WS-TOT-WOFFS.
067300     ADD WS-DAY-REOPENS(DAY-IDX)  TO WS-TOT-REOPENS.
067400     ADD WS-DAY-DEPOSITS(DAY-IDX) TO WS-TOT-DEPOSITS.
067500     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
067600         FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM)
067700         + DAY-IDX - 1).
067800     MOVE WS-WORK-DATE              TO WS-DAY-DATE.
067900     MOVE WS-DAY-BILLED(DAY-IDX)    TO WS-DAY-INVOICES-OUT.
068000     MOVE WS-DAY-FEES(DAY-IDX)      TO WS-DAY-FEES-OUT.
068100     MOVE WS-DAY-CASH(DAY-IDX)      TO WS-DAY-CASH-OUT.
068200     MOVE WS-DAY-CREDITS(DAY-IDX)   TO WS-DAY-CREDITS-OUT.
068300     MOVE WS-DAY-WOFFS(DAY-IDX)     TO WS-DAY-WOFFS-OUT.
068400     COMPUTE WS-DAY-OTHER-OUT =
068500         WS-DAY-REOPENS(DAY-IDX) - WS-DAY-DEPOSITS(DAY-IDX).
068600     MOVE WS-RUNNING-TOTAL          TO WS-DAY-EXPECTED-OUT.
068700     MOVE SPACES TO WS-DAY-LEDGER-OUT.
068800     MOVE SPACES TO WS-DAY-DIFF-OUT.
068900     MOVE SPACES TO WS-DAY-FLAG.
069000     IF NOT WS-DAY-LEDGER-RAN(DAY-IDX)
069100         MOVE "   NO LEDGER RUN" TO WS-DAY-LEDGER-OUT
069200         GO TO 5000-PRINT
069300     END-IF.
069400     MOVE WS-DAY-LEDGER-CLOSE(DAY-IDX) TO WS-DAY-LEDGER-EDIT.
069500     MOVE WS-DAY-LEDGER-EDIT TO WS-DAY-LEDGER-OUT.
069600     COMPUTE WS-ROLL-DIFFERENCE =
069700         WS-DAY-LEDGER-CLOSE(DAY-IDX) - WS-RUNNING-TOTAL.
069800     MOVE WS-ROLL-DIFFERENCE TO WS-DAY-DIFF-EDIT.
069900     MOVE WS-DAY-DIFF-EDIT TO WS-DAY-DIFF-OUT.
070000     IF WS-ROLL-DIFFERENCE = WS-DAY-DIFFERENCE
070100         GO TO 5000-PRINT
070200     END-IF.
070300     MOVE WS-ROLL-DIFFERENCE TO WS-DAY-DIFFERENCE.
070400     ADD 1 TO WS-OUT-DAY-COUNT.
070500     IF WS-FIRST-OUT-FOUND
070600         MOVE "* MOVED" TO WS-DAY-FLAG
070700     ELSE
070800         SET WS-FIRST-OUT-FOUND TO TRUE
070900         MOVE WS-WORK-DATE TO WS-FIRST-OUT-DATE
071000         MOVE "*FIRST OUT" TO WS-DAY-FLAG
071100     END-IF.
071200 5000-PRINT.
071300     WRITE RF-PRINT-LINE FROM WS-RPT-DAY.
071400 5000-EXIT.
071500     EXIT.
071600
071700*****************************************************************
071800*  8000-PRINT-ROLL-FORWARD.                                    *
071900*    THE MONTH'S ROLL-FORWARD, OPENING TO CLOSING, FOR THE     *
072000*    BINDER.                                                   *
072100*****************************************************************
072200 8000-PRINT-ROLL-FORWARD.
072300     MOVE SPACES TO RF-PRINT-LINE.
072400     WRITE RF-PRINT-LINE.
072500     MOVE SPACES TO WS-ROLL-VERDICT.
072600     MOVE "OPENING RECEIVABLES PER ARMOPEN" TO WS-ROLL-LABEL.
072700     MOVE WS-OPENING-TOTAL TO WS-ROLL-AMOUNT.
072800     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
072900     MOVE "  PLUS INVOICES BILLED" TO WS-ROLL-LABEL.
073000     MOVE WS-TOT-BILLED TO WS-ROLL-AMOUNT.
073100     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
073200     MOVE "  PLUS FEES BILLED" TO WS-ROLL-LABEL.
073300     MOVE WS-TOT-FEES TO WS-ROLL-AMOUNT.
073400     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
073500     MOVE "  PLUS ITEMS REOPENED BY RETURNED CASH" TO
073600         WS-ROLL-LABEL.
073700     MOVE WS-TOT-REOPENS TO WS-ROLL-AMOUNT.
073800     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
073900     MOVE "  LESS CASH APPLIED" TO WS-ROLL-LABEL.
074000     MOVE WS-TOT-CASH TO WS-ROLL-AMOUNT.
074100     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
074200     MOVE "  LESS CREDIT MEMOS" TO WS-ROLL-LABEL.
074300     MOVE WS-TOT-CREDITS TO WS-ROLL-AMOUNT.
074400     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
074500     MOVE "  LESS WRITE-OFFS" TO WS-ROLL-LABEL.
074600     MOVE WS-TOT-WOFFS TO WS-ROLL-AMOUNT.
074700     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
074800     MOVE "  LESS PREPAID DEPOSITS DRAWN" TO WS-ROLL-LABEL.
074900     MOVE WS-TOT-DEPOSITS TO WS-ROLL-AMOUNT.
075000     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
075100     COMPUTE WS-EXPECTED-TOTAL = WS-OPENING-TOTAL
075200         + WS-TOT-BILLED + WS-TOT-FEES + WS-TOT-REOPENS
075300         - WS-TOT-CASH - WS-TOT-CREDITS - WS-TOT-WOFFS
075400         - WS-TOT-DEPOSITS.
075500     MOVE "EXPECTED CLOSING RECEIVABLES" TO WS-ROLL-LABEL.
075600     MOVE WS-EXPECTED-TOTAL TO WS-ROLL-AMOUNT.
075700     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
075800     MOVE "CLOSING RECEIVABLES PER ARMAST" TO WS-ROLL-LABEL.
075900     MOVE WS-CLOSING-TOTAL TO WS-ROLL-AMOUNT.
076000     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
076100     COMPUTE WS-ROLL-DIFFERENCE =
076200         WS-CLOSING-TOTAL - WS-EXPECTED-TOTAL.
076300     MOVE "DIFFERENCE" TO WS-ROLL-LABEL.
076400     MOVE WS-ROLL-DIFFERENCE TO WS-ROLL-AMOUNT.
076500     IF WS-ROLL-DIFFERENCE = ZERO
076600         MOVE "IN BALANCE" TO WS-ROLL-VERDICT
076700     ELSE
076800         MOVE "*** OUT OF BALANCE" TO WS-ROLL-VERDICT
076900     END-IF.
077000     WRITE RF-PRINT-LINE FROM WS-RPT-ROLL.
077100     IF NOT WS-FIRST-OUT-FOUND
077200         GO TO 8000-EXIT
077300     END-IF.
077400     MOVE WS-FIRST-OUT-DATE TO WS-FIRST-OUT-OUT.
077500     WRITE RF-PRINT-LINE FROM WS-RPT-FIRST-OUT.
077600 8000-EXIT.
077700     EXIT.
077800
077900*****************************************************************
078000*  9000-FINALIZE.                                              *
078100*****************************************************************
078200 9000-FINALIZE.
078300     DISPLAY "ARROLL1 PERIOD " WS-PERIOD-FROM " TO "
078400         WS-PERIOD-TO " DIFFERENCE: " WS-ROLL-DIFFERENCE.
078500     IF WS-FIRST-OUT-FOUND
078600         DISPLAY "ARROLL1 FIRST OUT OF BALANCE ON "
078700             WS-FIRST-OUT-DATE
078800     END-IF.
078900     CLOSE OPEN-MAST.
079000     CLOSE CLOSE-MAST.
079100     CLOSE BILL-SUM.
079200     CLOSE FEE-MUL.
079300     CLOSE APP-AUDIT.
079400     CLOSE AR-ADJ.
079500     CLOSE WOFF-ADJ.
079600     CLOSE REOPEN-ADJ.
079700     CLOSE DEP-ADJ.
079800     CLOSE DAY-BAL.
079900     CLOSE ROLL-RPT.
080000     IF WS-ROLL-DIFFERENCE NOT = ZERO OR WS-FIRST-OUT-FOUND
080100         MOVE 4 TO RETURN-CODE
080200     END-IF.
080220     MOVE "ARROLL1" TO CL-PROGRAM.
080240     MOVE WS-PERIOD-TO(1:6) TO CL-PERIOD.
080260     MOVE RETURN-CODE TO CL-RUN-RC.
080280     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
080300 9000-EXIT.
080400     EXIT.
