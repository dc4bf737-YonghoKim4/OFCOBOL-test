000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     TAXRTN1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    PERIOD-END SALES-TAX LIABILITY RETURN.  FOR THE FILING    *
001200*    PERIOD ON TAXRPARM, ACCUMULATES PER TAX JURISDICTION THE  *
001300*    TAXABLE SALES, EXEMPT SALES, AND TAX COLLECTED FROM THE   *
001400*    PERIOD'S ARCHIVED INVOICE TRAILERS (INVARCH), AND NETS    *
001500*    OUT THE CREDIT-MEMO REVERSALS FROM THE PERIOD'S BILLING   *
001600*    SUMMARY ADJUSTMENTS (BILLSADJ).  THE TAX INVOICED IS TIED *
001700*    TO THE TAX PAYABLE POSTED THROUGH THE PERIOD'S GL         *
001800*    EXTRACTS (GLEXTR), AND ONE SUMMARY RECORD PER             *
001900*    JURISDICTION IS WRITTEN TO TAXRTNS FOR PREPARING THE      *
002000*    FILING.  THE REPORT IS TAXRTNRP.  THE PERIOD'S DAILY      *
002100*    GENERATIONS OF EACH INPUT ARE CONCATENATED ON THE DD.     *
002200*    ENDS WITH RETURN CODE 4 WHEN THE GL TIE FAILS.            *
002300*                                                              *
002400*  MODIFICATION HISTORY.                                       *
002500*    2026-10-15  DL  ORIGINAL SALES-TAX RETURN REPORT.         *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TAX-PARM ASSIGN TO "TAXRPARM"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT TAX-JURS ASSIGN TO "TAXJURS"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT INV-ARCH ASSIGN TO "INVARCH"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT BILL-ADJ ASSIGN TO "BILLSADJ"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT GL-EXTR ASSIGN TO "GLEXTR"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT RTN-SUM ASSIGN TO "TAXRTNS"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT RTN-RPT ASSIGN TO "TAXRTNRP"
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TAX-PARM.
004800     COPY DLTAXRPM.
004900
005000 FD  TAX-JURS.
005100     COPY DLTAXJUR.
005200
005300 FD  INV-ARCH.
005400     COPY DLINVARC.
005500
005600 FD  BILL-ADJ.
005700     COPY DLBILSUM.
005800
005900 FD  GL-EXTR.
006000     COPY DLGLEXT.
006100
006200 FD  RTN-SUM.
006300     COPY DLTAXRTN.
006400
006500 FD  RTN-RPT.
006600 01  TR-PRINT-LINE            PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-SWITCHES.
007000     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
007100         88  WS-PARM-EOF           VALUE "Y".
007200     05  WS-JUR-EOF-SW        PIC X(01) VALUE "N".
007300         88  WS-JUR-EOF            VALUE "Y".
007400     05  WS-ARCH-EOF-SW       PIC X(01) VALUE "N".
007500         88  WS-ARCH-EOF           VALUE "Y".
007600     05  WS-ADJ-EOF-SW        PIC X(01) VALUE "N".
007700         88  WS-ADJ-EOF            VALUE "Y".
007800     05  WS-GL-EOF-SW         PIC X(01) VALUE "N".
007900         88  WS-GL-EOF             VALUE "Y".
008000
008100 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
008200 01  WS-PERIOD-FROM           PIC 9(08) VALUE ZERO.
008300 01  WS-PERIOD-TO             PIC 9(08) VALUE ZERO.
008400 01  WS-JUR-KEY               PIC X(03) VALUE SPACES.
008500 01  WS-SALES-AMOUNT          PIC 9(09) VALUE ZERO.
008600 01  WS-INVOICED-TAX          PIC 9(11) VALUE ZERO.
008700 01  WS-CREDITED-TAX          PIC 9(11) VALUE ZERO.
008800 01  WS-GL-TAX                PIC S9(13)V9(02) VALUE ZERO.
008900 01  WS-TIE-DIFFERENCE        PIC S9(13)V9(02) VALUE ZERO.
009000 01  WS-NET-LIABILITY         PIC S9(11) VALUE ZERO.
009100 01  WS-SKIP-COUNT            PIC 9(07) VALUE ZERO.
009200 01  JUR-IDX                  PIC 9(02) VALUE ZERO.
009300 01  JUR-SUB                  PIC 9(02) VALUE ZERO.
009400
009500 01  WS-JUR-COUNT             PIC 9(02) VALUE ZERO.
009600 01  WS-JUR-TABLE.
009700     05  WS-JUR-ENTRY OCCURS 1 TO 50 TIMES
009800             DEPENDING ON WS-JUR-COUNT.
009900         10  WS-JUR-CODE      PIC X(03).
010000         10  WS-JUR-DESC      PIC X(20).
010100         10  WS-JUR-RATE      PIC 9(01)V9(04).
010200         10  WS-JUR-INVOICES  PIC 9(07).
010300         10  WS-JUR-TAXABLE   PIC 9(11).
010400         10  WS-JUR-EXEMPT    PIC 9(11).
010500         10  WS-JUR-TAX       PIC 9(11).
010600         10  WS-JUR-CR-TAXABLE PIC 9(11).
010700         10  WS-JUR-CR-EXEMPT PIC 9(11).
010800         10  WS-JUR-CR-TAX    PIC 9(11).
010900
011000 01  WS-RPT-HEADER.
011100     05  FILLER               PIC X(30) VALUE
011200         "SALES-TAX RETURN - PERIOD".
011300     05  WS-HDR-FROM          PIC 9(08).
011400     05  FILLER               PIC X(04) VALUE " TO ".
011500     05  WS-HDR-TO            PIC 9(08).
011600
011700 01  WS-RPT-COLUMNS.
011800     05  FILLER               PIC X(05) VALUE "JUR  ".
011900     05  FILLER               PIC X(22) VALUE "DESCRIPTION".
012000     05  FILLER               PIC X(08) VALUE "INVOICES".
012100     05  FILLER               PIC X(13) VALUE "      TAXABLE".
012200     05  FILLER               PIC X(13) VALUE "       EXEMPT".
012300     05  FILLER               PIC X(13) VALUE "    TAX COLLD".
012400     05  FILLER               PIC X(13) VALUE "   CR TAXABLE".
012500     05  FILLER               PIC X(13) VALUE "    CR EXEMPT".
012600     05  FILLER               PIC X(13) VALUE "       CR TAX".
012700     05  FILLER               PIC X(13) VALUE "      NET TAX".
012800
012900 01  WS-RPT-DETAIL.
013000     05  WS-DET-JURIS         PIC X(03).
013100     05  FILLER               PIC X(02) VALUE SPACES.
013200     05  WS-DET-DESC          PIC X(20).
013300     05  FILLER               PIC X(02) VALUE SPACES.
013400     05  WS-DET-INVOICES      PIC Z(07)9.
013500     05  WS-DET-TAXABLE       PIC Z(12)9.
013600     05  WS-DET-EXEMPT        PIC Z(12)9.
013700     05  WS-DET-TAX           PIC Z(12)9.
013800     05  WS-DET-CR-TAXABLE    PIC Z(12)9.
013900     05  WS-DET-CR-EXEMPT     PIC Z(12)9.
014000     05  WS-DET-CR-TAX        PIC Z(12)9.
014100     05  WS-DET-NET-TAX       PIC -(12)9.
014200
014300 01  WS-RPT-TIE.
014400     05  WS-TIE-LABEL         PIC X(34).
014500     05  WS-TIE-AMOUNT        PIC -(13)9.99.
014600     05  FILLER               PIC X(02) VALUE SPACES.
014700     05  WS-TIE-VERDICT       PIC X(20).
014800
014900 PROCEDURE DIVISION.
015000*****************************************************************
015100*  0000-MAINLINE.                                              *
015200*****************************************************************
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-TAKE-ONE-INVOICE THRU 2000-EXIT
015600         UNTIL WS-ARCH-EOF.
015700     PERFORM 3000-TAKE-ONE-CREDIT THRU 3000-EXIT
015800         UNTIL WS-ADJ-EOF.
015900     PERFORM 4000-TAKE-ONE-GL-LINE THRU 4000-EXIT
016000         UNTIL WS-GL-EOF.
016100     PERFORM 5000-REPORT-ONE-JURIS THRU 5000-EXIT
016200         VARYING JUR-IDX FROM 1 BY 1
016300         UNTIL JUR-IDX > WS-JUR-COUNT.
016400     PERFORM 8000-PRINT-TIE THRU 8000-EXIT.
016500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
016600     STOP RUN.
016700
016800*****************************************************************
016900*  1000-INITIALIZE.                                            *
017000*    WITH NO TAXRPARM RECORD THE PERIOD IS THE CURRENT MONTH   *
017100*    TO DATE.  EVERY JURISDICTION ON TAXJURS GETS A LINE, SO   *
017200*    A NIL RETURN STILL SHOWS.                                 *
017300*****************************************************************
017400 1000-INITIALIZE.
017500     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
017600     MOVE WS-PROCESS-DATE TO WS-PERIOD-FROM.
017700     MOVE "01" TO WS-PERIOD-FROM(7:2).
017800     MOVE WS-PROCESS-DATE TO WS-PERIOD-TO.
017900     OPEN INPUT TAX-PARM.
018000     READ TAX-PARM
018100         AT END
018200             SET WS-PARM-EOF TO TRUE
018300     END-READ.
018400     IF NOT WS-PARM-EOF
018500         MOVE TQ-PERIOD-FROM TO WS-PERIOD-FROM
018600         MOVE TQ-PERIOD-TO   TO WS-PERIOD-TO
018700     END-IF.
018800     CLOSE TAX-PARM.
018900     OPEN INPUT TAX-JURS.
019000     READ TAX-JURS
019100         AT END
019200             SET WS-JUR-EOF TO TRUE
019300     END-READ.
019400     PERFORM 1100-LOAD-ONE-JURIS THRU 1100-EXIT
019500         UNTIL WS-JUR-EOF.
019600     CLOSE TAX-JURS.
019700     OPEN INPUT INV-ARCH.
019800     OPEN INPUT BILL-ADJ.
019900     OPEN INPUT GL-EXTR.
020000     OPEN OUTPUT RTN-SUM.
020100     OPEN OUTPUT RTN-RPT.
020200     MOVE WS-PERIOD-FROM TO WS-HDR-FROM.
020300     MOVE WS-PERIOD-TO   TO WS-HDR-TO.
020400     WRITE TR-PRINT-LINE FROM WS-RPT-HEADER.
020500     WRITE TR-PRINT-LINE FROM WS-RPT-COLUMNS.
020600     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
020700     PERFORM 1210-READ-ADJUSTMENT THRU 1210-EXIT.
020800     PERFORM 1220-READ-GL THRU 1220-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100
021200*****************************************************************
021300*  1100-LOAD-ONE-JURIS.                                        *
021400*****************************************************************
021500 1100-LOAD-ONE-JURIS.
021600     MOVE TJ-JURIS-CODE TO WS-JUR-KEY.
021700     PERFORM 1300-FIND-JURIS THRU 1300-EXIT.
021800     IF JUR-SUB > ZERO
021900         MOVE TJ-DESCRIPTION TO WS-JUR-DESC(JUR-SUB)
022000         MOVE TJ-TAX-RATE    TO WS-JUR-RATE(JUR-SUB)
022100     END-IF.
022200     READ TAX-JURS
022300         AT END
022400             SET WS-JUR-EOF TO TRUE
022500     END-READ.
022600 1100-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*  1200-READ-ARCHIVE.                                          *
023100*****************************************************************
023200 1200-READ-ARCHIVE.
023300     READ INV-ARCH
023400         AT END
023500             SET WS-ARCH-EOF TO TRUE
023600     END-READ.
023700 1200-EXIT.
023800     EXIT.
023900
024000*****************************************************************
024100*  1210-READ-ADJUSTMENT.                                       *
024200*****************************************************************
024300 1210-READ-ADJUSTMENT.
024400     READ BILL-ADJ
024500         AT END
024600             SET WS-ADJ-EOF TO TRUE
024700     END-READ.
024800 1210-EXIT.
024900     EXIT.
025000
025100*****************************************************************
025200*  1220-READ-GL.                                               *
025300*****************************************************************
025400 1220-READ-GL.
025500     READ GL-EXTR
025600         AT END
025700             SET WS-GL-EOF TO TRUE
025800     END-READ.
025900 1220-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300*  1300-FIND-JURIS.                                            *
026400*    RETURNS IN JUR-SUB THE TABLE ENTRY FOR WS-JUR-KEY, ADDING *
026500*    ONE FOR A CODE NOT ON TAXJURS.  ZERO WHEN THE TABLE IS    *
026600*    FULL.                                                     *
026700*****************************************************************
026800 1300-FIND-JURIS.
026900     MOVE ZERO TO JUR-SUB.
027000     PERFORM 1350-MATCH-ONE-JURIS THRU 1350-EXIT
027100         VARYING JUR-IDX FROM 1 BY 1
027200         UNTIL JUR-IDX > WS-JUR-COUNT
027300            OR JUR-SUB > ZERO.
027400     IF JUR-SUB > ZERO
027500         GO TO 1300-EXIT
027600     END-IF.
027700     IF WS-JUR-COUNT NOT < 50
027800         DISPLAY "TAXRTN1 - JURISDICTION TABLE FULL AT "
027900             WS-JUR-KEY
028000         GO TO 1300-EXIT
028100     END-IF.
028200     ADD 1 TO WS-JUR-COUNT.
028300     MOVE WS-JUR-COUNT TO JUR-SUB.
028400     MOVE WS-JUR-KEY TO WS-JUR-CODE(JUR-SUB).
028500     MOVE "** NOT ON TAXJURS **" TO WS-JUR-DESC(JUR-SUB).
028600     MOVE ZERO TO WS-JUR-RATE(JUR-SUB).
028700     MOVE ZERO TO WS-JUR-INVOICES(JUR-SUB).
028800     MOVE ZERO TO WS-JUR-TAXABLE(JUR-SUB).
028900     MOVE ZERO TO WS-JUR-EXEMPT(JUR-SUB).
029000     MOVE ZERO TO WS-JUR-TAX(JUR-SUB).
029100     MOVE ZERO TO WS-JUR-CR-TAXABLE(JUR-SUB).
029200     MOVE ZERO TO WS-JUR-CR-EXEMPT(JUR-SUB).
029300     MOVE ZERO TO WS-JUR-CR-TAX(JUR-SUB).
029400 1300-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800*  1350-MATCH-ONE-JURIS.                                       *
029900*****************************************************************
030000 1350-MATCH-ONE-JURIS.
030100     IF WS-JUR-CODE(JUR-IDX) = WS-JUR-KEY
030200         MOVE JUR-IDX TO JUR-SUB
030300     END-IF.
030400 1350-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800*  2000-TAKE-ONE-INVOICE.                                      *
030900*    ONLY THE TRAILER MATTERS - IT CARRIES THE JURISDICTION,   *
031000*    THE PRE-TAX SUBTOTAL, THE TAX, AND ANY EXEMPTION          *
031100*    CERTIFICATE THE INVOICE WAS BILLED UNDER.                 *
031200*****************************************************************
031300 2000-TAKE-ONE-INVOICE.
031400     IF NOT IA-TRAILER-REC
031500         GO TO 2000-NEXT
031600     END-IF.
031700     IF IA-BILL-DATE < WS-PERIOD-FROM
031800             OR IA-BILL-DATE > WS-PERIOD-TO
031900         GO TO 2000-NEXT
032000     END-IF.
032100     MOVE IA-TAX-JURIS TO WS-JUR-KEY.
032200     PERFORM 1300-FIND-JURIS THRU 1300-EXIT.
032300     IF JUR-SUB = ZERO
032400         ADD 1 TO WS-SKIP-COUNT
032500         GO TO 2000-NEXT
032600     END-IF.
032700     ADD 1 TO WS-JUR-INVOICES(JUR-SUB).
032800     IF IA-EXEMPT-CERT = SPACES
032900         ADD IA-SUBTOTAL TO WS-JUR-TAXABLE(JUR-SUB)
033000     ELSE
033100         ADD IA-SUBTOTAL TO WS-JUR-EXEMPT(JUR-SUB)
033200     END-IF.
033300     ADD IA-TAX-AMOUNT TO WS-JUR-TAX(JUR-SUB).
033400     ADD IA-TAX-AMOUNT TO WS-INVOICED-TAX.
033500 2000-NEXT.
033600     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
033700 2000-EXIT.
033800     EXIT.
033900
034000*****************************************************************
034100*  3000-TAKE-ONE-CREDIT.                                       *
034200*    A CREDIT-MEMO ADJUSTMENT CARRIES THE CREDITED GROSS AND   *
034300*    ITS TAX SHARE; THE SALES REVERSED ARE THE DIFFERENCE.     *
034400*****************************************************************
034500 3000-TAKE-ONE-CREDIT.
034600     IF BS-BILL-DATE < WS-PERIOD-FROM
034700             OR BS-BILL-DATE > WS-PERIOD-TO
034800         GO TO 3000-NEXT
034900     END-IF.
035000     MOVE BS-TAX-JURIS TO WS-JUR-KEY.
035100     PERFORM 1300-FIND-JURIS THRU 1300-EXIT.
035200     IF JUR-SUB = ZERO
035300         ADD 1 TO WS-SKIP-COUNT
035400         GO TO 3000-NEXT
035500     END-IF.
035600     COMPUTE WS-SALES-AMOUNT =
035700         BS-INVOICE-TOTAL - BS-TAX-AMOUNT.
035800     IF BS-TAX-EXEMPT
035900         ADD WS-SALES-AMOUNT TO WS-JUR-CR-EXEMPT(JUR-SUB)
036000     ELSE
036100         ADD WS-SALES-AMOUNT TO WS-JUR-CR-TAXABLE(JUR-SUB)
036200     END-IF.
036300     ADD BS-TAX-AMOUNT TO WS-JUR-CR-TAX(JUR-SUB).
036400     ADD BS-TAX-AMOUNT TO WS-CREDITED-TAX.
036500 3000-NEXT.
036600     PERFORM 1210-READ-ADJUSTMENT THRU 1210-EXIT.
036700 3000-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100*  4000-TAKE-ONE-GL-LINE.                                      *
037200*    ONLY THE TAX PAYABLE DETAIL LINES THE EXTRACT POSTED FROM *
037300*    THE INVOICE RUN'S TAX FEED COUNT TOWARD THE TIE.          *
037400*****************************************************************
037500 4000-TAKE-ONE-GL-LINE.
037600     IF NOT GX-DETAIL-LINE
037700             OR GX-TRANS-KEY NOT = "TAXPAYABLE"
037800         GO TO 4000-NEXT
037900     END-IF.
038000     IF GX-RUN-DATE < WS-PERIOD-FROM
038100             OR GX-RUN-DATE > WS-PERIOD-TO
038200         GO TO 4000-NEXT
038300     END-IF.
038400     IF GX-AMOUNT-SIGN = "-"
038500         SUBTRACT GX-AMOUNT FROM WS-GL-TAX
038600     ELSE
038700         ADD GX-AMOUNT TO WS-GL-TAX
038800     END-IF.
038900 4000-NEXT.
039000     PERFORM 1220-READ-GL THRU 1220-EXIT.
039100 4000-EXIT.
039200     EXIT.
039300
039400*****************************************************************
039500*  5000-REPORT-ONE-JURIS.                                      *
039600*****************************************************************
039700 5000-REPORT-ONE-JURIS.
039800     MOVE WS-JUR-CODE(JUR-IDX)       TO TV-JURIS-CODE.
039900     MOVE WS-JUR-DESC(JUR-IDX)       TO TV-DESCRIPTION.
040000     MOVE WS-PERIOD-FROM             TO TV-PERIOD-FROM.
040100     MOVE WS-PERIOD-TO               TO TV-PERIOD-TO.
040200     MOVE WS-JUR-RATE(JUR-IDX)       TO TV-TAX-RATE.
040300     MOVE WS-JUR-INVOICES(JUR-IDX)   TO TV-INVOICE-COUNT.
040400     MOVE WS-JUR-TAXABLE(JUR-IDX)    TO TV-TAXABLE-SALES.
040500     MOVE WS-JUR-EXEMPT(JUR-IDX)     TO TV-EXEMPT-SALES.
040600     MOVE WS-JUR-TAX(JUR-IDX)        TO TV-TAX-COLLECTED.
040700     MOVE WS-JUR-CR-TAXABLE(JUR-IDX) TO TV-CREDIT-TAXABLE.
040800     MOVE WS-JUR-CR-EXEMPT(JUR-IDX)  TO TV-CREDIT-EXEMPT.
040900     MOVE WS-JUR-CR-TAX(JUR-IDX)     TO TV-CREDIT-TAX.
041000     COMPUTE TV-NET-TAXABLE =
041100         WS-JUR-TAXABLE(JUR-IDX) - WS-JUR-CR-TAXABLE(JUR-IDX).
041200     COMPUTE TV-NET-EXEMPT =
041300         WS-JUR-EXEMPT(JUR-IDX) - WS-JUR-CR-EXEMPT(JUR-IDX).
041400     COMPUTE TV-NET-TAX =
041500         WS-JUR-TAX(JUR-IDX) - WS-JUR-CR-TAX(JUR-IDX).
041600     WRITE TV-TAX-RETURN-REC.
041700     MOVE TV-JURIS-CODE     TO WS-DET-JURIS.
041800     MOVE TV-DESCRIPTION    TO WS-DET-DESC.
041900     MOVE TV-INVOICE-COUNT  TO WS-DET-INVOICES.
042000     MOVE TV-TAXABLE-SALES  TO WS-DET-TAXABLE.
042100     MOVE TV-EXEMPT-SALES   TO WS-DET-EXEMPT.
042200     MOVE TV-TAX-COLLECTED  TO WS-DET-TAX.
042300     MOVE TV-CREDIT-TAXABLE TO WS-DET-CR-TAXABLE.
042400     MOVE TV-CREDIT-EXEMPT  TO WS-DET-CR-EXEMPT.
042500     MOVE TV-CREDIT-TAX     TO WS-DET-CR-TAX.
042600     MOVE TV-NET-TAX        TO WS-DET-NET-TAX.
042700     WRITE TR-PRINT-LINE FROM WS-RPT-DETAIL.
042800 5000-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200*  8000-PRINT-TIE.                                             *
043300*    THE GL EXTRACT POSTS THE TAX AS INVOICED; THE CREDIT-MEMO *
043400*    REVERSALS ARE A RECONCILING ITEM BELOW THE TIE, NOT PART  *
043500*    OF IT.                                                    *
043600*****************************************************************
043700 8000-PRINT-TIE.
043800     MOVE SPACES TO WS-TIE-VERDICT.
043900     MOVE "TAX INVOICED PER ARCHIVE" TO WS-TIE-LABEL.
044000     MOVE WS-INVOICED-TAX TO WS-TIE-AMOUNT.
044100     WRITE TR-PRINT-LINE FROM WS-RPT-TIE.
044200     MOVE "TAX PAYABLE PER GL EXTRACT" TO WS-TIE-LABEL.
044300     MOVE WS-GL-TAX TO WS-TIE-AMOUNT.
044400     WRITE TR-PRINT-LINE FROM WS-RPT-TIE.
044500     COMPUTE WS-TIE-DIFFERENCE = WS-INVOICED-TAX - WS-GL-TAX.
044600     MOVE "DIFFERENCE" TO WS-TIE-LABEL.
044700     MOVE WS-TIE-DIFFERENCE TO WS-TIE-AMOUNT.
044800     IF WS-TIE-DIFFERENCE = ZERO
044900         MOVE "IN BALANCE" TO WS-TIE-VERDICT
045000     ELSE
045100         MOVE "*** OUT OF BALANCE" TO WS-TIE-VERDICT
045200     END-IF.
045300     WRITE TR-PRINT-LINE FROM WS-RPT-TIE.
045400     MOVE SPACES TO WS-TIE-VERDICT.
045500     MOVE "LESS CREDIT-MEMO TAX REVERSALS" TO WS-TIE-LABEL.
045600     MOVE WS-CREDITED-TAX TO WS-TIE-AMOUNT.
045700     WRITE TR-PRINT-LINE FROM WS-RPT-TIE.
045800     COMPUTE WS-NET-LIABILITY =
045900         WS-INVOICED-TAX - WS-CREDITED-TAX.
046000     MOVE "NET TAX LIABILITY FOR PERIOD" TO WS-TIE-LABEL.
046100     MOVE WS-NET-LIABILITY TO WS-TIE-AMOUNT.
046200     WRITE TR-PRINT-LINE FROM WS-RPT-TIE.
046300 8000-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700*  9000-FINALIZE.                                              *
046800*****************************************************************
046900 9000-FINALIZE.
047000     DISPLAY "TAXRTN1 PERIOD " WS-PERIOD-FROM " TO "
047100         WS-PERIOD-TO " NET TAX: " WS-NET-LIABILITY.
047200     IF WS-SKIP-COUNT > ZERO
047300         DISPLAY "TAXRTN1 RECORDS NOT ACCUMULATED: "
047400             WS-SKIP-COUNT
047500     END-IF.
047600     CLOSE INV-ARCH.
047700     CLOSE BILL-ADJ.
047800     CLOSE GL-EXTR.
047900     CLOSE RTN-SUM.
048000     CLOSE RTN-RPT.
048100     IF WS-TIE-DIFFERENCE NOT = ZERO OR WS-SKIP-COUNT > ZERO
048200         MOVE 4 TO RETURN-CODE
048300     END-IF.
048400 9000-EXIT.
048500     EXIT.
