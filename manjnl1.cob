000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     MANJNL1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    MANUAL ADJUSTING JOURNAL RUN.  TAKES THE DAY'S MANUAL     *
001200*    JOURNAL BATCH (MJNLIN) - ACCRUALS AND CORRECTIONS THE     *
001300*    ACCOUNTANTS USED TO KEY STRAIGHT INTO THE GL - AND HOLDS  *
001400*    EVERY JOURNAL WHOSE DEBITS EQUAL ITS CREDITS ON THE       *
001500*    PENDING FILE (MJNLPNDI TO MJNLPNDO) UNTIL AN APPROVER     *
001600*    OTHER THAN THE PREPARER DECIDES IT ON MJNLAPPR.  A        *
001700*    JOURNAL THAT DOES NOT BALANCE IS REFUSED WHOLE.  AN       *
001800*    APPROVED JOURNAL IS RELEASED TO THE MANJFD FEED THE GL    *
001900*    EXTRACT CONSOLIDATES; ONE MARKED AUTO-REVERSE LEAVES ITS  *
002000*    REVERSAL ON THE PENDING FILE, DATED THE FIRST BUSINESS    *
002100*    DAY OF THE NEXT PERIOD, AND THE FIRST RUN ON OR AFTER     *
002200*    THAT DATE RELEASES IT.  EVERY DECISION LANDS ON THE       *
002300*    MJNLREG REGISTER WITH WHO PREPARED AND WHO APPROVED IT.   *
002400*    RUNS AHEAD OF GLEXTR01.                                   *
002500*                                                              *
002600*  MODIFICATION HISTORY.                                       *
002700*    2026-10-15  DL  ORIGINAL MANUAL JOURNAL RUN.              *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CALENDAR ASSIGN TO "CALENDAR"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT MJNL-IN ASSIGN TO "MJNLIN"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PEND-IN ASSIGN TO "MJNLPNDI"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PEND-OUT ASSIGN TO "MJNLPNDO"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT MJNL-APPR ASSIGN TO "MJNLAPPR"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT MAN-FEED ASSIGN TO "MANJFD"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT MJNL-REG ASSIGN TO "MJNLREG"
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CALENDAR.
005000     COPY DLCALEND.
005100
005200 FD  MJNL-IN.
005300     COPY DLMANJNL.
005400
005500 FD  PEND-IN.
005600     COPY DLMANJNL
005700         REPLACING ==MJ-JOURNAL-LINE-REC== BY ==PI-LINE-REC==
005800                   ==MJ-JOURNAL-ID==       BY ==PI-JOURNAL-ID==
005900                   ==MJ-LINE-NO==          BY ==PI-LINE-NO==
006000                   ==MJ-ACCOUNT==          BY ==PI-ACCOUNT==
006100                   ==MJ-DR-CR==            BY ==PI-DR-CR==
006200                   ==MJ-DEBIT==            BY ==PI-DEBIT==
006300                   ==MJ-CREDIT==           BY ==PI-CREDIT==
006400                   ==MJ-AMOUNT==           BY ==PI-AMOUNT==
006500                   ==MJ-DESCRIPTION==      BY ==PI-DESCRIPTION==
006600                   ==MJ-PREPARER==         BY ==PI-PREPARER==
006700                   ==MJ-EFFECTIVE-DATE==   BY ==PI-EFF-DATE==
006800                   ==MJ-AUTO-REV-SW==      BY ==PI-AUTO-REV-SW==
006900                   ==MJ-AUTO-REVERSE==     BY ==PI-AUTO-REVERSE==
007000                   ==MJ-STATUS==           BY ==PI-STATUS==
007100                   ==MJ-AWAITING==         BY ==PI-AWAITING==
007200                   ==MJ-REVERSAL==         BY ==PI-REVERSAL==
007300                   ==MJ-RELEASE-DATE==     BY ==PI-RELEASE-DATE==
007400                   ==MJ-APPROVER==         BY ==PI-APPROVER==.
007500
007600 FD  PEND-OUT.
007700     COPY DLMANJNL
007800         REPLACING ==MJ-JOURNAL-LINE-REC== BY ==PO-LINE-REC==
007900                   ==MJ-JOURNAL-ID==       BY ==PO-JOURNAL-ID==
008000                   ==MJ-LINE-NO==          BY ==PO-LINE-NO==
008100                   ==MJ-ACCOUNT==          BY ==PO-ACCOUNT==
008200                   ==MJ-DR-CR==            BY ==PO-DR-CR==
008300                   ==MJ-DEBIT==            BY ==PO-DEBIT==
008400                   ==MJ-CREDIT==           BY ==PO-CREDIT==
008500                   ==MJ-AMOUNT==           BY ==PO-AMOUNT==
008600                   ==MJ-DESCRIPTION==      BY ==PO-DESCRIPTION==
008700                   ==MJ-PREPARER==         BY ==PO-PREPARER==
008800                   ==MJ-EFFECTIVE-DATE==   BY ==PO-EFF-DATE==
008900                   ==MJ-AUTO-REV-SW==      BY ==PO-AUTO-REV-SW==
009000                   ==MJ-AUTO-REVERSE==     BY ==PO-AUTO-REVERSE==
009100                   ==MJ-STATUS==           BY ==PO-STATUS==
009200                   ==MJ-AWAITING==         BY ==PO-AWAITING==
009300                   ==MJ-REVERSAL==         BY ==PO-REVERSAL==
009400                   ==MJ-RELEASE-DATE==     BY ==PO-RELEASE-DATE==
009500                   ==MJ-APPROVER==         BY ==PO-APPROVER==.
009600
009700 FD  MJNL-APPR.
009800     COPY DLMJAPR.
009900
010000 FD  MAN-FEED.
010100     COPY DLMJFEED.
010200
010300 FD  MJNL-REG.
010400 01  MG-PRINT-LINE            PIC X(120).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-SWITCHES.
010800     05  WS-CAL-EOF-SW        PIC X(01) VALUE "N".
010900         88  WS-CAL-EOF            VALUE "Y".
011000     05  WS-NEW-EOF-SW        PIC X(01) VALUE "N".
011100         88  WS-NEW-EOF            VALUE "Y".
011200     05  WS-PEND-EOF-SW       PIC X(01) VALUE "N".
011300         88  WS-PEND-EOF           VALUE "Y".
011400     05  WS-APPR-EOF-SW       PIC X(01) VALUE "N".
011500         88  WS-APPR-EOF           VALUE "Y".
011600     05  WS-VALID-SW          PIC X(01) VALUE "N".
011700         88  WS-JOURNAL-VALID      VALUE "Y".
011800     05  WS-OFF-SW            PIC X(01) VALUE "N".
011900         88  WS-DAY-IS-OFF         VALUE "Y".
012000
012100 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
012200 01  WS-REVERSE-DATE          PIC 9(08) VALUE ZERO.
012300 01  WS-PROBE-DATE            PIC 9(08) VALUE ZERO.
012400 01  WS-PROBE-DATE-R REDEFINES WS-PROBE-DATE.
012500     05  WS-PRB-YYYY          PIC 9(04).
012600     05  WS-PRB-MM            PIC 9(02).
012700     05  WS-PRB-DD            PIC 9(02).
012800 01  WS-DAY-NUMBER            PIC 9(07) VALUE ZERO.
012900 01  WS-DAY-OF-WEEK           PIC 9(01) VALUE ZERO.
013000 01  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
013100 01  WS-DEBITS                PIC 9(13)V9(02) VALUE ZERO.
013200 01  WS-CREDITS               PIC 9(13)V9(02) VALUE ZERO.
013300 01  WS-FEED-DATE             PIC 9(08) VALUE ZERO.
013400 01  WS-FEED-REVERSAL-SW      PIC X(01) VALUE "N".
013500
013600 01  CAL-IDX                  PIC 9(03) VALUE ZERO.
013700 01  WS-CAL-COUNT             PIC 9(03) VALUE ZERO.
013800 01  WS-CAL-TABLE.
013900     05  WS-CAL-ENTRY OCCURS 1 TO 400 TIMES
014000             DEPENDING ON WS-CAL-COUNT.
014100         10  WS-CAL-DATE      PIC 9(08).
014200         10  WS-CAL-TYPE      PIC X(01).
014300
014400 01  LIN-IDX                  PIC 9(04) VALUE ZERO.
014500 01  WS-LIN-COUNT             PIC 9(04) VALUE ZERO.
014600 01  WS-LIN-TABLE.
014700     05  WS-LIN-ENTRY OCCURS 1 TO 3000 TIMES
014800             DEPENDING ON WS-LIN-COUNT.
014900         10  WS-LIN-JOURNAL   PIC X(06).
015000         10  WS-LIN-LINE-NO   PIC 9(03).
015100         10  WS-LIN-ACCOUNT   PIC X(08).
015200         10  WS-LIN-DR-CR     PIC X(01).
015300         10  WS-LIN-AMOUNT    PIC 9(13)V9(02).
015400         10  WS-LIN-DESC      PIC X(30).
015500         10  WS-LIN-PREPARER  PIC X(08).
015600         10  WS-LIN-EFFECTIVE PIC 9(08).
015700         10  WS-LIN-AUTO-REV  PIC X(01).
015800
015900 01  JNL-IDX                  PIC 9(03) VALUE ZERO.
016000 01  JNL-SUB                  PIC 9(03) VALUE ZERO.
016100 01  WS-JNL-HIT               PIC 9(03) VALUE ZERO.
016200 01  WS-JNL-COUNT             PIC 9(03) VALUE ZERO.
016300 01  WS-JNL-TABLE.
016400     05  WS-JNL-ENTRY OCCURS 1 TO 500 TIMES
016500             DEPENDING ON WS-JNL-COUNT.
016600         10  WS-JNL-ID        PIC X(06).
016700         10  WS-JNL-FIRST     PIC 9(04).
016800         10  WS-JNL-LAST      PIC 9(04).
016900         10  WS-JNL-STATUS    PIC X(01).
017000             88  WS-JNL-AWAITING   VALUE "P".
017100             88  WS-JNL-REVERSAL   VALUE "R".
017200             88  WS-JNL-DROPPED    VALUE "X".
017300         10  WS-JNL-NEW-SW    PIC X(01).
017400             88  WS-JNL-NEW        VALUE "Y".
017500         10  WS-JNL-RELEASE   PIC 9(08).
017600         10  WS-JNL-APPROVER  PIC X(08).
017700
017800 01  APR-IDX                  PIC 9(03) VALUE ZERO.
017900 01  APR-SUB                  PIC 9(03) VALUE ZERO.
018000 01  WS-APPR-COUNT            PIC 9(03) VALUE ZERO.
018100 01  WS-APPR-TABLE.
018200     05  WS-APPR-ENTRY OCCURS 1 TO 500 TIMES
018300             DEPENDING ON WS-APPR-COUNT.
018400         10  WS-APR-JOURNAL   PIC X(06).
018500         10  WS-APR-DECISION  PIC X(01).
018600         10  WS-APR-APPROVER  PIC X(08).
018700         10  WS-APR-USED-SW   PIC X(01).
018800             88  WS-APR-USED       VALUE "Y".
018900
019000 01  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
019100 01  WS-APPROVED-COUNT        PIC 9(05) VALUE ZERO.
019200 01  WS-REVERSED-COUNT        PIC 9(05) VALUE ZERO.
019300 01  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
019400 01  WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.
019500 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
019600 01  WS-FEED-LINES            PIC 9(07) VALUE ZERO.
019700
019800 01  WS-REG-HEADER.
019900     05  FILLER               PIC X(40) VALUE
020000         "MANUAL JOURNAL REGISTER  RUN DATE ".
020100     05  WS-RGH-DATE          PIC 9(08).
020200
020300 01  WS-REG-COLUMNS.
020400     05  FILLER               PIC X(08) VALUE "JOURNAL ".
020500     05  FILLER               PIC X(06) VALUE "LINES ".
020600     05  FILLER               PIC X(20) VALUE
020700         "      DEBITS/CREDITS".
020800     05  FILLER               PIC X(02) VALUE SPACES.
020900     05  FILLER               PIC X(10) VALUE "EFFECTIVE ".
021000     05  FILLER               PIC X(10) VALUE "DECISION  ".
021100     05  FILLER               PIC X(10) VALUE "PREPARER  ".
021200     05  FILLER               PIC X(10) VALUE "APPROVER  ".
021300     05  FILLER               PIC X(30) VALUE
021400         "REASON / NOTE".
021500
021600 01  WS-REG-DETAIL.
021700     05  WS-RGD-JOURNAL       PIC X(06).
021800     05  FILLER               PIC X(02) VALUE SPACES.
021900     05  WS-RGD-LINES         PIC ZZZ9.
022000     05  FILLER               PIC X(02) VALUE SPACES.
022100     05  WS-RGD-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
022200     05  FILLER               PIC X(02) VALUE SPACES.
022300     05  WS-RGD-EFFECTIVE     PIC 9(08).
022400     05  FILLER               PIC X(02) VALUE SPACES.
022500     05  WS-RGD-DECISION      PIC X(10).
022600     05  WS-RGD-PREPARER      PIC X(08).
022700     05  FILLER               PIC X(02) VALUE SPACES.
022800     05  WS-RGD-APPROVER      PIC X(08).
022900     05  FILLER               PIC X(02) VALUE SPACES.
023000     05  WS-RGD-NOTE          PIC X(30).
023100
023200 01  WS-REG-TRAILER.
023300     05  FILLER               PIC X(18) VALUE
023400         "RELEASED JOURNALS ".
023500     05  WS-RGT-APPROVED      PIC Z(04)9.
023600     05  FILLER               PIC X(12) VALUE "  REVERSED ".
023700     05  WS-RGT-REVERSED      PIC Z(04)9.
023800     05  FILLER               PIC X(12) VALUE "  REJECTED ".
023900     05  WS-RGT-REJECTED      PIC Z(04)9.
024000     05  FILLER               PIC X(11) VALUE "  PENDING ".
024100     05  WS-RGT-PENDING       PIC Z(04)9.
024200
024300 PROCEDURE DIVISION.
024400*****************************************************************
024500*  0000-MAINLINE.                                              *
024600*****************************************************************
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 2000-TAKE-ONE-PENDING THRU 2000-EXIT
025000         UNTIL WS-PEND-EOF.
025100     PERFORM 2100-TAKE-ONE-NEW-LINE THRU 2100-EXIT
025200         UNTIL WS-NEW-EOF.
025300     PERFORM 2200-VALIDATE-ONE-NEW THRU 2200-EXIT
025400         VARYING JNL-IDX FROM 1 BY 1
025500         UNTIL JNL-IDX > WS-JNL-COUNT.
025600     PERFORM 3000-DECIDE-ONE-JOURNAL THRU 3000-EXIT
025700         VARYING JNL-IDX FROM 1 BY 1
025800         UNTIL JNL-IDX > WS-JNL-COUNT.
025900     PERFORM 4000-REPORT-ONE-UNUSED THRU 4000-EXIT
026000         VARYING APR-IDX FROM 1 BY 1
026100         UNTIL APR-IDX > WS-APPR-COUNT.
026200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
026300     STOP RUN.
026400
026500*****************************************************************
026600*  1000-INITIALIZE.                                            *
026700*    LOADS THE CALENDAR (FOR THE REVERSAL DATE) AND THE DAY'S  *
026800*    APPROVALS, THEN PRIMES THE PENDING AND NEW JOURNAL        *
026900*    STREAMS.                                                  *
027000*****************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
027300     OPEN INPUT CALENDAR.
027400     READ CALENDAR
027500         AT END
027600             SET WS-CAL-EOF TO TRUE
027700     END-READ.
027800     PERFORM 1100-LOAD-ONE-DAY THRU 1100-EXIT
027900         UNTIL WS-CAL-EOF.
028000     CLOSE CALENDAR.
028100     OPEN INPUT MJNL-APPR.
028200     READ MJNL-APPR
028300         AT END
028400             SET WS-APPR-EOF TO TRUE
028500     END-READ.
028600     PERFORM 1200-LOAD-ONE-APPROVAL THRU 1200-EXIT
028700         UNTIL WS-APPR-EOF.
028800     CLOSE MJNL-APPR.
028900     OPEN INPUT PEND-IN.
029000     OPEN INPUT MJNL-IN.
029100     OPEN OUTPUT PEND-OUT.
029200     OPEN EXTEND MAN-FEED.
029300     OPEN OUTPUT MJNL-REG.
029400     MOVE WS-PROCESS-DATE TO WS-RGH-DATE.
029500     WRITE MG-PRINT-LINE FROM WS-REG-HEADER.
029600     WRITE MG-PRINT-LINE FROM WS-REG-COLUMNS.
029700     READ PEND-IN
029800         AT END
029900             SET WS-PEND-EOF TO TRUE
030000     END-READ.
030100     READ MJNL-IN
030200         AT END
030300             SET WS-NEW-EOF TO TRUE
030400     END-READ.
030500 1000-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*  1100-LOAD-ONE-DAY.                                          *
031000*****************************************************************
031100 1100-LOAD-ONE-DAY.
031200     IF WS-CAL-COUNT < 400
031300         ADD 1 TO WS-CAL-COUNT
031400         MOVE CD-CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
031500         MOVE CD-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
031600     ELSE
031700         DISPLAY "CALENDAR: IGNORING ENTRY PAST FIRST 400"
031800     END-IF.
031900     READ CALENDAR
032000         AT END
032100             SET WS-CAL-EOF TO TRUE
032200     END-READ.
032300 1100-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*  1200-LOAD-ONE-APPROVAL.                                     *
032800*****************************************************************
032900 1200-LOAD-ONE-APPROVAL.
033000     IF WS-APPR-COUNT < 500
033100         ADD 1 TO WS-APPR-COUNT
033200         MOVE JA-JOURNAL-ID TO WS-APR-JOURNAL(WS-APPR-COUNT)
033300         MOVE JA-DECISION   TO WS-APR-DECISION(WS-APPR-COUNT)
033400         MOVE JA-APPROVER   TO WS-APR-APPROVER(WS-APPR-COUNT)
033500         MOVE "N"           TO WS-APR-USED-SW(WS-APPR-COUNT)
033600     ELSE
033700         DISPLAY "MANJNL1 - APPROVAL TABLE FULL"
033800         ADD 1 TO WS-ERROR-COUNT
033900     END-IF.
034000     READ MJNL-APPR
034100         AT END
034200             SET WS-APPR-EOF TO TRUE
034300     END-READ.
034400 1200-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800*  2000-TAKE-ONE-PENDING.                                      *
034900*    A JOURNAL CARRIED FROM AN EARLIER NIGHT WAS VALIDATED     *
035000*    WHEN IT CAME IN - AWAITING APPROVAL, OR AN APPROVED       *
035100*    REVERSAL WAITING FOR ITS DATE.                            *
035200*****************************************************************
035300 2000-TAKE-ONE-PENDING.
035400     MOVE PI-LINE-REC TO MJ-JOURNAL-LINE-REC.
035500     PERFORM 2500-ADD-LINE THRU 2500-EXIT.
035600     READ PEND-IN
035700         AT END
035800             SET WS-PEND-EOF TO TRUE
035900     END-READ.
036000 2000-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*  2100-TAKE-ONE-NEW-LINE.                                     *
036500*    A NEW LINE AWAITS APPROVAL; AN EFFECTIVE DATE LEFT BLANK  *
036600*    IS TODAY.                                                 *
036700*****************************************************************
036800 2100-TAKE-ONE-NEW-LINE.
036900     MOVE "P"    TO MJ-STATUS.
037000     MOVE ZERO   TO MJ-RELEASE-DATE.
037100     MOVE SPACES TO MJ-APPROVER.
037200     IF MJ-EFFECTIVE-DATE = ZERO
037300         MOVE WS-PROCESS-DATE TO MJ-EFFECTIVE-DATE
037400     END-IF.
037500     PERFORM 2500-ADD-LINE THRU 2500-EXIT.
037600     READ MJNL-IN
037700         AT END
037800             SET WS-NEW-EOF TO TRUE
037900     END-READ.
038000 2100-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400*  2200-VALIDATE-ONE-NEW.                                      *
038500*    A NEW JOURNAL MUST HAVE AT LEAST TWO LINES, EACH NAMING   *
038600*    AN ACCOUNT, A SIDE AND AN AMOUNT, ONE PREPARER THROUGH-   *
038700*    OUT, AN ID NOT ALREADY IN USE - AND ITS DEBITS MUST EQUAL *
038800*    ITS CREDITS.  ONE THAT FAILS IS REFUSED WHOLE.            *
038900*****************************************************************
039000 2200-VALIDATE-ONE-NEW.
039100     IF NOT WS-JNL-NEW(JNL-IDX)
039200         GO TO 2200-EXIT
039300     END-IF.
039400     ADD 1 TO WS-NEW-COUNT.
039500     SET WS-JOURNAL-VALID TO TRUE.
039600     MOVE SPACES TO WS-REJECT-REASON.
039700     MOVE ZERO TO WS-DEBITS WS-CREDITS.
039800     PERFORM 2250-CHECK-ONE-LINE THRU 2250-EXIT
039900         VARYING LIN-IDX FROM WS-JNL-FIRST(JNL-IDX) BY 1
040000         UNTIL LIN-IDX > WS-JNL-LAST(JNL-IDX).
040100     MOVE ZERO TO WS-JNL-HIT.
040200     PERFORM 2270-MATCH-EARLIER-ID THRU 2270-EXIT
040300         VARYING JNL-SUB FROM 1 BY 1
040400         UNTIL JNL-SUB NOT < JNL-IDX
040500            OR WS-JNL-HIT > ZERO.
040600     EVALUATE TRUE
040700         WHEN NOT WS-JOURNAL-VALID
040800             CONTINUE
040900         WHEN WS-JNL-HIT > ZERO
041000             MOVE "N" TO WS-VALID-SW
041100             MOVE "JOURNAL ID ALREADY IN USE" TO WS-REJECT-REASON
041200         WHEN WS-JNL-LAST(JNL-IDX) = WS-JNL-FIRST(JNL-IDX)
041300             MOVE "N" TO WS-VALID-SW
041400             MOVE "FEWER THAN TWO LINES" TO WS-REJECT-REASON
041500         WHEN WS-DEBITS NOT = WS-CREDITS
041600             MOVE "N" TO WS-VALID-SW
041700             MOVE "DEBITS DO NOT EQUAL CREDITS"
041800                 TO WS-REJECT-REASON
041900     END-EVALUATE.
042000     IF WS-JOURNAL-VALID
042100         GO TO 2200-EXIT
042200     END-IF.
042300     MOVE "X" TO WS-JNL-STATUS(JNL-IDX).
042400     PERFORM 5000-SET-REGISTER-LINE THRU 5000-EXIT.
042500     MOVE "REFUSED"        TO WS-RGD-DECISION.
042600     MOVE WS-REJECT-REASON TO WS-RGD-NOTE.
042700     WRITE MG-PRINT-LINE FROM WS-REG-DETAIL.
042800     ADD 1 TO WS-ERROR-COUNT.
042900 2200-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*  2250-CHECK-ONE-LINE.                                        *
043400*****************************************************************
043500 2250-CHECK-ONE-LINE.
043600     EVALUATE TRUE
043700         WHEN WS-LIN-ACCOUNT(LIN-IDX) = SPACES
043800             MOVE "N" TO WS-VALID-SW
043900             MOVE "LINE WITH NO ACCOUNT" TO WS-REJECT-REASON
044000         WHEN WS-LIN-AMOUNT(LIN-IDX) = ZERO
044100             MOVE "N" TO WS-VALID-SW
044200             MOVE "LINE WITH NO AMOUNT" TO WS-REJECT-REASON
044300         WHEN WS-LIN-PREPARER(LIN-IDX) = SPACES
044400             MOVE "N" TO WS-VALID-SW
044500             MOVE "NO PREPARER NAMED" TO WS-REJECT-REASON
044600         WHEN WS-LIN-PREPARER(LIN-IDX)
044700                 NOT = WS-LIN-PREPARER(WS-JNL-FIRST(JNL-IDX))
044800             MOVE "N" TO WS-VALID-SW
044900             MOVE "MORE THAN ONE PREPARER" TO WS-REJECT-REASON
045000         WHEN WS-LIN-DR-CR(LIN-IDX) = "D"
045100             ADD WS-LIN-AMOUNT(LIN-IDX) TO WS-DEBITS
045200         WHEN WS-LIN-DR-CR(LIN-IDX) = "C"
045300             ADD WS-LIN-AMOUNT(LIN-IDX) TO WS-CREDITS
045400         WHEN OTHER
045500             MOVE "N" TO WS-VALID-SW
045600             MOVE "LINE NEITHER DEBIT NOR CREDIT"
045700                 TO WS-REJECT-REASON
045800     END-EVALUATE.
045900 2250-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*  2270-MATCH-EARLIER-ID.                                      *
046400*****************************************************************
046500 2270-MATCH-EARLIER-ID.
046600     IF WS-JNL-ID(JNL-SUB) = WS-JNL-ID(JNL-IDX)
046700             AND NOT WS-JNL-DROPPED(JNL-SUB)
046800         MOVE JNL-SUB TO WS-JNL-HIT
046900     END-IF.
047000 2270-EXIT.
047100     EXIT.
047200
047300*****************************************************************
047400*  2500-ADD-LINE.                                              *
047500*    LINES OF ONE JOURNAL ARRIVE TOGETHER - A CHANGE OF        *
047600*    JOURNAL ID (OR OF STATUS) STARTS THE NEXT JOURNAL.        *
047700*****************************************************************
047800 2500-ADD-LINE.
047900     IF WS-LIN-COUNT NOT < 3000
048000         DISPLAY "MANJNL1 - LINE TABLE FULL, JOURNAL "
048100             MJ-JOURNAL-ID " LINE " MJ-LINE-NO " DROPPED"
048200         ADD 1 TO WS-ERROR-COUNT
048300         GO TO 2500-EXIT
048400     END-IF.
048500     IF WS-JNL-COUNT = ZERO
048600             OR MJ-JOURNAL-ID NOT = WS-JNL-ID(WS-JNL-COUNT)
048700             OR MJ-STATUS NOT = WS-JNL-STATUS(WS-JNL-COUNT)
048800             OR (WS-PEND-EOF
048900                 AND NOT WS-JNL-NEW(WS-JNL-COUNT))
049000         IF WS-JNL-COUNT NOT < 500
049100             DISPLAY "MANJNL1 - JOURNAL TABLE FULL, JOURNAL "
049200                 MJ-JOURNAL-ID " DROPPED"
049300             ADD 1 TO WS-ERROR-COUNT
049400             GO TO 2500-EXIT
049500         END-IF
049600         ADD 1 TO WS-JNL-COUNT
049700         MOVE MJ-JOURNAL-ID   TO WS-JNL-ID(WS-JNL-COUNT)
049800         MOVE MJ-STATUS       TO WS-JNL-STATUS(WS-JNL-COUNT)
049900         MOVE MJ-RELEASE-DATE TO WS-JNL-RELEASE(WS-JNL-COUNT)
050000         MOVE MJ-APPROVER     TO WS-JNL-APPROVER(WS-JNL-COUNT)
050100         COMPUTE WS-JNL-FIRST(WS-JNL-COUNT) = WS-LIN-COUNT + 1
050200         IF WS-PEND-EOF
050300             MOVE "Y" TO WS-JNL-NEW-SW(WS-JNL-COUNT)
050400         ELSE
050500             MOVE "N" TO WS-JNL-NEW-SW(WS-JNL-COUNT)
050600         END-IF
050700     END-IF.
050800     ADD 1 TO WS-LIN-COUNT.
050900     MOVE WS-LIN-COUNT      TO WS-JNL-LAST(WS-JNL-COUNT).
051000     MOVE MJ-JOURNAL-ID     TO WS-LIN-JOURNAL(WS-LIN-COUNT).
051100     MOVE MJ-LINE-NO        TO WS-LIN-LINE-NO(WS-LIN-COUNT).
051200     MOVE MJ-ACCOUNT        TO WS-LIN-ACCOUNT(WS-LIN-COUNT).
051300     MOVE MJ-DR-CR          TO WS-LIN-DR-CR(WS-LIN-COUNT).
051400     MOVE MJ-AMOUNT         TO WS-LIN-AMOUNT(WS-LIN-COUNT).
051500     MOVE MJ-DESCRIPTION    TO WS-LIN-DESC(WS-LIN-COUNT).
051600     MOVE MJ-PREPARER       TO WS-LIN-PREPARER(WS-LIN-COUNT).
051700     MOVE MJ-EFFECTIVE-DATE TO WS-LIN-EFFECTIVE(WS-LIN-COUNT).
051800     MOVE MJ-AUTO-REV-SW    TO WS-LIN-AUTO-REV(WS-LIN-COUNT).
051900 2500-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300*  3000-DECIDE-ONE-JOURNAL.                                    *
052400*    A REVERSAL WHOSE DATE HAS COME IS RELEASED.  A JOURNAL    *
052500*    APPROVED BY ANYONE BUT ITS PREPARER IS RELEASED, AND ITS  *
052600*    REVERSAL SCHEDULED WHEN IT IS MARKED AUTO-REVERSE.  A     *
052700*    REJECTION DROPS IT; NO DECISION YET CARRIES IT OVER.      *
052800*****************************************************************
052900 3000-DECIDE-ONE-JOURNAL.
053000     IF WS-JNL-DROPPED(JNL-IDX)
053100         GO TO 3000-EXIT
053200     END-IF.
053300     PERFORM 5000-SET-REGISTER-LINE THRU 5000-EXIT.
053400     IF WS-JNL-REVERSAL(JNL-IDX)
053500         PERFORM 3400-RELEASE-REVERSAL THRU 3400-EXIT
053600         GO TO 3000-EXIT
053700     END-IF.
053800     MOVE ZERO TO APR-IDX.
053900     PERFORM 3050-MATCH-ONE-APPROVAL THRU 3050-EXIT
054000         VARYING APR-SUB FROM 1 BY 1
054100         UNTIL APR-SUB > WS-APPR-COUNT
054200            OR APR-IDX > ZERO.
054300     IF APR-IDX = ZERO
054400         PERFORM 3100-CARRY-PENDING THRU 3100-EXIT
054500         GO TO 3000-EXIT
054600     END-IF.
054700     SET WS-APR-USED(APR-IDX) TO TRUE.
054800     MOVE WS-APR-APPROVER(APR-IDX) TO WS-RGD-APPROVER.
054900     IF WS-APR-APPROVER(APR-IDX) = SPACES
055000             OR WS-APR-APPROVER(APR-IDX)
055100                 = WS-LIN-PREPARER(WS-JNL-FIRST(JNL-IDX))
055200         MOVE "REFUSED"                  TO WS-RGD-DECISION
055300         MOVE "APPROVER MUST NOT BE PREPARER" TO WS-RGD-NOTE
055400         WRITE MG-PRINT-LINE FROM WS-REG-DETAIL
055500         ADD 1 TO WS-ERROR-COUNT
055600         PERFORM 3100-CARRY-PENDING THRU 3100-EXIT
055700         GO TO 3000-EXIT
055800     END-IF.
055900     IF WS-APR-DECISION(APR-IDX) = "R"
056000         MOVE "REJECTED"                 TO WS-RGD-DECISION
056100         WRITE MG-PRINT-LINE FROM WS-REG-DETAIL
056200         ADD 1 TO WS-REJECTED-COUNT
056300         GO TO 3000-EXIT
056400     END-IF.
056500     IF WS-APR-DECISION(APR-IDX) NOT = "A"
056600         DISPLAY "MANJNL1 - UNKNOWN DECISION "
056700             WS-APR-DECISION(APR-IDX) " FOR JOURNAL "
056800             WS-JNL-ID(JNL-IDX) " - SKIPPED"
056900         ADD 1 TO WS-ERROR-COUNT
057000         PERFORM 3100-CARRY-PENDING THRU 3100-EXIT
057100         GO TO 3000-EXIT
057200     END-IF.
057300     PERFORM 3200-RELEASE-JOURNAL THRU 3200-EXIT.
057400 3000-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800*  3050-MATCH-ONE-APPROVAL.                                    *
057900*****************************************************************
058000 3050-MATCH-ONE-APPROVAL.
058100     IF NOT WS-APR-USED(APR-SUB)
058200             AND WS-APR-JOURNAL(APR-SUB) = WS-JNL-ID(JNL-IDX)
058300         MOVE APR-SUB TO APR-IDX
058400     END-IF.
058500 3050-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900*  3100-CARRY-PENDING.                                         *
059000*****************************************************************
059100 3100-CARRY-PENDING.
059200     PERFORM 3150-CARRY-ONE-LINE THRU 3150-EXIT
059300         VARYING LIN-IDX FROM WS-JNL-FIRST(JNL-IDX) BY 1
059400         UNTIL LIN-IDX > WS-JNL-LAST(JNL-IDX).
059500     ADD 1 TO WS-PENDING-COUNT.
059600 3100-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000*  3150-CARRY-ONE-LINE.                                        *
060100*****************************************************************
060200 3150-CARRY-ONE-LINE.
060300     MOVE WS-LIN-JOURNAL(LIN-IDX)   TO PO-JOURNAL-ID.
060400     MOVE WS-LIN-LINE-NO(LIN-IDX)   TO PO-LINE-NO.
060500     MOVE WS-LIN-ACCOUNT(LIN-IDX)   TO PO-ACCOUNT.
060600     MOVE WS-LIN-DR-CR(LIN-IDX)     TO PO-DR-CR.
060700     MOVE WS-LIN-AMOUNT(LIN-IDX)    TO PO-AMOUNT.
060800     MOVE WS-LIN-DESC(LIN-IDX)      TO PO-DESCRIPTION.
060900     MOVE WS-LIN-PREPARER(LIN-IDX)  TO PO-PREPARER.
061000     MOVE WS-LIN-EFFECTIVE(LIN-IDX) TO PO-EFF-DATE.
061100     MOVE WS-LIN-AUTO-REV(LIN-IDX)  TO PO-AUTO-REV-SW.
061200     MOVE WS-JNL-STATUS(JNL-IDX)    TO PO-STATUS.
061300     MOVE WS-JNL-RELEASE(JNL-IDX)   TO PO-RELEASE-DATE.
061400     MOVE WS-JNL-APPROVER(JNL-IDX)  TO PO-APPROVER.
061500     WRITE PO-LINE-REC.
061600 3150-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000*  3200-RELEASE-JOURNAL.                                       *
062100*    THE LINES GO TO MANJFD UNDER THEIR EFFECTIVE DATE.  AN    *
062200*    AUTO-REVERSE JOURNAL IS THEN CARRIED AS ITS OWN REVERSAL, *
062300*    SIDES SWAPPED, DATED THE FIRST BUSINESS DAY OF THE PERIOD *
062400*    AFTER ITS EFFECTIVE DATE - RELEASED AT ONCE WHEN THAT     *
062500*    DATE HAS ALREADY COME.                                    *
062600*****************************************************************
062700 3200-RELEASE-JOURNAL.
062800     MOVE "N" TO WS-FEED-REVERSAL-SW.
062900     MOVE WS-LIN-EFFECTIVE(WS-JNL-FIRST(JNL-IDX))
063000         TO WS-FEED-DATE.
063100     PERFORM 3300-FEED-ONE-LINE THRU 3300-EXIT
063200         VARYING LIN-IDX FROM WS-JNL-FIRST(JNL-IDX) BY 1
063300         UNTIL LIN-IDX > WS-JNL-LAST(JNL-IDX).
063400     MOVE "APPROVED"                 TO WS-RGD-DECISION.
063500     WRITE MG-PRINT-LINE FROM WS-REG-DETAIL.
063600     ADD 1 TO WS-APPROVED-COUNT.
063700     IF WS-LIN-AUTO-REV(WS-JNL-FIRST(JNL-IDX)) NOT = "Y"
063800         GO TO 3200-EXIT
063900     END-IF.
064000     PERFORM 3500-FIND-REVERSE-DATE THRU 3500-EXIT.
064100     MOVE "R"                        TO WS-JNL-STATUS(JNL-IDX).
064200     MOVE WS-REVERSE-DATE            TO WS-JNL-RELEASE(JNL-IDX).
064300     MOVE WS-APR-APPROVER(APR-IDX)   TO WS-JNL-APPROVER(JNL-IDX).
064400     PERFORM 3250-SWAP-ONE-SIDE THRU 3250-EXIT
064500         VARYING LIN-IDX FROM WS-JNL-FIRST(JNL-IDX) BY 1
064600         UNTIL LIN-IDX > WS-JNL-LAST(JNL-IDX).
064700     PERFORM 3400-RELEASE-REVERSAL THRU 3400-EXIT.
064800 3200-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200*  3250-SWAP-ONE-SIDE.                                         *
065300*****************************************************************
065400 3250-SWAP-ONE-SIDE.
065500     IF WS-LIN-DR-CR(LIN-IDX) = "D"
065600         MOVE "C" TO WS-LIN-DR-CR(LIN-IDX)
065700     ELSE
065800         MOVE "D" TO WS-LIN-DR-CR(LIN-IDX)
065900     END-IF.
066000 3250-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400*  3300-FEED-ONE-LINE.                                         *
066500*****************************************************************
066600 3300-FEED-ONE-LINE.
066700     MOVE WS-LIN-JOURNAL(LIN-IDX)  TO MF-JOURNAL-ID.
066800     MOVE WS-LIN-LINE-NO(LIN-IDX)  TO MF-LINE-NO.
066900     MOVE WS-LIN-ACCOUNT(LIN-IDX)  TO MF-ACCOUNT.
067000     MOVE WS-LIN-DR-CR(LIN-IDX)    TO MF-DR-CR.
067100     MOVE WS-LIN-AMOUNT(LIN-IDX)   TO MF-AMOUNT.
067200     MOVE WS-FEED-DATE             TO MF-RUN-DATE.
067300     MOVE WS-FEED-REVERSAL-SW      TO MF-REVERSAL-SW.
067400     WRITE MF-MANUAL-FEED-REC.
067500     ADD 1 TO WS-FEED-LINES.
067600 3300-EXIT.
067700     EXIT.
067800
067900*****************************************************************
068000*  3400-RELEASE-REVERSAL.                                      *
068100*    A REVERSAL NOT YET DUE STAYS ON THE PENDING FILE.         *
068200*****************************************************************
068300 3400-RELEASE-REVERSAL.
068400     MOVE WS-JNL-APPROVER(JNL-IDX)   TO WS-RGD-APPROVER.
068500     IF WS-JNL-RELEASE(JNL-IDX) > WS-PROCESS-DATE
068600         PERFORM 3100-CARRY-PENDING THRU 3100-EXIT
068700         GO TO 3400-EXIT
068800     END-IF.
068900     MOVE "Y" TO WS-FEED-REVERSAL-SW.
069000     MOVE WS-JNL-RELEASE(JNL-IDX)    TO WS-FEED-DATE.
069100     PERFORM 3300-FEED-ONE-LINE THRU 3300-EXIT
069200         VARYING LIN-IDX FROM WS-JNL-FIRST(JNL-IDX) BY 1
069300         UNTIL LIN-IDX > WS-JNL-LAST(JNL-IDX).
069400     MOVE "REVERSED"                 TO WS-RGD-DECISION.
069500     MOVE WS-JNL-RELEASE(JNL-IDX)    TO WS-RGD-EFFECTIVE.
069600     MOVE "AUTOMATIC REVERSAL"       TO WS-RGD-NOTE.
069700     WRITE MG-PRINT-LINE FROM WS-REG-DETAIL.
069800     ADD 1 TO WS-REVERSED-COUNT.
069900 3400-EXIT.
070000     EXIT.
070100
070200*****************************************************************
070300*  3500-FIND-REVERSE-DATE.                                     *
070400*    THE FIRST OF THE MONTH AFTER THE EFFECTIVE DATE, ROLLED   *
070500*    FORWARD OVER WEEKENDS AND CALENDAR HOLIDAYS.              *
070600*****************************************************************
070700 3500-FIND-REVERSE-DATE.
070800     MOVE WS-LIN-EFFECTIVE(WS-JNL-FIRST(JNL-IDX))
070900         TO WS-PROBE-DATE.
071000     IF WS-PRB-MM = 12
071100         ADD 1 TO WS-PRB-YYYY
071200         MOVE 1 TO WS-PRB-MM
071300     ELSE
071400         ADD 1 TO WS-PRB-MM
071500     END-IF.
071600     MOVE 1 TO WS-PRB-DD.
071700     COMPUTE WS-DAY-NUMBER =
071800         FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE).
071900     PERFORM 3550-JUDGE-PROBE-DAY THRU 3550-EXIT.
072000     PERFORM 3600-STEP-ONE-DAY THRU 3600-EXIT
072100         UNTIL NOT WS-DAY-IS-OFF.
072200     MOVE WS-PROBE-DATE TO WS-REVERSE-DATE.
072300 3500-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700*  3550-JUDGE-PROBE-DAY.                                       *
072800*    WEEKENDS BY ARITHMETIC, HOLIDAYS FROM THE CALENDAR.       *
072900*****************************************************************
073000 3550-JUDGE-PROBE-DAY.
073100     MOVE "N" TO WS-OFF-SW.
073200     COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DAY-NUMBER 7).
073300     IF WS-DAY-OF-WEEK = ZERO OR WS-DAY-OF-WEEK = 6
073400         SET WS-DAY-IS-OFF TO TRUE
073500     END-IF.
073600     PERFORM 3560-CHECK-ONE-HOLIDAY THRU 3560-EXIT
073700         VARYING CAL-IDX FROM 1 BY 1
073800         UNTIL CAL-IDX > WS-CAL-COUNT
073900            OR WS-DAY-IS-OFF.
074000 3550-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400*  3560-CHECK-ONE-HOLIDAY.                                     *
074500*****************************************************************
074600 3560-CHECK-ONE-HOLIDAY.
074700     IF WS-CAL-DATE(CAL-IDX) = WS-PROBE-DATE
074800             AND WS-CAL-TYPE(CAL-IDX) = "H"
074900         SET WS-DAY-IS-OFF TO TRUE
075000     END-IF.
075100 3560-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500*  3600-STEP-ONE-DAY.                                          *
075600*****************************************************************
075700 3600-STEP-ONE-DAY.
075800     ADD 1 TO WS-DAY-NUMBER.
075900     COMPUTE WS-PROBE-DATE =
076000         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
076100     PERFORM 3550-JUDGE-PROBE-DAY THRU 3550-EXIT.
076200 3600-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600*  4000-REPORT-ONE-UNUSED.                                     *
076700*****************************************************************
076800 4000-REPORT-ONE-UNUSED.
076900     IF NOT WS-APR-USED(APR-IDX)
077000         DISPLAY "MANJNL1 - NO PENDING JOURNAL "
077100             WS-APR-JOURNAL(APR-IDX) " - APPROVAL SKIPPED"
077200         ADD 1 TO WS-ERROR-COUNT
077300     END-IF.
077400 4000-EXIT.
077500     EXIT.
077600
077700*****************************************************************
077800*  5000-SET-REGISTER-LINE.                                     *
077900*    FILLS THE REGISTER LINE FOR THE JOURNAL AT JNL-IDX - THE  *
078000*    AMOUNT SHOWN IS ITS DEBIT TOTAL.                          *
078100*****************************************************************
078200 5000-SET-REGISTER-LINE.
078300     MOVE ZERO TO WS-DEBITS.
078400     PERFORM 5050-ADD-ONE-DEBIT THRU 5050-EXIT
078500         VARYING LIN-IDX FROM WS-JNL-FIRST(JNL-IDX) BY 1
078600         UNTIL LIN-IDX > WS-JNL-LAST(JNL-IDX).
078700     MOVE WS-JNL-ID(JNL-IDX)    TO WS-RGD-JOURNAL.
078800     COMPUTE WS-RGD-LINES =
078900         WS-JNL-LAST(JNL-IDX) - WS-JNL-FIRST(JNL-IDX) + 1.
079000     MOVE WS-DEBITS             TO WS-RGD-AMOUNT.
079100     MOVE WS-LIN-EFFECTIVE(WS-JNL-FIRST(JNL-IDX))
079200         TO WS-RGD-EFFECTIVE.
079300     MOVE WS-LIN-PREPARER(WS-JNL-FIRST(JNL-IDX))
079400         TO WS-RGD-PREPARER.
079500     MOVE SPACES                TO WS-RGD-APPROVER.
079600     MOVE WS-LIN-DESC(WS-JNL-FIRST(JNL-IDX)) TO WS-RGD-NOTE.
079700 5000-EXIT.
079800     EXIT.
079900
080000*****************************************************************
080100*  5050-ADD-ONE-DEBIT.                                         *
080200*****************************************************************
080300 5050-ADD-ONE-DEBIT.
080400     IF WS-LIN-DR-CR(LIN-IDX) = "D"
080500         ADD WS-LIN-AMOUNT(LIN-IDX) TO WS-DEBITS
080600     END-IF.
080700 5050-EXIT.
080800     EXIT.
080900
081000*****************************************************************
081100*  9000-FINALIZE.                                              *
081200*****************************************************************
081300 9000-FINALIZE.
081400     MOVE WS-APPROVED-COUNT TO WS-RGT-APPROVED.
081500     MOVE WS-REVERSED-COUNT TO WS-RGT-REVERSED.
081600     MOVE WS-REJECTED-COUNT TO WS-RGT-REJECTED.
081700     MOVE WS-PENDING-COUNT  TO WS-RGT-PENDING.
081800     WRITE MG-PRINT-LINE FROM WS-REG-TRAILER.
081900     DISPLAY "MANJNL1 NEW: " WS-NEW-COUNT
082000         " RELEASED: " WS-APPROVED-COUNT
082100         " REVERSED: " WS-REVERSED-COUNT
082200         " REJECTED: " WS-REJECTED-COUNT
082300         " PENDING: " WS-PENDING-COUNT
082400         " FEED LINES: " WS-FEED-LINES
082500         " ERRORS: " WS-ERROR-COUNT.
082600     IF WS-ERROR-COUNT > ZERO
082700         MOVE 4 TO RETURN-CODE
082800     END-IF.
082900     CLOSE PEND-IN.
083000     CLOSE MJNL-IN.
083100     CLOSE PEND-OUT.
083200     CLOSE MAN-FEED.
083300     CLOSE MJNL-REG.
083400 9000-EXIT.
083500     EXIT.
