000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     CRCHECK1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    PRE-BILLING CREDIT CHECK, RUN AHEAD OF INVOICE1.  EVERY   *
001200*    ACCOUNT WITH EXTENDED LINES ON TODAY'S MULOUT IS TESTED   *
001300*    AGAINST THE CHMAST CREDIT-HOLD MASTER AND AGAINST ITS     *
001400*    CUSTMAST CREDIT LIMIT - ARMAST OPEN BALANCE, PLUS LINES   *
001500*    ALREADY PARKED, PLUS TODAY'S LINES.  AN ACCOUNT THAT      *
001600*    PASSES HAS ITS LINES COPIED TO MULCLR, WHICH INVOICE1     *
001700*    BILLS AS ITS MULOUT.  AN ACCOUNT ON HOLD OR OVER LIMIT    *
001800*    HAS ITS LINES PARKED ON THE CREDIT-REVIEW FILE (CRREVI TO *
001900*    CRREVO) AND LISTED ON CRREVRPT, WHERE THEY STAY UNTIL THE *
002000*    CREDIT MANAGER SENDS A RELEASE ON CRRELTRN - A RELEASED   *
002100*    ACCOUNT'S PARKED AND NEW LINES ALL GO TO MULCLR THAT DAY. *
002200*    AN ACCOUNT NOT ON CUSTMAST PASSES THROUGH FOR INVOICE1'S  *
002300*    OWN BILLING SUSPENSE.                                     *
002400*                                                              *
002500*  MODIFICATION HISTORY.                                       *
002600*    2026-10-15  DL  ORIGINAL PRE-BILLING CREDIT CHECK.        *
002625*    2026-10-15  DL  MULOUT, MULCLR, AND THE PARKED LINE       *
002650*                    IMAGE WIDENED TO 77 BYTES FOR THE LINE'S  *
002675*                    SERVICE-PERIOD DATES.                     *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT MUL-OUT ASSIGN TO "MULOUT"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT MUL-CLR ASSIGN TO "MULCLR"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CU-ACCOUNT-CODE.
003900     SELECT AR-MAST ASSIGN TO "ARMAST"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT HOLD-MAST ASSIGN TO "CHMASTI"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT REV-IN ASSIGN TO "CRREVI"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT REV-OUT ASSIGN TO "CRREVO"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT REL-TRAN ASSIGN TO "CRRELTRN"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT REV-RPT ASSIGN TO "CRREVRPT"
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  MUL-OUT.
005500 01  MO-INPUT-REC             PIC X(77).
005600
005700 FD  MUL-CLR.
005800 01  MC-OUTPUT-REC            PIC X(77).
005900
006000 FD  CUST-MAST.
006100     COPY DLCUSTMS.
006200
006300 FD  AR-MAST.
006400     COPY DLARITEM.
006500
006600 FD  HOLD-MAST.
006700     COPY DLCHMAST.
006800
006900 FD  REV-IN.
007000     COPY DLCRREV
007100         REPLACING ==CV-REVIEW-REC==    BY ==VI-REVIEW-REC==
007200                   ==CV-ACCOUNT-CODE==  BY ==VI-ACCOUNT-CODE==
007300                   ==CV-PARK-DATE==     BY ==VI-PARK-DATE==
007400                   ==CV-REASON==        BY ==VI-REASON==
007500                   ==CV-ACCOUNT-HELD==  BY ==VI-ACCOUNT-HELD==
007600                   ==CV-OVER-LIMIT==    BY ==VI-OVER-LIMIT==
007700                   ==CV-LINE-IMAGE==    BY ==VI-LINE-IMAGE==.
007800
007900 FD  REV-OUT.
008000     COPY DLCRREV.
008100
008200 FD  REL-TRAN.
008300     COPY DLCHREL.
008400
008500 FD  REV-RPT.
008600 01  CR-PRINT-LINE            PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-SWITCHES.
009000     05  WS-MUL-EOF-SW        PIC X(01) VALUE "N".
009100         88  WS-MUL-EOF            VALUE "Y".
009200     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
009300         88  WS-AR-EOF             VALUE "Y".
009400     05  WS-HOLD-EOF-SW       PIC X(01) VALUE "N".
009500         88  WS-HOLD-EOF           VALUE "Y".
009600     05  WS-REV-EOF-SW        PIC X(01) VALUE "N".
009700         88  WS-REV-EOF            VALUE "Y".
009800     05  WS-REL-EOF-SW        PIC X(01) VALUE "N".
009900         88  WS-REL-EOF            VALUE "Y".
010000
010100     COPY DLMULOUT.
010200
010300 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
010400 01  WS-WORK-ACCOUNT          PIC X(06) VALUE SPACES.
010500 01  WS-EXPOSURE              PIC 9(11) VALUE ZERO.
010600 01  ACC-IDX                  PIC 9(04) VALUE ZERO.
010700 01  ACC-SUB                  PIC 9(04) VALUE ZERO.
010800 01  REL-IDX                  PIC 9(03) VALUE ZERO.
010900
011000 01  WS-NEW-LINE-COUNT        PIC 9(07) VALUE ZERO.
011100 01  WS-CLEARED-COUNT         PIC 9(07) VALUE ZERO.
011200 01  WS-PARKED-COUNT          PIC 9(07) VALUE ZERO.
011300 01  WS-RELEASED-COUNT        PIC 9(07) VALUE ZERO.
011400 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
011500
011600 01  WS-ACCT-COUNT            PIC 9(04) VALUE ZERO.
011700 01  WS-ACCT-TABLE.
011800     05  WS-ACCT-ENTRY OCCURS 1 TO 2000 TIMES
011900             DEPENDING ON WS-ACCT-COUNT.
012000         10  WS-ACC-CODE      PIC X(06).
012100         10  WS-ACC-AR-OPEN   PIC 9(11).
012200         10  WS-ACC-PARKED    PIC 9(11).
012300         10  WS-ACC-NEW       PIC 9(11).
012400         10  WS-ACC-LIMIT     PIC 9(09).
012500         10  WS-ACC-HELD-SW   PIC X(01).
012600             88  WS-ACC-HELD       VALUE "Y".
012700         10  WS-ACC-REL-SW    PIC X(01).
012800             88  WS-ACC-RELEASED   VALUE "Y".
012900         10  WS-ACC-DECISION  PIC X(04).
013000             88  WS-ACC-CLEAR      VALUE SPACES.
013100             88  WS-ACC-PARK-HOLD  VALUE "HOLD".
013200             88  WS-ACC-PARK-LIMIT VALUE "LIMT".
013300
013400 01  WS-REL-COUNT             PIC 9(03) VALUE ZERO.
013500 01  WS-REL-TABLE.
013600     05  WS-REL-ENTRY OCCURS 1 TO 100 TIMES
013700             DEPENDING ON WS-REL-COUNT.
013800         10  WS-REL-ACCOUNT   PIC X(08).
013900         10  WS-REL-USER      PIC X(08).
014000         10  WS-REL-USED-SW   PIC X(01).
014100             88  WS-REL-USED       VALUE "Y".
014200
014300 01  WS-RPT-HEADER.
014400     05  FILLER               PIC X(40) VALUE
014500         "CREDIT REVIEW - LINES PARKED  RUN DATE ".
014600     05  WS-RPH-DATE          PIC 9(08).
014700
014800 01  WS-RPT-COLUMNS.
014900     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
015000     05  FILLER               PIC X(10) VALUE "DECISION  ".
015100     05  FILLER               PIC X(12) VALUE "     AR OPEN".
015200     05  FILLER               PIC X(12) VALUE "      PARKED".
015300     05  FILLER               PIC X(12) VALUE "   NEW LINES".
015400     05  FILLER               PIC X(12) VALUE "       LIMIT".
015500     05  FILLER               PIC X(10) VALUE "  BY      ".
015600
015700 01  WS-RPT-DETAIL.
015800     05  WS-RPD-ACCOUNT       PIC X(06).
015900     05  FILLER               PIC X(04) VALUE SPACES.
016000     05  WS-RPD-DECISION      PIC X(10).
016100     05  WS-RPD-AR-OPEN       PIC Z(11)9.
016200     05  WS-RPD-PARKED        PIC Z(11)9.
016300     05  WS-RPD-NEW           PIC Z(11)9.
016400     05  WS-RPD-LIMIT         PIC Z(11)9.
016500     05  FILLER               PIC X(02) VALUE SPACES.
016600     05  WS-RPD-USER          PIC X(08).
016700
016800 01  WS-RPT-TRAILER.
016900     05  FILLER               PIC X(15) VALUE "LINES CLEARED  ".
017000     05  WS-RPT-CLEARED       PIC Z(06)9.
017100     05  FILLER               PIC X(11) VALUE "  PARKED   ".
017200     05  WS-RPT-PARKED        PIC Z(06)9.
017300     05  FILLER               PIC X(13) VALUE "  RELEASED   ".
017400     05  WS-RPT-RELEASED      PIC Z(06)9.
017500
017600 PROCEDURE DIVISION.
017700*****************************************************************
017800*  0000-MAINLINE.                                              *
017900*****************************************************************
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     PERFORM 1100-TOTAL-ONE-NEW-LINE THRU 1100-EXIT
018300         UNTIL WS-MUL-EOF.
018400     PERFORM 1200-TOTAL-ONE-PARKED THRU 1200-EXIT
018500         UNTIL WS-REV-EOF.
018600     PERFORM 1300-ADD-ONE-AR-ITEM THRU 1300-EXIT
018700         UNTIL WS-AR-EOF.
018800     PERFORM 1400-MARK-ONE-HOLD THRU 1400-EXIT
018900         UNTIL WS-HOLD-EOF.
019000     PERFORM 1500-LOAD-ONE-RELEASE THRU 1500-EXIT
019100         UNTIL WS-REL-EOF.
019200     PERFORM 2000-DECIDE-ONE-ACCOUNT THRU 2000-EXIT
019300         VARYING ACC-IDX FROM 1 BY 1
019400         UNTIL ACC-IDX > WS-ACCT-COUNT.
019500     PERFORM 3000-REOPEN-LINES THRU 3000-EXIT.
019600     PERFORM 3100-ROUTE-ONE-PARKED THRU 3100-EXIT
019700         UNTIL WS-REV-EOF.
019800     PERFORM 3200-ROUTE-ONE-NEW-LINE THRU 3200-EXIT
019900         UNTIL WS-MUL-EOF.
020000     PERFORM 4000-REPORT-ONE-UNUSED THRU 4000-EXIT
020100         VARYING REL-IDX FROM 1 BY 1
020200         UNTIL REL-IDX > WS-REL-COUNT.
020300     PERFORM 9000-FINALIZE THRU 9000-EXIT.
020400     STOP RUN.
020500
020600*****************************************************************
020700*  1000-INITIALIZE.                                            *
020800*****************************************************************
020900 1000-INITIALIZE.
021000     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
021100     OPEN INPUT MUL-OUT.
021200     OPEN INPUT REV-IN.
021300     OPEN INPUT AR-MAST.
021400     OPEN INPUT HOLD-MAST.
021500     OPEN INPUT REL-TRAN.
021600     OPEN INPUT CUST-MAST.
021700     OPEN OUTPUT REV-RPT.
021800     MOVE WS-PROCESS-DATE TO WS-RPH-DATE.
021900     WRITE CR-PRINT-LINE FROM WS-RPT-HEADER.
022000     WRITE CR-PRINT-LINE FROM WS-RPT-COLUMNS.
022100     PERFORM 1050-READ-MUL THRU 1050-EXIT.
022200     PERFORM 1060-READ-REV THRU 1060-EXIT.
022300     READ AR-MAST
022400         AT END
022500             SET WS-AR-EOF TO TRUE
022600     END-READ.
022700     READ HOLD-MAST
022800         AT END
022900             SET WS-HOLD-EOF TO TRUE
023000     END-READ.
023100     READ REL-TRAN
023200         AT END
023300             SET WS-REL-EOF TO TRUE
023400     END-READ.
023500 1000-EXIT.
023600     EXIT.
023700
023800*****************************************************************
023900*  1050-READ-MUL.                                              *
024000*****************************************************************
024100 1050-READ-MUL.
024200     READ MUL-OUT INTO MO-DETAIL-LINE
024300         AT END
024400             SET WS-MUL-EOF TO TRUE
024500     END-READ.
024600 1050-EXIT.
024700     EXIT.
024800
024900*****************************************************************
025000*  1060-READ-REV.                                              *
025100*****************************************************************
025200 1060-READ-REV.
025300     READ REV-IN
025400         AT END
025500             SET WS-REV-EOF TO TRUE
025600     END-READ.
025700 1060-EXIT.
025800     EXIT.
025900
026000*****************************************************************
026100*  1100-TOTAL-ONE-NEW-LINE.                                    *
026200*****************************************************************
026300 1100-TOTAL-ONE-NEW-LINE.
026400     ADD 1 TO WS-NEW-LINE-COUNT.
026500     MOVE MO-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
026600     PERFORM 1900-FIND-OR-ADD-ACCOUNT THRU 1900-EXIT.
026700     IF ACC-IDX > ZERO
026800         ADD MO-EXTENSION-AMT TO WS-ACC-NEW(ACC-IDX)
026900     END-IF.
027000     PERFORM 1050-READ-MUL THRU 1050-EXIT.
027100 1100-EXIT.
027200     EXIT.
027300
027400*****************************************************************
027500*  1200-TOTAL-ONE-PARKED.                                      *
027600*****************************************************************
027700 1200-TOTAL-ONE-PARKED.
027800     MOVE VI-LINE-IMAGE   TO MO-DETAIL-LINE.
027900     MOVE VI-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
028000     PERFORM 1900-FIND-OR-ADD-ACCOUNT THRU 1900-EXIT.
028100     IF ACC-IDX > ZERO
028200         ADD MO-EXTENSION-AMT TO WS-ACC-PARKED(ACC-IDX)
028300     END-IF.
028400     PERFORM 1060-READ-REV THRU 1060-EXIT.
028500 1200-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900*  1300-ADD-ONE-AR-ITEM.                                       *
029000*    ONLY ACCOUNTS WITH LINES TO BILL NEED THEIR OPEN AR.      *
029100*****************************************************************
029200 1300-ADD-ONE-AR-ITEM.
029300     IF AR-SETTLED
029400             OR AR-OPEN-AMOUNT NOT > ZERO
029500         GO TO 1300-NEXT
029600     END-IF.
029700     MOVE AR-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
029800     PERFORM 1950-FIND-ACCOUNT THRU 1950-EXIT.
029900     IF ACC-IDX > ZERO
030000         ADD AR-OPEN-AMOUNT TO WS-ACC-AR-OPEN(ACC-IDX)
030100     END-IF.
030200 1300-NEXT.
030300     READ AR-MAST
030400         AT END
030500             SET WS-AR-EOF TO TRUE
030600     END-READ.
030700 1300-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*  1400-MARK-ONE-HOLD.                                         *
031200*****************************************************************
031300 1400-MARK-ONE-HOLD.
031400     IF CM-HELD
031500         MOVE CM-ACCOUNT TO WS-WORK-ACCOUNT
031600         PERFORM 1950-FIND-ACCOUNT THRU 1950-EXIT
031700         IF ACC-IDX > ZERO
031800             SET WS-ACC-HELD(ACC-IDX) TO TRUE
031900         END-IF
032000     END-IF.
032100     READ HOLD-MAST
032200         AT END
032300             SET WS-HOLD-EOF TO TRUE
032400     END-READ.
032500 1400-EXIT.
032600     EXIT.
032700
032800*****************************************************************
032900*  1500-LOAD-ONE-RELEASE.                                      *
033000*****************************************************************
033100 1500-LOAD-ONE-RELEASE.
033200     IF WS-REL-COUNT < 100
033300         ADD 1 TO WS-REL-COUNT
033400         MOVE RL-ACCOUNT      TO WS-REL-ACCOUNT(WS-REL-COUNT)
033500         MOVE RL-RELEASE-USER TO WS-REL-USER(WS-REL-COUNT)
033600         MOVE "N"             TO WS-REL-USED-SW(WS-REL-COUNT)
033700     ELSE
033800         DISPLAY "CRCHECK1 - RELEASE TABLE FULL"
033900         ADD 1 TO WS-ERROR-COUNT
034000     END-IF.
034100     READ REL-TRAN
034200         AT END
034300             SET WS-REL-EOF TO TRUE
034400     END-READ.
034500 1500-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*  1900-FIND-OR-ADD-ACCOUNT.                                   *
035000*****************************************************************
035100 1900-FIND-OR-ADD-ACCOUNT.
035200     PERFORM 1950-FIND-ACCOUNT THRU 1950-EXIT.
035300     IF ACC-IDX > ZERO
035400         GO TO 1900-EXIT
035500     END-IF.
035600     IF WS-ACCT-COUNT NOT < 2000
035700         DISPLAY "CRCHECK1 - ACCOUNT TABLE FULL"
035800         GO TO 1900-EXIT
035900     END-IF.
036000     ADD 1 TO WS-ACCT-COUNT.
036100     MOVE WS-ACCT-COUNT   TO ACC-IDX.
036200     MOVE WS-WORK-ACCOUNT TO WS-ACC-CODE(ACC-IDX).
036300     MOVE ZERO            TO WS-ACC-AR-OPEN(ACC-IDX).
036400     MOVE ZERO            TO WS-ACC-PARKED(ACC-IDX).
036500     MOVE ZERO            TO WS-ACC-NEW(ACC-IDX).
036600     MOVE ZERO            TO WS-ACC-LIMIT(ACC-IDX).
036700     MOVE "N"             TO WS-ACC-HELD-SW(ACC-IDX).
036800     MOVE "N"             TO WS-ACC-REL-SW(ACC-IDX).
036900     MOVE SPACES          TO WS-ACC-DECISION(ACC-IDX).
037000 1900-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400*  1950-FIND-ACCOUNT.                                          *
037500*****************************************************************
037600 1950-FIND-ACCOUNT.
037700     MOVE ZERO TO ACC-IDX.
037800     PERFORM 1960-MATCH-ONE-ACCOUNT THRU 1960-EXIT
037900         VARYING ACC-SUB FROM 1 BY 1
038000         UNTIL ACC-SUB > WS-ACCT-COUNT
038100            OR ACC-IDX > ZERO.
038200 1950-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*  1960-MATCH-ONE-ACCOUNT.                                     *
038700*****************************************************************
038800 1960-MATCH-ONE-ACCOUNT.
038900     IF WS-ACC-CODE(ACC-SUB) = WS-WORK-ACCOUNT
039000         MOVE ACC-SUB TO ACC-IDX
039100     END-IF.
039200 1960-EXIT.
039300     EXIT.
039400
039500*****************************************************************
039600*  2000-DECIDE-ONE-ACCOUNT.                                    *
039700*    A RELEASE CLEARS THE ACCOUNT FOR THE DAY WHATEVER ITS     *
039800*    STANDING.  OTHERWISE A STANDING HOLD, OR EXPOSURE OVER A  *
039900*    SET LIMIT, PARKS TODAY'S LINES; PARKED LINES STAY PARKED  *
040000*    UNTIL RELEASED EVEN IF THE ACCOUNT NOW PASSES.            *
040100*****************************************************************
040200 2000-DECIDE-ONE-ACCOUNT.
040300     MOVE ZERO TO REL-IDX.
040400     PERFORM 2050-MATCH-ONE-RELEASE THRU 2050-EXIT
040500         VARYING ACC-SUB FROM 1 BY 1
040600         UNTIL ACC-SUB > WS-REL-COUNT
040700            OR REL-IDX > ZERO.
040800     MOVE WS-ACC-CODE(ACC-IDX)    TO WS-RPD-ACCOUNT.
040900     MOVE WS-ACC-AR-OPEN(ACC-IDX) TO WS-RPD-AR-OPEN.
041000     MOVE WS-ACC-PARKED(ACC-IDX)  TO WS-RPD-PARKED.
041100     MOVE WS-ACC-NEW(ACC-IDX)     TO WS-RPD-NEW.
041200     MOVE SPACES                  TO WS-RPD-USER.
041300     MOVE WS-ACC-CODE(ACC-IDX)    TO CU-ACCOUNT-CODE.
041400     READ CUST-MAST
041500         INVALID KEY
041600             MOVE ZERO TO CU-CREDIT-LIMIT
041700     END-READ.
041800     MOVE CU-CREDIT-LIMIT TO WS-ACC-LIMIT(ACC-IDX).
041900     MOVE CU-CREDIT-LIMIT TO WS-RPD-LIMIT.
042000     IF REL-IDX > ZERO
042100         SET WS-REL-USED(REL-IDX)     TO TRUE
042200         SET WS-ACC-RELEASED(ACC-IDX) TO TRUE
042300         MOVE "RELEASED"              TO WS-RPD-DECISION
042400         MOVE WS-REL-USER(REL-IDX)    TO WS-RPD-USER
042500         WRITE CR-PRINT-LINE FROM WS-RPT-DETAIL
042600         GO TO 2000-EXIT
042700     END-IF.
042800     IF WS-ACC-HELD(ACC-IDX)
042900         SET WS-ACC-PARK-HOLD(ACC-IDX) TO TRUE
043000         MOVE "ON HOLD"               TO WS-RPD-DECISION
043100         WRITE CR-PRINT-LINE FROM WS-RPT-DETAIL
043200         GO TO 2000-EXIT
043300     END-IF.
043400     COMPUTE WS-EXPOSURE = WS-ACC-AR-OPEN(ACC-IDX)
043500         + WS-ACC-PARKED(ACC-IDX) + WS-ACC-NEW(ACC-IDX).
043600     IF WS-ACC-LIMIT(ACC-IDX) > ZERO
043700             AND WS-EXPOSURE > WS-ACC-LIMIT(ACC-IDX)
043800         SET WS-ACC-PARK-LIMIT(ACC-IDX) TO TRUE
043900         MOVE "OVER LIMIT"            TO WS-RPD-DECISION
044000         WRITE CR-PRINT-LINE FROM WS-RPT-DETAIL
044100         GO TO 2000-EXIT
044200     END-IF.
044300     IF WS-ACC-PARKED(ACC-IDX) > ZERO
044400         MOVE "AWAITING"              TO WS-RPD-DECISION
044500         WRITE CR-PRINT-LINE FROM WS-RPT-DETAIL
044600     END-IF.
044700 2000-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100*  2050-MATCH-ONE-RELEASE.                                     *
045200*****************************************************************
045300 2050-MATCH-ONE-RELEASE.
045400     IF NOT WS-REL-USED(ACC-SUB)
045500             AND WS-REL-ACCOUNT(ACC-SUB) = WS-ACC-CODE(ACC-IDX)
045600         MOVE ACC-SUB TO REL-IDX
045700     END-IF.
045800 2050-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200*  3000-REOPEN-LINES.                                          *
046300*    SECOND PASS - THE DECISIONS ARE MADE, SO THE PARKED AND   *
046400*    NEW LINES ARE READ AGAIN AND ROUTED.                      *
046500*****************************************************************
046600 3000-REOPEN-LINES.
046700     CLOSE MUL-OUT.
046800     CLOSE REV-IN.
046900     MOVE "N" TO WS-MUL-EOF-SW.
047000     MOVE "N" TO WS-REV-EOF-SW.
047100     OPEN INPUT MUL-OUT.
047200     OPEN INPUT REV-IN.
047300     OPEN OUTPUT MUL-CLR.
047400     OPEN OUTPUT REV-OUT.
047500     PERFORM 1050-READ-MUL THRU 1050-EXIT.
047600     PERFORM 1060-READ-REV THRU 1060-EXIT.
047700 3000-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100*  3100-ROUTE-ONE-PARKED.                                      *
048200*****************************************************************
048300 3100-ROUTE-ONE-PARKED.
048400     MOVE VI-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
048500     PERFORM 1950-FIND-ACCOUNT THRU 1950-EXIT.
048600     IF ACC-IDX > ZERO
048700         IF WS-ACC-RELEASED(ACC-IDX)
048800             MOVE VI-LINE-IMAGE TO MC-OUTPUT-REC
048900             WRITE MC-OUTPUT-REC
049000             ADD 1 TO WS-RELEASED-COUNT
049100             GO TO 3100-NEXT
049200         END-IF
049300     END-IF.
049400     WRITE CV-REVIEW-REC FROM VI-REVIEW-REC.
049500 3100-NEXT.
049600     PERFORM 1060-READ-REV THRU 1060-EXIT.
049700 3100-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100*  3200-ROUTE-ONE-NEW-LINE.                                    *
050200*****************************************************************
050300 3200-ROUTE-ONE-NEW-LINE.
050400     MOVE MO-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
050500     PERFORM 1950-FIND-ACCOUNT THRU 1950-EXIT.
050600     IF ACC-IDX > ZERO
050700         IF NOT WS-ACC-CLEAR(ACC-IDX)
050800             MOVE WS-ACC-CODE(ACC-IDX)     TO CV-ACCOUNT-CODE
050900             MOVE WS-PROCESS-DATE          TO CV-PARK-DATE
051000             MOVE WS-ACC-DECISION(ACC-IDX) TO CV-REASON
051100             MOVE MO-DETAIL-LINE           TO CV-LINE-IMAGE
051200             WRITE CV-REVIEW-REC
051300             ADD 1 TO WS-PARKED-COUNT
051400             GO TO 3200-NEXT
051500         END-IF
051600     END-IF.
051700     WRITE MC-OUTPUT-REC FROM MO-DETAIL-LINE.
051800     ADD 1 TO WS-CLEARED-COUNT.
051900 3200-NEXT.
052000     PERFORM 1050-READ-MUL THRU 1050-EXIT.
052100 3200-EXIT.
052200     EXIT.
052300
052400*****************************************************************
052500*  4000-REPORT-ONE-UNUSED.                                     *
052600*    A RELEASE FOR AN ACCOUNT WITH NOTHING PARKED OR BILLED    *
052700*    TODAY HAS NOTHING TO RELEASE.                             *
052800*****************************************************************
052900 4000-REPORT-ONE-UNUSED.
053000     IF NOT WS-REL-USED(REL-IDX)
053100         DISPLAY "CRCHECK1 - NOTHING PARKED FOR ACCOUNT "
053200             WS-REL-ACCOUNT(REL-IDX) " - SKIPPED"
053300         ADD 1 TO WS-ERROR-COUNT
053400     END-IF.
053500 4000-EXIT.
053600     EXIT.
053700
053800*****************************************************************
053900*  9000-FINALIZE.                                              *
054000*    PARKED LINES ARE A DIVERSION FROM BILLING, SO THE RUN     *
054100*    ENDS RC 4 THE SAME AS INVOICE1'S BILLING SUSPENSE.        *
054200*****************************************************************
054300 9000-FINALIZE.
054400     MOVE WS-CLEARED-COUNT  TO WS-RPT-CLEARED.
054500     MOVE WS-PARKED-COUNT   TO WS-RPT-PARKED.
054600     MOVE WS-RELEASED-COUNT TO WS-RPT-RELEASED.
054700     WRITE CR-PRINT-LINE FROM WS-RPT-TRAILER.
054800     DISPLAY "CRCHECK1 NEW LINES: " WS-NEW-LINE-COUNT
054900         " CLEARED: " WS-CLEARED-COUNT
055000         " PARKED: " WS-PARKED-COUNT
055100         " RELEASED: " WS-RELEASED-COUNT
055200         " ERRORS: " WS-ERROR-COUNT.
055300     IF WS-PARKED-COUNT > ZERO
055400             OR WS-ERROR-COUNT > ZERO
055500         MOVE 4 TO RETURN-CODE
055600     END-IF.
055700     CLOSE MUL-OUT.
055800     CLOSE MUL-CLR.
055900     CLOSE CUST-MAST.
056000     CLOSE AR-MAST.
056100     CLOSE HOLD-MAST.
056200     CLOSE REV-IN.
056300     CLOSE REV-OUT.
056400     CLOSE REL-TRAN.
056500     CLOSE REV-RPT.
056600 9000-EXIT.
056700     EXIT.
