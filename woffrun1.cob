000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     WOFFRUN1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    BAD-DEBT WRITE-OFF RUN.  TAKES THE DAY'S WRITE-OFF        *
001200*    REQUESTS (WOFFREQ) AGAINST AR OPEN ITEMS MORE THAN 90     *
001300*    DAYS PAST DUE, PROPOSES EVERY SUCH ITEM WHOSE BALANCE IS  *
001400*    UNDER THE WOFFPARM SMALL-BALANCE LIMIT, AND HOLDS THEM    *
001500*    ALL ON THE PENDING FILE (WOFFPNDI TO WOFFPNDO) UNTIL AN   *
001600*    APPROVER OTHER THAN THE REQUESTER DECIDES THEM ON         *
001700*    WOFFAPPR.  AN APPROVED WRITE-OFF GOES TO WOFFADJ, WHERE   *
001800*    ARLEDG1 CLOSES THE ITEM AS WRITTEN OFF, AND POSTS THE     *
001900*    BAD-DEBT EXPENSE AGAINST RECEIVABLES THROUGH THE GL       *
002000*    EXTRACT (JRNLFD, POSTING TYPE BADDBT).  EVERY DECISION    *
002100*    LANDS ON THE WOFFREG REGISTER WITH WHO REQUESTED AND WHO  *
002200*    APPROVED IT.  RUNS AHEAD OF ARLEDG1, AGAINST THE ARMAST   *
002300*    THE PRIOR LEDGER RUN LEFT.                                *
002400*                                                              *
002500*  MODIFICATION HISTORY.                                       *
002600*    2026-10-15  DL  ORIGINAL WRITE-OFF RUN.                   *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT AR-MAST ASSIGN TO "ARMAST"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT WOFF-PARM ASSIGN TO "WOFFPARM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT WOFF-REQ ASSIGN TO "WOFFREQ"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT PEND-IN ASSIGN TO "WOFFPNDI"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PEND-OUT ASSIGN TO "WOFFPNDO"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT WOFF-APPR ASSIGN TO "WOFFAPPR"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT WOFF-ADJ ASSIGN TO "WOFFADJ"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT JRN-FEED ASSIGN TO "JRNLFD"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT WOFF-REG ASSIGN TO "WOFFREG"
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  AR-MAST.
005300     COPY DLARITEM.
005400
005500 FD  WOFF-PARM.
005600     COPY DLWOFPRM.
005700
005800 FD  WOFF-REQ.
005900     COPY DLWOFREQ.
006000
006100 FD  PEND-IN.
006200     COPY DLWOFREQ
006300         REPLACING ==WR-WOFF-REQUEST-REC== BY ==PI-WOFF-REQ-REC==
006400                   ==WR-INVOICE-NO==       BY ==PI-INVOICE-NO==
006500                   ==WR-ACCOUNT-CODE==     BY ==PI-ACCOUNT-CODE==
006600                   ==WR-AMOUNT==           BY ==PI-AMOUNT==
006700                   ==WR-REASON==           BY ==PI-REASON==
006800                   ==WR-REQUESTER==        BY ==PI-REQUESTER==
006900                   ==WR-REQUEST-DATE==     BY ==PI-REQUEST-DATE==.
007000
007100 FD  PEND-OUT.
007200     COPY DLWOFREQ
007300         REPLACING ==WR-WOFF-REQUEST-REC== BY ==PO-WOFF-REQ-REC==
007400                   ==WR-INVOICE-NO==       BY ==PO-INVOICE-NO==
007500                   ==WR-ACCOUNT-CODE==     BY ==PO-ACCOUNT-CODE==
007600                   ==WR-AMOUNT==           BY ==PO-AMOUNT==
007700                   ==WR-REASON==           BY ==PO-REASON==
007800                   ==WR-REQUESTER==        BY ==PO-REQUESTER==
007900                   ==WR-REQUEST-DATE==     BY ==PO-REQUEST-DATE==.
008000
008100 FD  WOFF-APPR.
008200     COPY DLWOFAPR.
008300
008400 FD  WOFF-ADJ.
008500     COPY DLARADJ.
008600
008700 FD  JRN-FEED.
008800     COPY DLJRNFD.
008900
009000 FD  WOFF-REG.
009100 01  WG-PRINT-LINE            PIC X(120).
009200
009300 WORKING-STORAGE SECTION.
009400 01  WS-SWITCHES.
009500     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
009600         88  WS-AR-EOF             VALUE "Y".
009700     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
009800         88  WS-PARM-EOF           VALUE "Y".
009900     05  WS-REQ-EOF-SW        PIC X(01) VALUE "N".
010000         88  WS-REQ-EOF            VALUE "Y".
010100     05  WS-PEND-EOF-SW       PIC X(01) VALUE "N".
010200         88  WS-PEND-EOF           VALUE "Y".
010300     05  WS-APPR-EOF-SW       PIC X(01) VALUE "N".
010400         88  WS-APPR-EOF           VALUE "Y".
010500     05  WS-VALID-SW          PIC X(01) VALUE "N".
010600         88  WS-REQUEST-VALID      VALUE "Y".
010700
010800 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
010900 01  WS-SMALL-BAL-LIMIT       PIC 9(09) VALUE ZERO.
011000 01  WS-PAST-DUE-DAYS         PIC S9(07) VALUE ZERO.
011100 01  WS-MIN-PAST-DUE          PIC 9(03) VALUE 90.
011200 01  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
011300 01  WS-WORK-ACCOUNT          PIC X(06) VALUE SPACES.
011400 01  WS-WORK-INVOICE          PIC X(08) VALUE SPACES.
011500 01  ITM-IDX                  PIC 9(04) VALUE ZERO.
011600 01  ITM-SUB                  PIC 9(04) VALUE ZERO.
011700 01  REQ-IDX                  PIC 9(03) VALUE ZERO.
011800 01  REQ-SUB                  PIC 9(03) VALUE ZERO.
011900 01  APR-IDX                  PIC 9(03) VALUE ZERO.
012000
012100 01  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
012200 01  WS-PROPOSED-COUNT        PIC 9(05) VALUE ZERO.
012300 01  WS-APPROVED-COUNT        PIC 9(05) VALUE ZERO.
012400 01  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
012500 01  WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.
012600 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
012700 01  WS-APPROVED-TOTAL        PIC 9(11) VALUE ZERO.
012800
012900 01  WS-ITEM-COUNT            PIC 9(04) VALUE ZERO.
013000 01  WS-ITEM-TABLE.
013100     05  WS-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
013200             DEPENDING ON WS-ITEM-COUNT.
013300         10  WS-ITM-ACCOUNT   PIC X(06).
013400         10  WS-ITM-INVOICE   PIC X(08).
013500         10  WS-ITM-OPEN      PIC S9(09).
013600         10  WS-ITM-PAST-DUE  PIC S9(07).
013700
013800 01  WS-REQ-COUNT             PIC 9(03) VALUE ZERO.
013900 01  WS-REQ-TABLE.
014000     05  WS-REQ-ENTRY OCCURS 1 TO 500 TIMES
014100             DEPENDING ON WS-REQ-COUNT.
014200         10  WS-REQ-INVOICE   PIC X(08).
014300         10  WS-REQ-ACCOUNT   PIC X(06).
014400         10  WS-REQ-AMOUNT    PIC 9(09).
014500         10  WS-REQ-REASON    PIC X(30).
014600         10  WS-REQ-REQUESTER PIC X(08).
014700         10  WS-REQ-DATE      PIC 9(08).
014800
014900 01  WS-APPR-COUNT            PIC 9(03) VALUE ZERO.
015000 01  WS-APPR-TABLE.
015100     05  WS-APPR-ENTRY OCCURS 1 TO 500 TIMES
015200             DEPENDING ON WS-APPR-COUNT.
015300         10  WS-APR-INVOICE   PIC X(08).
015400         10  WS-APR-ACCOUNT   PIC X(06).
015500         10  WS-APR-DECISION  PIC X(01).
015600         10  WS-APR-APPROVER  PIC X(08).
015700         10  WS-APR-USED-SW   PIC X(01).
015800             88  WS-APR-USED       VALUE "Y".
015900
016000 01  WS-REG-HEADER.
016100     05  FILLER               PIC X(40) VALUE
016200         "BAD-DEBT WRITE-OFF REGISTER  RUN DATE ".
016300     05  WS-RGH-DATE          PIC 9(08).
016400
016500 01  WS-REG-COLUMNS.
016600     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
016700     05  FILLER               PIC X(10) VALUE "INVOICE   ".
016800     05  FILLER               PIC X(13) VALUE "       AMOUNT".
016900     05  FILLER               PIC X(02) VALUE SPACES.
017000     05  FILLER               PIC X(10) VALUE "DECISION  ".
017100     05  FILLER               PIC X(10) VALUE "REQUESTER ".
017200     05  FILLER               PIC X(10) VALUE "APPROVER  ".
017300     05  FILLER               PIC X(30) VALUE
017400         "REASON / NOTE".
017500
017600 01  WS-REG-DETAIL.
017700     05  WS-RGD-ACCOUNT       PIC X(06).
017800     05  FILLER               PIC X(04) VALUE SPACES.
017900     05  WS-RGD-INVOICE       PIC X(08).
018000     05  FILLER               PIC X(02) VALUE SPACES.
018100     05  WS-RGD-AMOUNT        PIC Z(12)9.
018200     05  FILLER               PIC X(02) VALUE SPACES.
018300     05  WS-RGD-DECISION      PIC X(10).
018400     05  WS-RGD-REQUESTER     PIC X(08).
018500     05  FILLER               PIC X(02) VALUE SPACES.
018600     05  WS-RGD-APPROVER      PIC X(08).
018700     05  FILLER               PIC X(02) VALUE SPACES.
018800     05  WS-RGD-NOTE          PIC X(30).
018900
019000 01  WS-REG-TRAILER.
019100     05  FILLER               PIC X(18) VALUE
019200         "WRITTEN OFF COUNT ".
019300     05  WS-RGT-COUNT         PIC Z(04)9.
019400     05  FILLER               PIC X(09) VALUE "  TOTAL  ".
019500     05  WS-RGT-TOTAL         PIC Z(10)9.
019600     05  FILLER               PIC X(12) VALUE "  REJECTED ".
019700     05  WS-RGT-REJECTED      PIC Z(04)9.
019800     05  FILLER               PIC X(11) VALUE "  PENDING ".
019900     05  WS-RGT-PENDING       PIC Z(04)9.
020000
020100 PROCEDURE DIVISION.
020200*****************************************************************
020300*  0000-MAINLINE.                                              *
020400*****************************************************************
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     PERFORM 2000-TAKE-ONE-PENDING THRU 2000-EXIT
020800         UNTIL WS-PEND-EOF.
020900     PERFORM 2100-TAKE-ONE-REQUEST THRU 2100-EXIT
021000         UNTIL WS-REQ-EOF.
021100     PERFORM 2200-PROPOSE-ONE-ITEM THRU 2200-EXIT
021200         VARYING ITM-IDX FROM 1 BY 1
021300         UNTIL ITM-IDX > WS-ITEM-COUNT.
021400     PERFORM 3000-DECIDE-ONE-REQUEST THRU 3000-EXIT
021500         VARYING REQ-IDX FROM 1 BY 1
021600         UNTIL REQ-IDX > WS-REQ-COUNT.
021700     PERFORM 4000-REPORT-ONE-UNUSED THRU 4000-EXIT
021800         VARYING APR-IDX FROM 1 BY 1
021900         UNTIL APR-IDX > WS-APPR-COUNT.
022000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
022100     STOP RUN.
022200
022300*****************************************************************
022400*  1000-INITIALIZE.                                            *
022500*    LOADS THE SMALL-BALANCE LIMIT (NO PROPOSALS WHEN THE      *
022600*    SETTING IS MISSING), THE STANDING OPEN ITEMS, AND THE     *
022700*    DAY'S APPROVALS, THEN PRIMES THE PENDING AND NEW          *
022800*    REQUEST STREAMS.                                          *
022900*****************************************************************
023000 1000-INITIALIZE.
023100     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
023200     OPEN INPUT WOFF-PARM.
023300     READ WOFF-PARM
023400         AT END
023500             SET WS-PARM-EOF TO TRUE
023600     END-READ.
023700     IF NOT WS-PARM-EOF
023800         MOVE WP-SMALL-BAL-LIMIT TO WS-SMALL-BAL-LIMIT
023900     END-IF.
024000     CLOSE WOFF-PARM.
024100     OPEN INPUT AR-MAST.
024200     READ AR-MAST
024300         AT END
024400             SET WS-AR-EOF TO TRUE
024500     END-READ.
024600     PERFORM 1100-LOAD-ONE-ITEM THRU 1100-EXIT
024700         UNTIL WS-AR-EOF.
024800     CLOSE AR-MAST.
024900     OPEN INPUT WOFF-APPR.
025000     READ WOFF-APPR
025100         AT END
025200             SET WS-APPR-EOF TO TRUE
025300     END-READ.
025400     PERFORM 1200-LOAD-ONE-APPROVAL THRU 1200-EXIT
025500         UNTIL WS-APPR-EOF.
025600     CLOSE WOFF-APPR.
025700     OPEN INPUT PEND-IN.
025800     OPEN INPUT WOFF-REQ.
025900     OPEN OUTPUT PEND-OUT.
026000     OPEN OUTPUT WOFF-ADJ.
026100     OPEN OUTPUT WOFF-REG.
026200     OPEN EXTEND JRN-FEED.
026300     MOVE WS-PROCESS-DATE TO WS-RGH-DATE.
026400     WRITE WG-PRINT-LINE FROM WS-REG-HEADER.
026500     WRITE WG-PRINT-LINE FROM WS-REG-COLUMNS.
026600     READ PEND-IN
026700         AT END
026800             SET WS-PEND-EOF TO TRUE
026900     END-READ.
027000     READ WOFF-REQ
027100         AT END
027200             SET WS-REQ-EOF TO TRUE
027300     END-READ.
027400 1000-EXIT.
027500     EXIT.
027600
027700*****************************************************************
027800*  1100-LOAD-ONE-ITEM.                                         *
027900*    ONLY A STANDING ITEM CAN BE WRITTEN OFF.  DAYS PAST DUE   *
028000*    RUN FROM THE TERMS DUE DATE, OR FROM THE INVOICE DATE ON  *
028100*    AN ITEM THAT HAS NEVER BEEN STAMPED WITH ONE.             *
028200*****************************************************************
028300 1100-LOAD-ONE-ITEM.
028400     IF AR-SETTLED
028500             OR AR-OPEN-AMOUNT NOT > ZERO
028600         GO TO 1100-NEXT
028700     END-IF.
028800     IF WS-ITEM-COUNT NOT < 5000
028900         DISPLAY "WOFFRUN1 - ITEM TABLE FULL"
029000         GO TO 1100-NEXT
029100     END-IF.
029200     ADD 1 TO WS-ITEM-COUNT.
029300     MOVE AR-ACCOUNT-CODE TO WS-ITM-ACCOUNT(WS-ITEM-COUNT).
029400     MOVE AR-INVOICE-NO   TO WS-ITM-INVOICE(WS-ITEM-COUNT).
029500     MOVE AR-OPEN-AMOUNT  TO WS-ITM-OPEN(WS-ITEM-COUNT).
029600     EVALUATE TRUE
029700         WHEN AR-DUE-DATE NOT = ZERO
029800             COMPUTE WS-PAST-DUE-DAYS =
029900                 FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
030000                 - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
030100         WHEN AR-INVOICE-DATE NOT = ZERO
030200             COMPUTE WS-PAST-DUE-DAYS =
030300                 FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
030400                 - FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
030500         WHEN OTHER
030600             MOVE ZERO TO WS-PAST-DUE-DAYS
030700     END-EVALUATE.
030800     MOVE WS-PAST-DUE-DAYS TO WS-ITM-PAST-DUE(WS-ITEM-COUNT).
030900 1100-NEXT.
031000     READ AR-MAST
031100         AT END
031200             SET WS-AR-EOF TO TRUE
031300     END-READ.
031400 1100-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031800*  1200-LOAD-ONE-APPROVAL.                                     *
031900*****************************************************************
032000 1200-LOAD-ONE-APPROVAL.
032100     IF WS-APPR-COUNT < 500
032200         ADD 1 TO WS-APPR-COUNT
032300         MOVE WA-INVOICE-NO   TO WS-APR-INVOICE(WS-APPR-COUNT)
032400         MOVE WA-ACCOUNT-CODE TO WS-APR-ACCOUNT(WS-APPR-COUNT)
032500         MOVE WA-DECISION     TO WS-APR-DECISION(WS-APPR-COUNT)
032600         MOVE WA-APPROVER     TO WS-APR-APPROVER(WS-APPR-COUNT)
032700         MOVE "N"             TO WS-APR-USED-SW(WS-APPR-COUNT)
032800     ELSE
032900         DISPLAY "WOFFRUN1 - APPROVAL TABLE FULL"
033000         ADD 1 TO WS-ERROR-COUNT
033100     END-IF.
033200     READ WOFF-APPR
033300         AT END
033400             SET WS-APPR-EOF TO TRUE
033500     END-READ.
033600 1200-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000*  2000-TAKE-ONE-PENDING.                                      *
034100*    A REQUEST CARRIED FROM AN EARLIER NIGHT WAS VALIDATED     *
034200*    WHEN IT CAME IN; IT IS CHECKED AGAIN ONLY WHEN APPROVED.  *
034300*****************************************************************
034400 2000-TAKE-ONE-PENDING.
034500     MOVE PI-WOFF-REQ-REC TO WR-WOFF-REQUEST-REC.
034600     PERFORM 2500-ADD-REQUEST THRU 2500-EXIT.
034700     READ PEND-IN
034800         AT END
034900             SET WS-PEND-EOF TO TRUE
035000     END-READ.
035100 2000-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500*  2100-TAKE-ONE-REQUEST.                                      *
035600*    A NEW REQUEST MUST NAME A STANDING ITEM MORE THAN 90 DAYS *
035700*    PAST DUE, FOR EXACTLY ITS OPEN AMOUNT, AND SAY WHO ASKED. *
035800*    ONE THAT DOES NOT IS REJECTED ON THE REGISTER.            *
035900*****************************************************************
036000 2100-TAKE-ONE-REQUEST.
036100     ADD 1 TO WS-NEW-COUNT.
036300     IF WR-REQUEST-DATE = ZERO
036400         MOVE WS-PROCESS-DATE TO WR-REQUEST-DATE
036500     END-IF.
036600     MOVE WR-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
036700     MOVE WR-INVOICE-NO   TO WS-WORK-INVOICE.
036800     PERFORM 5000-VALIDATE-REQUEST THRU 5000-EXIT.
036900     IF WR-REQUESTER = SPACES
037000         MOVE "N" TO WS-VALID-SW
037100         MOVE "NO REQUESTER NAMED" TO WS-REJECT-REASON
037200     END-IF.
037300     IF WS-REQUEST-VALID
037400         PERFORM 2500-ADD-REQUEST THRU 2500-EXIT
037500     ELSE
037600         MOVE WR-ACCOUNT-CODE TO WS-RGD-ACCOUNT
037700         MOVE WR-INVOICE-NO   TO WS-RGD-INVOICE
037800         MOVE WR-AMOUNT       TO WS-RGD-AMOUNT
037900         MOVE "REFUSED"       TO WS-RGD-DECISION
038000         MOVE WR-REQUESTER    TO WS-RGD-REQUESTER
038100         MOVE SPACES          TO WS-RGD-APPROVER
038200         MOVE WS-REJECT-REASON TO WS-RGD-NOTE
038300         WRITE WG-PRINT-LINE FROM WS-REG-DETAIL
038400         ADD 1 TO WS-ERROR-COUNT
038500     END-IF.
038600     READ WOFF-REQ
038700         AT END
038800             SET WS-REQ-EOF TO TRUE
038900     END-READ.
039000 2100-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400*  2200-PROPOSE-ONE-ITEM.                                      *
039500*    A SMALL BALANCE PAST 90 DAYS THAT NOBODY HAS ALREADY      *
039600*    ASKED TO WRITE OFF IS PROPOSED UNDER REQUESTER AUTOWOFF.  *
039700*    IT STILL WAITS FOR A HUMAN APPROVER LIKE ANY OTHER.       *
039800*****************************************************************
039900 2200-PROPOSE-ONE-ITEM.
040000     IF WS-SMALL-BAL-LIMIT = ZERO
040100             OR WS-ITM-OPEN(ITM-IDX) NOT < WS-SMALL-BAL-LIMIT
040200             OR WS-ITM-PAST-DUE(ITM-IDX) NOT > WS-MIN-PAST-DUE
040300         GO TO 2200-EXIT
040400     END-IF.
040500     MOVE ZERO TO REQ-IDX.
040600     PERFORM 2250-MATCH-ONE-REQUEST THRU 2250-EXIT
040700         VARYING REQ-SUB FROM 1 BY 1
040800         UNTIL REQ-SUB > WS-REQ-COUNT
040900            OR REQ-IDX > ZERO.
041000     IF REQ-IDX > ZERO
041100         MOVE ZERO TO REQ-IDX
041200         GO TO 2200-EXIT
041300     END-IF.
041400     MOVE WS-ITM-INVOICE(ITM-IDX) TO WR-INVOICE-NO.
041500     MOVE WS-ITM-ACCOUNT(ITM-IDX) TO WR-ACCOUNT-CODE.
041600     MOVE WS-ITM-OPEN(ITM-IDX)    TO WR-AMOUNT.
041700     MOVE "SMALL BALANCE UNDER LIMIT" TO WR-REASON.
041800     MOVE "AUTOWOFF"              TO WR-REQUESTER.
041900     MOVE WS-PROCESS-DATE         TO WR-REQUEST-DATE.
042000     PERFORM 2500-ADD-REQUEST THRU 2500-EXIT.
042100     ADD 1 TO WS-PROPOSED-COUNT.
042200 2200-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600*  2250-MATCH-ONE-REQUEST.                                     *
042700*****************************************************************
042800 2250-MATCH-ONE-REQUEST.
042900     IF WS-REQ-ACCOUNT(REQ-SUB) = WS-ITM-ACCOUNT(ITM-IDX)
043000             AND WS-REQ-INVOICE(REQ-SUB) = WS-ITM-INVOICE(ITM-IDX)
043100         MOVE REQ-SUB TO REQ-IDX
043200     END-IF.
043300 2250-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700*  2500-ADD-REQUEST.                                           *
043800*****************************************************************
043900 2500-ADD-REQUEST.
044000     IF WS-REQ-COUNT < 500
044100         ADD 1 TO WS-REQ-COUNT
044200         MOVE WR-INVOICE-NO   TO WS-REQ-INVOICE(WS-REQ-COUNT)
044300         MOVE WR-ACCOUNT-CODE TO WS-REQ-ACCOUNT(WS-REQ-COUNT)
044400         MOVE WR-AMOUNT       TO WS-REQ-AMOUNT(WS-REQ-COUNT)
044500         MOVE WR-REASON       TO WS-REQ-REASON(WS-REQ-COUNT)
044600         MOVE WR-REQUESTER    TO WS-REQ-REQUESTER(WS-REQ-COUNT)
044700         MOVE WR-REQUEST-DATE TO WS-REQ-DATE(WS-REQ-COUNT)
044800     ELSE
044900         DISPLAY "WOFFRUN1 - REQUEST TABLE FULL"
045000         ADD 1 TO WS-ERROR-COUNT
045100     END-IF.
045200 2500-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*  3000-DECIDE-ONE-REQUEST.                                    *
045700*    AN APPROVAL FROM ANYONE BUT THE REQUESTER, ON AN ITEM     *
045800*    STILL STANDING AT THE REQUESTED AMOUNT, WRITES THE ITEM   *
045900*    OFF.  A REJECTION DROPS THE REQUEST.  NO DECISION YET     *
046000*    CARRIES IT TO TOMORROW.                                   *
046100*****************************************************************
046200 3000-DECIDE-ONE-REQUEST.
046300     MOVE ZERO TO APR-IDX.
046400     PERFORM 3050-MATCH-ONE-APPROVAL THRU 3050-EXIT
046500         VARYING REQ-SUB FROM 1 BY 1
046600         UNTIL REQ-SUB > WS-APPR-COUNT
046700            OR APR-IDX > ZERO.
046800     MOVE WS-REQ-ACCOUNT(REQ-IDX)   TO WS-RGD-ACCOUNT.
046900     MOVE WS-REQ-INVOICE(REQ-IDX)   TO WS-RGD-INVOICE.
047000     MOVE WS-REQ-AMOUNT(REQ-IDX)    TO WS-RGD-AMOUNT.
047100     MOVE WS-REQ-REQUESTER(REQ-IDX) TO WS-RGD-REQUESTER.
047200     MOVE WS-REQ-REASON(REQ-IDX)    TO WS-RGD-NOTE.
047300     IF APR-IDX = ZERO
047400         PERFORM 3100-CARRY-PENDING THRU 3100-EXIT
047500         GO TO 3000-EXIT
047600     END-IF.
047700     SET WS-APR-USED(APR-IDX) TO TRUE.
047800     MOVE WS-APR-APPROVER(APR-IDX)  TO WS-RGD-APPROVER.
047900     IF WS-APR-APPROVER(APR-IDX) = SPACES
048000             OR WS-APR-APPROVER(APR-IDX)
048100                 = WS-REQ-REQUESTER(REQ-IDX)
048200         MOVE "REFUSED"                 TO WS-RGD-DECISION
048300         MOVE "APPROVER MUST NOT BE REQUESTER" TO WS-RGD-NOTE
048400         WRITE WG-PRINT-LINE FROM WS-REG-DETAIL
048500         ADD 1 TO WS-ERROR-COUNT
048600         PERFORM 3100-CARRY-PENDING THRU 3100-EXIT
048700         GO TO 3000-EXIT
048800     END-IF.
048900     IF WS-APR-DECISION(APR-IDX) = "R"
049000         MOVE "REJECTED"                TO WS-RGD-DECISION
049100         WRITE WG-PRINT-LINE FROM WS-REG-DETAIL
049200         ADD 1 TO WS-REJECTED-COUNT
049300         GO TO 3000-EXIT
049400     END-IF.
049500     IF WS-APR-DECISION(APR-IDX) NOT = "A"
049600         DISPLAY "WOFFRUN1 - UNKNOWN DECISION "
049700             WS-APR-DECISION(APR-IDX) " FOR INVOICE "
049800             WS-REQ-INVOICE(REQ-IDX) " - SKIPPED"
049900         ADD 1 TO WS-ERROR-COUNT
050000         PERFORM 3100-CARRY-PENDING THRU 3100-EXIT
050100         GO TO 3000-EXIT
050200     END-IF.
050300     MOVE WS-REQ-ACCOUNT(REQ-IDX)   TO WS-WORK-ACCOUNT.
050400     MOVE WS-REQ-INVOICE(REQ-IDX)   TO WS-WORK-INVOICE.
050500     MOVE WS-REQ-AMOUNT(REQ-IDX)    TO WR-AMOUNT.
050600     PERFORM 5000-VALIDATE-REQUEST THRU 5000-EXIT.
050700     IF NOT WS-REQUEST-VALID
050800         MOVE "REFUSED"                 TO WS-RGD-DECISION
050900         MOVE WS-REJECT-REASON          TO WS-RGD-NOTE
051000         WRITE WG-PRINT-LINE FROM WS-REG-DETAIL
051100         ADD 1 TO WS-REJECTED-COUNT
051200         GO TO 3000-EXIT
051300     END-IF.
051400     PERFORM 3200-WRITE-OFF-ITEM THRU 3200-EXIT.
051500 3000-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*  3050-MATCH-ONE-APPROVAL.                                    *
052000*****************************************************************
052100 3050-MATCH-ONE-APPROVAL.
052200     IF NOT WS-APR-USED(REQ-SUB)
052300             AND WS-APR-ACCOUNT(REQ-SUB) = WS-REQ-ACCOUNT(REQ-IDX)
052400             AND WS-APR-INVOICE(REQ-SUB) = WS-REQ-INVOICE(REQ-IDX)
052500         MOVE REQ-SUB TO APR-IDX
052600     END-IF.
052700 3050-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100*  3100-CARRY-PENDING.                                         *
053200*****************************************************************
053300 3100-CARRY-PENDING.
053400     MOVE WS-REQ-INVOICE(REQ-IDX)   TO PO-INVOICE-NO.
053500     MOVE WS-REQ-ACCOUNT(REQ-IDX)   TO PO-ACCOUNT-CODE.
053600     MOVE WS-REQ-AMOUNT(REQ-IDX)    TO PO-AMOUNT.
053700     MOVE WS-REQ-REASON(REQ-IDX)    TO PO-REASON.
053800     MOVE WS-REQ-REQUESTER(REQ-IDX) TO PO-REQUESTER.
053900     MOVE WS-REQ-DATE(REQ-IDX)      TO PO-REQUEST-DATE.
054000     WRITE PO-WOFF-REQ-REC.
054100     ADD 1 TO WS-PENDING-COUNT.
054200 3100-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600*  3200-WRITE-OFF-ITEM.                                        *
054700*    THE WRITE-OFF GOES TO WOFFADJ FOR THE LEDGER AND TO THE   *
054800*    GL AS ONE BADDBT POSTING, WHICH THE GLMAP MAPPING SPLITS  *
054900*    INTO THE BAD-DEBT EXPENSE DEBIT AND RECEIVABLES CREDIT.   *
055000*****************************************************************
055100 3200-WRITE-OFF-ITEM.
055200     MOVE WS-REQ-INVOICE(REQ-IDX)   TO AJ-INVOICE-NO.
055300     MOVE WS-REQ-ACCOUNT(REQ-IDX)   TO AJ-ACCOUNT-CODE.
055400     MOVE WS-REQ-AMOUNT(REQ-IDX)    TO AJ-CREDIT-AMOUNT.
055500     MOVE WS-PROCESS-DATE           TO AJ-ADJ-DATE.
055600     MOVE "WOFFRUN1"                TO AJ-SOURCE-KEY.
055700     WRITE AJ-ADJUSTMENT-REC.
055800     MOVE "WOFFRUN1"                TO JF-SOURCE-PROGRAM.
055900     MOVE SPACES                    TO JF-TRANS-KEY.
056000     MOVE "BADDBT"                  TO JF-TRANS-KEY(1:6).
056100     MOVE WS-REQ-ACCOUNT(REQ-IDX)   TO JF-TRANS-KEY(7:6).
056200     MOVE "+"                       TO JF-AMOUNT-SIGN.
056300     MOVE WS-REQ-AMOUNT(REQ-IDX)    TO JF-AMOUNT.
056400     MOVE SPACES                    TO JF-CURRENCY-CODE.
056500     MOVE WS-PROCESS-DATE           TO JF-RUN-DATE.
056600     WRITE JF-JOURNAL-REC.
056700     MOVE "APPROVED"                TO WS-RGD-DECISION.
056800     WRITE WG-PRINT-LINE FROM WS-REG-DETAIL.
056900     ADD 1 TO WS-APPROVED-COUNT.
057000     ADD WS-REQ-AMOUNT(REQ-IDX) TO WS-APPROVED-TOTAL.
057100 3200-EXIT.
057200     EXIT.
057300
057400*****************************************************************
057500*  4000-REPORT-ONE-UNUSED.                                     *
057600*****************************************************************
057700 4000-REPORT-ONE-UNUSED.
057800     IF NOT WS-APR-USED(APR-IDX)
057900         DISPLAY "WOFFRUN1 - NO PENDING REQUEST FOR ACCOUNT "
058000             WS-APR-ACCOUNT(APR-IDX) " INVOICE "
058100             WS-APR-INVOICE(APR-IDX) " - SKIPPED"
058200         ADD 1 TO WS-ERROR-COUNT
058300     END-IF.
058400 4000-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800*  5000-VALIDATE-REQUEST.                                      *
058900*    CHECKS WS-WORK-ACCOUNT / WS-WORK-INVOICE FOR WR-AMOUNT    *
059000*    AGAINST THE STANDING ITEMS.                               *
059100*****************************************************************
059200 5000-VALIDATE-REQUEST.
059300     SET WS-REQUEST-VALID TO TRUE.
059400     MOVE SPACES TO WS-REJECT-REASON.
059500     MOVE ZERO TO ITM-IDX.
059600     PERFORM 5050-MATCH-ONE-ITEM THRU 5050-EXIT
059700         VARYING ITM-SUB FROM 1 BY 1
059800         UNTIL ITM-SUB > WS-ITEM-COUNT
059900            OR ITM-IDX > ZERO.
060000     EVALUATE TRUE
060100         WHEN ITM-IDX = ZERO
060200             MOVE "N" TO WS-VALID-SW
060300             MOVE "NO STANDING OPEN ITEM" TO WS-REJECT-REASON
060400         WHEN WS-ITM-PAST-DUE(ITM-IDX) NOT > WS-MIN-PAST-DUE
060500             MOVE "N" TO WS-VALID-SW
060600             MOVE "NOT MORE THAN 90 DAYS PAST DUE"
060700                 TO WS-REJECT-REASON
060800         WHEN WR-AMOUNT NOT = WS-ITM-OPEN(ITM-IDX)
060900             MOVE "N" TO WS-VALID-SW
061000             MOVE "AMOUNT IS NOT THE OPEN BALANCE"
061100                 TO WS-REJECT-REASON
061200     END-EVALUATE.
061300 5000-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700*  5050-MATCH-ONE-ITEM.                                        *
061800*****************************************************************
061900 5050-MATCH-ONE-ITEM.
062000     IF WS-ITM-ACCOUNT(ITM-SUB) = WS-WORK-ACCOUNT
062100             AND WS-ITM-INVOICE(ITM-SUB) = WS-WORK-INVOICE
062200         MOVE ITM-SUB TO ITM-IDX
062300     END-IF.
062400 5050-EXIT.
062500     EXIT.
062600
062700*****************************************************************
062800*  9000-FINALIZE.                                              *
062900*****************************************************************
063000 9000-FINALIZE.
063100     MOVE WS-APPROVED-COUNT TO WS-RGT-COUNT.
063200     MOVE WS-APPROVED-TOTAL TO WS-RGT-TOTAL.
063300     MOVE WS-REJECTED-COUNT TO WS-RGT-REJECTED.
063400     MOVE WS-PENDING-COUNT  TO WS-RGT-PENDING.
063500     WRITE WG-PRINT-LINE FROM WS-REG-TRAILER.
063600     DISPLAY "WOFFRUN1 NEW: " WS-NEW-COUNT
063700         " PROPOSED: " WS-PROPOSED-COUNT
063800         " WRITTEN OFF: " WS-APPROVED-COUNT
063900         " REJECTED: " WS-REJECTED-COUNT
064000         " PENDING: " WS-PENDING-COUNT
064100         " ERRORS: " WS-ERROR-COUNT.
064200     IF WS-ERROR-COUNT > ZERO
064300         MOVE 4 TO RETURN-CODE
064400     END-IF.
064500     CLOSE PEND-IN.
064600     CLOSE WOFF-REQ.
064700     CLOSE PEND-OUT.
064800     CLOSE WOFF-ADJ.
064900     CLOSE WOFF-REG.
065000     CLOSE JRN-FEED.
065100 9000-EXIT.
065200     EXIT.
