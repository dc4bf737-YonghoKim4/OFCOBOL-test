001200*    FORWARD (CHMASTI TO CHMASTO), OPENS A HOLD FOR EVERY NEW  *
001300*    NOTICE SUBTRACT01 WROTE TO HOLDOUT, APPLIES OPS RELEASE   *
001400*    TRANSACTIONS FROM CHRELTRN, AUTO-RELEASES EVERY STANDING  *
001500*    HOLD WHEN THE ACCOUNT'S OWN BALANCE ON THE CARRYMST       *
001600*    CARRY-FORWARD MASTER HAS RECOVERED, AND PRINTS THE        *
001700*    HOLDS-OUTSTANDING AGING REPORT - THE ONE CH-HOLD-LINE     *
001800*    NOTICE IS NO LONGER THE ENTIRE CREDIT-HOLD SYSTEM.        *
001900*                                                               *
002000*  MODIFICATION HISTORY.                                      *
002100*    2026-08-22  DL  ORIGINAL CREDIT-HOLD MASTER AND AGING.     *
002600*                    LOAD UP FRONT AND THE MASTER PASS FLIPS A  *
002700*                    RELEASED RECORD BACK TO HELD WITH THE NEW  *
002800*                    HOLD DATE AND BALANCE.                     *
002811*    2026-10-15  DL  A STANDING HOLD NOW AUTO-RELEASES ONLY     *
002822*                    WHEN ITS OWN ACCOUNT'S BALANCE ON THE      *
002833*                    CARRYMST CARRY-FORWARD MASTER IS NO        *
002844*                    LONGER NEGATIVE, NOT WHEN THE CHAIN'S      *
002856*                    ONE CARRIED TOTAL RECOVERS.  THE NOTICE    *
002867*                    AND ACCOUNT TABLES NOW HOLD 2000, SINCE    *
002878*                    SUBTRACT01 WRITES A NOTICE FOR EVERY       *
002889*                    NEGATIVE ACCOUNT.                          *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT REL-TRAN ASSIGN TO "CHRELTRN"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT CARRY-MAST ASSIGN TO "CARRYMST"
004200         ORGANIZATION IS INDEXED
004233         ACCESS MODE IS RANDOM
004267         RECORD KEY IS CY-ACCOUNT.
004300     SELECT AGE-RPT ASSIGN TO "CHAGERPT"
004400         ORGANIZATION IS SEQUENTIAL.
004500
006600 FD  REL-TRAN.
006700     COPY DLCHREL.
006800
006900 FD  CARRY-MAST.
007000     COPY DLSUBCMS.
007100
007200 FD  AGE-RPT.
007300 01  CA-AGING-LINE.
008900         88  WS-HOLD-EOF           VALUE "Y".
009000     05  WS-REL-EOF-SW        PIC X(01) VALUE "N".
009100         88  WS-REL-EOF            VALUE "Y".
009200     05  WS-ON-FILE-SW        PIC X(01) VALUE "N".
009300         88  WS-ACCOUNT-ON-FILE    VALUE "Y".
009400     05  WS-KNOWN-SW          PIC X(01) VALUE "N".
009500         88  WS-ACCOUNT-KNOWN      VALUE "Y".
009600     05  WS-RECOVERED-SW      PIC X(01) VALUE "N".
010900         10  WS-REL-DATE      PIC 9(08).
011000         10  WS-REL-USER      PIC X(08).
011100
011200 01  WS-KNOWN-COUNT           PIC 9(04) VALUE ZERO.
011300 01  KNOWN-IDX                PIC 9(04) VALUE ZERO.
011400 01  WS-KNOWN-TABLE.
011500     05  WS-KNOWN-ENTRY OCCURS 1 TO 2000 TIMES
011600             DEPENDING ON WS-KNOWN-COUNT.
011700         10  WS-KNW-ACCOUNT   PIC X(08).
011800
011900 01  WS-NOTICE-COUNT          PIC 9(04) VALUE ZERO.
012000 01  NOT-IDX                  PIC 9(04) VALUE ZERO.
012100 01  WS-NOTICE-TABLE.
012200     05  WS-NOTICE-ENTRY OCCURS 1 TO 2000 TIMES
012300             DEPENDING ON WS-NOTICE-COUNT.
012400         10  WS-NOT-ACCOUNT   PIC X(08).
012500         10  WS-NOT-BALANCE   PIC S9(05).
014200
014300*****************************************************************
014400*  1000-INITIALIZE.                                            *
014500*    LOADS THE RELEASE TRANSACTIONS, THEN OPENS THE KEYED      *
014600*    CARRY-FORWARD MASTER EACH STANDING HOLD IS CHECKED        *
014700*    AGAINST, THE MASTER PAIR, THE DAY'S HOLD NOTICES, AND     *
014800*    THE AGING REPORT.                                         *
014900*****************************************************************
015000 1000-INITIALIZE.
015100     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
015700     PERFORM 1100-LOAD-RELEASE THRU 1100-EXIT
015800         UNTIL WS-REL-EOF.
015900     CLOSE REL-TRAN.
016000     OPEN INPUT CARRY-MAST.
017100     OPEN INPUT HOLD-IN.
017200     PERFORM 1300-READ-HOLD THRU 1300-EXIT.
017300     PERFORM 1400-LOAD-NOTICE THRU 1400-EXIT
022500*  1400-LOAD-NOTICE.                                           *
022600*****************************************************************
022700 1400-LOAD-NOTICE.
022800     IF WS-NOTICE-COUNT < 2000
022900         ADD 1 TO WS-NOTICE-COUNT
023000         MOVE CH-ACCOUNT TO WS-NOT-ACCOUNT(WS-NOTICE-COUNT)
023100         MOVE CH-BALANCE TO WS-NOT-BALANCE(WS-NOTICE-COUNT)
023200         MOVE "N"        TO WS-NOT-USED-SW(WS-NOTICE-COUNT)
023300     ELSE
023400         DISPLAY "HOLDOUT: IGNORING NOTICE PAST FIRST 2000"
023500     END-IF.
023600     PERFORM 1300-READ-HOLD THRU 1300-EXIT.
023700 1400-EXIT.
024100*  2000-CARRY-MASTER.                                          *
024200*    CARRIES ONE MASTER RECORD FORWARD - A STANDING HOLD IS    *
024300*    RELEASED BY A MATCHING OPS TRANSACTION, OR AUTOMATICALLY  *
024400*    WHEN THE ACCOUNT'S OWN CARRIED BALANCE HAS RECOVERED,     *
024500*    ANYTHING STILL HELD GOES ON THE AGING REPORT.             *
024600*****************************************************************
024700 2000-CARRY-MASTER.
025000         PERFORM 2100-APPLY-RELEASE THRU 2100-EXIT
025100             VARYING REL-IDX FROM 1 BY 1
025200             UNTIL REL-IDX > WS-REL-COUNT.
025250     PERFORM 2050-CHECK-RECOVERED THRU 2050-EXIT.
025300     IF CM-HELD AND WS-SHORTFALL-RECOVERED
025400         SET CM-RELEASED TO TRUE
025500         MOVE WS-PROCESS-DATE TO CM-RELEASE-DATE
026500     END-IF.
026600     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
026700 2000-EXIT.
026704     EXIT.
026708
026712*****************************************************************
026717*  2050-CHECK-RECOVERED.                                        *
026721*    A HELD ACCOUNT HAS RECOVERED WHEN ITS CARRYMST BALANCE     *
026725*    IS NO LONGER NEGATIVE.  AN ACCOUNT NOT ON THE MASTER       *
026729*    STAYS HELD UNTIL OPS RELEASE IT.                           *
026733*****************************************************************
026738 2050-CHECK-RECOVERED.
026742     MOVE "N" TO WS-RECOVERED-SW.
026746     IF NOT CM-HELD
026750         GO TO 2050-EXIT
026754     END-IF.
026758     MOVE CM-ACCOUNT TO CY-ACCOUNT.
026763     SET WS-ACCOUNT-ON-FILE TO TRUE.
026767     READ CARRY-MAST
026771         INVALID KEY
026775             MOVE "N" TO WS-ON-FILE-SW
026779     END-READ.
026783     IF WS-ACCOUNT-ON-FILE AND CY-BALANCE NOT < ZERO
026788         SET WS-SHORTFALL-RECOVERED TO TRUE
026792     END-IF.
026796 2050-EXIT.
026800     EXIT.
026900
027000*****************************************************************
030700*  2200-REMEMBER-ACCOUNT.                                      *
030800*****************************************************************
030900 2200-REMEMBER-ACCOUNT.
031000     IF WS-KNOWN-COUNT < 2000
031100         ADD 1 TO WS-KNOWN-COUNT
031200         MOVE CM-ACCOUNT TO WS-KNW-ACCOUNT(WS-KNOWN-COUNT)
031300     ELSE
039600     CLOSE MAST-IN.
039700     CLOSE MAST-OUT.
039800     CLOSE AGE-RPT.
039850     CLOSE CARRY-MAST.
039900 9000-EXIT.
040000     EXIT.
