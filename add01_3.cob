014600*                    RECORDS (KEY SUFFIX "TO") ARE EXEMPT       *
014700*                    FROM THE DAILY-LIMIT DIVERT SO THEIR       *
014800*                    XFRADJ FROM-SIDE CANNOT APPLY ALONE.       *
014805*    2026-10-15  DL  BUDGET AVAILABILITY CHECK - EACH RECORD'S  *
014810*                    SPLIT-CODE VALUES ARE CHECKED THROUGH THE  *
014815*                    SHARED BUDCHK01 ROUTINE AGAINST THE YEAR'S *
014820*                    BUDMAST AMOUNT AND BUDGET YEAR-TO-DATE FOR *
014825*                    EVERY LEDGER/TYPE BUDCTL PUTS UNDER        *
014830*                    CONTROL.  WARN MODE POSTS THE RECORD AND   *
014835*                    LISTS IT ON THE BUDOVRRG REGISTER; BLOCK   *
014840*                    MODE ALSO DIVERTS IT TO ADDEXCP (BUDG).    *
014845*                    THE BUDGET YEAR-TO-DATE IS CARRIED FORWARD *
014850*                    ON BUDYTDI/BUDYTDO LIKE YTDFWD; A          *
014855*                    PARTITIONED STREAM WRITES ONLY ITS DAY FOR *
014860*                    ADDMRG01 TO MERGE.  TRANSFER RECORDS (KEY  *
014865*                    SUFFIX "TO") WARN BUT ARE NEVER BLOCKED.   *
014870*    2026-10-15  DL  DORMANT-ACCOUNT ALERT - THE PREFIXES THE   *
014875*                    MONTHLY DORMSCN1 SCAN FLAGGED ARE LOADED   *
014880*                    FROM DORMACCT, AND A RECORD THAT POSTS TO  *
014885*                    ONE RAISES A DORMPOST ALERT ON ALERTQ      *
014890*                    (THRESHOLD = MONTHS IDLE, ACTUAL = AMOUNT  *
014895*                    POSTED).  THE RECORD STILL POSTS.          *
014900*****************************************************************
015000 ENVIRONMENT DIVISION.
015100 INPUT-OUTPUT SECTION.
019700     SELECT XFR-ADJ ASSIGN TO "XFRADJ"
019800         ORGANIZATION IS SEQUENTIAL.
019900     SELECT LIMIT-RPT ASSIGN TO "ADDLIMRP"
019933         ORGANIZATION IS SEQUENTIAL.
019967     SELECT DORM-ACCT ASSIGN TO "DORMACCT"
020000         ORGANIZATION IS SEQUENTIAL.
020100
020200 DATA DIVISION.
027300 FD  ALERT-Q.
027400     COPY DLALERT.
027500
027525 FD  DORM-ACCT.
027550     COPY DLDORMAC.
027575
027600 WORKING-STORAGE SECTION.
027700 01  WS-SWITCHES.
027800     05  WS-EOF-SW            PIC X(01) VALUE "N".
031700         88  WS-DRQ-EOF            VALUE "Y".
031800     05  WS-XADJ-EOF-SW       PIC X(01) VALUE "N".
031900         88  WS-XADJ-EOF           VALUE "Y".
031920     05  WS-BUDGET-ERROR-SW   PIC X(01) VALUE "N".
031940         88  WS-BUDGET-ERROR       VALUE "Y".
031960     05  WS-DORM-EOF-SW       PIC X(01) VALUE "N".
031980         88  WS-DORM-EOF           VALUE "Y".
032000
032100 01  WS-COUNTERS.
032200     05  WS-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
033800 01  WS-ALERT-MAX-COUNT       PIC 9(05) VALUE ZERO.
033900 01  WS-ALERT-MAX-AMOUNT      PIC 9(09)V9(02) VALUE ZERO.
034000 01  WS-ALERT-EXC-AMOUNT      PIC S9(09)V9(02) VALUE ZERO.
034010 01  WS-DORM-POST-COUNT       PIC 9(05) VALUE ZERO.
034020 01  WS-DORM-COUNT            PIC 9(04) VALUE ZERO.
034030 01  DRM-IDX                  PIC 9(04) VALUE ZERO.
034040 01  DRM-SUB                  PIC 9(04) VALUE ZERO.
034050 01  WS-DORM-TABLE.
034060     05  WS-DORM-ENTRY OCCURS 1 TO 3000 TIMES
034070             DEPENDING ON WS-DORM-COUNT.
034080         10  WS-DRM-PREFIX    PIC X(06).
034090         10  WS-DRM-MONTHS    PIC 9(03).
034100 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
034200 01  WS-START-TIME            PIC 9(08) VALUE ZERO.
034300 01  WS-START-TIME-R REDEFINES WS-START-TIME.
042900             DEPENDING ON WS-MODE-COUNT.
043000         10  WS-MODE-LEDGER   PIC X(04).
043100         10  WS-MODE-VALUE    PIC X(01).
043133
043167     COPY DLBUDCHK.
043200
043300 PROCEDURE DIVISION.
043400*****************************************************************
057000     PERFORM 1090-LOAD-PERIODS THRU 1090-EXIT.
057100     PERFORM 1085-LOAD-ROUND-MODES THRU 1085-EXIT.
057200     PERFORM 1088-LOAD-LIMIT-PARM THRU 1088-EXIT.
057233     PERFORM 1087-LOAD-BUDGET-CHECK THRU 1087-EXIT.
057267     PERFORM 1093-LOAD-DORMANT THRU 1093-EXIT.
057300     IF NOT WS-PARTITIONED
057400         PERFORM 1089-LOAD-TRANSFER-ADJ THRU 1089-EXIT
057500     END-IF.
077400     EXIT.
077500
077600*****************************************************************
077607*  1087-LOAD-BUDGET-CHECK.                                      *
077613*    LOADS THE SHARED BUDCHK01 ROUTINE WITH THE BUDCTL MODES,   *
077620*    THE YEAR'S BUDMAST AMOUNTS, AND THE BUDYTDI CARRY-FORWARD  *
077627*    FOR THE PROCESS DATE'S YEAR.                               *
077633*****************************************************************
077640 1087-LOAD-BUDGET-CHECK.
077647     MOVE "L"             TO BA-FUNCTION.
077653     MOVE "ADD01"         TO BA-PROGRAM.
077660     MOVE WS-PROCESS-DATE TO BA-RUN-DATE.
077667     CALL "BUDCHK01" USING BA-BUDGET-CHECK.
077673 1087-EXIT.
077680     EXIT.
077687
077693*****************************************************************
077700*  1088-LOAD-LIMIT-PARM.                                        *
077800*    READS THE NEAR-LIMIT WARNING PERCENTAGE - THE EIGHTY       *
077900*    PERCENT DEFAULT STANDS ON AN EMPTY OR MISSING FILE.        *
085500         MOVE XADJ-SUB TO XADJ-IDX
085600     END-IF.
085700 1092-EXIT.
085703     EXIT.
085706
085709*****************************************************************
085712*  1093-LOAD-DORMANT.                                           *
085715*    LOADS THE ACCOUNT PREFIXES THE MONTHLY DORMANT SCAN        *
085718*    FLAGGED.  AN EMPTY DORMACCT LEAVES THE ALERT IDLE.         *
085721*****************************************************************
085724 1093-LOAD-DORMANT.
085726     OPEN INPUT DORM-ACCT.
085729     PERFORM 1094-LOAD-ONE-DORMANT THRU 1094-EXIT
085732         UNTIL WS-DORM-EOF.
085735     CLOSE DORM-ACCT.
085738 1093-EXIT.
085741     EXIT.
085744
085747*****************************************************************
085750*  1094-LOAD-ONE-DORMANT.                                       *
085753*****************************************************************
085756 1094-LOAD-ONE-DORMANT.
085759     READ DORM-ACCT
085762         AT END
085765             SET WS-DORM-EOF TO TRUE
085768             GO TO 1094-EXIT
085771     END-READ.
085774     IF WS-DORM-COUNT < 3000
085776         ADD 1 TO WS-DORM-COUNT
085779         MOVE DA-KEY-PREFIX  TO WS-DRM-PREFIX(WS-DORM-COUNT)
085782         MOVE DA-IDLE-MONTHS TO WS-DRM-MONTHS(WS-DORM-COUNT)
085785     ELSE
085788         DISPLAY "ADD01 - DORMANT TABLE FULL, " DA-KEY-PREFIX
085791             " NOT WATCHED"
085794     END-IF.
085797 1094-EXIT.
085800     EXIT.
085900
086000*****************************************************************
095900     IF WS-ACCT-ERROR
096000         PERFORM 2086-WRITE-ACCOUNT-EXCEPTION THRU 2086-EXIT
096100     ELSE
096120     PERFORM 2056-CHECK-BUDGET THRU 2056-EXIT
096140     IF WS-BUDGET-ERROR
096160         PERFORM 2087-WRITE-BUDGET-EXCEPTION THRU 2087-EXIT
096180     ELSE
096200         MOVE B-CODE3 TO WS-AUD-BEFORE
096300
096400         ADD 1111 2222 TO B-CODE1 B-CODE2
099100             ADD B-CODE1 TO WS-LED-CODE1(LED-IDX)
099200             ADD B-CODE2 TO WS-LED-CODE2(LED-IDX)
099300             ADD B-CODE3 TO WS-LED-CODE3(LED-IDX)
099333             MOVE "P" TO BA-FUNCTION
099367             CALL "BUDCHK01" USING BA-BUDGET-CHECK
099400             IF CT-TRANS-DATE > ZERO
099500                     AND CT-TRANS-DATE < WS-PROCESS-DATE
099600                 PERFORM 2090-WRITE-BACKDATED THRU 2090-EXIT
099700             END-IF
099750             PERFORM 2095-CHECK-DORMANT THRU 2095-EXIT
099800             END-IF
099900             END-IF
100000         END-IF
100100
100200         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
100250     END-IF
100300     END-IF
100400     END-IF
100500     END-IF.
114500     EXIT.
114600
114700*****************************************************************
114702*  2056-CHECK-BUDGET.                                           *
114704*    HANDS THE RECORD'S SPLIT-CODE VALUES, AS THEY ARRIVED AND  *
114705*    BEFORE THE ADDS, TO BUDCHK01.  A CODE VALUE THAT WOULD     *
114707*    PASS ITS BUDGET UNDER BLOCK CONTROL RAISES WS-BUDGET-      *
114709*    ERROR; UNDER WARN CONTROL THE ROUTINE ONLY LISTS IT ON     *
114711*    THE REGISTER.  A TRANSFER RECORD (KEY SUFFIX "TO") IS      *
114712*    MARKED EXEMPT FROM THE BLOCK FOR THE SAME REASON IT IS     *
114714*    EXEMPT FROM THE DAILY-LIMIT DIVERT.                        *
114716*****************************************************************
114718 2056-CHECK-BUDGET.
114720     MOVE "N" TO WS-BUDGET-ERROR-SW.
114721     MOVE "C"            TO BA-FUNCTION.
114723     MOVE CT-TRANS-KEY   TO BA-TRANS-KEY.
114725     MOVE CT-LEDGER-CODE TO BA-LEDGER-CODE.
114727     MOVE B-CODE1        TO BA-CODE-VALUE(1).
114729     MOVE B-CODE2        TO BA-CODE-VALUE(2).
114730     MOVE B-CODE3        TO BA-CODE-VALUE(3).
114732     IF CT-TRANS-KEY(11:2) = "TO"
114734         MOVE "Y" TO BA-EXEMPT-SW
114736     ELSE
114738         MOVE "N" TO BA-EXEMPT-SW
114739     END-IF.
114741     CALL "BUDCHK01" USING BA-BUDGET-CHECK.
114743     IF BA-OVER-BLOCKED
114745         SET WS-BUDGET-ERROR TO TRUE
114746     END-IF.
114748 2056-EXIT.
114750     EXIT.
114752
114754*****************************************************************
114755*  2087-WRITE-BUDGET-EXCEPTION.                                 *
114757*    THE RECORD WOULD PUSH A CODE VALUE UNDER BLOCK CONTROL     *
114759*    PAST ITS BUDGET - DIVERTED WITH ITS OWN REASON CODE        *
114761*    INSTEAD OF POSTING.  ITS REGISTER LINE IS ALREADY CUT.     *
114762*****************************************************************
114764 2087-WRITE-BUDGET-EXCEPTION.
114766     ADD 1 TO WS-EXCEPTION-COUNT.
114768     MOVE "ADD01"      TO DL-EXC-PROGRAM.
114770     MOVE CT-TRANS-KEY TO DL-EXC-KEY.
114771     MOVE "BUDG"       TO DL-EXC-REASON-CODE.
114773     MOVE "BUDGET - YTD WOULD EXCEED BUDMAST AMOUNT" TO
114775         DL-EXC-REASON-TEXT.
114777     MOVE B-CODE3      TO DL-EXC-AMOUNT.
114779     MOVE WS-PROCESS-DATE TO DL-EXC-DATE.
114780     MOVE ZERO         TO DL-EXC-TIME.
114782     MOVE WS-RUN-NUMBER TO DL-EXC-RUN-NUMBER.
114784     SET DL-EXC-NOT-RESUBMITTED TO TRUE.
114786     WRITE DL-EXCP-REC.
114788     MOVE 4 TO RETURN-CODE.
114789     MOVE DL-EXC-AMOUNT TO WS-ALERT-EXC-AMOUNT.
114791     PERFORM 0400-CHECK-EXC-ALERTS THRU 0400-EXIT.
114793 2087-EXIT.
114795     EXIT.
114796
114798*****************************************************************
114800*  2060-CHECK-PERIOD.                                           *
114900*    LOOKS THE TRANSACTION'S PERIOD (YYYYMM OF CT-TRANS-DATE)   *
115000*    UP ON THE PERIOD TABLE.  A PERIOD LISTED CLOSED DIVERTS    *
126900     MOVE A-CODE1         TO BK-CODE-VALUE.
127000     WRITE BK-REPORT-LINE.
127100 2090-EXIT.
127103     EXIT.
127105
127108*****************************************************************
127110*  2095-CHECK-DORMANT.                                          *
127113*    A RECORD JUST POSTED TO AN ACCOUNT THE MONTHLY SCAN        *
127115*    FLAGGED DORMANT RAISES A DORMPOST ALERT - A LONG-IDLE      *
127118*    ACCOUNT THAT SUDDENLY POSTS IS WORTH A LOOK TONIGHT.       *
127121*****************************************************************
127123 2095-CHECK-DORMANT.
127126     IF WS-DORM-COUNT = ZERO
127128         GO TO 2095-EXIT
127131     END-IF.
127133     MOVE ZERO TO DRM-IDX.
127136     PERFORM 2096-MATCH-ONE-DORMANT THRU 2096-EXIT
127138         VARYING DRM-SUB FROM 1 BY 1
127141         UNTIL DRM-SUB > WS-DORM-COUNT
127144            OR DRM-IDX > ZERO.
127146     IF DRM-IDX = ZERO
127149         GO TO 2095-EXIT
127151     END-IF.
127154     ADD 1 TO WS-DORM-POST-COUNT.
127156     DISPLAY "ADD01 - POSTING TO DORMANT ACCOUNT "
127159         CT-TRANS-KEY(1:6) " KEY " CT-TRANS-KEY.
127162     MOVE "DORMPOST" TO AL-ALERT-TYPE.
127164     MOVE WS-DRM-MONTHS(DRM-IDX) TO AL-THRESHOLD.
127167     COMPUTE AL-ACTUAL = WS-AUD-AFTER - WS-AUD-BEFORE.
127169     PERFORM 0450-WRITE-ALERT THRU 0450-EXIT.
127172 2095-EXIT.
127174     EXIT.
127177
127179*****************************************************************
127182*  2096-MATCH-ONE-DORMANT.                                      *
127185*****************************************************************
127187 2096-MATCH-ONE-DORMANT.
127190     IF WS-DRM-PREFIX(DRM-SUB) = CT-TRANS-KEY(1:6)
127192         MOVE DRM-SUB TO DRM-IDX
127195     END-IF.
127197 2096-EXIT.
127200     EXIT.
127300
127400*****************************************************************
142600             VARYING LED-IDX FROM 1 BY 1
142700             UNTIL LED-IDX > WS-LEDGER-COUNT
142800         CLOSE YTD-OUT
142805     END-IF.
142810     MOVE "F" TO BA-FUNCTION.
142815     IF WS-RUN-DRAINED
142820         SET BA-YTD-OUT-NONE TO TRUE
142825     ELSE
142830         IF WS-PARTITIONED
142835             SET BA-YTD-OUT-DAY TO TRUE
142840         ELSE
142845             SET BA-YTD-OUT-FULL TO TRUE
142850         END-IF
142855     END-IF.
142860     CALL "BUDCHK01" USING BA-BUDGET-CHECK.
142865     IF BA-WARN-COUNT > ZERO OR BA-BLOCK-COUNT > ZERO
142870         DISPLAY "ADD01 - OVER-BUDGET WARNINGS: " BA-WARN-COUNT
142875             " BLOCKS: " BA-BLOCK-COUNT
142880     END-IF.
142885     IF WS-DORM-POST-COUNT > ZERO
142890         DISPLAY "ADD01 - POSTINGS TO DORMANT ACCOUNTS: "
142895             WS-DORM-POST-COUNT
142900     END-IF.
143000     OPEN OUTPUT LIMIT-RPT.
143100     PERFORM 3300-WARN-ONE-ACCOUNT THRU 3300-EXIT
