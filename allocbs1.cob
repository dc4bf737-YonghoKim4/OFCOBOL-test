000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     ALLOCBS1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    ALLOCATION BASE BUILDER, RUN AHEAD OF DIVALLOC.  EACH     *
001300*    ALLOCDRV BASE-DRIVER DEFINITION NAMES WHERE ONE POOL      *
001400*    CENTER'S BASE COMES FROM - THE SUBLMAST BALANCE OVER A    *
001500*    CODE-VALUE RANGE, THE DAY'S SUBLPST1 POSTING ACTIVITY     *
001600*    OVER THE RANGE (FROM THE SUBLAUD IMAGES), OR A MONTHLY    *
001700*    STATISTIC (HEADCOUNT, SQUARE FOOTAGE) FROM ALLOCSTA - AND *
001800*    THIS STEP WRITES THE ALLOCDTL DETAIL RECORD FROM IT, SO   *
001900*    NO BASE IS RE-KEYED BY HAND.  THE ALLOCDRP DRIVER REPORT  *
002000*    SHOWS EVERY CENTER'S SOURCE AND SOURCE VALUE SO THE       *
002100*    AUDITORS CAN TRACE EACH BASE.  A DRIVER THAT CANNOT BE    *
002200*    RESOLVED IS REPORTED, WRITES NO DETAIL, AND SETS RC 4.    *
002300*                                                              *
002400*  MODIFICATION HISTORY.                                       *
002500*    2026-10-15  DL  ORIGINAL ALLOCATION BASE BUILDER.         *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RUN-CTL ASSIGN TO "RUNCTL"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT ALLOC-DRV ASSIGN TO "ALLOCDRV"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT ALLOC-STAT ASSIGN TO "ALLOCSTA"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT SUBL-MAST ASSIGN TO "SUBLMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SL-CODE-KEY.
004000     SELECT SUBL-AUDIT ASSIGN TO "SUBLAUD"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT ALLOC-DTL ASSIGN TO "ALLOCDTL"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT DRV-RPT ASSIGN TO "ALLOCDRP"
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RUN-CTL.
005000     COPY DLRUNCTL.
005100
005200 FD  ALLOC-DRV.
005300     COPY DLALLODV.
005400
005500 FD  ALLOC-STAT.
005600     COPY DLALLOST.
005700
005800 FD  SUBL-MAST.
005900     COPY DLSUBLMS.
006000
006100 FD  SUBL-AUDIT.
006200     COPY DLAUDIT.
006300
006400 FD  ALLOC-DTL.
006500     COPY DLALLODT.
006600
006700 FD  DRV-RPT.
006800 01  DP-PRINT-LINE            PIC X(132).
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-SWITCHES.
007200     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
007300         88  WS-CTL-EOF            VALUE "Y".
007400     05  WS-DRV-EOF-SW        PIC X(01) VALUE "N".
007500         88  WS-DRV-EOF            VALUE "Y".
007600     05  WS-STAT-EOF-SW       PIC X(01) VALUE "N".
007700         88  WS-STAT-EOF           VALUE "Y".
007800     05  WS-AUD-EOF-SW        PIC X(01) VALUE "N".
007900         88  WS-AUD-EOF            VALUE "Y".
008000     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
008100         88  WS-MAST-EOF           VALUE "Y".
008200     05  WS-DRIVER-SW         PIC X(01) VALUE "Y".
008300         88  WS-DRIVER-OK          VALUE "Y".
008400         88  WS-DRIVER-BAD         VALUE "B".
008500         88  WS-DRIVER-NO-STAT     VALUE "S".
008600         88  WS-DRIVER-TOO-BIG     VALUE "O".
008700
008800 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
008900 01  WS-RUN-PERIOD            PIC 9(06) VALUE ZERO.
009000 01  WS-SOURCE-VALUE          PIC S9(13)V9(02) VALUE ZERO.
009100 01  WS-FIND-CENTER           PIC X(04) VALUE SPACES.
009200 01  WS-FIND-STAT             PIC X(04) VALUE SPACES.
009300 01  WS-AUD-TYPE              PIC X(01) VALUE SPACE.
009400 01  WS-AUD-VALUE             PIC 9(04) VALUE ZERO.
009500 01  TYPE-IDX                 PIC 9(01) VALUE ZERO.
009600 01  VAL-SUB                  PIC 9(05) COMP VALUE ZERO.
009700 01  VAL-IDX                  PIC 9(05) COMP VALUE ZERO.
009800 01  WS-DRIVER-COUNT          PIC 9(07) COMP VALUE ZERO.
009900 01  WS-WRITTEN-COUNT         PIC 9(07) COMP VALUE ZERO.
010000 01  WS-ERROR-COUNT           PIC 9(07) COMP VALUE ZERO.
010100
010200 01  WS-ACTIVITY-TABLE.
010300     05  WS-ACT-TYPE OCCURS 3 TIMES.
010400         10  WS-ACT-MOVEMENT OCCURS 10000 TIMES
010500                              PIC S9(13)V9(02) COMP-3.
010600
010700 01  WS-STAT-COUNT            PIC 9(04) VALUE ZERO.
010800 01  STAT-IDX                 PIC 9(04) VALUE ZERO.
010900 01  STAT-SUB                 PIC 9(04) VALUE ZERO.
011000 01  WS-STAT-TABLE.
011100     05  WS-ST-ENTRY OCCURS 1 TO 2000 TIMES
011200             DEPENDING ON WS-STAT-COUNT.
011300         10  WS-ST-CENTER     PIC X(04).
011400         10  WS-ST-CODE       PIC X(04).
011500         10  WS-ST-PERIOD     PIC 9(06).
011600         10  WS-ST-QUANTITY   PIC 9(09)V9(02).
011700
011800 01  WS-RPT-HEADER.
011900     05  FILLER               PIC X(33) VALUE
012000         "ALLOCATION BASE DRIVERS RUN DATE ".
012100     05  WS-HDR-DATE          PIC 9(08).
012200
012300 01  WS-RPT-COLUMNS.
012400     05  FILLER               PIC X(50) VALUE
012500         "POOL CNTR SRC  SOURCE DETAIL                      ".
012600     05  FILLER               PIC X(37) VALUE
012700         "      SOURCE VALUE   BASE AMOUNT NOTE".
012800
012900 01  WS-RPT-DETAIL.
013000     05  WS-DET-POOL          PIC X(04).
013100     05  FILLER               PIC X(01) VALUE SPACE.
013200     05  WS-DET-CENTER        PIC X(04).
013300     05  FILLER               PIC X(01) VALUE SPACE.
013400     05  WS-DET-SOURCE        PIC X(04).
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  WS-DET-TEXT          PIC X(35).
013700     05  FILLER               PIC X(01) VALUE SPACE.
013800     05  WS-DET-VALUE         PIC -(13)9.99.
013900     05  FILLER               PIC X(01) VALUE SPACE.
014000     05  WS-DET-BASE          PIC -(9)9.99.
014100     05  FILLER               PIC X(01) VALUE SPACE.
014200     05  WS-DET-NOTE          PIC X(30).
014300
014400 01  WS-RANGE-TEXT.
014500     05  FILLER               PIC X(05) VALUE "TYPE ".
014600     05  WS-RT-TYPE           PIC X(01).
014700     05  FILLER               PIC X(08) VALUE " VALUES ".
014800     05  WS-RT-LOW            PIC 9(04).
014900     05  FILLER               PIC X(01) VALUE "-".
015000     05  WS-RT-HIGH           PIC 9(04).
015100
015200 01  WS-STAT-TEXT.
015300     05  FILLER               PIC X(05) VALUE "STAT ".
015400     05  WS-SX-CODE           PIC X(04).
015500     05  FILLER               PIC X(08) VALUE " PERIOD ".
015600     05  WS-SX-PERIOD         PIC 9(06).
015700
015800 01  WS-RPT-TOTAL.
015900     05  FILLER               PIC X(09) VALUE "DRIVERS  ".
016000     05  WS-TOT-DRIVERS       PIC ZZZZZZ9.
016100     05  FILLER               PIC X(10) VALUE "  WRITTEN ".
016200     05  WS-TOT-WRITTEN       PIC ZZZZZZ9.
016300     05  FILLER               PIC X(13) VALUE "  UNRESOLVED ".
016400     05  WS-TOT-ERRORS        PIC ZZZZZZ9.
016500
016600 PROCEDURE DIVISION.
016700*****************************************************************
016800*  0000-MAINLINE.                                              *
016900*****************************************************************
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 2000-BUILD-ONE-DETAIL THRU 2000-EXIT
017300         UNTIL WS-DRV-EOF.
017400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
017500     STOP RUN.
017600
017700*****************************************************************
017800*  1000-INITIALIZE.                                            *
017900*    TAKES THE RUNCTL BUSINESS DATE AS THE RUN DATE, LOADS THE *
018000*    STATISTICS AND THE DAY'S SUBLEDGER MOVEMENTS, AND OPENS   *
018100*    THE DRIVERS.                                              *
018200*****************************************************************
018300 1000-INITIALIZE.
018400     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
018500     OPEN INPUT RUN-CTL.
018600     READ RUN-CTL
018700         AT END
018800             SET WS-CTL-EOF TO TRUE
018900     END-READ.
019000     IF NOT WS-CTL-EOF
019100         MOVE BD-BUSINESS-DATE TO WS-PROCESS-DATE
019200     END-IF.
019300     CLOSE RUN-CTL.
019400     MOVE WS-PROCESS-DATE(1:6) TO WS-RUN-PERIOD.
019500     PERFORM 1100-LOAD-STATISTICS THRU 1100-EXIT.
019600     PERFORM 1300-LOAD-ACTIVITY THRU 1300-EXIT.
019700     OPEN INPUT SUBL-MAST.
019800     OPEN INPUT ALLOC-DRV.
019900     OPEN OUTPUT ALLOC-DTL.
020000     OPEN OUTPUT DRV-RPT.
020100     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
020200     WRITE DP-PRINT-LINE FROM WS-RPT-HEADER.
020300     WRITE DP-PRINT-LINE FROM WS-RPT-COLUMNS.
020400     READ ALLOC-DRV
020500         AT END
020600             SET WS-DRV-EOF TO TRUE
020700     END-READ.
020800 1000-EXIT.
020900     EXIT.
021000
021100*****************************************************************
021200*  1100-LOAD-STATISTICS.                                       *
021300*    KEEPS ONE ENTRY PER CENTER AND STATISTIC - THE LATEST     *
021400*    MONTH NOT AFTER THE RUN MONTH.  A FUTURE MONTH KEYED      *
021500*    EARLY IS IGNORED UNTIL ITS MONTH ARRIVES.                 *
021600*****************************************************************
021700 1100-LOAD-STATISTICS.
021800     OPEN INPUT ALLOC-STAT.
021900     READ ALLOC-STAT
022000         AT END
022100             SET WS-STAT-EOF TO TRUE
022200     END-READ.
022300     PERFORM 1200-LOAD-ONE-STATISTIC THRU 1200-EXIT
022400         UNTIL WS-STAT-EOF.
022500     CLOSE ALLOC-STAT.
022600 1100-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*  1200-LOAD-ONE-STATISTIC.                                    *
023100*****************************************************************
023200 1200-LOAD-ONE-STATISTIC.
023300     IF DZ-PERIOD NOT > WS-RUN-PERIOD
023400         PERFORM 1250-KEEP-ONE-STATISTIC THRU 1250-EXIT
023500     END-IF.
023600     READ ALLOC-STAT
023700         AT END
023800             SET WS-STAT-EOF TO TRUE
023900     END-READ.
024000 1200-EXIT.
024100     EXIT.
024200
024300*****************************************************************
024400*  1250-KEEP-ONE-STATISTIC.                                    *
024500*****************************************************************
024600 1250-KEEP-ONE-STATISTIC.
024700     MOVE DZ-CENTER-CODE TO WS-FIND-CENTER.
024800     MOVE DZ-STAT-CODE   TO WS-FIND-STAT.
024900     PERFORM 8000-FIND-STATISTIC THRU 8000-EXIT.
025000     IF STAT-IDX = ZERO
025100         IF WS-STAT-COUNT < 2000
025200             ADD 1 TO WS-STAT-COUNT
025300             MOVE WS-STAT-COUNT TO STAT-IDX
025400             MOVE DZ-CENTER-CODE TO WS-ST-CENTER(STAT-IDX)
025500             MOVE DZ-STAT-CODE   TO WS-ST-CODE(STAT-IDX)
025600             MOVE ZERO           TO WS-ST-PERIOD(STAT-IDX)
025700         ELSE
025800             DISPLAY "ALLOCSTA: IGNORING STATISTIC PAST 2000"
025900             GO TO 1250-EXIT
026000         END-IF
026100     END-IF.
026200     IF DZ-PERIOD >= WS-ST-PERIOD(STAT-IDX)
026300         MOVE DZ-PERIOD   TO WS-ST-PERIOD(STAT-IDX)
026400         MOVE DZ-QUANTITY TO WS-ST-QUANTITY(STAT-IDX)
026500     END-IF.
026600 1250-EXIT.
026700     EXIT.
026800
026900*****************************************************************
027000*  1300-LOAD-ACTIVITY.                                         *
027100*    SUMS THE DAY'S SUBLPST1 POSTING IMAGES (AFTER LESS        *
027200*    BEFORE) INTO ONE MOVEMENT PER CODE TYPE AND VALUE - THE   *
027300*    SAME MOVEMENTS TRIALBL1 PROVES THE DAY WITH.               *
027400*****************************************************************
027500 1300-LOAD-ACTIVITY.
027600     INITIALIZE WS-ACTIVITY-TABLE.
027700     OPEN INPUT SUBL-AUDIT.
027800     READ SUBL-AUDIT
027900         AT END
028000             SET WS-AUD-EOF TO TRUE
028100     END-READ.
028200     PERFORM 1400-LOAD-ONE-MOVEMENT THRU 1400-EXIT
028300         UNTIL WS-AUD-EOF.
028400     CLOSE SUBL-AUDIT.
028500 1300-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900*  1400-LOAD-ONE-MOVEMENT.                                     *
029000*****************************************************************
029100 1400-LOAD-ONE-MOVEMENT.
029200     IF DL-AUD-PROGRAM = "SUBLPST1"
029300             AND DL-AUD-DATE = WS-PROCESS-DATE
029400         MOVE DL-AUD-KEY(1:1) TO WS-AUD-TYPE
029500         IF WS-AUD-TYPE >= "1"
029600                 AND WS-AUD-TYPE <= "3"
029700                 AND DL-AUD-KEY(2:4) IS NUMERIC
029800             MOVE WS-AUD-TYPE     TO TYPE-IDX
029900             MOVE DL-AUD-KEY(2:4) TO WS-AUD-VALUE
030000             COMPUTE VAL-IDX = WS-AUD-VALUE + 1
030100             COMPUTE WS-ACT-MOVEMENT(TYPE-IDX, VAL-IDX) =
030200                 WS-ACT-MOVEMENT(TYPE-IDX, VAL-IDX)
030300                 + DL-AUD-AFTER-VALUE - DL-AUD-BEFORE-VALUE
030400         END-IF
030500     END-IF.
030600     READ SUBL-AUDIT
030700         AT END
030800             SET WS-AUD-EOF TO TRUE
030900     END-READ.
031000 1400-EXIT.
031100     EXIT.
031200
031300*****************************************************************
031400*  2000-BUILD-ONE-DETAIL.                                      *
031500*    RESOLVES ONE DRIVER TO ITS SOURCE VALUE, WRITES THE       *
031600*    DETAIL RECORD, AND PRINTS THE DRIVER LINE EITHER WAY.     *
031700*****************************************************************
031800 2000-BUILD-ONE-DETAIL.
031900     ADD 1 TO WS-DRIVER-COUNT.
032000     SET WS-DRIVER-OK TO TRUE.
032100     MOVE ZERO TO WS-SOURCE-VALUE.
032200     MOVE SPACES TO WS-DET-TEXT.
032300     MOVE SPACES TO WS-DET-NOTE.
032400     IF NOT DV-SOURCE-STATISTIC
032500         IF DV-CODE-TYPE < "1" OR DV-CODE-TYPE > "3"
032600                 OR DV-CODE-LOW > DV-CODE-HIGH
032700             SET WS-DRIVER-BAD TO TRUE
032800         END-IF
032900         MOVE DV-CODE-TYPE TO WS-RT-TYPE
033000         MOVE DV-CODE-LOW  TO WS-RT-LOW
033100         MOVE DV-CODE-HIGH TO WS-RT-HIGH
033200         MOVE WS-RANGE-TEXT TO WS-DET-TEXT
033300     END-IF.
033400     EVALUATE TRUE
033500         WHEN NOT WS-DRIVER-OK
033600             CONTINUE
033700         WHEN DV-SOURCE-BALANCE
033800             MOVE "BAL " TO WS-DET-SOURCE
033900             PERFORM 3000-SUM-BALANCES THRU 3000-EXIT
034000         WHEN DV-SOURCE-ACTIVITY
034100             MOVE "ACT " TO WS-DET-SOURCE
034200             MOVE DV-CODE-TYPE TO TYPE-IDX
034300             PERFORM 3200-ADD-ONE-MOVEMENT THRU 3200-EXIT
034400                 VARYING VAL-SUB FROM DV-CODE-LOW BY 1
034500                 UNTIL VAL-SUB > DV-CODE-HIGH
034600         WHEN DV-SOURCE-STATISTIC
034700             MOVE "STAT" TO WS-DET-SOURCE
034800             PERFORM 3300-TAKE-STATISTIC THRU 3300-EXIT
034900         WHEN OTHER
035000             SET WS-DRIVER-BAD TO TRUE
035100     END-EVALUATE.
035200     IF WS-DRIVER-BAD
035300         MOVE DV-SOURCE TO WS-DET-SOURCE
035400     END-IF.
035500     IF WS-DRIVER-OK
035600         MOVE DV-POOL-ID     TO AD-POOL-ID
035700         MOVE DV-CENTER-CODE TO AD-CENTER-CODE
035800         MOVE DV-PERCENT     TO AD-PERCENT
035900         COMPUTE AD-BASE-AMOUNT = WS-SOURCE-VALUE
036000             ON SIZE ERROR
036100                 SET WS-DRIVER-TOO-BIG TO TRUE
036200         END-COMPUTE
036300     END-IF.
036400     IF WS-DRIVER-OK
036500         WRITE AD-DETAIL-REC
036600         ADD 1 TO WS-WRITTEN-COUNT
036700         MOVE AD-BASE-AMOUNT TO WS-DET-BASE
036800     ELSE
036900         PERFORM 8100-SET-ERROR-NOTE THRU 8100-EXIT
037000         MOVE ZERO TO WS-DET-BASE
037100         ADD 1 TO WS-ERROR-COUNT
037200         MOVE 4 TO RETURN-CODE
037300     END-IF.
037400     MOVE DV-POOL-ID      TO WS-DET-POOL.
037500     MOVE DV-CENTER-CODE  TO WS-DET-CENTER.
037600     MOVE WS-SOURCE-VALUE TO WS-DET-VALUE.
037700     WRITE DP-PRINT-LINE FROM WS-RPT-DETAIL.
037800     READ ALLOC-DRV
037900         AT END
038000             SET WS-DRV-EOF TO TRUE
038100     END-READ.
038200 2000-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*  3000-SUM-BALANCES.                                          *
038700*    POSITIONS ON THE FIRST MASTER RECORD OF THE RANGE AND     *
038800*    READS FORWARD WHILE THE CODE TYPE HOLDS AND THE VALUE IS  *
038900*    NOT PAST THE TOP OF THE RANGE.                            *
039000*****************************************************************
039100 3000-SUM-BALANCES.
039200     MOVE "N" TO WS-MAST-EOF-SW.
039300     MOVE DV-CODE-TYPE TO SL-CODE-TYPE.
039400     MOVE DV-CODE-LOW  TO SL-CODE-VALUE.
039500     START SUBL-MAST KEY NOT < SL-CODE-KEY
039600         INVALID KEY
039700             SET WS-MAST-EOF TO TRUE
039800     END-START.
039900     PERFORM 3100-ADD-ONE-BALANCE THRU 3100-EXIT
040000         UNTIL WS-MAST-EOF.
040100 3000-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*  3100-ADD-ONE-BALANCE.                                       *
040600*****************************************************************
040700 3100-ADD-ONE-BALANCE.
040800     READ SUBL-MAST NEXT
040900         AT END
041000             SET WS-MAST-EOF TO TRUE
041100             GO TO 3100-EXIT
041200     END-READ.
041300     IF SL-CODE-TYPE NOT = DV-CODE-TYPE
041400             OR SL-CODE-VALUE > DV-CODE-HIGH
041500         SET WS-MAST-EOF TO TRUE
041600         GO TO 3100-EXIT
041700     END-IF.
041800     ADD SL-BALANCE TO WS-SOURCE-VALUE.
041900 3100-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300*  3200-ADD-ONE-MOVEMENT.                                      *
042400*****************************************************************
042500 3200-ADD-ONE-MOVEMENT.
042600     COMPUTE VAL-IDX = VAL-SUB + 1.
042700     ADD WS-ACT-MOVEMENT(TYPE-IDX, VAL-IDX) TO WS-SOURCE-VALUE.
042800 3200-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200*  3300-TAKE-STATISTIC.                                        *
043300*****************************************************************
043400 3300-TAKE-STATISTIC.
043500     MOVE DV-CENTER-CODE TO WS-FIND-CENTER.
043600     MOVE DV-STAT-CODE   TO WS-FIND-STAT.
043700     PERFORM 8000-FIND-STATISTIC THRU 8000-EXIT.
043800     MOVE DV-STAT-CODE TO WS-SX-CODE.
043900     IF STAT-IDX = ZERO
044000         MOVE ZERO TO WS-SX-PERIOD
044100         SET WS-DRIVER-NO-STAT TO TRUE
044200     ELSE
044300         MOVE WS-ST-PERIOD(STAT-IDX)   TO WS-SX-PERIOD
044400         MOVE WS-ST-QUANTITY(STAT-IDX) TO WS-SOURCE-VALUE
044500         IF WS-ST-PERIOD(STAT-IDX) < WS-RUN-PERIOD
044600             MOVE "PRIOR MONTH'S FIGURE" TO WS-DET-NOTE
044700         END-IF
044800     END-IF.
044900     MOVE WS-STAT-TEXT TO WS-DET-TEXT.
045000 3300-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*  8000-FIND-STATISTIC.                                        *
045500*    LOOKS UP WS-FIND-CENTER/WS-FIND-STAT ON THE STATISTICS    *
045600*    TABLE; STAT-IDX IS ZERO WHEN IT IS NOT THERE.             *
045700*****************************************************************
045800 8000-FIND-STATISTIC.
045900     MOVE ZERO TO STAT-IDX.
046000     PERFORM 8050-MATCH-ONE-STATISTIC THRU 8050-EXIT
046100         VARYING STAT-SUB FROM 1 BY 1
046200         UNTIL STAT-SUB > WS-STAT-COUNT
046300            OR STAT-IDX > ZERO.
046400 8000-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800*  8050-MATCH-ONE-STATISTIC.                                   *
046900*****************************************************************
047000 8050-MATCH-ONE-STATISTIC.
047100     IF WS-ST-CENTER(STAT-SUB) = WS-FIND-CENTER
047200             AND WS-ST-CODE(STAT-SUB) = WS-FIND-STAT
047300         MOVE STAT-SUB TO STAT-IDX
047400     END-IF.
047500 8050-EXIT.
047600     EXIT.
047700
047800*****************************************************************
047900*  8100-SET-ERROR-NOTE.                                        *
048000*****************************************************************
048100 8100-SET-ERROR-NOTE.
048200     EVALUATE TRUE
048300         WHEN WS-DRIVER-NO-STAT
048400             MOVE "NO STATISTIC - NOT WRITTEN" TO WS-DET-NOTE
048500         WHEN WS-DRIVER-TOO-BIG
048600             MOVE "VALUE TOO LARGE - NOT WRITTEN" TO WS-DET-NOTE
048700         WHEN OTHER
048800             MOVE "BAD DRIVER - NOT WRITTEN" TO WS-DET-NOTE
048900     END-EVALUATE.
049000 8100-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*  9000-FINALIZE.                                              *
049500*****************************************************************
049600 9000-FINALIZE.
049700     MOVE WS-DRIVER-COUNT  TO WS-TOT-DRIVERS.
049800     MOVE WS-WRITTEN-COUNT TO WS-TOT-WRITTEN.
049900     MOVE WS-ERROR-COUNT   TO WS-TOT-ERRORS.
050000     WRITE DP-PRINT-LINE FROM WS-RPT-TOTAL.
050100     DISPLAY "ALLOCBS1 DRIVERS: " WS-DRIVER-COUNT
050200         " WRITTEN: " WS-WRITTEN-COUNT
050300         " UNRESOLVED: " WS-ERROR-COUNT.
050400     CLOSE SUBL-MAST.
050500     CLOSE ALLOC-DRV.
050600     CLOSE ALLOC-DTL.
050700     CLOSE DRV-RPT.
050800 9000-EXIT.
050900     EXIT.
