000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     MSTPRG1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    PERIODIC PURGE OF SETTLED ITEMS FROM THE THREE MASTERS    *
001300*    THE NIGHTLY RUN CARRIES FORWARD - ARLEDG1'S RECEIVABLES   *
001400*    MASTER, CRHOLD01'S CREDIT-HOLD MASTER, AND EXCAGE01'S     *
001500*    EXCEPTION MASTER.  EACH IS COPIED INPUT TO OUTPUT THE     *
001600*    SAME WAY ITS OWN PROGRAM CARRIES IT (ARMASTI TO ARMASTO,  *
001700*    CHMASTI TO CHMASTO, EXCMSTI TO EXCMSTO), EXCEPT THAT AN   *
001800*    ITEM SETTLED MORE THAN THE CONFIGURED NUMBER OF MONTHS    *
001900*    AGO (PURGEPRM, TWELVE BY DEFAULT) IS APPENDED UNCHANGED   *
002000*    TO THAT MASTER'S CUMULATIVE HISTORY FILE INSTEAD -        *
002100*      ARMAST  CLOSED OR WRITTEN OFF, BY CLOSE DATE - ARHIST   *
002200*      CHMAST  RELEASED, BY RELEASE DATE           - CHHIST    *
002300*      EXCMST  RESOLVED, WRITTEN OFF OR RESUBMITTED,           *
002400*              BY DISPOSITION DATE                 - EXCHIST   *
002500*    AN ITEM WITH NO SETTLEMENT DATE IS NEVER PURGED.  THE     *
002600*    PURGE REPORT PROVES EACH MASTER - RECORDS AND AMOUNTS     *
002700*    READ EQUAL RECORDS AND AMOUNTS KEPT PLUS PURGED - AND     *
002800*    THE STEP ENDS RC 8 IF ANY MASTER DOES NOT.  RUN BETWEEN   *
002900*    NIGHTLY CYCLES, LIKE THE AUDIT RETENTION SWEEP.           *
003000*                                                               *
003100*  MODIFICATION HISTORY.                                       *
003200*    2026-10-15  DL  ORIGINAL MASTER PURGE.                    *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PURGE-PARM ASSIGN TO "PURGEPRM"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT AR-IN ASSIGN TO "ARMASTI"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT AR-OUT ASSIGN TO "ARMASTO"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT AR-HIST ASSIGN TO "ARHIST"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT HOLD-IN ASSIGN TO "CHMASTI"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT HOLD-OUT ASSIGN TO "CHMASTO"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT HOLD-HIST ASSIGN TO "CHHIST"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT EXC-IN ASSIGN TO "EXCMSTI"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT EXC-OUT ASSIGN TO "EXCMSTO"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT EXC-HIST ASSIGN TO "EXCHIST"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT PURGE-RPT ASSIGN TO "PURGERPT"
005800         ORGANIZATION IS SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PURGE-PARM.
006300     COPY DLPURPRM.
006400
006500 FD  AR-IN.
006600     COPY DLARITEM.
006700
006800 FD  AR-OUT.
006900 01  AO-OPEN-ITEM-REC         PIC X(99).
007000
007100 FD  AR-HIST.
007200 01  AH-OPEN-ITEM-REC         PIC X(99).
007300
007400 FD  HOLD-IN.
007500     COPY DLCHMAST.
007600
007700 FD  HOLD-OUT.
007800 01  HO-HOLD-REC              PIC X(38).
007900
008000 FD  HOLD-HIST.
008100 01  HH-HOLD-REC              PIC X(38).
008200
008300 FD  EXC-IN.
008400     COPY DLEXCMST.
008500
008600 FD  EXC-OUT.
008700 01  EO-MASTER-REC            PIC X(64).
008800
008900 FD  EXC-HIST.
009000 01  EH-MASTER-REC            PIC X(64).
009100
009200 FD  PURGE-RPT.
009300 01  PR-PRINT-LINE            PIC X(100).
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-SWITCHES.
009700     05  WS-EOF-SW            PIC X(01) VALUE "N".
009800         88  WS-EOF                VALUE "Y".
009900     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
010000         88  WS-PARM-EOF           VALUE "Y".
010100
010200 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
010300 01  WS-WORK-YEAR             PIC 9(04) VALUE ZERO.
010400 01  WS-WORK-MONTH            PIC S9(05) VALUE ZERO.
010500 01  WS-UNBALANCED-COUNT      PIC 9(01) VALUE ZERO.
010600 01  MST-IDX                  PIC 9(01) VALUE ZERO.
010700
010800*****************************************************************
010900*  ONE CONTROL ENTRY PER MASTER - 1 ARMAST, 2 CHMAST,          *
011000*  3 EXCMST.                                                   *
011100*****************************************************************
011200 01  WS-MASTER-TABLE.
011300     05  WS-MASTER-ENTRY OCCURS 3 TIMES.
011400         10  WS-MST-NAME      PIC X(08).
011500         10  WS-MST-MONTHS    PIC 9(03).
011600         10  WS-MST-CUTOFF    PIC 9(08).
011700         10  WS-MST-READ      PIC 9(09).
011800         10  WS-MST-KEPT      PIC 9(09).
011900         10  WS-MST-PURGED    PIC 9(09).
012000         10  WS-MST-READ-AMT  PIC S9(15)V9(02).
012100         10  WS-MST-KEPT-AMT  PIC S9(15)V9(02).
012200         10  WS-MST-PURGE-AMT PIC S9(15)V9(02).
012300
012400 01  WS-HEADER-LINE.
012500     05  FILLER               PIC X(29) VALUE
012600         "MASTER PURGE        RUN DATE ".
012700     05  WS-HDR-DATE          PIC 9(08).
012800
012900 01  WS-COUNT-LINE.
013000     05  WS-CNT-NAME          PIC X(08).
013100     05  FILLER               PIC X(08) VALUE " CUTOFF ".
013200     05  WS-CNT-CUTOFF        PIC 9(08).
013300     05  FILLER               PIC X(07) VALUE "  READ ".
013400     05  WS-CNT-READ          PIC Z(8)9.
013500     05  FILLER               PIC X(06) VALUE " KEPT ".
013600     05  WS-CNT-KEPT          PIC Z(8)9.
013700     05  FILLER               PIC X(08) VALUE " PURGED ".
013800     05  WS-CNT-PURGED        PIC Z(8)9.
013900
014000 01  WS-AMOUNT-LINE.
014100     05  FILLER               PIC X(09) VALUE SPACES.
014200     05  FILLER               PIC X(07) VALUE "AMOUNT ".
014300     05  WS-AMT-READ          PIC -(14)9.99.
014400     05  FILLER               PIC X(06) VALUE " KEPT ".
014500     05  WS-AMT-KEPT          PIC -(14)9.99.
014600     05  FILLER               PIC X(08) VALUE " PURGED ".
014700     05  WS-AMT-PURGED        PIC -(14)9.99.
014800     05  FILLER               PIC X(01) VALUE SPACE.
014900     05  WS-AMT-STATUS        PIC X(14).
015000
015100 PROCEDURE DIVISION.
015200*****************************************************************
015300*  0000-MAINLINE.                                              *
015400*****************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     PERFORM 2000-PURGE-AR-ITEM THRU 2000-EXIT
015800         UNTIL WS-EOF.
015900     MOVE "N" TO WS-EOF-SW.
016000     PERFORM 3000-PURGE-HOLD THRU 3000-EXIT
016100         UNTIL WS-EOF.
016200     MOVE "N" TO WS-EOF-SW.
016300     PERFORM 4000-PURGE-EXCEPTION THRU 4000-EXIT
016400         UNTIL WS-EOF.
016500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
016600     STOP RUN.
016700
016800*****************************************************************
016900*  1000-INITIALIZE.                                            *
017000*    READS THE RETENTION POLICY AND SETS EACH MASTER'S CUTOFF  *
017100*    DATE - TODAY LESS ITS RETENTION WINDOW.  AN ITEM SETTLED  *
017200*    BEFORE ITS CUTOFF IS PURGED.                              *
017300*****************************************************************
017400 1000-INITIALIZE.
017500     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
017600     INITIALIZE WS-MASTER-TABLE.
017700     MOVE "ARMAST  " TO WS-MST-NAME(1).
017800     MOVE "CHMAST  " TO WS-MST-NAME(2).
017900     MOVE "EXCMST  " TO WS-MST-NAME(3).
018000     MOVE 12 TO WS-MST-MONTHS(1).
018100     MOVE 12 TO WS-MST-MONTHS(2).
018200     MOVE 12 TO WS-MST-MONTHS(3).
018300     OPEN INPUT PURGE-PARM.
018400     READ PURGE-PARM
018500         AT END
018600             SET WS-PARM-EOF TO TRUE
018700     END-READ.
018800     IF NOT WS-PARM-EOF
018900         IF PU-AR-MONTHS > ZERO
019000             MOVE PU-AR-MONTHS TO WS-MST-MONTHS(1)
019100         END-IF
019200         IF PU-CH-MONTHS > ZERO
019300             MOVE PU-CH-MONTHS TO WS-MST-MONTHS(2)
019400         END-IF
019500         IF PU-EM-MONTHS > ZERO
019600             MOVE PU-EM-MONTHS TO WS-MST-MONTHS(3)
019700         END-IF
019800     END-IF.
019900     CLOSE PURGE-PARM.
020000     PERFORM 1100-SET-CUTOFF THRU 1100-EXIT
020100         VARYING MST-IDX FROM 1 BY 1
020200         UNTIL MST-IDX > 3.
020300     OPEN INPUT AR-IN.
020400     OPEN OUTPUT AR-OUT.
020500     OPEN EXTEND AR-HIST.
020600     OPEN INPUT HOLD-IN.
020700     OPEN OUTPUT HOLD-OUT.
020800     OPEN EXTEND HOLD-HIST.
020900     OPEN INPUT EXC-IN.
021000     OPEN OUTPUT EXC-OUT.
021100     OPEN EXTEND EXC-HIST.
021200     OPEN OUTPUT PURGE-RPT.
021300     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
021400     WRITE PR-PRINT-LINE FROM WS-HEADER-LINE.
021500 1000-EXIT.
021600     EXIT.
021700
021800*****************************************************************
021900*  1100-SET-CUTOFF.                                            *
022000*    THE SAME MONTH ARITHMETIC THE AUDIT RETENTION SWEEP       *
022100*    USES, CARRIED TO TODAY'S DAY OF THE MONTH.                *
022200*****************************************************************
022300 1100-SET-CUTOFF.
022400     MOVE WS-PROCESS-DATE(1:4) TO WS-WORK-YEAR.
022500     MOVE WS-PROCESS-DATE(5:2) TO WS-WORK-MONTH.
022600     SUBTRACT WS-MST-MONTHS(MST-IDX) FROM WS-WORK-MONTH.
022700     PERFORM 1150-NORMALIZE-MONTH THRU 1150-EXIT
022800         UNTIL WS-WORK-MONTH > ZERO.
022900     COMPUTE WS-MST-CUTOFF(MST-IDX) =
023000         (WS-WORK-YEAR * 10000) + (WS-WORK-MONTH * 100).
023100     MOVE WS-PROCESS-DATE(7:2) TO WS-MST-CUTOFF(MST-IDX)(7:2).
023200 1100-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*  1150-NORMALIZE-MONTH.                                       *
023700*****************************************************************
023800 1150-NORMALIZE-MONTH.
023900     ADD 12 TO WS-WORK-MONTH.
024000     SUBTRACT 1 FROM WS-WORK-YEAR.
024100 1150-EXIT.
024200     EXIT.
024300
024400*****************************************************************
024500*  2000-PURGE-AR-ITEM.                                         *
024600*    A CLOSED OR WRITTEN-OFF INVOICE CLOSED BEFORE THE CUTOFF  *
024700*    GOES TO ARHIST; EVERYTHING ELSE IS CARRIED.  THE AMOUNT   *
024800*    PROVED IS THE ORIGINAL INVOICE AMOUNT.                    *
024900*****************************************************************
025000 2000-PURGE-AR-ITEM.
025100     READ AR-IN
025200         AT END
025300             SET WS-EOF TO TRUE
025400     END-READ.
025500     IF WS-EOF
025600         GO TO 2000-EXIT
025700     END-IF.
025800     ADD 1 TO WS-MST-READ(1).
025900     ADD AR-ORIG-AMOUNT TO WS-MST-READ-AMT(1).
026000     IF AR-SETTLED
026100             AND AR-CLOSE-DATE > ZERO
026200             AND AR-CLOSE-DATE < WS-MST-CUTOFF(1)
026300         WRITE AH-OPEN-ITEM-REC FROM AR-OPEN-ITEM-REC
026400         ADD 1 TO WS-MST-PURGED(1)
026500         ADD AR-ORIG-AMOUNT TO WS-MST-PURGE-AMT(1)
026600     ELSE
026700         WRITE AO-OPEN-ITEM-REC FROM AR-OPEN-ITEM-REC
026800         ADD 1 TO WS-MST-KEPT(1)
026900         ADD AR-ORIG-AMOUNT TO WS-MST-KEPT-AMT(1)
027000     END-IF.
027100 2000-EXIT.
027200     EXIT.
027300
027400*****************************************************************
027500*  3000-PURGE-HOLD.                                            *
027600*    A HOLD RELEASED BEFORE THE CUTOFF GOES TO CHHIST.  A      *
027700*    LATER HOLD NOTICE FOR THE SAME ACCOUNT SIMPLY OPENS A     *
027800*    NEW MASTER RECORD IN CRHOLD01.                            *
027900*****************************************************************
028000 3000-PURGE-HOLD.
028100     READ HOLD-IN
028200         AT END
028300             SET WS-EOF TO TRUE
028400     END-READ.
028500     IF WS-EOF
028600         GO TO 3000-EXIT
028700     END-IF.
028800     ADD 1 TO WS-MST-READ(2).
028900     ADD CM-HOLD-BALANCE TO WS-MST-READ-AMT(2).
029000     IF CM-RELEASED
029100             AND CM-RELEASE-DATE > ZERO
029200             AND CM-RELEASE-DATE < WS-MST-CUTOFF(2)
029300         WRITE HH-HOLD-REC FROM CM-HOLD-REC
029400         ADD 1 TO WS-MST-PURGED(2)
029500         ADD CM-HOLD-BALANCE TO WS-MST-PURGE-AMT(2)
029600     ELSE
029700         WRITE HO-HOLD-REC FROM CM-HOLD-REC
029800         ADD 1 TO WS-MST-KEPT(2)
029900         ADD CM-HOLD-BALANCE TO WS-MST-KEPT-AMT(2)
030000     END-IF.
030100 3000-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500*  4000-PURGE-EXCEPTION.                                       *
030600*    AN EXCEPTION DISPOSED OF BEFORE THE CUTOFF GOES TO        *
030700*    EXCHIST.  AN OPEN EXCEPTION IS ALWAYS CARRIED.            *
030800*****************************************************************
030900 4000-PURGE-EXCEPTION.
031000     READ EXC-IN
031100         AT END
031200             SET WS-EOF TO TRUE
031300     END-READ.
031400     IF WS-EOF
031500         GO TO 4000-EXIT
031600     END-IF.
031700     ADD 1 TO WS-MST-READ(3).
031800     ADD EM-AMOUNT TO WS-MST-READ-AMT(3).
031900     IF NOT EM-OPEN
032000             AND EM-DISP-DATE > ZERO
032100             AND EM-DISP-DATE < WS-MST-CUTOFF(3)
032200         WRITE EH-MASTER-REC FROM EM-MASTER-REC
032300         ADD 1 TO WS-MST-PURGED(3)
032400         ADD EM-AMOUNT TO WS-MST-PURGE-AMT(3)
032500     ELSE
032600         WRITE EO-MASTER-REC FROM EM-MASTER-REC
032700         ADD 1 TO WS-MST-KEPT(3)
032800         ADD EM-AMOUNT TO WS-MST-KEPT-AMT(3)
032900     END-IF.
033000 4000-EXIT.
033100     EXIT.
033200
033300*****************************************************************
033400*  8000-REPORT-ONE-MASTER.                                     *
033500*    PRINTS ONE MASTER'S PROOF - NOTHING WAS LOST WHEN THE     *
033600*    RECORDS AND THE AMOUNTS READ BOTH EQUAL KEPT PLUS PURGED. *
033700*****************************************************************
033800 8000-REPORT-ONE-MASTER.
033900     MOVE WS-MST-NAME(MST-IDX)      TO WS-CNT-NAME.
034000     MOVE WS-MST-CUTOFF(MST-IDX)    TO WS-CNT-CUTOFF.
034100     MOVE WS-MST-READ(MST-IDX)      TO WS-CNT-READ.
034200     MOVE WS-MST-KEPT(MST-IDX)      TO WS-CNT-KEPT.
034300     MOVE WS-MST-PURGED(MST-IDX)    TO WS-CNT-PURGED.
034400     WRITE PR-PRINT-LINE FROM WS-COUNT-LINE.
034500     MOVE WS-MST-READ-AMT(MST-IDX)  TO WS-AMT-READ.
034600     MOVE WS-MST-KEPT-AMT(MST-IDX)  TO WS-AMT-KEPT.
034700     MOVE WS-MST-PURGE-AMT(MST-IDX) TO WS-AMT-PURGED.
034800     IF WS-MST-READ(MST-IDX) =
034900             WS-MST-KEPT(MST-IDX) + WS-MST-PURGED(MST-IDX)
035000         AND WS-MST-READ-AMT(MST-IDX) =
035100             WS-MST-KEPT-AMT(MST-IDX) + WS-MST-PURGE-AMT(MST-IDX)
035200         MOVE "IN BALANCE    " TO WS-AMT-STATUS
035300     ELSE
035400         MOVE "OUT OF BALANCE" TO WS-AMT-STATUS
035500         ADD 1 TO WS-UNBALANCED-COUNT
035600         DISPLAY "MSTPRG1 - " WS-MST-NAME(MST-IDX)
035700             " PURGE OUT OF BALANCE"
035800     END-IF.
035900     WRITE PR-PRINT-LINE FROM WS-AMOUNT-LINE.
036000     DISPLAY "MSTPRG1 " WS-MST-NAME(MST-IDX) " PURGED: "
036100         WS-MST-PURGED(MST-IDX).
036200 8000-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600*  9000-FINALIZE.                                              *
036700*****************************************************************
036800 9000-FINALIZE.
036900     PERFORM 8000-REPORT-ONE-MASTER THRU 8000-EXIT
037000         VARYING MST-IDX FROM 1 BY 1
037100         UNTIL MST-IDX > 3.
037200     IF WS-UNBALANCED-COUNT > ZERO
037300         MOVE 8 TO RETURN-CODE
037400     END-IF.
037500     CLOSE AR-IN.
037600     CLOSE AR-OUT.
037700     CLOSE AR-HIST.
037800     CLOSE HOLD-IN.
037900     CLOSE HOLD-OUT.
038000     CLOSE HOLD-HIST.
038100     CLOSE EXC-IN.
038200     CLOSE EXC-OUT.
038300     CLOSE EXC-HIST.
038400     CLOSE PURGE-RPT.
038500 9000-EXIT.
038600     EXIT.
