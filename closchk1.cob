000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     CLOSCHK1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    MONTH-END CLOSE CHECKLIST AND PERIOD-CLOSE GATE.  EACH    *
001300*    PERIOD CARRIES ITS CLOSE TASKS ON THE CLTASKI/CLTASKO     *
001400*    MASTER - OWNER, UP TO THREE TASKS IT WAITS ON, AND        *
001500*    STATUS.  A NEW PERIOD TAKES ITS TASKS FROM THE STANDING   *
001600*    CHECKLIST (PERIOD ZERO) THE FIRST TIME THIS RUNS IN IT.   *
001700*    THE CLOSE PROGRAMS RECORD THEIR OWN RUNS ON CLOSEVT       *
001800*    THROUGH CLSREC01; REVIEWERS KEY SIGN-OFFS, REOPENS AND    *
001900*    MANUAL-TASK COMPLETIONS ON CLOSSIGN.  A SIGN-OFF IS       *
002000*    REFUSED UNTIL THE TASK IS COMPLETE, EVERY TASK IT WAITS   *
002100*    ON IS SIGNED OFF, AND THE REVIEWER IS NOT THE ONE WHO     *
002200*    COMPLETED IT; A RERUN AFTER SIGN-OFF WITHDRAWS THE        *
002300*    SIGN-OFF.  A CLOSREQ REQUEST TO CLOSE A PERIOD ON PERDCTL *
002400*    IS REFUSED (RC 8) UNLESS EVERY REQUIRED TASK IS SIGNED    *
002500*    OFF, AND THE CLOSERPT STATUS REPORT SHOWS WHAT IS         *
002600*    HOLDING EACH OPEN PERIOD.                                 *
002700*                                                              *
002800*  MODIFICATION HISTORY.                                       *
002900*    2026-10-15  DL  ORIGINAL CLOSE CHECKLIST AND GATE.        *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RUN-CTL ASSIGN TO "RUNCTL"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT TASK-IN ASSIGN TO "CLTASKI"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT TASK-OUT ASSIGN TO "CLTASKO"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT CLOSE-EVT ASSIGN TO "CLOSEVT"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT SIGN-TRAN ASSIGN TO "CLOSSIGN"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT CLOSE-REQ ASSIGN TO "CLOSREQ"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT PERIOD-IN ASSIGN TO "PERDCTLI"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT PERIOD-OUT ASSIGN TO "PERDCTLO"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT CLOSE-RPT ASSIGN TO "CLOSERPT"
005100         ORGANIZATION IS SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RUN-CTL.
005600     COPY DLRUNCTL.
005700
005800 FD  TASK-IN.
005900     COPY DLCLTASK.
006000
006100 FD  TASK-OUT.
006200 01  TO-CLOSE-TASK-REC        PIC X(130).
006300
006400 FD  CLOSE-EVT.
006500     COPY DLCLEVT.
006600
006700 FD  SIGN-TRAN.
006800     COPY DLCLEVT
006900         REPLACING ==CV-CLOSE-EVENT-REC== BY ==SG-SIGN-TRAN-REC==
007000                   ==CV-PERIOD==          BY ==SG-PERIOD==
007100                   ==CV-TASK-ID==         BY ==SG-TASK-ID==
007200                   ==CV-EVENT-TYPE==      BY ==SG-EVENT-TYPE==
007300                   ==CV-COMPLETED==       BY ==SG-COMPLETED==
007400                   ==CV-SIGNED-OFF==      BY ==SG-SIGNED-OFF==
007500                   ==CV-REOPENED==        BY ==SG-REOPENED==
007600                   ==CV-USER-ID==         BY ==SG-USER-ID==
007700                   ==CV-RUN-RC==          BY ==SG-RUN-RC==
007800                   ==CV-EVENT-DATE==      BY ==SG-EVENT-DATE==
007900                   ==CV-EVENT-TIME==      BY ==SG-EVENT-TIME==
008000                   ==CV-NOTE==            BY ==SG-NOTE==.
008100
008200 FD  CLOSE-REQ.
008300     COPY DLCLSREQ.
008400
008500 FD  PERIOD-IN.
008600     COPY DLPERCTL.
008700
008800 FD  PERIOD-OUT.
008900     COPY DLPERCTL
009000         REPLACING ==PD-PERIOD-REC==    BY ==PO-PERIOD-REC==
009100                   ==PD-PERIOD==        BY ==PO-PERIOD==
009200                   ==PD-STATUS==        BY ==PO-STATUS==
009300                   ==PD-PERIOD-OPEN==   BY ==PO-PERIOD-OPEN==
009400                   ==PD-PERIOD-CLOSED== BY ==PO-PERIOD-CLOSED==.
009500
009600 FD  CLOSE-RPT.
009700 01  CR-PRINT-LINE            PIC X(132).
009800
009900 WORKING-STORAGE SECTION.
010000 01  WS-SWITCHES.
010100     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
010200         88  WS-CTL-EOF            VALUE "Y".
010300     05  WS-TASK-EOF-SW       PIC X(01) VALUE "N".
010400         88  WS-TASK-EOF           VALUE "Y".
010500     05  WS-EVT-EOF-SW        PIC X(01) VALUE "N".
010600         88  WS-EVT-EOF            VALUE "Y".
010700     05  WS-SIGN-EOF-SW       PIC X(01) VALUE "N".
010800         88  WS-SIGN-EOF           VALUE "Y".
010900     05  WS-REQ-EOF-SW        PIC X(01) VALUE "N".
011000         88  WS-REQ-EOF            VALUE "Y".
011100     05  WS-PERIOD-EOF-SW     PIC X(01) VALUE "N".
011200         88  WS-PERIOD-EOF         VALUE "Y".
011300     05  WS-DEPS-SW           PIC X(01) VALUE "Y".
011400         88  WS-DEPS-SIGNED        VALUE "Y".
011500     05  WS-SEEN-SW           PIC X(01) VALUE "N".
011600         88  WS-PERIOD-SEEN        VALUE "Y".
011700
011800 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
011900 01  WS-CURRENT-PERIOD        PIC 9(06) VALUE ZERO.
012000 01  WS-KEEP-PERIOD           PIC 9(06) VALUE ZERO.
012100 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
012200 01  WS-NOW-STAMP.
012300     05  WS-NOW-DATE          PIC 9(08) VALUE ZERO.
012400     05  WS-NOW-TIME          PIC 9(08) VALUE ZERO.
012500 01  WS-EVENT-STAMP.
012600     05  WS-EVENT-DATE        PIC 9(08) VALUE ZERO.
012700     05  WS-EVENT-TIME        PIC 9(08) VALUE ZERO.
012800 01  WS-WORK-PERIOD           PIC 9(06) VALUE ZERO.
012900 01  WS-WORK-TASK             PIC X(08) VALUE SPACES.
013000 01  WS-WORK-USER             PIC X(08) VALUE SPACES.
013100 01  WS-WORK-RC               PIC 9(04) VALUE ZERO.
013200 01  WS-BLOCKING-TASK         PIC X(08) VALUE SPACES.
013300 01  WS-REQUIRED-COUNT        PIC 9(03) VALUE ZERO.
013400 01  WS-SIGNED-COUNT          PIC 9(03) VALUE ZERO.
013500
013600 01  WS-EVENTS-APPLIED        PIC 9(05) COMP VALUE ZERO.
013700 01  WS-EVENTS-SKIPPED        PIC 9(05) COMP VALUE ZERO.
013800 01  WS-SIGNS-APPLIED         PIC 9(05) COMP VALUE ZERO.
013900 01  WS-SIGNS-REJECTED        PIC 9(05) COMP VALUE ZERO.
014000 01  WS-CLOSES-DONE           PIC 9(03) COMP VALUE ZERO.
014100 01  WS-CLOSES-REFUSED        PIC 9(03) COMP VALUE ZERO.
014200 01  WS-TASKS-ADDED           PIC 9(03) COMP VALUE ZERO.
014300 01  TSK-IDX                  PIC 9(03) VALUE ZERO.
014400 01  TSK-SUB                  PIC 9(03) VALUE ZERO.
014500 01  TPL-IDX                  PIC 9(03) VALUE ZERO.
014600 01  DEP-IDX                  PIC 9(01) VALUE ZERO.
014700 01  DEP-SUB                  PIC 9(03) VALUE ZERO.
014800 01  PER-IDX                  PIC 9(03) VALUE ZERO.
014900 01  PER-SUB                  PIC 9(03) VALUE ZERO.
015000 01  OPN-IDX                  PIC 9(02) VALUE ZERO.
015100
015200 01  WS-TASK-COUNT            PIC 9(03) VALUE ZERO.
015300 01  WS-TASK-TABLE.
015400     05  WS-TASK-ENTRY OCCURS 1 TO 600 TIMES
015500             DEPENDING ON WS-TASK-COUNT.
015600         10  WS-TK-PERIOD     PIC 9(06).
015700         10  WS-TK-TASK-ID    PIC X(08).
015800         10  WS-TK-DESCRIPTION PIC X(30).
015900         10  WS-TK-OWNER      PIC X(08).
016000         10  WS-TK-DEPENDS-ON OCCURS 3 TIMES
016100                              PIC X(08).
016200         10  WS-TK-REQUIRED-SW PIC X(01).
016300             88  WS-TK-REQUIRED    VALUE "Y".
016400         10  WS-TK-STATUS     PIC X(01).
016500             88  WS-TK-PENDING     VALUE "P".
016600             88  WS-TK-COMPLETE    VALUE "C".
016700             88  WS-TK-SIGNED      VALUE "S".
016800         10  WS-TK-COMPLETE-DATE PIC 9(08).
016900         10  WS-TK-COMPLETE-RC PIC 9(04).
017000         10  WS-TK-COMPLETED-BY PIC X(08).
017100         10  WS-TK-SIGNOFF-BY PIC X(08).
017200         10  WS-TK-SIGNOFF-DATE PIC 9(08).
017300         10  WS-TK-LAST-STAMP.
017400             15  WS-TK-LAST-DATE PIC 9(08).
017500             15  WS-TK-LAST-TIME PIC 9(08).
017600
017700 01  WS-PERIOD-COUNT          PIC 9(03) VALUE ZERO.
017800 01  WS-PERIOD-TABLE.
017900     05  WS-PERIOD-ENTRY OCCURS 1 TO 240 TIMES
018000             DEPENDING ON WS-PERIOD-COUNT.
018100         10  WS-PER-PERIOD    PIC 9(06).
018200         10  WS-PER-STATUS    PIC X(01).
018300             88  WS-PER-CLOSED     VALUE "C".
018400
018500*    THE OPEN PERIODS THAT HAVE A CHECKLIST, IN FILE ORDER,
018600*    FOR THE STATUS REPORT.
018700 01  WS-OPEN-COUNT            PIC 9(02) VALUE ZERO.
018800 01  WS-OPEN-TABLE.
018900     05  WS-OPEN-PERIOD OCCURS 1 TO 24 TIMES
019000             DEPENDING ON WS-OPEN-COUNT
019100                              PIC 9(06).
019200
019300 01  WS-RPT-HEADER.
019400     05  FILLER               PIC X(30) VALUE
019500         "MONTH-END CLOSE CHECKLIST    ".
019600     05  FILLER               PIC X(10) VALUE "RUN DATE ".
019700     05  WS-HDR-DATE          PIC 9(08).
019800
019900 01  WS-RPT-EVENT.
020000     05  FILLER               PIC X(02) VALUE SPACES.
020100     05  WS-EVT-SOURCE        PIC X(09).
020200     05  WS-EVT-PERIOD        PIC 9(06).
020300     05  FILLER               PIC X(01) VALUE SPACE.
020400     05  WS-EVT-TASK          PIC X(08).
020500     05  FILLER               PIC X(01) VALUE SPACE.
020600     05  WS-EVT-TYPE          PIC X(01).
020700     05  FILLER               PIC X(01) VALUE SPACE.
020800     05  WS-EVT-USER          PIC X(08).
020900     05  FILLER               PIC X(02) VALUE SPACES.
021000     05  WS-EVT-MESSAGE       PIC X(50).
021100
021200 01  WS-RPT-CLOSE.
021300     05  FILLER               PIC X(14) VALUE "CLOSE REQUEST ".
021400     05  WS-CLS-PERIOD        PIC 9(06).
021500     05  FILLER               PIC X(04) VALUE " BY ".
021600     05  WS-CLS-USER          PIC X(08).
021700     05  FILLER               PIC X(03) VALUE " - ".
021800     05  WS-CLS-MESSAGE       PIC X(60).
021900
022000 01  WS-RPT-PERIOD.
022100     05  FILLER               PIC X(24) VALUE
022200         "CLOSE STATUS FOR PERIOD ".
022300     05  WS-PRD-PERIOD        PIC 9(06).
022400
022500 01  WS-RPT-COLUMNS.
022600     05  FILLER               PIC X(40) VALUE
022700         "  TASK     DESCRIPTION                  ".
022800     05  FILLER               PIC X(40) VALUE
022900         "  OWNER    STATUS      DONE       RC  SI".
023000     05  FILLER               PIC X(40) VALUE
023100         "GNED    HOLDING                         ".
023200
023300 01  WS-RPT-TASK.
023400     05  FILLER               PIC X(02) VALUE SPACES.
023500     05  WS-TSK-TASK          PIC X(08).
023600     05  FILLER               PIC X(01) VALUE SPACE.
023700     05  WS-TSK-DESCRIPTION   PIC X(30).
023800     05  FILLER               PIC X(01) VALUE SPACE.
023900     05  WS-TSK-OWNER         PIC X(08).
024000     05  FILLER               PIC X(01) VALUE SPACE.
024100     05  WS-TSK-STATUS        PIC X(11).
024200     05  FILLER               PIC X(01) VALUE SPACE.
024300     05  WS-TSK-DONE-DATE     PIC 9(08).
024400     05  FILLER               PIC X(01) VALUE SPACE.
024500     05  WS-TSK-RC            PIC ZZZ9.
024600     05  FILLER               PIC X(02) VALUE SPACES.
024700     05  WS-TSK-SIGNED-BY     PIC X(08).
024800     05  FILLER               PIC X(02) VALUE SPACES.
024900     05  WS-TSK-HOLDING       PIC X(30).
025000
025100 01  WS-RPT-SUMMARY.
025200     05  FILLER               PIC X(02) VALUE SPACES.
025300     05  WS-SUM-SIGNED        PIC ZZ9.
025400     05  FILLER               PIC X(04) VALUE " OF ".
025500     05  WS-SUM-REQUIRED      PIC ZZ9.
025600     05  FILLER               PIC X(29) VALUE
025700         " REQUIRED TASKS SIGNED OFF - ".
025800     05  WS-SUM-VERDICT       PIC X(30).
025900
026000 PROCEDURE DIVISION.
026100*****************************************************************
026200*  0000-MAINLINE.                                              *
026300*****************************************************************
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026600     PERFORM 2000-APPLY-RUN-EVENT THRU 2000-EXIT
026700         UNTIL WS-EVT-EOF.
026800     PERFORM 3000-APPLY-SIGN-TRAN THRU 3000-EXIT
026900         UNTIL WS-SIGN-EOF.
027000     PERFORM 4000-CLOSE-ONE-PERIOD THRU 4000-EXIT
027100         UNTIL WS-REQ-EOF.
027200     PERFORM 5000-WRITE-PERIOD-CTL THRU 5000-EXIT
027300         VARYING PER-IDX FROM 1 BY 1
027400         UNTIL PER-IDX > WS-PERIOD-COUNT.
027500     PERFORM 6000-FIND-OPEN-PERIODS THRU 6000-EXIT
027600         VARYING TSK-IDX FROM 1 BY 1
027700         UNTIL TSK-IDX > WS-TASK-COUNT.
027800     PERFORM 6100-REPORT-ONE-PERIOD THRU 6100-EXIT
027900         VARYING OPN-IDX FROM 1 BY 1
028000         UNTIL OPN-IDX > WS-OPEN-COUNT.
028100     PERFORM 7000-WRITE-ONE-TASK THRU 7000-EXIT
028200         VARYING TSK-IDX FROM 1 BY 1
028300         UNTIL TSK-IDX > WS-TASK-COUNT.
028400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
028500     STOP RUN.
028600
028700*****************************************************************
028800*  1000-INITIALIZE.                                            *
028900*    FIXES THE CURRENT PERIOD FROM THE RUNCTL BUSINESS DATE    *
029000*    (THE MACHINE DATE IF RUNCTL IS EMPTY), LOADS THE PERIOD   *
029100*    CONTROL AND THE CHECKLIST, OPENS THE CURRENT PERIOD'S     *
029200*    CHECKLIST FROM THE STANDING ONE IF IT HAS NONE YET, AND   *
029300*    OPENS THE EVENT, SIGN-OFF AND REQUEST FILES.              *
029400*****************************************************************
029500 1000-INITIALIZE.
029600     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
029700     OPEN INPUT RUN-CTL.
029800     READ RUN-CTL
029900         AT END
030000             SET WS-CTL-EOF TO TRUE
030100     END-READ.
030200     IF NOT WS-CTL-EOF
030300         MOVE BD-BUSINESS-DATE TO WS-PROCESS-DATE
030400     END-IF.
030500     CLOSE RUN-CTL.
030600     MOVE WS-PROCESS-DATE(1:6) TO WS-CURRENT-PERIOD.
030700     COMPUTE WS-KEEP-PERIOD = WS-CURRENT-PERIOD - 100.
030800     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
030900     ACCEPT WS-CLOCK-TIME FROM TIME.
031000     MOVE WS-CLOCK-TIME TO WS-NOW-TIME.
031100     OPEN INPUT PERIOD-IN.
031200     READ PERIOD-IN
031300         AT END
031400             SET WS-PERIOD-EOF TO TRUE
031500     END-READ.
031600     PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
031700         UNTIL WS-PERIOD-EOF.
031800     CLOSE PERIOD-IN.
031900     OPEN INPUT TASK-IN.
032000     READ TASK-IN
032100         AT END
032200             SET WS-TASK-EOF TO TRUE
032300     END-READ.
032400     PERFORM 1200-LOAD-ONE-TASK THRU 1200-EXIT
032500         UNTIL WS-TASK-EOF.
032600     CLOSE TASK-IN.
032700     PERFORM 1300-OPEN-CURRENT-PERIOD THRU 1300-EXIT.
032800     OPEN INPUT CLOSE-EVT.
032900     OPEN INPUT SIGN-TRAN.
033000     OPEN INPUT CLOSE-REQ.
033100     OPEN OUTPUT TASK-OUT.
033200     OPEN OUTPUT PERIOD-OUT.
033300     OPEN OUTPUT CLOSE-RPT.
033400     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
033500     WRITE CR-PRINT-LINE FROM WS-RPT-HEADER.
033600     READ CLOSE-EVT
033700         AT END
033800             SET WS-EVT-EOF TO TRUE
033900     END-READ.
034000     READ SIGN-TRAN
034100         AT END
034200             SET WS-SIGN-EOF TO TRUE
034300     END-READ.
034400     READ CLOSE-REQ
034500         AT END
034600             SET WS-REQ-EOF TO TRUE
034700     END-READ.
034800 1000-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200*  1100-LOAD-ONE-PERIOD.                                       *
035300*****************************************************************
035400 1100-LOAD-ONE-PERIOD.
035500     IF WS-PERIOD-COUNT < 240
035600         ADD 1 TO WS-PERIOD-COUNT
035700         MOVE PD-PERIOD TO WS-PER-PERIOD(WS-PERIOD-COUNT)
035800         MOVE PD-STATUS TO WS-PER-STATUS(WS-PERIOD-COUNT)
035900     ELSE
036000         DISPLAY "PERDCTL: IGNORING PERIOD PAST FIRST 240"
036100     END-IF.
036200     READ PERIOD-IN
036300         AT END
036400             SET WS-PERIOD-EOF TO TRUE
036500     END-READ.
036600 1100-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000*  1200-LOAD-ONE-TASK.                                         *
037100*****************************************************************
037200 1200-LOAD-ONE-TASK.
037300     IF WS-TASK-COUNT < 600
037400         ADD 1 TO WS-TASK-COUNT
037500         MOVE CK-CLOSE-TASK-REC TO WS-TASK-ENTRY(WS-TASK-COUNT)
037600     ELSE
037700         DISPLAY "CLOSCHK1 - TASK TABLE FULL - "
037800             CK-PERIOD " " CK-TASK-ID " DROPPED"
037900         MOVE 8 TO RETURN-CODE
038000     END-IF.
038100     READ TASK-IN
038200         AT END
038300             SET WS-TASK-EOF TO TRUE
038400     END-READ.
038500 1200-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*  1300-OPEN-CURRENT-PERIOD.                                   *
039000*    THE FIRST RUN IN A PERIOD COPIES EVERY STANDING TASK TO   *
039100*    IT, PENDING.  A PERIOD ALREADY CLOSED IS LEFT ALONE.      *
039200*****************************************************************
039300 1300-OPEN-CURRENT-PERIOD.
039400     MOVE WS-CURRENT-PERIOD TO WS-WORK-PERIOD.
039500     PERFORM 8200-FIND-PERIOD THRU 8200-EXIT.
039600     IF PER-SUB > ZERO
039700         IF WS-PER-CLOSED(PER-SUB)
039800             GO TO 1300-EXIT
039900         END-IF
040000     END-IF.
040100     MOVE "N" TO WS-SEEN-SW.
040200     PERFORM 1310-MATCH-PERIOD THRU 1310-EXIT
040300         VARYING TSK-IDX FROM 1 BY 1
040400         UNTIL TSK-IDX > WS-TASK-COUNT
040500            OR WS-PERIOD-SEEN.
040600     IF WS-PERIOD-SEEN
040700         GO TO 1300-EXIT
040800     END-IF.
040900     MOVE WS-TASK-COUNT TO TPL-IDX.
041000     PERFORM 1320-COPY-ONE-STANDING THRU 1320-EXIT
041100         VARYING TSK-IDX FROM 1 BY 1
041200         UNTIL TSK-IDX > TPL-IDX.
041300 1300-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700*  1310-MATCH-PERIOD.                                          *
041800*****************************************************************
041900 1310-MATCH-PERIOD.
042000     IF WS-TK-PERIOD(TSK-IDX) = WS-CURRENT-PERIOD
042100         SET WS-PERIOD-SEEN TO TRUE
042200     END-IF.
042300 1310-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*  1320-COPY-ONE-STANDING.                                     *
042800*****************************************************************
042900 1320-COPY-ONE-STANDING.
043000     IF WS-TK-PERIOD(TSK-IDX) NOT = ZERO
043100         GO TO 1320-EXIT
043200     END-IF.
043300     IF WS-TASK-COUNT NOT < 600
043400         DISPLAY "CLOSCHK1 - TASK TABLE FULL - "
043500             WS-TK-TASK-ID(TSK-IDX) " NOT OPENED FOR "
043600             WS-CURRENT-PERIOD
043700         MOVE 8 TO RETURN-CODE
043800         GO TO 1320-EXIT
043900     END-IF.
044000     ADD 1 TO WS-TASK-COUNT.
044100     ADD 1 TO WS-TASKS-ADDED.
044200     MOVE WS-TASK-ENTRY(TSK-IDX) TO WS-TASK-ENTRY(WS-TASK-COUNT).
044300     MOVE WS-CURRENT-PERIOD TO WS-TK-PERIOD(WS-TASK-COUNT).
044400     SET WS-TK-PENDING(WS-TASK-COUNT) TO TRUE.
044500     MOVE ZERO   TO WS-TK-COMPLETE-DATE(WS-TASK-COUNT).
044600     MOVE ZERO   TO WS-TK-COMPLETE-RC(WS-TASK-COUNT).
044700     MOVE SPACES TO WS-TK-COMPLETED-BY(WS-TASK-COUNT).
044800     MOVE SPACES TO WS-TK-SIGNOFF-BY(WS-TASK-COUNT).
044900     MOVE ZERO   TO WS-TK-SIGNOFF-DATE(WS-TASK-COUNT).
045000     MOVE ZERO   TO WS-TK-LAST-DATE(WS-TASK-COUNT).
045100     MOVE ZERO   TO WS-TK-LAST-TIME(WS-TASK-COUNT).
045200 1320-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*  2000-APPLY-RUN-EVENT.                                       *
045700*    A RUN RECORDED BY A CLOSE PROGRAM.  AN EVENT NO NEWER     *
045800*    THAN THE LAST ONE APPLIED TO THE TASK WAS TAKEN ON AN     *
045900*    EARLIER RUN AND IS PASSED OVER.                           *
046000*****************************************************************
046100 2000-APPLY-RUN-EVENT.
046200     MOVE CV-PERIOD     TO WS-WORK-PERIOD.
046300     MOVE CV-TASK-ID    TO WS-WORK-TASK.
046400     MOVE CV-USER-ID    TO WS-WORK-USER.
046500     MOVE CV-RUN-RC     TO WS-WORK-RC.
046600     MOVE CV-EVENT-DATE TO WS-EVENT-DATE.
046700     MOVE CV-EVENT-TIME TO WS-EVENT-TIME.
046800     MOVE "RUN"         TO WS-EVT-SOURCE.
046900     MOVE CV-EVENT-TYPE TO WS-EVT-TYPE.
047000     IF NOT CV-COMPLETED
047100         MOVE "NOT A RUN EVENT - IGNORED" TO WS-EVT-MESSAGE
047200         PERFORM 8900-WRITE-EVENT-LINE THRU 8900-EXIT
047300         GO TO 2000-READ
047400     END-IF.
047500     PERFORM 8000-FIND-TASK THRU 8000-EXIT.
047600     IF TSK-SUB = ZERO
047700         ADD 1 TO WS-EVENTS-SKIPPED
047800         GO TO 2000-READ
047900     END-IF.
048000     IF WS-EVENT-STAMP NOT > WS-TK-LAST-STAMP(TSK-SUB)
048100         ADD 1 TO WS-EVENTS-SKIPPED
048200         GO TO 2000-READ
048300     END-IF.
048400     PERFORM 8200-FIND-PERIOD THRU 8200-EXIT.
048500     IF PER-SUB > ZERO
048600         IF WS-PER-CLOSED(PER-SUB)
048700             MOVE "RAN AFTER THE PERIOD CLOSED - NOT APPLIED"
048800                 TO WS-EVT-MESSAGE
048900             PERFORM 8900-WRITE-EVENT-LINE THRU 8900-EXIT
049000             GO TO 2000-READ
049100         END-IF
049200     END-IF.
049300     PERFORM 2100-RECORD-COMPLETION THRU 2100-EXIT.
049400     ADD 1 TO WS-EVENTS-APPLIED.
049500 2000-READ.
049600     READ CLOSE-EVT
049700         AT END
049800             SET WS-EVT-EOF TO TRUE
049900     END-READ.
050000 2000-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400*  2100-RECORD-COMPLETION.                                     *
050500*    A RUN ENDING RC 8 OR WORSE LEAVES THE TASK PENDING.  A    *
050600*    GOOD RUN COMPLETES IT - AND IF IT HAD ALREADY BEEN        *
050700*    SIGNED OFF, THE RERUN HAS CHANGED WHAT WAS REVIEWED, SO   *
050800*    THE SIGN-OFF IS WITHDRAWN.                                *
050900*****************************************************************
051000 2100-RECORD-COMPLETION.
051100     MOVE WS-PROCESS-DATE TO WS-TK-COMPLETE-DATE(TSK-SUB).
051200     MOVE WS-WORK-RC      TO WS-TK-COMPLETE-RC(TSK-SUB).
051300     MOVE WS-WORK-USER    TO WS-TK-COMPLETED-BY(TSK-SUB).
051400     MOVE WS-EVENT-STAMP  TO WS-TK-LAST-STAMP(TSK-SUB).
051500     IF WS-WORK-RC NOT < 8
051600         SET WS-TK-PENDING(TSK-SUB) TO TRUE
051700         MOVE SPACES TO WS-TK-SIGNOFF-BY(TSK-SUB)
051800         MOVE ZERO   TO WS-TK-SIGNOFF-DATE(TSK-SUB)
051900         MOVE "RUN FAILED - TASK LEFT PENDING" TO WS-EVT-MESSAGE
052000         PERFORM 8900-WRITE-EVENT-LINE THRU 8900-EXIT
052100         GO TO 2100-EXIT
052200     END-IF.
052300     IF WS-TK-SIGNED(TSK-SUB)
052400         MOVE "RERUN AFTER SIGN-OFF - SIGN-OFF WITHDRAWN"
052500             TO WS-EVT-MESSAGE
052600         PERFORM 8900-WRITE-EVENT-LINE THRU 8900-EXIT
052700     END-IF.
052800     SET WS-TK-COMPLETE(TSK-SUB) TO TRUE.
052900     MOVE SPACES TO WS-TK-SIGNOFF-BY(TSK-SUB).
053000     MOVE ZERO   TO WS-TK-SIGNOFF-DATE(TSK-SUB).
053100 2100-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500*  3000-APPLY-SIGN-TRAN.                                       *
053600*    A REVIEWER'S SIGN-OFF OR REOPEN, OR A MANUAL TASK'S       *
053700*    COMPLETION.  EACH IS STAMPED WITH THIS RUN'S DATE AND     *
053800*    TIME, SO AN OLDER RUN EVENT CANNOT UNDO IT.               *
053900*****************************************************************
054000 3000-APPLY-SIGN-TRAN.
054100     MOVE SG-PERIOD     TO WS-WORK-PERIOD.
054200     MOVE SG-TASK-ID    TO WS-WORK-TASK.
054300     MOVE SG-USER-ID    TO WS-WORK-USER.
054400     MOVE ZERO          TO WS-WORK-RC.
054500     MOVE WS-NOW-STAMP  TO WS-EVENT-STAMP.
054600     MOVE "SIGN-OFF"    TO WS-EVT-SOURCE.
054700     MOVE SG-EVENT-TYPE TO WS-EVT-TYPE.
054800     MOVE SPACES        TO WS-EVT-MESSAGE.
054900     PERFORM 8000-FIND-TASK THRU 8000-EXIT.
055000     PERFORM 8200-FIND-PERIOD THRU 8200-EXIT.
055100     EVALUATE TRUE
055200         WHEN TSK-SUB = ZERO
055300             MOVE "NO SUCH TASK ON THE PERIOD'S CHECKLIST"
055400                 TO WS-EVT-MESSAGE
055500         WHEN WS-WORK-USER = SPACES
055600             MOVE "NO USER ID" TO WS-EVT-MESSAGE
055700         WHEN PER-SUB > ZERO
055800             IF WS-PER-CLOSED(PER-SUB)
055900                 MOVE "PERIOD ALREADY CLOSED" TO WS-EVT-MESSAGE
056000             END-IF
056100     END-EVALUATE.
056200     IF WS-EVT-MESSAGE NOT = SPACES
056300         GO TO 3000-REJECT
056400     END-IF.
056500     EVALUATE TRUE
056600         WHEN SG-COMPLETED
056700             PERFORM 2100-RECORD-COMPLETION THRU 2100-EXIT
056800             MOVE "MARKED COMPLETE" TO WS-EVT-MESSAGE
056900         WHEN SG-SIGNED-OFF
057000             PERFORM 3100-SIGN-OFF-TASK THRU 3100-EXIT
057100         WHEN SG-REOPENED
057200             SET WS-TK-PENDING(TSK-SUB) TO TRUE
057300             MOVE ZERO   TO WS-TK-COMPLETE-DATE(TSK-SUB)
057400             MOVE ZERO   TO WS-TK-COMPLETE-RC(TSK-SUB)
057500             MOVE SPACES TO WS-TK-COMPLETED-BY(TSK-SUB)
057600             MOVE SPACES TO WS-TK-SIGNOFF-BY(TSK-SUB)
057700             MOVE ZERO   TO WS-TK-SIGNOFF-DATE(TSK-SUB)
057800             MOVE WS-NOW-STAMP TO WS-TK-LAST-STAMP(TSK-SUB)
057900             MOVE "REOPENED" TO WS-EVT-MESSAGE
058000         WHEN OTHER
058100             MOVE "UNKNOWN TRANSACTION TYPE" TO WS-EVT-MESSAGE
058200             GO TO 3000-REJECT
058300     END-EVALUATE.
058400     IF WS-EVT-MESSAGE(1:8) = "REFUSED "
058500         GO TO 3000-REJECT
058600     END-IF.
058700     ADD 1 TO WS-SIGNS-APPLIED.
058800     PERFORM 8900-WRITE-EVENT-LINE THRU 8900-EXIT.
058900     GO TO 3000-READ.
059000 3000-REJECT.
059100     ADD 1 TO WS-SIGNS-REJECTED.
059200     PERFORM 8900-WRITE-EVENT-LINE THRU 8900-EXIT.
059300 3000-READ.
059400     READ SIGN-TRAN
059500         AT END
059600             SET WS-SIGN-EOF TO TRUE
059700     END-READ.
059800 3000-EXIT.
059900     EXIT.
060000
060100*****************************************************************
060200*  3100-SIGN-OFF-TASK.                                         *
060300*    THE TASK MUST BE COMPLETE, THE REVIEWER MUST NOT BE THE   *
060400*    ONE WHO COMPLETED IT, AND EVERY TASK IT WAITS ON MUST     *
060500*    ALREADY BE SIGNED OFF.                                    *
060600*****************************************************************
060700 3100-SIGN-OFF-TASK.
060800     IF NOT WS-TK-COMPLETE(TSK-SUB)
060900         MOVE "REFUSED - TASK IS NOT COMPLETE" TO WS-EVT-MESSAGE
061000         GO TO 3100-EXIT
061100     END-IF.
061200     IF WS-WORK-USER = WS-TK-COMPLETED-BY(TSK-SUB)
061300         MOVE "REFUSED - REVIEWER COMPLETED THE TASK"
061400             TO WS-EVT-MESSAGE
061500         GO TO 3100-EXIT
061600     END-IF.
061700     PERFORM 8100-CHECK-DEPENDENCIES THRU 8100-EXIT.
061800     IF NOT WS-DEPS-SIGNED
061900         MOVE SPACES TO WS-EVT-MESSAGE
062000         STRING "REFUSED - WAITING ON " WS-BLOCKING-TASK
062100             DELIMITED BY SIZE INTO WS-EVT-MESSAGE
062200         GO TO 3100-EXIT
062300     END-IF.
062400     SET WS-TK-SIGNED(TSK-SUB) TO TRUE.
062500     MOVE WS-WORK-USER    TO WS-TK-SIGNOFF-BY(TSK-SUB).
062600     MOVE WS-PROCESS-DATE TO WS-TK-SIGNOFF-DATE(TSK-SUB).
062700     MOVE WS-NOW-STAMP    TO WS-TK-LAST-STAMP(TSK-SUB).
062800     MOVE "SIGNED OFF" TO WS-EVT-MESSAGE.
062900 3100-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300*  4000-CLOSE-ONE-PERIOD.                                      *
063400*    A PERIOD WITH NO CHECKLIST, OR WITH ANY REQUIRED TASK     *
063500*    NOT SIGNED OFF, STAYS OPEN AND THE RUN ENDS RC 8.         *
063600*****************************************************************
063700 4000-CLOSE-ONE-PERIOD.
063800     MOVE CQ-PERIOD       TO WS-WORK-PERIOD.
063900     MOVE CQ-PERIOD       TO WS-CLS-PERIOD.
064000     MOVE CQ-REQUESTED-BY TO WS-CLS-USER.
064100     MOVE SPACES          TO WS-CLS-MESSAGE.
064200     PERFORM 8200-FIND-PERIOD THRU 8200-EXIT.
064300     IF PER-SUB > ZERO
064400         IF WS-PER-CLOSED(PER-SUB)
064500             MOVE "PERIOD ALREADY CLOSED" TO WS-CLS-MESSAGE
064600             WRITE CR-PRINT-LINE FROM WS-RPT-CLOSE
064700             GO TO 4000-READ
064800         END-IF
064900     END-IF.
065000     PERFORM 8300-COUNT-SIGNED THRU 8300-EXIT.
065100     EVALUATE TRUE
065200         WHEN WS-REQUIRED-COUNT = ZERO
065300             MOVE "REFUSED - NO CLOSE CHECKLIST FOR THE PERIOD"
065400                 TO WS-CLS-MESSAGE
065500         WHEN WS-SIGNED-COUNT < WS-REQUIRED-COUNT
065600             STRING "REFUSED - REQUIRED TASKS NOT SIGNED OFF, "
065700                 "FIRST " WS-BLOCKING-TASK
065800                 DELIMITED BY SIZE INTO WS-CLS-MESSAGE
065900     END-EVALUATE.
066000     IF WS-CLS-MESSAGE NOT = SPACES
066100         ADD 1 TO WS-CLOSES-REFUSED
066200         MOVE 8 TO RETURN-CODE
066300         WRITE CR-PRINT-LINE FROM WS-RPT-CLOSE
066400         DISPLAY "CLOSCHK1 - CLOSE OF " CQ-PERIOD " REFUSED"
066500         GO TO 4000-READ
066600     END-IF.
066700     IF PER-SUB = ZERO
066800         IF WS-PERIOD-COUNT < 240
066900             ADD 1 TO WS-PERIOD-COUNT
067000             MOVE WS-PERIOD-COUNT TO PER-SUB
067100             MOVE CQ-PERIOD TO WS-PER-PERIOD(PER-SUB)
067200         ELSE
067300             MOVE "REFUSED - PERIOD CONTROL TABLE FULL"
067400                 TO WS-CLS-MESSAGE
067500             ADD 1 TO WS-CLOSES-REFUSED
067600             MOVE 8 TO RETURN-CODE
067700             WRITE CR-PRINT-LINE FROM WS-RPT-CLOSE
067800             GO TO 4000-READ
067900         END-IF
068000     END-IF.
068100     MOVE "C" TO WS-PER-STATUS(PER-SUB).
068200     ADD 1 TO WS-CLOSES-DONE.
068300     MOVE "PERIOD CLOSED ON PERDCTL" TO WS-CLS-MESSAGE.
068400     WRITE CR-PRINT-LINE FROM WS-RPT-CLOSE.
068500 4000-READ.
068600     READ CLOSE-REQ
068700         AT END
068800             SET WS-REQ-EOF TO TRUE
068900     END-READ.
069000 4000-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*  5000-WRITE-PERIOD-CTL.                                      *
069500*****************************************************************
069600 5000-WRITE-PERIOD-CTL.
069700     MOVE WS-PER-PERIOD(PER-IDX) TO PO-PERIOD.
069800     MOVE WS-PER-STATUS(PER-IDX) TO PO-STATUS.
069900     WRITE PO-PERIOD-REC.
070000 5000-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400*  6000-FIND-OPEN-PERIODS.                                     *
070500*****************************************************************
070600 6000-FIND-OPEN-PERIODS.
070700     IF WS-TK-PERIOD(TSK-IDX) = ZERO
070800         GO TO 6000-EXIT
070900     END-IF.
071000     MOVE WS-TK-PERIOD(TSK-IDX) TO WS-WORK-PERIOD.
071100     PERFORM 8200-FIND-PERIOD THRU 8200-EXIT.
071200     IF PER-SUB > ZERO
071300         IF WS-PER-CLOSED(PER-SUB)
071400             GO TO 6000-EXIT
071500         END-IF
071600     END-IF.
071700     MOVE "N" TO WS-SEEN-SW.
071800     PERFORM 6050-MATCH-OPEN THRU 6050-EXIT
071900         VARYING OPN-IDX FROM 1 BY 1
072000         UNTIL OPN-IDX > WS-OPEN-COUNT
072100            OR WS-PERIOD-SEEN.
072200     IF NOT WS-PERIOD-SEEN
072300         IF WS-OPEN-COUNT < 24
072400             ADD 1 TO WS-OPEN-COUNT
072500             MOVE WS-WORK-PERIOD
072600                 TO WS-OPEN-PERIOD(WS-OPEN-COUNT)
072700         END-IF
072800     END-IF.
072900 6000-EXIT.
073000     EXIT.
073100
073200*****************************************************************
073300*  6050-MATCH-OPEN.                                            *
073400*****************************************************************
073500 6050-MATCH-OPEN.
073600     IF WS-OPEN-PERIOD(OPN-IDX) = WS-WORK-PERIOD
073700         SET WS-PERIOD-SEEN TO TRUE
073800     END-IF.
073900 6050-EXIT.
074000     EXIT.
074100
074200*****************************************************************
074300*  6100-REPORT-ONE-PERIOD.                                     *
074400*    EVERY TASK OF AN OPEN PERIOD, WITH WHAT IS HOLDING IT,    *
074500*    THEN WHETHER THE PERIOD COULD BE CLOSED TODAY.            *
074600*****************************************************************
074700 6100-REPORT-ONE-PERIOD.
074800     MOVE WS-OPEN-PERIOD(OPN-IDX) TO WS-WORK-PERIOD.
074900     MOVE WS-WORK-PERIOD TO WS-PRD-PERIOD.
075000     MOVE SPACES TO CR-PRINT-LINE.
075100     WRITE CR-PRINT-LINE.
075200     WRITE CR-PRINT-LINE FROM WS-RPT-PERIOD.
075300     WRITE CR-PRINT-LINE FROM WS-RPT-COLUMNS.
075400     PERFORM 6200-REPORT-ONE-TASK THRU 6200-EXIT
075500         VARYING TSK-IDX FROM 1 BY 1
075600         UNTIL TSK-IDX > WS-TASK-COUNT.
075700     PERFORM 8300-COUNT-SIGNED THRU 8300-EXIT.
075800     MOVE WS-SIGNED-COUNT   TO WS-SUM-SIGNED.
075900     MOVE WS-REQUIRED-COUNT TO WS-SUM-REQUIRED.
076000     IF WS-REQUIRED-COUNT > ZERO
076100             AND WS-SIGNED-COUNT = WS-REQUIRED-COUNT
076200         MOVE "PERIOD READY TO CLOSE" TO WS-SUM-VERDICT
076300     ELSE
076400         MOVE "PERIOD HELD OPEN" TO WS-SUM-VERDICT
076500     END-IF.
076600     WRITE CR-PRINT-LINE FROM WS-RPT-SUMMARY.
076700 6100-EXIT.
076800     EXIT.
076900
077000*****************************************************************
077100*  6200-REPORT-ONE-TASK.                                       *
077200*****************************************************************
077300 6200-REPORT-ONE-TASK.
077400     IF WS-TK-PERIOD(TSK-IDX) NOT = WS-WORK-PERIOD
077500         GO TO 6200-EXIT
077600     END-IF.
077700     MOVE TSK-IDX TO TSK-SUB.
077800     MOVE WS-TK-TASK-ID(TSK-SUB)       TO WS-TSK-TASK.
077900     MOVE WS-TK-DESCRIPTION(TSK-SUB)   TO WS-TSK-DESCRIPTION.
078000     MOVE WS-TK-OWNER(TSK-SUB)         TO WS-TSK-OWNER.
078100     MOVE WS-TK-COMPLETE-DATE(TSK-SUB) TO WS-TSK-DONE-DATE.
078200     MOVE WS-TK-COMPLETE-RC(TSK-SUB)   TO WS-TSK-RC.
078300     MOVE WS-TK-SIGNOFF-BY(TSK-SUB)    TO WS-TSK-SIGNED-BY.
078400     MOVE SPACES TO WS-TSK-HOLDING.
078500     PERFORM 8100-CHECK-DEPENDENCIES THRU 8100-EXIT.
078600     EVALUATE TRUE
078700         WHEN WS-TK-SIGNED(TSK-SUB)
078800             MOVE "SIGNED OFF" TO WS-TSK-STATUS
078900         WHEN WS-TK-COMPLETE(TSK-SUB)
079000             MOVE "COMPLETE" TO WS-TSK-STATUS
079100             IF WS-DEPS-SIGNED
079200                 MOVE "AWAITING SIGN-OFF" TO WS-TSK-HOLDING
079300             ELSE
079400                 STRING "WAITING ON " WS-BLOCKING-TASK
079500                     DELIMITED BY SIZE INTO WS-TSK-HOLDING
079600             END-IF
079700         WHEN OTHER
079800             MOVE "PENDING" TO WS-TSK-STATUS
079900             EVALUATE TRUE
080000                 WHEN WS-TK-COMPLETE-RC(TSK-SUB) NOT < 8
080100                     MOVE "LAST RUN FAILED" TO WS-TSK-HOLDING
080200                 WHEN NOT WS-DEPS-SIGNED
080300                     STRING "WAITING ON " WS-BLOCKING-TASK
080400                         DELIMITED BY SIZE INTO WS-TSK-HOLDING
080500                 WHEN OTHER
080600                     MOVE "NOT YET DONE" TO WS-TSK-HOLDING
080700             END-EVALUATE
080800     END-EVALUATE.
080900     IF NOT WS-TK-REQUIRED(TSK-SUB)
081000         MOVE "OPTIONAL - DOES NOT HOLD CLOSE" TO WS-TSK-HOLDING
081100     END-IF.
081200     WRITE CR-PRINT-LINE FROM WS-RPT-TASK.
081300 6200-EXIT.
081400     EXIT.
081500
081600*****************************************************************
081700*  7000-WRITE-ONE-TASK.                                        *
081800*    THE STANDING CHECKLIST AND EVERY PERIOD STILL OPEN OR     *
081900*    CLOSED WITHIN THE LAST TWELVE MONTHS ARE CARRIED.         *
082000*****************************************************************
082100 7000-WRITE-ONE-TASK.
082200     IF WS-TK-PERIOD(TSK-IDX) NOT = ZERO
082300             AND WS-TK-PERIOD(TSK-IDX) < WS-KEEP-PERIOD
082400         MOVE WS-TK-PERIOD(TSK-IDX) TO WS-WORK-PERIOD
082500         PERFORM 8200-FIND-PERIOD THRU 8200-EXIT
082600         IF PER-SUB > ZERO
082700             IF WS-PER-CLOSED(PER-SUB)
082800                 GO TO 7000-EXIT
082900             END-IF
083000         END-IF
083100     END-IF.
083200     MOVE WS-TASK-ENTRY(TSK-IDX) TO TO-CLOSE-TASK-REC.
083300     WRITE TO-CLOSE-TASK-REC.
083400 7000-EXIT.
083500     EXIT.
083600
083700*****************************************************************
083800*  8000-FIND-TASK.                                             *
083900*    TASK WS-WORK-TASK OF PERIOD WS-WORK-PERIOD INTO TSK-SUB   *
084000*    (ZERO WHEN NOT ON THE CHECKLIST).                         *
084100*****************************************************************
084200 8000-FIND-TASK.
084300     MOVE ZERO TO TSK-SUB.
084400     PERFORM 8050-MATCH-ONE-TASK THRU 8050-EXIT
084500         VARYING TPL-IDX FROM 1 BY 1
084600         UNTIL TPL-IDX > WS-TASK-COUNT
084700            OR TSK-SUB > ZERO.
084800 8000-EXIT.
084900     EXIT.
085000
085100*****************************************************************
085200*  8050-MATCH-ONE-TASK.                                        *
085300*****************************************************************
085400 8050-MATCH-ONE-TASK.
085500     IF WS-TK-PERIOD(TPL-IDX) = WS-WORK-PERIOD
085600             AND WS-TK-TASK-ID(TPL-IDX) = WS-WORK-TASK
085700         MOVE TPL-IDX TO TSK-SUB
085800     END-IF.
085900 8050-EXIT.
086000     EXIT.
086100
086200*****************************************************************
086300*  8100-CHECK-DEPENDENCIES.                                    *
086400*    WS-DEPS-SIGNED STAYS ON ONLY IF EVERY TASK TSK-SUB WAITS  *
086500*    ON IS SIGNED OFF; THE FIRST ONE THAT IS NOT IS NAMED IN   *
086600*    WS-BLOCKING-TASK.  A DEPENDENCY MISSING FROM THE PERIOD'S *
086700*    CHECKLIST BLOCKS TOO - IT IS A CHECKLIST ERROR.           *
086800*****************************************************************
086900 8100-CHECK-DEPENDENCIES.
087000     SET WS-DEPS-SIGNED TO TRUE.
087100     MOVE SPACES TO WS-BLOCKING-TASK.
087200     PERFORM 8150-CHECK-ONE-DEPENDENCY THRU 8150-EXIT
087300         VARYING DEP-IDX FROM 1 BY 1
087400         UNTIL DEP-IDX > 3
087500            OR NOT WS-DEPS-SIGNED.
087600 8100-EXIT.
087700     EXIT.
087800
087900*****************************************************************
088000*  8150-CHECK-ONE-DEPENDENCY.                                  *
088100*****************************************************************
088200 8150-CHECK-ONE-DEPENDENCY.
088300     IF WS-TK-DEPENDS-ON(TSK-SUB DEP-IDX) = SPACES
088400         GO TO 8150-EXIT
088500     END-IF.
088600     MOVE ZERO TO DEP-SUB.
088700     PERFORM 8160-MATCH-DEPENDENCY THRU 8160-EXIT
088800         VARYING TPL-IDX FROM 1 BY 1
088900         UNTIL TPL-IDX > WS-TASK-COUNT
089000            OR DEP-SUB > ZERO.
089100     IF DEP-SUB = ZERO
089200         MOVE "N" TO WS-DEPS-SW
089300     ELSE
089400         IF NOT WS-TK-SIGNED(DEP-SUB)
089500             MOVE "N" TO WS-DEPS-SW
089600         END-IF
089700     END-IF.
089800     IF NOT WS-DEPS-SIGNED
089900         MOVE WS-TK-DEPENDS-ON(TSK-SUB DEP-IDX)
090000             TO WS-BLOCKING-TASK
090100     END-IF.
090200 8150-EXIT.
090300     EXIT.
090400
090500*****************************************************************
090600*  8160-MATCH-DEPENDENCY.                                      *
090700*****************************************************************
090800 8160-MATCH-DEPENDENCY.
090900     IF WS-TK-PERIOD(TPL-IDX) = WS-TK-PERIOD(TSK-SUB)
091000             AND WS-TK-TASK-ID(TPL-IDX)
091100                 = WS-TK-DEPENDS-ON(TSK-SUB DEP-IDX)
091200         MOVE TPL-IDX TO DEP-SUB
091300     END-IF.
091400 8160-EXIT.
091500     EXIT.
091600
091700*****************************************************************
091800*  8200-FIND-PERIOD.                                           *
091900*    PERIOD WS-WORK-PERIOD ON THE PERIOD CONTROL INTO PER-SUB  *
092000*    (ZERO WHEN NOT LISTED, WHICH MEANS OPEN).                 *
092100*****************************************************************
092200 8200-FIND-PERIOD.
092300     MOVE ZERO TO PER-SUB.
092400     PERFORM 8250-MATCH-ONE-PERIOD THRU 8250-EXIT
092500         VARYING PER-IDX FROM 1 BY 1
092600         UNTIL PER-IDX > WS-PERIOD-COUNT
092700            OR PER-SUB > ZERO.
092800 8200-EXIT.
092900     EXIT.
093000
093100*****************************************************************
093200*  8250-MATCH-ONE-PERIOD.                                      *
093300*****************************************************************
093400 8250-MATCH-ONE-PERIOD.
093500     IF WS-PER-PERIOD(PER-IDX) = WS-WORK-PERIOD
093600         MOVE PER-IDX TO PER-SUB
093700     END-IF.
093800 8250-EXIT.
093900     EXIT.
094000
094100*****************************************************************
094200*  8300-COUNT-SIGNED.                                          *
094300*    REQUIRED AND SIGNED-OFF TASK COUNTS FOR WS-WORK-PERIOD;   *
094400*    THE FIRST REQUIRED TASK NOT SIGNED IS WS-BLOCKING-TASK.   *
094500*****************************************************************
094600 8300-COUNT-SIGNED.
094700     MOVE ZERO   TO WS-REQUIRED-COUNT.
094800     MOVE ZERO   TO WS-SIGNED-COUNT.
094900     MOVE SPACES TO WS-BLOCKING-TASK.
095000     PERFORM 8350-COUNT-ONE-TASK THRU 8350-EXIT
095100         VARYING TPL-IDX FROM 1 BY 1
095200         UNTIL TPL-IDX > WS-TASK-COUNT.
095300 8300-EXIT.
095400     EXIT.
095500
095600*****************************************************************
095700*  8350-COUNT-ONE-TASK.                                        *
095800*****************************************************************
095900 8350-COUNT-ONE-TASK.
096000     IF WS-TK-PERIOD(TPL-IDX) NOT = WS-WORK-PERIOD
096100             OR NOT WS-TK-REQUIRED(TPL-IDX)
096200         GO TO 8350-EXIT
096300     END-IF.
096400     ADD 1 TO WS-REQUIRED-COUNT.
096500     IF WS-TK-SIGNED(TPL-IDX)
096600         ADD 1 TO WS-SIGNED-COUNT
096700     ELSE
096800         IF WS-BLOCKING-TASK = SPACES
096900             MOVE WS-TK-TASK-ID(TPL-IDX) TO WS-BLOCKING-TASK
097000         END-IF
097100     END-IF.
097200 8350-EXIT.
097300     EXIT.
097400
097500*****************************************************************
097600*  8900-WRITE-EVENT-LINE.                                      *
097700*****************************************************************
097800 8900-WRITE-EVENT-LINE.
097900     MOVE WS-WORK-PERIOD TO WS-EVT-PERIOD.
098000     MOVE WS-WORK-TASK   TO WS-EVT-TASK.
098100     MOVE WS-WORK-USER   TO WS-EVT-USER.
098200     WRITE CR-PRINT-LINE FROM WS-RPT-EVENT.
098300 8900-EXIT.
098400     EXIT.
098500
098600*****************************************************************
098700*  9000-FINALIZE.                                              *
098800*****************************************************************
098900 9000-FINALIZE.
099000     DISPLAY "CLOSCHK1 RUNS APPLIED/SKIPPED: " WS-EVENTS-APPLIED
099100         " / " WS-EVENTS-SKIPPED.
099200     DISPLAY "CLOSCHK1 SIGN-OFFS APPLIED/REJECTED: "
099300         WS-SIGNS-APPLIED " / " WS-SIGNS-REJECTED.
099400     DISPLAY "CLOSCHK1 CLOSES DONE/REFUSED: " WS-CLOSES-DONE
099500         " / " WS-CLOSES-REFUSED
099600         " TASKS OPENED: " WS-TASKS-ADDED.
099700     IF WS-SIGNS-REJECTED > ZERO
099800             AND RETURN-CODE < 4
099900         MOVE 4 TO RETURN-CODE
100000     END-IF.
100100     CLOSE CLOSE-EVT.
100200     CLOSE SIGN-TRAN.
100300     CLOSE CLOSE-REQ.
100400     CLOSE TASK-OUT.
100500     CLOSE PERIOD-OUT.
100600     CLOSE CLOSE-RPT.
100700 9000-EXIT.
100800     EXIT.
