000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     BUDCHK01.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    CALLABLE BUDGET-AVAILABILITY CHECK.  HOLDS THE YEAR'S     *
001300*    BUDMAST AMOUNTS AND BUDGET YEAR-TO-DATE ACTUALS FOR EVERY *
001400*    LEDGER AND SPLIT-CODE TYPE THE BUDCTL FILE PUTS UNDER     *
001500*    WARN OR BLOCK CONTROL, AND TELLS THE POSTING PROGRAM      *
001600*    WHETHER A TRANSACTION WOULD PUSH A CODE VALUE'S ACTUAL    *
001700*    OVER ITS BUDGET.  EVERY WARNING AND BLOCK IS LISTED ON    *
001800*    THE BUDOVRRG OVER-BUDGET REGISTER WITH THE BUDGET OWNER,  *
001900*    SO ADD01 AND THE AFTERNOON EDITRUN1 PASS SHARE ONE CHECK  *
002000*    AND ONE REGISTER.  THE ROUTINE STAYS LOADED ACROSS CALLS: *
002100*    BA-LOAD ONCE, BA-CHECK AND BA-POST PER RECORD, BA-FINISH  *
002200*    AT END OF RUN.  BA-MERGE FOLDS THE PARTITIONED STREAMS'   *
002300*    DAYS (PARTBUD) INTO THE CARRY-FORWARD FOR ADDMRG01.       *
002400*                                                              *
002500*  MODIFICATION HISTORY.                                       *
002600*    2026-10-15  DL  ORIGINAL CALLABLE ROUTINE, SHARED BY      *
002700*                    ADD01, EDITRUN1, AND ADDMRG01.            *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BUD-CTL ASSIGN TO "BUDCTL"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT BUD-MAST ASSIGN TO "BUDMAST"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT BYTD-IN ASSIGN TO "BUDYTDI"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT BYTD-OUT ASSIGN TO "BUDYTDO"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PART-BUD ASSIGN TO "PARTBUD"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OVR-REG ASSIGN TO "BUDOVRRG"
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BUD-CTL.
004800     COPY DLBUDCTL.
004900
005000 FD  BUD-MAST.
005100     COPY DLBUDGET.
005200
005300 FD  BYTD-IN.
005400     COPY DLBUDYTD.
005500
005600 FD  BYTD-OUT.
005700     COPY DLBUDYTD
005800         REPLACING ==BY-BUDGET-YTD-REC== BY ==BO-BUDGET-YTD-REC==
005900             ==BY-YEAR== BY ==BO-YEAR==
006000             ==BY-LEDGER-CODE== BY ==BO-LEDGER-CODE==
006100             ==BY-CODE-TYPE== BY ==BO-CODE-TYPE==
006200             ==BY-CODE-VALUE== BY ==BO-CODE-VALUE==
006300             ==BY-YTD-ACTUAL== BY ==BO-YTD-ACTUAL==.
006400
006500 FD  PART-BUD.
006600     COPY DLBUDYTD
006700         REPLACING ==BY-BUDGET-YTD-REC== BY ==BP-BUDGET-YTD-REC==
006800             ==BY-YEAR== BY ==BP-YEAR==
006900             ==BY-LEDGER-CODE== BY ==BP-LEDGER-CODE==
007000             ==BY-CODE-TYPE== BY ==BP-CODE-TYPE==
007100             ==BY-CODE-VALUE== BY ==BP-CODE-VALUE==
007200             ==BY-YTD-ACTUAL== BY ==BP-YTD-ACTUAL==.
007300
007400 FD  OVR-REG.
007500 01  BR-PRINT-LINE            PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-SWITCHES.
007900     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
008000         88  WS-CTL-EOF            VALUE "Y".
008100     05  WS-BUD-EOF-SW        PIC X(01) VALUE "N".
008200         88  WS-BUD-EOF            VALUE "Y".
008300     05  WS-YTD-EOF-SW        PIC X(01) VALUE "N".
008400         88  WS-YTD-EOF            VALUE "Y".
008500     05  WS-PART-EOF-SW       PIC X(01) VALUE "N".
008600         88  WS-PART-EOF           VALUE "Y".
008700     05  WS-ADD-LINE-SW       PIC X(01) VALUE "N".
008800         88  WS-ADD-LINE           VALUE "Y".
008900
009000 01  WS-CURRENT-YEAR          PIC 9(04) VALUE ZERO.
009100 01  WS-WORK-LEDGER           PIC X(04) VALUE SPACES.
009200 01  WS-MATCH-LEDGER          PIC X(04) VALUE SPACES.
009300 01  WS-WORK-TYPE             PIC X(01) VALUE SPACES.
009400 01  WS-WORK-VALUE            PIC 9(04) VALUE ZERO.
009500 01  WS-WORK-MODE             PIC X(01) VALUE "N".
009600 01  WS-WORK-OWNER            PIC X(08) VALUE SPACES.
009700 01  WS-NEW-ACTUAL            PIC S9(11) VALUE ZERO.
009800 01  TYPE-IDX                 PIC 9(01) VALUE ZERO.
009900
010000 01  WS-CTL-COUNT             PIC 9(03) VALUE ZERO.
010100 01  CTL-IDX                  PIC 9(03) VALUE ZERO.
010200 01  CTL-SUB                  PIC 9(03) VALUE ZERO.
010300 01  WS-CTL-TABLE.
010400     05  WS-CTL-ENTRY OCCURS 1 TO 100 TIMES
010500             DEPENDING ON WS-CTL-COUNT.
010600         10  WS-CTL-LEDGER    PIC X(04).
010700         10  WS-CTL-TYPE      PIC X(01).
010800         10  WS-CTL-MODE      PIC X(01).
010900         10  WS-CTL-OWNER     PIC X(08).
011000
011100 01  WS-LINE-COUNT            PIC 9(04) VALUE ZERO.
011200 01  LN-IDX                   PIC 9(04) VALUE ZERO.
011300 01  LN-SUB                   PIC 9(04) VALUE ZERO.
011400 01  WS-LINE-TABLE.
011500     05  WS-LN-ENTRY OCCURS 1 TO 3000 TIMES
011600             DEPENDING ON WS-LINE-COUNT.
011700         10  WS-LN-LEDGER     PIC X(04).
011800         10  WS-LN-TYPE       PIC X(01).
011900         10  WS-LN-VALUE      PIC 9(04).
012000         10  WS-LN-BUDGET-SW  PIC X(01).
012100             88  WS-LN-HAS-BUDGET  VALUE "Y".
012200         10  WS-LN-BUDGET     PIC S9(11).
012300         10  WS-LN-YTD        PIC S9(11).
012400         10  WS-LN-DAY        PIC S9(11).
012500
012600 01  BR-REG-LINE.
012700     05  BR-RUN-DATE          PIC 9(08).
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  BR-PROGRAM           PIC X(08).
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  BR-TRANS-KEY         PIC X(12).
013200     05  FILLER               PIC X(08) VALUE " LEDGER ".
013300     05  BR-LEDGER-CODE       PIC X(04).
013400     05  FILLER               PIC X(06) VALUE " TYPE ".
013500     05  BR-CODE-TYPE         PIC X(01).
013600     05  FILLER               PIC X(07) VALUE " VALUE ".
013700     05  BR-CODE-VALUE        PIC 9(04).
013800     05  FILLER               PIC X(01) VALUE SPACE.
013900     05  BR-ACTION            PIC X(05).
014000     05  FILLER               PIC X(07) VALUE " OWNER ".
014100     05  BR-OWNER-ID          PIC X(08).
014200     05  FILLER               PIC X(08) VALUE " BUDGET ".
014300     05  BR-BUDGET            PIC -(11)9.
014400     05  FILLER               PIC X(11) VALUE " YTD AFTER ".
014500     05  BR-YTD-AFTER         PIC -(11)9.
014600     05  FILLER               PIC X(04) VALUE SPACES.
014700
014800 LINKAGE SECTION.
014900     COPY DLBUDCHK.
015000
015100 PROCEDURE DIVISION USING BA-BUDGET-CHECK.
015200*****************************************************************
015300*  0000-MAINLINE.                                              *
015400*****************************************************************
015500 0000-MAINLINE.
015600     IF BA-LOAD
015700         PERFORM 1000-LOAD THRU 1000-EXIT
015800     END-IF.
015900     IF BA-CHECK
016000         PERFORM 2000-CHECK THRU 2000-EXIT
016100     END-IF.
016200     IF BA-POST
016300         PERFORM 3000-POST THRU 3000-EXIT
016400     END-IF.
016500     IF BA-FINISH
016600         PERFORM 4000-FINISH THRU 4000-EXIT
016700     END-IF.
016800     IF BA-MERGE
016900         PERFORM 5000-MERGE THRU 5000-EXIT
017000     END-IF.
017100     GOBACK.
017200
017300*****************************************************************
017400*  1000-LOAD.                                                  *
017500*    LOADS THE CONTROL MODES, THEN THE YEAR'S BUDMAST LINES    *
017600*    FOR EVERY LEDGER/TYPE UNDER WARN OR BLOCK CONTROL (ALL    *
017700*    PERIODS OF THE RUN DATE'S YEAR SUMMED TO THE ANNUAL       *
017800*    AMOUNT), THEN THE CARRIED-FORWARD YEAR-TO-DATE ACTUALS.   *
017900*****************************************************************
018000 1000-LOAD.
018100     MOVE BA-RUN-DATE(1:4) TO WS-CURRENT-YEAR.
018200     MOVE ZERO TO BA-WARN-COUNT.
018300     MOVE ZERO TO BA-BLOCK-COUNT.
018400     MOVE ZERO TO WS-CTL-COUNT.
018500     MOVE ZERO TO WS-LINE-COUNT.
018600     OPEN INPUT BUD-CTL.
018700     READ BUD-CTL
018800         AT END
018900             SET WS-CTL-EOF TO TRUE
019000     END-READ.
019100     PERFORM 1100-LOAD-ONE-MODE THRU 1100-EXIT
019200         UNTIL WS-CTL-EOF.
019300     CLOSE BUD-CTL.
019400     OPEN INPUT BUD-MAST.
019500     READ BUD-MAST
019600         AT END
019700             SET WS-BUD-EOF TO TRUE
019800     END-READ.
019900     PERFORM 1200-LOAD-ONE-BUDGET THRU 1200-EXIT
020000         UNTIL WS-BUD-EOF.
020100     CLOSE BUD-MAST.
020200     PERFORM 1300-LOAD-YTD THRU 1300-EXIT.
020300     OPEN EXTEND OVR-REG.
020400 1000-EXIT.
020500     EXIT.
020600
020700*****************************************************************
020800*  1100-LOAD-ONE-MODE.                                         *
020900*****************************************************************
021000 1100-LOAD-ONE-MODE.
021100     IF WS-CTL-COUNT < 100
021200         ADD 1 TO WS-CTL-COUNT
021300         MOVE BC-LEDGER-CODE TO WS-CTL-LEDGER(WS-CTL-COUNT)
021400         MOVE BC-CODE-TYPE   TO WS-CTL-TYPE(WS-CTL-COUNT)
021500         MOVE BC-MODE        TO WS-CTL-MODE(WS-CTL-COUNT)
021600         MOVE BC-OWNER-ID    TO WS-CTL-OWNER(WS-CTL-COUNT)
021700     ELSE
021800         DISPLAY "BUDCTL: IGNORING CONTROL PAST FIRST 100"
021900     END-IF.
022000     READ BUD-CTL
022100         AT END
022200             SET WS-CTL-EOF TO TRUE
022300     END-READ.
022400 1100-EXIT.
022500     EXIT.
022600
022700*****************************************************************
022800*  1200-LOAD-ONE-BUDGET.                                       *
022900*****************************************************************
023000 1200-LOAD-ONE-BUDGET.
023100     IF BU-PERIOD(1:4) NOT = WS-CURRENT-YEAR
023200         GO TO 1200-NEXT
023300     END-IF.
023400     MOVE BU-LEDGER-CODE TO WS-WORK-LEDGER.
023500     MOVE BU-CODE-TYPE   TO WS-WORK-TYPE.
023600     MOVE BU-CODE-VALUE  TO WS-WORK-VALUE.
023700     PERFORM 8000-RESOLVE-MODE THRU 8000-EXIT.
023800     IF WS-WORK-MODE NOT = "W" AND WS-WORK-MODE NOT = "B"
023900         GO TO 1200-NEXT
024000     END-IF.
024100     SET WS-ADD-LINE TO TRUE.
024200     PERFORM 8100-FIND-LINE THRU 8100-EXIT.
024300     IF LN-IDX > ZERO
024400         ADD BU-BUDGET-AMOUNT TO WS-LN-BUDGET(LN-IDX)
024500         SET WS-LN-HAS-BUDGET(LN-IDX) TO TRUE
024600     END-IF.
024700 1200-NEXT.
024800     READ BUD-MAST
024900         AT END
025000             SET WS-BUD-EOF TO TRUE
025100     END-READ.
025200 1200-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600*  1300-LOAD-YTD.                                              *
025700*    THE CARRY-FORWARD'S RECORDS FOR THE RUN DATE'S YEAR - A   *
025800*    PRIOR YEAR'S RECORDS DROP OFF ON THE FIRST RUN OF A NEW   *
025900*    YEAR, WHICH IS THE BUDGET YEAR-END RESET.                 *
026000*****************************************************************
026100 1300-LOAD-YTD.
026200     OPEN INPUT BYTD-IN.
026300     READ BYTD-IN
026400         AT END
026500             SET WS-YTD-EOF TO TRUE
026600     END-READ.
026700     PERFORM 1310-LOAD-ONE-YTD THRU 1310-EXIT
026800         UNTIL WS-YTD-EOF.
026900     CLOSE BYTD-IN.
027000 1300-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400*  1310-LOAD-ONE-YTD.                                          *
027500*****************************************************************
027600 1310-LOAD-ONE-YTD.
027700     IF BY-YEAR = WS-CURRENT-YEAR
027800         MOVE BY-LEDGER-CODE TO WS-WORK-LEDGER
027900         MOVE BY-CODE-TYPE   TO WS-WORK-TYPE
028000         MOVE BY-CODE-VALUE  TO WS-WORK-VALUE
028100         SET WS-ADD-LINE TO TRUE
028200         PERFORM 8100-FIND-LINE THRU 8100-EXIT
028300         IF LN-IDX > ZERO
028400             ADD BY-YTD-ACTUAL TO WS-LN-YTD(LN-IDX)
028500         END-IF
028600     END-IF.
028700     READ BYTD-IN
028800         AT END
028900             SET WS-YTD-EOF TO TRUE
029000     END-READ.
029100 1310-EXIT.
029200     EXIT.
029300
029400*****************************************************************
029500*  2000-CHECK.                                                 *
029600*    CHECKS EACH OF THE RECORD'S THREE SPLIT CODES AGAINST ITS *
029700*    BUDGET LINE.  ONE CODE OVER BUDGET UNDER BLOCK CONTROL    *
029800*    BLOCKS THE WHOLE RECORD; UNDER WARN CONTROL - OR BLOCK    *
029900*    CONTROL ON A RECORD THE CALLER MARKS EXEMPT - IT ONLY     *
030000*    WARNS.  NOTHING IS ACCUMULATED HERE; BA-POST DOES THAT    *
030100*    ONCE THE CALLER KNOWS THE RECORD ACTUALLY POSTED.         *
030200*****************************************************************
030300 2000-CHECK.
030400     SET BA-WITHIN-BUDGET TO TRUE.
030500     PERFORM 2100-CHECK-ONE-TYPE THRU 2100-EXIT
030600         VARYING TYPE-IDX FROM 1 BY 1
030700         UNTIL TYPE-IDX > 3.
030800 2000-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200*  2100-CHECK-ONE-TYPE.                                        *
031300*    A CODE VALUE WITH NO BUDMAST LINE FOR THE YEAR HAS NO     *
031400*    AMOUNT TO BE OVER AND IS NOT CHECKED.                     *
031500*****************************************************************
031600 2100-CHECK-ONE-TYPE.
031700     MOVE BA-LEDGER-CODE          TO WS-WORK-LEDGER.
031800     MOVE TYPE-IDX                TO WS-WORK-TYPE.
031900     MOVE BA-CODE-VALUE(TYPE-IDX) TO WS-WORK-VALUE.
032000     PERFORM 8000-RESOLVE-MODE THRU 8000-EXIT.
032100     IF WS-WORK-MODE NOT = "W" AND WS-WORK-MODE NOT = "B"
032200         GO TO 2100-EXIT
032300     END-IF.
032400     MOVE "N" TO WS-ADD-LINE-SW.
032500     PERFORM 8100-FIND-LINE THRU 8100-EXIT.
032600     IF LN-IDX = ZERO
032700         GO TO 2100-EXIT
032800     END-IF.
032900     IF NOT WS-LN-HAS-BUDGET(LN-IDX)
033000         GO TO 2100-EXIT
033100     END-IF.
033200     COMPUTE WS-NEW-ACTUAL = WS-LN-YTD(LN-IDX) + WS-WORK-VALUE.
033300     IF WS-NEW-ACTUAL NOT > WS-LN-BUDGET(LN-IDX)
033400         GO TO 2100-EXIT
033500     END-IF.
033600     IF WS-WORK-MODE = "B" AND NOT BA-BLOCK-EXEMPT
033700         SET BA-OVER-BLOCKED TO TRUE
033800         MOVE "BLOCK" TO BR-ACTION
033900         ADD 1 TO BA-BLOCK-COUNT
034000     ELSE
034100         IF NOT BA-OVER-BLOCKED
034200             SET BA-OVER-WARNED TO TRUE
034300         END-IF
034400         MOVE "WARN " TO BR-ACTION
034500         ADD 1 TO BA-WARN-COUNT
034600     END-IF.
034700     PERFORM 2200-WRITE-REGISTER THRU 2200-EXIT.
034800 2100-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200*  2200-WRITE-REGISTER.                                        *
035300*    ONE OVER-BUDGET REGISTER LINE - THE RECORD, THE BUDGET    *
035400*    LINE IT WOULD OVERRUN, ITS OWNER, AND THE YEAR-TO-DATE    *
035500*    ACTUAL THE POSTING WOULD LEAVE.                           *
035600*****************************************************************
035700 2200-WRITE-REGISTER.
035800     MOVE BA-RUN-DATE          TO BR-RUN-DATE.
035900     MOVE BA-PROGRAM           TO BR-PROGRAM.
036000     MOVE BA-TRANS-KEY         TO BR-TRANS-KEY.
036100     MOVE WS-WORK-LEDGER       TO BR-LEDGER-CODE.
036200     MOVE WS-WORK-TYPE         TO BR-CODE-TYPE.
036300     MOVE WS-WORK-VALUE        TO BR-CODE-VALUE.
036400     MOVE WS-WORK-OWNER        TO BR-OWNER-ID.
036500     MOVE WS-LN-BUDGET(LN-IDX) TO BR-BUDGET.
036600     MOVE WS-NEW-ACTUAL        TO BR-YTD-AFTER.
036700     WRITE BR-PRINT-LINE FROM BR-REG-LINE.
036800 2200-EXIT.
036900     EXIT.
037000
037100*****************************************************************
037200*  3000-POST.                                                  *
037300*    ADDS A POSTED RECORD'S CODE VALUES TO THE YEAR-TO-DATE OF *
037400*    EVERY CONTROLLED BUDGET LINE THEY BELONG TO - A VALUE     *
037500*    WITH NO BUDMAST LINE YET IS STILL ACCUMULATED, SO A LINE  *
037600*    ADDED MID-YEAR STARTS FROM THE TRUE ACTUAL.               *
037700*****************************************************************
037800 3000-POST.
037900     PERFORM 3100-POST-ONE-TYPE THRU 3100-EXIT
038000         VARYING TYPE-IDX FROM 1 BY 1
038100         UNTIL TYPE-IDX > 3.
038200 3000-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*  3100-POST-ONE-TYPE.                                         *
038700*****************************************************************
038800 3100-POST-ONE-TYPE.
038900     MOVE BA-LEDGER-CODE          TO WS-WORK-LEDGER.
039000     MOVE TYPE-IDX                TO WS-WORK-TYPE.
039100     MOVE BA-CODE-VALUE(TYPE-IDX) TO WS-WORK-VALUE.
039200     PERFORM 8000-RESOLVE-MODE THRU 8000-EXIT.
039300     IF WS-WORK-MODE NOT = "W" AND WS-WORK-MODE NOT = "B"
039400         GO TO 3100-EXIT
039500     END-IF.
039600     SET WS-ADD-LINE TO TRUE.
039700     PERFORM 8100-FIND-LINE THRU 8100-EXIT.
039800     IF LN-IDX > ZERO
039900         ADD WS-WORK-VALUE TO WS-LN-YTD(LN-IDX)
040000         ADD WS-WORK-VALUE TO WS-LN-DAY(LN-IDX)
040100     END-IF.
040200 3100-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600*  4000-FINISH.                                                *
040700*    CUTS THE BUDGET CARRY-FORWARD THE CALLER ASKED FOR - THE  *
040800*    FULL YEAR-TO-DATE, ONLY THE DAY (A PARTITIONED STREAM,    *
040900*    MERGED LATER BY ADDMRG01), OR NOTHING (AN EDIT-ONLY PASS  *
041000*    OR A DRAINED RUN) - AND CLOSES THE REGISTER.              *
041100*****************************************************************
041200 4000-FINISH.
041300     IF BA-YTD-OUT-FULL OR BA-YTD-OUT-DAY
041400         PERFORM 4050-WRITE-YTD THRU 4050-EXIT
041500     END-IF.
041600     CLOSE OVR-REG.
041700 4000-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100*  4050-WRITE-YTD.                                             *
042200*****************************************************************
042300 4050-WRITE-YTD.
042400     OPEN OUTPUT BYTD-OUT.
042500     PERFORM 4100-WRITE-ONE-YTD THRU 4100-EXIT
042600         VARYING LN-IDX FROM 1 BY 1
042700         UNTIL LN-IDX > WS-LINE-COUNT.
042800     CLOSE BYTD-OUT.
042900 4050-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*  4100-WRITE-ONE-YTD.                                         *
043400*****************************************************************
043500 4100-WRITE-ONE-YTD.
043600     MOVE WS-CURRENT-YEAR      TO BO-YEAR.
043700     MOVE WS-LN-LEDGER(LN-IDX) TO BO-LEDGER-CODE.
043800     MOVE WS-LN-TYPE(LN-IDX)   TO BO-CODE-TYPE.
043900     MOVE WS-LN-VALUE(LN-IDX)  TO BO-CODE-VALUE.
044000     IF BA-YTD-OUT-DAY
044100         IF WS-LN-DAY(LN-IDX) = ZERO
044200             GO TO 4100-EXIT
044300         END-IF
044400         MOVE WS-LN-DAY(LN-IDX) TO BO-YTD-ACTUAL
044500     ELSE
044600         IF WS-LN-YTD(LN-IDX) = ZERO
044700             GO TO 4100-EXIT
044800         END-IF
044900         MOVE WS-LN-YTD(LN-IDX) TO BO-YTD-ACTUAL
045000     END-IF.
045100     WRITE BO-BUDGET-YTD-REC.
045200 4100-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*  5000-MERGE.                                                 *
045700*    PARTITIONED NIGHT - THE CARRY-FORWARD PLUS EVERY STREAM'S *
045800*    DAY (THEIR BUDYTDO OUTPUTS CONCATENATED ONTO PARTBUD)     *
045900*    BECOMES THE NEW FULL CARRY-FORWARD.                       *
046000*****************************************************************
046100 5000-MERGE.
046200     MOVE BA-RUN-DATE(1:4) TO WS-CURRENT-YEAR.
046300     MOVE ZERO TO WS-LINE-COUNT.
046400     PERFORM 1300-LOAD-YTD THRU 1300-EXIT.
046500     OPEN INPUT PART-BUD.
046600     READ PART-BUD
046700         AT END
046800             SET WS-PART-EOF TO TRUE
046900     END-READ.
047000     PERFORM 5100-MERGE-ONE-DAY THRU 5100-EXIT
047100         UNTIL WS-PART-EOF.
047200     CLOSE PART-BUD.
047300     SET BA-YTD-OUT-FULL TO TRUE.
047400     PERFORM 4050-WRITE-YTD THRU 4050-EXIT.
047500 5000-EXIT.
047600     EXIT.
047700
047800*****************************************************************
047900*  5100-MERGE-ONE-DAY.                                         *
048000*****************************************************************
048100 5100-MERGE-ONE-DAY.
048200     IF BP-YEAR = WS-CURRENT-YEAR
048300         MOVE BP-LEDGER-CODE TO WS-WORK-LEDGER
048400         MOVE BP-CODE-TYPE   TO WS-WORK-TYPE
048500         MOVE BP-CODE-VALUE  TO WS-WORK-VALUE
048600         SET WS-ADD-LINE TO TRUE
048700         PERFORM 8100-FIND-LINE THRU 8100-EXIT
048800         IF LN-IDX > ZERO
048900             ADD BP-YTD-ACTUAL TO WS-LN-YTD(LN-IDX)
049000         END-IF
049100     END-IF.
049200     READ PART-BUD
049300         AT END
049400             SET WS-PART-EOF TO TRUE
049500     END-READ.
049600 5100-EXIT.
049700     EXIT.
049800
049900*****************************************************************
050000*  8000-RESOLVE-MODE.                                          *
050100*    THE LEDGER'S OWN CONTROL RECORD FOR THE TYPE, ELSE THE    *
050200*    "****" DEFAULT FOR THE TYPE, ELSE NOT CONTROLLED.         *
050300*****************************************************************
050400 8000-RESOLVE-MODE.
050500     MOVE "N"    TO WS-WORK-MODE.
050600     MOVE SPACES TO WS-WORK-OWNER.
050700     MOVE ZERO   TO CTL-IDX.
050800     MOVE WS-WORK-LEDGER TO WS-MATCH-LEDGER.
050900     PERFORM 8050-MATCH-ONE-MODE THRU 8050-EXIT
051000         VARYING CTL-SUB FROM 1 BY 1
051100         UNTIL CTL-SUB > WS-CTL-COUNT
051200            OR CTL-IDX > ZERO.
051300     IF CTL-IDX = ZERO
051400         MOVE "****" TO WS-MATCH-LEDGER
051500         PERFORM 8050-MATCH-ONE-MODE THRU 8050-EXIT
051600             VARYING CTL-SUB FROM 1 BY 1
051700             UNTIL CTL-SUB > WS-CTL-COUNT
051800                OR CTL-IDX > ZERO
051900     END-IF.
052000     IF CTL-IDX > ZERO
052100         MOVE WS-CTL-MODE(CTL-IDX)  TO WS-WORK-MODE
052200         MOVE WS-CTL-OWNER(CTL-IDX) TO WS-WORK-OWNER
052300     END-IF.
052400 8000-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800*  8050-MATCH-ONE-MODE.                                        *
052900*****************************************************************
053000 8050-MATCH-ONE-MODE.
053100     IF WS-CTL-LEDGER(CTL-SUB) = WS-MATCH-LEDGER
053200             AND WS-CTL-TYPE(CTL-SUB) = WS-WORK-TYPE
053300         MOVE CTL-SUB TO CTL-IDX
053400     END-IF.
053500 8050-EXIT.
053600     EXIT.
053700
053800*****************************************************************
053900*  8100-FIND-LINE.                                             *
054000*    LOOKS UP THE LEDGER/TYPE/VALUE BUDGET LINE, ADDING IT     *
054100*    WHEN THE CALLER ASKED FOR THAT (WS-ADD-LINE).  LN-IDX IS  *
054200*    ZERO WHEN THERE IS NO LINE.                               *
054300*****************************************************************
054400 8100-FIND-LINE.
054500     MOVE ZERO TO LN-IDX.
054600     PERFORM 8150-MATCH-ONE-LINE THRU 8150-EXIT
054700         VARYING LN-SUB FROM 1 BY 1
054800         UNTIL LN-SUB > WS-LINE-COUNT
054900            OR LN-IDX > ZERO.
055000     IF LN-IDX > ZERO OR NOT WS-ADD-LINE
055100         GO TO 8100-EXIT
055200     END-IF.
055300     IF WS-LINE-COUNT < 3000
055400         ADD 1 TO WS-LINE-COUNT
055500         MOVE WS-LINE-COUNT  TO LN-IDX
055600         MOVE WS-WORK-LEDGER TO WS-LN-LEDGER(LN-IDX)
055700         MOVE WS-WORK-TYPE   TO WS-LN-TYPE(LN-IDX)
055800         MOVE WS-WORK-VALUE  TO WS-LN-VALUE(LN-IDX)
055900         MOVE "N"            TO WS-LN-BUDGET-SW(LN-IDX)
056000         MOVE ZERO           TO WS-LN-BUDGET(LN-IDX)
056100         MOVE ZERO           TO WS-LN-YTD(LN-IDX)
056200         MOVE ZERO           TO WS-LN-DAY(LN-IDX)
056300     ELSE
056400         DISPLAY "BUDCHK01 - BUDGET LINE TABLE FULL - "
056500             "NOT CONTROLLED " WS-WORK-LEDGER " "
056600             WS-WORK-TYPE " " WS-WORK-VALUE
056700     END-IF.
056800 8100-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200*  8150-MATCH-ONE-LINE.                                        *
057300*****************************************************************
057400 8150-MATCH-ONE-LINE.
057500     IF WS-LN-LEDGER(LN-SUB) = WS-WORK-LEDGER
057600             AND WS-LN-TYPE(LN-SUB) = WS-WORK-TYPE
057700             AND WS-LN-VALUE(LN-SUB) = WS-WORK-VALUE
057800         MOVE LN-SUB TO LN-IDX
057900     END-IF.
058000 8150-EXIT.
058100     EXIT.
