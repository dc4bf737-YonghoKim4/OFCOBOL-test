000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     DIGANL1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    MONTHLY DIGIT AND ROUND-AMOUNT ANALYSIS OVER THE AUDIT    *
001300*    ARCHIVE, SO THE QUESTIONS THE EXTERNAL AUDITORS ASK OF    *
001400*    THEIR OWN DIGIT TESTS ARE ANSWERED HERE FIRST.  FOR THE   *
001500*    DIGPARM MONTH, EVERY ARCHIVED IMAGE'S POSTED AMOUNT (ITS  *
001600*    AFTER-VALUE LESS ITS BEFORE-VALUE) IS TALLIED BY LEADING  *
001700*    DIGIT AND BY LEADING TWO DIGITS, PER PROGRAM AND FOR ALL  *
001800*    PROGRAMS, AND EACH DISTRIBUTION IS PRINTED AGAINST THE    *
001900*    BENFORD EXPECTATION WITH ITS MEAN ABSOLUTE DEVIATION AND  *
002000*    THE CONFORMITY BAND THAT SCORE FALLS IN.  A SECOND PASS   *
002100*    NAMES EVERY POSTING THAT IS A ROUND AMOUNT, THAT FALLS    *
002200*    JUST UNDER ITS ACCOUNT'S AM-DAILY-LIMIT OR THE REVTHRSH   *
002300*    MANAGER-REVIEW THRESHOLD, THAT WAS POSTED ON A WEEKEND OR *
002400*    CALENDAR HOLIDAY, OR THAT CAME FROM A LATER RUN THAN THE  *
002500*    FIRST ONE OF ITS DAY.  EACH FLAG IS PRINTED ON DIGRPT AND *
002600*    WRITTEN TO AUDTARGT, WHICH AUDSMPL1 TAKES AS A TARGETED   *
002700*    SAMPLE.  WITH NO DIGPARM RECORD NOTHING IS DONE.          *
002800*                                                               *
002900*  MODIFICATION HISTORY.                                       *
003000*    2026-10-15  DL  ORIGINAL DIGIT-ANALYSIS RUN.              *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DIG-PARM ASSIGN TO "DIGPARM"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT REVIEW-PRM ASSIGN TO "REVTHRSH"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT CALENDAR ASSIGN TO "CALENDAR"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT AUD-ARCH ASSIGN TO "AUDARCH"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT ACCT-MAST ASSIGN TO "ACCTMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS AM-KEY-PREFIX.
004700     SELECT AUD-TARGET ASSIGN TO "AUDTARGT"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT DIG-RPT ASSIGN TO "DIGRPT"
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  DIG-PARM.
005500     COPY DLDIGPRM.
005600
005700 FD  REVIEW-PRM.
005800     COPY DLREVPRM.
005900
006000 FD  CALENDAR.
006100     COPY DLCALEND.
006200
006300 FD  AUD-ARCH.
006400     COPY DLAUDARC.
006500
006600 FD  ACCT-MAST.
006700     COPY DLACCTMS.
006800
006900 FD  AUD-TARGET.
007000     COPY DLAUDTGT.
007100
007200 FD  DIG-RPT.
007300 01  DR-PRINT-LINE            PIC X(132).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-SWITCHES.
007700     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
007800         88  WS-PARM-EOF           VALUE "Y".
007900     05  WS-REV-EOF-SW        PIC X(01) VALUE "N".
008000         88  WS-REV-EOF            VALUE "Y".
008100     05  WS-CAL-EOF-SW        PIC X(01) VALUE "N".
008200         88  WS-CAL-EOF            VALUE "Y".
008300     05  WS-ARCH-EOF-SW       PIC X(01) VALUE "N".
008400         88  WS-ARCH-EOF           VALUE "Y".
008500     05  WS-ACCT-FOUND-SW     PIC X(01) VALUE "N".
008600         88  WS-ACCT-FOUND         VALUE "Y".
008700     05  WS-HOLIDAY-SW        PIC X(01) VALUE "N".
008800         88  WS-DAY-IS-HOLIDAY     VALUE "Y".
008900
009000 01  WS-ANALYSIS-MONTH        PIC 9(06) VALUE ZERO.
009100 01  WS-ROUND-UNIT            PIC 9(07) VALUE 1000.
009200 01  WS-UNDER-PCT             PIC 9(03) VALUE 5.
009300 01  WS-MIN-AMOUNT            PIC 9(05)V9(02) VALUE 10.00.
009400 01  WS-REVIEW-THRESHOLD      PIC 9(06) VALUE ZERO.
009500 01  WS-MIN-SCORED            PIC 9(05) VALUE 100.
009600
009700 01  WS-POSTED-AMOUNT         PIC S9(13)V9(02) VALUE ZERO.
009800 01  WS-ABS-AMOUNT            PIC 9(13)V9(02) VALUE ZERO.
009900 01  WS-DIGIT-AMOUNT          PIC 9(13)V9(02) VALUE ZERO.
010000 01  WS-DIGIT-CHARS REDEFINES WS-DIGIT-AMOUNT
010100                              PIC X(15).
010200 01  WS-LEAD-ZEROS            PIC 9(02) VALUE ZERO.
010300 01  WS-LEAD-PAIR             PIC X(02) VALUE SPACES.
010400 01  WS-LEAD-PAIR-NUM REDEFINES WS-LEAD-PAIR
010500                              PIC 9(02).
010600 01  WS-FIRST-DIGIT           PIC 9(01) VALUE ZERO.
010700 01  WS-WHOLE-AMOUNT          PIC 9(13) VALUE ZERO.
010800 01  WS-ROUND-QUOTIENT        PIC 9(13) VALUE ZERO.
010900 01  WS-ROUND-REMAINDER       PIC 9(07) VALUE ZERO.
011000 01  WS-CEILING               PIC 9(13)V9(02) VALUE ZERO.
011100 01  WS-FLOOR                 PIC 9(13)V9(02) VALUE ZERO.
011200 01  WS-DAY-NUMBER            PIC 9(07) VALUE ZERO.
011300 01  WS-DAY-OF-WEEK           PIC 9(01) VALUE ZERO.
011400 01  WS-FLAG-REASON           PIC X(10) VALUE SPACES.
011500 01  WS-FLAG-NOTE             PIC X(40) VALUE SPACES.
011600 01  WS-LIMIT-EDIT            PIC Z(8)9.
011700 01  WS-RUN-EDIT              PIC ZZ9.
011800
011900 01  WS-PROPORTION            PIC 9V9(08) VALUE ZERO.
012000 01  WS-ABS-DIFF              PIC 9V9(08) VALUE ZERO.
012100 01  WS-DIFF-SUM              PIC 9(03)V9(08) VALUE ZERO.
012200 01  WS-MAD                   PIC 9V9(06) VALUE ZERO.
012300 01  WS-MAD-EDIT              PIC 9.9(06).
012400 01  WS-BAND-NAME             PIC X(24) VALUE SPACES.
012500 01  WS-SCORE-BASE            PIC 9(07) VALUE ZERO.
012600
012700 01  WS-IMAGE-COUNT           PIC 9(07) VALUE ZERO.
012800 01  WS-FLAG-COUNT            PIC 9(07) VALUE ZERO.
012900 01  WS-ROUND-COUNT           PIC 9(07) VALUE ZERO.
013000 01  WS-UNDER-LIMIT-COUNT     PIC 9(07) VALUE ZERO.
013100 01  WS-UNDER-REVIEW-COUNT    PIC 9(07) VALUE ZERO.
013200 01  WS-WEEKEND-COUNT         PIC 9(07) VALUE ZERO.
013300 01  WS-HOLIDAY-COUNT         PIC 9(07) VALUE ZERO.
013400 01  WS-RUN-FLAG-COUNT        PIC 9(07) VALUE ZERO.
013500
013600*****************************************************************
013700*  THE BENFORD EXPECTATION FOR A LEADING DIGIT OR DIGIT PAIR N *
013800*  IS LOG10(1 + 1/N).  ONE TABLE SERVES BOTH TESTS - SLOTS 1   *
013900*  TO 9 ARE THE FIRST-DIGIT TEST, SLOTS 10 TO 99 THE FIRST-TWO *
014000*  TEST - AND THE PROGRAM TALLIES BELOW ARE KEPT THE SAME WAY. *
014100*****************************************************************
014200 01  DIG-IDX                  PIC 9(03) VALUE ZERO.
014300 01  WS-EXPECTED-TABLE.
014400     05  WS-EXP-PROB OCCURS 99 TIMES
014500                              PIC 9V9(08).
014600
014700*****************************************************************
014800*  SLOT ONE OF THE PROGRAM TABLE HOLDS THE ALL-PROGRAMS TOTAL. *
014900*****************************************************************
015000 01  WS-PGM-COUNT             PIC 9(03) VALUE ZERO.
015100 01  PGM-IDX                  PIC 9(03) VALUE ZERO.
015200 01  PGM-SUB                  PIC 9(03) VALUE ZERO.
015300 01  WS-PGM-TABLE.
015400     05  WS-PGM-ENTRY OCCURS 1 TO 60 TIMES
015500             DEPENDING ON WS-PGM-COUNT.
015600         10  WS-PGM-NAME      PIC X(08).
015700         10  WS-PGM-IMAGES    PIC 9(07).
015800         10  WS-PGM-FIRST-N   PIC 9(07).
015900         10  WS-PGM-PAIR-N    PIC 9(07).
016000         10  WS-PGM-DIGIT OCCURS 99 TIMES
016100                              PIC 9(07).
016200
016300 01  WS-DATE-COUNT            PIC 9(03) VALUE ZERO.
016400 01  DTE-IDX                  PIC 9(03) VALUE ZERO.
016500 01  DTE-SUB                  PIC 9(03) VALUE ZERO.
016600 01  WS-DATE-TABLE.
016700     05  WS-DATE-ENTRY OCCURS 1 TO 100 TIMES
016800             DEPENDING ON WS-DATE-COUNT.
016900         10  WS-DTE-DATE      PIC 9(08).
017000         10  WS-DTE-FIRST-RUN PIC 9(03).
017100
017200 01  WS-CAL-COUNT             PIC 9(03) VALUE ZERO.
017300 01  CAL-IDX                  PIC 9(03) VALUE ZERO.
017400 01  WS-CAL-TABLE.
017500     05  WS-CAL-ENTRY OCCURS 1 TO 400 TIMES
017600             DEPENDING ON WS-CAL-COUNT.
017700         10  WS-CAL-DATE      PIC 9(08).
017800         10  WS-CAL-TYPE      PIC X(01).
017900
018000 01  WS-RPT-HEADER.
018100     05  FILLER               PIC X(44) VALUE
018200         "DIGIT AND ROUND-AMOUNT ANALYSIS  ARCH MONTH ".
018300     05  WS-HDR-MONTH         PIC 9(06).
018400     05  FILLER               PIC X(14) VALUE "  ROUND UNIT ".
018500     05  WS-HDR-UNIT          PIC Z(6)9.
018600     05  FILLER               PIC X(14) VALUE "  UNDER WITHIN".
018700     05  WS-HDR-PCT           PIC ZZ9.
018800     05  FILLER               PIC X(01) VALUE "%".
018900
019000 01  WS-RPT-PROGRAM.
019100     05  FILLER               PIC X(08) VALUE "PROGRAM ".
019200     05  WS-PRG-NAME          PIC X(08).
019300     05  FILLER               PIC X(18) VALUE
019400         "  POSTED AMOUNTS ".
019500     05  WS-PRG-IMAGES        PIC Z(6)9.
019600     05  FILLER               PIC X(12) VALUE "  ANALYSED ".
019700     05  WS-PRG-FIRST-N       PIC Z(6)9.
019800
019900 01  WS-RPT-FIRST-COLUMNS.
020000     05  FILLER               PIC X(46) VALUE
020100         "  FIRST DIGIT     COUNT  ACTUAL%  EXPECTED%   ".
020200     05  FILLER               PIC X(05) VALUE "DIFF%".
020300
020400 01  WS-RPT-FIRST-DETAIL.
020500     05  FILLER               PIC X(08) VALUE SPACES.
020600     05  WS-FD-DIGIT          PIC 9(01).
020700     05  FILLER               PIC X(05) VALUE SPACES.
020800     05  WS-FD-COUNT          PIC Z(6)9.
020900     05  FILLER               PIC X(03) VALUE SPACES.
021000     05  WS-FD-ACTUAL         PIC ZZ9.99.
021100     05  FILLER               PIC X(05) VALUE SPACES.
021200     05  WS-FD-EXPECTED       PIC ZZ9.99.
021300     05  FILLER               PIC X(02) VALUE SPACES.
021400     05  WS-FD-DIFF           PIC +++9.99.
021500
021600 01  WS-RPT-PAIR-COLUMNS.
021700     05  FILLER               PIC X(60) VALUE
021800         "  FIRST TWO DIGITS - PAIR, COUNT, ACTUAL% / EXPECTED%".
021900
022000 01  WS-PAIR-ROW              PIC 9(02) VALUE ZERO.
022100 01  WS-PAIR-COL              PIC 9(01) VALUE ZERO.
022200 01  WS-RPT-PAIR-DETAIL.
022300     05  FILLER               PIC X(02) VALUE SPACES.
022400     05  WS-PD-CELL OCCURS 5 TIMES.
022500         10  WS-PD-PAIR       PIC 9(02).
022600         10  FILLER           PIC X(01).
022700         10  WS-PD-COUNT      PIC Z(6)9.
022800         10  FILLER           PIC X(01).
022900         10  WS-PD-ACTUAL     PIC ZZ9.99.
023000         10  WS-PD-SLASH      PIC X(01).
023100         10  WS-PD-EXPECTED   PIC Z9.99.
023200         10  FILLER           PIC X(03).
023300
023400 01  WS-RPT-SCORE.
023500     05  FILLER               PIC X(02) VALUE SPACES.
023600     05  WS-SCO-TEST          PIC X(18).
023700     05  FILLER               PIC X(30) VALUE
023800         "MEAN ABSOLUTE DEVIATION      ".
023900     05  WS-SCO-MAD           PIC X(08).
024000     05  FILLER               PIC X(03) VALUE " - ".
024100     05  WS-SCO-BAND          PIC X(24).
024200
024300 01  WS-RPT-FLAG-TITLE.
024400     05  FILLER               PIC X(40) VALUE
024500         "POSTINGS FLAGGED FOR THE TARGETED SAMPLE".
024600
024700 01  WS-RPT-FLAG-COLUMNS.
024800     05  FILLER               PIC X(46) VALUE
024900         "KEY          PROGRAM   AUD DATE RUN           ".
025000     05  FILLER               PIC X(24) VALUE
025100         "AMOUNT  REASON      NOTE".
025200
025300 01  WS-RPT-FLAG-DETAIL.
025400     05  WS-FLD-KEY           PIC X(12).
025500     05  FILLER               PIC X(01) VALUE SPACE.
025600     05  WS-FLD-PROGRAM       PIC X(08).
025700     05  FILLER               PIC X(02) VALUE SPACES.
025800     05  WS-FLD-DATE          PIC 9(08).
025900     05  FILLER               PIC X(01) VALUE SPACE.
026000     05  WS-FLD-RUN           PIC ZZ9.
026100     05  FILLER               PIC X(01) VALUE SPACE.
026200     05  WS-FLD-AMOUNT        PIC -(12)9.99.
026300     05  FILLER               PIC X(02) VALUE SPACES.
026400     05  WS-FLD-REASON        PIC X(10).
026500     05  FILLER               PIC X(02) VALUE SPACES.
026600     05  WS-FLD-NOTE          PIC X(40).
026700
026800 01  WS-RPT-NONE.
026900     05  FILLER               PIC X(10) VALUE "    (NONE)".
027000
027100 01  WS-RPT-TOTALS-1.
027200     05  FILLER               PIC X(15) VALUE "POSTED AMOUNTS ".
027300     05  WS-TOT-IMAGES        PIC Z(6)9.
027400     05  FILLER               PIC X(17) VALUE
027500         "  FLAGGED LINES  ".
027600     05  WS-TOT-FLAGS         PIC Z(6)9.
027700
027800 01  WS-RPT-TOTALS-2.
027900     05  FILLER               PIC X(06) VALUE "ROUND ".
028000     05  WS-TOT-ROUND         PIC Z(6)9.
028100     05  FILLER               PIC X(13) VALUE "  UNDERLIMIT ".
028200     05  WS-TOT-UNDER-LIMIT   PIC Z(6)9.
028300     05  FILLER               PIC X(12) VALUE "  UNDERREVW ".
028400     05  WS-TOT-UNDER-REVIEW  PIC Z(6)9.
028500     05  FILLER               PIC X(10) VALUE "  WEEKEND ".
028600     05  WS-TOT-WEEKEND       PIC Z(6)9.
028700     05  FILLER               PIC X(10) VALUE "  HOLIDAY ".
028800     05  WS-TOT-HOLIDAY       PIC Z(6)9.
028900     05  FILLER               PIC X(12) VALUE "  RUNNUMBER ".
029000     05  WS-TOT-RUN           PIC Z(6)9.
029100
029200     COPY DLAUDIT.
029300
029400 PROCEDURE DIVISION.
029500*****************************************************************
029600*  0000-MAINLINE.                                              *
029700*****************************************************************
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030000     IF WS-PARM-EOF
030100         DISPLAY "DIGANL1 - NO DIGPARM REQUEST - NOTHING DONE"
030200         MOVE 8 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500     PERFORM 2000-TALLY-ONE-IMAGE THRU 2000-EXIT
030600         UNTIL WS-ARCH-EOF.
030700     CLOSE AUD-ARCH.
030800     PERFORM 3000-REPORT-ONE-PROGRAM THRU 3000-EXIT
030900         VARYING PGM-IDX FROM 1 BY 1
031000         UNTIL PGM-IDX > WS-PGM-COUNT.
031100     PERFORM 4000-FLAG-PASS THRU 4000-EXIT.
031200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
031300     STOP RUN.
031400
031500*****************************************************************
031600*  1000-INITIALIZE.                                            *
031700*    TAKES THE DIGPARM REQUEST, WITH THE USUAL DEFAULTS FOR    *
031800*    ANY SETTING LEFT AT ZERO.  AN EMPTY REVTHRSH LEAVES THE   *
031900*    REVIEW-THRESHOLD TEST OFF, AN EMPTY CALENDAR LEAVES ONLY  *
032000*    THE WEEKEND TEST.                                         *
032100*****************************************************************
032200 1000-INITIALIZE.
032300     OPEN INPUT DIG-PARM.
032400     READ DIG-PARM
032500         AT END
032600             SET WS-PARM-EOF TO TRUE
032700     END-READ.
032800     IF NOT WS-PARM-EOF
032900         MOVE DG-ANALYSIS-MONTH TO WS-ANALYSIS-MONTH
033000         IF DG-ROUND-UNIT > ZERO
033100             MOVE DG-ROUND-UNIT TO WS-ROUND-UNIT
033200         END-IF
033300         IF DG-UNDER-PCT > ZERO
033400             MOVE DG-UNDER-PCT TO WS-UNDER-PCT
033500         END-IF
033600         IF DG-MIN-AMOUNT > ZERO
033700             MOVE DG-MIN-AMOUNT TO WS-MIN-AMOUNT
033800         END-IF
033900     END-IF.
034000     CLOSE DIG-PARM.
034100     IF WS-PARM-EOF
034200         GO TO 1000-EXIT
034300     END-IF.
034400     OPEN INPUT REVIEW-PRM.
034500     READ REVIEW-PRM
034600         AT END
034700             SET WS-REV-EOF TO TRUE
034800     END-READ.
034900     IF NOT WS-REV-EOF
035000         MOVE RP-REVIEW-THRESHOLD TO WS-REVIEW-THRESHOLD
035100     END-IF.
035200     CLOSE REVIEW-PRM.
035300     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
035400     PERFORM 1200-SET-EXPECTED THRU 1200-EXIT
035500         VARYING DIG-IDX FROM 1 BY 1
035600         UNTIL DIG-IDX > 99.
035700     MOVE 1 TO WS-PGM-COUNT.
035800     MOVE "*ALL*" TO WS-PGM-NAME(1).
035900     PERFORM 1300-CLEAR-ONE-PROGRAM THRU 1300-EXIT.
036000     OPEN OUTPUT DIG-RPT.
036100     OPEN OUTPUT AUD-TARGET.
036200     MOVE WS-ANALYSIS-MONTH TO WS-HDR-MONTH.
036300     MOVE WS-ROUND-UNIT     TO WS-HDR-UNIT.
036400     MOVE WS-UNDER-PCT      TO WS-HDR-PCT.
036500     WRITE DR-PRINT-LINE FROM WS-RPT-HEADER.
036600     OPEN INPUT AUD-ARCH.
036700     READ AUD-ARCH
036800         AT END
036900             SET WS-ARCH-EOF TO TRUE
037000     END-READ.
037100 1000-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  1100-LOAD-CALENDAR.                                         *
037600*****************************************************************
037700 1100-LOAD-CALENDAR.
037800     OPEN INPUT CALENDAR.
037900     READ CALENDAR
038000         AT END
038100             SET WS-CAL-EOF TO TRUE
038200     END-READ.
038300     PERFORM 1150-LOAD-ONE-DAY THRU 1150-EXIT
038400         UNTIL WS-CAL-EOF.
038500     CLOSE CALENDAR.
038600 1100-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000*  1150-LOAD-ONE-DAY.                                          *
039100*****************************************************************
039200 1150-LOAD-ONE-DAY.
039300     IF CD-HOLIDAY
039400         IF WS-CAL-COUNT < 400
039500             ADD 1 TO WS-CAL-COUNT
039600             MOVE CD-CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
039700             MOVE CD-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
039800         ELSE
039900             DISPLAY "CALENDAR: IGNORING ENTRY PAST FIRST 400"
040000         END-IF
040100     END-IF.
040200     READ CALENDAR
040300         AT END
040400             SET WS-CAL-EOF TO TRUE
040500     END-READ.
040600 1150-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000*  1200-SET-EXPECTED.                                          *
041100*****************************************************************
041200 1200-SET-EXPECTED.
041300     COMPUTE WS-EXP-PROB(DIG-IDX) ROUNDED =
041400         FUNCTION LOG10(1 + 1 / DIG-IDX).
041500 1200-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*  1300-CLEAR-ONE-PROGRAM.                                     *
042000*    ZEROES THE TALLIES OF THE NEWEST PROGRAM-TABLE SLOT.      *
042100*****************************************************************
042200 1300-CLEAR-ONE-PROGRAM.
042300     MOVE ZERO TO WS-PGM-IMAGES(WS-PGM-COUNT).
042400     MOVE ZERO TO WS-PGM-FIRST-N(WS-PGM-COUNT).
042500     MOVE ZERO TO WS-PGM-PAIR-N(WS-PGM-COUNT).
042600     PERFORM 1350-CLEAR-ONE-DIGIT THRU 1350-EXIT
042700         VARYING DIG-IDX FROM 1 BY 1
042800         UNTIL DIG-IDX > 99.
042900 1300-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*  1350-CLEAR-ONE-DIGIT.                                       *
043400*****************************************************************
043500 1350-CLEAR-ONE-DIGIT.
043600     MOVE ZERO TO WS-PGM-DIGIT(WS-PGM-COUNT DIG-IDX).
043700 1350-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*  1500-POSTED-AMOUNT.                                         *
044200*    UNPACKS THE ARCHIVED IMAGE INTO THE COMMON AUDIT SHAPE    *
044300*    AND TAKES ITS POSTED AMOUNT - THE SIZE OF THE CHANGE FROM *
044400*    BEFORE-VALUE TO AFTER-VALUE, WHICHEVER WAY IT WENT.       *
044500*****************************************************************
044600 1500-POSTED-AMOUNT.
044700     MOVE AX-AUDIT-IMAGE TO DL-AUDIT-REC.
044800     COMPUTE WS-POSTED-AMOUNT =
044900         DL-AUD-AFTER-VALUE - DL-AUD-BEFORE-VALUE.
045000     IF WS-POSTED-AMOUNT < ZERO
045100         COMPUTE WS-ABS-AMOUNT = ZERO - WS-POSTED-AMOUNT
045200     ELSE
045300         MOVE WS-POSTED-AMOUNT TO WS-ABS-AMOUNT
045400     END-IF.
045500 1500-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900*  2000-TALLY-ONE-IMAGE.                                       *
046000*    FIRST PASS - EVERY NON-ZERO POSTING IN THE MONTH IS       *
046100*    COUNTED FOR ITS PROGRAM AND NOTED AGAINST ITS DAY'S       *
046200*    FIRST RUN; THOSE AT OR ABOVE THE MINIMUM AMOUNT ARE       *
046300*    TALLIED BY LEADING DIGITS.                                *
046400*****************************************************************
046500 2000-TALLY-ONE-IMAGE.
046600     IF AX-ARCH-MONTH NOT = WS-ANALYSIS-MONTH
046700         GO TO 2000-NEXT
046800     END-IF.
046900     PERFORM 1500-POSTED-AMOUNT THRU 1500-EXIT.
047000     IF WS-ABS-AMOUNT = ZERO
047100         GO TO 2000-NEXT
047200     END-IF.
047300     ADD 1 TO WS-IMAGE-COUNT.
047400     PERFORM 2100-FIND-PROGRAM THRU 2100-EXIT.
047500     ADD 1 TO WS-PGM-IMAGES(1).
047600     IF PGM-IDX > 1
047700         ADD 1 TO WS-PGM-IMAGES(PGM-IDX)
047800     END-IF.
047900     PERFORM 2300-NOTE-RUN THRU 2300-EXIT.
048000     IF WS-ABS-AMOUNT < WS-MIN-AMOUNT
048100         GO TO 2000-NEXT
048200     END-IF.
048300     PERFORM 2500-TAKE-DIGITS THRU 2500-EXIT.
048400 2000-NEXT.
048500     READ AUD-ARCH
048600         AT END
048700             SET WS-ARCH-EOF TO TRUE
048800     END-READ.
048900 2000-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*  2100-FIND-PROGRAM.                                          *
049400*    FINDS (OR ADDS) THE IMAGE'S PROGRAM IN THE TABLE.  PAST   *
049500*    THE TABLE'S SIZE A PROGRAM COUNTS ONLY IN THE TOTAL.      *
049600*****************************************************************
049700 2100-FIND-PROGRAM.
049800     MOVE ZERO TO PGM-IDX.
049900     PERFORM 2150-MATCH-ONE-PROGRAM THRU 2150-EXIT
050000         VARYING PGM-SUB FROM 2 BY 1
050100         UNTIL PGM-SUB > WS-PGM-COUNT
050200            OR PGM-IDX > ZERO.
050300     IF PGM-IDX = ZERO
050400         IF WS-PGM-COUNT < 60
050500             ADD 1 TO WS-PGM-COUNT
050600             MOVE DL-AUD-PROGRAM TO WS-PGM-NAME(WS-PGM-COUNT)
050700             PERFORM 1300-CLEAR-ONE-PROGRAM THRU 1300-EXIT
050800             MOVE WS-PGM-COUNT TO PGM-IDX
050900         ELSE
051000             DISPLAY "DIGANL1: PROGRAM TABLE FULL - "
051100                 DL-AUD-PROGRAM " COUNTED IN TOTAL ONLY"
051200         END-IF
051300     END-IF.
051400 2100-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800*  2150-MATCH-ONE-PROGRAM.                                     *
051900*****************************************************************
052000 2150-MATCH-ONE-PROGRAM.
052100     IF WS-PGM-NAME(PGM-SUB) = DL-AUD-PROGRAM
052200         MOVE PGM-SUB TO PGM-IDX
052300     END-IF.
052400 2150-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800*  2300-NOTE-RUN.                                              *
052900*    KEEPS THE LOWEST RUN NUMBER SEEN ON EACH POSTING DATE -   *
053000*    THAT DAY'S FIRST CHAIN.  A ZERO RUN NUMBER IS NOT A       *
053100*    CHAIN AND DOES NOT COUNT.                                 *
053200*****************************************************************
053300 2300-NOTE-RUN.
053400     IF DL-AUD-RUN-NUMBER = ZERO
053500         GO TO 2300-EXIT
053600     END-IF.
053700     PERFORM 2400-FIND-DATE THRU 2400-EXIT.
053800     IF DTE-IDX = ZERO
053900         IF WS-DATE-COUNT < 100
054000             ADD 1 TO WS-DATE-COUNT
054100             MOVE DL-AUD-DATE TO WS-DTE-DATE(WS-DATE-COUNT)
054200             MOVE DL-AUD-RUN-NUMBER
054300                 TO WS-DTE-FIRST-RUN(WS-DATE-COUNT)
054400         END-IF
054500     ELSE
054600         IF DL-AUD-RUN-NUMBER < WS-DTE-FIRST-RUN(DTE-IDX)
054700             MOVE DL-AUD-RUN-NUMBER
054800                 TO WS-DTE-FIRST-RUN(DTE-IDX)
054900         END-IF
055000     END-IF.
055100 2300-EXIT.
055200     EXIT.
055300
055400*****************************************************************
055500*  2400-FIND-DATE.                                             *
055600*****************************************************************
055700 2400-FIND-DATE.
055800     MOVE ZERO TO DTE-IDX.
055900     PERFORM 2450-MATCH-ONE-DATE THRU 2450-EXIT
056000         VARYING DTE-SUB FROM 1 BY 1
056100         UNTIL DTE-SUB > WS-DATE-COUNT
056200            OR DTE-IDX > ZERO.
056300 2400-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700*  2450-MATCH-ONE-DATE.                                        *
056800*****************************************************************
056900 2450-MATCH-ONE-DATE.
057000     IF WS-DTE-DATE(DTE-SUB) = DL-AUD-DATE
057100         MOVE DTE-SUB TO DTE-IDX
057200     END-IF.
057300 2450-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700*  2500-TAKE-DIGITS.                                           *
057800*    THE LEADING ZEROES OF THE AMOUNT ARE SKIPPED AND THE NEXT *
057900*    ONE AND TWO DIGITS ARE TALLIED, FOR THE PROGRAM AND FOR   *
058000*    THE TOTAL.  AN AMOUNT TOO SMALL TO HAVE A SECOND DIGIT    *
058100*    GOES INTO THE FIRST-DIGIT TEST ONLY.                      *
058200*****************************************************************
058300 2500-TAKE-DIGITS.
058400     MOVE WS-ABS-AMOUNT TO WS-DIGIT-AMOUNT.
058500     MOVE ZERO TO WS-LEAD-ZEROS.
058600     INSPECT WS-DIGIT-CHARS TALLYING WS-LEAD-ZEROS
058700         FOR LEADING "0".
058800     MOVE WS-DIGIT-CHARS(WS-LEAD-ZEROS + 1:1) TO WS-FIRST-DIGIT.
058900     ADD 1 TO WS-PGM-FIRST-N(1).
059000     ADD 1 TO WS-PGM-DIGIT(1 WS-FIRST-DIGIT).
059100     IF PGM-IDX > 1
059200         ADD 1 TO WS-PGM-FIRST-N(PGM-IDX)
059300         ADD 1 TO WS-PGM-DIGIT(PGM-IDX WS-FIRST-DIGIT)
059400     END-IF.
059500     IF WS-LEAD-ZEROS > 13
059600         GO TO 2500-EXIT
059700     END-IF.
059800     MOVE WS-DIGIT-CHARS(WS-LEAD-ZEROS + 1:2) TO WS-LEAD-PAIR.
059900     ADD 1 TO WS-PGM-PAIR-N(1).
060000     ADD 1 TO WS-PGM-DIGIT(1 WS-LEAD-PAIR-NUM).
060100     IF PGM-IDX > 1
060200         ADD 1 TO WS-PGM-PAIR-N(PGM-IDX)
060300         ADD 1 TO WS-PGM-DIGIT(PGM-IDX WS-LEAD-PAIR-NUM)
060400     END-IF.
060500 2500-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900*  3000-REPORT-ONE-PROGRAM.                                    *
061000*    PRINTS ONE PROGRAM'S FIRST-DIGIT TABLE AND FIRST-TWO      *
061100*    GRID, EACH FOLLOWED BY ITS DEVIATION SCORE.               *
061200*****************************************************************
061300 3000-REPORT-ONE-PROGRAM.
061400     MOVE SPACES TO DR-PRINT-LINE.
061500     WRITE DR-PRINT-LINE.
061600     MOVE WS-PGM-NAME(PGM-IDX)    TO WS-PRG-NAME.
061700     MOVE WS-PGM-IMAGES(PGM-IDX)  TO WS-PRG-IMAGES.
061800     MOVE WS-PGM-FIRST-N(PGM-IDX) TO WS-PRG-FIRST-N.
061900     WRITE DR-PRINT-LINE FROM WS-RPT-PROGRAM.
062000     WRITE DR-PRINT-LINE FROM WS-RPT-FIRST-COLUMNS.
062100     MOVE ZERO TO WS-DIFF-SUM.
062200     PERFORM 3100-FIRST-DIGIT-LINE THRU 3100-EXIT
062300         VARYING DIG-IDX FROM 1 BY 1
062400         UNTIL DIG-IDX > 9.
062500     MOVE "FIRST DIGIT" TO WS-SCO-TEST.
062600     MOVE WS-PGM-FIRST-N(PGM-IDX) TO WS-SCORE-BASE.
062700     COMPUTE WS-MAD ROUNDED = WS-DIFF-SUM / 9.
062800     PERFORM 3500-FIRST-DIGIT-BAND THRU 3500-EXIT.
062900     PERFORM 3700-WRITE-SCORE THRU 3700-EXIT.
063000     WRITE DR-PRINT-LINE FROM WS-RPT-PAIR-COLUMNS.
063100     MOVE ZERO TO WS-DIFF-SUM.
063200     PERFORM 3200-PAIR-LINE THRU 3200-EXIT
063300         VARYING WS-PAIR-ROW FROM 1 BY 1
063400         UNTIL WS-PAIR-ROW > 18.
063500     MOVE "FIRST TWO DIGITS" TO WS-SCO-TEST.
063600     MOVE WS-PGM-PAIR-N(PGM-IDX) TO WS-SCORE-BASE.
063700     COMPUTE WS-MAD ROUNDED = WS-DIFF-SUM / 90.
063800     PERFORM 3600-PAIR-BAND THRU 3600-EXIT.
063900     PERFORM 3700-WRITE-SCORE THRU 3700-EXIT.
064000 3000-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400*  3100-FIRST-DIGIT-LINE.                                      *
064500*****************************************************************
064600 3100-FIRST-DIGIT-LINE.
064700     MOVE DIG-IDX TO WS-FD-DIGIT.
064800     MOVE WS-PGM-DIGIT(PGM-IDX DIG-IDX) TO WS-FD-COUNT.
064900     MOVE WS-PGM-FIRST-N(PGM-IDX) TO WS-SCORE-BASE.
065000     PERFORM 3300-DIGIT-PROPORTION THRU 3300-EXIT.
065100     COMPUTE WS-FD-ACTUAL ROUNDED = WS-PROPORTION * 100.
065200     COMPUTE WS-FD-EXPECTED ROUNDED =
065300         WS-EXP-PROB(DIG-IDX) * 100.
065400     COMPUTE WS-FD-DIFF ROUNDED =
065500         (WS-PROPORTION - WS-EXP-PROB(DIG-IDX)) * 100.
065600     WRITE DR-PRINT-LINE FROM WS-RPT-FIRST-DETAIL.
065700 3100-EXIT.
065800     EXIT.
065900
066000*****************************************************************
066100*  3200-PAIR-LINE.                                             *
066200*    ONE ROW OF THE FIRST-TWO GRID - FIVE PAIRS, EACH COLUMN   *
066300*    EIGHTEEN PAIRS ON FROM THE ONE BEFORE, SO THE COLUMNS     *
066400*    READ 10-27, 28-45, 46-63, 64-81 AND 82-99.                *
066500*****************************************************************
066600 3200-PAIR-LINE.
066700     MOVE SPACES TO WS-RPT-PAIR-DETAIL.
066800     PERFORM 3250-PAIR-CELL THRU 3250-EXIT
066900         VARYING WS-PAIR-COL FROM 1 BY 1
067000         UNTIL WS-PAIR-COL > 5.
067100     WRITE DR-PRINT-LINE FROM WS-RPT-PAIR-DETAIL.
067200 3200-EXIT.
067300     EXIT.
067400
067500*****************************************************************
067600*  3250-PAIR-CELL.                                             *
067700*****************************************************************
067800 3250-PAIR-CELL.
067900     COMPUTE DIG-IDX = 9 + WS-PAIR-ROW + (WS-PAIR-COL - 1) * 18.
068000     MOVE DIG-IDX TO WS-PD-PAIR(WS-PAIR-COL).
068100     MOVE WS-PGM-DIGIT(PGM-IDX DIG-IDX)
068200         TO WS-PD-COUNT(WS-PAIR-COL).
068300     MOVE WS-PGM-PAIR-N(PGM-IDX) TO WS-SCORE-BASE.
068400     PERFORM 3300-DIGIT-PROPORTION THRU 3300-EXIT.
068500     COMPUTE WS-PD-ACTUAL(WS-PAIR-COL) ROUNDED =
068600         WS-PROPORTION * 100.
068700     MOVE "/" TO WS-PD-SLASH(WS-PAIR-COL).
068800     COMPUTE WS-PD-EXPECTED(WS-PAIR-COL) ROUNDED =
068900         WS-EXP-PROB(DIG-IDX) * 100.
069000 3250-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*  3300-DIGIT-PROPORTION.                                      *
069500*    THE SHARE OF THE TEST'S AMOUNTS LEADING WITH DIG-IDX, AND *
069600*    ITS DISTANCE FROM THE EXPECTATION ADDED TO THE RUNNING    *
069700*    SUM FOR THE DEVIATION SCORE.                              *
069800*****************************************************************
069900 3300-DIGIT-PROPORTION.
070000     MOVE ZERO TO WS-PROPORTION.
070100     IF WS-SCORE-BASE > ZERO
070200         COMPUTE WS-PROPORTION ROUNDED =
070300             WS-PGM-DIGIT(PGM-IDX DIG-IDX) / WS-SCORE-BASE
070400     END-IF.
070500     IF WS-PROPORTION < WS-EXP-PROB(DIG-IDX)
070600         COMPUTE WS-ABS-DIFF =
070700             WS-EXP-PROB(DIG-IDX) - WS-PROPORTION
070800     ELSE
070900         COMPUTE WS-ABS-DIFF =
071000             WS-PROPORTION - WS-EXP-PROB(DIG-IDX)
071100     END-IF.
071200     ADD WS-ABS-DIFF TO WS-DIFF-SUM.
071300 3300-EXIT.
071400     EXIT.
071500
071600*****************************************************************
071700*  3500-FIRST-DIGIT-BAND.                                      *
071800*    THE USUAL CONFORMITY BANDS FOR THE FIRST-DIGIT SCORE.     *
071900*****************************************************************
072000 3500-FIRST-DIGIT-BAND.
072100     EVALUATE TRUE
072200         WHEN WS-SCORE-BASE < WS-MIN-SCORED
072300             MOVE "TOO FEW AMOUNTS TO SCORE" TO WS-BAND-NAME
072400         WHEN WS-MAD NOT > 0.006
072500             MOVE "CLOSE CONFORMITY" TO WS-BAND-NAME
072600         WHEN WS-MAD NOT > 0.012
072700             MOVE "ACCEPTABLE CONFORMITY" TO WS-BAND-NAME
072800         WHEN WS-MAD NOT > 0.015
072900             MOVE "MARGINAL CONFORMITY" TO WS-BAND-NAME
073000         WHEN OTHER
073100             MOVE "NONCONFORMITY" TO WS-BAND-NAME
073200     END-EVALUATE.
073300 3500-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700*  3600-PAIR-BAND.                                             *
073800*    THE USUAL CONFORMITY BANDS FOR THE FIRST-TWO SCORE.       *
073900*****************************************************************
074000 3600-PAIR-BAND.
074100     EVALUATE TRUE
074200         WHEN WS-SCORE-BASE < WS-MIN-SCORED
074300             MOVE "TOO FEW AMOUNTS TO SCORE" TO WS-BAND-NAME
074400         WHEN WS-MAD NOT > 0.0012
074500             MOVE "CLOSE CONFORMITY" TO WS-BAND-NAME
074600         WHEN WS-MAD NOT > 0.0018
074700             MOVE "ACCEPTABLE CONFORMITY" TO WS-BAND-NAME
074800         WHEN WS-MAD NOT > 0.0022
074900             MOVE "MARGINAL CONFORMITY" TO WS-BAND-NAME
075000         WHEN OTHER
075100             MOVE "NONCONFORMITY" TO WS-BAND-NAME
075200     END-EVALUATE.
075300 3600-EXIT.
075400     EXIT.
075500
075600*****************************************************************
075700*  3700-WRITE-SCORE.                                           *
075800*****************************************************************
075900 3700-WRITE-SCORE.
076000     MOVE WS-MAD TO WS-MAD-EDIT.
076100     MOVE WS-MAD-EDIT  TO WS-SCO-MAD.
076200     MOVE WS-BAND-NAME TO WS-SCO-BAND.
076300     WRITE DR-PRINT-LINE FROM WS-RPT-SCORE.
076400 3700-EXIT.
076500     EXIT.
076600
076700*****************************************************************
076800*  4000-FLAG-PASS.                                             *
076900*    SECOND PASS OVER THE MONTH - NAMES EACH POSTING THAT      *
077000*    MEETS ANY OF THE TARGETED-SAMPLE TESTS.                   *
077100*****************************************************************
077200 4000-FLAG-PASS.
077300     MOVE SPACES TO DR-PRINT-LINE.
077400     WRITE DR-PRINT-LINE.
077500     WRITE DR-PRINT-LINE FROM WS-RPT-FLAG-TITLE.
077600     WRITE DR-PRINT-LINE FROM WS-RPT-FLAG-COLUMNS.
077700     OPEN INPUT ACCT-MAST.
077800     MOVE "N" TO WS-ARCH-EOF-SW.
077900     OPEN INPUT AUD-ARCH.
078000     READ AUD-ARCH
078100         AT END
078200             SET WS-ARCH-EOF TO TRUE
078300     END-READ.
078400     PERFORM 4100-FLAG-ONE-IMAGE THRU 4100-EXIT
078500         UNTIL WS-ARCH-EOF.
078600     CLOSE AUD-ARCH.
078700     CLOSE ACCT-MAST.
078800     IF WS-FLAG-COUNT = ZERO
078900         WRITE DR-PRINT-LINE FROM WS-RPT-NONE
079000     END-IF.
079100 4000-EXIT.
079200     EXIT.
079300
079400*****************************************************************
079500*  4100-FLAG-ONE-IMAGE.                                        *
079600*****************************************************************
079700 4100-FLAG-ONE-IMAGE.
079800     IF AX-ARCH-MONTH NOT = WS-ANALYSIS-MONTH
079900         GO TO 4100-NEXT
080000     END-IF.
080100     PERFORM 1500-POSTED-AMOUNT THRU 1500-EXIT.
080200     IF WS-ABS-AMOUNT = ZERO
080300         GO TO 4100-NEXT
080400     END-IF.
080500     PERFORM 4200-CHECK-ROUND THRU 4200-EXIT.
080600     PERFORM 4300-CHECK-LIMIT THRU 4300-EXIT.
080700     PERFORM 4400-CHECK-REVIEW THRU 4400-EXIT.
080800     PERFORM 4500-CHECK-CALENDAR THRU 4500-EXIT.
080900     PERFORM 4600-CHECK-RUN THRU 4600-EXIT.
081000 4100-NEXT.
081100     READ AUD-ARCH
081200         AT END
081300             SET WS-ARCH-EOF TO TRUE
081400     END-READ.
081500 4100-EXIT.
081600     EXIT.
081700
081800*****************************************************************
081900*  4200-CHECK-ROUND.                                           *
082000*    NO CENTS AND A WHOLE MULTIPLE OF THE ROUND UNIT.          *
082100*****************************************************************
082200 4200-CHECK-ROUND.
082300     IF WS-ABS-AMOUNT < WS-ROUND-UNIT
082400         GO TO 4200-EXIT
082500     END-IF.
082600     MOVE WS-ABS-AMOUNT TO WS-WHOLE-AMOUNT.
082700     IF WS-WHOLE-AMOUNT NOT = WS-ABS-AMOUNT
082800         GO TO 4200-EXIT
082900     END-IF.
083000     DIVIDE WS-WHOLE-AMOUNT BY WS-ROUND-UNIT
083100         GIVING WS-ROUND-QUOTIENT
083200         REMAINDER WS-ROUND-REMAINDER.
083300     IF WS-ROUND-REMAINDER NOT = ZERO
083400         GO TO 4200-EXIT
083500     END-IF.
083600     MOVE "ROUND" TO WS-FLAG-REASON.
083700     MOVE WS-ROUND-UNIT TO WS-LIMIT-EDIT.
083800     MOVE SPACES TO WS-FLAG-NOTE.
083900     STRING "MULTIPLE OF " DELIMITED BY SIZE
084000         WS-LIMIT-EDIT DELIMITED BY SIZE
084100         INTO WS-FLAG-NOTE.
084200     ADD 1 TO WS-ROUND-COUNT.
084300     PERFORM 4900-WRITE-FLAG THRU 4900-EXIT.
084400 4200-EXIT.
084500     EXIT.
084600
084700*****************************************************************
084800*  4300-CHECK-LIMIT.                                           *
084900*    AT OR JUST UNDER THE ACCOUNT'S AM-DAILY-LIMIT.  AN        *
085000*    UNKNOWN ACCOUNT OR A ZERO (UNLIMITED) CAP IS SKIPPED.     *
085100*****************************************************************
085200 4300-CHECK-LIMIT.
085300     SET WS-ACCT-FOUND TO TRUE.
085400     MOVE DL-AUD-KEY(1:6) TO AM-KEY-PREFIX.
085500     READ ACCT-MAST
085600         INVALID KEY
085700             MOVE "N" TO WS-ACCT-FOUND-SW
085800     END-READ.
085900     IF NOT WS-ACCT-FOUND
086000         GO TO 4300-EXIT
086100     END-IF.
086200     IF AM-DAILY-LIMIT = ZERO
086300         GO TO 4300-EXIT
086400     END-IF.
086500     MOVE AM-DAILY-LIMIT TO WS-CEILING.
086600     COMPUTE WS-FLOOR ROUNDED =
086700         WS-CEILING - WS-CEILING * WS-UNDER-PCT / 100.
086800     IF WS-ABS-AMOUNT > WS-CEILING
086900             OR WS-ABS-AMOUNT < WS-FLOOR
087000         GO TO 4300-EXIT
087100     END-IF.
087200     MOVE "UNDERLIMIT" TO WS-FLAG-REASON.
087300     MOVE AM-DAILY-LIMIT TO WS-LIMIT-EDIT.
087400     MOVE SPACES TO WS-FLAG-NOTE.
087500     STRING "DAILY LIMIT " DELIMITED BY SIZE
087600         WS-LIMIT-EDIT DELIMITED BY SIZE
087700         INTO WS-FLAG-NOTE.
087800     ADD 1 TO WS-UNDER-LIMIT-COUNT.
087900     PERFORM 4900-WRITE-FLAG THRU 4900-EXIT.
088000 4300-EXIT.
088100     EXIT.
088200
088300*****************************************************************
088400*  4400-CHECK-REVIEW.                                          *
088500*    AT OR JUST UNDER THE MANAGER-REVIEW THRESHOLD - THE       *
088600*    LARGEST AMOUNT THAT STILL POSTS WITHOUT A REVIEW.         *
088700*****************************************************************
088800 4400-CHECK-REVIEW.
088900     IF WS-REVIEW-THRESHOLD = ZERO
089000         GO TO 4400-EXIT
089100     END-IF.
089200     MOVE WS-REVIEW-THRESHOLD TO WS-CEILING.
089300     COMPUTE WS-FLOOR ROUNDED =
089400         WS-CEILING - WS-CEILING * WS-UNDER-PCT / 100.
089500     IF WS-ABS-AMOUNT > WS-CEILING
089600             OR WS-ABS-AMOUNT < WS-FLOOR
089700         GO TO 4400-EXIT
089800     END-IF.
089900     MOVE "UNDERREVW" TO WS-FLAG-REASON.
090000     MOVE WS-REVIEW-THRESHOLD TO WS-LIMIT-EDIT.
090100     MOVE SPACES TO WS-FLAG-NOTE.
090200     STRING "REVIEW THRESHOLD " DELIMITED BY SIZE
090300         WS-LIMIT-EDIT DELIMITED BY SIZE
090400         INTO WS-FLAG-NOTE.
090500     ADD 1 TO WS-UNDER-REVIEW-COUNT.
090600     PERFORM 4900-WRITE-FLAG THRU 4900-EXIT.
090700 4400-EXIT.
090800     EXIT.
090900
091000*****************************************************************
091100*  4500-CHECK-CALENDAR.                                        *
091200*    SATURDAY OR SUNDAY BY ARITHMETIC, HOLIDAYS FROM THE       *
091300*    CALENDAR.  AN IMAGE WITH NO USABLE DATE IS SKIPPED.       *
091400*****************************************************************
091500 4500-CHECK-CALENDAR.
091600     IF DL-AUD-DATE < 16010101
091700         GO TO 4500-EXIT
091800     END-IF.
091900     COMPUTE WS-DAY-NUMBER =
092000         FUNCTION INTEGER-OF-DATE(DL-AUD-DATE).
092100     COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DAY-NUMBER 7).
092200     IF WS-DAY-OF-WEEK = ZERO OR WS-DAY-OF-WEEK = 6
092300         MOVE "WEEKEND" TO WS-FLAG-REASON
092400         IF WS-DAY-OF-WEEK = ZERO
092500             MOVE "POSTED ON A SUNDAY" TO WS-FLAG-NOTE
092600         ELSE
092700             MOVE "POSTED ON A SATURDAY" TO WS-FLAG-NOTE
092800         END-IF
092900         ADD 1 TO WS-WEEKEND-COUNT
093000         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
093100     END-IF.
093200     MOVE "N" TO WS-HOLIDAY-SW.
093300     PERFORM 4550-CHECK-ONE-HOLIDAY THRU 4550-EXIT
093400         VARYING CAL-IDX FROM 1 BY 1
093500         UNTIL CAL-IDX > WS-CAL-COUNT
093600            OR WS-DAY-IS-HOLIDAY.
093700     IF WS-DAY-IS-HOLIDAY
093800         MOVE "HOLIDAY" TO WS-FLAG-REASON
093900         MOVE "POSTED ON A CALENDAR HOLIDAY" TO WS-FLAG-NOTE
094000         ADD 1 TO WS-HOLIDAY-COUNT
094100         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
094200     END-IF.
094300 4500-EXIT.
094400     EXIT.
094500
094600*****************************************************************
094700*  4550-CHECK-ONE-HOLIDAY.                                     *
094800*****************************************************************
094900 4550-CHECK-ONE-HOLIDAY.
095000     IF WS-CAL-DATE(CAL-IDX) = DL-AUD-DATE
095100         SET WS-DAY-IS-HOLIDAY TO TRUE
095200     END-IF.
095300 4550-EXIT.
095400     EXIT.
095500
095600*****************************************************************
095700*  4600-CHECK-RUN.                                             *
095800*    A POSTING FROM OTHER THAN ITS DAY'S FIRST CHAIN - A       *
095900*    CORRECTION-DAY RERUN - OR FROM NO CHAIN AT ALL.           *
096000*****************************************************************
096100 4600-CHECK-RUN.
096200     IF DL-AUD-RUN-NUMBER = ZERO
096300         MOVE "POSTED WITH NO RUN NUMBER" TO WS-FLAG-NOTE
096400     ELSE
096500         PERFORM 2400-FIND-DATE THRU 2400-EXIT
096600         IF DTE-IDX = ZERO
096700             GO TO 4600-EXIT
096800         END-IF
096900         IF DL-AUD-RUN-NUMBER NOT > WS-DTE-FIRST-RUN(DTE-IDX)
097000             GO TO 4600-EXIT
097100         END-IF
097200         MOVE WS-DTE-FIRST-RUN(DTE-IDX) TO WS-RUN-EDIT
097300         MOVE SPACES TO WS-FLAG-NOTE
097400         STRING "LATER RUN - DAY'S FIRST RUN WAS "
097500             DELIMITED BY SIZE
097600             WS-RUN-EDIT DELIMITED BY SIZE
097700             INTO WS-FLAG-NOTE
097800     END-IF.
097900     MOVE "RUNNUMBER" TO WS-FLAG-REASON.
098000     ADD 1 TO WS-RUN-FLAG-COUNT.
098100     PERFORM 4900-WRITE-FLAG THRU 4900-EXIT.
098200 4600-EXIT.
098300     EXIT.
098400
098500*****************************************************************
098600*  4900-WRITE-FLAG.                                            *
098700*    ONE AUDTARGT RECORD AND ONE REPORT LINE PER FLAG.         *
098800*****************************************************************
098900 4900-WRITE-FLAG.
099000     MOVE WS-ANALYSIS-MONTH TO TG-ARCH-MONTH.
099100     MOVE DL-AUD-KEY        TO TG-TRANS-KEY.
099200     MOVE DL-AUD-PROGRAM    TO TG-PROGRAM.
099300     MOVE WS-FLAG-REASON    TO TG-REASON.
099400     MOVE WS-ABS-AMOUNT     TO TG-AMOUNT.
099500     MOVE DL-AUD-DATE       TO TG-AUD-DATE.
099600     MOVE DL-AUD-RUN-NUMBER TO TG-RUN.
099700     WRITE TG-TARGET-REC.
099800     MOVE DL-AUD-KEY        TO WS-FLD-KEY.
099900     MOVE DL-AUD-PROGRAM    TO WS-FLD-PROGRAM.
100000     MOVE DL-AUD-DATE       TO WS-FLD-DATE.
100100     MOVE DL-AUD-RUN-NUMBER TO WS-FLD-RUN.
100200     MOVE WS-POSTED-AMOUNT  TO WS-FLD-AMOUNT.
100300     MOVE WS-FLAG-REASON    TO WS-FLD-REASON.
100400     MOVE WS-FLAG-NOTE      TO WS-FLD-NOTE.
100500     WRITE DR-PRINT-LINE FROM WS-RPT-FLAG-DETAIL.
100600     ADD 1 TO WS-FLAG-COUNT.
100700 4900-EXIT.
100800     EXIT.
100900
101000*****************************************************************
101100*  9000-FINALIZE.                                              *
101200*****************************************************************
101300 9000-FINALIZE.
101400     MOVE SPACES TO DR-PRINT-LINE.
101500     WRITE DR-PRINT-LINE.
101600     MOVE WS-IMAGE-COUNT        TO WS-TOT-IMAGES.
101700     MOVE WS-FLAG-COUNT         TO WS-TOT-FLAGS.
101800     WRITE DR-PRINT-LINE FROM WS-RPT-TOTALS-1.
101900     MOVE WS-ROUND-COUNT        TO WS-TOT-ROUND.
102000     MOVE WS-UNDER-LIMIT-COUNT  TO WS-TOT-UNDER-LIMIT.
102100     MOVE WS-UNDER-REVIEW-COUNT TO WS-TOT-UNDER-REVIEW.
102200     MOVE WS-WEEKEND-COUNT      TO WS-TOT-WEEKEND.
102300     MOVE WS-HOLIDAY-COUNT      TO WS-TOT-HOLIDAY.
102400     MOVE WS-RUN-FLAG-COUNT     TO WS-TOT-RUN.
102500     WRITE DR-PRINT-LINE FROM WS-RPT-TOTALS-2.
102600     CLOSE AUD-TARGET.
102700     CLOSE DIG-RPT.
102800     DISPLAY "DIGANL1 POSTED AMOUNTS: " WS-IMAGE-COUNT
102900         " FLAGGED: " WS-FLAG-COUNT.
103000 9000-EXIT.
103100     EXIT.
