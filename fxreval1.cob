000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     FXREVAL1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   ORDER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    MONTH-END REVALUATION OF FOREIGN-CURRENCY RECEIVABLES.    *
001200*    ON THE MONTH'S LAST BUSINESS DAY EVERY OPEN ARMAST ITEM   *
001300*    BILLED IN A CUSTOMER'S OWN CURRENCY IS RESTATED AT THE    *
001400*    CLOSING RATE - THE LATEST FXRATHST RATE ON OR BEFORE THE  *
001500*    PROCESS DATE - AND THE UNREALIZED GAIN OR LOSS AGAINST    *
001600*    THE BOOKED BASE AMOUNT IS POSTED PER CURRENCY TO JRNLFD   *
001700*    UNDER POSTING TYPE FXUNRL.  EACH POSTING'S REVERSAL IS    *
001800*    HELD ON THE FXREVPD PENDING FILE, DATED THE NEXT          *
001900*    BUSINESS DAY, AND RELEASED TO JRNLFD BY THE FIRST RUN ON  *
002000*    OR AFTER THAT DATE - SO THE PROGRAM RUNS EVERY BUSINESS   *
002100*    DAY, BUT REVALUES ONLY AT MONTH END.  THE FXREVRPT        *
002200*    SCHEDULE LISTS EVERY ITEM REVALUED BY CURRENCY AND        *
002300*    CUSTOMER, WITH CUSTOMER, CURRENCY AND GRAND TOTALS.       *
002400*    A CURRENCY WITH NO RATE ON FILE IS NOT GUESSED - ITS      *
002500*    ITEMS ARE LISTED AT BOOK VALUE, FLAGGED, AND NOT POSTED.  *
002600*                                                              *
002700*  MODIFICATION HISTORY.                                       *
002800*    2026-10-15  DL  ORIGINAL MONTH-END FX REVALUATION.        *
002825*    2026-10-15  DL  A MONTH-END RUN IS RECORDED AGAINST ITS   *
002850*                    TASK ON THE PERIOD'S CLOSE CHECKLIST      *
002875*                    THROUGH CLSREC01, WITH ITS RETURN CODE.   *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT AR-MAST ASSIGN TO "ARMAST"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT FX-HIST ASSIGN TO "FXRATHST"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CU-ACCOUNT-CODE.
004100     SELECT CALENDAR ASSIGN TO "CALENDAR"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT JRN-FEED ASSIGN TO "JRNLFD"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT REV-PEND ASSIGN TO "FXREVPD"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT REVAL-RPT ASSIGN TO "FXREVRPT"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT SORT-WORK ASSIGN TO "FXRSORT".
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AR-MAST.
005400     COPY DLARITEM.
005500
005600 FD  FX-HIST.
005700     COPY DLFXRATE.
005800
005900 FD  CUST-MAST.
006000     COPY DLCUSTMS.
006100
006200 FD  CALENDAR.
006300     COPY DLCALEND.
006400
006500 FD  JRN-FEED.
006600     COPY DLJRNFD.
006700
006800 FD  REV-PEND.
006900     COPY DLJRNFD
007000         REPLACING ==JF-JOURNAL-REC==    BY ==PV-JOURNAL-REC==
007100                   ==JF-SOURCE-PROGRAM== BY ==PV-SOURCE-PROGRAM==
007200                   ==JF-TRANS-KEY==      BY ==PV-TRANS-KEY==
007300                   ==JF-AMOUNT-SIGN==    BY ==PV-AMOUNT-SIGN==
007400                   ==JF-AMOUNT==         BY ==PV-AMOUNT==
007500                   ==JF-CURRENCY-CODE==  BY ==PV-CURRENCY-CODE==
007600                   ==JF-RUN-DATE==       BY ==PV-RUN-DATE==.
007700
007800 FD  REVAL-RPT.
007900 01  RR-PRINT-LINE            PIC X(120).
008000
008100 SD  SORT-WORK.
008200 01  SR-WORK-REC.
008300     05  SR-CURRENCY          PIC X(03).
008400     05  SR-ACCOUNT           PIC X(06).
008500     05  SR-INVOICE-DATE      PIC 9(08).
008600     05  SR-INVOICE-NO        PIC X(08).
008700     05  SR-FOREIGN-OPEN      PIC 9(09)V9(02).
008800     05  SR-BOOK-RATE         PIC 9(05)V9(06).
008900     05  SR-BOOK-VALUE        PIC 9(09).
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-SWITCHES.
009300     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
009400         88  WS-AR-EOF             VALUE "Y".
009500     05  WS-FXH-EOF-SW        PIC X(01) VALUE "N".
009600         88  WS-FXH-EOF            VALUE "Y".
009700     05  WS-CAL-EOF-SW        PIC X(01) VALUE "N".
009800         88  WS-CAL-EOF            VALUE "Y".
009900     05  WS-PV-EOF-SW         PIC X(01) VALUE "N".
010000         88  WS-PV-EOF             VALUE "Y".
010100     05  WS-SORT-EOF-SW       PIC X(01) VALUE "N".
010200         88  WS-SORT-EOF           VALUE "Y".
010300     05  WS-MONTH-END-SW      PIC X(01) VALUE "N".
010400         88  WS-MONTH-END-TODAY    VALUE "Y".
010500     05  WS-OFF-SW            PIC X(01) VALUE "N".
010600         88  WS-DAY-IS-OFF         VALUE "Y".
010700     05  WS-CUST-FOUND-SW     PIC X(01) VALUE "Y".
010800         88  WS-CUST-FOUND         VALUE "Y".
010900
011000 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
011100 01  WS-REVERSE-DATE          PIC 9(08) VALUE ZERO.
011200 01  WS-PROBE-DATE            PIC 9(08) VALUE ZERO.
011300 01  WS-DAY-NUMBER            PIC 9(07) VALUE ZERO.
011400 01  WS-DAY-OF-WEEK           PIC 9(01) VALUE ZERO.
011500
011600 01  CAL-IDX                  PIC 9(03) VALUE ZERO.
011700 01  WS-CAL-COUNT             PIC 9(03) VALUE ZERO.
011800 01  WS-CAL-TABLE.
011900     05  WS-CAL-ENTRY OCCURS 1 TO 400 TIMES
012000             DEPENDING ON WS-CAL-COUNT.
012100         10  WS-CAL-DATE      PIC 9(08).
012200         10  WS-CAL-TYPE      PIC X(01).
012300
012400 01  FX-IDX                   PIC 9(03) VALUE ZERO.
012500 01  WS-FX-HIT                PIC 9(03) VALUE ZERO.
012600 01  WS-FX-KEY                PIC X(03) VALUE SPACES.
012700 01  WS-FX-COUNT              PIC 9(03) VALUE ZERO.
012800 01  WS-FX-TABLE.
012900     05  WS-FX-ENTRY OCCURS 1 TO 50 TIMES
013000             DEPENDING ON WS-FX-COUNT.
013100         10  WS-FX-CODE       PIC X(03).
013200         10  WS-FX-RATE       PIC 9(05)V9(06).
013300         10  WS-FX-DATE       PIC 9(08).
013400
013500 01  PV-IDX                   PIC 9(03) VALUE ZERO.
013600 01  WS-PV-COUNT              PIC 9(03) VALUE ZERO.
013700 01  WS-PV-TABLE.
013800     05  WS-PV-ENTRY OCCURS 1 TO 500 TIMES
013900             DEPENDING ON WS-PV-COUNT.
014000         10  WS-PV-KEY        PIC X(12).
014100         10  WS-PV-SIGN       PIC X(01).
014200         10  WS-PV-AMOUNT     PIC 9(13)V9(02).
014300         10  WS-PV-DATE       PIC 9(08).
014400
014500 01  WS-CUR-CURRENCY          PIC X(03) VALUE SPACES.
014600 01  WS-CUR-ACCOUNT           PIC X(06) VALUE SPACES.
014700 01  WS-CUR-NAME              PIC X(20) VALUE SPACES.
014800 01  WS-CLOSE-RATE            PIC 9(05)V9(06) VALUE ZERO.
014900 01  WS-REVALUED              PIC 9(09) VALUE ZERO.
015000 01  WS-ITEM-DIFF             PIC S9(09) VALUE ZERO.
015100
015200 01  WS-CUS-FOREIGN           PIC 9(11)V9(02) VALUE ZERO.
015300 01  WS-CUS-BOOK              PIC 9(11) VALUE ZERO.
015400 01  WS-CUS-REVALUED          PIC 9(11) VALUE ZERO.
015500 01  WS-CUS-DIFF              PIC S9(11) VALUE ZERO.
015600 01  WS-CCY-FOREIGN           PIC 9(11)V9(02) VALUE ZERO.
015700 01  WS-CCY-BOOK              PIC 9(11) VALUE ZERO.
015800 01  WS-CCY-REVALUED          PIC 9(11) VALUE ZERO.
015900 01  WS-CCY-DIFF              PIC S9(11) VALUE ZERO.
016000 01  WS-GRD-BOOK              PIC 9(11) VALUE ZERO.
016100 01  WS-GRD-REVALUED          PIC 9(11) VALUE ZERO.
016200 01  WS-GRD-DIFF              PIC S9(11) VALUE ZERO.
016300 01  WS-POST-AMOUNT           PIC 9(11) VALUE ZERO.
016400
016500 01  WS-ITEMS-REVALUED        PIC 9(07) COMP VALUE ZERO.
016600 01  WS-ITEMS-NO-RATE         PIC 9(07) COMP VALUE ZERO.
016700 01  WS-POSTINGS              PIC 9(07) COMP VALUE ZERO.
016800 01  WS-RELEASED              PIC 9(07) COMP VALUE ZERO.
016900 01  WS-HELD                  PIC 9(07) COMP VALUE ZERO.
017000
017100 01  WS-RPT-HEADER.
017200     05  FILLER               PIC X(39) VALUE
017300         "FX REVALUATION OF OPEN RECEIVABLES AT ".
017400     05  WS-HDR-DATE          PIC 9(08).
017500
017600 01  WS-RPT-COLUMNS.
017700     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
017800     05  FILLER               PIC X(22) VALUE "CUSTOMER".
017900     05  FILLER               PIC X(10) VALUE "INVOICE".
018000     05  FILLER               PIC X(16) VALUE
018100         "    FOREIGN OPEN".
018200     05  FILLER               PIC X(14) VALUE
018300         "     BOOK RATE".
018400     05  FILLER               PIC X(13) VALUE
018500         "   BOOK VALUE".
018600     05  FILLER               PIC X(13) VALUE
018700         "     REVALUED".
018800     05  FILLER               PIC X(13) VALUE
018900         "    GAIN/LOSS".
019000
019100 01  WS-RPT-CCY-HEAD.
019200     05  FILLER               PIC X(09) VALUE "CURRENCY ".
019300     05  WS-CCH-CODE          PIC X(03).
019400     05  FILLER               PIC X(15) VALUE
019500         "  CLOSING RATE ".
019600     05  WS-CCH-RATE          PIC ZZZZ9.999999.
019700     05  FILLER               PIC X(04) VALUE " OF ".
019800     05  WS-CCH-DATE          PIC 9(08).
019900
020000 01  WS-RPT-CCY-NO-RATE.
020100     05  FILLER               PIC X(09) VALUE "CURRENCY ".
020200     05  WS-CCN-CODE          PIC X(03).
020300     05  FILLER               PIC X(48) VALUE
020400         "  NO CLOSING RATE ON FXRATHST - NOT REVALUED".
020500
020600 01  WS-RPT-DETAIL.
020700     05  WS-DET-ACCOUNT       PIC X(06).
020800     05  FILLER               PIC X(02) VALUE SPACES.
020900     05  WS-DET-NAME          PIC X(20).
021000     05  FILLER               PIC X(02) VALUE SPACES.
021100     05  WS-DET-INVOICE       PIC X(08).
021200     05  FILLER               PIC X(02) VALUE SPACES.
021300     05  WS-DET-FOREIGN       PIC ZZZ,ZZZ,ZZ9.99.
021400     05  FILLER               PIC X(02) VALUE SPACES.
021500     05  WS-DET-RATE          PIC ZZZZ9.999999.
021600     05  FILLER               PIC X(02) VALUE SPACES.
021700     05  WS-DET-BOOK          PIC ZZZ,ZZZ,ZZ9.
021800     05  FILLER               PIC X(02) VALUE SPACES.
021900     05  WS-DET-REVALUED      PIC ZZZ,ZZZ,ZZ9.
022000     05  FILLER               PIC X(02) VALUE SPACES.
022100     05  WS-DET-DIFF          PIC -(10)9.
022200     05  FILLER               PIC X(02) VALUE SPACES.
022300     05  WS-DET-FLAG          PIC X(07).
022400
022500 01  WS-RPT-TOTAL.
022600     05  WS-TOT-LABEL         PIC X(40).
022700     05  WS-TOT-FOREIGN       PIC ZZZ,ZZZ,ZZ9.99
022800                              BLANK WHEN ZERO.
022900     05  FILLER               PIC X(14) VALUE SPACES.
023000     05  WS-TOT-BOOK          PIC ZZ,ZZZ,ZZZ,ZZ9.
023100     05  FILLER               PIC X(01) VALUE SPACES.
023200     05  WS-TOT-REVALUED      PIC ZZ,ZZZ,ZZZ,ZZ9.
023300     05  FILLER               PIC X(01) VALUE SPACES.
023400     05  WS-TOT-DIFF          PIC -(13)9.
023500
023600 01  WS-RPT-POSTING.
023700     05  FILLER               PIC X(13) VALUE "  UNREALIZED ".
023800     05  WS-PST-KIND          PIC X(04).
023900     05  FILLER               PIC X(08) VALUE " POSTED ".
024000     05  WS-PST-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.
024100     05  FILLER               PIC X(25) VALUE
024200         " - REVERSING ENTRY DATED ".
024300     05  WS-PST-REVERSE       PIC 9(08).
024400
024433     COPY DLCLNOTE.
024466
024500 PROCEDURE DIVISION.
024600*****************************************************************
024700*  0000-MAINLINE.                                              *
024800*****************************************************************
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     IF WS-MONTH-END-TODAY
025200         PERFORM 2000-REVALUE THRU 2000-EXIT
025300     END-IF.
025400     PERFORM 8000-REWRITE-PENDING THRU 8000-EXIT.
025500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
025600     STOP RUN.
025700
025800*****************************************************************
025900*  1000-INITIALIZE.                                            *
026000*    LOADS THE CALENDAR AND THE CLOSING RATES, JUDGES WHETHER  *
026100*    TODAY CLOSES THE MONTH, AND RELEASES ANY REVERSAL NOW     *
026200*    DUE FROM THE PENDING FILE.                                *
026300*****************************************************************
026400 1000-INITIALIZE.
026500     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
026600     OPEN INPUT CALENDAR.
026700     READ CALENDAR
026800         AT END
026900             SET WS-CAL-EOF TO TRUE
027000     END-READ.
027100     PERFORM 1100-LOAD-ONE-DAY THRU 1100-EXIT
027200         UNTIL WS-CAL-EOF.
027300     CLOSE CALENDAR.
027400     OPEN INPUT FX-HIST.
027500     READ FX-HIST
027600         AT END
027700             SET WS-FXH-EOF TO TRUE
027800     END-READ.
027900     PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
028000         UNTIL WS-FXH-EOF.
028100     CLOSE FX-HIST.
028200     PERFORM 1400-JUDGE-MONTH-END THRU 1400-EXIT.
028300     PERFORM 1500-FIND-REVERSE-DATE THRU 1500-EXIT.
028400     OPEN EXTEND JRN-FEED.
028500     OPEN INPUT REV-PEND.
028600     READ REV-PEND
028700         AT END
028800             SET WS-PV-EOF TO TRUE
028900     END-READ.
029000     PERFORM 1300-LOAD-ONE-PENDING THRU 1300-EXIT
029100         UNTIL WS-PV-EOF.
029200     CLOSE REV-PEND.
029300 1000-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700*  1100-LOAD-ONE-DAY.                                          *
029800*****************************************************************
029900 1100-LOAD-ONE-DAY.
030000     IF WS-CAL-COUNT < 400
030100         ADD 1 TO WS-CAL-COUNT
030200         MOVE CD-CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
030300         MOVE CD-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
030400     ELSE
030500         DISPLAY "CALENDAR: IGNORING ENTRY PAST FIRST 400"
030600     END-IF.
030700     READ CALENDAR
030800         AT END
030900             SET WS-CAL-EOF TO TRUE
031000     END-READ.
031100 1100-EXIT.
031200     EXIT.
031300
031400*****************************************************************
031500*  1200-LOAD-ONE-RATE.                                         *
031600*    THE CLOSING RATE IS EACH CURRENCY'S LATEST RATE ON OR     *
031700*    BEFORE THE PROCESS DATE - A RATE DATED LATER IS IGNORED.  *
031800*****************************************************************
031900 1200-LOAD-ONE-RATE.
032000     IF FX-RATE-DATE > WS-PROCESS-DATE
032100         GO TO 1200-NEXT
032200     END-IF.
032300     MOVE FX-CURRENCY-CODE TO WS-FX-KEY.
032400     MOVE ZERO TO WS-FX-HIT.
032500     PERFORM 1250-MATCH-ONE-RATE THRU 1250-EXIT
032600         VARYING FX-IDX FROM 1 BY 1
032700         UNTIL FX-IDX > WS-FX-COUNT
032800            OR WS-FX-HIT > ZERO.
032900     IF WS-FX-HIT > ZERO
033000         IF FX-RATE-DATE NOT < WS-FX-DATE(WS-FX-HIT)
033100             MOVE FX-RATE-TO-BASE TO WS-FX-RATE(WS-FX-HIT)
033200             MOVE FX-RATE-DATE    TO WS-FX-DATE(WS-FX-HIT)
033300         END-IF
033400         GO TO 1200-NEXT
033500     END-IF.
033600     IF WS-FX-COUNT < 50
033700         ADD 1 TO WS-FX-COUNT
033800         MOVE FX-CURRENCY-CODE TO WS-FX-CODE(WS-FX-COUNT)
033900         MOVE FX-RATE-TO-BASE  TO WS-FX-RATE(WS-FX-COUNT)
034000         MOVE FX-RATE-DATE     TO WS-FX-DATE(WS-FX-COUNT)
034100     ELSE
034200         DISPLAY "FXRATHST: IGNORING CURRENCY PAST FIRST 50"
034300     END-IF.
034400 1200-NEXT.
034500     READ FX-HIST
034600         AT END
034700             SET WS-FXH-EOF TO TRUE
034800     END-READ.
034900 1200-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300*  1250-MATCH-ONE-RATE.                                        *
035400*****************************************************************
035500 1250-MATCH-ONE-RATE.
035600     IF WS-FX-CODE(FX-IDX) = WS-FX-KEY
035700         MOVE FX-IDX TO WS-FX-HIT
035800     END-IF.
035900 1250-EXIT.
036000     EXIT.
036100
036200*****************************************************************
036300*  1300-LOAD-ONE-PENDING.                                      *
036400*    A REVERSAL DATED TODAY OR EARLIER IS POSTED NOW, UNDER    *
036500*    TODAY'S DATE; ONE NOT YET DUE IS KEPT FOR A LATER RUN.    *
036600*****************************************************************
036700 1300-LOAD-ONE-PENDING.
036800     IF PV-RUN-DATE NOT > WS-PROCESS-DATE
036900         MOVE PV-SOURCE-PROGRAM  TO JF-SOURCE-PROGRAM
037000         MOVE PV-TRANS-KEY       TO JF-TRANS-KEY
037100         MOVE PV-AMOUNT-SIGN     TO JF-AMOUNT-SIGN
037200         MOVE PV-AMOUNT          TO JF-AMOUNT
037300         MOVE PV-CURRENCY-CODE   TO JF-CURRENCY-CODE
037400         MOVE WS-PROCESS-DATE    TO JF-RUN-DATE
037500         WRITE JF-JOURNAL-REC
037600         ADD 1 TO WS-RELEASED
037700         GO TO 1300-NEXT
037800     END-IF.
037900     IF WS-PV-COUNT < 500
038000         ADD 1 TO WS-PV-COUNT
038100         MOVE PV-TRANS-KEY   TO WS-PV-KEY(WS-PV-COUNT)
038200         MOVE PV-AMOUNT-SIGN TO WS-PV-SIGN(WS-PV-COUNT)
038300         MOVE PV-AMOUNT      TO WS-PV-AMOUNT(WS-PV-COUNT)
038400         MOVE PV-RUN-DATE    TO WS-PV-DATE(WS-PV-COUNT)
038500         ADD 1 TO WS-HELD
038600     ELSE
038700         DISPLAY "FXREVAL1 - PENDING TABLE FULL, REVERSAL LOST "
038800             PV-TRANS-KEY
038900         MOVE 4 TO RETURN-CODE
039000     END-IF.
039100 1300-NEXT.
039200     READ REV-PEND
039300         AT END
039400             SET WS-PV-EOF TO TRUE
039500     END-READ.
039600 1300-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*  1400-JUDGE-MONTH-END.                                       *
040100*    TODAY CLOSES THE MONTH WHEN IT IS MARKED "E" ON THE       *
040200*    CALENDAR, OR NO LATER BUSINESS DAY FALLS IN THE MONTH -   *
040300*    THE SAME JUDGEMENT CALTRIG1 MAKES FOR THE MONTH-END RUN.  *
040400*****************************************************************
040500 1400-JUDGE-MONTH-END.
040600     PERFORM 1410-CHECK-ONE-MARK THRU 1410-EXIT
040700         VARYING CAL-IDX FROM 1 BY 1
040800         UNTIL CAL-IDX > WS-CAL-COUNT
040900            OR WS-MONTH-END-TODAY.
041000     IF NOT WS-MONTH-END-TODAY
041100         COMPUTE WS-DAY-NUMBER =
041200             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
041300         SET WS-MONTH-END-TODAY TO TRUE
041400         PERFORM 1420-PROBE-MONTH-DAY THRU 1420-EXIT
041500             WITH TEST AFTER
041600             UNTIL NOT WS-MONTH-END-TODAY
041700                OR WS-PROBE-DATE(5:2)
041800                   NOT = WS-PROCESS-DATE(5:2)
041900     END-IF.
042000 1400-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400*  1410-CHECK-ONE-MARK.                                        *
042500*****************************************************************
042600 1410-CHECK-ONE-MARK.
042700     IF WS-CAL-DATE(CAL-IDX) = WS-PROCESS-DATE
042800             AND WS-CAL-TYPE(CAL-IDX) = "E"
042900         SET WS-MONTH-END-TODAY TO TRUE
043000     END-IF.
043100 1410-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500*  1420-PROBE-MONTH-DAY.                                       *
043600*    A LATER BUSINESS DAY INSIDE THE SAME MONTH MEANS TODAY    *
043700*    IS NOT THE MONTH'S LAST.                                  *
043800*****************************************************************
043900 1420-PROBE-MONTH-DAY.
044000     ADD 1 TO WS-DAY-NUMBER.
044100     COMPUTE WS-PROBE-DATE =
044200         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
044300     IF WS-PROBE-DATE(5:2) NOT = WS-PROCESS-DATE(5:2)
044400         GO TO 1420-EXIT
044500     END-IF.
044600     PERFORM 1450-JUDGE-PROBE-DAY THRU 1450-EXIT.
044700     IF NOT WS-DAY-IS-OFF
044800         MOVE "N" TO WS-MONTH-END-SW
044900     END-IF.
045000 1420-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*  1450-JUDGE-PROBE-DAY.                                       *
045500*    WEEKENDS BY ARITHMETIC, HOLIDAYS FROM THE CALENDAR.       *
045600*****************************************************************
045700 1450-JUDGE-PROBE-DAY.
045800     MOVE "N" TO WS-OFF-SW.
045900     COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DAY-NUMBER 7).
046000     IF WS-DAY-OF-WEEK = ZERO OR WS-DAY-OF-WEEK = 6
046100         SET WS-DAY-IS-OFF TO TRUE
046200     END-IF.
046300     PERFORM 1460-CHECK-ONE-HOLIDAY THRU 1460-EXIT
046400         VARYING CAL-IDX FROM 1 BY 1
046500         UNTIL CAL-IDX > WS-CAL-COUNT
046600            OR WS-DAY-IS-OFF.
046700 1450-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100*  1460-CHECK-ONE-HOLIDAY.                                     *
047200*****************************************************************
047300 1460-CHECK-ONE-HOLIDAY.
047400     IF WS-CAL-DATE(CAL-IDX) = WS-PROBE-DATE
047500             AND WS-CAL-TYPE(CAL-IDX) = "H"
047600         SET WS-DAY-IS-OFF TO TRUE
047700     END-IF.
047800 1460-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*  1500-FIND-REVERSE-DATE.                                     *
048300*    THE REVERSAL FALLS ON THE NEXT BUSINESS DAY - THE FIRST   *
048400*    DAY OF THE NEW PERIOD - ROLLED THE WAY SODOPEN1 ROLLS.    *
048500*****************************************************************
048600 1500-FIND-REVERSE-DATE.
048700     COMPUTE WS-DAY-NUMBER =
048800         FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
048900     PERFORM 1510-STEP-ONE-DAY THRU 1510-EXIT
049000         WITH TEST AFTER
049100         UNTIL NOT WS-DAY-IS-OFF.
049200     MOVE WS-PROBE-DATE TO WS-REVERSE-DATE.
049300 1500-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700*  1510-STEP-ONE-DAY.                                          *
049800*****************************************************************
049900 1510-STEP-ONE-DAY.
050000     ADD 1 TO WS-DAY-NUMBER.
050100     COMPUTE WS-PROBE-DATE =
050200         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
050300     PERFORM 1450-JUDGE-PROBE-DAY THRU 1450-EXIT.
050400 1510-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800*  2000-REVALUE.                                               *
050900*    A REVERSAL STILL PENDING MEANS THIS MONTH WAS ALREADY     *
051000*    REVALUED BY AN EARLIER RUN - IT IS NOT POSTED TWICE.      *
051100*****************************************************************
051200 2000-REVALUE.
051300     IF WS-PV-COUNT > ZERO
051400         DISPLAY "FXREVAL1 - " WS-PV-COUNT
051500             " REVERSALS STILL PENDING, REVALUATION SKIPPED"
051600         MOVE 4 TO RETURN-CODE
051700         GO TO 2000-EXIT
051800     END-IF.
051900     SORT SORT-WORK
052000         ON ASCENDING KEY SR-CURRENCY
052100                          SR-ACCOUNT
052200                          SR-INVOICE-DATE
052300                          SR-INVOICE-NO
052400         INPUT PROCEDURE IS 4000-RELEASE-ITEMS
052500             THRU 4000-RI-EXIT
052600         OUTPUT PROCEDURE IS 5000-PRINT-SCHEDULE
052700             THRU 5000-PS-EXIT.
052800 2000-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200*  4000-RELEASE-ITEMS.                                         *
053300*    THE SORT'S INPUT PROCEDURE - ONE WORK RECORD PER OPEN     *
053400*    ITEM BILLED IN A FOREIGN CURRENCY.                        *
053500*****************************************************************
053600 4000-RELEASE-ITEMS.
053700     OPEN INPUT AR-MAST.
053800     READ AR-MAST
053900         AT END
054000             SET WS-AR-EOF TO TRUE
054100     END-READ.
054200     PERFORM 4100-RELEASE-ONE-ITEM THRU 4100-EXIT
054300         UNTIL WS-AR-EOF.
054400     CLOSE AR-MAST.
054500 4000-RI-EXIT.
054600     EXIT.
054700
054800*****************************************************************
054900*  4100-RELEASE-ONE-ITEM.                                      *
055000*    THE STILL-OPEN SHARE OF THE ORIGINAL FOREIGN AMOUNT IS    *
055100*    WHAT IS RESTATED, AGAINST THE BASE AMOUNT STILL OPEN.     *
055200*****************************************************************
055300 4100-RELEASE-ONE-ITEM.
055400     IF AR-SETTLED
055500             OR AR-CURRENCY-CODE = SPACES
055600             OR AR-CURRENCY-CODE = "USD"
055700             OR AR-BOOK-RATE = ZERO
055800             OR AR-ORIG-AMOUNT = ZERO
055900             OR AR-OPEN-AMOUNT NOT > ZERO
056000         GO TO 4100-NEXT
056100     END-IF.
056200     MOVE AR-CURRENCY-CODE TO SR-CURRENCY.
056300     MOVE AR-ACCOUNT-CODE  TO SR-ACCOUNT.
056400     MOVE AR-INVOICE-DATE  TO SR-INVOICE-DATE.
056500     MOVE AR-INVOICE-NO    TO SR-INVOICE-NO.
056600     MOVE AR-BOOK-RATE     TO SR-BOOK-RATE.
056700     MOVE AR-OPEN-AMOUNT   TO SR-BOOK-VALUE.
056800     COMPUTE SR-FOREIGN-OPEN ROUNDED =
056900         AR-FOREIGN-AMOUNT * AR-OPEN-AMOUNT / AR-ORIG-AMOUNT.
057000     RELEASE SR-WORK-REC.
057100 4100-NEXT.
057200     READ AR-MAST
057300         AT END
057400             SET WS-AR-EOF TO TRUE
057500     END-READ.
057600 4100-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000*  5000-PRINT-SCHEDULE.                                        *
058100*    THE SORT'S OUTPUT PROCEDURE - THE REVALUATION SCHEDULE BY *
058200*    CURRENCY AND CUSTOMER, POSTING EACH CURRENCY AS IT ENDS.  *
058300*****************************************************************
058400 5000-PRINT-SCHEDULE.
058500     OPEN INPUT CUST-MAST.
058600     OPEN OUTPUT REVAL-RPT.
058700     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
058800     WRITE RR-PRINT-LINE FROM WS-RPT-HEADER.
058900     WRITE RR-PRINT-LINE FROM WS-RPT-COLUMNS.
059000     PERFORM 5050-RETURN-NEXT THRU 5050-EXIT.
059100     PERFORM 5100-PRINT-ONE-CURRENCY THRU 5100-EXIT
059200         UNTIL WS-SORT-EOF.
059300     MOVE SPACES TO RR-PRINT-LINE.
059400     WRITE RR-PRINT-LINE.
059500     MOVE "GRAND TOTAL - ALL CURRENCIES" TO WS-TOT-LABEL.
059600     MOVE ZERO            TO WS-TOT-FOREIGN.
059700     MOVE WS-GRD-BOOK     TO WS-TOT-BOOK.
059800     MOVE WS-GRD-REVALUED TO WS-TOT-REVALUED.
059900     MOVE WS-GRD-DIFF     TO WS-TOT-DIFF.
060000     WRITE RR-PRINT-LINE FROM WS-RPT-TOTAL.
060100     CLOSE REVAL-RPT.
060200     CLOSE CUST-MAST.
060300 5000-PS-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*  5050-RETURN-NEXT.                                           *
060800*****************************************************************
060900 5050-RETURN-NEXT.
061000     RETURN SORT-WORK
061100         AT END
061200             SET WS-SORT-EOF TO TRUE
061300     END-RETURN.
061400 5050-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800*  5100-PRINT-ONE-CURRENCY.                                    *
061900*****************************************************************
062000 5100-PRINT-ONE-CURRENCY.
062100     MOVE SR-CURRENCY TO WS-CUR-CURRENCY WS-FX-KEY.
062200     MOVE ZERO TO WS-FX-HIT.
062300     PERFORM 1250-MATCH-ONE-RATE THRU 1250-EXIT
062400         VARYING FX-IDX FROM 1 BY 1
062500         UNTIL FX-IDX > WS-FX-COUNT
062600            OR WS-FX-HIT > ZERO.
062700     MOVE SPACES TO RR-PRINT-LINE.
062800     WRITE RR-PRINT-LINE.
062900     IF WS-FX-HIT > ZERO
063000         MOVE WS-FX-RATE(WS-FX-HIT) TO WS-CLOSE-RATE
063100         MOVE WS-CUR-CURRENCY       TO WS-CCH-CODE
063200         MOVE WS-CLOSE-RATE         TO WS-CCH-RATE
063300         MOVE WS-FX-DATE(WS-FX-HIT) TO WS-CCH-DATE
063400         WRITE RR-PRINT-LINE FROM WS-RPT-CCY-HEAD
063500     ELSE
063600         MOVE ZERO            TO WS-CLOSE-RATE
063700         MOVE WS-CUR-CURRENCY TO WS-CCN-CODE
063800         WRITE RR-PRINT-LINE FROM WS-RPT-CCY-NO-RATE
063900         DISPLAY "FXREVAL1 - NO CLOSING RATE FOR "
064000             WS-CUR-CURRENCY ", ITEMS NOT REVALUED"
064100         MOVE 4 TO RETURN-CODE
064200     END-IF.
064300     MOVE ZERO TO WS-CCY-FOREIGN WS-CCY-BOOK
064400                  WS-CCY-REVALUED WS-CCY-DIFF.
064500     PERFORM 5200-PRINT-ONE-CUSTOMER THRU 5200-EXIT
064600         UNTIL WS-SORT-EOF
064700            OR SR-CURRENCY NOT = WS-CUR-CURRENCY.
064800     MOVE SPACES TO WS-TOT-LABEL.
064900     STRING "CURRENCY TOTAL " WS-CUR-CURRENCY
065000         DELIMITED BY SIZE INTO WS-TOT-LABEL.
065100     MOVE WS-CCY-FOREIGN  TO WS-TOT-FOREIGN.
065200     MOVE WS-CCY-BOOK     TO WS-TOT-BOOK.
065300     MOVE WS-CCY-REVALUED TO WS-TOT-REVALUED.
065400     MOVE WS-CCY-DIFF     TO WS-TOT-DIFF.
065500     WRITE RR-PRINT-LINE FROM WS-RPT-TOTAL.
065600     IF WS-CCY-DIFF NOT = ZERO
065700         PERFORM 5400-POST-CURRENCY THRU 5400-EXIT
065800     END-IF.
065900     ADD WS-CCY-BOOK     TO WS-GRD-BOOK.
066000     ADD WS-CCY-REVALUED TO WS-GRD-REVALUED.
066100     ADD WS-CCY-DIFF     TO WS-GRD-DIFF.
066200 5100-EXIT.
066300     EXIT.
066400
066500*****************************************************************
066600*  5200-PRINT-ONE-CUSTOMER.                                    *
066700*****************************************************************
066800 5200-PRINT-ONE-CUSTOMER.
066900     MOVE SR-ACCOUNT TO WS-CUR-ACCOUNT CU-ACCOUNT-CODE.
067000     MOVE "Y" TO WS-CUST-FOUND-SW.
067100     READ CUST-MAST
067200         INVALID KEY
067300             MOVE "N" TO WS-CUST-FOUND-SW
067400     END-READ.
067500     IF WS-CUST-FOUND
067600         MOVE CU-NAME TO WS-CUR-NAME
067700     ELSE
067800         MOVE "NOT ON CUSTMAST" TO WS-CUR-NAME
067900     END-IF.
068000     MOVE ZERO TO WS-CUS-FOREIGN WS-CUS-BOOK
068100                  WS-CUS-REVALUED WS-CUS-DIFF.
068200     PERFORM 5300-PRINT-ONE-ITEM THRU 5300-EXIT
068300         UNTIL WS-SORT-EOF
068400            OR SR-CURRENCY NOT = WS-CUR-CURRENCY
068500            OR SR-ACCOUNT NOT = WS-CUR-ACCOUNT.
068600     MOVE SPACES TO WS-TOT-LABEL.
068700     STRING "  CUSTOMER TOTAL " WS-CUR-ACCOUNT
068800         DELIMITED BY SIZE INTO WS-TOT-LABEL.
068900     MOVE WS-CUS-FOREIGN  TO WS-TOT-FOREIGN.
069000     MOVE WS-CUS-BOOK     TO WS-TOT-BOOK.
069100     MOVE WS-CUS-REVALUED TO WS-TOT-REVALUED.
069200     MOVE WS-CUS-DIFF     TO WS-TOT-DIFF.
069300     WRITE RR-PRINT-LINE FROM WS-RPT-TOTAL.
069400     ADD WS-CUS-FOREIGN  TO WS-CCY-FOREIGN.
069500     ADD WS-CUS-BOOK     TO WS-CCY-BOOK.
069600     ADD WS-CUS-REVALUED TO WS-CCY-REVALUED.
069700     ADD WS-CUS-DIFF     TO WS-CCY-DIFF.
069800 5200-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*  5300-PRINT-ONE-ITEM.                                        *
070300*    AN ITEM WITH NO CLOSING RATE STAYS AT BOOK VALUE.         *
070400*****************************************************************
070500 5300-PRINT-ONE-ITEM.
070600     MOVE SPACES TO WS-DET-FLAG.
070700     IF WS-CLOSE-RATE > ZERO
070800         COMPUTE WS-REVALUED ROUNDED =
070900             SR-FOREIGN-OPEN * WS-CLOSE-RATE
071000         ADD 1 TO WS-ITEMS-REVALUED
071100     ELSE
071200         MOVE SR-BOOK-VALUE TO WS-REVALUED
071300         MOVE "NO RATE" TO WS-DET-FLAG
071400         ADD 1 TO WS-ITEMS-NO-RATE
071500     END-IF.
071600     COMPUTE WS-ITEM-DIFF = WS-REVALUED - SR-BOOK-VALUE.
071700     MOVE SR-ACCOUNT      TO WS-DET-ACCOUNT.
071800     MOVE WS-CUR-NAME     TO WS-DET-NAME.
071900     MOVE SR-INVOICE-NO   TO WS-DET-INVOICE.
072000     MOVE SR-FOREIGN-OPEN TO WS-DET-FOREIGN.
072100     MOVE SR-BOOK-RATE    TO WS-DET-RATE.
072200     MOVE SR-BOOK-VALUE   TO WS-DET-BOOK.
072300     MOVE WS-REVALUED     TO WS-DET-REVALUED.
072400     MOVE WS-ITEM-DIFF    TO WS-DET-DIFF.
072500     WRITE RR-PRINT-LINE FROM WS-RPT-DETAIL.
072600     ADD SR-FOREIGN-OPEN TO WS-CUS-FOREIGN.
072700     ADD SR-BOOK-VALUE   TO WS-CUS-BOOK.
072800     ADD WS-REVALUED     TO WS-CUS-REVALUED.
072900     ADD WS-ITEM-DIFF    TO WS-CUS-DIFF.
073000     PERFORM 5050-RETURN-NEXT THRU 5050-EXIT.
073100 5300-EXIT.
073200     EXIT.
073300
073400*****************************************************************
073500*  5400-POST-CURRENCY.                                         *
073600*    THE CURRENCY'S NET UNREALIZED GAIN ("+") OR LOSS ("-")    *
073700*    GOES TO JRNLFD TODAY; THE OPPOSITE ENTRY WAITS ON THE     *
073800*    PENDING TABLE FOR THE NEXT BUSINESS DAY.                  *
073900*****************************************************************
074000 5400-POST-CURRENCY.
074100     MOVE "FXREVAL1"         TO JF-SOURCE-PROGRAM.
074200     MOVE SPACES             TO JF-TRANS-KEY.
074300     MOVE "FXUNRL"           TO JF-TRANS-KEY(1:6).
074400     MOVE WS-CUR-CURRENCY    TO JF-TRANS-KEY(7:3).
074500     IF WS-CCY-DIFF < ZERO
074600         COMPUTE WS-POST-AMOUNT = ZERO - WS-CCY-DIFF
074700         MOVE "-"            TO JF-AMOUNT-SIGN
074800         MOVE "LOSS"         TO WS-PST-KIND
074900     ELSE
075000         MOVE WS-CCY-DIFF    TO WS-POST-AMOUNT
075100         MOVE "+"            TO JF-AMOUNT-SIGN
075200         MOVE "GAIN"         TO WS-PST-KIND
075300     END-IF.
075400     MOVE WS-POST-AMOUNT     TO JF-AMOUNT.
075500     MOVE SPACES             TO JF-CURRENCY-CODE.
075600     MOVE WS-PROCESS-DATE    TO JF-RUN-DATE.
075700     WRITE JF-JOURNAL-REC.
075800     ADD 1 TO WS-POSTINGS.
075900     MOVE WS-POST-AMOUNT     TO WS-PST-AMOUNT.
076000     MOVE WS-REVERSE-DATE    TO WS-PST-REVERSE.
076100     WRITE RR-PRINT-LINE FROM WS-RPT-POSTING.
076200     IF WS-PV-COUNT < 500
076300         ADD 1 TO WS-PV-COUNT
076400         MOVE JF-TRANS-KEY    TO WS-PV-KEY(WS-PV-COUNT)
076500         MOVE WS-POST-AMOUNT  TO WS-PV-AMOUNT(WS-PV-COUNT)
076600         MOVE WS-REVERSE-DATE TO WS-PV-DATE(WS-PV-COUNT)
076700         IF JF-AMOUNT-SIGN = "-"
076800             MOVE "+" TO WS-PV-SIGN(WS-PV-COUNT)
076900         ELSE
077000             MOVE "-" TO WS-PV-SIGN(WS-PV-COUNT)
077100         END-IF
077200         ADD 1 TO WS-HELD
077300     ELSE
077400         DISPLAY "FXREVAL1 - PENDING TABLE FULL, NO REVERSAL FOR "
077500             JF-TRANS-KEY
077600         MOVE 4 TO RETURN-CODE
077700     END-IF.
077800 5400-EXIT.
077900     EXIT.
078000
078100*****************************************************************
078200*  8000-REWRITE-PENDING.                                       *
078300*    THE PENDING FILE IS REWRITTEN WITH EVERY REVERSAL NOT     *
078400*    YET DUE - THOSE RELEASED TODAY DROP OFF.                  *
078500*****************************************************************
078600 8000-REWRITE-PENDING.
078700     CLOSE JRN-FEED.
078800     OPEN OUTPUT REV-PEND.
078900     PERFORM 8100-WRITE-ONE-PENDING THRU 8100-EXIT
079000         VARYING PV-IDX FROM 1 BY 1
079100         UNTIL PV-IDX > WS-PV-COUNT.
079200     CLOSE REV-PEND.
079300 8000-EXIT.
079400     EXIT.
079500
079600*****************************************************************
079700*  8100-WRITE-ONE-PENDING.                                     *
079800*****************************************************************
079900 8100-WRITE-ONE-PENDING.
080000     MOVE "FXREVAL1"           TO PV-SOURCE-PROGRAM.
080100     MOVE WS-PV-KEY(PV-IDX)    TO PV-TRANS-KEY.
080200     MOVE WS-PV-SIGN(PV-IDX)   TO PV-AMOUNT-SIGN.
080300     MOVE WS-PV-AMOUNT(PV-IDX) TO PV-AMOUNT.
080400     MOVE SPACES               TO PV-CURRENCY-CODE.
080500     MOVE WS-PV-DATE(PV-IDX)   TO PV-RUN-DATE.
080600     WRITE PV-JOURNAL-REC.
080700 8100-EXIT.
080800     EXIT.
080900
081000*****************************************************************
081100*  9000-FINALIZE.                                              *
081200*****************************************************************
081300 9000-FINALIZE.
081400     IF WS-MONTH-END-TODAY
081500         DISPLAY "FXREVAL1 MONTH END " WS-PROCESS-DATE
081600             " ITEMS REVALUED: " WS-ITEMS-REVALUED
081700             " NO RATE: " WS-ITEMS-NO-RATE
081800             " POSTINGS: " WS-POSTINGS
081900     END-IF.
082000     DISPLAY "FXREVAL1 REVERSALS RELEASED: " WS-RELEASED
082100         " PENDING: " WS-HELD.
082114     IF WS-MONTH-END-TODAY
082128         MOVE "FXREVAL1" TO CL-PROGRAM
082142         MOVE WS-PROCESS-DATE(1:6) TO CL-PERIOD
082157         MOVE RETURN-CODE TO CL-RUN-RC
082171         CALL "CLSREC01" USING CL-CLOSE-NOTICE
082185     END-IF.
082200 9000-EXIT.
082300     EXIT.
