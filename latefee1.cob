000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     LATEFEE1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    NIGHTLY LATE-FEE ASSESSMENT.  EVERY STANDING AR ITEM ON   *
001200*    ARMAST MORE THAN THE LFPARM GRACE DAYS PAST DUE IS        *
001300*    CHARGED THE SCHEDULED FEE (FLAT, OR A PERCENTAGE OF THE   *
001400*    OPEN AMOUNT, NEVER UNDER THE MINIMUM) ONCE PER MONTHLY    *
001500*    FEE PERIOD - THE LFHISTI/LFHISTO HISTORY REMEMBERS WHAT   *
001600*    WAS CHARGED OR WAIVED THIS PERIOD.  THE FEE IS CUT AS AN  *
001700*    EXTENDED LINE ON LFEEMUL, IN THE MULOUT LAYOUT, WHICH     *
001800*    RIDES THE MULOUT DD INTO THE NEXT BILLING RUN, SO IT IS   *
001900*    INVOICED TO THE CUSTOMER AND OPENS AS AN AR ITEM LIKE     *
002000*    ANY OTHER BILLED LINE.  AN ITEM UNDER AN OPEN DISPUTE ON  *
002100*    DISPMAST IS NOT CHARGED, AND A WAIVER ON LFWAIVE STOPS    *
002200*    THE CHARGE FOR THE PERIOD.  EVERY FEE ASSESSED OR WAIVED  *
002300*    LANDS ON THE LFEEREG REGISTER.  RUNS AHEAD OF THE         *
002400*    BILLING RUN, AGAINST THE ARMAST THE PRIOR LEDGER RUN      *
002500*    LEFT.  WITH NO LFPARM SCHEDULE THE RUN IS REFUSED.        *
002600*                                                              *
002700*  MODIFICATION HISTORY.                                       *
002800*    2026-10-15  DL  ORIGINAL LATE-FEE ASSESSMENT.             *
002833*    2026-10-15  DL  THE FEE LINE CARRIES A ZERO SERVICE       *
002866*                    PERIOD IN THE WIDENED MULOUT LAYOUT.      *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LF-PARM ASSIGN TO "LFPARM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT AR-MAST ASSIGN TO "ARMAST"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT DISP-MAST ASSIGN TO "DISPMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS DM-INVOICE-NO.
004100     SELECT LF-WAIVE ASSIGN TO "LFWAIVE"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT HIST-IN ASSIGN TO "LFHISTI"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT HIST-OUT ASSIGN TO "LFHISTO"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT FEE-MUL ASSIGN TO "LFEEMUL"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT FEE-REG ASSIGN TO "LFEEREG"
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  LF-PARM.
005500     COPY DLLFPRM.
005600
005700 FD  AR-MAST.
005800     COPY DLARITEM.
005900
006000 FD  DISP-MAST.
006100     COPY DLDISPM.
006200
006300 FD  LF-WAIVE.
006400     COPY DLLFWAIV.
006500
006600 FD  HIST-IN.
006700     COPY DLLFHIST
006800         REPLACING ==LH-FEE-HIST-REC== BY ==HI-FEE-HIST-REC==
006900                   ==LH-INVOICE-NO==   BY ==HI-INVOICE-NO==
007000                   ==LH-ACCOUNT-CODE== BY ==HI-ACCOUNT-CODE==
007100                   ==LH-PERIOD==       BY ==HI-PERIOD==
007200                   ==LH-FEE-AMOUNT==   BY ==HI-FEE-AMOUNT==
007300                   ==LH-ACTION==       BY ==HI-ACTION==
007400                   ==LH-ASSESSED==     BY ==HI-ASSESSED==
007500                   ==LH-WAIVED==       BY ==HI-WAIVED==
007600                   ==LH-ACTION-DATE==  BY ==HI-ACTION-DATE==
007700                   ==LH-USER-ID==      BY ==HI-USER-ID==.
007800
007900 FD  HIST-OUT.
008000     COPY DLLFHIST.
008100
008200 FD  FEE-MUL.
008300     COPY DLMULOUT.
008400
008500 FD  FEE-REG.
008600 01  LG-PRINT-LINE            PIC X(120).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-SWITCHES.
009000     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
009100         88  WS-PARM-EOF           VALUE "Y".
009200     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
009300         88  WS-AR-EOF             VALUE "Y".
009400     05  WS-WAIVE-EOF-SW      PIC X(01) VALUE "N".
009500         88  WS-WAIVE-EOF          VALUE "Y".
009600     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
009700         88  WS-HIST-EOF           VALUE "Y".
009800     05  WS-REFUSED-SW        PIC X(01) VALUE "N".
009900         88  WS-RUN-REFUSED        VALUE "Y".
010000     05  WS-DISP-FOUND-SW     PIC X(01) VALUE "N".
010100         88  WS-DISP-FOUND         VALUE "Y".
010200
010300 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
010400 01  WS-PROCESS-DATE-R REDEFINES WS-PROCESS-DATE.
010500     05  WS-PROCESS-PERIOD    PIC 9(06).
010600     05  FILLER               PIC 9(02).
010700 01  WS-PAST-DUE-DAYS         PIC S9(07) VALUE ZERO.
010800 01  WS-FEE-AMOUNT            PIC 9(07) VALUE ZERO.
010900 01  HST-IDX                  PIC 9(04) VALUE ZERO.
011000 01  HST-SUB                  PIC 9(04) VALUE ZERO.
011100 01  WAV-IDX                  PIC 9(03) VALUE ZERO.
011200 01  WAV-SUB                  PIC 9(03) VALUE ZERO.
011300
011400 01  WS-ASSESSED-COUNT        PIC 9(05) VALUE ZERO.
011500 01  WS-WAIVED-COUNT          PIC 9(05) VALUE ZERO.
011600 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
011700 01  WS-ASSESSED-TOTAL        PIC 9(11) VALUE ZERO.
011800 01  WS-WAIVED-TOTAL          PIC 9(11) VALUE ZERO.
011900
012000 01  WS-HIST-COUNT            PIC 9(04) VALUE ZERO.
012100 01  WS-HIST-TABLE.
012200     05  WS-HIST-ENTRY OCCURS 1 TO 5000 TIMES
012300             DEPENDING ON WS-HIST-COUNT.
012400         10  WS-HST-INVOICE   PIC X(08).
012500
012600 01  WS-WAIVE-COUNT           PIC 9(03) VALUE ZERO.
012700 01  WS-WAIVE-TABLE.
012800     05  WS-WAIVE-ENTRY OCCURS 1 TO 300 TIMES
012900             DEPENDING ON WS-WAIVE-COUNT.
013000         10  WS-WAV-ACCOUNT   PIC X(06).
013100         10  WS-WAV-INVOICE   PIC X(08).
013200         10  WS-WAV-REASON    PIC X(30).
013300         10  WS-WAV-USER      PIC X(08).
013400         10  WS-WAV-USED-SW   PIC X(01).
013500             88  WS-WAV-USED       VALUE "Y".
013600
013700 01  WS-REG-HEADER.
013800     05  FILLER               PIC X(40) VALUE
013900         "LATE-FEE REGISTER  RUN DATE            ".
014000     05  WS-RGH-DATE          PIC 9(08).
014100     05  FILLER               PIC X(08) VALUE "  PERIOD".
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  WS-RGH-PERIOD        PIC 9(06).
014400
014500 01  WS-REG-COLUMNS.
014600     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
014700     05  FILLER               PIC X(10) VALUE "INVOICE   ".
014800     05  FILLER               PIC X(10) VALUE "DUE DATE  ".
014900     05  FILLER               PIC X(06) VALUE "  DAYS".
015000     05  FILLER               PIC X(14) VALUE "   OPEN AMOUNT".
015100     05  FILLER               PIC X(10) VALUE "       FEE".
015200     05  FILLER               PIC X(02) VALUE SPACES.
015300     05  FILLER               PIC X(10) VALUE "ACTION    ".
015400     05  FILLER               PIC X(10) VALUE "USER      ".
015500     05  FILLER               PIC X(30) VALUE "REASON".
015600
015700 01  WS-REG-DETAIL.
015800     05  WS-RGD-ACCOUNT       PIC X(06).
015900     05  FILLER               PIC X(04) VALUE SPACES.
016000     05  WS-RGD-INVOICE       PIC X(08).
016100     05  FILLER               PIC X(02) VALUE SPACES.
016200     05  WS-RGD-DUE-DATE      PIC 9(08).
016300     05  FILLER               PIC X(02) VALUE SPACES.
016400     05  WS-RGD-DAYS          PIC ZZZZZ9.
016500     05  WS-RGD-OPEN          PIC Z(13)9.
016600     05  WS-RGD-FEE           PIC Z(09)9.
016700     05  FILLER               PIC X(02) VALUE SPACES.
016800     05  WS-RGD-ACTION        PIC X(10).
016900     05  WS-RGD-USER          PIC X(08).
017000     05  FILLER               PIC X(02) VALUE SPACES.
017100     05  WS-RGD-REASON        PIC X(30).
017200
017300 01  WS-REG-TRAILER.
017400     05  FILLER               PIC X(10) VALUE "ASSESSED ".
017500     05  WS-RGT-ASSESSED      PIC Z(04)9.
017600     05  FILLER               PIC X(09) VALUE "  TOTAL  ".
017700     05  WS-RGT-ASSESSED-AMT  PIC Z(10)9.
017800     05  FILLER               PIC X(10) VALUE "  WAIVED ".
017900     05  WS-RGT-WAIVED        PIC Z(04)9.
018000     05  FILLER               PIC X(09) VALUE "  TOTAL  ".
018100     05  WS-RGT-WAIVED-AMT    PIC Z(10)9.
018200
018300 PROCEDURE DIVISION.
018400*****************************************************************
018500*  0000-MAINLINE.                                              *
018600*****************************************************************
018700 0000-MAINLINE.
018800     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
018900     PERFORM 0100-LOAD-SCHEDULE THRU 0100-EXIT.
019000     IF WS-RUN-REFUSED
019100         DISPLAY "LATEFEE1 - NO LFPARM FEE SCHEDULE - REFUSED"
019200         MOVE 8 TO RETURN-CODE
019300     ELSE
019400         PERFORM 1000-INITIALIZE THRU 1000-EXIT
019500         PERFORM 2000-ASSESS-ONE-ITEM THRU 2000-EXIT
019600             UNTIL WS-AR-EOF
019700         PERFORM 4000-REPORT-ONE-UNUSED THRU 4000-EXIT
019800             VARYING WAV-IDX FROM 1 BY 1
019900             UNTIL WAV-IDX > WS-WAIVE-COUNT
020000         PERFORM 9000-FINALIZE THRU 9000-EXIT
020100     END-IF.
020200     STOP RUN.
020300
020400*****************************************************************
020500*  0100-LOAD-SCHEDULE.                                         *
020600*    THE FEE SCHEDULE IS A CREDIT-POLICY DECISION, SO THERE IS *
020700*    NO DEFAULT - A MISSING OR UNKNOWN SCHEDULE REFUSES THE    *
020800*    RUN.                                                      *
020900*****************************************************************
021000 0100-LOAD-SCHEDULE.
021100     OPEN INPUT LF-PARM.
021200     READ LF-PARM
021300         AT END
021400             SET WS-PARM-EOF TO TRUE
021500     END-READ.
021600     IF WS-PARM-EOF
021700         SET WS-RUN-REFUSED TO TRUE
021800     ELSE
021900         IF NOT LP-FLAT-FEE
022000                 AND NOT LP-PERCENT-FEE
022100             DISPLAY "LATEFEE1 - UNKNOWN FEE TYPE " LP-FEE-TYPE
022200             SET WS-RUN-REFUSED TO TRUE
022300         END-IF
022400     END-IF.
022500     CLOSE LF-PARM.
022600 0100-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000*  1000-INITIALIZE.                                            *
023100*    CARRIES THIS PERIOD'S FEE HISTORY FORWARD (AN EARLIER     *
023200*    PERIOD'S ENTRIES HAVE DONE THEIR WORK AND DROP OFF - THE  *
023300*    REGISTERS KEEP THE RECORD), LOADS THE WAIVERS, AND OPENS  *
023400*    THE OPEN-ITEM MASTER.                                     *
023500*****************************************************************
023600 1000-INITIALIZE.
023700     OPEN INPUT HIST-IN.
023800     OPEN OUTPUT HIST-OUT.
023900     READ HIST-IN
024000         AT END
024100             SET WS-HIST-EOF TO TRUE
024200     END-READ.
024300     PERFORM 1100-CARRY-ONE-HISTORY THRU 1100-EXIT
024400         UNTIL WS-HIST-EOF.
024500     CLOSE HIST-IN.
024600     OPEN INPUT LF-WAIVE.
024700     READ LF-WAIVE
024800         AT END
024900             SET WS-WAIVE-EOF TO TRUE
025000     END-READ.
025100     PERFORM 1200-LOAD-ONE-WAIVER THRU 1200-EXIT
025200         UNTIL WS-WAIVE-EOF.
025300     CLOSE LF-WAIVE.
025400     OPEN INPUT DISP-MAST.
025500     OPEN INPUT AR-MAST.
025600     OPEN OUTPUT FEE-MUL.
025700     OPEN OUTPUT FEE-REG.
025800     MOVE WS-PROCESS-DATE   TO WS-RGH-DATE.
025900     MOVE WS-PROCESS-PERIOD TO WS-RGH-PERIOD.
026000     WRITE LG-PRINT-LINE FROM WS-REG-HEADER.
026100     WRITE LG-PRINT-LINE FROM WS-REG-COLUMNS.
026200     READ AR-MAST
026300         AT END
026400             SET WS-AR-EOF TO TRUE
026500     END-READ.
026600 1000-EXIT.
026700     EXIT.
026800
026900*****************************************************************
027000*  1100-CARRY-ONE-HISTORY.                                     *
027100*****************************************************************
027200 1100-CARRY-ONE-HISTORY.
027300     IF HI-PERIOD NOT = WS-PROCESS-PERIOD
027400         GO TO 1100-NEXT
027500     END-IF.
027600     MOVE HI-FEE-HIST-REC TO LH-FEE-HIST-REC.
027700     WRITE LH-FEE-HIST-REC.
027800     IF WS-HIST-COUNT < 5000
027900         ADD 1 TO WS-HIST-COUNT
028000         MOVE HI-INVOICE-NO TO WS-HST-INVOICE(WS-HIST-COUNT)
028100     ELSE
028200         DISPLAY "LATEFEE1 - HISTORY TABLE FULL"
028300     END-IF.
028400 1100-NEXT.
028500     READ HIST-IN
028600         AT END
028700             SET WS-HIST-EOF TO TRUE
028800     END-READ.
028900 1100-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300*  1200-LOAD-ONE-WAIVER.                                       *
029400*****************************************************************
029500 1200-LOAD-ONE-WAIVER.
029600     IF WS-WAIVE-COUNT < 300
029700         ADD 1 TO WS-WAIVE-COUNT
029800         MOVE LW-ACCOUNT-CODE TO WS-WAV-ACCOUNT(WS-WAIVE-COUNT)
029900         MOVE LW-INVOICE-NO   TO WS-WAV-INVOICE(WS-WAIVE-COUNT)
030000         MOVE LW-REASON       TO WS-WAV-REASON(WS-WAIVE-COUNT)
030100         MOVE LW-USER-ID      TO WS-WAV-USER(WS-WAIVE-COUNT)
030200         MOVE "N"             TO WS-WAV-USED-SW(WS-WAIVE-COUNT)
030300     ELSE
030400         DISPLAY "LATEFEE1 - WAIVER TABLE FULL"
030500     END-IF.
030600     READ LF-WAIVE
030700         AT END
030800             SET WS-WAIVE-EOF TO TRUE
030900     END-READ.
031000 1200-EXIT.
031100     EXIT.
031200
031300*****************************************************************
031400*  2000-ASSESS-ONE-ITEM.                                       *
031500*    A STANDING ITEM PAST ITS GRACE DAYS IS CHARGED ONCE THIS  *
031600*    PERIOD - UNLESS IT ALREADY WAS (OR WAS WAIVED), OR IT IS  *
031700*    UNDER AN OPEN DISPUTE.  DAYS PAST DUE RUN FROM THE TERMS  *
031800*    DUE DATE, OR FROM THE INVOICE DATE ON AN ITEM NEVER       *
031900*    STAMPED WITH ONE.                                         *
032000*****************************************************************
032100 2000-ASSESS-ONE-ITEM.
032200     IF AR-SETTLED
032300             OR AR-OPEN-AMOUNT NOT > ZERO
032400             OR AR-INVOICE-NO = SPACES
032500         GO TO 2000-NEXT
032600     END-IF.
032700     EVALUATE TRUE
032800         WHEN AR-DUE-DATE NOT = ZERO
032900             COMPUTE WS-PAST-DUE-DAYS =
033000                 FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
033100                 - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
033200         WHEN AR-INVOICE-DATE NOT = ZERO
033300             COMPUTE WS-PAST-DUE-DAYS =
033400                 FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
033500                 - FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
033600         WHEN OTHER
033700             MOVE ZERO TO WS-PAST-DUE-DAYS
033800     END-EVALUATE.
033900     IF WS-PAST-DUE-DAYS NOT > LP-GRACE-DAYS
034000         GO TO 2000-NEXT
034100     END-IF.
034200     MOVE ZERO TO HST-IDX.
034300     PERFORM 2050-MATCH-ONE-HISTORY THRU 2050-EXIT
034400         VARYING HST-SUB FROM 1 BY 1
034500         UNTIL HST-SUB > WS-HIST-COUNT
034600            OR HST-IDX > ZERO.
034700     IF HST-IDX > ZERO
034800         GO TO 2000-NEXT
034900     END-IF.
035000     SET WS-DISP-FOUND TO TRUE.
035100     MOVE AR-INVOICE-NO TO DM-INVOICE-NO.
035200     READ DISP-MAST
035300         INVALID KEY
035400             MOVE "N" TO WS-DISP-FOUND-SW
035500     END-READ.
035600     IF WS-DISP-FOUND
035700             AND DM-OPEN
035800         GO TO 2000-NEXT
035900     END-IF.
036000     PERFORM 2100-COMPUTE-FEE THRU 2100-EXIT.
036100     MOVE ZERO TO WAV-IDX.
036200     PERFORM 2150-MATCH-ONE-WAIVER THRU 2150-EXIT
036300         VARYING WAV-SUB FROM 1 BY 1
036400         UNTIL WAV-SUB > WS-WAIVE-COUNT
036500            OR WAV-IDX > ZERO.
036600     IF WAV-IDX > ZERO
036700         PERFORM 3100-WAIVE-FEE THRU 3100-EXIT
036800     ELSE
036900         PERFORM 3000-ASSESS-FEE THRU 3000-EXIT
037000     END-IF.
037100 2000-NEXT.
037200     READ AR-MAST
037300         AT END
037400             SET WS-AR-EOF TO TRUE
037500     END-READ.
037600 2000-EXIT.
037700     EXIT.
037800
037900*****************************************************************
038000*  2050-MATCH-ONE-HISTORY.                                     *
038100*****************************************************************
038200 2050-MATCH-ONE-HISTORY.
038300     IF WS-HST-INVOICE(HST-SUB) = AR-INVOICE-NO
038400         MOVE HST-SUB TO HST-IDX
038500     END-IF.
038600 2050-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000*  2100-COMPUTE-FEE.                                           *
039100*****************************************************************
039200 2100-COMPUTE-FEE.
039300     IF LP-FLAT-FEE
039400         MOVE LP-FLAT-AMOUNT TO WS-FEE-AMOUNT
039500     ELSE
039600         COMPUTE WS-FEE-AMOUNT ROUNDED =
039700             AR-OPEN-AMOUNT * LP-FEE-PERCENT / 100
039800     END-IF.
039900     IF WS-FEE-AMOUNT < LP-MINIMUM-FEE
040000         MOVE LP-MINIMUM-FEE TO WS-FEE-AMOUNT
040100     END-IF.
040200 2100-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600*  2150-MATCH-ONE-WAIVER.                                      *
040700*    A WAIVER NAMES THE ITEM, OR SPACES FOR THE WHOLE ACCOUNT. *
040800*****************************************************************
040900 2150-MATCH-ONE-WAIVER.
041000     IF WS-WAV-ACCOUNT(WAV-SUB) = AR-ACCOUNT-CODE
041100             AND (WS-WAV-INVOICE(WAV-SUB) = AR-INVOICE-NO
041200               OR WS-WAV-INVOICE(WAV-SUB) = SPACES)
041300         MOVE WAV-SUB TO WAV-IDX
041400     END-IF.
041500 2150-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*  3000-ASSESS-FEE.                                            *
042000*    THE FEE GOES TO THE BILLING RUN AS ONE LATEFEE LINE FOR   *
042100*    THE ACCOUNT, QUANTITY ONE AT THE FEE AMOUNT.              *
042200*****************************************************************
042300 3000-ASSESS-FEE.
042400     IF WS-FEE-AMOUNT = ZERO
042500         GO TO 3000-EXIT
042600     END-IF.
042700     IF WS-FEE-AMOUNT > 999999
042800         DISPLAY "LATEFEE1 - FEE OVER LINE LIMIT FOR "
042900             AR-INVOICE-NO " - SKIPPED"
043000         ADD 1 TO WS-ERROR-COUNT
043100         GO TO 3000-EXIT
043200     END-IF.
043300     MOVE SPACES            TO MO-DETAIL-LINE.
043400     MOVE "LATEFEE"         TO MO-ITEM-KEY.
043500     MOVE 1                 TO MO-QUANTITY.
043600     IF WS-FEE-AMOUNT > 9999
043700         MOVE ZERO          TO MO-UNIT-PRICE
043800     ELSE
043900         MOVE WS-FEE-AMOUNT TO MO-UNIT-PRICE
044000     END-IF.
044100     MOVE WS-FEE-AMOUNT     TO MO-EXTENDED-AMOUNT.
044200     MOVE WS-PROCESS-DATE   TO MO-PROCESS-DATE.
044300     MOVE AR-ACCOUNT-CODE   TO MO-ACCOUNT-CODE.
044400     MOVE WS-FEE-AMOUNT     TO MO-EXTENSION-AMT.
044500     MOVE WS-FEE-AMOUNT     TO MO-GROSS-AMT.
044600     MOVE SPACES            TO MO-ADJ-CODE.
044633     MOVE ZERO              TO MO-SVC-START.
044666     MOVE ZERO              TO MO-SVC-END.
044700     WRITE MO-DETAIL-LINE.
044800     SET LH-ASSESSED TO TRUE.
044900     MOVE "LATEFEE1"        TO LH-USER-ID.
045000     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT.
045100     MOVE "ASSESSED"        TO WS-RGD-ACTION.
045200     MOVE "LATEFEE1"        TO WS-RGD-USER.
045300     MOVE SPACES            TO WS-RGD-REASON.
045400     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
045500     ADD 1 TO WS-ASSESSED-COUNT.
045600     ADD WS-FEE-AMOUNT TO WS-ASSESSED-TOTAL.
045700 3000-EXIT.
045800     EXIT.
045900
046000*****************************************************************
046100*  3100-WAIVE-FEE.                                             *
046200*    A WAIVED FEE IS REMEMBERED FOR THE PERIOD, SO THE ITEM IS *
046300*    NOT CHARGED LATER IN THE MONTH EITHER.                    *
046400*****************************************************************
046500 3100-WAIVE-FEE.
046600     MOVE "Y" TO WS-WAV-USED-SW(WAV-IDX).
046700     SET LH-WAIVED TO TRUE.
046800     MOVE WS-WAV-USER(WAV-IDX)   TO LH-USER-ID.
046900     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT.
047000     MOVE "WAIVED"               TO WS-RGD-ACTION.
047100     MOVE WS-WAV-USER(WAV-IDX)   TO WS-RGD-USER.
047200     MOVE WS-WAV-REASON(WAV-IDX) TO WS-RGD-REASON.
047300     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
047400     ADD 1 TO WS-WAIVED-COUNT.
047500     ADD WS-FEE-AMOUNT TO WS-WAIVED-TOTAL.
047600 3100-EXIT.
047700     EXIT.
047800
047900*****************************************************************
048000*  3500-WRITE-HISTORY.                                         *
048100*****************************************************************
048200 3500-WRITE-HISTORY.
048300     MOVE AR-INVOICE-NO     TO LH-INVOICE-NO.
048400     MOVE AR-ACCOUNT-CODE   TO LH-ACCOUNT-CODE.
048500     MOVE WS-PROCESS-PERIOD TO LH-PERIOD.
048600     MOVE WS-FEE-AMOUNT     TO LH-FEE-AMOUNT.
048700     MOVE WS-PROCESS-DATE   TO LH-ACTION-DATE.
048800     WRITE LH-FEE-HIST-REC.
048900 3500-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*  4000-REPORT-ONE-UNUSED.                                     *
049400*    A WAIVER NAMING AN ITEM THAT DRAWS NO FEE TONIGHT IS      *
049500*    REPORTED; AN ACCOUNT-WIDE WAIVER MAY SIMPLY HAVE HAD      *
049600*    NOTHING TO WAIVE.                                         *
049700*****************************************************************
049800 4000-REPORT-ONE-UNUSED.
049900     IF NOT WS-WAV-USED(WAV-IDX)
050000             AND WS-WAV-INVOICE(WAV-IDX) NOT = SPACES
050100         DISPLAY "LATEFEE1 - NO FEE DUE TO WAIVE FOR ACCOUNT "
050200             WS-WAV-ACCOUNT(WAV-IDX) " INVOICE "
050300             WS-WAV-INVOICE(WAV-IDX) " - SKIPPED"
050400         ADD 1 TO WS-ERROR-COUNT
050500     END-IF.
050600 4000-EXIT.
050700     EXIT.
050800
050900*****************************************************************
051000*  8000-WRITE-REGISTER.                                        *
051100*****************************************************************
051200 8000-WRITE-REGISTER.
051300     MOVE AR-ACCOUNT-CODE  TO WS-RGD-ACCOUNT.
051400     MOVE AR-INVOICE-NO    TO WS-RGD-INVOICE.
051500     MOVE AR-DUE-DATE      TO WS-RGD-DUE-DATE.
051600     MOVE WS-PAST-DUE-DAYS TO WS-RGD-DAYS.
051700     MOVE AR-OPEN-AMOUNT   TO WS-RGD-OPEN.
051800     MOVE WS-FEE-AMOUNT    TO WS-RGD-FEE.
051900     WRITE LG-PRINT-LINE FROM WS-REG-DETAIL.
052000 8000-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*  9000-FINALIZE.                                              *
052500*****************************************************************
052600 9000-FINALIZE.
052700     MOVE WS-ASSESSED-COUNT TO WS-RGT-ASSESSED.
052800     MOVE WS-ASSESSED-TOTAL TO WS-RGT-ASSESSED-AMT.
052900     MOVE WS-WAIVED-COUNT   TO WS-RGT-WAIVED.
053000     MOVE WS-WAIVED-TOTAL   TO WS-RGT-WAIVED-AMT.
053100     WRITE LG-PRINT-LINE FROM WS-REG-TRAILER.
053200     DISPLAY "LATEFEE1 ASSESSED: " WS-ASSESSED-COUNT
053300         " WAIVED: " WS-WAIVED-COUNT
053400         " ERRORS: " WS-ERROR-COUNT.
053500     IF WS-ERROR-COUNT > ZERO
053600         MOVE 4 TO RETURN-CODE
053700     END-IF.
053800     CLOSE AR-MAST.
053900     CLOSE DISP-MAST.
054000     CLOSE HIST-OUT.
054100     CLOSE FEE-MUL.
054200     CLOSE FEE-REG.
054300 9000-EXIT.
054400     EXIT.
