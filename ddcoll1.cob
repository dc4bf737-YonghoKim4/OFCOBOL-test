000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     DDCOLL1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    DIRECT-DEBIT COLLECTION RUN FOR AUTO-PAY CUSTOMERS.  FOR  *
001200*    THE BUSINESS DATE ON RUNCTL, FINDS THE NEXT BUSINESS DATE *
001300*    FROM THE CALENDAR (WEEKENDS BY ARITHMETIC, HOLIDAYS FROM  *
001400*    THE FILE) AND ASKS THE BANK TO COLLECT ON IT EVERY OPEN   *
001500*    ARMAST ITEM FALLING DUE BY THEN WHOSE CUSTOMER HOLDS AN   *
001600*    ACTIVE AUTO-PAY MANDATE ON CUSTMAST - AN ITEM DUE ON A    *
001700*    WEEKEND OR HOLIDAY IS COLLECTED THE NEXT BUSINESS DAY.    *
001800*    THE DEBITS GO OUT ON DDREQ BETWEEN A HEADER AND A         *
001900*    TRAILER CARRYING THE COUNT AND AMOUNT TOTAL, AND ARE      *
002000*    LISTED ON THE DDREG REGISTER.  THE DDHISTI/DDHISTO        *
002100*    HISTORY REMEMBERS EVERY DEBIT ASKED FOR, SO NO ITEM IS    *
002200*    PULLED TWICE; DDSETL1 TURNS THE BANK'S SETTLEMENTS INTO   *
002300*    CASH RECEIPTS.  AN ITEM UNDER AN OPEN DISPUTE ON DISPMAST *
002400*    IS NOT PULLED.  WITH NO RUNCTL RECORD THE RUN IS REFUSED. *
002500*                                                              *
002600*  MODIFICATION HISTORY.                                       *
002700*    2026-10-15  DL  ORIGINAL DIRECT-DEBIT COLLECTION RUN.     *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RUN-CTL ASSIGN TO "RUNCTL"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT CALENDAR ASSIGN TO "CALENDAR"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT AR-MAST ASSIGN TO "ARMAST"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CU-ACCOUNT-CODE.
004200     SELECT DISP-MAST ASSIGN TO "DISPMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS DM-INVOICE-NO.
004600     SELECT HIST-IN ASSIGN TO "DDHISTI"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT HIST-OUT ASSIGN TO "DDHISTO"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT DD-REQ ASSIGN TO "DDREQ"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT DD-REG ASSIGN TO "DDREG"
005300         ORGANIZATION IS SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  RUN-CTL.
005800     COPY DLRUNCTL.
005900
006000 FD  CALENDAR.
006100     COPY DLCALEND.
006200
006300 FD  AR-MAST.
006400     COPY DLARITEM.
006500
006600 FD  CUST-MAST.
006700     COPY DLCUSTMS.
006800
006900 FD  DISP-MAST.
007000     COPY DLDISPM.
007100
007200 FD  HIST-IN.
007300     COPY DLDDHIST
007400         REPLACING ==DY-DEBIT-HIST-REC== BY ==HI-DEBIT-HIST-REC==
007500                   ==DY-REQUEST-ID==     BY ==HI-REQUEST-ID==
007600                   ==DY-ACCOUNT-CODE==   BY ==HI-ACCOUNT-CODE==
007700                   ==DY-INVOICE-NO==     BY ==HI-INVOICE-NO==
007800                   ==DY-AMOUNT==         BY ==HI-AMOUNT==
007900                   ==DY-REQUEST-DATE==   BY ==HI-REQUEST-DATE==
008000                   ==DY-COLLECT-DATE==   BY ==HI-COLLECT-DATE==
008100                   ==DY-STATUS==         BY ==HI-STATUS==
008200                   ==DY-PENDING==        BY ==HI-PENDING==
008300                   ==DY-SETTLED==        BY ==HI-SETTLED==
008400                   ==DY-RETURNED==       BY ==HI-RETURNED==
008500                   ==DY-STATUS-DATE==    BY ==HI-STATUS-DATE==
008600                   ==DY-RETURN-REASON==  BY ==HI-RETURN-REASON==.
008700
008800 FD  HIST-OUT.
008900     COPY DLDDHIST.
009000
009100 FD  DD-REQ.
009200     COPY DLDDREQ.
009300
009400 FD  DD-REG.
009500 01  DG-PRINT-LINE            PIC X(120).
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-SWITCHES.
009900     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
010000         88  WS-CTL-EOF            VALUE "Y".
010100     05  WS-CAL-EOF-SW        PIC X(01) VALUE "N".
010200         88  WS-CAL-EOF            VALUE "Y".
010300     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
010400         88  WS-AR-EOF             VALUE "Y".
010500     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
010600         88  WS-HIST-EOF           VALUE "Y".
010700     05  WS-HOLIDAY-SW        PIC X(01) VALUE "N".
010800         88  WS-DAY-IS-OFF         VALUE "Y".
010900     05  WS-CUST-FOUND-SW     PIC X(01) VALUE "N".
011000         88  WS-CUST-FOUND         VALUE "Y".
011100     05  WS-DISP-FOUND-SW     PIC X(01) VALUE "N".
011200         88  WS-DISP-FOUND         VALUE "Y".
011300
011400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
011500 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
011600     05  FILLER               PIC 9(02).
011700     05  WS-BUSINESS-YYMMDD   PIC 9(06).
011800 01  WS-COLLECT-DATE          PIC 9(08) VALUE ZERO.
011900 01  WS-DAY-NUMBER            PIC 9(07) VALUE ZERO.
012000 01  WS-DAY-OF-WEEK           PIC 9(01) VALUE ZERO.
012100 01  WS-REQUEST-ID.
012200     05  WS-REQ-DATE          PIC 9(06) VALUE ZERO.
012300     05  WS-REQ-SEQ           PIC 9(04) VALUE ZERO.
012400 01  CAL-IDX                  PIC 9(03) VALUE ZERO.
012500 01  HST-IDX                  PIC 9(04) VALUE ZERO.
012600 01  HST-SUB                  PIC 9(04) VALUE ZERO.
012700
012800 01  WS-REQUEST-COUNT         PIC 9(07) VALUE ZERO.
012900 01  WS-REQUEST-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
013000 01  WS-DISPUTE-COUNT         PIC 9(05) VALUE ZERO.
013100 01  WS-DROPPED-COUNT         PIC 9(05) VALUE ZERO.
013200 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
013300
013400 01  WS-CAL-COUNT             PIC 9(03) VALUE ZERO.
013500 01  WS-CAL-TABLE.
013600     05  WS-CAL-ENTRY OCCURS 1 TO 400 TIMES
013700             DEPENDING ON WS-CAL-COUNT.
013800         10  WS-CAL-DATE      PIC 9(08).
013900         10  WS-CAL-TYPE      PIC X(01).
014000
014100 01  WS-HIST-COUNT            PIC 9(04) VALUE ZERO.
014200 01  WS-HIST-TABLE.
014300     05  WS-HIST-ENTRY OCCURS 1 TO 5000 TIMES
014400             DEPENDING ON WS-HIST-COUNT.
014500         10  WS-HST-IMAGE     PIC X(62).
014600         10  WS-HST-INVOICE   PIC X(08).
014700         10  WS-HST-STATUS    PIC X(01).
014800             88  WS-HST-PENDING    VALUE "P".
014900         10  WS-HST-KEEP-SW   PIC X(01).
015000             88  WS-HST-KEEP       VALUE "Y".
015100
015200 01  WS-REG-HEADER.
015300     05  FILLER               PIC X(36) VALUE
015400         "DIRECT-DEBIT REQUESTS  RUN DATE ".
015500     05  WS-RGH-DATE          PIC 9(08).
015600     05  FILLER               PIC X(14) VALUE "  COLLECT ON ".
015700     05  WS-RGH-COLLECT       PIC 9(08).
015800
015900 01  WS-REG-COLUMNS.
016000     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
016100     05  FILLER               PIC X(10) VALUE "INVOICE   ".
016200     05  FILLER               PIC X(10) VALUE "DUE DATE  ".
016300     05  FILLER               PIC X(12) VALUE "REQUEST ID  ".
016400     05  FILLER               PIC X(11) VALUE "ROUTING    ".
016500     05  FILLER               PIC X(19) VALUE "BANK ACCOUNT".
016600     05  FILLER               PIC X(13) VALUE "       AMOUNT".
016700
016800 01  WS-REG-DETAIL.
016900     05  WS-RGD-ACCOUNT       PIC X(06).
017000     05  FILLER               PIC X(04) VALUE SPACES.
017100     05  WS-RGD-INVOICE       PIC X(08).
017200     05  FILLER               PIC X(02) VALUE SPACES.
017300     05  WS-RGD-DUE-DATE      PIC 9(08).
017400     05  FILLER               PIC X(02) VALUE SPACES.
017500     05  WS-RGD-REQUEST-ID    PIC X(10).
017600     05  FILLER               PIC X(02) VALUE SPACES.
017700     05  WS-RGD-ROUTING       PIC X(09).
017800     05  FILLER               PIC X(02) VALUE SPACES.
017900     05  WS-RGD-BANK-ACCOUNT  PIC X(17).
018000     05  FILLER               PIC X(02) VALUE SPACES.
018100     05  WS-RGD-AMOUNT        PIC Z(09)9.99.
018200
018300 01  WS-REG-TRAILER.
018400     05  FILLER               PIC X(10) VALUE "REQUESTED ".
018500     05  WS-RGT-COUNT         PIC Z(06)9.
018600     05  FILLER               PIC X(09) VALUE "  TOTAL  ".
018700     05  WS-RGT-TOTAL         PIC Z(12)9.99.
018800
018900 PROCEDURE DIVISION.
019000*****************************************************************
019100*  0000-MAINLINE.                                              *
019200*****************************************************************
019300 0000-MAINLINE.
019400     PERFORM 0100-LOAD-RUN-DATE THRU 0100-EXIT.
019500     IF WS-CTL-EOF
019600         DISPLAY "DDCOLL1 - NO RUNCTL RECORD - REFUSED"
019700         MOVE 8 TO RETURN-CODE
019800     ELSE
019900         PERFORM 1000-INITIALIZE THRU 1000-EXIT
020000         PERFORM 2000-PULL-ONE-ITEM THRU 2000-EXIT
020100             UNTIL WS-AR-EOF
020200         PERFORM 8000-WRITE-TRAILERS THRU 8000-EXIT
020300         PERFORM 3000-WRITE-ONE-HISTORY THRU 3000-EXIT
020400             VARYING HST-IDX FROM 1 BY 1
020500             UNTIL HST-IDX > WS-HIST-COUNT
020600         PERFORM 9000-FINALIZE THRU 9000-EXIT
020700     END-IF.
020800     STOP RUN.
020900
021000*****************************************************************
021100*  0100-LOAD-RUN-DATE.                                         *
021200*****************************************************************
021300 0100-LOAD-RUN-DATE.
021400     OPEN INPUT RUN-CTL.
021500     READ RUN-CTL
021600         AT END
021700             SET WS-CTL-EOF TO TRUE
021800     END-READ.
021900     CLOSE RUN-CTL.
022000     IF NOT WS-CTL-EOF
022100         MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
022200     END-IF.
022300 0100-EXIT.
022400     EXIT.
022500
022600*****************************************************************
022700*  1000-INITIALIZE.                                            *
022800*    THE BANK COLLECTS ON THE NEXT BUSINESS DATE AFTER THE ONE *
022900*    BEING RUN, SO THE FILE SENT TONIGHT IS PAID TOMORROW.     *
023000*****************************************************************
023100 1000-INITIALIZE.
023200     OPEN INPUT CALENDAR.
023300     READ CALENDAR
023400         AT END
023500             SET WS-CAL-EOF TO TRUE
023600     END-READ.
023700     PERFORM 1100-LOAD-ONE-DAY THRU 1100-EXIT
023800         UNTIL WS-CAL-EOF.
023900     CLOSE CALENDAR.
024000     COMPUTE WS-DAY-NUMBER =
024100         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
024200     PERFORM 1200-PROBE-ONE-DAY THRU 1200-EXIT
024300         WITH TEST AFTER
024400         UNTIL NOT WS-DAY-IS-OFF.
024500     MOVE WS-BUSINESS-YYMMDD TO WS-REQ-DATE.
024600     OPEN INPUT HIST-IN.
024700     READ HIST-IN
024800         AT END
024900             SET WS-HIST-EOF TO TRUE
025000     END-READ.
025100     PERFORM 1300-LOAD-ONE-HISTORY THRU 1300-EXIT
025200         UNTIL WS-HIST-EOF.
025300     CLOSE HIST-IN.
025400     OPEN OUTPUT HIST-OUT.
025500     OPEN INPUT CUST-MAST.
025600     OPEN INPUT DISP-MAST.
025700     OPEN INPUT AR-MAST.
025800     OPEN OUTPUT DD-REQ.
025900     OPEN OUTPUT DD-REG.
026000     MOVE SPACES           TO DD-HEADER-REC.
026100     MOVE "H"              TO DE-RECORD-TYPE.
026200     MOVE WS-BUSINESS-DATE TO DE-FILE-DATE.
026300     MOVE WS-COLLECT-DATE  TO DE-COLLECT-DATE.
026400     WRITE DD-HEADER-REC.
026500     MOVE WS-BUSINESS-DATE TO WS-RGH-DATE.
026600     MOVE WS-COLLECT-DATE  TO WS-RGH-COLLECT.
026700     WRITE DG-PRINT-LINE FROM WS-REG-HEADER.
026800     WRITE DG-PRINT-LINE FROM WS-REG-COLUMNS.
026900     READ AR-MAST
027000         AT END
027100             SET WS-AR-EOF TO TRUE
027200     END-READ.
027300 1000-EXIT.
027400     EXIT.
027500
027600*****************************************************************
027700*  1100-LOAD-ONE-DAY.                                          *
027800*****************************************************************
027900 1100-LOAD-ONE-DAY.
028000     IF WS-CAL-COUNT < 400
028100         ADD 1 TO WS-CAL-COUNT
028200         MOVE CD-CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
028300         MOVE CD-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
028400     ELSE
028500         DISPLAY "CALENDAR: IGNORING ENTRY PAST FIRST 400"
028600     END-IF.
028700     READ CALENDAR
028800         AT END
028900             SET WS-CAL-EOF TO TRUE
029000     END-READ.
029100 1100-EXIT.
029200     EXIT.
029300
029400*****************************************************************
029500*  1200-PROBE-ONE-DAY.                                         *
029600*    STEPS ONE DAY FORWARD, PASSING OVER WEEKENDS AND THE      *
029700*    CALENDAR'S HOLIDAYS.                                      *
029800*****************************************************************
029900 1200-PROBE-ONE-DAY.
030000     ADD 1 TO WS-DAY-NUMBER.
030100     COMPUTE WS-COLLECT-DATE =
030200         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
030300     MOVE "N" TO WS-HOLIDAY-SW.
030400     COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DAY-NUMBER 7).
030500     IF WS-DAY-OF-WEEK = ZERO OR WS-DAY-OF-WEEK = 6
030600         SET WS-DAY-IS-OFF TO TRUE
030700     END-IF.
030800     PERFORM 1250-CHECK-ONE-HOLIDAY THRU 1250-EXIT
030900         VARYING CAL-IDX FROM 1 BY 1
031000         UNTIL CAL-IDX > WS-CAL-COUNT
031100            OR WS-DAY-IS-OFF.
031200 1200-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600*  1250-CHECK-ONE-HOLIDAY.                                     *
031700*****************************************************************
031800 1250-CHECK-ONE-HOLIDAY.
031900     IF WS-CAL-DATE(CAL-IDX) = WS-COLLECT-DATE
032000             AND WS-CAL-TYPE(CAL-IDX) = "H"
032100         SET WS-DAY-IS-OFF TO TRUE
032200     END-IF.
032300 1250-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*  1300-LOAD-ONE-HISTORY.                                      *
032800*****************************************************************
032900 1300-LOAD-ONE-HISTORY.
033000     IF WS-HIST-COUNT < 5000
033100         ADD 1 TO WS-HIST-COUNT
033200         MOVE HI-DEBIT-HIST-REC TO WS-HST-IMAGE(WS-HIST-COUNT)
033300         MOVE HI-INVOICE-NO     TO WS-HST-INVOICE(WS-HIST-COUNT)
033400         MOVE HI-STATUS         TO WS-HST-STATUS(WS-HIST-COUNT)
033500         MOVE "N"               TO WS-HST-KEEP-SW(WS-HIST-COUNT)
033600     ELSE
033700         DISPLAY "DDCOLL1 - HISTORY TABLE FULL"
033800         ADD 1 TO WS-ERROR-COUNT
033900     END-IF.
034000     READ HIST-IN
034100         AT END
034200             SET WS-HIST-EOF TO TRUE
034300     END-READ.
034400 1300-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800*  2000-PULL-ONE-ITEM.                                         *
034900*    A STANDING ITEM ALREADY ON THE HISTORY HAS BEEN ASKED FOR *
035000*    AND KEEPS ITS HISTORY ALIVE.  ANY OTHER FALLING DUE BY    *
035100*    THE COLLECT DATE IS PULLED IF ITS CUSTOMER'S MANDATE IS   *
035200*    ACTIVE AND IN EFFECT AND NOTHING ON IT IS IN DISPUTE.     *
035300*****************************************************************
035400 2000-PULL-ONE-ITEM.
035500     IF AR-SETTLED
035600             OR AR-OPEN-AMOUNT NOT > ZERO
035700             OR AR-INVOICE-NO = SPACES
035800         GO TO 2000-NEXT
035900     END-IF.
036000     MOVE ZERO TO HST-IDX.
036100     PERFORM 2050-MATCH-ONE-HISTORY THRU 2050-EXIT
036200         VARYING HST-SUB FROM 1 BY 1
036300         UNTIL HST-SUB > WS-HIST-COUNT
036400            OR HST-IDX > ZERO.
036500     IF HST-IDX > ZERO
036600         SET WS-HST-KEEP(HST-IDX) TO TRUE
036700         GO TO 2000-NEXT
036800     END-IF.
036900     IF AR-DUE-DATE = ZERO
037000             OR AR-DUE-DATE > WS-COLLECT-DATE
037100         GO TO 2000-NEXT
037200     END-IF.
037300     SET WS-CUST-FOUND TO TRUE.
037400     MOVE AR-ACCOUNT-CODE TO CU-ACCOUNT-CODE.
037500     READ CUST-MAST
037600         INVALID KEY
037700             MOVE "N" TO WS-CUST-FOUND-SW
037800     END-READ.
037900     IF NOT WS-CUST-FOUND
038000         GO TO 2000-NEXT
038100     END-IF.
038200     IF NOT CU-DD-ACTIVE
038300             OR CU-DD-MANDATE-DATE = ZERO
038400             OR CU-DD-MANDATE-DATE > WS-COLLECT-DATE
038500         GO TO 2000-NEXT
038600     END-IF.
038700     IF CU-DD-ROUTING = SPACES
038800             OR CU-DD-BANK-ACCOUNT = SPACES
038900         DISPLAY "DDCOLL1 - NO BANK DETAILS FOR ACCOUNT "
039000             AR-ACCOUNT-CODE " - SKIPPED"
039100         ADD 1 TO WS-ERROR-COUNT
039200         GO TO 2000-NEXT
039300     END-IF.
039400     SET WS-DISP-FOUND TO TRUE.
039500     MOVE AR-INVOICE-NO TO DM-INVOICE-NO.
039600     READ DISP-MAST
039700         INVALID KEY
039800             MOVE "N" TO WS-DISP-FOUND-SW
039900     END-READ.
040000     IF WS-DISP-FOUND
040100             AND DM-OPEN
040200         ADD 1 TO WS-DISPUTE-COUNT
040300         GO TO 2000-NEXT
040400     END-IF.
040500     IF AR-OPEN-AMOUNT > 9999999
040600         DISPLAY "DDCOLL1 - ITEM " AR-INVOICE-NO
040700             " TOO LARGE TO DEBIT - SKIPPED"
040800         ADD 1 TO WS-ERROR-COUNT
040900         GO TO 2000-NEXT
041000     END-IF.
041100     IF WS-HIST-COUNT NOT < 5000
041200         DISPLAY "DDCOLL1 - HISTORY TABLE FULL - ITEM "
041300             AR-INVOICE-NO " SKIPPED"
041400         ADD 1 TO WS-ERROR-COUNT
041500         GO TO 2000-NEXT
041600     END-IF.
041700     PERFORM 2100-REQUEST-DEBIT THRU 2100-EXIT.
041800 2000-NEXT.
041900     READ AR-MAST
042000         AT END
042100             SET WS-AR-EOF TO TRUE
042200     END-READ.
042300 2000-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*  2050-MATCH-ONE-HISTORY.                                     *
042800*****************************************************************
042900 2050-MATCH-ONE-HISTORY.
043000     IF WS-HST-INVOICE(HST-SUB) = AR-INVOICE-NO
043100         MOVE HST-SUB TO HST-IDX
043200     END-IF.
043300 2050-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700*  2100-REQUEST-DEBIT.                                         *
043800*    WRITES THE DEBIT, ITS REGISTER LINE, AND A PENDING        *
043900*    HISTORY ENTRY.                                            *
044000*****************************************************************
044100 2100-REQUEST-DEBIT.
044200     ADD 1 TO WS-REQ-SEQ.
044300     MOVE "D"                TO DD-RECORD-TYPE.
044400     MOVE WS-REQUEST-ID      TO DD-REQUEST-ID.
044500     MOVE AR-ACCOUNT-CODE    TO DD-ACCOUNT-CODE.
044600     MOVE AR-INVOICE-NO      TO DD-INVOICE-NO.
044700     MOVE CU-DD-ROUTING      TO DD-ROUTING.
044800     MOVE CU-DD-BANK-ACCOUNT TO DD-BANK-ACCOUNT.
044900     MOVE CU-DD-MANDATE-DATE TO DD-MANDATE-DATE.
045000     MOVE AR-OPEN-AMOUNT     TO DD-AMOUNT.
045100     MOVE WS-COLLECT-DATE    TO DD-COLLECT-DATE.
045200     WRITE DD-DEBIT-REQ.
045300     ADD 1 TO WS-REQUEST-COUNT.
045400     ADD DD-AMOUNT TO WS-REQUEST-TOTAL.
045500     MOVE AR-ACCOUNT-CODE    TO WS-RGD-ACCOUNT.
045600     MOVE AR-INVOICE-NO      TO WS-RGD-INVOICE.
045700     MOVE AR-DUE-DATE        TO WS-RGD-DUE-DATE.
045800     MOVE WS-REQUEST-ID      TO WS-RGD-REQUEST-ID.
045900     MOVE CU-DD-ROUTING      TO WS-RGD-ROUTING.
046000     MOVE CU-DD-BANK-ACCOUNT TO WS-RGD-BANK-ACCOUNT.
046100     MOVE DD-AMOUNT          TO WS-RGD-AMOUNT.
046200     WRITE DG-PRINT-LINE FROM WS-REG-DETAIL.
046300     MOVE WS-REQUEST-ID      TO DY-REQUEST-ID.
046400     MOVE AR-ACCOUNT-CODE    TO DY-ACCOUNT-CODE.
046500     MOVE AR-INVOICE-NO      TO DY-INVOICE-NO.
046600     MOVE DD-AMOUNT          TO DY-AMOUNT.
046700     MOVE WS-BUSINESS-DATE   TO DY-REQUEST-DATE.
046800     MOVE WS-COLLECT-DATE    TO DY-COLLECT-DATE.
046900     SET DY-PENDING TO TRUE.
047000     MOVE WS-BUSINESS-DATE   TO DY-STATUS-DATE.
047100     MOVE SPACES             TO DY-RETURN-REASON.
047200     ADD 1 TO WS-HIST-COUNT.
047300     MOVE DY-DEBIT-HIST-REC  TO WS-HST-IMAGE(WS-HIST-COUNT).
047400     MOVE AR-INVOICE-NO      TO WS-HST-INVOICE(WS-HIST-COUNT).
047500     MOVE DY-STATUS          TO WS-HST-STATUS(WS-HIST-COUNT).
047600     MOVE "Y"                TO WS-HST-KEEP-SW(WS-HIST-COUNT).
047700 2100-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100*  3000-WRITE-ONE-HISTORY.                                     *
048200*    A DEBIT THE BANK HAS NOT YET REPORTED IS ALWAYS CARRIED.  *
048300*    A SETTLED OR RETURNED ONE IS CARRIED ONLY WHILE ITS ITEM  *
048400*    STILL STANDS OPEN ON ARMAST.                              *
048500*****************************************************************
048600 3000-WRITE-ONE-HISTORY.
048700     IF NOT WS-HST-PENDING(HST-IDX)
048800             AND NOT WS-HST-KEEP(HST-IDX)
048900         ADD 1 TO WS-DROPPED-COUNT
049000         GO TO 3000-EXIT
049100     END-IF.
049200     MOVE WS-HST-IMAGE(HST-IDX) TO DY-DEBIT-HIST-REC.
049300     WRITE DY-DEBIT-HIST-REC.
049400 3000-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*  8000-WRITE-TRAILERS.                                        *
049900*****************************************************************
050000 8000-WRITE-TRAILERS.
050100     MOVE SPACES           TO DD-TRAILER-REC.
050200     MOVE "T"              TO DK-RECORD-TYPE.
050300     MOVE WS-REQUEST-COUNT TO DK-RECORD-COUNT.
050400     MOVE WS-REQUEST-TOTAL TO DK-AMOUNT-TOTAL.
050500     WRITE DD-TRAILER-REC.
050600     MOVE WS-REQUEST-COUNT TO WS-RGT-COUNT.
050700     MOVE WS-REQUEST-TOTAL TO WS-RGT-TOTAL.
050800     WRITE DG-PRINT-LINE FROM WS-REG-TRAILER.
050900 8000-EXIT.
051000     EXIT.
051100
051200*****************************************************************
051300*  9000-FINALIZE.                                              *
051400*****************************************************************
051500 9000-FINALIZE.
051600     DISPLAY "DDCOLL1 DEBITS REQUESTED: " WS-REQUEST-COUNT
051700         " TOTAL: " WS-REQUEST-TOTAL
051800         " DISPUTED: " WS-DISPUTE-COUNT
051900         " HISTORY DROPPED: " WS-DROPPED-COUNT
052000         " ERRORS: " WS-ERROR-COUNT.
052100     IF WS-ERROR-COUNT > ZERO
052200         MOVE 4 TO RETURN-CODE
052300     END-IF.
052400     CLOSE HIST-OUT.
052500     CLOSE CUST-MAST.
052600     CLOSE DISP-MAST.
052700     CLOSE AR-MAST.
052800     CLOSE DD-REQ.
052900     CLOSE DD-REG.
053000 9000-EXIT.
053100     EXIT.
