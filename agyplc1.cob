000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     AGYPLC1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    COLLECTION-AGENCY PLACEMENT RUN.  EVERY ACCOUNT STILL ON  *
001200*    CREDIT HOLD WHOSE HOLD HAS AGED PAST THE FINAL-NOTICE     *
001300*    THRESHOLD ON DUNPARM BY THE AGYPARM PLACEMENT DAYS IS     *
001400*    HANDED TO THE AGENCY.  THE AGYPLC FILE CARRIES, FOR EACH  *
001500*    PLACED ACCOUNT, ITS CUSTOMER NAME AND ADDRESS FROM        *
001600*    CUSTMAST, ITS HOLD, THE INTEREST ACCRUED ON THE CARRIED   *
001700*    SHORTFALL FROM THE INTAUDIT IMAGES, AND ITS OPEN ARMAST   *
001800*    ITEMS, BETWEEN A HEADER AND A PROVING TRAILER.  EACH      *
001900*    PLACEMENT IS ADDED TO THE AGYMSTI/AGYMSTO PLACEMENT       *
002000*    MASTER, WHICH STOPS THE DUNNING RUN WRITING TO THE        *
002100*    ACCOUNT, AND LISTED ON THE AGYREG REGISTER.  AN ACCOUNT   *
002200*    ALREADY ON THE MASTER - PLACED, RECALLED OR CLOSED - IS   *
002300*    NEVER PLACED AGAIN, AND ONE KEEPING TO A CURRENT          *
002400*    INSTALLMENT PLAN ON PPLANI IS LEFT IN HOUSE.  WITH NO     *
002500*    AGYPARM RECORD THE RUN IS REFUSED.                        *
002600*                                                              *
002700*  MODIFICATION HISTORY.                                       *
002800*    2026-10-15  DL  ORIGINAL COLLECTION-AGENCY PLACEMENT RUN. *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT AGY-PARM ASSIGN TO "AGYPARM"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT DUN-PARM ASSIGN TO "DUNPARM"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT INT-AUDIT ASSIGN TO "INTAUDIT"
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PLAN-MAST ASSIGN TO "PPLANI"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT PLC-IN ASSIGN TO "AGYMSTI"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT PLC-OUT ASSIGN TO "AGYMSTO"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT HOLD-MAST ASSIGN TO "CHMASTI"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CU-ACCOUNT-CODE.
005100     SELECT AR-MAST ASSIGN TO "ARMAST"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT AGY-PLC ASSIGN TO "AGYPLC"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT AGY-REG ASSIGN TO "AGYREG"
005600         ORGANIZATION IS SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  AGY-PARM.
006100     COPY DLAGYPRM.
006200
006300 FD  DUN-PARM.
006400     COPY DLDUNPRM.
006500
006600 FD  INT-AUDIT.
006700     COPY DLAUDIT.
006800
006900 FD  PLAN-MAST.
007000     COPY DLPPLAN.
007100
007200 FD  PLC-IN.
007300     COPY DLAGYMST
007400         REPLACING ==AG-PLACEMENT-REC== BY ==MI-PLACEMENT-REC==
007500                   ==AG-ACCOUNT==       BY ==MI-ACCOUNT==
007600                   ==AG-AGENCY-ID==     BY ==MI-AGENCY-ID==
007700                   ==AG-PLACE-DATE==    BY ==MI-PLACE-DATE==
007800                   ==AG-PLACED-AMOUNT== BY ==MI-PLACED-AMOUNT==
007900                   ==AG-COLLECTED==     BY ==MI-COLLECTED==
008000                   ==AG-COMMISSION==    BY ==MI-COMMISSION==
008100                   ==AG-STATUS==        BY ==MI-STATUS==
008200                   ==AG-PLACED==        BY ==MI-PLACED==
008300                   ==AG-RECALLED==      BY ==MI-RECALLED==
008400                   ==AG-CLOSED==        BY ==MI-CLOSED==
008500                   ==AG-STATUS-DATE==   BY ==MI-STATUS-DATE==
008600                   ==AG-RECALL-REASON== BY ==MI-RECALL-REASON==.
008700
008800 FD  PLC-OUT.
008900     COPY DLAGYMST.
009000
009100 FD  HOLD-MAST.
009200     COPY DLCHMAST.
009300
009400 FD  CUST-MAST.
009500     COPY DLCUSTMS.
009600
009700 FD  AR-MAST.
009800     COPY DLARITEM.
009900
010000 FD  AGY-PLC.
010100     COPY DLAGYPLC.
010200
010300 FD  AGY-REG.
010400 01  PG-PRINT-LINE            PIC X(120).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-SWITCHES.
010800     05  WS-APARM-EOF-SW      PIC X(01) VALUE "N".
010900         88  WS-APARM-EOF          VALUE "Y".
011000     05  WS-DPARM-EOF-SW      PIC X(01) VALUE "N".
011100         88  WS-DPARM-EOF          VALUE "Y".
011200     05  WS-AUD-EOF-SW        PIC X(01) VALUE "N".
011300         88  WS-AUD-EOF            VALUE "Y".
011400     05  WS-PLAN-EOF-SW       PIC X(01) VALUE "N".
011500         88  WS-PLAN-EOF           VALUE "Y".
011600     05  WS-MIN-EOF-SW        PIC X(01) VALUE "N".
011700         88  WS-MIN-EOF            VALUE "Y".
011800     05  WS-HOLD-EOF-SW       PIC X(01) VALUE "N".
011900         88  WS-HOLD-EOF           VALUE "Y".
012000     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
012100         88  WS-AR-EOF             VALUE "Y".
012200     05  WS-CUST-FOUND-SW     PIC X(01) VALUE "N".
012300         88  WS-CUST-FOUND         VALUE "Y".
012400
012500 01  WS-AGENCY-ID             PIC X(06) VALUE SPACES.
012600 01  WS-PLACE-DAYS            PIC 9(03) VALUE ZERO.
012700 01  WS-FINAL-DAYS            PIC 9(03) VALUE 90.
012800 01  WS-PLACE-AGE             PIC 9(04) VALUE ZERO.
012900 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
013000 01  WS-AGE-DAYS              PIC S9(05) VALUE ZERO.
013100 01  WS-ACCRUED-INTEREST      PIC S9(09)V9(02) VALUE ZERO.
013200 01  PLN-IDX                  PIC 9(03) VALUE ZERO.
013300 01  PLN-SUB                  PIC 9(03) VALUE ZERO.
013400 01  MST-IDX                  PIC 9(04) VALUE ZERO.
013500 01  MST-SUB                  PIC 9(04) VALUE ZERO.
013600 01  PLC-IDX                  PIC 9(03) VALUE ZERO.
013700 01  PLC-SUB                  PIC 9(03) VALUE ZERO.
013800 01  ITM-IDX                  PIC 9(04) VALUE ZERO.
013900
014000 01  WS-PLACED-COUNT          PIC 9(05) VALUE ZERO.
014100 01  WS-ITEM-TOTAL-COUNT      PIC 9(07) VALUE ZERO.
014200 01  WS-OPEN-TOTAL            PIC S9(11) VALUE ZERO.
014300 01  WS-ON-PLAN-COUNT         PIC 9(05) VALUE ZERO.
014400 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
014500
014600 01  WS-PLAN-COUNT            PIC 9(03) VALUE ZERO.
014700 01  WS-PLAN-TABLE.
014800     05  WS-PLAN-ENTRY OCCURS 1 TO 500 TIMES
014900             DEPENDING ON WS-PLAN-COUNT.
015000         10  WS-PLN-ACCOUNT   PIC X(08).
015100
015200 01  WS-MAST-COUNT            PIC 9(04) VALUE ZERO.
015300 01  WS-MAST-TABLE.
015400     05  WS-MAST-ENTRY OCCURS 1 TO 5000 TIMES
015500             DEPENDING ON WS-MAST-COUNT.
015600         10  WS-MST-ACCOUNT   PIC X(08).
015700
015800 01  WS-PLC-COUNT             PIC 9(03) VALUE ZERO.
015900 01  WS-PLC-TABLE.
016000     05  WS-PLC-ENTRY OCCURS 1 TO 500 TIMES
016100             DEPENDING ON WS-PLC-COUNT.
016200         10  WS-PLC-ACCOUNT   PIC X(08).
016300         10  WS-PLC-HOLD-DATE PIC 9(08).
016400         10  WS-PLC-BALANCE   PIC S9(05).
016500         10  WS-PLC-AGE       PIC 9(05).
016600         10  WS-PLC-NAME      PIC X(25).
016700         10  WS-PLC-ADDRESS-1 PIC X(25).
016800         10  WS-PLC-ADDRESS-2 PIC X(25).
016900         10  WS-PLC-TERMS     PIC X(04).
017000         10  WS-PLC-ITEMS     PIC 9(05).
017100         10  WS-PLC-OPEN-AR   PIC S9(11).
017200
017300 01  WS-ITEM-COUNT            PIC 9(04) VALUE ZERO.
017400 01  WS-ITEM-TABLE.
017500     05  WS-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
017600             DEPENDING ON WS-ITEM-COUNT.
017700         10  WS-ITM-PLC       PIC 9(03).
017800         10  WS-ITM-INVOICE   PIC X(08).
017900         10  WS-ITM-INV-DATE  PIC 9(08).
018000         10  WS-ITM-DUE-DATE  PIC 9(08).
018100         10  WS-ITM-ORIG      PIC 9(09).
018200         10  WS-ITM-OPEN      PIC S9(09).
018300
018400 01  WS-REG-HEADER.
018500     05  FILLER               PIC X(36) VALUE
018600         "AGENCY PLACEMENTS  RUN DATE ".
018700     05  WS-RGH-DATE          PIC 9(08).
018800     05  FILLER               PIC X(10) VALUE "  AGENCY  ".
018900     05  WS-RGH-AGENCY        PIC X(06).
019000
019100 01  WS-REG-COLUMNS.
019200     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
019300     05  FILLER               PIC X(27) VALUE "NAME".
019400     05  FILLER               PIC X(10) VALUE "HELD SINCE".
019500     05  FILLER               PIC X(06) VALUE "  DAYS".
019600     05  FILLER               PIC X(08) VALUE " HOLD BL".
019700     05  FILLER               PIC X(07) VALUE "  ITEMS".
019800     05  FILLER               PIC X(14) VALUE "       OPEN AR".
019900
020000 01  WS-REG-DETAIL.
020100     05  WS-RGD-ACCOUNT       PIC X(08).
020200     05  FILLER               PIC X(02) VALUE SPACES.
020300     05  WS-RGD-NAME          PIC X(25).
020400     05  FILLER               PIC X(02) VALUE SPACES.
020500     05  WS-RGD-HOLD-DATE     PIC 9(08).
020600     05  FILLER               PIC X(02) VALUE SPACES.
020700     05  WS-RGD-AGE           PIC ZZZZ9.
020800     05  FILLER               PIC X(02) VALUE SPACES.
020900     05  WS-RGD-BALANCE       PIC -(5)9.
021000     05  FILLER               PIC X(02) VALUE SPACES.
021100     05  WS-RGD-ITEMS         PIC ZZZZ9.
021200     05  FILLER               PIC X(02) VALUE SPACES.
021300     05  WS-RGD-OPEN-AR       PIC -(11)9.
021400
021500 01  WS-REG-TRAILER.
021600     05  FILLER               PIC X(08) VALUE "PLACED  ".
021700     05  WS-RGT-COUNT         PIC ZZZZ9.
021800     05  FILLER               PIC X(09) VALUE "  ITEMS  ".
021900     05  WS-RGT-ITEMS         PIC Z(06)9.
022000     05  FILLER               PIC X(11) VALUE "  OPEN AR  ".
022100     05  WS-RGT-OPEN-AR       PIC -(11)9.
022200
022300 PROCEDURE DIVISION.
022400*****************************************************************
022500*  0000-MAINLINE.                                              *
022600*****************************************************************
022700 0000-MAINLINE.
022800     PERFORM 0100-LOAD-AGENCY-PARM THRU 0100-EXIT.
022900     IF WS-APARM-EOF
023000         DISPLAY "AGYPLC1 - NO AGYPARM RECORD - REFUSED"
023100         MOVE 8 TO RETURN-CODE
023200     ELSE
023300         PERFORM 1000-INITIALIZE THRU 1000-EXIT
023400         PERFORM 2000-SELECT-ONE-HOLD THRU 2000-EXIT
023500             UNTIL WS-HOLD-EOF
023600         PERFORM 2900-START-ITEMS THRU 2900-EXIT
023700         PERFORM 3000-COLLECT-ONE-ITEM THRU 3000-EXIT
023800             UNTIL WS-AR-EOF
023900         PERFORM 4000-PLACE-ONE-ACCOUNT THRU 4000-EXIT
024000             VARYING PLC-IDX FROM 1 BY 1
024100             UNTIL PLC-IDX > WS-PLC-COUNT
024200         PERFORM 8000-WRITE-TRAILERS THRU 8000-EXIT
024300         PERFORM 9000-FINALIZE THRU 9000-EXIT
024400     END-IF.
024500     STOP RUN.
024600
024700*****************************************************************
024800*  0100-LOAD-AGENCY-PARM.                                      *
024900*****************************************************************
025000 0100-LOAD-AGENCY-PARM.
025100     OPEN INPUT AGY-PARM.
025200     READ AGY-PARM
025300         AT END
025400             SET WS-APARM-EOF TO TRUE
025500     END-READ.
025600     CLOSE AGY-PARM.
025700     IF NOT WS-APARM-EOF
025800         MOVE AP-AGENCY-ID  TO WS-AGENCY-ID
025900         MOVE AP-PLACE-DAYS TO WS-PLACE-DAYS
026000     END-IF.
026100 0100-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500*  1000-INITIALIZE.                                            *
026600*    THE FINAL-NOTICE THRESHOLD COMES FROM DUNPARM AS THE      *
026700*    DUNNING RUN READS IT (90 DAYS ON AN EMPTY FILE), AND THE  *
026800*    ACCRUED INTEREST IS TOTALLED FROM INTAUDIT THE SAME WAY   *
026900*    THE DUNNING LETTERS SHOW IT.  THE PLACEMENT MASTER IS     *
027000*    COPIED THROUGH AS IT IS READ; NEW PLACEMENTS FOLLOW IT.   *
027100*****************************************************************
027200 1000-INITIALIZE.
027300     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
027400     OPEN INPUT DUN-PARM.
027500     READ DUN-PARM
027600         AT END
027700             SET WS-DPARM-EOF TO TRUE
027800     END-READ.
027900     IF NOT WS-DPARM-EOF
028000         IF DN-FINAL-DAYS > ZERO
028100             MOVE DN-FINAL-DAYS TO WS-FINAL-DAYS
028200         END-IF
028300     END-IF.
028400     CLOSE DUN-PARM.
028500     COMPUTE WS-PLACE-AGE = WS-FINAL-DAYS + WS-PLACE-DAYS.
028600     OPEN INPUT INT-AUDIT.
028700     READ INT-AUDIT
028800         AT END
028900             SET WS-AUD-EOF TO TRUE
029000     END-READ.
029100     PERFORM 1100-SUM-ONE-ACCRUAL THRU 1100-EXIT
029200         UNTIL WS-AUD-EOF.
029300     CLOSE INT-AUDIT.
029400     OPEN INPUT PLAN-MAST.
029500     READ PLAN-MAST
029600         AT END
029700             SET WS-PLAN-EOF TO TRUE
029800     END-READ.
029900     PERFORM 1150-LOAD-ONE-PLAN THRU 1150-EXIT
030000         UNTIL WS-PLAN-EOF.
030100     CLOSE PLAN-MAST.
030200     OPEN OUTPUT PLC-OUT.
030300     OPEN INPUT PLC-IN.
030400     READ PLC-IN
030500         AT END
030600             SET WS-MIN-EOF TO TRUE
030700     END-READ.
030800     PERFORM 1200-COPY-ONE-PLACEMENT THRU 1200-EXIT
030900         UNTIL WS-MIN-EOF.
031000     CLOSE PLC-IN.
031100     OPEN INPUT CUST-MAST.
031200     OPEN INPUT HOLD-MAST.
031300     OPEN OUTPUT AGY-PLC.
031400     OPEN OUTPUT AGY-REG.
031500     MOVE SPACES          TO PH-HEADER-REC.
031600     MOVE "H"             TO PH-RECORD-TYPE.
031700     MOVE WS-AGENCY-ID    TO PH-AGENCY-ID.
031800     MOVE WS-PROCESS-DATE TO PH-FILE-DATE.
031900     WRITE PH-HEADER-REC.
032000     MOVE WS-PROCESS-DATE TO WS-RGH-DATE.
032100     MOVE WS-AGENCY-ID    TO WS-RGH-AGENCY.
032200     WRITE PG-PRINT-LINE FROM WS-REG-HEADER.
032300     WRITE PG-PRINT-LINE FROM WS-REG-COLUMNS.
032400     READ HOLD-MAST
032500         AT END
032600             SET WS-HOLD-EOF TO TRUE
032700     END-READ.
032800 1000-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200*  1100-SUM-ONE-ACCRUAL.                                       *
033300*****************************************************************
033400 1100-SUM-ONE-ACCRUAL.
033500     IF DL-AUD-PROGRAM = "INTACCR1"
033600         COMPUTE WS-ACCRUED-INTEREST =
033700             WS-ACCRUED-INTEREST
033800             + (DL-AUD-BEFORE-VALUE - DL-AUD-AFTER-VALUE)
033900     END-IF.
034000     READ INT-AUDIT
034100         AT END
034200             SET WS-AUD-EOF TO TRUE
034300     END-READ.
034400 1100-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800*  1150-LOAD-ONE-PLAN.                                         *
034900*    NOTES EVERY ACCOUNT WHOSE INSTALLMENT PLAN IS CURRENT.    *
035000*****************************************************************
035100 1150-LOAD-ONE-PLAN.
035200     IF PP-CURRENT
035300         IF WS-PLAN-COUNT < 500
035400             ADD 1 TO WS-PLAN-COUNT
035500             MOVE PP-ACCOUNT TO WS-PLN-ACCOUNT(WS-PLAN-COUNT)
035600         ELSE
035700             DISPLAY "AGYPLC1 - PLAN TABLE FULL"
035800         END-IF
035900     END-IF.
036000     READ PLAN-MAST
036100         AT END
036200             SET WS-PLAN-EOF TO TRUE
036300     END-READ.
036400 1150-EXIT.
036500     EXIT.
036600
036700*****************************************************************
036800*  1200-COPY-ONE-PLACEMENT.                                    *
036900*****************************************************************
037000 1200-COPY-ONE-PLACEMENT.
037100     MOVE MI-PLACEMENT-REC TO AG-PLACEMENT-REC.
037200     WRITE AG-PLACEMENT-REC.
037300     IF WS-MAST-COUNT < 5000
037400         ADD 1 TO WS-MAST-COUNT
037500         MOVE MI-ACCOUNT TO WS-MST-ACCOUNT(WS-MAST-COUNT)
037600     ELSE
037700         DISPLAY "AGYPLC1 - PLACEMENT TABLE FULL"
037800         ADD 1 TO WS-ERROR-COUNT
037900     END-IF.
038000     READ PLC-IN
038100         AT END
038200             SET WS-MIN-EOF TO TRUE
038300     END-READ.
038400 1200-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038800*  2000-SELECT-ONE-HOLD.                                       *
038900*    A STANDING HOLD OLD ENOUGH TO PLACE IS TAKEN UNLESS THE   *
039000*    ACCOUNT HAS BEEN WITH THE AGENCY BEFORE OR IS KEEPING TO  *
039100*    A CURRENT PLAN.  ITS CUSTOMER RECORD MUST BE ON CUSTMAST, *
039200*    SINCE THE AGENCY CANNOT COLLECT FROM AN UNKNOWN ADDRESS.  *
039300*****************************************************************
039400 2000-SELECT-ONE-HOLD.
039500     IF NOT CM-HELD
039600         GO TO 2000-NEXT
039700     END-IF.
039800     IF CM-HOLD-DATE = ZERO
039900         MOVE ZERO TO WS-AGE-DAYS
040000     ELSE
040100         COMPUTE WS-AGE-DAYS =
040200             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
040300             - FUNCTION INTEGER-OF-DATE(CM-HOLD-DATE)
040400     END-IF.
040500     IF WS-AGE-DAYS < WS-PLACE-AGE
040600         GO TO 2000-NEXT
040700     END-IF.
040800     MOVE ZERO TO MST-IDX.
040900     PERFORM 2050-MATCH-ONE-PLACEMENT THRU 2050-EXIT
041000         VARYING MST-SUB FROM 1 BY 1
041100         UNTIL MST-SUB > WS-MAST-COUNT
041200            OR MST-IDX > ZERO.
041300     IF MST-IDX > ZERO
041400         GO TO 2000-NEXT
041500     END-IF.
041600     MOVE ZERO TO PLN-IDX.
041700     PERFORM 2060-MATCH-ONE-PLAN THRU 2060-EXIT
041800         VARYING PLN-SUB FROM 1 BY 1
041900         UNTIL PLN-SUB > WS-PLAN-COUNT
042000            OR PLN-IDX > ZERO.
042100     IF PLN-IDX > ZERO
042200         ADD 1 TO WS-ON-PLAN-COUNT
042300         GO TO 2000-NEXT
042400     END-IF.
042500     SET WS-CUST-FOUND TO TRUE.
042600     MOVE CM-ACCOUNT(1:6) TO CU-ACCOUNT-CODE.
042700     READ CUST-MAST
042800         INVALID KEY
042900             MOVE "N" TO WS-CUST-FOUND-SW
043000     END-READ.
043100     IF NOT WS-CUST-FOUND
043200         DISPLAY "AGYPLC1 - ACCOUNT " CM-ACCOUNT
043300             " NOT ON CUSTMAST - SKIPPED"
043400         ADD 1 TO WS-ERROR-COUNT
043500         GO TO 2000-NEXT
043600     END-IF.
043700     IF WS-PLC-COUNT NOT < 500
043800         DISPLAY "AGYPLC1 - PLACEMENT TABLE FULL - ACCOUNT "
043900             CM-ACCOUNT " SKIPPED"
044000         ADD 1 TO WS-ERROR-COUNT
044100         GO TO 2000-NEXT
044200     END-IF.
044300     ADD 1 TO WS-PLC-COUNT.
044400     MOVE CM-ACCOUNT      TO WS-PLC-ACCOUNT(WS-PLC-COUNT).
044500     MOVE CM-HOLD-DATE    TO WS-PLC-HOLD-DATE(WS-PLC-COUNT).
044600     MOVE CM-HOLD-BALANCE TO WS-PLC-BALANCE(WS-PLC-COUNT).
044700     MOVE WS-AGE-DAYS     TO WS-PLC-AGE(WS-PLC-COUNT).
044800     MOVE CU-NAME         TO WS-PLC-NAME(WS-PLC-COUNT).
044900     MOVE CU-ADDRESS-1    TO WS-PLC-ADDRESS-1(WS-PLC-COUNT).
045000     MOVE CU-ADDRESS-2    TO WS-PLC-ADDRESS-2(WS-PLC-COUNT).
045100     MOVE CU-TERMS        TO WS-PLC-TERMS(WS-PLC-COUNT).
045200     MOVE ZERO            TO WS-PLC-ITEMS(WS-PLC-COUNT).
045300     MOVE ZERO            TO WS-PLC-OPEN-AR(WS-PLC-COUNT).
045400 2000-NEXT.
045500     READ HOLD-MAST
045600         AT END
045700             SET WS-HOLD-EOF TO TRUE
045800     END-READ.
045900 2000-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*  2050-MATCH-ONE-PLACEMENT.                                   *
046400*****************************************************************
046500 2050-MATCH-ONE-PLACEMENT.
046600     IF WS-MST-ACCOUNT(MST-SUB) = CM-ACCOUNT
046700         MOVE MST-SUB TO MST-IDX
046800     END-IF.
046900 2050-EXIT.
047000     EXIT.
047100
047200*****************************************************************
047300*  2060-MATCH-ONE-PLAN.                                        *
047400*****************************************************************
047500 2060-MATCH-ONE-PLAN.
047600     IF WS-PLN-ACCOUNT(PLN-SUB) = CM-ACCOUNT
047700         MOVE PLN-SUB TO PLN-IDX
047800     END-IF.
047900 2060-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300*  2900-START-ITEMS.                                           *
048400*    ARMAST IS READ ONLY ONCE THE ACCOUNTS TO PLACE ARE KNOWN. *
048500*****************************************************************
048600 2900-START-ITEMS.
048700     OPEN INPUT AR-MAST.
048800     READ AR-MAST
048900         AT END
049000             SET WS-AR-EOF TO TRUE
049100     END-READ.
049200 2900-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600*  3000-COLLECT-ONE-ITEM.                                      *
049700*    EVERY ITEM STILL OPEN ON A PLACED ACCOUNT GOES WITH THE   *
049800*    PLACEMENT.                                                *
049900*****************************************************************
050000 3000-COLLECT-ONE-ITEM.
050100     IF AR-SETTLED
050200             OR AR-OPEN-AMOUNT NOT > ZERO
050300         GO TO 3000-NEXT
050400     END-IF.
050500     MOVE ZERO TO PLC-IDX.
050600     PERFORM 3050-MATCH-ONE-ACCOUNT THRU 3050-EXIT
050700         VARYING PLC-SUB FROM 1 BY 1
050800         UNTIL PLC-SUB > WS-PLC-COUNT
050900            OR PLC-IDX > ZERO.
051000     IF PLC-IDX = ZERO
051100         GO TO 3000-NEXT
051200     END-IF.
051300     IF WS-ITEM-COUNT NOT < 5000
051400         DISPLAY "AGYPLC1 - ITEM TABLE FULL - ITEM "
051500             AR-INVOICE-NO " NOT PLACED"
051600         ADD 1 TO WS-ERROR-COUNT
051700         GO TO 3000-NEXT
051800     END-IF.
051900     ADD 1 TO WS-ITEM-COUNT.
052000     MOVE PLC-IDX         TO WS-ITM-PLC(WS-ITEM-COUNT).
052100     MOVE AR-INVOICE-NO   TO WS-ITM-INVOICE(WS-ITEM-COUNT).
052200     MOVE AR-INVOICE-DATE TO WS-ITM-INV-DATE(WS-ITEM-COUNT).
052300     MOVE AR-DUE-DATE     TO WS-ITM-DUE-DATE(WS-ITEM-COUNT).
052400     MOVE AR-ORIG-AMOUNT  TO WS-ITM-ORIG(WS-ITEM-COUNT).
052500     MOVE AR-OPEN-AMOUNT  TO WS-ITM-OPEN(WS-ITEM-COUNT).
052600     ADD 1 TO WS-PLC-ITEMS(PLC-IDX).
052700     ADD AR-OPEN-AMOUNT TO WS-PLC-OPEN-AR(PLC-IDX).
052800 3000-NEXT.
052900     READ AR-MAST
053000         AT END
053100             SET WS-AR-EOF TO TRUE
053200     END-READ.
053300 3000-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700*  3050-MATCH-ONE-ACCOUNT.                                     *
053800*****************************************************************
053900 3050-MATCH-ONE-ACCOUNT.
054000     IF WS-PLC-ACCOUNT(PLC-SUB)(1:6) = AR-ACCOUNT-CODE
054100         MOVE PLC-SUB TO PLC-IDX
054200     END-IF.
054300 3050-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700*  4000-PLACE-ONE-ACCOUNT.                                     *
054800*    WRITES THE ACCOUNT'S BLOCK ON AGYPLC, ITS PLACEMENT ON    *
054900*    THE MASTER, AND ITS REGISTER LINE.                        *
055000*****************************************************************
055100 4000-PLACE-ONE-ACCOUNT.
055200     MOVE SPACES                       TO PC-CUSTOMER-REC.
055300     MOVE "C"                          TO PC-RECORD-TYPE.
055400     MOVE WS-PLC-ACCOUNT(PLC-IDX)      TO PC-ACCOUNT.
055500     MOVE WS-PLC-NAME(PLC-IDX)         TO PC-NAME.
055600     MOVE WS-PLC-ADDRESS-1(PLC-IDX)    TO PC-ADDRESS-1.
055700     MOVE WS-PLC-ADDRESS-2(PLC-IDX)    TO PC-ADDRESS-2.
055800     MOVE WS-PLC-TERMS(PLC-IDX)        TO PC-TERMS.
055900     WRITE PC-CUSTOMER-REC.
056000     MOVE SPACES                       TO PD-HOLD-REC.
056100     MOVE "D"                          TO PD-RECORD-TYPE.
056200     MOVE WS-PLC-ACCOUNT(PLC-IDX)      TO PD-ACCOUNT.
056300     MOVE WS-PLC-HOLD-DATE(PLC-IDX)    TO PD-HOLD-DATE.
056400     MOVE WS-PLC-BALANCE(PLC-IDX)      TO PD-HOLD-BALANCE.
056500     MOVE WS-PLC-AGE(PLC-IDX)          TO PD-HOLD-DAYS.
056600     WRITE PD-HOLD-REC.
056700     MOVE SPACES                       TO PV-INTEREST-REC.
056800     MOVE "N"                          TO PV-RECORD-TYPE.
056900     MOVE WS-PLC-ACCOUNT(PLC-IDX)      TO PV-ACCOUNT.
057000     MOVE WS-ACCRUED-INTEREST          TO PV-ACCRUED-INTEREST.
057100     MOVE WS-PROCESS-DATE              TO PV-AS-OF-DATE.
057200     WRITE PV-INTEREST-REC.
057300     PERFORM 4100-WRITE-ONE-ITEM THRU 4100-EXIT
057400         VARYING ITM-IDX FROM 1 BY 1
057500         UNTIL ITM-IDX > WS-ITEM-COUNT.
057600     MOVE WS-PLC-ACCOUNT(PLC-IDX)      TO AG-ACCOUNT.
057700     MOVE WS-AGENCY-ID                 TO AG-AGENCY-ID.
057800     MOVE WS-PROCESS-DATE              TO AG-PLACE-DATE.
057900     MOVE WS-PLC-OPEN-AR(PLC-IDX)      TO AG-PLACED-AMOUNT.
058000     MOVE ZERO                         TO AG-COLLECTED.
058100     MOVE ZERO                         TO AG-COMMISSION.
058200     SET AG-PLACED TO TRUE.
058300     MOVE WS-PROCESS-DATE              TO AG-STATUS-DATE.
058400     MOVE SPACES                       TO AG-RECALL-REASON.
058500     WRITE AG-PLACEMENT-REC.
058600     MOVE WS-PLC-ACCOUNT(PLC-IDX)      TO WS-RGD-ACCOUNT.
058700     MOVE WS-PLC-NAME(PLC-IDX)         TO WS-RGD-NAME.
058800     MOVE WS-PLC-HOLD-DATE(PLC-IDX)    TO WS-RGD-HOLD-DATE.
058900     MOVE WS-PLC-AGE(PLC-IDX)          TO WS-RGD-AGE.
059000     MOVE WS-PLC-BALANCE(PLC-IDX)      TO WS-RGD-BALANCE.
059100     MOVE WS-PLC-ITEMS(PLC-IDX)        TO WS-RGD-ITEMS.
059200     MOVE WS-PLC-OPEN-AR(PLC-IDX)      TO WS-RGD-OPEN-AR.
059300     WRITE PG-PRINT-LINE FROM WS-REG-DETAIL.
059400     ADD 1 TO WS-PLACED-COUNT.
059500     ADD WS-PLC-OPEN-AR(PLC-IDX) TO WS-OPEN-TOTAL.
059600 4000-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000*  4100-WRITE-ONE-ITEM.                                        *
060100*****************************************************************
060200 4100-WRITE-ONE-ITEM.
060300     IF WS-ITM-PLC(ITM-IDX) NOT = PLC-IDX
060400         GO TO 4100-EXIT
060500     END-IF.
060600     MOVE SPACES                  TO PI-ITEM-REC.
060700     MOVE "I"                     TO PI-RECORD-TYPE.
060800     MOVE WS-PLC-ACCOUNT(PLC-IDX) TO PI-ACCOUNT.
060900     MOVE WS-ITM-INVOICE(ITM-IDX) TO PI-INVOICE-NO.
061000     MOVE WS-ITM-INV-DATE(ITM-IDX) TO PI-INVOICE-DATE.
061100     MOVE WS-ITM-DUE-DATE(ITM-IDX) TO PI-DUE-DATE.
061200     MOVE WS-ITM-ORIG(ITM-IDX)    TO PI-ORIG-AMOUNT.
061300     MOVE WS-ITM-OPEN(ITM-IDX)    TO PI-OPEN-AMOUNT.
061400     WRITE PI-ITEM-REC.
061500     ADD 1 TO WS-ITEM-TOTAL-COUNT.
061600 4100-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000*  8000-WRITE-TRAILERS.                                        *
062100*****************************************************************
062200 8000-WRITE-TRAILERS.
062300     MOVE SPACES              TO PT-TRAILER-REC.
062400     MOVE "T"                 TO PT-RECORD-TYPE.
062500     MOVE WS-PLACED-COUNT     TO PT-ACCOUNT-COUNT.
062600     MOVE WS-ITEM-TOTAL-COUNT TO PT-ITEM-COUNT.
062700     MOVE WS-OPEN-TOTAL       TO PT-OPEN-TOTAL.
062800     WRITE PT-TRAILER-REC.
062900     MOVE WS-PLACED-COUNT     TO WS-RGT-COUNT.
063000     MOVE WS-ITEM-TOTAL-COUNT TO WS-RGT-ITEMS.
063100     MOVE WS-OPEN-TOTAL       TO WS-RGT-OPEN-AR.
063200     WRITE PG-PRINT-LINE FROM WS-REG-TRAILER.
063300 8000-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700*  9000-FINALIZE.                                              *
063800*****************************************************************
063900 9000-FINALIZE.
064000     DISPLAY "AGYPLC1 ACCOUNTS PLACED: " WS-PLACED-COUNT
064100         " ITEMS: " WS-ITEM-TOTAL-COUNT
064200         " OPEN AR: " WS-OPEN-TOTAL
064300         " LEFT ON PLAN: " WS-ON-PLAN-COUNT
064400         " ERRORS: " WS-ERROR-COUNT.
064500     IF WS-ERROR-COUNT > ZERO
064600         MOVE 4 TO RETURN-CODE
064700     END-IF.
064800     CLOSE PLC-OUT.
064900     CLOSE CUST-MAST.
065000     CLOSE HOLD-MAST.
065100     CLOSE AR-MAST.
065200     CLOSE AGY-PLC.
065300     CLOSE AGY-REG.
065400 9000-EXIT.
065500     EXIT.
