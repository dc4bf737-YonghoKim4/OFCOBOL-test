000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     PRCBOOK1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   ORDER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    CUSTOMER PRICE BOOK.  FOR EACH CUSTOMER REQUESTED ON      *
001200*    PBKREQ - OR EVERY CUSTOMER ON CUSTMAST ON THE SCHEDULED   *
001300*    DAY IN PBKPARM - PRINTS THE CUSTOMER'S EFFECTIVE PRICE    *
001400*    FOR EVERY ACTIVE ITEM: THE M4RATES QUANTITY TIERS IN      *
001500*    EFFECT TODAY, OVERRIDDEN BY ANY CONTRPRC CONTRACT RATE    *
001600*    IN EFFECT FOR THE ACCOUNT, WITH EACH UPCOMING DATED       *
001700*    CHANGE SHOWN AS "NEW PRICE FROM" AND A CONTRACT'S END     *
001800*    DATE NOTED.  THE SAME SELECTION RULES MULTIPLY04_4        *
001900*    PRICES BY.  EACH BOOK OPENS WITH THE ACCOUNT CODE IN      *
002000*    COLUMN ONE, SO RPTDIST1 BURSTS PRCBOOK TO THE ACCOUNT     *
002100*    MANAGER NAMED FOR THE ACCOUNT ON DISTCTL.                 *
002200*                                                              *
002300*  MODIFICATION HISTORY.                                       *
002400*    2026-10-15  DL  ORIGINAL CUSTOMER PRICE BOOK.             *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PBK-PARM ASSIGN TO "PBKPARM"
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT PBK-REQ ASSIGN TO "PBKREQ"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT M4-RATES ASSIGN TO "M4RATES"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT CONTRACT-PRC ASSIGN TO "CONTRPRC"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT ITEM-MAST ASSIGN TO "ITEMMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS IM-ITEM-CODE.
004100     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CU-ACCOUNT-CODE.
004500     SELECT BOOK-RPT ASSIGN TO "PRCBOOK"
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PBK-PARM.
005100     COPY DLPBKPRM.
005200
005300 FD  PBK-REQ.
005400     COPY DLPBKREQ.
005500
005600 FD  M4-RATES.
005700     COPY DLM4RAT.
005800
005900 FD  CONTRACT-PRC.
006000     COPY DLCONTRT.
006100
006200 FD  ITEM-MAST.
006300     COPY DLITEMMS.
006400
006500 FD  CUST-MAST.
006600     COPY DLCUSTMS.
006700
006800 FD  BOOK-RPT.
006900 01  PB-PRINT-LINE            PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200 01  WS-SWITCHES.
007300     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
007400         88  WS-PARM-EOF           VALUE "Y".
007500     05  WS-REQ-EOF-SW        PIC X(01) VALUE "N".
007600         88  WS-REQ-EOF            VALUE "Y".
007700     05  WS-RATE-EOF-SW       PIC X(01) VALUE "N".
007800         88  WS-RATE-EOF           VALUE "Y".
007900     05  WS-CON-EOF-SW        PIC X(01) VALUE "N".
008000         88  WS-CON-EOF            VALUE "Y".
008100     05  WS-CUST-EOF-SW       PIC X(01) VALUE "N".
008200         88  WS-CUST-EOF           VALUE "Y".
008300     05  WS-CUST-SW           PIC X(01) VALUE "N".
008400         88  WS-CUST-ON-FILE       VALUE "Y".
008500     05  WS-ALL-SW            PIC X(01) VALUE "N".
008600         88  WS-ALL-CUSTOMERS      VALUE "Y".
008700
008800 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
008900 01  WS-ALL-CUST-DAY          PIC 9(02) VALUE 01.
009000 01  WS-BOOK-COUNT            PIC 9(05) VALUE ZERO.
009100 01  WS-BOOK-LINES            PIC 9(07) VALUE ZERO.
009200 01  WS-BOOK-ITEMS            PIC 9(03) VALUE ZERO.
009300 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
009400 01  WS-CON-NOW               PIC 9(03) VALUE ZERO.
009500 01  WS-CON-NEXT              PIC 9(03) VALUE ZERO.
009600
009700 01  WS-RATE-COUNT            PIC 9(03) VALUE ZERO.
009800 01  RATE-IDX                 PIC 9(03) VALUE ZERO.
009900 01  WS-RATE-TABLE.
010000     05  WS-RATE-ENTRY OCCURS 1 TO 200 TIMES
010100             DEPENDING ON WS-RATE-COUNT.
010200         10  WS-RATE-ITEM-CODE PIC X(04).
010300         10  WS-RATE-EFF-DATE  PIC 9(08).
010400         10  WS-RATE-TIER OCCURS 3 TIMES.
010500             15  WS-TIER-MIN   PIC 9(04).
010600             15  WS-TIER-RATE  PIC S9(04).
010700
010800 01  WS-CON-COUNT             PIC 9(03) VALUE ZERO.
010900 01  CON-IDX                  PIC 9(03) VALUE ZERO.
011000 01  WS-CONTRACT-TABLE.
011100     05  WS-CON-ENTRY OCCURS 1 TO 200 TIMES
011200             DEPENDING ON WS-CON-COUNT.
011300         10  WS-CON-ACCOUNT   PIC X(06).
011400         10  WS-CON-ITEM      PIC X(04).
011500         10  WS-CON-RATE      PIC S9(04).
011600         10  WS-CON-EFF-FROM  PIC 9(08).
011700         10  WS-CON-EFF-TO    PIC 9(08).
011800
011900 01  WS-ITEM-COUNT            PIC 9(03) VALUE ZERO.
012000 01  ITM-IDX                  PIC 9(03) VALUE ZERO.
012100 01  ITM-SUB                  PIC 9(03) VALUE ZERO.
012200 01  TIER-IDX                 PIC 9(01) VALUE ZERO.
012300 01  WS-ITEM-KEY              PIC X(04) VALUE SPACES.
012400 01  WS-ITEM-TABLE.
012500     05  WS-ITM-ENTRY OCCURS 1 TO 200 TIMES
012600             DEPENDING ON WS-ITEM-COUNT.
012700         10  WS-ITM-CODE      PIC X(04).
012800         10  WS-ITM-DESC      PIC X(30).
012900         10  WS-ITM-ACTIVE    PIC X(01).
013000         10  WS-ITM-NOW       PIC 9(03).
013100         10  WS-ITM-NEXT      PIC 9(03).
013200
013300 01  WS-TIER-EDIT.
013400     05  WS-TE-MIN            PIC ZZZ9.
013500     05  FILLER               PIC X(04) VALUE "+ @ ".
013600     05  WS-TE-RATE           PIC ZZZ9.
013700     05  FILLER               PIC X(04) VALUE SPACES.
013800
013900 01  WS-DATE-EDIT.
014000     05  WS-DE-TEXT           PIC X(17).
014100     05  WS-DE-DATE           PIC 9(08).
014200     05  FILLER               PIC X(05) VALUE SPACES.
014300
014400 01  WS-BOOK-HEADER.
014500     05  WS-BH-ACCOUNT        PIC X(06).
014600     05  FILLER               PIC X(02) VALUE SPACES.
014700     05  FILLER               PIC X(15) VALUE
014800         "PRICE BOOK FOR ".
014900     05  WS-BH-NAME           PIC X(25).
015000     05  FILLER               PIC X(07) VALUE " AS OF ".
015100     05  WS-BH-DATE           PIC 9(08).
015200
015300 01  WS-BOOK-COLUMNS.
015400     05  FILLER               PIC X(08) VALUE SPACES.
015500     05  FILLER               PIC X(06) VALUE "ITEM  ".
015600     05  FILLER               PIC X(32) VALUE "DESCRIPTION".
015700     05  FILLER               PIC X(10) VALUE "SOURCE".
015800     05  FILLER               PIC X(48) VALUE
015900         "QUANTITY FROM @ UNIT RATE".
016000
016100 01  WS-BOOK-DETAIL.
016200     05  FILLER               PIC X(08) VALUE SPACES.
016300     05  WS-BD-ITEM           PIC X(04).
016400     05  FILLER               PIC X(02) VALUE SPACES.
016500     05  WS-BD-DESC           PIC X(30).
016600     05  FILLER               PIC X(02) VALUE SPACES.
016700     05  WS-BD-SOURCE         PIC X(08).
016800     05  FILLER               PIC X(02) VALUE SPACES.
016900     05  WS-BD-TIER           PIC X(16) OCCURS 3 TIMES.
017000
017100 01  WS-BOOK-END.
017200     05  FILLER               PIC X(08) VALUE SPACES.
017300     05  FILLER               PIC X(20) VALUE
017400         "END OF PRICE BOOK - ".
017500     05  WS-BE-ITEMS          PIC ZZ9.
017600     05  FILLER               PIC X(06) VALUE " ITEMS".
017700
017800 PROCEDURE DIVISION.
017900*****************************************************************
018000*  0000-MAINLINE.                                              *
018100*****************************************************************
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     IF WS-ALL-CUSTOMERS
018500         PERFORM 3000-BOOK-ALL-CUSTOMERS THRU 3000-EXIT
018600     ELSE
018700         PERFORM 2000-BOOK-ONE-REQUEST THRU 2000-EXIT
018800             UNTIL WS-REQ-EOF
018900     END-IF.
019000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
019100     STOP RUN.
019200
019300*****************************************************************
019400*  1000-INITIALIZE.                                            *
019500*    LOADS THE RATE AND CONTRACT TABLES, THEN BUILDS THE ITEM  *
019600*    TABLE - EVERY ITEM ON EITHER FILE, WITH ITS DESCRIPTION   *
019700*    AND STATUS FROM ITEMMAST AND THE RATE RECORDS IN EFFECT   *
019800*    TODAY AND NEXT.  THE ITEM LIST IS THE SAME FOR EVERY      *
019900*    BOOK, SO IT IS WORKED OUT ONCE.                           *
020000*****************************************************************
020100 1000-INITIALIZE.
020200     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
020300     OPEN INPUT PBK-PARM.
020400     READ PBK-PARM
020500         AT END
020600             SET WS-PARM-EOF TO TRUE
020700     END-READ.
020800     IF NOT WS-PARM-EOF
020900         MOVE PB-ALL-CUST-DAY TO WS-ALL-CUST-DAY
021000     END-IF.
021100     CLOSE PBK-PARM.
021200     IF WS-ALL-CUST-DAY > ZERO
021300             AND WS-PROCESS-DATE(7:2) = WS-ALL-CUST-DAY
021400         SET WS-ALL-CUSTOMERS TO TRUE
021500     END-IF.
021600     OPEN INPUT M4-RATES.
021700     READ M4-RATES
021800         AT END
021900             SET WS-RATE-EOF TO TRUE
022000     END-READ.
022100     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
022200         UNTIL WS-RATE-EOF.
022300     CLOSE M4-RATES.
022400     OPEN INPUT CONTRACT-PRC.
022500     READ CONTRACT-PRC
022600         AT END
022700             SET WS-CON-EOF TO TRUE
022800     END-READ.
022900     PERFORM 1200-LOAD-ONE-CONTRACT THRU 1200-EXIT
023000         UNTIL WS-CON-EOF.
023100     CLOSE CONTRACT-PRC.
023200     OPEN INPUT ITEM-MAST.
023300     PERFORM 1300-DESCRIBE-ONE-ITEM THRU 1300-EXIT
023400         VARYING ITM-IDX FROM 1 BY 1
023500         UNTIL ITM-IDX > WS-ITEM-COUNT.
023600     CLOSE ITEM-MAST.
023700     OPEN INPUT PBK-REQ.
023800     OPEN INPUT CUST-MAST.
023900     OPEN OUTPUT BOOK-RPT.
024000     READ PBK-REQ
024100         AT END
024200             SET WS-REQ-EOF TO TRUE
024300     END-READ.
024400 1000-EXIT.
024500     EXIT.
024600
024700*****************************************************************
024800*  1100-LOAD-ONE-RATE.                                         *
024900*    KEEPS, PER ITEM, THE RATE RECORD IN EFFECT TODAY (THE     *
025000*    LATEST EFFECTIVE DATE NOT IN THE FUTURE) AND THE NEXT     *
025100*    ONE DUE (THE EARLIEST EFFECTIVE DATE STILL TO COME).      *
025200*****************************************************************
025300 1100-LOAD-ONE-RATE.
025400     IF WS-RATE-COUNT NOT < 200
025500         DISPLAY "M4RATES: IGNORING RATE PAST FIRST 200"
025600         GO TO 1100-NEXT
025700     END-IF.
025800     ADD 1 TO WS-RATE-COUNT.
025900     MOVE WS-RATE-COUNT     TO RATE-IDX.
026000     MOVE M4-RATE-ITEM-CODE TO WS-RATE-ITEM-CODE(RATE-IDX).
026100     MOVE M4-EFFECTIVE-DATE TO WS-RATE-EFF-DATE(RATE-IDX).
026200     PERFORM 1150-LOAD-ONE-TIER THRU 1150-EXIT
026300         VARYING TIER-IDX FROM 1 BY 1
026400         UNTIL TIER-IDX > 3.
026500     MOVE M4-RATE-ITEM-CODE TO WS-ITEM-KEY.
026600     PERFORM 1400-FIND-ITEM THRU 1400-EXIT.
026700     IF ITM-SUB = ZERO
026800         GO TO 1100-NEXT
026900     END-IF.
027000     IF M4-EFFECTIVE-DATE NOT > WS-PROCESS-DATE
027100         IF WS-ITM-NOW(ITM-SUB) = ZERO
027200             MOVE RATE-IDX TO WS-ITM-NOW(ITM-SUB)
027300         ELSE
027400             IF M4-EFFECTIVE-DATE >
027500                     WS-RATE-EFF-DATE(WS-ITM-NOW(ITM-SUB))
027600                 MOVE RATE-IDX TO WS-ITM-NOW(ITM-SUB)
027700             END-IF
027800         END-IF
027900     ELSE
028000         IF WS-ITM-NEXT(ITM-SUB) = ZERO
028100             MOVE RATE-IDX TO WS-ITM-NEXT(ITM-SUB)
028200         ELSE
028300             IF M4-EFFECTIVE-DATE <
028400                     WS-RATE-EFF-DATE(WS-ITM-NEXT(ITM-SUB))
028500                 MOVE RATE-IDX TO WS-ITM-NEXT(ITM-SUB)
028600             END-IF
028700         END-IF
028800     END-IF.
028900 1100-NEXT.
029000     READ M4-RATES
029100         AT END
029200             SET WS-RATE-EOF TO TRUE
029300     END-READ.
029400 1100-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800*  1150-LOAD-ONE-TIER.                                         *
029900*****************************************************************
030000 1150-LOAD-ONE-TIER.
030100     MOVE M4-TIER-MIN-QTY(TIER-IDX)
030200         TO WS-TIER-MIN(RATE-IDX TIER-IDX).
030300     MOVE M4-TIER-RATE(TIER-IDX)
030400         TO WS-TIER-RATE(RATE-IDX TIER-IDX).
030500 1150-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*  1200-LOAD-ONE-CONTRACT.                                     *
031000*    A CONTRACTED ITEM GOES ON THE ITEM LIST EVEN WITH NO      *
031100*    LIST PRICE OF ITS OWN.                                    *
031200*****************************************************************
031300 1200-LOAD-ONE-CONTRACT.
031400     IF WS-CON-COUNT < 200
031500         ADD 1 TO WS-CON-COUNT
031600         MOVE CN-ACCOUNT-CODE  TO WS-CON-ACCOUNT(WS-CON-COUNT)
031700         MOVE CN-ITEM-CODE     TO WS-CON-ITEM(WS-CON-COUNT)
031800         MOVE CN-CONTRACT-RATE TO WS-CON-RATE(WS-CON-COUNT)
031900         MOVE CN-EFF-FROM      TO WS-CON-EFF-FROM(WS-CON-COUNT)
032000         MOVE CN-EFF-TO        TO WS-CON-EFF-TO(WS-CON-COUNT)
032100         MOVE CN-ITEM-CODE     TO WS-ITEM-KEY
032200         PERFORM 1400-FIND-ITEM THRU 1400-EXIT
032300     ELSE
032400         DISPLAY "CONTRPRC: IGNORING CONTRACT PAST FIRST 200"
032500     END-IF.
032600     READ CONTRACT-PRC
032700         AT END
032800             SET WS-CON-EOF TO TRUE
032900     END-READ.
033000 1200-EXIT.
033100     EXIT.
033200
033300*****************************************************************
033400*  1300-DESCRIBE-ONE-ITEM.                                     *
033500*    AN ITEM NOT ON ITEMMAST, OR DISCONTINUED THERE, CANNOT    *
033600*    BE ORDERED AND IS LEFT OUT OF THE BOOK.                   *
033700*****************************************************************
033800 1300-DESCRIBE-ONE-ITEM.
033900     MOVE "Y" TO WS-ITM-ACTIVE(ITM-IDX).
034000     MOVE WS-ITM-CODE(ITM-IDX) TO IM-ITEM-CODE.
034100     READ ITEM-MAST
034200         INVALID KEY
034300             MOVE "N" TO WS-ITM-ACTIVE(ITM-IDX)
034400             GO TO 1300-EXIT
034500     END-READ.
034600     MOVE IM-DESCRIPTION TO WS-ITM-DESC(ITM-IDX).
034700     IF IM-DISCONTINUED
034800         MOVE "N" TO WS-ITM-ACTIVE(ITM-IDX)
034900     END-IF.
035000 1300-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400*  1400-FIND-ITEM.                                             *
035500*    RETURNS IN ITM-SUB THE ITEM-TABLE ENTRY FOR WS-ITEM-KEY,  *
035600*    ADDING ONE FOR AN ITEM NOT YET SEEN.  ZERO WHEN THE       *
035700*    TABLE IS FULL.                                            *
035800*****************************************************************
035900 1400-FIND-ITEM.
036000     MOVE ZERO TO ITM-SUB.
036100     PERFORM 1450-MATCH-ONE-ITEM THRU 1450-EXIT
036200         VARYING ITM-IDX FROM 1 BY 1
036300         UNTIL ITM-IDX > WS-ITEM-COUNT
036400            OR ITM-SUB > ZERO.
036500     IF ITM-SUB > ZERO
036600         GO TO 1400-EXIT
036700     END-IF.
036800     IF WS-ITEM-COUNT NOT < 200
036900         DISPLAY "PRCBOOK1 - ITEM TABLE FULL AT " WS-ITEM-KEY
037000         GO TO 1400-EXIT
037100     END-IF.
037200     ADD 1 TO WS-ITEM-COUNT.
037300     MOVE WS-ITEM-COUNT TO ITM-SUB.
037400     MOVE WS-ITEM-KEY TO WS-ITM-CODE(ITM-SUB).
037500     MOVE SPACES      TO WS-ITM-DESC(ITM-SUB).
037600     MOVE "N"         TO WS-ITM-ACTIVE(ITM-SUB).
037700     MOVE ZERO        TO WS-ITM-NOW(ITM-SUB).
037800     MOVE ZERO        TO WS-ITM-NEXT(ITM-SUB).
037900 1400-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300*  1450-MATCH-ONE-ITEM.                                        *
038400*****************************************************************
038500 1450-MATCH-ONE-ITEM.
038600     IF WS-ITM-CODE(ITM-IDX) = WS-ITEM-KEY
038700         MOVE ITM-IDX TO ITM-SUB
038800     END-IF.
038900 1450-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300*  2000-BOOK-ONE-REQUEST.                                      *
039400*****************************************************************
039500 2000-BOOK-ONE-REQUEST.
039600     SET WS-CUST-ON-FILE TO TRUE.
039700     MOVE PQ-ACCOUNT-CODE TO CU-ACCOUNT-CODE.
039800     READ CUST-MAST
039900         INVALID KEY
040000             MOVE "N" TO WS-CUST-SW
040100     END-READ.
040200     IF WS-CUST-ON-FILE
040300         PERFORM 4000-PRINT-ONE-BOOK THRU 4000-EXIT
040400     ELSE
040500         DISPLAY "PRCBOOK1 - ACCOUNT " PQ-ACCOUNT-CODE
040600             " REQUESTED BY " PQ-REQUESTED-BY
040700             " NOT ON CUSTMAST - SKIPPED"
040800         ADD 1 TO WS-ERROR-COUNT
040900     END-IF.
041000     READ PBK-REQ
041100         AT END
041200             SET WS-REQ-EOF TO TRUE
041300     END-READ.
041400 2000-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800*  3000-BOOK-ALL-CUSTOMERS.                                    *
041900*    THE SCHEDULED RUN - EVERY CUSTOMER, IN ACCOUNT ORDER.     *
042000*    THE DAY'S REQUESTS ARE COVERED BY IT.                     *
042100*****************************************************************
042200 3000-BOOK-ALL-CUSTOMERS.
042300     MOVE LOW-VALUES TO CU-ACCOUNT-CODE.
042400     START CUST-MAST KEY NOT < CU-ACCOUNT-CODE
042500         INVALID KEY
042600             SET WS-CUST-EOF TO TRUE
042700     END-START.
042800     PERFORM 3100-BOOK-NEXT-CUSTOMER THRU 3100-EXIT
042900         UNTIL WS-CUST-EOF.
043000 3000-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*  3100-BOOK-NEXT-CUSTOMER.                                    *
043500*****************************************************************
043600 3100-BOOK-NEXT-CUSTOMER.
043700     READ CUST-MAST NEXT RECORD
043800         AT END
043900             SET WS-CUST-EOF TO TRUE
044000             GO TO 3100-EXIT
044100     END-READ.
044200     PERFORM 4000-PRINT-ONE-BOOK THRU 4000-EXIT.
044300 3100-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700*  4000-PRINT-ONE-BOOK.                                        *
044800*    THE HEADER LINE CARRIES THE ACCOUNT CODE IN COLUMN ONE -  *
044900*    THE BURST KEY - AND NO OTHER LINE OF THE BOOK DOES.       *
045000*****************************************************************
045100 4000-PRINT-ONE-BOOK.
045200     MOVE CU-ACCOUNT-CODE TO WS-BH-ACCOUNT.
045300     MOVE CU-NAME         TO WS-BH-NAME.
045400     MOVE WS-PROCESS-DATE TO WS-BH-DATE.
045500     WRITE PB-PRINT-LINE FROM WS-BOOK-HEADER.
045600     WRITE PB-PRINT-LINE FROM WS-BOOK-COLUMNS.
045700     ADD 2 TO WS-BOOK-LINES.
045800     MOVE ZERO TO WS-BOOK-ITEMS.
045900     PERFORM 4100-PRICE-ONE-ITEM THRU 4100-EXIT
046000         VARYING ITM-IDX FROM 1 BY 1
046100         UNTIL ITM-IDX > WS-ITEM-COUNT.
046200     MOVE WS-BOOK-ITEMS TO WS-BE-ITEMS.
046300     WRITE PB-PRINT-LINE FROM WS-BOOK-END.
046400     ADD 1 TO WS-BOOK-LINES.
046500     ADD 1 TO WS-BOOK-COUNT.
046600 4000-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000*  4100-PRICE-ONE-ITEM.                                        *
047100*    TODAY'S PRICE IS THE ACCOUNT'S CONTRACT RATE WHEN ONE IS  *
047200*    IN EFFECT, ELSE THE LIST TIERS IN EFFECT.  THEN, IN TURN, *
047300*    A CONTRACT STILL TO START, THE END OF THE CONTRACT IN     *
047400*    EFFECT, AND THE NEXT LIST CHANGE - UNLESS AN OPEN-ENDED   *
047500*    CONTRACT OR ONE RUNNING PAST IT KEEPS THE LIST CHANGE     *
047600*    FROM EVER REACHING THIS CUSTOMER.                         *
047700*****************************************************************
047800 4100-PRICE-ONE-ITEM.
047900     IF WS-ITM-ACTIVE(ITM-IDX) NOT = "Y"
048000         GO TO 4100-EXIT
048100     END-IF.
048200     PERFORM 4200-FIND-CONTRACTS THRU 4200-EXIT.
048300     IF WS-CON-NOW = ZERO
048400             AND WS-CON-NEXT = ZERO
048500             AND WS-ITM-NOW(ITM-IDX) = ZERO
048600             AND WS-ITM-NEXT(ITM-IDX) = ZERO
048700         GO TO 4100-EXIT
048800     END-IF.
048900     ADD 1 TO WS-BOOK-ITEMS.
049000     MOVE WS-ITM-CODE(ITM-IDX) TO WS-BD-ITEM.
049100     MOVE WS-ITM-DESC(ITM-IDX) TO WS-BD-DESC.
049200     EVALUATE TRUE
049300         WHEN WS-CON-NOW > ZERO
049400             MOVE WS-CON-NOW TO CON-IDX
049500             PERFORM 4400-SET-CONTRACT-PRICE THRU 4400-EXIT
049600         WHEN WS-ITM-NOW(ITM-IDX) > ZERO
049700             MOVE WS-ITM-NOW(ITM-IDX) TO RATE-IDX
049800             PERFORM 4500-SET-LIST-PRICE THRU 4500-EXIT
049900         WHEN OTHER
050000             MOVE "NO PRICE" TO WS-BD-SOURCE
050100             MOVE SPACES TO WS-BD-TIER(1)
050200             MOVE SPACES TO WS-BD-TIER(2)
050300             MOVE SPACES TO WS-BD-TIER(3)
050400     END-EVALUATE.
050500     PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
050600     IF WS-CON-NEXT > ZERO
050700         MOVE WS-CON-NEXT TO CON-IDX
050800         MOVE "NEW PRICE FROM " TO WS-DE-TEXT
050900         MOVE WS-CON-EFF-FROM(CON-IDX) TO WS-DE-DATE
051000         PERFORM 4800-SET-CHANGE-LINE THRU 4800-EXIT
051100         PERFORM 4400-SET-CONTRACT-PRICE THRU 4400-EXIT
051200         PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
051300     END-IF.
051400     IF WS-CON-NOW > ZERO
051500             AND WS-CON-EFF-TO(WS-CON-NOW) > ZERO
051600         MOVE "CONTRACT ENDS    " TO WS-DE-TEXT
051700         MOVE WS-CON-EFF-TO(WS-CON-NOW) TO WS-DE-DATE
051800         PERFORM 4800-SET-CHANGE-LINE THRU 4800-EXIT
051900         MOVE SPACES TO WS-BD-SOURCE
052000         MOVE SPACES TO WS-BD-TIER(1)
052100         MOVE SPACES TO WS-BD-TIER(2)
052200         MOVE SPACES TO WS-BD-TIER(3)
052300         PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
052400     END-IF.
052500     IF WS-ITM-NEXT(ITM-IDX) = ZERO
052600         GO TO 4100-EXIT
052700     END-IF.
052800     MOVE WS-ITM-NEXT(ITM-IDX) TO RATE-IDX.
052900     IF WS-CON-NOW > ZERO
053000         IF WS-CON-EFF-TO(WS-CON-NOW) = ZERO
053100                 OR WS-CON-EFF-TO(WS-CON-NOW) NOT <
053200                     WS-RATE-EFF-DATE(RATE-IDX)
053300             GO TO 4100-EXIT
053400         END-IF
053500     END-IF.
053600     MOVE "NEW PRICE FROM " TO WS-DE-TEXT.
053700     MOVE WS-RATE-EFF-DATE(RATE-IDX) TO WS-DE-DATE.
053800     PERFORM 4800-SET-CHANGE-LINE THRU 4800-EXIT.
053900     PERFORM 4500-SET-LIST-PRICE THRU 4500-EXIT.
054000     PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
054100 4100-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500*  4200-FIND-CONTRACTS.                                        *
054600*    WS-CON-NOW IS THE ACCOUNT'S CONTRACT FOR THE ITEM IN      *
054700*    EFFECT TODAY, WS-CON-NEXT THE EARLIEST STILL TO START.    *
054800*****************************************************************
054900 4200-FIND-CONTRACTS.
055000     MOVE ZERO TO WS-CON-NOW.
055100     MOVE ZERO TO WS-CON-NEXT.
055200     PERFORM 4250-CHECK-ONE-CONTRACT THRU 4250-EXIT
055300         VARYING CON-IDX FROM 1 BY 1
055400         UNTIL CON-IDX > WS-CON-COUNT.
055500 4200-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*  4250-CHECK-ONE-CONTRACT.                                    *
056000*****************************************************************
056100 4250-CHECK-ONE-CONTRACT.
056200     IF WS-CON-ACCOUNT(CON-IDX) NOT = CU-ACCOUNT-CODE
056300             OR WS-CON-ITEM(CON-IDX) NOT = WS-ITM-CODE(ITM-IDX)
056400         GO TO 4250-EXIT
056500     END-IF.
056600     IF WS-CON-EFF-FROM(CON-IDX) > WS-PROCESS-DATE
056700         IF WS-CON-NEXT = ZERO
056800             MOVE CON-IDX TO WS-CON-NEXT
056900         ELSE
057000             IF WS-CON-EFF-FROM(CON-IDX) <
057100                     WS-CON-EFF-FROM(WS-CON-NEXT)
057200                 MOVE CON-IDX TO WS-CON-NEXT
057300             END-IF
057400         END-IF
057500         GO TO 4250-EXIT
057600     END-IF.
057700     IF WS-CON-NOW = ZERO
057800         IF WS-CON-EFF-TO(CON-IDX) = ZERO
057900                 OR WS-CON-EFF-TO(CON-IDX) NOT < WS-PROCESS-DATE
058000             MOVE CON-IDX TO WS-CON-NOW
058100         END-IF
058200     END-IF.
058300 4250-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*  4400-SET-CONTRACT-PRICE.                                    *
058800*    A CONTRACT RATE HOLDS FOR ANY QUANTITY.                   *
058900*****************************************************************
059000 4400-SET-CONTRACT-PRICE.
059100     MOVE "CONTRACT" TO WS-BD-SOURCE.
059200     MOVE 1 TO WS-TE-MIN.
059300     MOVE WS-CON-RATE(CON-IDX) TO WS-TE-RATE.
059400     MOVE WS-TIER-EDIT TO WS-BD-TIER(1).
059500     MOVE SPACES TO WS-BD-TIER(2).
059600     MOVE SPACES TO WS-BD-TIER(3).
059700 4400-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*  4500-SET-LIST-PRICE.                                        *
060200*    AN UNUSED TIER (ZERO MINIMUM PAST THE FIRST) IS BLANK.    *
060300*****************************************************************
060400 4500-SET-LIST-PRICE.
060500     MOVE "LIST" TO WS-BD-SOURCE.
060600     PERFORM 4550-SET-ONE-TIER THRU 4550-EXIT
060700         VARYING TIER-IDX FROM 1 BY 1
060800         UNTIL TIER-IDX > 3.
060900 4500-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300*  4550-SET-ONE-TIER.                                          *
061400*****************************************************************
061500 4550-SET-ONE-TIER.
061600     IF TIER-IDX > 1
061700             AND WS-TIER-MIN(RATE-IDX TIER-IDX) = ZERO
061800         MOVE SPACES TO WS-BD-TIER(TIER-IDX)
061900         GO TO 4550-EXIT
062000     END-IF.
062100     MOVE WS-TIER-MIN(RATE-IDX TIER-IDX) TO WS-TE-MIN.
062200     IF WS-TIER-MIN(RATE-IDX TIER-IDX) = ZERO
062300         MOVE 1 TO WS-TE-MIN
062400     END-IF.
062500     MOVE WS-TIER-RATE(RATE-IDX TIER-IDX) TO WS-TE-RATE.
062600     MOVE WS-TIER-EDIT TO WS-BD-TIER(TIER-IDX).
062700 4550-EXIT.
062800     EXIT.
062900
063000*****************************************************************
063100*  4800-SET-CHANGE-LINE.                                       *
063200*    A DATED LINE UNDER THE ITEM - NO ITEM CODE, THE DATE TEXT *
063300*    IN THE DESCRIPTION COLUMN.                                *
063400*****************************************************************
063500 4800-SET-CHANGE-LINE.
063600     MOVE SPACES TO WS-BD-ITEM.
063700     MOVE WS-DATE-EDIT TO WS-BD-DESC.
063800 4800-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200*  4900-WRITE-DETAIL.                                          *
064300*****************************************************************
064400 4900-WRITE-DETAIL.
064500     WRITE PB-PRINT-LINE FROM WS-BOOK-DETAIL.
064600     ADD 1 TO WS-BOOK-LINES.
064700 4900-EXIT.
064800     EXIT.
064900
065000*****************************************************************
065100*  9000-FINALIZE.                                              *
065200*****************************************************************
065300 9000-FINALIZE.
065400     DISPLAY "PRCBOOK1 BOOKS: " WS-BOOK-COUNT
065500         " LINES: " WS-BOOK-LINES
065600         " ERRORS: " WS-ERROR-COUNT.
065700     IF WS-ERROR-COUNT > ZERO
065800         MOVE 4 TO RETURN-CODE
065900     END-IF.
066000     CLOSE PBK-REQ.
066100     CLOSE CUST-MAST.
066200     CLOSE BOOK-RPT.
066300 9000-EXIT.
066400     EXIT.
