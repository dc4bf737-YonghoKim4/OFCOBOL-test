002400*                    THE CASH RELIEF, SO A BACKED-OUT BILLED    *
002500*                    LINE COMES OFF THE ACCOUNT'S BALANCE       *
002600*                    WITHOUT A MANUAL ADJUSTMENT.               *
002603*    2026-10-15  DL  EVERY ITEM NOW CARRIES A DUE DATE FROM THE *
002606*                    CUSTOMER'S PAYMENT TERMS (CU-TERMS ON      *
002609*                    CUSTMAST, RESOLVED THROUGH THE TERMSTB     *
002612*                    TABLE) AND THE AGING RUNS ON DAYS PAST     *
002615*                    DUE - CURRENT, 1-30, 31-60, 61-90, AND     *
002618*                    OVER 90 - NOT DAYS SINCE INVOICE.  THE     *
002621*                    EARLY-PAYMENT DISCOUNT CASH APPLICATION    *
002624*                    ALLOWED RELIEVES THE ITEMS WITH THE        *
002627*                    PRINCIPAL.                                 *
002630*    2026-10-15  DL  APPROVED BAD-DEBT WRITE-OFFS (WOFFADJ,     *
002633*                    CUT BY WOFFRUN1) CLOSE THEIR ITEMS WITH    *
002636*                    THE WRITTEN-OFF STATUS "W".                *
002639*    2026-10-15  DL  AN ITEM UNDER AN OPEN DISPUTE ON DISPMAST  *
002642*                    AGES IN ITS OWN DISPUTED COLUMN INSTEAD    *
002645*                    OF BY DAYS PAST DUE UNTIL THE DISPUTE IS   *
002648*                    RESOLVED.                                  *
002652*    2026-10-15  DL  A RECEIPT RETURNED UNPAID REOPENS THE      *
002655*                    ITEMS IT RELIEVED - THE NSFADJ AMOUNTS     *
002658*                    NSFREV1 CUTS GO BACK ON THEIR ITEMS AHEAD  *
002661*                    OF THE DAY'S CREDITS AND CASH, CLEARING    *
002664*                    THE CLOSE DATE.                            *
002667*    2026-10-15  DL  A NEW INVOICE PART-SETTLED FROM THE        *
002670*                    CUSTOMER'S PREPAID DEPOSIT OPENS NET OF    *
002673*                    IT - THE DEPADJ CREDIT THE BILLING RUN     *
002676*                    CUTS APPLIES AS THE ITEM OPENS.            *
002679*    2026-10-15  DL  EACH NIGHT'S OPENING AND CLOSING OPEN      *
002682*                    TOTALS ARE APPENDED TO ARDAYBL FOR THE     *
002685*                    MONTH-END RECEIVABLES ROLL-FORWARD.        *
002688*    2026-10-15  DL  A NEW ITEM TAKES THE BILLING CURRENCY, THE *
002691*                    ORIGINAL AMOUNT IN THAT CURRENCY AND THE   *
002694*                    BOOKING RATE FROM ITS BILLSUM RECORD, AND  *
002697*                    EVERY ITEM CARRIES THEM FORWARD UNCHANGED. *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT AR-ADJ ASSIGN TO "ARADJ"
004000         ORGANIZATION IS SEQUENTIAL.
004014     SELECT WOFF-ADJ ASSIGN TO "WOFFADJ"
004029         ORGANIZATION IS SEQUENTIAL.
004043     SELECT REOPEN-ADJ ASSIGN TO "NSFADJ"
004057         ORGANIZATION IS SEQUENTIAL.
004071     SELECT DEP-ADJ ASSIGN TO "DEPADJ"
004086         ORGANIZATION IS SEQUENTIAL.
004100     SELECT AGE-RPT ASSIGN TO "ARAGERPT"
004108         ORGANIZATION IS SEQUENTIAL.
004115     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
004123         ORGANIZATION IS INDEXED
004131         ACCESS MODE IS RANDOM
004138         RECORD KEY IS CU-ACCOUNT-CODE.
004146     SELECT TERMS-TBL ASSIGN TO "TERMSTB"
004154         ORGANIZATION IS SEQUENTIAL.
004162     SELECT DISP-MAST ASSIGN TO "DISPMAST"
004169         ORGANIZATION IS INDEXED
004177         ACCESS MODE IS RANDOM
004185         RECORD KEY IS DM-INVOICE-NO.
004192     SELECT DAY-BAL ASSIGN TO "ARDAYBL"
004200         ORGANIZATION IS SEQUENTIAL.
004300
004400 DATA DIVISION.
005500                   ==AR-OPEN==          BY ==AI-OPEN==
005600                   ==AR-PARTIAL==       BY ==AI-PARTIAL==
005700                   ==AR-CLOSED==        BY ==AI-CLOSED==
005800                   ==AR-WRITTEN-OFF==   BY ==AI-WRITTEN-OFF==
005811                   ==AR-SETTLED==       BY ==AI-SETTLED==
005822                   ==AR-CLOSE-DATE==    BY ==AI-CLOSE-DATE==
005833                   ==AR-DUE-DATE==      BY ==AI-DUE-DATE==
005844                   ==AR-DISC-DATE==     BY ==AI-DISC-DATE==
005856                   ==AR-DISC-AMOUNT==   BY ==AI-DISC-AMOUNT==
005867                   ==AR-CURRENCY-CODE== BY ==AI-CURRENCY-CODE==
005878                   ==AR-FOREIGN-AMOUNT== BY ==AI-FOREIGN-AMOUNT==
005889                   ==AR-BOOK-RATE==     BY ==AI-BOOK-RATE==.
005900
006000 FD  MAST-OUT.
006100     COPY DLARITEM.
006900 FD  AR-ADJ.
007000     COPY DLARADJ.
007100
007104 FD  WOFF-ADJ.
007107     COPY DLARADJ
007111         REPLACING ==AJ-ADJUSTMENT-REC==  BY ==WJ-ADJUSTMENT-REC==
007114                   ==AJ-INVOICE-NO==      BY ==WJ-INVOICE-NO==
007118                   ==AJ-ACCOUNT-CODE==    BY ==WJ-ACCOUNT-CODE==
007121                   ==AJ-CREDIT-AMOUNT==   BY ==WJ-CREDIT-AMOUNT==
007125                   ==AJ-ADJ-DATE==        BY ==WJ-ADJ-DATE==
007129                   ==AJ-SOURCE-KEY==      BY ==WJ-SOURCE-KEY==.
007132
007136 FD  REOPEN-ADJ.
007139     COPY DLARADJ
007143         REPLACING ==AJ-ADJUSTMENT-REC==  BY ==RJ-ADJUSTMENT-REC==
007146                   ==AJ-INVOICE-NO==      BY ==RJ-INVOICE-NO==
007150                   ==AJ-ACCOUNT-CODE==    BY ==RJ-ACCOUNT-CODE==
007154                   ==AJ-CREDIT-AMOUNT==   BY ==RJ-CREDIT-AMOUNT==
007157                   ==AJ-ADJ-DATE==        BY ==RJ-ADJ-DATE==
007161                   ==AJ-SOURCE-KEY==      BY ==RJ-SOURCE-KEY==.
007164
007168 FD  DEP-ADJ.
007171     COPY DLARADJ
007175         REPLACING ==AJ-ADJUSTMENT-REC==  BY ==DJ-ADJUSTMENT-REC==
007179                   ==AJ-INVOICE-NO==      BY ==DJ-INVOICE-NO==
007182                   ==AJ-ACCOUNT-CODE==    BY ==DJ-ACCOUNT-CODE==
007186                   ==AJ-CREDIT-AMOUNT==   BY ==DJ-CREDIT-AMOUNT==
007189                   ==AJ-ADJ-DATE==        BY ==DJ-ADJ-DATE==
007193                   ==AJ-SOURCE-KEY==      BY ==DJ-SOURCE-KEY==.
007196
007200 FD  AGE-RPT.
007300 01  AG-PRINT-LINE            PIC X(120).
007308
007315 FD  CUST-MAST.
007323     COPY DLCUSTMS.
007331
007338 FD  TERMS-TBL.
007346     COPY DLTERMS.
007354
007362 FD  DISP-MAST.
007369     COPY DLDISPM.
007377
007385 FD  DAY-BAL.
007392     COPY DLARDBAL.
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-SWITCHES.
008200         88  WS-APP-EOF            VALUE "Y".
008300     05  WS-ADJ-EOF-SW        PIC X(01) VALUE "N".
008400         88  WS-ADJ-EOF            VALUE "Y".
008408     05  WS-WOFF-EOF-SW       PIC X(01) VALUE "N".
008415         88  WS-WOFF-EOF           VALUE "Y".
008423     05  WS-REO-EOF-SW        PIC X(01) VALUE "N".
008431         88  WS-REO-EOF            VALUE "Y".
008438     05  WS-DEPA-EOF-SW       PIC X(01) VALUE "N".
008446         88  WS-DEPA-EOF           VALUE "Y".
008454     05  WS-TRM-EOF-SW        PIC X(01) VALUE "N".
008462         88  WS-TRM-EOF            VALUE "Y".
008469     05  WS-CUST-FOUND-SW     PIC X(01) VALUE "N".
008477         88  WS-CUST-FOUND         VALUE "Y".
008485     05  WS-DISP-FOUND-SW     PIC X(01) VALUE "N".
008492         88  WS-DISP-FOUND         VALUE "Y".
008500
008600 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
008700 01  WS-AGE-DAYS              PIC S9(05) VALUE ZERO.
008800 01  WS-RELIEF                PIC 9(09) VALUE ZERO.
008850 01  WS-ROOM                  PIC 9(09) VALUE ZERO.
008900 01  WS-WORK-ACCOUNT          PIC X(06) VALUE SPACES.
009000 01  WS-OPEN-ITEM-COUNT       PIC 9(05) VALUE ZERO.
009100 01  BKT-IDX                  PIC 9(01) VALUE ZERO.
009200 01  CSH-IDX                  PIC 9(03) VALUE ZERO.
009300 01  ACC-IDX                  PIC 9(03) VALUE ZERO.
009400 01  ACC-SUB                  PIC 9(03) VALUE ZERO.
009406 01  TRM-IDX                  PIC 9(02) VALUE ZERO.
009412 01  WS-TERMS-CODE            PIC X(04) VALUE SPACES.
009418 01  WS-NET-DAYS              PIC 9(03) VALUE ZERO.
009424 01  WS-DISC-PERCENT          PIC 9(02)V9(02) VALUE ZERO.
009429 01  WS-DISC-DAYS             PIC 9(03) VALUE ZERO.
009435 01  WS-DEFAULT-NET-DAYS      PIC 9(03) VALUE 30.
009441 01  WS-TERMS-BASE-DATE       PIC 9(08) VALUE ZERO.
009447
009453 01  WS-TERMS-COUNT           PIC 9(02) VALUE ZERO.
009459 01  WS-TERMS-TABLE.
009465     05  WS-TERMS-ENTRY OCCURS 1 TO 50 TIMES
009471             DEPENDING ON WS-TERMS-COUNT.
009476         10  WS-TRM-CODE      PIC X(04).
009482         10  WS-TRM-NET-DAYS  PIC 9(03).
009488         10  WS-TRM-DISC-PCT  PIC 9(02)V9(02).
009494         10  WS-TRM-DISC-DAYS PIC 9(03).
009500
009600 01  WS-CASH-COUNT            PIC 9(03) VALUE ZERO.
009700 01  WS-CASH-TABLE.
010700             DEPENDING ON WS-ADJ-COUNT.
010800         10  WS-ADJ-INVOICE   PIC 9(08).
010900         10  WS-ADJ-AMOUNT    PIC 9(09).
010909         10  WS-ADJ-WOFF-SW   PIC X(01).
010918             88  WS-ADJ-WRITE-OFF  VALUE "Y".
010927
010936 01  WS-REO-COUNT             PIC 9(03) VALUE ZERO.
010945 01  REO-IDX                  PIC 9(03) VALUE ZERO.
010955 01  WS-REO-TABLE.
010964     05  WS-REO-ENTRY OCCURS 1 TO 200 TIMES
010973             DEPENDING ON WS-REO-COUNT.
010982         10  WS-REO-INVOICE   PIC 9(08).
010991         10  WS-REO-AMOUNT    PIC 9(09).
011000
011100 01  WS-ACCT-COUNT            PIC 9(03) VALUE ZERO.
011200 01  WS-ACCT-TABLE.
011300     05  WS-ACCT-ENTRY OCCURS 1 TO 200 TIMES
011400             DEPENDING ON WS-ACCT-COUNT.
011500         10  WS-ACC-CODE      PIC X(06).
011600         10  WS-ACC-BUCKET    PIC S9(11) OCCURS 6 TIMES.
011700
011800 01  WS-GRAND-BUCKET.
011900     05  WS-GRD-BUCKET        PIC S9(13) OCCURS 6 TIMES.
012000 01  WS-GRAND-TOTAL           PIC S9(13) VALUE ZERO.
012050 01  WS-OPENING-TOTAL         PIC S9(13) VALUE ZERO.
012100
012200 01  WS-RPT-HEADER.
012300     05  FILLER               PIC X(30) VALUE
012900 01  WS-RPT-COLUMNS.
013000     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
013100     05  FILLER               PIC X(14) VALUE "       CURRENT".
013150     05  FILLER               PIC X(14) VALUE "          1-30".
013200     05  FILLER               PIC X(14) VALUE "         31-60".
013300     05  FILLER               PIC X(14) VALUE "         61-90".
013400     05  FILLER               PIC X(14) VALUE "       OVER 90".
013450     05  FILLER               PIC X(14) VALUE "      DISPUTED".
013500     05  FILLER               PIC X(14) VALUE "         TOTAL".
013600
013700 01  WS-RPT-ACCOUNT.
014400     05  WS-ACC-RPT-B3        PIC -(12)9.
014500     05  FILLER               PIC X(01) VALUE SPACE.
014600     05  WS-ACC-RPT-B4        PIC -(12)9.
014620     05  FILLER               PIC X(01) VALUE SPACE.
014640     05  WS-ACC-RPT-B5        PIC -(12)9.
014660     05  FILLER               PIC X(01) VALUE SPACE.
014680     05  WS-ACC-RPT-B6        PIC -(12)9.
014700     05  FILLER               PIC X(01) VALUE SPACE.
014800     05  WS-ACC-RPT-TOTAL     PIC -(12)9.
014900
017300     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
017400     PERFORM 1050-CLEAR-ONE-BUCKET THRU 1050-EXIT
017500         VARYING BKT-IDX FROM 1 BY 1
017600         UNTIL BKT-IDX > 6.
017609     OPEN INPUT TERMS-TBL.
017618     READ TERMS-TBL
017627         AT END
017636             SET WS-TRM-EOF TO TRUE
017645     END-READ.
017655     PERFORM 1180-LOAD-ONE-TERMS THRU 1180-EXIT
017664         UNTIL WS-TRM-EOF.
017673     CLOSE TERMS-TBL.
017682     OPEN INPUT CUST-MAST.
017691     OPEN INPUT DISP-MAST.
017700     OPEN INPUT APP-AUDIT.
017800     READ APP-AUDIT
017900         AT END
019000     PERFORM 1170-LOAD-ONE-ADJ THRU 1170-EXIT
019100         UNTIL WS-ADJ-EOF.
019200     CLOSE AR-ADJ.
019204     OPEN INPUT WOFF-ADJ.
019208     READ WOFF-ADJ
019212         AT END
019216             SET WS-WOFF-EOF TO TRUE
019220     END-READ.
019224     PERFORM 1175-LOAD-ONE-WOFF THRU 1175-EXIT
019228         UNTIL WS-WOFF-EOF.
019232     CLOSE WOFF-ADJ.
019236     OPEN INPUT REOPEN-ADJ.
019240     READ REOPEN-ADJ
019244         AT END
019248             SET WS-REO-EOF TO TRUE
019252     END-READ.
019256     PERFORM 1178-LOAD-ONE-REOPEN THRU 1178-EXIT
019260         UNTIL WS-REO-EOF.
019264     CLOSE REOPEN-ADJ.
019268     OPEN INPUT DEP-ADJ.
019272     READ DEP-ADJ
019276         AT END
019280             SET WS-DEPA-EOF TO TRUE
019284     END-READ.
019288     PERFORM 1179-LOAD-ONE-DEPOSIT THRU 1179-EXIT
019292         UNTIL WS-DEPA-EOF.
019296     CLOSE DEP-ADJ.
019300     OPEN INPUT MAST-IN.
019400     OPEN INPUT BILL-SUM.
019500     OPEN OUTPUT MAST-OUT.
021800*****************************************************************
021900 1100-LOAD-ONE-CASH.
022000     IF CA-TO-PRINCIPAL > ZERO
022050             OR CA-TO-DISCOUNT > ZERO
022100         MOVE CA-ACCOUNT(1:6) TO WS-WORK-ACCOUNT
022200         MOVE ZERO TO CSH-IDX
022300         PERFORM 1150-MATCH-ONE-CASH THRU 1150-EXIT
023700         END-IF
023800         IF CSH-IDX > ZERO
023900             ADD CA-TO-PRINCIPAL TO WS-CSH-AMOUNT(CSH-IDX)
023950             ADD CA-TO-DISCOUNT  TO WS-CSH-AMOUNT(CSH-IDX)
024000         END-IF
024100     END-IF.
024200     READ APP-AUDIT
026400         ADD 1 TO WS-ADJ-COUNT
026500         MOVE AJ-INVOICE-NO    TO WS-ADJ-INVOICE(WS-ADJ-COUNT)
026600         MOVE AJ-CREDIT-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-COUNT)
026650         MOVE "N"              TO WS-ADJ-WOFF-SW(WS-ADJ-COUNT)
026700     ELSE
026800         DISPLAY "ARLEDG1 - ADJUSTMENT TABLE FULL"
026900     END-IF.
027500     EXIT.
027600
027700*****************************************************************
027701*  1175-LOAD-ONE-WOFF.                                         *
027702*    AN APPROVED WRITE-OFF RIDES THE SAME TABLE AS A CREDIT    *
027704*    MEMO, MARKED SO THE ITEM IT CLOSES SHOWS AS WRITTEN OFF.  *
027705*****************************************************************
027706 1175-LOAD-ONE-WOFF.
027707     IF WS-ADJ-COUNT < 200
027709         ADD 1 TO WS-ADJ-COUNT
027710         MOVE WJ-INVOICE-NO    TO WS-ADJ-INVOICE(WS-ADJ-COUNT)
027711         MOVE WJ-CREDIT-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-COUNT)
027712         MOVE "Y"              TO WS-ADJ-WOFF-SW(WS-ADJ-COUNT)
027713     ELSE
027715         DISPLAY "ARLEDG1 - ADJUSTMENT TABLE FULL"
027716     END-IF.
027717     READ WOFF-ADJ
027718         AT END
027720             SET WS-WOFF-EOF TO TRUE
027721     END-READ.
027722 1175-EXIT.
027723     EXIT.
027724
027726*****************************************************************
027727*  1178-LOAD-ONE-REOPEN.                                       *
027728*****************************************************************
027729 1178-LOAD-ONE-REOPEN.
027730     IF WS-REO-COUNT < 200
027732         ADD 1 TO WS-REO-COUNT
027733         MOVE RJ-INVOICE-NO    TO WS-REO-INVOICE(WS-REO-COUNT)
027734         MOVE RJ-CREDIT-AMOUNT TO WS-REO-AMOUNT(WS-REO-COUNT)
027735     ELSE
027737         DISPLAY "ARLEDG1 - REOPEN TABLE FULL"
027738     END-IF.
027739     READ REOPEN-ADJ
027740         AT END
027741             SET WS-REO-EOF TO TRUE
027743     END-READ.
027744 1178-EXIT.
027745     EXIT.
027746
027748*****************************************************************
027749*  1179-LOAD-ONE-DEPOSIT.                                      *
027750*    THE PART OF A NEW INVOICE THE BILLING RUN SETTLED FROM    *
027751*    THE CUSTOMER'S PREPAID DEPOSIT RIDES THE SAME TABLE AS A  *
027752*    CREDIT MEMO.                                              *
027754*****************************************************************
027755 1179-LOAD-ONE-DEPOSIT.
027756     IF WS-ADJ-COUNT < 200
027757         ADD 1 TO WS-ADJ-COUNT
027759         MOVE DJ-INVOICE-NO    TO WS-ADJ-INVOICE(WS-ADJ-COUNT)
027760         MOVE DJ-CREDIT-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-COUNT)
027761         MOVE "N"              TO WS-ADJ-WOFF-SW(WS-ADJ-COUNT)
027762     ELSE
027763         DISPLAY "ARLEDG1 - ADJUSTMENT TABLE FULL"
027765     END-IF.
027766     READ DEP-ADJ
027767         AT END
027768             SET WS-DEPA-EOF TO TRUE
027770     END-READ.
027771 1179-EXIT.
027772     EXIT.
027773
027774*****************************************************************
027776*  1180-LOAD-ONE-TERMS.                                        *
027777*****************************************************************
027778 1180-LOAD-ONE-TERMS.
027779     IF WS-TERMS-COUNT < 50
027780         ADD 1 TO WS-TERMS-COUNT
027782         MOVE TM-TERMS-CODE   TO WS-TRM-CODE(WS-TERMS-COUNT)
027783         MOVE TM-NET-DAYS     TO WS-TRM-NET-DAYS(WS-TERMS-COUNT)
027784         MOVE TM-DISC-PERCENT TO WS-TRM-DISC-PCT(WS-TERMS-COUNT)
027785         MOVE TM-DISC-DAYS    TO WS-TRM-DISC-DAYS(WS-TERMS-COUNT)
027787     ELSE
027788         DISPLAY "TERMSTB: IGNORING TERMS PAST FIRST 50"
027789     END-IF.
027790     READ TERMS-TBL
027791         AT END
027793             SET WS-TRM-EOF TO TRUE
027794     END-READ.
027795 1180-EXIT.
027796     EXIT.
027798
027799*****************************************************************
027800*  1200-READ-MASTER.                                           *
027900*****************************************************************
028000 1200-READ-MASTER.
028200         AT END
028300             SET WS-MAST-EOF TO TRUE
028400     END-READ.
028425     IF NOT WS-MAST-EOF AND NOT AI-SETTLED
028450         ADD AI-OPEN-AMOUNT TO WS-OPENING-TOTAL
028475     END-IF.
028500 1200-EXIT.
028600     EXIT.
028700
030000     MOVE AI-OPEN-AMOUNT  TO AR-OPEN-AMOUNT.
030100     MOVE AI-STATUS       TO AR-STATUS.
030200     MOVE AI-CLOSE-DATE   TO AR-CLOSE-DATE.
030300     MOVE AI-DUE-DATE     TO AR-DUE-DATE.
030306     MOVE AI-DISC-DATE    TO AR-DISC-DATE.
030312     MOVE AI-DISC-AMOUNT  TO AR-DISC-AMOUNT.
030319     MOVE AI-CURRENCY-CODE  TO AR-CURRENCY-CODE.
030325     MOVE AI-FOREIGN-AMOUNT TO AR-FOREIGN-AMOUNT.
030331     MOVE AI-BOOK-RATE      TO AR-BOOK-RATE.
030338     IF NOT AR-WRITTEN-OFF
030344         PERFORM 2030-APPLY-REOPEN THRU 2030-EXIT
030350             VARYING REO-IDX FROM 1 BY 1
030356             UNTIL REO-IDX > WS-REO-COUNT
030362     END-IF.
030369     IF AR-DUE-DATE = ZERO
030375             AND NOT AR-SETTLED
030381         PERFORM 2200-ASSIGN-TERMS THRU 2200-EXIT
030388     END-IF.
030394     IF NOT AR-SETTLED
030400         PERFORM 2050-APPLY-ADJUSTMENTS THRU 2050-EXIT
030500             VARYING ADJ-IDX FROM 1 BY 1
030600             UNTIL ADJ-IDX > WS-ADJ-COUNT
030700         PERFORM 2100-RELIEVE-ITEM THRU 2100-EXIT
030800     END-IF.
030900     WRITE AR-OPEN-ITEM-REC.
031000     IF NOT AR-SETTLED
031100         PERFORM 2500-AGE-ITEM THRU 2500-EXIT
031200     END-IF.
031300     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031703*  2030-APPLY-REOPEN.                                          *
031707*    A RETURNED RECEIPT'S AMOUNT GOES BACK ON THE ITEM IT      *
031710*    RELIEVED, NEVER PAST THE ORIGINAL AMOUNT.  A FULLY        *
031713*    RESTORED ITEM IS OPEN AGAIN; ONE STILL SHORT OF ITS       *
031717*    ORIGINAL AMOUNT IS PARTIALLY RELIEVED.                    *
031720*****************************************************************
031723 2030-APPLY-REOPEN.
031727     IF AR-INVOICE-NO = SPACES
031730             OR WS-REO-INVOICE(REO-IDX) NOT = AR-INVOICE-NO
031733             OR WS-REO-AMOUNT(REO-IDX) = ZERO
031737             OR AR-OPEN-AMOUNT >= AR-ORIG-AMOUNT
031740         GO TO 2030-EXIT
031743     END-IF.
031747     COMPUTE WS-ROOM = AR-ORIG-AMOUNT - AR-OPEN-AMOUNT.
031750     IF WS-REO-AMOUNT(REO-IDX) < WS-ROOM
031753         MOVE WS-REO-AMOUNT(REO-IDX) TO WS-ROOM
031757     END-IF.
031760     ADD WS-ROOM TO AR-OPEN-AMOUNT.
031763     SUBTRACT WS-ROOM FROM WS-REO-AMOUNT(REO-IDX).
031767     IF AR-OPEN-AMOUNT = AR-ORIG-AMOUNT
031770         SET AR-OPEN TO TRUE
031773     ELSE
031777         SET AR-PARTIAL TO TRUE
031780     END-IF.
031783     MOVE ZERO TO AR-CLOSE-DATE.
031787 2030-EXIT.
031790     EXIT.
031793
031797*****************************************************************
031800*  2050-APPLY-ADJUSTMENTS.                                     *
031900*    A CREDIT RAISED AGAINST THIS ITEM'S INVOICE NUMBER COMES  *
032000*    OFF THE OPEN AMOUNT BEFORE ANY CASH IS DRAWN - A CREDIT   *
032100*    DEEPER THAN THE ITEM SIMPLY CLOSES IT.  A WRITE-OFF       *
032150*    CLOSES IT AS WRITTEN OFF INSTEAD.                         *
032200*****************************************************************
032300 2050-APPLY-ADJUSTMENTS.
032400     IF AR-INVOICE-NO NOT = SPACES
032900             SUBTRACT AR-OPEN-AMOUNT
033000                 FROM WS-ADJ-AMOUNT(ADJ-IDX)
033100             MOVE ZERO TO AR-OPEN-AMOUNT
033200             IF WS-ADJ-WRITE-OFF(ADJ-IDX)
033220                 SET AR-WRITTEN-OFF TO TRUE
033240             ELSE
033260                 SET AR-CLOSED TO TRUE
033280             END-IF
033300             MOVE WS-PROCESS-DATE TO AR-CLOSE-DATE
033400         ELSE
033500             SUBTRACT WS-ADJ-AMOUNT(ADJ-IDX)
037300     EXIT.
037400
037500*****************************************************************
037502*  2200-ASSIGN-TERMS.                                          *
037503*    STAMPS THE DUE DATE, AND THE DISCOUNT DATE AND AMOUNT     *
037505*    WHERE THE TERMS GIVE ONE, FROM THE CUSTOMER'S CU-TERMS.   *
037507*    AN ACCOUNT OFF THE CUSTOMER MASTER, OR A TERMS CODE NOT   *
037508*    ON THE TABLE, FALLS BACK TO PLAIN NET 30.  AN ITEM WITH   *
037510*    NO INVOICE DATE RUNS FROM TODAY.                          *
037512*****************************************************************
037514 2200-ASSIGN-TERMS.
037515     MOVE WS-DEFAULT-NET-DAYS TO WS-NET-DAYS.
037517     MOVE ZERO TO WS-DISC-PERCENT.
037519     MOVE ZERO TO WS-DISC-DAYS.
037520     MOVE SPACES TO WS-TERMS-CODE.
037522     SET WS-CUST-FOUND TO TRUE.
037524     MOVE AR-ACCOUNT-CODE TO CU-ACCOUNT-CODE.
037525     READ CUST-MAST
037527         INVALID KEY
037529             MOVE "N" TO WS-CUST-FOUND-SW
037531     END-READ.
037532     IF WS-CUST-FOUND
037534         MOVE CU-TERMS TO WS-TERMS-CODE
037536         PERFORM 2250-MATCH-ONE-TERMS THRU 2250-EXIT
037537             VARYING TRM-IDX FROM 1 BY 1
037539             UNTIL TRM-IDX > WS-TERMS-COUNT
037541     END-IF.
037542     IF AR-INVOICE-DATE = ZERO
037544         MOVE WS-PROCESS-DATE TO WS-TERMS-BASE-DATE
037546     ELSE
037547         MOVE AR-INVOICE-DATE TO WS-TERMS-BASE-DATE
037549     END-IF.
037551     COMPUTE AR-DUE-DATE = FUNCTION DATE-OF-INTEGER(
037553         FUNCTION INTEGER-OF-DATE(WS-TERMS-BASE-DATE)
037554         + WS-NET-DAYS).
037556     IF WS-DISC-PERCENT > ZERO
037558         COMPUTE AR-DISC-DATE = FUNCTION DATE-OF-INTEGER(
037559             FUNCTION INTEGER-OF-DATE(WS-TERMS-BASE-DATE)
037561             + WS-DISC-DAYS)
037563         COMPUTE AR-DISC-AMOUNT ROUNDED =
037564             AR-ORIG-AMOUNT * WS-DISC-PERCENT / 100
037566     ELSE
037568         MOVE ZERO TO AR-DISC-DATE
037569         MOVE ZERO TO AR-DISC-AMOUNT
037571     END-IF.
037573 2200-EXIT.
037575     EXIT.
037576
037578*****************************************************************
037580*  2250-MATCH-ONE-TERMS.                                       *
037581*****************************************************************
037583 2250-MATCH-ONE-TERMS.
037585     IF WS-TRM-CODE(TRM-IDX) = WS-TERMS-CODE
037586         MOVE WS-TRM-NET-DAYS(TRM-IDX)  TO WS-NET-DAYS
037588         MOVE WS-TRM-DISC-PCT(TRM-IDX)  TO WS-DISC-PERCENT
037590         MOVE WS-TRM-DISC-DAYS(TRM-IDX) TO WS-DISC-DAYS
037592     END-IF.
037593 2250-EXIT.
037595     EXIT.
037597
037598*****************************************************************
037600*  2500-AGE-ITEM.                                              *
037700*    BUCKETS THE STANDING OPEN AMOUNT BY DAYS PAST DUE INTO    *
037800*    THE ACCOUNT'S AGING SLOT - AN ITEM NOT YET DUE IS         *
037833*    CURRENT HOWEVER OLD ITS INVOICE.  AN ITEM UNDER AN OPEN   *
037867*    DISPUTE GOES TO THE DISPUTED SLOT WHATEVER ITS AGE.       *
037900*****************************************************************
038000 2500-AGE-ITEM.
038100     ADD 1 TO WS-OPEN-ITEM-COUNT.
038200     IF AR-DUE-DATE = ZERO
038300         MOVE ZERO TO WS-AGE-DAYS
038400     ELSE
038500         COMPUTE WS-AGE-DAYS =
038600             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
038700             - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
038800     END-IF.
038900     EVALUATE TRUE
038933         WHEN WS-AGE-DAYS <= 0
038967             MOVE 1 TO BKT-IDX
039000         WHEN WS-AGE-DAYS <= 30
039100             MOVE 2 TO BKT-IDX
039200         WHEN WS-AGE-DAYS <= 60
039300             MOVE 3 TO BKT-IDX
039400         WHEN WS-AGE-DAYS <= 90
039500             MOVE 4 TO BKT-IDX
039600         WHEN OTHER
039700             MOVE 5 TO BKT-IDX
039800     END-EVALUATE.
039808     IF AR-INVOICE-NO NOT = SPACES
039815         SET WS-DISP-FOUND TO TRUE
039823         MOVE AR-INVOICE-NO TO DM-INVOICE-NO
039831         READ DISP-MAST
039838             INVALID KEY
039846                 MOVE "N" TO WS-DISP-FOUND-SW
039854         END-READ
039862         IF WS-DISP-FOUND
039869                 AND DM-OPEN
039877             MOVE 6 TO BKT-IDX
039885         END-IF
039892     END-IF.
039900     MOVE AR-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
040000     MOVE ZERO TO ACC-IDX.
040100     PERFORM 2550-MATCH-ONE-ACCOUNT THRU 2550-EXIT
041100             MOVE ZERO TO WS-ACC-BUCKET(ACC-IDX 2)
041200             MOVE ZERO TO WS-ACC-BUCKET(ACC-IDX 3)
041300             MOVE ZERO TO WS-ACC-BUCKET(ACC-IDX 4)
041333             MOVE ZERO TO WS-ACC-BUCKET(ACC-IDX 5)
041367             MOVE ZERO TO WS-ACC-BUCKET(ACC-IDX 6)
041400         ELSE
041500             DISPLAY "ARLEDG1 - ACCOUNT TABLE FULL"
041600         END-IF
043600*****************************************************************
043700*  3000-OPEN-ONE-INVOICE.                                      *
043800*    EVERY BILLSUM INVOICE THE BILLING RUN CUT TODAY OPENS A   *
043900*    NEW ITEM, DUE DATED FROM THE CUSTOMER'S TERMS.  TODAY'S   *
043925*    ITEM AGES IN THE CURRENT BUCKET.                          *
043950*    A CREDIT ALREADY RAISED AGAINST THE NEW NUMBER - THE      *
043975*    DEPOSIT DRAWN DOWN AT BILLING - APPLIES AS IT OPENS.      *
044000*****************************************************************
044100 3000-OPEN-ONE-INVOICE.
044200     MOVE BS-ACCOUNT-CODE   TO AR-ACCOUNT-CODE.
044600     MOVE BS-INVOICE-TOTAL  TO AR-OPEN-AMOUNT.
044700     SET AR-OPEN TO TRUE.
044800     MOVE ZERO              TO AR-CLOSE-DATE.
044812     MOVE BS-CURRENCY-CODE  TO AR-CURRENCY-CODE.
044825     MOVE BS-FOREIGN-TOTAL  TO AR-FOREIGN-AMOUNT.
044838     MOVE BS-BOOK-RATE      TO AR-BOOK-RATE.
044850     PERFORM 2200-ASSIGN-TERMS THRU 2200-EXIT.
044862     PERFORM 2050-APPLY-ADJUSTMENTS THRU 2050-EXIT
044875         VARYING ADJ-IDX FROM 1 BY 1
044888         UNTIL ADJ-IDX > WS-ADJ-COUNT.
044900     WRITE AR-OPEN-ITEM-REC.
045000     IF NOT AR-SETTLED
045033         PERFORM 2500-AGE-ITEM THRU 2500-EXIT
045067     END-IF.
045100     READ BILL-SUM
045200         AT END
045300             SET WS-BILL-EOF TO TRUE
046700     MOVE WS-GRD-BUCKET(2) TO WS-ACC-RPT-B2.
046800     MOVE WS-GRD-BUCKET(3) TO WS-ACC-RPT-B3.
046900     MOVE WS-GRD-BUCKET(4) TO WS-ACC-RPT-B4.
046933     MOVE WS-GRD-BUCKET(5) TO WS-ACC-RPT-B5.
046967     MOVE WS-GRD-BUCKET(6) TO WS-ACC-RPT-B6.
047000     MOVE WS-GRAND-TOTAL   TO WS-ACC-RPT-TOTAL.
047100     WRITE AG-PRINT-LINE FROM WS-RPT-ACCOUNT.
047200 8000-EXIT.
048100     MOVE WS-ACC-BUCKET(ACC-IDX 2) TO WS-ACC-RPT-B2.
048200     MOVE WS-ACC-BUCKET(ACC-IDX 3) TO WS-ACC-RPT-B3.
048300     MOVE WS-ACC-BUCKET(ACC-IDX 4) TO WS-ACC-RPT-B4.
048333     MOVE WS-ACC-BUCKET(ACC-IDX 5) TO WS-ACC-RPT-B5.
048367     MOVE WS-ACC-BUCKET(ACC-IDX 6) TO WS-ACC-RPT-B6.
048400     COMPUTE WS-ACC-LINE-TOTAL =
048500         WS-ACC-BUCKET(ACC-IDX 1) + WS-ACC-BUCKET(ACC-IDX 2)
048600         + WS-ACC-BUCKET(ACC-IDX 3) + WS-ACC-BUCKET(ACC-IDX 4)
048650         + WS-ACC-BUCKET(ACC-IDX 5) + WS-ACC-BUCKET(ACC-IDX 6).
048700     MOVE WS-ACC-LINE-TOTAL TO WS-ACC-RPT-TOTAL.
048800     WRITE AG-PRINT-LINE FROM WS-RPT-ACCOUNT.
048900 8100-EXIT.
049400*****************************************************************
049500 9000-FINALIZE.
049600     DISPLAY "ARLEDG1 OPEN ITEMS STANDING: " WS-OPEN-ITEM-COUNT.
049612     OPEN EXTEND DAY-BAL.
049625     MOVE WS-PROCESS-DATE    TO YB-RUN-DATE.
049638     MOVE WS-OPENING-TOTAL   TO YB-OPENING-TOTAL.
049650     MOVE WS-GRAND-TOTAL     TO YB-CLOSING-TOTAL.
049662     MOVE WS-OPEN-ITEM-COUNT TO YB-OPEN-ITEMS.
049675     WRITE YB-DAY-BALANCE-REC.
049688     CLOSE DAY-BAL.
049700     CLOSE MAST-IN.
049800     CLOSE MAST-OUT.
049900     CLOSE BILL-SUM.
050000     CLOSE AGE-RPT.
050033     CLOSE CUST-MAST.
050067     CLOSE DISP-MAST.
050100 9000-EXIT.
050200     EXIT.
