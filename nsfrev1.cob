000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     NSFREV1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    RETURNED-PAYMENT (NSF) REVERSAL.  READS THE BANK'S        *
001200*    RETITEM RETURNED ITEMS AND FINDS EACH RECEIPT'S ORIGINAL  *
001300*    APPLICATION ON THE CSHAUDIT GENERATIONS (CONCATENATED     *
001400*    ONTO CSHAUDH).  THE INTEREST AND PRINCIPAL THE RECEIPT    *
001500*    PAID GO BACK ON THE CARRIED SHORTFALL (CARRYIN TO         *
001600*    CARRYOUT, AHEAD OF CASHAPP1 ON THE CARRY CHAIN); THE      *
001700*    ITEMS THE RECEIPT RELIEVED ARE REOPENED NEWEST FIRST      *
001800*    THROUGH NSFADJ, WHICH ARLEDG1 APPLIES; AN ACCOUNT         *
001900*    CRHOLD01 AUTO-RELEASED GETS A HOLD NOTICE ON NSFHOLD      *
002000*    (CONCATENATED ONTO HOLDOUT) SO IT GOES BACK ON HOLD; AND  *
002100*    THE NSFPARM RETURNED-ITEM FEE, WHERE ONE IS SET AND NOT   *
002200*    WAIVED, GOES TO THE BILLING RUN AS AN NSFFEE LINE ON      *
002300*    NSFMUL (CONCATENATED ONTO MULOUT).  EVERY REVERSAL        *
002400*    WRITES ITS BEFORE/AFTER IMAGE TO NSFAUDIT AND POSTS TO    *
002500*    THE GL THROUGH JRNLFD UNDER POSTING TYPE NSFREV, WITH     *
002600*    ANY DISCOUNT THE RECEIPT EARNED BACKED OUT AS A NEGATIVE  *
002700*    DISCNT.  THE NSFHIST HISTORY KEEPS A RETURN PRESENTED     *
002800*    TWICE FROM BEING REVERSED TWICE.                          *
002900*                                                              *
003000*  MODIFICATION HISTORY.                                       *
003100*    2026-10-15  DL  ORIGINAL RETURNED-PAYMENT REVERSAL.       *
003114*    2026-10-15  DL  THE REVERSED INTEREST AND PRINCIPAL NOW   *
003128*                    ALSO GO BACK ON THE ACCOUNT'S OWN         *
003142*                    BALANCE ON THE CARRYMST CARRY-FORWARD     *
003157*                    MASTER, AND A RESTORED HOLD CARRIES       *
003171*                    THAT BALANCE INSTEAD OF THE CHAIN         *
003185*                    TOTAL.                                    *
003190*    2026-10-15  DL  THE NSF FEE LINE CARRIES A ZERO SERVICE   *
003195*                    PERIOD IN THE WIDENED MULOUT LAYOUT.      *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT NSF-PARM ASSIGN TO "NSFPARM"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT RET-ITEM ASSIGN TO "RETITEM"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT APP-AUDIT ASSIGN TO "CSHAUDH"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT HOLD-MAST ASSIGN TO "CHMASTI"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT AR-MAST ASSIGN TO "ARMAST"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT CARRY-IN ASSIGN TO "CARRYIN"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT CARRY-OUT ASSIGN TO "CARRYOUT"
004900         ORGANIZATION IS SEQUENTIAL.
004920     SELECT CARRY-MAST ASSIGN TO "CARRYMST"
004940         ORGANIZATION IS INDEXED
004960         ACCESS MODE IS RANDOM
004980         RECORD KEY IS CY-ACCOUNT.
005000     SELECT HIST-IN ASSIGN TO "NSFHISTI"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT HIST-OUT ASSIGN TO "NSFHISTO"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT REOPEN-ADJ ASSIGN TO "NSFADJ"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT HOLD-OUT ASSIGN TO "NSFHOLD"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT FEE-MUL ASSIGN TO "NSFMUL"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT AUDIT-OUT ASSIGN TO "NSFAUDIT"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT JRN-FEED ASSIGN TO "JRNLFD"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT NSF-RPT ASSIGN TO "NSFREG"
006500         ORGANIZATION IS SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  NSF-PARM.
007000     COPY DLNSFPRM.
007100
007200 FD  RET-ITEM.
007300     COPY DLNSFRT.
007400
007500 FD  APP-AUDIT.
007600     COPY DLCSHAPP.
007700
007800 FD  HOLD-MAST.
007900     COPY DLCHMAST.
008000
008100 FD  AR-MAST.
008200     COPY DLARITEM.
008300
008400 FD  CARRY-IN.
008500     COPY DLSUBCF.
008600
008700 FD  CARRY-OUT.
008800 01  CF-CARRY-OUT-REC.
008900     05  CO-PRIOR-SHORTFALL PIC S9(05).
009000     05  CO-RUN-DATE        PIC 9(08).
009025
009050 FD  CARRY-MAST.
009075     COPY DLSUBCMS.
009100
009200 FD  HIST-IN.
009300     COPY DLNSFHS
009400         REPLACING ==NH-REVERSAL-REC==    BY ==HI-REVERSAL-REC==
009500                   ==NH-RECEIPT-ID==      BY ==HI-RECEIPT-ID==
009600                   ==NH-ACCOUNT==         BY ==HI-ACCOUNT==
009700                   ==NH-REV-AMOUNT==      BY ==HI-REV-AMOUNT==
009800                   ==NH-FEE-AMOUNT==      BY ==HI-FEE-AMOUNT==
009900                   ==NH-RETURN-DATE==     BY ==HI-RETURN-DATE==
010000                   ==NH-REASON==          BY ==HI-REASON==
010100                   ==NH-REVERSAL-DATE==   BY ==HI-REVERSAL-DATE==.
010200
010300 FD  HIST-OUT.
010400     COPY DLNSFHS.
010500
010600 FD  REOPEN-ADJ.
010700     COPY DLARADJ.
010800
010900 FD  HOLD-OUT.
011000     COPY DLSUBHLD.
011100
011200 FD  FEE-MUL.
011300     COPY DLMULOUT.
011400
011500 FD  AUDIT-OUT.
011600     COPY DLAUDIT.
011700
011800 FD  JRN-FEED.
011900     COPY DLJRNFD.
012000
012100 FD  NSF-RPT.
012200 01  NR-PRINT-LINE            PIC X(120).
012300
012400 WORKING-STORAGE SECTION.
012500 01  WS-SWITCHES.
012600     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
012700         88  WS-PARM-EOF           VALUE "Y".
012800     05  WS-RET-EOF-SW        PIC X(01) VALUE "N".
012900         88  WS-RET-EOF            VALUE "Y".
013000     05  WS-APP-EOF-SW        PIC X(01) VALUE "N".
013100         88  WS-APP-EOF            VALUE "Y".
013200     05  WS-HOLD-EOF-SW       PIC X(01) VALUE "N".
013300         88  WS-HOLD-EOF           VALUE "Y".
013400     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
013500         88  WS-AR-EOF             VALUE "Y".
013600     05  WS-CARRY-EOF-SW      PIC X(01) VALUE "N".
013700         88  WS-CARRY-EOF          VALUE "Y".
013800     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
013900         88  WS-HIST-EOF           VALUE "Y".
013933     05  WS-ON-FILE-SW        PIC X(01) VALUE "N".
013966         88  WS-ACCOUNT-ON-FILE    VALUE "Y".
014000
014100 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
014200 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
014300 01  WS-FEE-AMOUNT            PIC 9(05) VALUE ZERO.
014400 01  WS-CHARGED-FEE           PIC 9(05) VALUE ZERO.
014500 01  WS-REV-AMOUNT            PIC 9(07)V9(02) VALUE ZERO.
014600 01  WS-REV-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
014700 01  WS-OLD-SHORTFALL         PIC S9(05) VALUE ZERO.
014800 01  WS-NEW-SHORTFALL         PIC S9(05) VALUE ZERO.
014900 01  WS-REOPEN-LEFT           PIC 9(09) VALUE ZERO.
015000 01  WS-PUT-BACK              PIC 9(09) VALUE ZERO.
015100 01  WS-REHOLD-FLAG           PIC X(03) VALUE SPACES.
015200 01  RET-IDX                  PIC 9(03) VALUE ZERO.
015300 01  RET-SUB                  PIC 9(03) VALUE ZERO.
015400 01  HST-IDX                  PIC 9(04) VALUE ZERO.
015500 01  HST-SUB                  PIC 9(04) VALUE ZERO.
015600 01  HLD-IDX                  PIC 9(04) VALUE ZERO.
015700 01  HLD-SUB                  PIC 9(04) VALUE ZERO.
015800 01  CND-IDX                  PIC 9(04) VALUE ZERO.
015900
016000 01  WS-REVERSED-COUNT        PIC 9(05) VALUE ZERO.
016100 01  WS-FEE-COUNT             PIC 9(05) VALUE ZERO.
016200 01  WS-REHOLD-COUNT          PIC 9(05) VALUE ZERO.
016300 01  WS-REOPEN-COUNT          PIC 9(05) VALUE ZERO.
016400 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
016500
016600 01  WS-RET-COUNT             PIC 9(03) VALUE ZERO.
016700 01  WS-RET-TABLE.
016800     05  WS-RET-ENTRY OCCURS 1 TO 200 TIMES
016900             DEPENDING ON WS-RET-COUNT.
017000         10  WS-RET-RECEIPT   PIC X(10).
017100         10  WS-RET-DATE      PIC 9(08).
017200         10  WS-RET-REASON    PIC X(04).
017300         10  WS-RET-FEE-SW    PIC X(01).
017400             88  WS-RET-FEE-WAIVED     VALUE "N".
017500         10  WS-RET-FOUND-SW  PIC X(01).
017600             88  WS-RET-FOUND          VALUE "Y".
017700         10  WS-RET-DONE-SW   PIC X(01).
017800             88  WS-RET-REVERSED       VALUE "Y".
017900         10  WS-RET-ACCOUNT   PIC X(08).
018000         10  WS-RET-INTEREST  PIC 9(07)V9(02).
018100         10  WS-RET-PRINCIPAL PIC 9(07)V9(02).
018200         10  WS-RET-DISCOUNT  PIC 9(07)V9(02).
018300         10  WS-RET-SUSPENSE  PIC 9(07)V9(02).
018400         10  WS-RET-APPLY-DATE PIC 9(08).
018500         10  WS-RET-REOPEN    PIC 9(09).
018600
018700 01  WS-HIST-COUNT            PIC 9(04) VALUE ZERO.
018800 01  WS-HIST-TABLE.
018900     05  WS-HIST-ENTRY OCCURS 1 TO 2000 TIMES
019000             DEPENDING ON WS-HIST-COUNT.
019100         10  WS-HST-RECEIPT   PIC X(10).
019200
019300 01  WS-HOLD-COUNT            PIC 9(04) VALUE ZERO.
019400 01  WS-HOLD-TABLE.
019500     05  WS-HOLD-ENTRY OCCURS 1 TO 2000 TIMES
019600             DEPENDING ON WS-HOLD-COUNT.
019700         10  WS-HLD-ACCOUNT   PIC X(08).
019800         10  WS-HLD-REHOLD-SW PIC X(01).
019900             88  WS-HLD-REHOLD         VALUE "Y".
020000
020100 01  WS-CAND-COUNT            PIC 9(04) VALUE ZERO.
020200 01  WS-CAND-TABLE.
020300     05  WS-CAND-ENTRY OCCURS 1 TO 2000 TIMES
020400             DEPENDING ON WS-CAND-COUNT.
020500         10  WS-CND-ACCOUNT   PIC X(06).
020600         10  WS-CND-INVOICE   PIC X(08).
020700         10  WS-CND-ROOM      PIC 9(09).
020800
020900 01  WS-RPT-HEADER.
021000     05  FILLER               PIC X(36) VALUE
021100         "RETURNED-PAYMENT REVERSALS RUN DATE ".
021200     05  WS-HDR-DATE          PIC 9(08).
021300
021400 01  WS-RPT-COLUMNS.
021500     05  FILLER               PIC X(12) VALUE "RECEIPT     ".
021600     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
021700     05  FILLER               PIC X(06) VALUE "RSN   ".
021800     05  FILLER               PIC X(13) VALUE "     INTEREST".
021900     05  FILLER               PIC X(13) VALUE "    PRINCIPAL".
022000     05  FILLER               PIC X(13) VALUE "     DISCOUNT".
022100     05  FILLER               PIC X(13) VALUE "     SUSPENSE".
022200     05  FILLER               PIC X(07) VALUE "    FEE".
022300     05  FILLER               PIC X(08) VALUE "  REHOLD".
022400
022500 01  WS-RPT-DETAIL.
022600     05  WS-DET-RECEIPT       PIC X(10).
022700     05  FILLER               PIC X(02) VALUE SPACES.
022800     05  WS-DET-ACCOUNT       PIC X(08).
022900     05  FILLER               PIC X(02) VALUE SPACES.
023000     05  WS-DET-REASON        PIC X(04).
023100     05  FILLER               PIC X(02) VALUE SPACES.
023200     05  WS-DET-INTEREST      PIC Z(09)9.99.
023300     05  WS-DET-PRINCIPAL     PIC Z(09)9.99.
023400     05  WS-DET-DISCOUNT      PIC Z(09)9.99.
023500     05  WS-DET-SUSPENSE      PIC Z(09)9.99.
023600     05  WS-DET-FEE           PIC Z(06)9.
023700     05  FILLER               PIC X(05) VALUE SPACES.
023800     05  WS-DET-REHOLD        PIC X(03).
023900
024000 01  WS-RPT-REOPEN.
024100     05  FILLER               PIC X(12) VALUE SPACES.
024200     05  FILLER               PIC X(16) VALUE
024300         "REOPENED ITEM   ".
024400     05  WS-REO-INVOICE       PIC X(08).
024500     05  FILLER               PIC X(02) VALUE SPACES.
024600     05  WS-REO-AMOUNT        PIC Z(08)9.
024700
024800 01  WS-RPT-UNPLACED.
024900     05  FILLER               PIC X(12) VALUE SPACES.
025000     05  FILLER               PIC X(26) VALUE
025100         "NO RELIEVED ITEM FOUND FOR".
025200     05  WS-UNP-AMOUNT        PIC Z(08)9.
025300
025400 01  WS-RPT-CARRY.
025500     05  FILLER               PIC X(23) VALUE
025600         "CARRIED SHORTFALL WAS ".
025700     05  WS-CRY-OLD           PIC -(5)9.
025800     05  FILLER               PIC X(09) VALUE "  NOW IS ".
025900     05  WS-CRY-NEW           PIC -(5)9.
026000
026100 PROCEDURE DIVISION.
026200*****************************************************************
026300*  0000-MAINLINE.                                              *
026400*****************************************************************
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700     PERFORM 2000-REVERSE-ONE-RETURN THRU 2000-EXIT
026800         VARYING RET-IDX FROM 1 BY 1
026900         UNTIL RET-IDX > WS-RET-COUNT.
027000     PERFORM 3000-REOPEN-ITEMS THRU 3000-EXIT.
027100     PERFORM 4000-WRITE-CARRY THRU 4000-EXIT.
027200     PERFORM 5000-WRITE-HOLD-NOTICE THRU 5000-EXIT
027300         VARYING HLD-IDX FROM 1 BY 1
027400         UNTIL HLD-IDX > WS-HOLD-COUNT.
027500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
027600     STOP RUN.
027700
027800*****************************************************************
027900*  1000-INITIALIZE.                                            *
028000*    LOADS THE FEE SCHEDULE (NONE ON FILE CHARGES NO FEE),     *
028100*    THE REVERSAL HISTORY, AND THE DAY'S RETURNED ITEMS, THEN  *
028200*    MATCHES EACH RETURN TO ITS CASH APPLICATION AND LOADS THE *
028300*    HOLDS CRHOLD01 RELEASED AUTOMATICALLY.                    *
028400*****************************************************************
028500 1000-INITIALIZE.
028600     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
028700     OPEN INPUT NSF-PARM.
028800     READ NSF-PARM
028900         AT END
029000             SET WS-PARM-EOF TO TRUE
029100     END-READ.
029200     IF NOT WS-PARM-EOF
029300         MOVE NP-FEE-AMOUNT TO WS-FEE-AMOUNT
029400     END-IF.
029500     CLOSE NSF-PARM.
029600     OPEN INPUT HIST-IN.
029700     OPEN OUTPUT HIST-OUT.
029800     READ HIST-IN
029900         AT END
030000             SET WS-HIST-EOF TO TRUE
030100     END-READ.
030200     PERFORM 1100-LOAD-ONE-HIST THRU 1100-EXIT
030300         UNTIL WS-HIST-EOF.
030400     CLOSE HIST-IN.
030500     OPEN INPUT RET-ITEM.
030600     READ RET-ITEM
030700         AT END
030800             SET WS-RET-EOF TO TRUE
030900     END-READ.
031000     PERFORM 1200-LOAD-ONE-RETURN THRU 1200-EXIT
031100         UNTIL WS-RET-EOF.
031200     CLOSE RET-ITEM.
031300     OPEN INPUT APP-AUDIT.
031400     READ APP-AUDIT
031500         AT END
031600             SET WS-APP-EOF TO TRUE
031700     END-READ.
031800     PERFORM 1300-MATCH-ONE-APPLICATION THRU 1300-EXIT
031900         UNTIL WS-APP-EOF.
032000     CLOSE APP-AUDIT.
032100     OPEN INPUT HOLD-MAST.
032200     READ HOLD-MAST
032300         AT END
032400             SET WS-HOLD-EOF TO TRUE
032500     END-READ.
032600     PERFORM 1400-LOAD-ONE-HOLD THRU 1400-EXIT
032700         UNTIL WS-HOLD-EOF.
032800     CLOSE HOLD-MAST.
032900     OPEN INPUT CARRY-IN.
033000     READ CARRY-IN
033100         AT END
033200             SET WS-CARRY-EOF TO TRUE
033300     END-READ.
033400     IF NOT WS-CARRY-EOF
033500         MOVE CF-PRIOR-SHORTFALL TO WS-OLD-SHORTFALL
033600     END-IF.
033700     CLOSE CARRY-IN.
033800     OPEN OUTPUT REOPEN-ADJ.
033900     OPEN OUTPUT HOLD-OUT.
034000     OPEN OUTPUT FEE-MUL.
034100     OPEN OUTPUT AUDIT-OUT.
034200     OPEN EXTEND JRN-FEED.
034300     OPEN OUTPUT NSF-RPT.
034350     OPEN I-O CARRY-MAST.
034400     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
034500     WRITE NR-PRINT-LINE FROM WS-RPT-HEADER.
034600     WRITE NR-PRINT-LINE FROM WS-RPT-COLUMNS.
034700 1000-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*  1100-LOAD-ONE-HIST.                                         *
035200*    EVERY PAST REVERSAL IS CARRIED STRAIGHT THROUGH TO THE    *
035300*    NEW HISTORY GENERATION AND REMEMBERED BY RECEIPT ID.      *
035400*****************************************************************
035500 1100-LOAD-ONE-HIST.
035600     WRITE NH-REVERSAL-REC FROM HI-REVERSAL-REC.
035700     IF WS-HIST-COUNT < 2000
035800         ADD 1 TO WS-HIST-COUNT
035900         MOVE HI-RECEIPT-ID TO WS-HST-RECEIPT(WS-HIST-COUNT)
036000     ELSE
036100         DISPLAY "NSFREV1 - HISTORY TABLE FULL"
036200     END-IF.
036300     READ HIST-IN
036400         AT END
036500             SET WS-HIST-EOF TO TRUE
036600     END-READ.
036700 1100-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100*  1200-LOAD-ONE-RETURN.                                       *
037200*****************************************************************
037300 1200-LOAD-ONE-RETURN.
037400     IF WS-RET-COUNT < 200
037500         ADD 1 TO WS-RET-COUNT
037600         MOVE NR-RECEIPT-ID  TO WS-RET-RECEIPT(WS-RET-COUNT)
037700         MOVE NR-RETURN-DATE TO WS-RET-DATE(WS-RET-COUNT)
037800         MOVE NR-REASON      TO WS-RET-REASON(WS-RET-COUNT)
037900         MOVE NR-FEE-SW      TO WS-RET-FEE-SW(WS-RET-COUNT)
038000         MOVE "N"            TO WS-RET-FOUND-SW(WS-RET-COUNT)
038100         MOVE "N"            TO WS-RET-DONE-SW(WS-RET-COUNT)
038200         MOVE SPACES         TO WS-RET-ACCOUNT(WS-RET-COUNT)
038300         MOVE ZERO           TO WS-RET-INTEREST(WS-RET-COUNT)
038400         MOVE ZERO           TO WS-RET-PRINCIPAL(WS-RET-COUNT)
038500         MOVE ZERO           TO WS-RET-DISCOUNT(WS-RET-COUNT)
038600         MOVE ZERO           TO WS-RET-SUSPENSE(WS-RET-COUNT)
038700         MOVE ZERO           TO WS-RET-APPLY-DATE(WS-RET-COUNT)
038800         MOVE ZERO           TO WS-RET-REOPEN(WS-RET-COUNT)
038900     ELSE
039000         DISPLAY "RETITEM: IGNORING RETURN PAST FIRST 200"
039100     END-IF.
039200     READ RET-ITEM
039300         AT END
039400             SET WS-RET-EOF TO TRUE
039500     END-READ.
039600 1200-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*  1300-MATCH-ONE-APPLICATION.                                 *
040100*    THE CSHAUDIT GENERATIONS ARRIVE OLDEST FIRST, SO WHERE A  *
040200*    RECEIPT ID WAS EVER APPLIED TWICE THE LATEST APPLICATION  *
040300*    IS THE ONE REVERSED.                                      *
040400*****************************************************************
040500 1300-MATCH-ONE-APPLICATION.
040600     PERFORM 1350-MATCH-ONE-RETURN THRU 1350-EXIT
040700         VARYING RET-SUB FROM 1 BY 1
040800         UNTIL RET-SUB > WS-RET-COUNT.
040900     READ APP-AUDIT
041000         AT END
041100             SET WS-APP-EOF TO TRUE
041200     END-READ.
041300 1300-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700*  1350-MATCH-ONE-RETURN.                                      *
041800*****************************************************************
041900 1350-MATCH-ONE-RETURN.
042000     IF WS-RET-RECEIPT(RET-SUB) = CA-RECEIPT-ID
042100         SET WS-RET-FOUND(RET-SUB) TO TRUE
042200         MOVE CA-ACCOUNT        TO WS-RET-ACCOUNT(RET-SUB)
042300         MOVE CA-TO-INTEREST    TO WS-RET-INTEREST(RET-SUB)
042400         MOVE CA-TO-PRINCIPAL   TO WS-RET-PRINCIPAL(RET-SUB)
042500         MOVE CA-TO-DISCOUNT    TO WS-RET-DISCOUNT(RET-SUB)
042600         MOVE CA-TO-SUSPENSE    TO WS-RET-SUSPENSE(RET-SUB)
042700         MOVE CA-APPLY-DATE     TO WS-RET-APPLY-DATE(RET-SUB)
042800     END-IF.
042900 1350-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*  1400-LOAD-ONE-HOLD.                                         *
043400*    ONLY A HOLD CRHOLD01 RELEASED ON ITS OWN ("AUTOSYS") IS   *
043500*    PUT BACK - ONE OPS RELEASED BY HAND STAYS RELEASED.       *
043600*****************************************************************
043700 1400-LOAD-ONE-HOLD.
043800     IF CM-RELEASED
043900             AND CM-RELEASE-USER = "AUTOSYS"
044000         IF WS-HOLD-COUNT < 2000
044100             ADD 1 TO WS-HOLD-COUNT
044200             MOVE CM-ACCOUNT TO WS-HLD-ACCOUNT(WS-HOLD-COUNT)
044300             MOVE "N"        TO WS-HLD-REHOLD-SW(WS-HOLD-COUNT)
044400         ELSE
044500             DISPLAY "NSFREV1 - HOLD TABLE FULL"
044600         END-IF
044700     END-IF.
044800     READ HOLD-MAST
044900         AT END
045000             SET WS-HOLD-EOF TO TRUE
045100     END-READ.
045200 1400-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*  2000-REVERSE-ONE-RETURN.                                    *
045700*    A RETURN WITH NO APPLICATION ON FILE, OR ONE ALREADY      *
045800*    REVERSED, IS SKIPPED.  OTHERWISE THE INTEREST AND         *
045900*    PRINCIPAL ARE BACKED OUT TO THE GL AND THE AUDIT, THE     *
046000*    PRINCIPAL AND DISCOUNT ARE SET ASIDE TO REOPEN THE ITEMS, *
046100*    AND THE FEE IS BILLED.  A SUSPENSE PORTION NEVER REACHED  *
046200*    THE LEDGER AND IS LEFT FOR THE UNAPPLIED-CASH WORKOUT.    *
046300*****************************************************************
046400 2000-REVERSE-ONE-RETURN.
046500     IF NOT WS-RET-FOUND(RET-IDX)
046600         DISPLAY "NSFREV1 - RECEIPT " WS-RET-RECEIPT(RET-IDX)
046700             " NOT ON CSHAUDH - SKIPPED"
046800         ADD 1 TO WS-ERROR-COUNT
046900         GO TO 2000-EXIT
047000     END-IF.
047100     MOVE ZERO TO HST-IDX.
047200     PERFORM 2050-MATCH-ONE-HIST THRU 2050-EXIT
047300         VARYING HST-SUB FROM 1 BY 1
047400         UNTIL HST-SUB > WS-HIST-COUNT
047500            OR HST-IDX > ZERO.
047600     IF HST-IDX > ZERO
047700         DISPLAY "NSFREV1 - RECEIPT " WS-RET-RECEIPT(RET-IDX)
047800             " ALREADY REVERSED - SKIPPED"
047900         ADD 1 TO WS-ERROR-COUNT
048000         GO TO 2000-EXIT
048100     END-IF.
048200     COMPUTE WS-REV-AMOUNT =
048300         WS-RET-INTEREST(RET-IDX) + WS-RET-PRINCIPAL(RET-IDX).
048400     ADD WS-REV-AMOUNT TO WS-REV-TOTAL.
048450     PERFORM 2500-RESTORE-ACCOUNT THRU 2500-EXIT.
048500     COMPUTE WS-RET-REOPEN(RET-IDX) =
048600         WS-RET-PRINCIPAL(RET-IDX) + WS-RET-DISCOUNT(RET-IDX).
048700     SET WS-RET-REVERSED(RET-IDX) TO TRUE.
048800     IF WS-RET-INTEREST(RET-IDX) > ZERO
048900         MOVE "NSFREV-INT" TO DL-AUD-OPERATION
049000         MOVE WS-RET-INTEREST(RET-IDX) TO DL-AUD-BEFORE-VALUE
049100         PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT
049200     END-IF.
049300     IF WS-RET-PRINCIPAL(RET-IDX) > ZERO
049400         MOVE "NSFREV-PRN" TO DL-AUD-OPERATION
049500         MOVE WS-RET-PRINCIPAL(RET-IDX) TO DL-AUD-BEFORE-VALUE
049600         PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT
049700     END-IF.
049800     IF WS-RET-DISCOUNT(RET-IDX) > ZERO
049900         MOVE "NSFREV-DSC" TO DL-AUD-OPERATION
050000         MOVE WS-RET-DISCOUNT(RET-IDX) TO DL-AUD-BEFORE-VALUE
050100         PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT
050200     END-IF.
050300     PERFORM 2200-POST-REVERSAL THRU 2200-EXIT.
050400     PERFORM 2300-FLAG-REHOLD THRU 2300-EXIT.
050500     PERFORM 2400-CHARGE-FEE THRU 2400-EXIT.
050600     IF WS-RET-SUSPENSE(RET-IDX) > ZERO
050700         DISPLAY "NSFREV1 - RECEIPT " WS-RET-RECEIPT(RET-IDX)
050800             " HAD " WS-RET-SUSPENSE(RET-IDX)
050900             " IN UNAPPLIED CASH - CLEAR ON UNAPTRAN"
051000     END-IF.
051100     MOVE WS-RET-RECEIPT(RET-IDX)   TO NH-RECEIPT-ID.
051200     MOVE WS-RET-ACCOUNT(RET-IDX)   TO NH-ACCOUNT.
051300     MOVE WS-REV-AMOUNT             TO NH-REV-AMOUNT.
051400     MOVE WS-CHARGED-FEE            TO NH-FEE-AMOUNT.
051500     MOVE WS-RET-DATE(RET-IDX)      TO NH-RETURN-DATE.
051600     MOVE WS-RET-REASON(RET-IDX)    TO NH-REASON.
051700     MOVE WS-PROCESS-DATE           TO NH-REVERSAL-DATE.
051800     WRITE NH-REVERSAL-REC.
051900     IF WS-HIST-COUNT < 2000
052000         ADD 1 TO WS-HIST-COUNT
052100         MOVE WS-RET-RECEIPT(RET-IDX)
052200             TO WS-HST-RECEIPT(WS-HIST-COUNT)
052300     ELSE
052400         DISPLAY "NSFREV1 - HISTORY TABLE FULL"
052500     END-IF.
052600     MOVE WS-RET-RECEIPT(RET-IDX)   TO WS-DET-RECEIPT.
052700     MOVE WS-RET-ACCOUNT(RET-IDX)   TO WS-DET-ACCOUNT.
052800     MOVE WS-RET-REASON(RET-IDX)    TO WS-DET-REASON.
052900     MOVE WS-RET-INTEREST(RET-IDX)  TO WS-DET-INTEREST.
053000     MOVE WS-RET-PRINCIPAL(RET-IDX) TO WS-DET-PRINCIPAL.
053100     MOVE WS-RET-DISCOUNT(RET-IDX)  TO WS-DET-DISCOUNT.
053200     MOVE WS-RET-SUSPENSE(RET-IDX)  TO WS-DET-SUSPENSE.
053300     MOVE WS-CHARGED-FEE            TO WS-DET-FEE.
053400     MOVE WS-REHOLD-FLAG            TO WS-DET-REHOLD.
053500     WRITE NR-PRINT-LINE FROM WS-RPT-DETAIL.
053600     ADD 1 TO WS-REVERSED-COUNT.
053700 2000-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100*  2050-MATCH-ONE-HIST.                                        *
054200*****************************************************************
054300 2050-MATCH-ONE-HIST.
054400     IF WS-HST-RECEIPT(HST-SUB) = WS-RET-RECEIPT(RET-IDX)
054500         MOVE HST-SUB TO HST-IDX
054600     END-IF.
054700 2050-EXIT.
054800     EXIT.
054900
055000*****************************************************************
055100*  2100-WRITE-AUDIT.                                           *
055200*    THE CALLER HAS PLACED THE OPERATION AND THE AMOUNT THE    *
055300*    RECEIPT APPLIED; THE REVERSAL TAKES IT BACK TO ZERO.      *
055400*****************************************************************
055500 2100-WRITE-AUDIT.
055600     MOVE "NSFREV1"               TO DL-AUD-PROGRAM.
055700     MOVE SPACES                  TO DL-AUD-KEY.
055800     MOVE WS-RET-RECEIPT(RET-IDX) TO DL-AUD-KEY(1:10).
055900     MOVE ZERO                    TO DL-AUD-AFTER-VALUE.
056000     MOVE WS-PROCESS-DATE         TO DL-AUD-DATE.
056100     ACCEPT WS-CLOCK-TIME FROM TIME.
056200     MOVE WS-CLOCK-TIME           TO DL-AUD-TIME.
056300     MOVE ZERO                    TO DL-AUD-RUN-NUMBER.
056400     WRITE DL-AUDIT-REC.
056500 2100-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900*  2200-POST-REVERSAL.                                         *
057000*    THE CASH THE RECEIPT BROUGHT IN GOES BACK OUT OF THE GL   *
057100*    UNDER NSFREV; A DISCOUNT IT EARNED IS NO LONGER EARNED    *
057200*    AND COMES BACK OFF DISCNT WITH A NEGATIVE SIGN.           *
057300*****************************************************************
057400 2200-POST-REVERSAL.
057500     IF WS-REV-AMOUNT > ZERO
057600         MOVE "NSFREV1"                  TO JF-SOURCE-PROGRAM
057700         MOVE SPACES                     TO JF-TRANS-KEY
057800         MOVE "NSFREV"                   TO JF-TRANS-KEY(1:6)
057900         MOVE WS-RET-ACCOUNT(RET-IDX)(1:6)
058000                                         TO JF-TRANS-KEY(7:6)
058100         MOVE "+"                        TO JF-AMOUNT-SIGN
058200         MOVE WS-REV-AMOUNT              TO JF-AMOUNT
058300         MOVE SPACES                     TO JF-CURRENCY-CODE
058400         MOVE WS-PROCESS-DATE            TO JF-RUN-DATE
058500         WRITE JF-JOURNAL-REC
058600     END-IF.
058700     IF WS-RET-DISCOUNT(RET-IDX) > ZERO
058800         MOVE "NSFREV1"                  TO JF-SOURCE-PROGRAM
058900         MOVE SPACES                     TO JF-TRANS-KEY
059000         MOVE "DISCNT"                   TO JF-TRANS-KEY(1:6)
059100         MOVE WS-RET-ACCOUNT(RET-IDX)(1:6)
059200                                         TO JF-TRANS-KEY(7:6)
059300         MOVE "-"                        TO JF-AMOUNT-SIGN
059400         MOVE WS-RET-DISCOUNT(RET-IDX)   TO JF-AMOUNT
059500         MOVE SPACES                     TO JF-CURRENCY-CODE
059600         MOVE WS-PROCESS-DATE            TO JF-RUN-DATE
059700         WRITE JF-JOURNAL-REC
059800     END-IF.
059900 2200-EXIT.
060000     EXIT.
060100
060200*****************************************************************
060300*  2300-FLAG-REHOLD.                                           *
060400*    AN ACCOUNT CRHOLD01 AUTO-RELEASED IS MARKED TO GO BACK ON *
060500*    HOLD ONCE THE RESTORED SHORTFALL IS KNOWN.                *
060600*****************************************************************
060700 2300-FLAG-REHOLD.
060800     MOVE "NO " TO WS-REHOLD-FLAG.
060900     MOVE ZERO TO HLD-IDX.
061000     PERFORM 2350-MATCH-ONE-HOLD THRU 2350-EXIT
061100         VARYING HLD-SUB FROM 1 BY 1
061200         UNTIL HLD-SUB > WS-HOLD-COUNT
061300            OR HLD-IDX > ZERO.
061400     IF HLD-IDX > ZERO
061500         SET WS-HLD-REHOLD(HLD-IDX) TO TRUE
061600         MOVE "YES" TO WS-REHOLD-FLAG
061700     END-IF.
061800 2300-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200*  2350-MATCH-ONE-HOLD.                                        *
062300*****************************************************************
062400 2350-MATCH-ONE-HOLD.
062500     IF WS-HLD-ACCOUNT(HLD-SUB) = WS-RET-ACCOUNT(RET-IDX)
062600         MOVE HLD-SUB TO HLD-IDX
062700     END-IF.
062800 2350-EXIT.
062900     EXIT.
063000
063100*****************************************************************
063200*  2400-CHARGE-FEE.                                            *
063300*    THE FEE GOES TO THE BILLING RUN AS ONE NSFFEE LINE FOR    *
063400*    THE ACCOUNT, QUANTITY ONE AT THE FEE AMOUNT, THE SAME     *
063500*    WAY LATEFEE1 BILLS A LATE FEE.                            *
063600*****************************************************************
063700 2400-CHARGE-FEE.
063800     MOVE ZERO TO WS-CHARGED-FEE.
063900     IF WS-FEE-AMOUNT = ZERO
064000             OR WS-RET-FEE-WAIVED(RET-IDX)
064100         GO TO 2400-EXIT
064200     END-IF.
064300     MOVE WS-FEE-AMOUNT           TO WS-CHARGED-FEE.
064400     MOVE SPACES                  TO MO-DETAIL-LINE.
064500     MOVE "NSFFEE"                TO MO-ITEM-KEY.
064600     MOVE 1                       TO MO-QUANTITY.
064700     IF WS-FEE-AMOUNT > 9999
064800         MOVE ZERO                TO MO-UNIT-PRICE
064900     ELSE
065000         MOVE WS-FEE-AMOUNT       TO MO-UNIT-PRICE
065100     END-IF.
065200     MOVE WS-FEE-AMOUNT           TO MO-EXTENDED-AMOUNT.
065300     MOVE WS-PROCESS-DATE         TO MO-PROCESS-DATE.
065400     MOVE WS-RET-ACCOUNT(RET-IDX)(1:6) TO MO-ACCOUNT-CODE.
065500     MOVE WS-FEE-AMOUNT           TO MO-EXTENSION-AMT.
065600     MOVE WS-FEE-AMOUNT           TO MO-GROSS-AMT.
065700     MOVE SPACES                  TO MO-ADJ-CODE.
065733     MOVE ZERO                    TO MO-SVC-START.
065766     MOVE ZERO                    TO MO-SVC-END.
065800     WRITE MO-DETAIL-LINE.
065900     MOVE "NSFREV1"               TO DL-AUD-PROGRAM.
066000     MOVE "NSFREV-FEE"            TO DL-AUD-OPERATION.
066100     MOVE SPACES                  TO DL-AUD-KEY.
066200     MOVE WS-RET-RECEIPT(RET-IDX) TO DL-AUD-KEY(1:10).
066300     MOVE ZERO                    TO DL-AUD-BEFORE-VALUE.
066400     MOVE WS-FEE-AMOUNT           TO DL-AUD-AFTER-VALUE.
066500     MOVE WS-PROCESS-DATE         TO DL-AUD-DATE.
066600     ACCEPT WS-CLOCK-TIME FROM TIME.
066700     MOVE WS-CLOCK-TIME           TO DL-AUD-TIME.
066800     MOVE ZERO                    TO DL-AUD-RUN-NUMBER.
066900     WRITE DL-AUDIT-REC.
067000     ADD 1 TO WS-FEE-COUNT.
067100 2400-EXIT.
067200     EXIT.
067202
067205*****************************************************************
067208*  2500-RESTORE-ACCOUNT.                                        *
067211*    THE REVERSED AMOUNT IS OWED AGAIN BY THE ACCOUNT THAT      *
067214*    PAID IT, SO IT COMES BACK OFF THAT ACCOUNT'S CARRYMST      *
067217*    BALANCE.  AN ACCOUNT NO LONGER ON THE MASTER IS LEFT       *
067220*    TO THE CHAIN TOTAL ALONE.                                  *
067222*****************************************************************
067225 2500-RESTORE-ACCOUNT.
067228     MOVE WS-RET-ACCOUNT(RET-IDX) TO CY-ACCOUNT.
067231     SET WS-ACCOUNT-ON-FILE TO TRUE.
067234     READ CARRY-MAST
067237         INVALID KEY
067240             MOVE "N" TO WS-ON-FILE-SW
067242     END-READ.
067245     IF NOT WS-ACCOUNT-ON-FILE
067248         DISPLAY "NSFREV1 - ACCOUNT " WS-RET-ACCOUNT(RET-IDX)
067251             " NOT ON CARRYMST - CHAIN TOTAL ONLY"
067254         GO TO 2500-EXIT
067257     END-IF.
067260     COMPUTE CY-BALANCE ROUNDED = CY-BALANCE - WS-REV-AMOUNT
067262         ON SIZE ERROR
067265             DISPLAY "NSFREV1 - ACCOUNT " CY-ACCOUNT
067268                 " BALANCE OVERFLOW - CARRYMST NOT RESTORED"
067271             GO TO 2500-EXIT
067274     END-COMPUTE.
067277     MOVE WS-PROCESS-DATE TO CY-LAST-POST-DATE.
067280     REWRITE CY-CARRY-REC
067282         INVALID KEY
067285             DISPLAY "NSFREV1 - CARRYMST REWRITE FAILED FOR "
067288                 CY-ACCOUNT
067291     END-REWRITE.
067294 2500-EXIT.
067297     EXIT.
067300
067400*****************************************************************
067500*  3000-REOPEN-ITEMS.                                          *
067600*    THE RECEIVABLES LEDGER RELIEVES AN ACCOUNT'S ITEMS OLDEST *
067700*    FIRST, SO THE ITEMS A RECEIPT RELIEVED ARE THE NEWEST OF  *
067800*    THOSE IT CLOSED ON OR AFTER THE APPLICATION DATE OR LEFT  *
067900*    PARTIALLY RELIEVED.  EACH REVERSED RECEIPT'S PRINCIPAL    *
068000*    AND DISCOUNT ARE PUT BACK ON THOSE ITEMS NEWEST FIRST,    *
068100*    ONE NSFADJ RECORD PER ITEM, FOR ARLEDG1 TO APPLY.         *
068200*****************************************************************
068300 3000-REOPEN-ITEMS.
068400     IF WS-REVERSED-COUNT = ZERO
068500         GO TO 3000-EXIT
068600     END-IF.
068700     OPEN INPUT AR-MAST.
068800     READ AR-MAST
068900         AT END
069000             SET WS-AR-EOF TO TRUE
069100     END-READ.
069200     PERFORM 3100-LOAD-ONE-ITEM THRU 3100-EXIT
069300         UNTIL WS-AR-EOF.
069400     CLOSE AR-MAST.
069500     PERFORM 3200-REOPEN-ONE-RETURN THRU 3200-EXIT
069600         VARYING RET-IDX FROM 1 BY 1
069700         UNTIL RET-IDX > WS-RET-COUNT.
069800 3000-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*  3100-LOAD-ONE-ITEM.                                         *
070300*    AN ITEM WITH NO INVOICE NUMBER CANNOT BE NAMED ON NSFADJ  *
070400*    AND A WRITTEN-OFF ITEM STAYS WRITTEN OFF.                 *
070500*****************************************************************
070600 3100-LOAD-ONE-ITEM.
070700     IF AR-INVOICE-NO = SPACES
070800             OR AR-OPEN-AMOUNT >= AR-ORIG-AMOUNT
070900             OR NOT (AR-PARTIAL OR AR-CLOSED)
071000         GO TO 3100-NEXT
071100     END-IF.
071200     MOVE ZERO TO RET-SUB.
071300     PERFORM 3150-MATCH-ONE-ITEM THRU 3150-EXIT
071400         VARYING RET-IDX FROM 1 BY 1
071500         UNTIL RET-IDX > WS-RET-COUNT
071600            OR RET-SUB > ZERO.
071700     IF RET-SUB = ZERO
071800         GO TO 3100-NEXT
071900     END-IF.
072000     IF WS-CAND-COUNT < 2000
072100         ADD 1 TO WS-CAND-COUNT
072200         MOVE AR-ACCOUNT-CODE TO WS-CND-ACCOUNT(WS-CAND-COUNT)
072300         MOVE AR-INVOICE-NO   TO WS-CND-INVOICE(WS-CAND-COUNT)
072400         COMPUTE WS-CND-ROOM(WS-CAND-COUNT) =
072500             AR-ORIG-AMOUNT - AR-OPEN-AMOUNT
072600     ELSE
072700         DISPLAY "NSFREV1 - ITEM TABLE FULL"
072800     END-IF.
072900 3100-NEXT.
073000     READ AR-MAST
073100         AT END
073200             SET WS-AR-EOF TO TRUE
073300     END-READ.
073400 3100-EXIT.
073500     EXIT.
073600
073700*****************************************************************
073800*  3150-MATCH-ONE-ITEM.                                        *
073900*****************************************************************
074000 3150-MATCH-ONE-ITEM.
074100     IF WS-RET-REVERSED(RET-IDX)
074200             AND WS-RET-ACCOUNT(RET-IDX)(1:6) = AR-ACCOUNT-CODE
074300         IF AR-PARTIAL
074400                 OR AR-CLOSE-DATE >= WS-RET-APPLY-DATE(RET-IDX)
074500             MOVE RET-IDX TO RET-SUB
074600         END-IF
074700     END-IF.
074800 3150-EXIT.
074900     EXIT.
075000
075100*****************************************************************
075200*  3200-REOPEN-ONE-RETURN.                                     *
075300*****************************************************************
075400 3200-REOPEN-ONE-RETURN.
075500     IF NOT WS-RET-REVERSED(RET-IDX)
075600             OR WS-RET-REOPEN(RET-IDX) = ZERO
075700         GO TO 3200-EXIT
075800     END-IF.
075900     MOVE WS-RET-REOPEN(RET-IDX) TO WS-REOPEN-LEFT.
076000     PERFORM 3300-REOPEN-ONE-ITEM THRU 3300-EXIT
076100         VARYING CND-IDX FROM WS-CAND-COUNT BY -1
076200         UNTIL CND-IDX < 1
076300            OR WS-REOPEN-LEFT = ZERO.
076400     IF WS-REOPEN-LEFT > ZERO
076500         DISPLAY "NSFREV1 - RECEIPT " WS-RET-RECEIPT(RET-IDX)
076600             " " WS-REOPEN-LEFT " NOT PLACED ON AN ITEM"
076700         MOVE WS-REOPEN-LEFT TO WS-UNP-AMOUNT
076800         WRITE NR-PRINT-LINE FROM WS-RPT-UNPLACED
076900         ADD 1 TO WS-ERROR-COUNT
077000     END-IF.
077100 3200-EXIT.
077200     EXIT.
077300
077400*****************************************************************
077500*  3300-REOPEN-ONE-ITEM.                                       *
077600*    A CANDIDATE'S ROOM IS DRAWN DOWN AS IT IS USED, SO TWO    *
077700*    RETURNS ON ONE ACCOUNT NEVER REOPEN AN ITEM PAST ITS      *
077800*    ORIGINAL AMOUNT.                                          *
077900*****************************************************************
078000 3300-REOPEN-ONE-ITEM.
078100     IF WS-CND-ACCOUNT(CND-IDX) NOT =
078200             WS-RET-ACCOUNT(RET-IDX)(1:6)
078300             OR WS-CND-ROOM(CND-IDX) = ZERO
078400         GO TO 3300-EXIT
078500     END-IF.
078600     IF WS-CND-ROOM(CND-IDX) >= WS-REOPEN-LEFT
078700         MOVE WS-REOPEN-LEFT TO WS-PUT-BACK
078800     ELSE
078900         MOVE WS-CND-ROOM(CND-IDX) TO WS-PUT-BACK
079000     END-IF.
079100     SUBTRACT WS-PUT-BACK FROM WS-CND-ROOM(CND-IDX).
079200     SUBTRACT WS-PUT-BACK FROM WS-REOPEN-LEFT.
079300     MOVE WS-CND-INVOICE(CND-IDX)      TO AJ-INVOICE-NO.
079400     MOVE WS-CND-ACCOUNT(CND-IDX)      TO AJ-ACCOUNT-CODE.
079500     MOVE WS-PUT-BACK                  TO AJ-CREDIT-AMOUNT.
079600     MOVE WS-PROCESS-DATE              TO AJ-ADJ-DATE.
079700     MOVE SPACES                       TO AJ-SOURCE-KEY.
079800     MOVE WS-RET-RECEIPT(RET-IDX)      TO AJ-SOURCE-KEY(1:10).
079900     WRITE AJ-ADJUSTMENT-REC.
080000     MOVE WS-CND-INVOICE(CND-IDX)      TO WS-REO-INVOICE.
080100     MOVE WS-PUT-BACK                  TO WS-REO-AMOUNT.
080200     WRITE NR-PRINT-LINE FROM WS-RPT-REOPEN.
080300     ADD 1 TO WS-REOPEN-COUNT.
080400 3300-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800*  4000-WRITE-CARRY.                                           *
080900*    THE REVERSED INTEREST AND PRINCIPAL ARE OWED AGAIN, SO    *
081000*    THE CARRIED SHORTFALL GOES BACK DOWN BY THEM.  THE CARRY  *
081100*    IS WRITTEN EVERY NIGHT, RETURNS OR NOT, TO KEEP THE CHAIN *
081200*    UNBROKEN.                                                 *
081300*****************************************************************
081400 4000-WRITE-CARRY.
081500     COMPUTE WS-NEW-SHORTFALL ROUNDED =
081600         WS-OLD-SHORTFALL - WS-REV-TOTAL.
081700     OPEN OUTPUT CARRY-OUT.
081800     MOVE WS-NEW-SHORTFALL TO CO-PRIOR-SHORTFALL.
081900     MOVE WS-PROCESS-DATE  TO CO-RUN-DATE.
082000     WRITE CF-CARRY-OUT-REC.
082100     CLOSE CARRY-OUT.
082200     IF WS-NEW-SHORTFALL NOT = WS-OLD-SHORTFALL
082300         MOVE "NSFREV1"        TO DL-AUD-PROGRAM
082400         MOVE "NSFREV-CRY"     TO DL-AUD-OPERATION
082500         MOVE "CARRYFWD"       TO DL-AUD-KEY
082600         MOVE WS-OLD-SHORTFALL TO DL-AUD-BEFORE-VALUE
082700         MOVE WS-NEW-SHORTFALL TO DL-AUD-AFTER-VALUE
082800         MOVE WS-PROCESS-DATE  TO DL-AUD-DATE
082900         ACCEPT WS-CLOCK-TIME FROM TIME
083000         MOVE WS-CLOCK-TIME    TO DL-AUD-TIME
083100         MOVE ZERO             TO DL-AUD-RUN-NUMBER
083200         WRITE DL-AUDIT-REC
083300     END-IF.
083400     MOVE WS-OLD-SHORTFALL TO WS-CRY-OLD.
083500     MOVE WS-NEW-SHORTFALL TO WS-CRY-NEW.
083600     WRITE NR-PRINT-LINE FROM WS-RPT-CARRY.
083700 4000-EXIT.
083800     EXIT.
083900
084000*****************************************************************
084100*  5000-WRITE-HOLD-NOTICE.                                     *
084200*    CRHOLD01 FLIPS A RELEASED MASTER RECORD BACK TO HELD WHEN *
084300*    A NOTICE ARRIVES FOR IT, WITH THE RESTORED SHORTFALL AS   *
084400*    THE HOLD BALANCE.                                         *
084500*****************************************************************
084600 5000-WRITE-HOLD-NOTICE.
084700     IF NOT WS-HLD-REHOLD(HLD-IDX)
084800         GO TO 5000-EXIT
084900     END-IF.
085000     MOVE WS-HLD-ACCOUNT(HLD-IDX)   TO CH-ACCOUNT.
085100     MOVE WS-NEW-SHORTFALL          TO CH-BALANCE.
085112     MOVE WS-HLD-ACCOUNT(HLD-IDX)   TO CY-ACCOUNT.
085125     READ CARRY-MAST
085137         INVALID KEY
085150             CONTINUE
085162         NOT INVALID KEY
085175             MOVE CY-BALANCE        TO CH-BALANCE
085187     END-READ.
085200     MOVE "RETURNED ITEM - HOLD RESTORED" TO CH-REASON.
085300     WRITE CH-HOLD-LINE.
085400     ADD 1 TO WS-REHOLD-COUNT.
085500 5000-EXIT.
085600     EXIT.
085700
085800*****************************************************************
085900*  9000-FINALIZE.                                              *
086000*****************************************************************
086100 9000-FINALIZE.
086200     DISPLAY "NSFREV1 RETURNS REVERSED: " WS-REVERSED-COUNT
086300         " ITEMS REOPENED: " WS-REOPEN-COUNT.
086400     DISPLAY "NSFREV1 FEES CHARGED: " WS-FEE-COUNT
086500         " HOLDS RESTORED: " WS-REHOLD-COUNT
086600         " SKIPPED: " WS-ERROR-COUNT.
086700     IF WS-ERROR-COUNT > ZERO
086800         MOVE 4 TO RETURN-CODE
086900     END-IF.
087000     CLOSE HIST-OUT.
087100     CLOSE REOPEN-ADJ.
087200     CLOSE HOLD-OUT.
087300     CLOSE FEE-MUL.
087400     CLOSE AUDIT-OUT.
087500     CLOSE JRN-FEED.
087600     CLOSE NSF-RPT.
087650     CLOSE CARRY-MAST.
087700 9000-EXIT.
087800     EXIT.
