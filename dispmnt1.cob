000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     DISPMNT1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    INVOICE DISPUTE MAINTENANCE.  APPLIES THE DAY'S DISPTRAN  *
001200*    TRANSACTIONS TO THE DISPMAST DISPUTE MASTER - OPENING A   *
001300*    DISPUTE AGAINST A STANDING AR ITEM WITH ITS REASON,       *
001400*    AMOUNT, AND OWNER, UPDATING ONE, OR RESOLVING ONE.  A     *
001500*    RESTORE RESOLUTION SIMPLY CLOSES THE DISPUTE SO THE ITEM  *
001600*    AGES AND DUNS NORMALLY AGAIN; A CREDIT RESOLUTION ALSO    *
001700*    RAISES A CREDIT MEMO ON DISPADJ, IN THE ARADJ LAYOUT, SO  *
001800*    ARLEDG1 TAKES IT OFF THE ITEM THE SAME WAY AS ANY OTHER   *
001900*    CREDIT MEMO, AND POSTS IT TO THE GL EXTRACT (JRNLFD,      *
002000*    POSTING TYPE DSPCRM).  EVERY ACTION LANDS ON THE DISPREG  *
002100*    REGISTER.  RUNS AHEAD OF ARLEDG1, AGAINST THE ARMAST THE  *
002200*    PRIOR LEDGER RUN LEFT; DISPADJ RIDES THE ARADJ DD         *
002300*    BEHIND THE CREDIT-MEMO RUN'S OUTPUT.                      *
002400*                                                              *
002500*  MODIFICATION HISTORY.                                       *
002600*    2026-10-15  DL  ORIGINAL DISPUTE MAINTENANCE.             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DISP-TRAN ASSIGN TO "DISPTRAN"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT AR-MAST ASSIGN TO "ARMAST"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT DISP-MAST ASSIGN TO "DISPMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS DM-INVOICE-NO.
003900     SELECT DISP-ADJ ASSIGN TO "DISPADJ"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT JRN-FEED ASSIGN TO "JRNLFD"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT DISP-REG ASSIGN TO "DISPREG"
004400         ORGANIZATION IS SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  DISP-TRAN.
004900     COPY DLDISPTR.
005000
005100 FD  AR-MAST.
005200     COPY DLARITEM.
005300
005400 FD  DISP-MAST.
005500     COPY DLDISPM.
005600
005700 FD  DISP-ADJ.
005800     COPY DLARADJ.
005900
006000 FD  JRN-FEED.
006100     COPY DLJRNFD.
006200
006300 FD  DISP-REG.
006400 01  DG-PRINT-LINE            PIC X(120).
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-SWITCHES.
006800     05  WS-TRAN-EOF-SW       PIC X(01) VALUE "N".
006900         88  WS-TRAN-EOF           VALUE "Y".
007000     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
007100         88  WS-AR-EOF             VALUE "Y".
007200     05  WS-FOUND-SW          PIC X(01) VALUE "N".
007300         88  WS-MASTER-FOUND       VALUE "Y".
007400
007500 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
007600 01  WS-CREDIT-AMOUNT         PIC 9(09) VALUE ZERO.
007700 01  ITM-IDX                  PIC 9(04) VALUE ZERO.
007800 01  ITM-SUB                  PIC 9(04) VALUE ZERO.
007900
008000 01  WS-OPENED-COUNT          PIC 9(05) VALUE ZERO.
008100 01  WS-UPDATED-COUNT         PIC 9(05) VALUE ZERO.
008200 01  WS-RESTORED-COUNT        PIC 9(05) VALUE ZERO.
008300 01  WS-CREDITED-COUNT        PIC 9(05) VALUE ZERO.
008400 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
008500 01  WS-CREDITED-TOTAL        PIC 9(11) VALUE ZERO.
008600
008700 01  WS-ITEM-COUNT            PIC 9(04) VALUE ZERO.
008800 01  WS-ITEM-TABLE.
008900     05  WS-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
009000             DEPENDING ON WS-ITEM-COUNT.
009100         10  WS-ITM-ACCOUNT   PIC X(06).
009200         10  WS-ITM-INVOICE   PIC X(08).
009300         10  WS-ITM-OPEN      PIC S9(09).
009400
009500 01  WS-REG-HEADER.
009600     05  FILLER               PIC X(40) VALUE
009700         "INVOICE DISPUTE REGISTER  RUN DATE     ".
009800     05  WS-RGH-DATE          PIC 9(08).
009900
010000 01  WS-REG-COLUMNS.
010100     05  FILLER               PIC X(10) VALUE "INVOICE   ".
010200     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
010300     05  FILLER               PIC X(10) VALUE "ACTION    ".
010400     05  FILLER               PIC X(06) VALUE "REASON".
010500     05  FILLER               PIC X(15) VALUE
010600         "       DISPUTED".
010700     05  FILLER               PIC X(15) VALUE
010800         "       CREDITED".
010900     05  FILLER               PIC X(02) VALUE SPACES.
011000     05  FILLER               PIC X(10) VALUE "OWNER     ".
011100     05  FILLER               PIC X(10) VALUE "USER      ".
011200     05  FILLER               PIC X(30) VALUE "NOTE".
011300
011400 01  WS-REG-DETAIL.
011500     05  WS-RGD-INVOICE       PIC X(08).
011600     05  FILLER               PIC X(02) VALUE SPACES.
011700     05  WS-RGD-ACCOUNT       PIC X(06).
011800     05  FILLER               PIC X(04) VALUE SPACES.
011900     05  WS-RGD-ACTION        PIC X(10).
012000     05  WS-RGD-REASON        PIC X(04).
012100     05  FILLER               PIC X(02) VALUE SPACES.
012200     05  WS-RGD-DISPUTED      PIC Z(14)9.
012300     05  WS-RGD-CREDITED      PIC Z(14)9.
012400     05  FILLER               PIC X(02) VALUE SPACES.
012500     05  WS-RGD-OWNER         PIC X(08).
012600     05  FILLER               PIC X(02) VALUE SPACES.
012700     05  WS-RGD-USER          PIC X(08).
012800     05  FILLER               PIC X(02) VALUE SPACES.
012900     05  WS-RGD-NOTE          PIC X(30).
013000
013100 01  WS-REG-TRAILER.
013200     05  FILLER               PIC X(08) VALUE "OPENED ".
013300     05  WS-RGT-OPENED        PIC Z(04)9.
013400     05  FILLER               PIC X(11) VALUE "  RESTORED ".
013500     05  WS-RGT-RESTORED      PIC Z(04)9.
013600     05  FILLER               PIC X(11) VALUE "  CREDITED ".
013700     05  WS-RGT-CREDITED      PIC Z(04)9.
013800     05  FILLER               PIC X(09) VALUE "  TOTAL  ".
013900     05  WS-RGT-TOTAL         PIC Z(10)9.
014000     05  FILLER               PIC X(10) VALUE "  ERRORS ".
014100     05  WS-RGT-ERRORS        PIC Z(04)9.
014200
014300 PROCEDURE DIVISION.
014400*****************************************************************
014500*  0000-MAINLINE.                                              *
014600*****************************************************************
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 2000-WORK-ONE-TRAN THRU 2000-EXIT
015000         UNTIL WS-TRAN-EOF.
015100     PERFORM 9000-FINALIZE THRU 9000-EXIT.
015200     STOP RUN.
015300
015400*****************************************************************
015500*  1000-INITIALIZE.                                            *
015600*    LOADS THE STANDING OPEN ITEMS A DISPUTE CAN BE RAISED OR  *
015700*    CREDITED AGAINST, THEN OPENS THE MASTER AND THE DAY'S     *
015800*    TRANSACTIONS.                                             *
015900*****************************************************************
016000 1000-INITIALIZE.
016100     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
016200     OPEN INPUT AR-MAST.
016300     READ AR-MAST
016400         AT END
016500             SET WS-AR-EOF TO TRUE
016600     END-READ.
016700     PERFORM 1100-LOAD-ONE-ITEM THRU 1100-EXIT
016800         UNTIL WS-AR-EOF.
016900     CLOSE AR-MAST.
017000     OPEN I-O DISP-MAST.
017100     OPEN INPUT DISP-TRAN.
017200     OPEN OUTPUT DISP-ADJ.
017300     OPEN OUTPUT DISP-REG.
017400     OPEN EXTEND JRN-FEED.
017500     MOVE WS-PROCESS-DATE TO WS-RGH-DATE.
017600     WRITE DG-PRINT-LINE FROM WS-REG-HEADER.
017700     WRITE DG-PRINT-LINE FROM WS-REG-COLUMNS.
017800     READ DISP-TRAN
017900         AT END
018000             SET WS-TRAN-EOF TO TRUE
018100     END-READ.
018200 1000-EXIT.
018300     EXIT.
018400
018500*****************************************************************
018600*  1100-LOAD-ONE-ITEM.                                         *
018700*    ONLY A STANDING ITEM CAN BE DISPUTED OR CREDITED.         *
018800*****************************************************************
018900 1100-LOAD-ONE-ITEM.
019000     IF AR-SETTLED
019100             OR AR-OPEN-AMOUNT NOT > ZERO
019200             OR AR-INVOICE-NO = SPACES
019300         GO TO 1100-NEXT
019400     END-IF.
019500     IF WS-ITEM-COUNT NOT < 5000
019600         DISPLAY "DISPMNT1 - ITEM TABLE FULL"
019700         GO TO 1100-NEXT
019800     END-IF.
019900     ADD 1 TO WS-ITEM-COUNT.
020000     MOVE AR-ACCOUNT-CODE TO WS-ITM-ACCOUNT(WS-ITEM-COUNT).
020100     MOVE AR-INVOICE-NO   TO WS-ITM-INVOICE(WS-ITEM-COUNT).
020200     MOVE AR-OPEN-AMOUNT  TO WS-ITM-OPEN(WS-ITEM-COUNT).
020300 1100-NEXT.
020400     READ AR-MAST
020500         AT END
020600             SET WS-AR-EOF TO TRUE
020700     END-READ.
020800 1100-EXIT.
020900     EXIT.
021000
021100*****************************************************************
021200*  2000-WORK-ONE-TRAN.                                         *
021300*****************************************************************
021400 2000-WORK-ONE-TRAN.
021500     SET WS-MASTER-FOUND TO TRUE.
021600     MOVE DT-INVOICE-NO TO DM-INVOICE-NO.
021700     READ DISP-MAST
021800         INVALID KEY
021900             MOVE "N" TO WS-FOUND-SW
022000     END-READ.
022100     MOVE ZERO TO ITM-IDX.
022200     PERFORM 2050-MATCH-ONE-ITEM THRU 2050-EXIT
022300         VARYING ITM-SUB FROM 1 BY 1
022400         UNTIL ITM-SUB > WS-ITEM-COUNT
022500            OR ITM-IDX > ZERO.
022600     MOVE DT-INVOICE-NO     TO WS-RGD-INVOICE.
022700     MOVE DT-USER-ID        TO WS-RGD-USER.
022800     MOVE ZERO              TO WS-RGD-CREDITED.
022900     MOVE SPACES            TO WS-RGD-NOTE.
023000     EVALUATE TRUE
023100         WHEN DT-ACTION-OPEN
023200             PERFORM 3000-OPEN-DISPUTE THRU 3000-EXIT
023300         WHEN DT-ACTION-UPDATE
023400             PERFORM 3100-UPDATE-DISPUTE THRU 3100-EXIT
023500         WHEN DT-ACTION-RESTORE
023600             PERFORM 3200-RESTORE-ITEM THRU 3200-EXIT
023700         WHEN DT-ACTION-CREDIT
023800             PERFORM 3300-CREDIT-ITEM THRU 3300-EXIT
023900         WHEN OTHER
024000             DISPLAY "DISPMNT1 - UNKNOWN ACTION " DT-ACTION
024100                 " FOR " DT-INVOICE-NO " - SKIPPED"
024200             ADD 1 TO WS-ERROR-COUNT
024300     END-EVALUATE.
024400     READ DISP-TRAN
024500         AT END
024600             SET WS-TRAN-EOF TO TRUE
024700     END-READ.
024800 2000-EXIT.
024900     EXIT.
025000
025100*****************************************************************
025200*  2050-MATCH-ONE-ITEM.                                        *
025300*****************************************************************
025400 2050-MATCH-ONE-ITEM.
025500     IF WS-ITM-INVOICE(ITM-SUB) = DT-INVOICE-NO
025600         MOVE ITM-SUB TO ITM-IDX
025700     END-IF.
025800 2050-EXIT.
025900     EXIT.
026000
026100*****************************************************************
026200*  3000-OPEN-DISPUTE.                                          *
026300*    A NEW DISPUTE NEEDS A STANDING ITEM, A REASON, AND AN     *
026400*    OWNER; IT CANNOT CLAIM MORE THAN THE ITEM'S OPEN AMOUNT.  *
026500*    A DISPUTE ONCE RESOLVED MAY BE OPENED AGAIN IN PLACE.     *
026600*****************************************************************
026700 3000-OPEN-DISPUTE.
026800     IF WS-MASTER-FOUND
026900             AND DM-OPEN
027000         DISPLAY "DISPMNT1 - DISPUTE ALREADY OPEN FOR "
027100             DT-INVOICE-NO " - SKIPPED"
027200         ADD 1 TO WS-ERROR-COUNT
027300         GO TO 3000-EXIT
027400     END-IF.
027500     IF ITM-IDX = ZERO
027600         DISPLAY "DISPMNT1 - NO STANDING OPEN ITEM FOR "
027700             DT-INVOICE-NO " - SKIPPED"
027800         ADD 1 TO WS-ERROR-COUNT
027900         GO TO 3000-EXIT
028000     END-IF.
028100     IF DT-REASON-CODE = SPACES
028200             OR DT-OWNER = SPACES
028300         DISPLAY "DISPMNT1 - DISPUTE WITH NO REASON OR OWNER "
028400             "FOR " DT-INVOICE-NO " - SKIPPED"
028500         ADD 1 TO WS-ERROR-COUNT
028600         GO TO 3000-EXIT
028700     END-IF.
028800     IF DT-DISPUTE-AMOUNT > WS-ITM-OPEN(ITM-IDX)
028900         DISPLAY "DISPMNT1 - DISPUTED AMOUNT OVER OPEN BALANCE "
029000             "FOR " DT-INVOICE-NO " - SKIPPED"
029100         ADD 1 TO WS-ERROR-COUNT
029200         GO TO 3000-EXIT
029300     END-IF.
029400     MOVE DT-INVOICE-NO            TO DM-INVOICE-NO.
029500     MOVE WS-ITM-ACCOUNT(ITM-IDX)  TO DM-ACCOUNT-CODE.
029600     MOVE DT-REASON-CODE           TO DM-REASON-CODE.
029700     IF DT-DISPUTE-AMOUNT = ZERO
029800         MOVE WS-ITM-OPEN(ITM-IDX) TO DM-DISPUTE-AMOUNT
029900     ELSE
030000         MOVE DT-DISPUTE-AMOUNT    TO DM-DISPUTE-AMOUNT
030100     END-IF.
030200     MOVE DT-OWNER                 TO DM-OWNER.
030300     SET DM-OPEN TO TRUE.
030400     MOVE WS-PROCESS-DATE          TO DM-OPEN-DATE.
030500     MOVE ZERO                     TO DM-RESOLVE-DATE.
030600     MOVE ZERO                     TO DM-CREDIT-AMOUNT.
030700     MOVE DT-USER-ID               TO DM-LAST-USER.
030800     IF WS-MASTER-FOUND
030900         REWRITE DM-DISPUTE-REC
031000         MOVE "REOPENED"           TO WS-RGD-ACTION
031100     ELSE
031200         WRITE DM-DISPUTE-REC
031300             INVALID KEY
031400                 DISPLAY "DISPMNT1 - OPEN FAILED FOR "
031500                     DT-INVOICE-NO
031600                 ADD 1 TO WS-ERROR-COUNT
031700                 GO TO 3000-EXIT
031800         END-WRITE
031900         MOVE "OPENED"             TO WS-RGD-ACTION
032000     END-IF.
032100     ADD 1 TO WS-OPENED-COUNT.
032200     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
032300 3000-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*  3100-UPDATE-DISPUTE.                                        *
032800*    SPACES OR ZERO LEAVE A FIELD AS IT STANDS - AN UPDATE     *
032900*    USUALLY JUST HANDS THE DISPUTE TO A NEW OWNER.            *
033000*****************************************************************
033100 3100-UPDATE-DISPUTE.
033200     IF NOT WS-MASTER-FOUND
033300             OR NOT DM-OPEN
033400         DISPLAY "DISPMNT1 - UPDATE WITH NO OPEN DISPUTE FOR "
033500             DT-INVOICE-NO " - SKIPPED"
033600         ADD 1 TO WS-ERROR-COUNT
033700         GO TO 3100-EXIT
033800     END-IF.
033900     IF DT-DISPUTE-AMOUNT > ZERO
034000         IF ITM-IDX > ZERO
034100                 AND DT-DISPUTE-AMOUNT > WS-ITM-OPEN(ITM-IDX)
034200             DISPLAY "DISPMNT1 - DISPUTED AMOUNT OVER OPEN "
034300                 "BALANCE FOR " DT-INVOICE-NO " - SKIPPED"
034400             ADD 1 TO WS-ERROR-COUNT
034500             GO TO 3100-EXIT
034600         END-IF
034700         MOVE DT-DISPUTE-AMOUNT TO DM-DISPUTE-AMOUNT
034800     END-IF.
034900     IF DT-REASON-CODE NOT = SPACES
035000         MOVE DT-REASON-CODE TO DM-REASON-CODE
035100     END-IF.
035200     IF DT-OWNER NOT = SPACES
035300         MOVE DT-OWNER TO DM-OWNER
035400     END-IF.
035500     MOVE DT-USER-ID TO DM-LAST-USER.
035600     REWRITE DM-DISPUTE-REC.
035700     MOVE "UPDATED" TO WS-RGD-ACTION.
035800     ADD 1 TO WS-UPDATED-COUNT.
035900     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
036000 3100-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*  3200-RESTORE-ITEM.                                          *
036500*    THE CUSTOMER'S CLAIM IS NOT UPHELD - THE DISPUTE CLOSES   *
036600*    AND THE ITEM GOES BACK INTO ITS NORMAL AGING BUCKET AND   *
036700*    THE DUNNING ESCALATION FROM THE NEXT LEDGER RUN.          *
036800*****************************************************************
036900 3200-RESTORE-ITEM.
037000     IF NOT WS-MASTER-FOUND
037100             OR NOT DM-OPEN
037200         DISPLAY "DISPMNT1 - RESOLVE WITH NO OPEN DISPUTE FOR "
037300             DT-INVOICE-NO " - SKIPPED"
037400         ADD 1 TO WS-ERROR-COUNT
037500         GO TO 3200-EXIT
037600     END-IF.
037700     SET DM-RESTORED TO TRUE.
037800     MOVE WS-PROCESS-DATE TO DM-RESOLVE-DATE.
037900     MOVE DT-USER-ID      TO DM-LAST-USER.
038000     REWRITE DM-DISPUTE-REC.
038100     MOVE "RESTORED" TO WS-RGD-ACTION.
038200     ADD 1 TO WS-RESTORED-COUNT.
038300     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
038400 3200-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038800*  3300-CREDIT-ITEM.                                           *
038900*    THE CLAIM IS UPHELD - THE CREDIT (THE WHOLE DISPUTED      *
039000*    AMOUNT UNLESS A SMALLER SETTLEMENT IS GIVEN, NEVER MORE   *
039100*    THAN THE ITEM STILL OWES) GOES OUT AS A CREDIT MEMO ON    *
039200*    DISPADJ FOR THE LEDGER AND AS ONE DSPCRM POSTING, WHICH   *
039300*    THE GLMAP MAPPING SPLITS INTO THE SALES-ALLOWANCE DEBIT   *
039400*    AND RECEIVABLES CREDIT.                                   *
039500*****************************************************************
039600 3300-CREDIT-ITEM.
039700     IF NOT WS-MASTER-FOUND
039800             OR NOT DM-OPEN
039900         DISPLAY "DISPMNT1 - RESOLVE WITH NO OPEN DISPUTE FOR "
040000             DT-INVOICE-NO " - SKIPPED"
040100         ADD 1 TO WS-ERROR-COUNT
040200         GO TO 3300-EXIT
040300     END-IF.
040400     IF ITM-IDX = ZERO
040500         DISPLAY "DISPMNT1 - NO STANDING OPEN ITEM TO CREDIT "
040600             "FOR " DT-INVOICE-NO " - SKIPPED"
040700         ADD 1 TO WS-ERROR-COUNT
040800         GO TO 3300-EXIT
040900     END-IF.
041000     IF DT-CREDIT-AMOUNT = ZERO
041100         MOVE DM-DISPUTE-AMOUNT TO WS-CREDIT-AMOUNT
041200     ELSE
041300         MOVE DT-CREDIT-AMOUNT  TO WS-CREDIT-AMOUNT
041400     END-IF.
041500     IF WS-CREDIT-AMOUNT > WS-ITM-OPEN(ITM-IDX)
041600         MOVE WS-ITM-OPEN(ITM-IDX) TO WS-CREDIT-AMOUNT
041700         MOVE "CREDIT CUT TO OPEN BALANCE" TO WS-RGD-NOTE
041800     END-IF.
041900     MOVE DM-INVOICE-NO             TO AJ-INVOICE-NO.
042000     MOVE DM-ACCOUNT-CODE           TO AJ-ACCOUNT-CODE.
042100     MOVE WS-CREDIT-AMOUNT          TO AJ-CREDIT-AMOUNT.
042200     MOVE WS-PROCESS-DATE           TO AJ-ADJ-DATE.
042300     MOVE "DISPMNT1"                TO AJ-SOURCE-KEY.
042400     WRITE AJ-ADJUSTMENT-REC.
042500     MOVE "DISPMNT1"                TO JF-SOURCE-PROGRAM.
042600     MOVE SPACES                    TO JF-TRANS-KEY.
042700     MOVE "DSPCRM"                  TO JF-TRANS-KEY(1:6).
042800     MOVE DM-ACCOUNT-CODE           TO JF-TRANS-KEY(7:6).
042900     MOVE "+"                       TO JF-AMOUNT-SIGN.
043000     MOVE WS-CREDIT-AMOUNT          TO JF-AMOUNT.
043100     MOVE SPACES                    TO JF-CURRENCY-CODE.
043200     MOVE WS-PROCESS-DATE           TO JF-RUN-DATE.
043300     WRITE JF-JOURNAL-REC.
043400     SET DM-CREDITED TO TRUE.
043500     MOVE WS-PROCESS-DATE  TO DM-RESOLVE-DATE.
043600     MOVE WS-CREDIT-AMOUNT TO DM-CREDIT-AMOUNT.
043700     MOVE DT-USER-ID       TO DM-LAST-USER.
043800     REWRITE DM-DISPUTE-REC.
043900     MOVE "CREDITED" TO WS-RGD-ACTION.
044000     MOVE WS-CREDIT-AMOUNT TO WS-RGD-CREDITED.
044100     ADD 1 TO WS-CREDITED-COUNT.
044200     ADD WS-CREDIT-AMOUNT TO WS-CREDITED-TOTAL.
044300     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
044400 3300-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*  8000-WRITE-REGISTER.                                        *
044900*****************************************************************
045000 8000-WRITE-REGISTER.
045100     MOVE DM-ACCOUNT-CODE   TO WS-RGD-ACCOUNT.
045200     MOVE DM-REASON-CODE    TO WS-RGD-REASON.
045300     MOVE DM-DISPUTE-AMOUNT TO WS-RGD-DISPUTED.
045400     MOVE DM-OWNER          TO WS-RGD-OWNER.
045500     WRITE DG-PRINT-LINE FROM WS-REG-DETAIL.
045600 8000-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*  9000-FINALIZE.                                              *
046100*****************************************************************
046200 9000-FINALIZE.
046300     MOVE WS-OPENED-COUNT   TO WS-RGT-OPENED.
046400     MOVE WS-RESTORED-COUNT TO WS-RGT-RESTORED.
046500     MOVE WS-CREDITED-COUNT TO WS-RGT-CREDITED.
046600     MOVE WS-CREDITED-TOTAL TO WS-RGT-TOTAL.
046700     MOVE WS-ERROR-COUNT    TO WS-RGT-ERRORS.
046800     WRITE DG-PRINT-LINE FROM WS-REG-TRAILER.
046900     DISPLAY "DISPMNT1 OPENED: " WS-OPENED-COUNT
047000         " UPDATED: " WS-UPDATED-COUNT
047100         " RESTORED: " WS-RESTORED-COUNT
047200         " CREDITED: " WS-CREDITED-COUNT
047300         " ERRORS: " WS-ERROR-COUNT.
047400     IF WS-ERROR-COUNT > ZERO
047500         MOVE 4 TO RETURN-CODE
047600     END-IF.
047700     CLOSE DISP-TRAN.
047800     CLOSE DISP-MAST.
047900     CLOSE DISP-ADJ.
048000     CLOSE DISP-REG.
048100     CLOSE JRN-FEED.
048200 9000-EXIT.
048300     EXIT.
