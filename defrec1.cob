000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     DEFREC1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   ORDER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    MONTH-END DEFERRED REVENUE RECOGNITION.  INVOICE1 BOOKS A *
001200*    LINE BILLED UP FRONT FOR A SERVICE PERIOD TO DEFERRED     *
001300*    REVENUE AND LEAVES ITS MONTHLY SLICES ON THE DEFSCHD      *
001400*    SCHEDULE MASTER.  THIS RUN SWEEPS THE MASTER AND POSTS    *
001500*    EVERY OPEN SLICE FOR THE PROCESS DATE'S MONTH (OR AN      *
001600*    EARLIER MONTH A MISSED RUN LEFT BEHIND) FROM DEFERRED     *
001700*    REVENUE TO REVENUE ON JRNLFD UNDER POSTING TYPE REVREC,   *
001800*    MARKING EACH SLICE RECOGNIZED SO A RERUN CANNOT POST IT   *
001900*    TWICE.  THE DEFRPT REPORT LISTS THE SLICES POSTED, ROLLS  *
002000*    THE DEFERRED BALANCE FORWARD (OPENING, ADDED THIS MONTH,  *
002100*    RECOGNIZED, CLOSING), AND SHOWS THE WATERFALL OF THE      *
002200*    CLOSING BALANCE OVER THE NEXT TWELVE MONTHS AND BEYOND.   *
002300*                                                              *
002400*  MODIFICATION HISTORY.                                       *
002500*    2026-10-15  DL  ORIGINAL DEFERRED REVENUE RECOGNITION.    *
002525*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON  *
002550*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST    *
002575*                    THROUGH CLSREC01, WITH ITS RETURN CODE.   *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DEF-SCHED ASSIGN TO "DEFSCHD"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS DF-KEY.
003400     SELECT JRN-FEED ASSIGN TO "JRNLFD"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT DEF-RPT ASSIGN TO "DEFRPT"
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DEF-SCHED.
004200     COPY DLDEFSCH.
004300
004400 FD  JRN-FEED.
004500     COPY DLJRNFD.
004600
004700 FD  DEF-RPT.
004800 01  DR-PRINT-LINE            PIC X(100).
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
005200     05  WS-SCHED-EOF-SW      PIC X(01) VALUE "N".
005300         88  WS-SCHED-EOF          VALUE "Y".
005400     05  WS-REWRITE-SW        PIC X(01) VALUE "Y".
005500         88  WS-REWRITE-OK         VALUE "Y".
005600
005700 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
005800 01  WS-PROCESS-DATE-R REDEFINES WS-PROCESS-DATE.
005900     05  WS-RUN-PERIOD        PIC 9(06).
006000     05  FILLER               PIC 9(02).
006100 01  WS-PERIOD-WORK           PIC 9(06) VALUE ZERO.
006200 01  WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
006300     05  WS-PW-YYYY           PIC 9(04).
006400     05  WS-PW-MM             PIC 9(02).
006500 01  WS-RUN-ORD               PIC 9(06) VALUE ZERO.
006600 01  WS-SLICE-ORD             PIC 9(06) VALUE ZERO.
006700 01  WS-WORK-ORD              PIC 9(06) VALUE ZERO.
006800 01  WS-OFFSET                PIC S9(06) VALUE ZERO.
006900 01  WS-BILL-PERIOD           PIC 9(06) VALUE ZERO.
007000 01  WS-RECOG-PERIOD          PIC 9(06) VALUE ZERO.
007100
007200 01  WS-OPENING               PIC 9(11)V9(02) VALUE ZERO.
007300 01  WS-ADDED                 PIC 9(11)V9(02) VALUE ZERO.
007400 01  WS-RECOGNIZED            PIC 9(11)V9(02) VALUE ZERO.
007500 01  WS-CLOSING               PIC 9(11)V9(02) VALUE ZERO.
007600 01  WS-WATERFALL-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
007700 01  WS-BALANCE-AFTER         PIC 9(11)V9(02) VALUE ZERO.
007800 01  WS-SLICES-READ           PIC 9(07) COMP VALUE ZERO.
007900 01  WS-SLICES-POSTED         PIC 9(07) COMP VALUE ZERO.
008000 01  WS-SLICES-EARLIER        PIC 9(07) COMP VALUE ZERO.
008100 01  WS-REWRITE-ERRORS        PIC 9(07) COMP VALUE ZERO.
008200
008300 01  WF-IDX                   PIC 9(02) VALUE ZERO.
008400 01  WS-WATERFALL.
008500     05  WS-WF-ENTRY OCCURS 12 TIMES.
008600         10  WS-WF-PERIOD     PIC 9(06).
008700         10  WS-WF-AMOUNT     PIC 9(11)V9(02).
008800 01  WS-WF-LATER              PIC 9(11)V9(02) VALUE ZERO.
008900
009000 01  WS-RPT-HEADER.
009100     05  FILLER               PIC X(38) VALUE
009200         "DEFERRED REVENUE RECOGNITION - PERIOD ".
009300     05  WS-HDR-PERIOD        PIC 9(06).
009400     05  FILLER               PIC X(12) VALUE "   RUN DATE ".
009500     05  WS-HDR-DATE          PIC 9(08).
009600
009700 01  WS-RPT-COLUMNS.
009800     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
009900     05  FILLER               PIC X(10) VALUE "INVOICE   ".
010000     05  FILLER               PIC X(06) VALUE "LINE  ".
010100     05  FILLER               PIC X(10) VALUE "ITEM      ".
010200     05  FILLER               PIC X(09) VALUE "SLICE    ".
010300     05  FILLER               PIC X(08) VALUE "PERIOD  ".
010400     05  FILLER               PIC X(09) VALUE "BILLED  ".
010500     05  FILLER               PIC X(15) VALUE
010600         "     RECOGNIZED".
010700
010800 01  WS-RPT-DETAIL.
010900     05  WS-DET-ACCOUNT       PIC X(06).
011000     05  FILLER               PIC X(02) VALUE SPACES.
011100     05  WS-DET-INVOICE       PIC 9(08).
011200     05  FILLER               PIC X(02) VALUE SPACES.
011300     05  WS-DET-LINE          PIC ZZZ9.
011400     05  FILLER               PIC X(02) VALUE SPACES.
011500     05  WS-DET-ITEM          PIC X(08).
011600     05  FILLER               PIC X(02) VALUE SPACES.
011700     05  WS-DET-SLICE         PIC ZZ9.
011800     05  FILLER               PIC X(01) VALUE "/".
011900     05  WS-DET-SLICES        PIC ZZ9.
012000     05  FILLER               PIC X(02) VALUE SPACES.
012100     05  WS-DET-PERIOD        PIC 9(06).
012200     05  FILLER               PIC X(02) VALUE SPACES.
012300     05  WS-DET-BILLED        PIC 9(08).
012400     05  FILLER               PIC X(01) VALUE SPACES.
012500     05  WS-DET-AMOUNT        PIC Z,ZZZ,ZZ9.99.
012600
012700 01  WS-RPT-SECTION.
012800     05  WS-SEC-TITLE         PIC X(40).
012900
013000 01  WS-RPT-ROLL.
013100     05  WS-ROLL-LABEL        PIC X(30).
013200     05  WS-ROLL-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013300
013400 01  WS-RPT-WF-COLUMNS.
013500     05  FILLER               PIC X(10) VALUE "PERIOD    ".
013600     05  FILLER               PIC X(17) VALUE
013700         "       RECOGNIZES".
013800     05  FILLER               PIC X(20) VALUE
013900         "       BALANCE AFTER".
014000
014100 01  WS-RPT-WF-LINE.
014200     05  WS-WF-LBL            PIC X(06).
014300     05  FILLER               PIC X(04) VALUE SPACES.
014400     05  WS-WF-RECOG          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
014500     05  FILLER               PIC X(03) VALUE SPACES.
014600     05  WS-WF-BALANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
014700
014800 01  WS-RPT-TRAILER.
014900     05  FILLER               PIC X(15) VALUE "SLICES POSTED ".
015000     05  WS-TRL-POSTED        PIC Z(06)9.
015100     05  FILLER               PIC X(25) VALUE
015200         "  POSTED BY EARLIER RUN ".
015300     05  WS-TRL-EARLIER       PIC Z(06)9.
015400
015433     COPY DLCLNOTE.
015466
015500 PROCEDURE DIVISION.
015600*****************************************************************
015700*  0000-MAINLINE.                                              *
015800*****************************************************************
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     PERFORM 2000-PROCESS-ONE-SLICE THRU 2000-EXIT
016200         UNTIL WS-SCHED-EOF.
016300     PERFORM 8000-PRINT-ROLL-FORWARD THRU 8000-EXIT.
016400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
016500     STOP RUN.
016600
016700*****************************************************************
016800*  1000-INITIALIZE.                                            *
016900*    THE PROCESS DATE'S MONTH IS THE PERIOD BEING CLOSED.  THE *
017000*    WATERFALL BUCKETS ARE THE TWELVE MONTHS AFTER IT.         *
017100*****************************************************************
017200 1000-INITIALIZE.
017300     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
017400     MOVE WS-RUN-PERIOD TO WS-PERIOD-WORK.
017500     COMPUTE WS-RUN-ORD = WS-PW-YYYY * 12 + WS-PW-MM.
017600     PERFORM 1100-SET-ONE-BUCKET THRU 1100-EXIT
017700         VARYING WF-IDX FROM 1 BY 1
017800         UNTIL WF-IDX > 12.
017900     OPEN I-O DEF-SCHED.
018000     OPEN EXTEND JRN-FEED.
018100     OPEN OUTPUT DEF-RPT.
018200     MOVE WS-RUN-PERIOD   TO WS-HDR-PERIOD.
018300     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
018400     WRITE DR-PRINT-LINE FROM WS-RPT-HEADER.
018500     WRITE DR-PRINT-LINE FROM WS-RPT-COLUMNS.
018600     MOVE LOW-VALUES TO DF-KEY.
018700     START DEF-SCHED KEY NOT < DF-KEY
018800         INVALID KEY
018900             SET WS-SCHED-EOF TO TRUE
019000     END-START.
019100     IF NOT WS-SCHED-EOF
019200         PERFORM 1600-READ-NEXT-SLICE THRU 1600-EXIT
019300     END-IF.
019400 1000-EXIT.
019500     EXIT.
019600
019700*****************************************************************
019800*  1100-SET-ONE-BUCKET.                                        *
019900*    MONTH ORDINALS ARE YEAR * 12 + MONTH, SO THE BUCKET'S     *
020000*    ORDINAL LESS ONE DIVIDES BACK INTO YEAR AND MONTH - 1.    *
020100*****************************************************************
020200 1100-SET-ONE-BUCKET.
020300     COMPUTE WS-WORK-ORD = WS-RUN-ORD + WF-IDX - 1.
020400     DIVIDE WS-WORK-ORD BY 12 GIVING WS-PW-YYYY
020500         REMAINDER WS-PW-MM.
020600     ADD 1 TO WS-PW-MM.
020700     MOVE WS-PERIOD-WORK TO WS-WF-PERIOD(WF-IDX).
020800     MOVE ZERO           TO WS-WF-AMOUNT(WF-IDX).
020900 1100-EXIT.
021000     EXIT.
021100
021200*****************************************************************
021300*  1600-READ-NEXT-SLICE.                                       *
021400*****************************************************************
021500 1600-READ-NEXT-SLICE.
021600     READ DEF-SCHED NEXT RECORD
021700         AT END
021800             SET WS-SCHED-EOF TO TRUE
021900     END-READ.
022000 1600-EXIT.
022100     EXIT.
022200
022300*****************************************************************
022400*  2000-PROCESS-ONE-SLICE.                                     *
022500*    A SLICE RECOGNIZED IN AN EARLIER MONTH IS HISTORY.  EVERY *
022600*    OTHER SLICE IS PART OF THIS MONTH'S DEFERRED BALANCE -    *
022700*    OPENING WHEN BILLED IN AN EARLIER MONTH, ADDED WHEN       *
022800*    BILLED THIS MONTH.  AN OPEN SLICE DUE BY THIS MONTH IS    *
022900*    POSTED; ONE ALREADY POSTED BY AN EARLIER RUN THIS MONTH   *
023000*    COUNTS AS RECOGNIZED WITHOUT POSTING AGAIN; THE REST      *
023100*    FALL INTO THE WATERFALL.                                  *
023200*****************************************************************
023300 2000-PROCESS-ONE-SLICE.
023400     ADD 1 TO WS-SLICES-READ.
023500     IF DF-RECOGNIZED
023600         COMPUTE WS-RECOG-PERIOD = DF-RECOG-DATE / 100
023700         IF WS-RECOG-PERIOD NOT = WS-RUN-PERIOD
023800             GO TO 2000-NEXT
023900         END-IF
024000     END-IF.
024100     COMPUTE WS-BILL-PERIOD = DF-BILL-DATE / 100.
024200     IF WS-BILL-PERIOD < WS-RUN-PERIOD
024300         ADD DF-AMOUNT TO WS-OPENING
024400     ELSE
024500         ADD DF-AMOUNT TO WS-ADDED
024600     END-IF.
024700     IF DF-RECOGNIZED
024800         ADD DF-AMOUNT TO WS-RECOGNIZED
024900         ADD 1 TO WS-SLICES-EARLIER
025000         GO TO 2000-NEXT
025100     END-IF.
025200     IF DF-PERIOD NOT > WS-RUN-PERIOD
025300         PERFORM 2100-RECOGNIZE-SLICE THRU 2100-EXIT
025400     ELSE
025500         PERFORM 2200-BUCKET-SLICE THRU 2200-EXIT
025600     END-IF.
025700 2000-NEXT.
025800     PERFORM 1600-READ-NEXT-SLICE THRU 1600-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300*  2100-RECOGNIZE-SLICE.                                       *
026400*    THE SLICE IS MARKED ON THE MASTER BEFORE IT IS POSTED - A *
026500*    SLICE THAT CANNOT BE MARKED IS NOT POSTED AND STAYS IN    *
026600*    THE DEFERRED BALANCE FOR THE NEXT RUN.                    *
026700*****************************************************************
026800 2100-RECOGNIZE-SLICE.
026900     MOVE "Y" TO WS-REWRITE-SW.
027000     SET DF-RECOGNIZED TO TRUE.
027100     MOVE WS-PROCESS-DATE TO DF-RECOG-DATE.
027200     REWRITE DF-DEFER-REC
027300         INVALID KEY
027400             MOVE "N" TO WS-REWRITE-SW
027500     END-REWRITE.
027600     IF NOT WS-REWRITE-OK
027700         DISPLAY "DEFREC1 - DEFSCHD REWRITE FAILED FOR " DF-KEY
027800         ADD 1 TO WS-REWRITE-ERRORS
027900         MOVE 4 TO RETURN-CODE
028000         PERFORM 2200-BUCKET-SLICE THRU 2200-EXIT
028100         GO TO 2100-EXIT
028200     END-IF.
028300     MOVE "DEFREC1"          TO JF-SOURCE-PROGRAM.
028400     MOVE SPACES             TO JF-TRANS-KEY.
028500     MOVE "REVREC"           TO JF-TRANS-KEY(1:6).
028600     MOVE DF-ACCOUNT-CODE    TO JF-TRANS-KEY(7:6).
028700     MOVE "+"                TO JF-AMOUNT-SIGN.
028800     MOVE DF-AMOUNT          TO JF-AMOUNT.
028900     MOVE SPACES             TO JF-CURRENCY-CODE.
029000     MOVE WS-PROCESS-DATE    TO JF-RUN-DATE.
029100     WRITE JF-JOURNAL-REC.
029200     ADD DF-AMOUNT TO WS-RECOGNIZED.
029300     ADD 1 TO WS-SLICES-POSTED.
029400     MOVE DF-ACCOUNT-CODE    TO WS-DET-ACCOUNT.
029500     MOVE DF-INVOICE-NO      TO WS-DET-INVOICE.
029600     MOVE DF-LINE-NO         TO WS-DET-LINE.
029700     MOVE DF-ITEM-KEY        TO WS-DET-ITEM.
029800     MOVE DF-SLICE-NO        TO WS-DET-SLICE.
029900     MOVE DF-SLICE-COUNT     TO WS-DET-SLICES.
030000     MOVE DF-PERIOD          TO WS-DET-PERIOD.
030100     MOVE DF-BILL-DATE       TO WS-DET-BILLED.
030200     MOVE DF-AMOUNT          TO WS-DET-AMOUNT.
030300     WRITE DR-PRINT-LINE FROM WS-RPT-DETAIL.
030400 2100-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800*  2200-BUCKET-SLICE.                                          *
030900*    A SLICE STILL DEFERRED AFTER THIS RUN LANDS IN THE MONTH  *
031000*    IT WILL BE RECOGNIZED - PAST THE TWELFTH MONTH IT GOES TO *
031100*    THE LATER BUCKET.  A SLICE LEFT OPEN FOR THIS MONTH OR    *
031200*    EARLIER (A FAILED MARK) COUNTS IN THE FIRST BUCKET.       *
031300*****************************************************************
031400 2200-BUCKET-SLICE.
031500     MOVE DF-PERIOD TO WS-PERIOD-WORK.
031600     COMPUTE WS-SLICE-ORD = WS-PW-YYYY * 12 + WS-PW-MM.
031700     COMPUTE WS-OFFSET = WS-SLICE-ORD - WS-RUN-ORD.
031800     IF WS-OFFSET < 1
031900         MOVE 1 TO WS-OFFSET
032000     END-IF.
032100     IF WS-OFFSET > 12
032200         ADD DF-AMOUNT TO WS-WF-LATER
032300     ELSE
032400         MOVE WS-OFFSET TO WF-IDX
032500         ADD DF-AMOUNT TO WS-WF-AMOUNT(WF-IDX)
032600     END-IF.
032700     ADD DF-AMOUNT TO WS-WATERFALL-TOTAL.
032800 2200-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200*  8000-PRINT-ROLL-FORWARD.                                    *
033300*    THE CLOSING BALANCE MUST EQUAL THE WATERFALL TOTAL - A    *
033400*    DIFFERENCE MEANS THE MASTER CHANGED UNDER THE RUN.        *
033500*****************************************************************
033600 8000-PRINT-ROLL-FORWARD.
033700     COMPUTE WS-CLOSING =
033800         WS-OPENING + WS-ADDED - WS-RECOGNIZED.
033900     MOVE SPACES TO DR-PRINT-LINE.
034000     WRITE DR-PRINT-LINE.
034100     MOVE "DEFERRED REVENUE ROLL-FORWARD" TO WS-SEC-TITLE.
034200     WRITE DR-PRINT-LINE FROM WS-RPT-SECTION.
034300     MOVE "OPENING DEFERRED BALANCE" TO WS-ROLL-LABEL.
034400     MOVE WS-OPENING TO WS-ROLL-AMOUNT.
034500     WRITE DR-PRINT-LINE FROM WS-RPT-ROLL.
034600     MOVE "ADDED BY BILLING THIS PERIOD" TO WS-ROLL-LABEL.
034700     MOVE WS-ADDED TO WS-ROLL-AMOUNT.
034800     WRITE DR-PRINT-LINE FROM WS-RPT-ROLL.
034900     MOVE "RECOGNIZED THIS PERIOD" TO WS-ROLL-LABEL.
035000     MOVE WS-RECOGNIZED TO WS-ROLL-AMOUNT.
035100     WRITE DR-PRINT-LINE FROM WS-RPT-ROLL.
035200     MOVE "CLOSING DEFERRED BALANCE" TO WS-ROLL-LABEL.
035300     MOVE WS-CLOSING TO WS-ROLL-AMOUNT.
035400     WRITE DR-PRINT-LINE FROM WS-RPT-ROLL.
035500     IF WS-CLOSING NOT = WS-WATERFALL-TOTAL
035600         DISPLAY "DEFREC1 - CLOSING BALANCE " WS-CLOSING
035700             " DISAGREES WITH WATERFALL " WS-WATERFALL-TOTAL
035800         MOVE 4 TO RETURN-CODE
035900     END-IF.
036000     MOVE SPACES TO DR-PRINT-LINE.
036100     WRITE DR-PRINT-LINE.
036200     MOVE "DEFERRED BALANCE WATERFALL" TO WS-SEC-TITLE.
036300     WRITE DR-PRINT-LINE FROM WS-RPT-SECTION.
036400     WRITE DR-PRINT-LINE FROM WS-RPT-WF-COLUMNS.
036500     MOVE WS-WATERFALL-TOTAL TO WS-BALANCE-AFTER.
036600     PERFORM 8100-PRINT-ONE-BUCKET THRU 8100-EXIT
036700         VARYING WF-IDX FROM 1 BY 1
036800         UNTIL WF-IDX > 12.
036900     MOVE "LATER " TO WS-WF-LBL.
037000     MOVE WS-WF-LATER TO WS-WF-RECOG.
037100     SUBTRACT WS-WF-LATER FROM WS-BALANCE-AFTER.
037200     MOVE WS-BALANCE-AFTER TO WS-WF-BALANCE.
037300     WRITE DR-PRINT-LINE FROM WS-RPT-WF-LINE.
037400     MOVE SPACES TO DR-PRINT-LINE.
037500     WRITE DR-PRINT-LINE.
037600     MOVE WS-SLICES-POSTED  TO WS-TRL-POSTED.
037700     MOVE WS-SLICES-EARLIER TO WS-TRL-EARLIER.
037800     WRITE DR-PRINT-LINE FROM WS-RPT-TRAILER.
037900 8000-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300*  8100-PRINT-ONE-BUCKET.                                      *
038400*****************************************************************
038500 8100-PRINT-ONE-BUCKET.
038600     MOVE WS-WF-PERIOD(WF-IDX) TO WS-WF-LBL.
038700     MOVE WS-WF-AMOUNT(WF-IDX) TO WS-WF-RECOG.
038800     SUBTRACT WS-WF-AMOUNT(WF-IDX) FROM WS-BALANCE-AFTER.
038900     MOVE WS-BALANCE-AFTER TO WS-WF-BALANCE.
039000     WRITE DR-PRINT-LINE FROM WS-RPT-WF-LINE.
039100 8100-EXIT.
039200     EXIT.
039300
039400*****************************************************************
039500*  9000-FINALIZE.                                              *
039600*****************************************************************
039700 9000-FINALIZE.
039800     DISPLAY "DEFREC1 SLICES READ: " WS-SLICES-READ
039900         " POSTED: " WS-SLICES-POSTED
040000         " AMOUNT: " WS-RECOGNIZED.
040100     DISPLAY "DEFREC1 CLOSING DEFERRED BALANCE: " WS-CLOSING.
040200     IF WS-REWRITE-ERRORS > ZERO
040300         DISPLAY "DEFREC1 SLICES NOT MARKED: " WS-REWRITE-ERRORS
040400     END-IF.
040500     CLOSE DEF-SCHED.
040600     CLOSE JRN-FEED.
040700     CLOSE DEF-RPT.
040720     MOVE "DEFREC1" TO CL-PROGRAM.
040740     MOVE WS-RUN-PERIOD TO CL-PERIOD.
040760     MOVE RETURN-CODE TO CL-RUN-RC.
040780     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
040800 9000-EXIT.
040900     EXIT.
