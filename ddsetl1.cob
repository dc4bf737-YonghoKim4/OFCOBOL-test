000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     DDSETL1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    DIRECT-DEBIT SETTLEMENT.  READS THE BANK'S DDSETL         *
001200*    SETTLEMENT FILE AND MATCHES EACH LINE TO THE PENDING      *
001300*    DEBIT DDCOLL1 ASKED FOR ON THE DDHISTI HISTORY.  A        *
001400*    SETTLED DEBIT BECOMES A CASH RECEIPT ON DDRCPT, IN THE    *
001500*    CSHRCPT LAYOUT WITH THE DEBIT'S REQUEST ID AS ITS RECEIPT *
001600*    ID, WHICH RIDES THE CSHRCPT DD INTO CASHAPP1 AND ARLEDG1  *
001700*    SO THE MONEY IS APPLIED LIKE ANY OTHER CASH.  A RETURNED  *
001800*    DEBIT IS MARKED ON THE HISTORY AND NOT PRESENTED AGAIN.   *
001900*    THE UPDATED HISTORY GOES TO DDHISTO AND EVERY OUTCOME TO  *
002000*    THE DDSREG REGISTER.  A LINE THAT MATCHES NO PENDING      *
002100*    DEBIT, OR DISAGREES WITH IT, IS REPORTED AND LEFT ALONE.  *
002200*                                                              *
002300*  MODIFICATION HISTORY.                                       *
002400*    2026-10-15  DL  ORIGINAL DIRECT-DEBIT SETTLEMENT.         *
002450*    2026-10-15  DL  RECEIPTS CARRY A BLANK RECEIPT TYPE.      *
002466*    2026-10-15  DL  RECEIPTS CARRY A BLANK CURRENCY CODE -    *
002483*                    THEY ARE IN BASE.                         *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DD-SETL ASSIGN TO "DDSETL"
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT HIST-IN ASSIGN TO "DDHISTI"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT HIST-OUT ASSIGN TO "DDHISTO"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT DD-RCPT ASSIGN TO "DDRCPT"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT SETL-REG ASSIGN TO "DDSREG"
003800         ORGANIZATION IS SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DD-SETL.
004300     COPY DLDDSETL.
004400
004500 FD  HIST-IN.
004600     COPY DLDDHIST
004700         REPLACING ==DY-DEBIT-HIST-REC== BY ==HI-DEBIT-HIST-REC==
004800                   ==DY-REQUEST-ID==     BY ==HI-REQUEST-ID==
004900                   ==DY-ACCOUNT-CODE==   BY ==HI-ACCOUNT-CODE==
005000                   ==DY-INVOICE-NO==     BY ==HI-INVOICE-NO==
005100                   ==DY-AMOUNT==         BY ==HI-AMOUNT==
005200                   ==DY-REQUEST-DATE==   BY ==HI-REQUEST-DATE==
005300                   ==DY-COLLECT-DATE==   BY ==HI-COLLECT-DATE==
005400                   ==DY-STATUS==         BY ==HI-STATUS==
005500                   ==DY-PENDING==        BY ==HI-PENDING==
005600                   ==DY-SETTLED==        BY ==HI-SETTLED==
005700                   ==DY-RETURNED==       BY ==HI-RETURNED==
005800                   ==DY-STATUS-DATE==    BY ==HI-STATUS-DATE==
005900                   ==DY-RETURN-REASON==  BY ==HI-RETURN-REASON==.
006000
006100 FD  HIST-OUT.
006200     COPY DLDDHIST.
006300
006400 FD  DD-RCPT.
006500     COPY DLCSHRCP.
006600
006700 FD  SETL-REG.
006800 01  SG-PRINT-LINE            PIC X(120).
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-SWITCHES.
007200     05  WS-SETL-EOF-SW       PIC X(01) VALUE "N".
007300         88  WS-SETL-EOF           VALUE "Y".
007400     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
007500         88  WS-HIST-EOF           VALUE "Y".
007600
007700 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
007800 01  HST-IDX                  PIC 9(04) VALUE ZERO.
007900 01  HST-SUB                  PIC 9(04) VALUE ZERO.
008000
008100 01  WS-SETTLED-COUNT         PIC 9(05) VALUE ZERO.
008200 01  WS-SETTLED-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
008300 01  WS-RETURNED-COUNT        PIC 9(05) VALUE ZERO.
008400 01  WS-RETURNED-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
008500 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
008600
008700 01  WS-HIST-COUNT            PIC 9(04) VALUE ZERO.
008800 01  WS-HIST-TABLE.
008900     05  WS-HIST-ENTRY OCCURS 1 TO 5000 TIMES
009000             DEPENDING ON WS-HIST-COUNT.
009100         10  WS-HST-IMAGE     PIC X(62).
009200         10  WS-HST-REQUEST   PIC X(10).
009300
009400 01  WS-REG-HEADER.
009500     05  FILLER               PIC X(36) VALUE
009600         "DIRECT-DEBIT SETTLEMENT  RUN DATE ".
009700     05  WS-RGH-DATE          PIC 9(08).
009800
009900 01  WS-REG-COLUMNS.
010000     05  FILLER               PIC X(12) VALUE "REQUEST ID  ".
010100     05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
010200     05  FILLER               PIC X(10) VALUE "INVOICE   ".
010300     05  FILLER               PIC X(13) VALUE "       AMOUNT".
010400     05  FILLER               PIC X(12) VALUE "  SETTLED   ".
010500     05  FILLER               PIC X(10) VALUE "OUTCOME   ".
010600     05  FILLER               PIC X(06) VALUE "REASON".
010700
010800 01  WS-REG-DETAIL.
010900     05  WS-RGD-REQUEST-ID    PIC X(10).
011000     05  FILLER               PIC X(02) VALUE SPACES.
011100     05  WS-RGD-ACCOUNT       PIC X(06).
011200     05  FILLER               PIC X(04) VALUE SPACES.
011300     05  WS-RGD-INVOICE       PIC X(08).
011400     05  FILLER               PIC X(02) VALUE SPACES.
011500     05  WS-RGD-AMOUNT        PIC Z(09)9.99.
011600     05  FILLER               PIC X(02) VALUE SPACES.
011700     05  WS-RGD-SETTLE-DATE   PIC 9(08).
011800     05  FILLER               PIC X(02) VALUE SPACES.
011900     05  WS-RGD-OUTCOME       PIC X(10).
012000     05  WS-RGD-REASON        PIC X(04).
012100
012200 01  WS-REG-TRAILER.
012300     05  FILLER               PIC X(08) VALUE "SETTLED ".
012400     05  WS-RGT-SETTLED       PIC Z(04)9.
012500     05  FILLER               PIC X(09) VALUE "  TOTAL  ".
012600     05  WS-RGT-SETTLED-AMT   PIC Z(10)9.99.
012700     05  FILLER               PIC X(11) VALUE "  RETURNED ".
012800     05  WS-RGT-RETURNED      PIC Z(04)9.
012900     05  FILLER               PIC X(09) VALUE "  TOTAL  ".
013000     05  WS-RGT-RETURNED-AMT  PIC Z(10)9.99.
013100
013200 PROCEDURE DIVISION.
013300*****************************************************************
013400*  0000-MAINLINE.                                              *
013500*****************************************************************
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     PERFORM 2000-SETTLE-ONE-DEBIT THRU 2000-EXIT
013900         UNTIL WS-SETL-EOF.
014000     PERFORM 3000-WRITE-ONE-HISTORY THRU 3000-EXIT
014100         VARYING HST-IDX FROM 1 BY 1
014200         UNTIL HST-IDX > WS-HIST-COUNT.
014300     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
014400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
014500     STOP RUN.
014600
014700*****************************************************************
014800*  1000-INITIALIZE.                                            *
014900*****************************************************************
015000 1000-INITIALIZE.
015100     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
015200     OPEN INPUT HIST-IN.
015300     READ HIST-IN
015400         AT END
015500             SET WS-HIST-EOF TO TRUE
015600     END-READ.
015700     PERFORM 1100-LOAD-ONE-HISTORY THRU 1100-EXIT
015800         UNTIL WS-HIST-EOF.
015900     CLOSE HIST-IN.
016000     OPEN INPUT DD-SETL.
016100     OPEN OUTPUT HIST-OUT.
016200     OPEN OUTPUT DD-RCPT.
016300     OPEN OUTPUT SETL-REG.
016400     MOVE WS-PROCESS-DATE TO WS-RGH-DATE.
016500     WRITE SG-PRINT-LINE FROM WS-REG-HEADER.
016600     WRITE SG-PRINT-LINE FROM WS-REG-COLUMNS.
016700     READ DD-SETL
016800         AT END
016900             SET WS-SETL-EOF TO TRUE
017000     END-READ.
017100 1000-EXIT.
017200     EXIT.
017300
017400*****************************************************************
017500*  1100-LOAD-ONE-HISTORY.                                      *
017600*****************************************************************
017700 1100-LOAD-ONE-HISTORY.
017800     IF WS-HIST-COUNT < 5000
017900         ADD 1 TO WS-HIST-COUNT
018000         MOVE HI-DEBIT-HIST-REC TO WS-HST-IMAGE(WS-HIST-COUNT)
018100         MOVE HI-REQUEST-ID     TO WS-HST-REQUEST(WS-HIST-COUNT)
018200     ELSE
018300         DISPLAY "DDSETL1 - HISTORY TABLE FULL"
018400         ADD 1 TO WS-ERROR-COUNT
018500     END-IF.
018600     READ HIST-IN
018700         AT END
018800             SET WS-HIST-EOF TO TRUE
018900     END-READ.
019000 1100-EXIT.
019100     EXIT.
019200
019300*****************************************************************
019400*  2000-SETTLE-ONE-DEBIT.                                      *
019500*    THE BANK'S LINE MUST NAME A DEBIT STILL PENDING, FOR THE  *
019600*    SAME ACCOUNT - AND, WHEN SETTLED, FOR THE SAME AMOUNT.    *
019700*****************************************************************
019800 2000-SETTLE-ONE-DEBIT.
019900     MOVE ZERO TO HST-IDX.
020000     PERFORM 2050-MATCH-ONE-HISTORY THRU 2050-EXIT
020100         VARYING HST-SUB FROM 1 BY 1
020200         UNTIL HST-SUB > WS-HIST-COUNT
020300            OR HST-IDX > ZERO.
020400     IF HST-IDX = ZERO
020500         DISPLAY "DDSETL1 - NO DEBIT " DX-REQUEST-ID
020600             " ON HISTORY - SKIPPED"
020700         ADD 1 TO WS-ERROR-COUNT
020800         GO TO 2000-NEXT
020900     END-IF.
021000     MOVE WS-HST-IMAGE(HST-IDX) TO DY-DEBIT-HIST-REC.
021100     IF NOT DY-PENDING
021200         DISPLAY "DDSETL1 - DEBIT " DX-REQUEST-ID
021300             " ALREADY REPORTED - SKIPPED"
021400         ADD 1 TO WS-ERROR-COUNT
021500         GO TO 2000-NEXT
021600     END-IF.
021700     IF DX-ACCOUNT-CODE NOT = DY-ACCOUNT-CODE
021800         DISPLAY "DDSETL1 - DEBIT " DX-REQUEST-ID
021900             " ACCOUNT DISAGREES - SKIPPED"
022000         ADD 1 TO WS-ERROR-COUNT
022100         GO TO 2000-NEXT
022200     END-IF.
022300     EVALUATE TRUE
022400         WHEN DX-SETTLED
022500             IF DX-AMOUNT NOT = DY-AMOUNT
022600                 DISPLAY "DDSETL1 - DEBIT " DX-REQUEST-ID
022700                     " AMOUNT DISAGREES - SKIPPED"
022800                 ADD 1 TO WS-ERROR-COUNT
022900                 GO TO 2000-NEXT
023000             END-IF
023100             PERFORM 2100-WRITE-RECEIPT THRU 2100-EXIT
023200         WHEN DX-RETURNED
023300             SET DY-RETURNED TO TRUE
023400             MOVE DX-RETURN-REASON TO DY-RETURN-REASON
023500             MOVE "RETURNED  " TO WS-RGD-OUTCOME
023600             ADD 1 TO WS-RETURNED-COUNT
023700             ADD DY-AMOUNT TO WS-RETURNED-TOTAL
023800         WHEN OTHER
023900             DISPLAY "DDSETL1 - DEBIT " DX-REQUEST-ID
024000                 " UNKNOWN RESULT " DX-RESULT " - SKIPPED"
024100             ADD 1 TO WS-ERROR-COUNT
024200             GO TO 2000-NEXT
024300     END-EVALUATE.
024400     IF DX-SETTLE-DATE = ZERO
024500         MOVE WS-PROCESS-DATE TO DY-STATUS-DATE
024600     ELSE
024700         MOVE DX-SETTLE-DATE  TO DY-STATUS-DATE
024800     END-IF.
024900     MOVE DY-DEBIT-HIST-REC TO WS-HST-IMAGE(HST-IDX).
025000     MOVE DY-REQUEST-ID     TO WS-RGD-REQUEST-ID.
025100     MOVE DY-ACCOUNT-CODE   TO WS-RGD-ACCOUNT.
025200     MOVE DY-INVOICE-NO     TO WS-RGD-INVOICE.
025300     MOVE DY-AMOUNT         TO WS-RGD-AMOUNT.
025400     MOVE DY-STATUS-DATE    TO WS-RGD-SETTLE-DATE.
025500     MOVE DY-RETURN-REASON  TO WS-RGD-REASON.
025600     WRITE SG-PRINT-LINE FROM WS-REG-DETAIL.
025700 2000-NEXT.
025800     READ DD-SETL
025900         AT END
026000             SET WS-SETL-EOF TO TRUE
026100     END-READ.
026200 2000-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600*  2050-MATCH-ONE-HISTORY.                                     *
026700*****************************************************************
026800 2050-MATCH-ONE-HISTORY.
026900     IF WS-HST-REQUEST(HST-SUB) = DX-REQUEST-ID
027000         MOVE HST-SUB TO HST-IDX
027100     END-IF.
027200 2050-EXIT.
027300     EXIT.
027400
027500*****************************************************************
027600*  2100-WRITE-RECEIPT.                                         *
027700*    THE COLLECTED MONEY ARRIVES AS AN ORDINARY BANK RECEIPT,  *
027800*    DATED THE DAY THE BANK SETTLED IT.                        *
027900*****************************************************************
028000 2100-WRITE-RECEIPT.
028100     SET DY-SETTLED TO TRUE.
028200     MOVE DY-REQUEST-ID   TO RC-RECEIPT-ID.
028300     MOVE DY-ACCOUNT-CODE TO RC-ACCOUNT.
028400     MOVE DY-AMOUNT       TO RC-AMOUNT.
028500     IF DX-SETTLE-DATE = ZERO
028600         MOVE WS-PROCESS-DATE TO RC-RECEIPT-DATE
028700     ELSE
028800         MOVE DX-SETTLE-DATE  TO RC-RECEIPT-DATE
028900     END-IF.
028950     MOVE SPACE           TO RC-RECEIPT-TYPE.
028975     MOVE SPACES          TO RC-CURRENCY-CODE.
029000     WRITE RC-RECEIPT-REC.
029100     MOVE "SETTLED   " TO WS-RGD-OUTCOME.
029200     ADD 1 TO WS-SETTLED-COUNT.
029300     ADD DY-AMOUNT TO WS-SETTLED-TOTAL.
029400 2100-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800*  3000-WRITE-ONE-HISTORY.                                     *
029900*****************************************************************
030000 3000-WRITE-ONE-HISTORY.
030100     MOVE WS-HST-IMAGE(HST-IDX) TO DY-DEBIT-HIST-REC.
030200     WRITE DY-DEBIT-HIST-REC.
030300 3000-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700*  8000-WRITE-TOTALS.                                          *
030800*****************************************************************
030900 8000-WRITE-TOTALS.
031000     MOVE WS-SETTLED-COUNT  TO WS-RGT-SETTLED.
031100     MOVE WS-SETTLED-TOTAL  TO WS-RGT-SETTLED-AMT.
031200     MOVE WS-RETURNED-COUNT TO WS-RGT-RETURNED.
031300     MOVE WS-RETURNED-TOTAL TO WS-RGT-RETURNED-AMT.
031400     WRITE SG-PRINT-LINE FROM WS-REG-TRAILER.
031500 8000-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900*  9000-FINALIZE.                                              *
032000*****************************************************************
032100 9000-FINALIZE.
032200     DISPLAY "DDSETL1 SETTLED: " WS-SETTLED-COUNT
032300         " TOTAL: " WS-SETTLED-TOTAL
032400         " RETURNED: " WS-RETURNED-COUNT
032500         " ERRORS: " WS-ERROR-COUNT.
032600     IF WS-ERROR-COUNT > ZERO
032700         MOVE 4 TO RETURN-CODE
032800     END-IF.
032900     CLOSE DD-SETL.
033000     CLOSE HIST-OUT.
033100     CLOSE DD-RCPT.
033200     CLOSE SETL-REG.
033300 9000-EXIT.
033400     EXIT.
