000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     QUOTMNT1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   ORDER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    AUDITED MAINTENANCE FOR THE QUOTEMST PRICE QUOTATION      *
001200*    MASTER.  APPLIES ADD/CHANGE/CANCEL TRANSACTIONS           *
001300*    (QUOTTRAN) FROM SALES WITH FIELD VALIDATION AND WRITES A  *
001400*    BEFORE/AFTER IMAGE TO QUOTAUD FOR EVERY CHANGE.  A QUOTE  *
001500*    IS NEVER DELETED - A CANCELLED OR EXPIRED QUOTE STAYS ON  *
001600*    THE MASTER WITH WHAT WAS DRAWN AGAINST IT.                *
001700*                                                              *
001800*  MODIFICATION HISTORY.                                       *
001900*    2026-10-15  DL  ORIGINAL AUDITED QUOTATION MAINTENANCE.   *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT QUOTE-TRAN ASSIGN TO "QUOTTRAN"
002500         ORGANIZATION IS SEQUENTIAL.
002600     SELECT QUOTE-MAST ASSIGN TO "QUOTEMST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS QT-QUOTE-NO.
003000     SELECT ITEM-MAST ASSIGN TO "ITEMMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS IM-ITEM-CODE.
003400     SELECT QUOTE-AUDIT ASSIGN TO "QUOTAUD"
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  QUOTE-TRAN.
004000     COPY DLPRQTTR.
004100
004200 FD  QUOTE-MAST.
004300     COPY DLPRQUOT.
004400
004500 FD  ITEM-MAST.
004600     COPY DLITEMMS.
004700
004800 FD  QUOTE-AUDIT.
004900     COPY DLPRQTAU.
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-TRAN-EOF-SW       PIC X(01) VALUE "N".
005400         88  WS-TRAN-EOF           VALUE "Y".
005500     05  WS-FOUND-SW          PIC X(01) VALUE "N".
005600         88  WS-MASTER-FOUND       VALUE "Y".
005700     05  WS-ITEM-SW           PIC X(01) VALUE "N".
005800         88  WS-ITEM-ON-FILE       VALUE "Y".
005900
006000 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
006100 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
006200 01  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
006300 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
006400 01  WS-OLD-STATUS            PIC X(01) VALUE SPACE.
006500 01  WS-OLD-QUOTED-RATE       PIC S9(04) VALUE ZERO.
006600 01  WS-OLD-QTY-CAP           PIC 9(07) VALUE ZERO.
006700 01  WS-OLD-VALID-THRU        PIC 9(08) VALUE ZERO.
006800
006900 PROCEDURE DIVISION.
007000*****************************************************************
007100*  0000-MAINLINE.                                              *
007200*****************************************************************
007300 0000-MAINLINE.
007400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007500     PERFORM 3000-WORK-ONE-TRAN THRU 3000-EXIT
007600         UNTIL WS-TRAN-EOF.
007700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
007800     STOP RUN.
007900
008000*****************************************************************
008100*  1000-INITIALIZE.                                            *
008200*****************************************************************
008300 1000-INITIALIZE.
008400     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
008500     OPEN I-O QUOTE-MAST.
008600     OPEN INPUT ITEM-MAST.
008700     OPEN INPUT QUOTE-TRAN.
008800     OPEN OUTPUT QUOTE-AUDIT.
008900     READ QUOTE-TRAN
009000         AT END
009100             SET WS-TRAN-EOF TO TRUE
009200     END-READ.
009300 1000-EXIT.
009400     EXIT.
009500
009600*****************************************************************
009700*  3000-WORK-ONE-TRAN.                                         *
009800*****************************************************************
009900 3000-WORK-ONE-TRAN.
010000     PERFORM 4000-APPLY-ONE-TRAN THRU 4000-EXIT.
010100     READ QUOTE-TRAN
010200         AT END
010300             SET WS-TRAN-EOF TO TRUE
010400     END-READ.
010500 3000-EXIT.
010600     EXIT.
010700
010800*****************************************************************
010900*  4000-APPLY-ONE-TRAN.                                        *
011000*****************************************************************
011100 4000-APPLY-ONE-TRAN.
011200     SET WS-MASTER-FOUND TO TRUE.
011300     MOVE QE-QUOTE-NO TO QT-QUOTE-NO.
011400     READ QUOTE-MAST
011500         INVALID KEY
011600             MOVE "N" TO WS-FOUND-SW
011700     END-READ.
011800     IF WS-MASTER-FOUND
011900         MOVE QT-STATUS          TO WS-OLD-STATUS
012000         MOVE QT-QUOTED-RATE     TO WS-OLD-QUOTED-RATE
012100         MOVE QT-QTY-CAP         TO WS-OLD-QTY-CAP
012200         MOVE QT-VALID-THRU      TO WS-OLD-VALID-THRU
012300     ELSE
012400         MOVE SPACE TO WS-OLD-STATUS
012500         MOVE ZERO  TO WS-OLD-QUOTED-RATE
012600         MOVE ZERO  TO WS-OLD-QTY-CAP
012700         MOVE ZERO  TO WS-OLD-VALID-THRU
012800     END-IF.
012900     EVALUATE TRUE
013000         WHEN QE-ACTION-ADD
013100             PERFORM 4100-APPLY-ADD THRU 4100-EXIT
013200         WHEN QE-ACTION-CHANGE
013300             PERFORM 4200-APPLY-CHANGE THRU 4200-EXIT
013400         WHEN QE-ACTION-CANCEL
013500             PERFORM 4300-APPLY-CANCEL THRU 4300-EXIT
013600         WHEN OTHER
013700             DISPLAY "QUOTMNT1 - UNKNOWN ACTION " QE-ACTION
013800                 " FOR " QE-QUOTE-NO " - SKIPPED"
013900             ADD 1 TO WS-ERROR-COUNT
014000     END-EVALUATE.
014100 4000-EXIT.
014200     EXIT.
014300
014400*****************************************************************
014500*  4100-APPLY-ADD.                                             *
014600*    A NEW QUOTE NEEDS A NUMBER, AN ACCOUNT, AN ITEM ON THE    *
014700*    ITEM MASTER, A RATE AND A CAP ABOVE ZERO, AND A VALID-    *
014800*    THROUGH DATE NOT ALREADY PAST.  IT STARTS OPEN WITH       *
014900*    NOTHING DRAWN.                                            *
015000*****************************************************************
015100 4100-APPLY-ADD.
015200     IF WS-MASTER-FOUND
015300         DISPLAY "QUOTMNT1 - ADD FOR EXISTING QUOTE "
015400             QE-QUOTE-NO " - SKIPPED"
015500         ADD 1 TO WS-ERROR-COUNT
015600         GO TO 4100-EXIT
015700     END-IF.
015800     IF QE-QUOTE-NO = SPACES
015900             OR QE-ACCOUNT-CODE = SPACES
016000             OR QE-ITEM-CODE = SPACES
016100         DISPLAY "QUOTMNT1 - ADD MISSING QUOTE, ACCOUNT, OR "
016200             "ITEM FOR " QE-QUOTE-NO " - SKIPPED"
016300         ADD 1 TO WS-ERROR-COUNT
016400         GO TO 4100-EXIT
016500     END-IF.
016600     IF QE-QUOTED-RATE NOT > ZERO
016700             OR QE-QTY-CAP NOT > ZERO
016800             OR QE-VALID-THRU < WS-PROCESS-DATE
016900         DISPLAY "QUOTMNT1 - ADD WITH BAD RATE, CAP, OR "
017000             "VALID-THRU FOR " QE-QUOTE-NO " - SKIPPED"
017100         ADD 1 TO WS-ERROR-COUNT
017200         GO TO 4100-EXIT
017300     END-IF.
017400     PERFORM 4500-CHECK-ITEM THRU 4500-EXIT.
017500     IF NOT WS-ITEM-ON-FILE
017600         GO TO 4100-EXIT
017700     END-IF.
017800     MOVE QE-QUOTE-NO        TO QT-QUOTE-NO.
017900     MOVE QE-ACCOUNT-CODE    TO QT-ACCOUNT-CODE.
018000     MOVE QE-ITEM-CODE       TO QT-ITEM-CODE.
018100     MOVE QE-QUOTED-RATE     TO QT-QUOTED-RATE.
018200     MOVE QE-QTY-CAP         TO QT-QTY-CAP.
018300     MOVE ZERO               TO QT-QTY-USED.
018400     MOVE QE-VALID-THRU      TO QT-VALID-THRU.
018500     SET QT-OPEN TO TRUE.
018600     MOVE WS-PROCESS-DATE    TO QT-ISSUE-DATE.
018700     WRITE QT-QUOTE-REC
018800         INVALID KEY
018900             DISPLAY "QUOTMNT1 - ADD FAILED FOR " QE-QUOTE-NO
019000             ADD 1 TO WS-ERROR-COUNT
019100             GO TO 4100-EXIT
019200     END-WRITE.
019300     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
019400 4100-EXIT.
019500     EXIT.
019600
019700*****************************************************************
019800*  4200-APPLY-CHANGE.                                          *
019900*    ZERO LEAVES A FIELD AS IT STANDS.  A CAP MAY NOT BE CUT   *
020000*    BELOW WHAT HAS ALREADY BEEN DRAWN AGAINST IT, AND A       *
020100*    CANCELLED QUOTE IS NOT REOPENED BY A CHANGE.              *
020200*****************************************************************
020300 4200-APPLY-CHANGE.
020400     IF NOT WS-MASTER-FOUND
020500         DISPLAY "QUOTMNT1 - CHANGE FOR UNKNOWN QUOTE "
020600             QE-QUOTE-NO " - SKIPPED"
020700         ADD 1 TO WS-ERROR-COUNT
020800         GO TO 4200-EXIT
020900     END-IF.
021000     IF QT-CANCELLED
021100         DISPLAY "QUOTMNT1 - CHANGE FOR CANCELLED QUOTE "
021200             QE-QUOTE-NO " - SKIPPED"
021300         ADD 1 TO WS-ERROR-COUNT
021400         GO TO 4200-EXIT
021500     END-IF.
021600     IF QE-QUOTED-RATE < ZERO
021700             OR (QE-QTY-CAP > ZERO
021800                 AND QE-QTY-CAP < QT-QTY-USED)
021900         DISPLAY "QUOTMNT1 - CHANGE WITH BAD RATE OR CAP "
022000             "BELOW QUANTITY USED FOR " QE-QUOTE-NO " - SKIPPED"
022100         ADD 1 TO WS-ERROR-COUNT
022200         GO TO 4200-EXIT
022300     END-IF.
022400     IF QE-QUOTED-RATE > ZERO
022500         MOVE QE-QUOTED-RATE TO QT-QUOTED-RATE
022600     END-IF.
022700     IF QE-QTY-CAP > ZERO
022800         MOVE QE-QTY-CAP TO QT-QTY-CAP
022900     END-IF.
023000     IF QE-VALID-THRU > ZERO
023100         MOVE QE-VALID-THRU TO QT-VALID-THRU
023200     END-IF.
023300     REWRITE QT-QUOTE-REC.
023400     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
023500 4200-EXIT.
023600     EXIT.
023700
023800*****************************************************************
023900*  4300-APPLY-CANCEL.                                          *
024000*****************************************************************
024100 4300-APPLY-CANCEL.
024200     IF NOT WS-MASTER-FOUND
024300         DISPLAY "QUOTMNT1 - CANCEL FOR UNKNOWN QUOTE "
024400             QE-QUOTE-NO " - SKIPPED"
024500         ADD 1 TO WS-ERROR-COUNT
024600         GO TO 4300-EXIT
024700     END-IF.
024800     SET QT-CANCELLED TO TRUE.
024900     REWRITE QT-QUOTE-REC.
025000     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
025100 4300-EXIT.
025200     EXIT.
025300
025400*****************************************************************
025500*  4500-CHECK-ITEM.                                            *
025600*    A QUOTE MAY ONLY BE GIVEN FOR AN ACTIVE ITEM.             *
025700*****************************************************************
025800 4500-CHECK-ITEM.
025900     SET WS-ITEM-ON-FILE TO TRUE.
026000     MOVE QE-ITEM-CODE TO IM-ITEM-CODE.
026100     READ ITEM-MAST
026200         INVALID KEY
026300             MOVE "N" TO WS-ITEM-SW
026400     END-READ.
026500     IF WS-ITEM-ON-FILE AND IM-DISCONTINUED
026600         MOVE "N" TO WS-ITEM-SW
026700     END-IF.
026800     IF NOT WS-ITEM-ON-FILE
026900         DISPLAY "QUOTMNT1 - ITEM " QE-ITEM-CODE
027000             " NOT ACTIVE ON ITEMMAST FOR " QE-QUOTE-NO
027100             " - SKIPPED"
027200         ADD 1 TO WS-ERROR-COUNT
027300     END-IF.
027400 4500-EXIT.
027500     EXIT.
027600
027700*****************************************************************
027800*  8000-WRITE-AUDIT.                                           *
027900*****************************************************************
028000 8000-WRITE-AUDIT.
028100     MOVE QE-QUOTE-NO            TO QU-QUOTE-NO.
028200     MOVE QE-ACTION              TO QU-ACTION.
028300     MOVE QT-ACCOUNT-CODE        TO QU-ACCOUNT-CODE.
028400     MOVE QT-ITEM-CODE           TO QU-ITEM-CODE.
028500     MOVE WS-OLD-STATUS          TO QU-OLD-STATUS.
028600     MOVE WS-OLD-QUOTED-RATE     TO QU-OLD-QUOTED-RATE.
028700     MOVE WS-OLD-QTY-CAP         TO QU-OLD-QTY-CAP.
028800     MOVE WS-OLD-VALID-THRU      TO QU-OLD-VALID-THRU.
028900     MOVE QT-STATUS              TO QU-NEW-STATUS.
029000     MOVE QT-QUOTED-RATE         TO QU-NEW-QUOTED-RATE.
029100     MOVE QT-QTY-CAP             TO QU-NEW-QTY-CAP.
029200     MOVE QT-VALID-THRU          TO QU-NEW-VALID-THRU.
029300     MOVE QT-QTY-USED            TO QU-QTY-USED.
029400     MOVE QE-USER-ID             TO QU-USER-ID.
029500     MOVE WS-PROCESS-DATE        TO QU-CHANGE-DATE.
029600     ACCEPT WS-CLOCK-TIME FROM TIME.
029700     MOVE WS-CLOCK-TIME          TO QU-CHANGE-TIME.
029800     WRITE QU-QUOTE-AUDIT-REC.
029900     ADD 1 TO WS-APPLIED-COUNT.
030000 8000-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400*  9000-FINALIZE.                                              *
030500*****************************************************************
030600 9000-FINALIZE.
030700     DISPLAY "QUOTMNT1 APPLIED: " WS-APPLIED-COUNT
030800         " ERRORS: " WS-ERROR-COUNT.
030900     IF WS-ERROR-COUNT > ZERO
031000         MOVE 4 TO RETURN-CODE
031100     END-IF.
031200     CLOSE QUOTE-TRAN.
031300     CLOSE QUOTE-MAST.
031400     CLOSE ITEM-MAST.
031500     CLOSE QUOTE-AUDIT.
031600 9000-EXIT.
031700     EXIT.
