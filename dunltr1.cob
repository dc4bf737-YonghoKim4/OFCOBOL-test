002000*                                                               *
002100*  MODIFICATION HISTORY.                                      *
002200*    2026-09-02  DL  ORIGINAL DUNNING LETTERS AND REGISTER.     *
002208*    2026-10-15  DL  AMOUNTS UNDER AN OPEN DISPUTE ON DISPMAST  *
002215*                    ARE LEFT OUT OF THE DUNNED BALANCE; AN     *
002223*                    ACCOUNT WHOSE WHOLE HOLD IS IN DISPUTE     *
002231*                    GETS NO LETTER AND IS REGISTERED AS IN     *
002238*                    DISPUTE.                                   *
002246*    2026-10-15  DL  AN ACCOUNT WITH A CURRENT INSTALLMENT PLAN *
002254*                    ON PPLANI GETS NO LETTER AND IS REGISTERED *
002262*                    AS ON PLAN; A DEFAULTED PLAN DUNS AS       *
002269*                    BEFORE.                                    *
002277*    2026-10-15  DL  AN ACCOUNT PLACED WITH THE COLLECTION      *
002285*                    AGENCY ON AGYMSTI GETS NO LETTER AND IS    *
002292*                    REGISTERED AS PLACED.                      *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003300     SELECT DUN-LETTERS ASSIGN TO "DUNLTRS"
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT DUN-REG ASSIGN TO "DUNREG"
003511         ORGANIZATION IS SEQUENTIAL.
003522     SELECT DISP-MAST ASSIGN TO "DISPMAST"
003533         ORGANIZATION IS INDEXED
003544         ACCESS MODE IS SEQUENTIAL
003556         RECORD KEY IS DM-INVOICE-NO.
003567     SELECT PLAN-MAST ASSIGN TO "PPLANI"
003578         ORGANIZATION IS SEQUENTIAL.
003589     SELECT AGY-MAST ASSIGN TO "AGYMSTI"
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
006300     05  FILLER               PIC X(02) VALUE SPACES.
006400     05  DR-LETTER-DATE       PIC 9(08).
006500
006511 FD  DISP-MAST.
006522     COPY DLDISPM.
006533
006544 FD  PLAN-MAST.
006556     COPY DLPPLAN.
006561
006567 FD  AGY-MAST.
006578     COPY DLAGYMST.
006589
006600 WORKING-STORAGE SECTION.
006700 01  WS-SWITCHES.
006800     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
007100         88  WS-AUD-EOF            VALUE "Y".
007200     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
007300         88  WS-PARM-EOF           VALUE "Y".
007314     05  WS-DISP-EOF-SW       PIC X(01) VALUE "N".
007329         88  WS-DISP-EOF           VALUE "Y".
007343     05  WS-PLAN-EOF-SW       PIC X(01) VALUE "N".
007357         88  WS-PLAN-EOF           VALUE "Y".
007371     05  WS-AGY-EOF-SW        PIC X(01) VALUE "N".
007386         88  WS-AGY-EOF            VALUE "Y".
007400
007500 01  WS-REMIND-DAYS           PIC 9(03) VALUE 30.
007600 01  WS-DEMAND-DAYS           PIC 9(03) VALUE 60.
008000 01  WS-LEVEL                 PIC 9(01) VALUE ZERO.
008100 01  WS-ACCRUED-INTEREST      PIC S9(09)V9(02) VALUE ZERO.
008200 01  WS-LETTER-COUNT          PIC 9(05) VALUE ZERO.
008203 01  WS-DISPUTE-COUNT         PIC 9(05) VALUE ZERO.
008207 01  WS-DISPUTED-AMOUNT       PIC S9(09) VALUE ZERO.
008210 01  WS-DUN-BALANCE           PIC S9(09) VALUE ZERO.
008213 01  DSP-IDX                  PIC 9(03) VALUE ZERO.
008217 01  DSP-SUB                  PIC 9(03) VALUE ZERO.
008220 01  WS-ON-PLAN-COUNT         PIC 9(05) VALUE ZERO.
008223 01  PLN-IDX                  PIC 9(03) VALUE ZERO.
008227 01  PLN-SUB                  PIC 9(03) VALUE ZERO.
008230 01  WS-PLACED-COUNT          PIC 9(05) VALUE ZERO.
008233 01  AGY-IDX                  PIC 9(04) VALUE ZERO.
008237 01  AGY-SUB                  PIC 9(04) VALUE ZERO.
008240
008243 01  WS-PLAN-COUNT            PIC 9(03) VALUE ZERO.
008247 01  WS-PLAN-TABLE.
008250     05  WS-PLAN-ENTRY OCCURS 1 TO 500 TIMES
008253             DEPENDING ON WS-PLAN-COUNT.
008257         10  WS-PLN-ACCOUNT   PIC X(08).
008260 01  WS-AGY-COUNT             PIC 9(04) VALUE ZERO.
008263 01  WS-AGY-TABLE.
008267     05  WS-AGY-ENTRY OCCURS 1 TO 5000 TIMES
008270             DEPENDING ON WS-AGY-COUNT.
008273         10  WS-AGY-ACCOUNT   PIC X(08).
008277
008280 01  WS-DISP-COUNT            PIC 9(03) VALUE ZERO.
008283 01  WS-DISP-TABLE.
008287     05  WS-DISP-ENTRY OCCURS 1 TO 500 TIMES
008290             DEPENDING ON WS-DISP-COUNT.
008293         10  WS-DSP-ACCOUNT   PIC X(06).
008297         10  WS-DSP-AMOUNT    PIC 9(11).
008300
008400 01  WS-LTR-SEPARATOR.
008500     05  FILLER               PIC X(40) VALUE ALL "=".
010600     05  FILLER               PIC X(25) VALUE
010700         "ACCRUED INTEREST TO DATE ".
010800     05  WS-LTR-INT-AMOUNT    PIC -(8)9.99.
010817
010833 01  WS-LTR-DISPUTE.
010850     05  FILLER               PIC X(25) VALUE
010867         "UNDER DISPUTE - EXCLUDED ".
010883     05  WS-LTR-DSP-AMOUNT    PIC -(8)9.
010900
011000 01  WS-LTR-SINCE.
011100     05  FILLER               PIC X(14) VALUE "ON HOLD SINCE ".
016700     PERFORM 1100-SUM-ONE-ACCRUAL THRU 1100-EXIT
016800         UNTIL WS-AUD-EOF.
016900     CLOSE INT-AUDIT.
016904     OPEN INPUT DISP-MAST.
016908     READ DISP-MAST NEXT RECORD
016912         AT END
016916             SET WS-DISP-EOF TO TRUE
016920     END-READ.
016924     PERFORM 1150-LOAD-ONE-DISPUTE THRU 1150-EXIT
016928         UNTIL WS-DISP-EOF.
016932     CLOSE DISP-MAST.
016936     OPEN INPUT PLAN-MAST.
016940     READ PLAN-MAST
016944         AT END
016948             SET WS-PLAN-EOF TO TRUE
016952     END-READ.
016956     PERFORM 1170-LOAD-ONE-PLAN THRU 1170-EXIT
016960         UNTIL WS-PLAN-EOF.
016964     CLOSE PLAN-MAST.
016968     OPEN INPUT AGY-MAST.
016972     READ AGY-MAST
016976         AT END
016980             SET WS-AGY-EOF TO TRUE
016984     END-READ.
016988     PERFORM 1180-LOAD-ONE-PLACEMENT THRU 1180-EXIT
016992         UNTIL WS-AGY-EOF.
016996     CLOSE AGY-MAST.
017000     OPEN INPUT MAST-IN.
017100     OPEN OUTPUT DUN-LETTERS.
017200     OPEN OUTPUT DUN-REG.
019100     EXIT.
019200
019300*****************************************************************
019301*  1150-LOAD-ONE-DISPUTE.                                      *
019302*    TOTALS THE AMOUNT UNDER OPEN DISPUTE PER ACCOUNT.         *
019304*****************************************************************
019305 1150-LOAD-ONE-DISPUTE.
019306     IF NOT DM-OPEN
019307         GO TO 1150-NEXT
019308     END-IF.
019310     MOVE ZERO TO DSP-IDX.
019311     PERFORM 1160-MATCH-ONE-DISPUTE THRU 1160-EXIT
019312         VARYING DSP-SUB FROM 1 BY 1
019313         UNTIL DSP-SUB > WS-DISP-COUNT
019314            OR DSP-IDX > ZERO.
019315     IF DSP-IDX = ZERO
019317         IF WS-DISP-COUNT < 500
019318             ADD 1 TO WS-DISP-COUNT
019319             MOVE WS-DISP-COUNT TO DSP-IDX
019320             MOVE DM-ACCOUNT-CODE TO WS-DSP-ACCOUNT(DSP-IDX)
019321             MOVE ZERO TO WS-DSP-AMOUNT(DSP-IDX)
019323         ELSE
019324             DISPLAY "DUNLTR1 - DISPUTE TABLE FULL"
019325             GO TO 1150-NEXT
019326         END-IF
019327     END-IF.
019329     ADD DM-DISPUTE-AMOUNT TO WS-DSP-AMOUNT(DSP-IDX).
019330 1150-NEXT.
019331     READ DISP-MAST NEXT RECORD
019332         AT END
019333             SET WS-DISP-EOF TO TRUE
019335     END-READ.
019336 1150-EXIT.
019337     EXIT.
019338
019339*****************************************************************
019340*  1160-MATCH-ONE-DISPUTE.                                     *
019342*****************************************************************
019343 1160-MATCH-ONE-DISPUTE.
019344     IF WS-DSP-ACCOUNT(DSP-SUB) = DM-ACCOUNT-CODE
019345         MOVE DSP-SUB TO DSP-IDX
019346     END-IF.
019348 1160-EXIT.
019349     EXIT.
019350
019351*****************************************************************
019352*  1170-LOAD-ONE-PLAN.                                         *
019354*    NOTES EVERY ACCOUNT WHOSE INSTALLMENT PLAN IS CURRENT.    *
019355*****************************************************************
019356 1170-LOAD-ONE-PLAN.
019357     IF PP-CURRENT
019358         IF WS-PLAN-COUNT < 500
019360             ADD 1 TO WS-PLAN-COUNT
019361             MOVE PP-ACCOUNT TO WS-PLN-ACCOUNT(WS-PLAN-COUNT)
019362         ELSE
019363             DISPLAY "DUNLTR1 - PLAN TABLE FULL"
019364         END-IF
019365     END-IF.
019367     READ PLAN-MAST
019368         AT END
019369             SET WS-PLAN-EOF TO TRUE
019370     END-READ.
019371 1170-EXIT.
019373     EXIT.
019374
019375*****************************************************************
019376*  1180-LOAD-ONE-PLACEMENT.                                    *
019377*    NOTES EVERY ACCOUNT STANDING PLACED WITH THE AGENCY.      *
019379*****************************************************************
019380 1180-LOAD-ONE-PLACEMENT.
019381     IF AG-PLACED
019382         IF WS-AGY-COUNT < 5000
019383             ADD 1 TO WS-AGY-COUNT
019385             MOVE AG-ACCOUNT TO WS-AGY-ACCOUNT(WS-AGY-COUNT)
019386         ELSE
019387             DISPLAY "DUNLTR1 - PLACEMENT TABLE FULL"
019388         END-IF
019389     END-IF.
019390     READ AGY-MAST
019392         AT END
019393             SET WS-AGY-EOF TO TRUE
019394     END-READ.
019395 1180-EXIT.
019396     EXIT.
019398
019399*****************************************************************
019400*  1200-READ-MASTER.                                           *
019500*****************************************************************
019600 1200-READ-MASTER.
020500*  2000-DUN-ONE-ACCOUNT.                                       *
020600*    A STANDING HOLD ESCALATES BY AGE - FINAL NOTICE, DEMAND,  *
020700*    OR REMINDER.  A HOLD YOUNGER THAN THE REMINDER THRESHOLD, *
020800*    OR A RELEASED RECORD, GETS NO LETTER.  WHAT THE ACCOUNT   *
020812*    HAS UNDER OPEN DISPUTE COMES OUT OF THE DUNNED BALANCE;   *
020825*    WHEN NOTHING UNDISPUTED IS LEFT THE HOLD DOES NOT         *
020838*    ESCALATE AT ALL AND IS ONLY REGISTERED AS IN DISPUTE.     *
020850*    AN ACCOUNT KEEPING TO A CURRENT INSTALLMENT PLAN DOES NOT *
020862*    ESCALATE EITHER AND IS REGISTERED AS ON PLAN.             *
020875*    NOR DOES ONE PLACED WITH THE COLLECTION AGENCY, WHICH     *
020888*    IS REGISTERED AS PLACED.                                  *
020900*****************************************************************
021000 2000-DUN-ONE-ACCOUNT.
021100     IF NOT CM-HELD
022000     END-IF.
022100     IF WS-AGE-DAYS < ZERO
022200         MOVE ZERO TO WS-AGE-DAYS
022202     END-IF.
022205     MOVE ZERO TO PLN-IDX.
022207     PERFORM 2060-MATCH-ONE-PLAN THRU 2060-EXIT
022210         VARYING PLN-SUB FROM 1 BY 1
022212         UNTIL PLN-SUB > WS-PLAN-COUNT
022214            OR PLN-IDX > ZERO.
022217     MOVE ZERO TO DSP-IDX.
022219     PERFORM 2050-MATCH-ONE-ACCOUNT THRU 2050-EXIT
022221         VARYING DSP-SUB FROM 1 BY 1
022224         UNTIL DSP-SUB > WS-DISP-COUNT
022226            OR DSP-IDX > ZERO.
022229     IF DSP-IDX = ZERO
022231         MOVE ZERO TO WS-DISPUTED-AMOUNT
022233     ELSE
022236         MOVE WS-DSP-AMOUNT(DSP-IDX) TO WS-DISPUTED-AMOUNT
022238     END-IF.
022240     COMPUTE WS-DUN-BALANCE =
022243         CM-HOLD-BALANCE + WS-DISPUTED-AMOUNT.
022245     MOVE ZERO TO AGY-IDX.
022248     PERFORM 2070-MATCH-ONE-PLACEMENT THRU 2070-EXIT
022250         VARYING AGY-SUB FROM 1 BY 1
022252         UNTIL AGY-SUB > WS-AGY-COUNT
022255            OR AGY-IDX > ZERO.
022257     IF AGY-IDX > ZERO
022260         MOVE 8 TO WS-LEVEL
022262         PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
022264         ADD 1 TO WS-PLACED-COUNT
022267         GO TO 2000-NEXT
022269     END-IF.
022271     IF PLN-IDX > ZERO
022274         MOVE 9 TO WS-LEVEL
022276         PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
022279         ADD 1 TO WS-ON-PLAN-COUNT
022281         GO TO 2000-NEXT
022283     END-IF.
022286     IF WS-DISPUTED-AMOUNT > ZERO
022288             AND WS-DUN-BALANCE NOT < ZERO
022290         MOVE ZERO TO WS-LEVEL
022293         PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
022295         ADD 1 TO WS-DISPUTE-COUNT
022298         GO TO 2000-NEXT
022300     END-IF.
022400     EVALUATE TRUE
022500         WHEN WS-AGE-DAYS >= WS-FINAL-DAYS
024100     EXIT.
024200
024300*****************************************************************
024303*  2050-MATCH-ONE-ACCOUNT.                                     *
024306*****************************************************************
024310 2050-MATCH-ONE-ACCOUNT.
024313     IF WS-DSP-ACCOUNT(DSP-SUB) = CM-ACCOUNT
024316         MOVE DSP-SUB TO DSP-IDX
024319     END-IF.
024323 2050-EXIT.
024326     EXIT.
024329
024332*****************************************************************
024335*  2060-MATCH-ONE-PLAN.                                        *
024339*****************************************************************
024342 2060-MATCH-ONE-PLAN.
024345     IF WS-PLN-ACCOUNT(PLN-SUB) = CM-ACCOUNT
024348         MOVE PLN-SUB TO PLN-IDX
024352     END-IF.
024355 2060-EXIT.
024358     EXIT.
024361
024365*****************************************************************
024368*  2070-MATCH-ONE-PLACEMENT.                                   *
024371*****************************************************************
024374 2070-MATCH-ONE-PLACEMENT.
024377     IF WS-AGY-ACCOUNT(AGY-SUB) = CM-ACCOUNT
024381         MOVE AGY-SUB TO AGY-IDX
024384     END-IF.
024387 2070-EXIT.
024390     EXIT.
024394
024397*****************************************************************
024400*  3000-PRINT-LETTER.                                          *
024500*****************************************************************
024600 3000-PRINT-LETTER.
025600         WHEN 3
025700             WRITE DL-LETTER-LINE FROM WS-LTR-TITLE-3
025800     END-EVALUATE.
025900     MOVE WS-DUN-BALANCE TO WS-LTR-BAL-AMOUNT.
026000     WRITE DL-LETTER-LINE FROM WS-LTR-BALANCE.
026020     IF WS-DISPUTED-AMOUNT > ZERO
026040         MOVE WS-DISPUTED-AMOUNT TO WS-LTR-DSP-AMOUNT
026060         WRITE DL-LETTER-LINE FROM WS-LTR-DISPUTE
026080     END-IF.
026100     MOVE WS-ACCRUED-INTEREST TO WS-LTR-INT-AMOUNT.
026200     WRITE DL-LETTER-LINE FROM WS-LTR-INTEREST.
026300     MOVE CM-HOLD-DATE TO WS-LTR-HOLD-DATE.
028600             MOVE "DEMAND      " TO DR-LEVEL
028700         WHEN 3
028800             MOVE "FINAL NOTICE" TO DR-LEVEL
028814         WHEN 8
028829             MOVE "PLACED      " TO DR-LEVEL
028843         WHEN 9
028857             MOVE "ON PLAN     " TO DR-LEVEL
028871         WHEN OTHER
028886             MOVE "IN DISPUTE  " TO DR-LEVEL
028900     END-EVALUATE.
029000     MOVE CM-HOLD-DATE    TO DR-HOLD-DATE.
029100     MOVE WS-AGE-DAYS     TO DR-AGE-DAYS.
029200     MOVE WS-DUN-BALANCE  TO DR-HOLD-BALANCE.
029300     MOVE WS-PROCESS-DATE TO DR-LETTER-DATE.
029400     WRITE DR-REGISTER-LINE.
029500 4000-EXIT.
029900*  9000-FINALIZE.                                              *
030000*****************************************************************
030100 9000-FINALIZE.
030200     DISPLAY "DUNLTR1 LETTERS PRODUCED: " WS-LETTER-COUNT
030225         " HELD IN DISPUTE: " WS-DISPUTE-COUNT
030250         " ON PLAN: " WS-ON-PLAN-COUNT
030275         " PLACED: " WS-PLACED-COUNT.
030300     CLOSE MAST-IN.
030400     CLOSE DUN-LETTERS.
030500     CLOSE DUN-REG.
