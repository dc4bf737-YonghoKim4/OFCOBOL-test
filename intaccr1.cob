002100*                                                               *
002200*  MODIFICATION HISTORY.                                      *
002300*    2026-08-22  DL  ORIGINAL SHORTFALL INTEREST ACCRUAL.       *
002311*    2026-10-15  DL  INTEREST NOW ACCRUES ON EACH ACCOUNT'S    *
002322*                    OWN NEGATIVE BALANCE ON THE CARRYMST      *
002333*                    CARRY-FORWARD MASTER, WITH THE AUDIT AND  *
002344*                    EXCEPTION RECORDS KEYED BY ACCOUNT.  AN   *
002356*                    ACCOUNT ALREADY ACCRUED FOR THE DAY IS    *
002367*                    PASSED OVER, SO A RERUN CANNOT CHARGE     *
002378*                    TWICE.  CARRYOUT CARRIES THE NEW TOTAL OF *
002389*                    THE NEGATIVE BALANCES.                    *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CARRY-MAST ASSIGN TO "CARRYMST"
002900         ORGANIZATION IS INDEXED
002933         ACCESS MODE IS DYNAMIC
002967         RECORD KEY IS CY-ACCOUNT.
003000     SELECT CARRY-OUT ASSIGN TO "CARRYOUT"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT INT-PARM ASSIGN TO "INTRPARM"
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CARRY-MAST.
004200     COPY DLSUBCMS.
004300
004400 FD  CARRY-OUT.
004500 01  CF-CARRY-OUT-REC.
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-SWITCHES.
006000     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
006100         88  WS-MAST-EOF           VALUE "Y".
006200     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
006300         88  WS-PARM-EOF           VALUE "Y".
006400     05  WS-SIZE-ERROR-SW     PIC X(01) VALUE "N".
007300 01  WS-ACCRUED-INTEREST      PIC S9(05)V9(02) VALUE ZERO.
007400 01  WS-AUD-BEFORE            PIC S9(07) VALUE ZERO.
007500 01  WS-AUD-AFTER             PIC S9(07) VALUE ZERO.
007525 01  WS-CARRY-TOTAL           PIC S9(07) VALUE ZERO.
007550 01  WS-ACCOUNT-COUNT         PIC 9(07) COMP VALUE ZERO.
007575 01  WS-ACCRUED-COUNT         PIC 9(07) COMP VALUE ZERO.
007600
007700 PROCEDURE DIVISION.
007800*****************************************************************
008000*****************************************************************
008100 0000-MAINLINE.
008200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008300     PERFORM 1500-ACCRUE-ONE-ACCOUNT THRU 1500-EXIT
008400         UNTIL WS-MAST-EOF.
008433     IF WS-ACCOUNT-COUNT = ZERO
008467         DISPLAY "INTACCR1 - NO CARRY-FORWARD ACCOUNTS - "
008500             "NOTHING TO ACCRUE"
009300     END-IF.
009350     PERFORM 3000-WRITE-CARRY THRU 3000-EXIT.
009400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
009500     STOP RUN.
009600
009700*****************************************************************
009800*  1000-INITIALIZE.                                            *
009900*    READS THE RATE SETTING (THE HALF-BASIS-POINT DEFAULT      *
010000*    ABOVE STANDS WHEN THE FILE IS EMPTY OR MISSING) AND       *
010100*    POSITIONS AT THE FIRST CARRY-FORWARD ACCOUNT.             *
010200*****************************************************************
010300 1000-INITIALIZE.
010400     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
011600         END-IF
011700     END-IF.
011800     CLOSE INT-PARM.
012800     OPEN OUTPUT AUDIT-OUT.
012900     OPEN OUTPUT EXCP-OUT.
012910     OPEN I-O CARRY-MAST.
012920     MOVE LOW-VALUES TO CY-ACCOUNT.
012930     START CARRY-MAST KEY NOT < CY-ACCOUNT
012940         INVALID KEY
012950             SET WS-MAST-EOF TO TRUE
012960     END-START.
012970     IF NOT WS-MAST-EOF
012980         PERFORM 1600-READ-NEXT-ACCOUNT THRU 1600-EXIT
012990     END-IF.
013000 1000-EXIT.
013003     EXIT.
013006
013009*****************************************************************
013012*  1500-ACCRUE-ONE-ACCOUNT.                                    *
013015*    ONLY A NEGATIVE BALANCE NOT YET ACCRUED TODAY EARNS       *
013018*    INTEREST.  EVERY NEGATIVE BALANCE, ACCRUED OR NOT, GOES   *
013021*    INTO THE CARRIED-SHORTFALL TOTAL.                         *
013024*****************************************************************
013027 1500-ACCRUE-ONE-ACCOUNT.
013030     ADD 1 TO WS-ACCOUNT-COUNT.
013033     MOVE CY-BALANCE TO WS-PRIOR-SHORTFALL.
013036     MOVE CY-BALANCE TO WS-NEW-SHORTFALL.
013039     IF WS-PRIOR-SHORTFALL < ZERO
013042             AND CY-LAST-ACCRUE-DATE < WS-PROCESS-DATE
013045         PERFORM 2000-ACCRUE-INTEREST THRU 2000-EXIT
013048     END-IF.
013052     IF WS-NEW-SHORTFALL < ZERO
013055         ADD WS-NEW-SHORTFALL TO WS-CARRY-TOTAL
013058     END-IF.
013061     PERFORM 1600-READ-NEXT-ACCOUNT THRU 1600-EXIT.
013064 1500-EXIT.
013067     EXIT.
013070
013073*****************************************************************
013076*  1600-READ-NEXT-ACCOUNT.                                     *
013079*****************************************************************
013082 1600-READ-NEXT-ACCOUNT.
013085     READ CARRY-MAST NEXT RECORD
013088         AT END
013091             SET WS-MAST-EOF TO TRUE
013094     END-READ.
013097 1600-EXIT.
013100     EXIT.
013200
013300*****************************************************************
013500*    COMPOUNDS THE OVERDUE SHORTFALL DAILY - THE GROWTH FACTOR *
013600*    IS (1 + RATE) ** DAYS, THE SAME GUARDED EXPONENTIATION    *
013700*    PATTERN THE POWER DEMONSTRATION PROVES.  THE ACCRUED      *
013800*    INTEREST DEEPENS THE ACCOUNT'S (NEGATIVE) BALANCE.        *
013900*****************************************************************
014000 2000-ACCRUE-INTEREST.
014050     MOVE "N" TO WS-SIZE-ERROR-SW.
014100     MOVE WS-PRIOR-SHORTFALL TO WS-AUD-BEFORE.
014200     COMPUTE WS-GROWTH-FACTOR ROUNDED =
014300         (1 + WS-DAILY-RATE) ** WS-COMPOUND-DAYS
016300         PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
016400         MOVE WS-PRIOR-SHORTFALL TO WS-NEW-SHORTFALL
016500     ELSE
016511         MOVE WS-NEW-SHORTFALL TO CY-BALANCE
016522         MOVE WS-PROCESS-DATE  TO CY-LAST-ACCRUE-DATE
016533         REWRITE CY-CARRY-REC
016544             INVALID KEY
016556                 DISPLAY "INTACCR1 - CARRYMST REWRITE FAILED "
016567                     "FOR " CY-ACCOUNT
016578         END-REWRITE
016589         ADD 1 TO WS-ACCRUED-COUNT
016600         MOVE WS-NEW-SHORTFALL TO WS-AUD-AFTER
016700         PERFORM 2200-WRITE-AUDIT THRU 2200-EXIT
016800     END-IF.
017800 2100-WRITE-EXCEPTION.
017900     MOVE "INTACCR1" TO DL-EXC-PROGRAM.
018000     MOVE SPACES     TO DL-EXC-KEY.
018050     MOVE CY-ACCOUNT TO DL-EXC-KEY.
018100     MOVE "OVFL"     TO DL-EXC-REASON-CODE.
018200     MOVE "INTEREST ACCRUAL OVERFLOWED - NOT APPLIED" TO
018300         DL-EXC-REASON-TEXT.
019300
019400*****************************************************************
019500*  2200-WRITE-AUDIT.                                           *
019600*    THE ACCRUAL GETS ITS OWN BEFORE/AFTER AUDIT RECORD, KEYED *
019700*    BY ACCOUNT, SO THE INTEREST CHARGED EACH CUSTOMER EACH    *
019750*    NIGHT IS TRACEABLE ON ITS OWN.                            *
019800*****************************************************************
019900 2200-WRITE-AUDIT.
020000     MOVE "INTACCR1"  TO DL-AUD-PROGRAM.
020100     MOVE "ACCRUE"    TO DL-AUD-OPERATION.
020200     MOVE SPACES      TO DL-AUD-KEY.
020250     MOVE CY-ACCOUNT  TO DL-AUD-KEY.
020300     MOVE WS-AUD-BEFORE TO DL-AUD-BEFORE-VALUE.
020400     MOVE WS-AUD-AFTER  TO DL-AUD-AFTER-VALUE.
020500     MOVE WS-PROCESS-DATE TO DL-AUD-DATE.
021100
021200*****************************************************************
021300*  3000-WRITE-CARRY.                                           *
021333*    THE TOTAL OF THE NEGATIVE BALANCES, INTEREST INCLUDED,    *
021367*    GOES OUT AS THE CHAIN'S CARRIED-SHORTFALL CONTROL TOTAL.  *
021400*****************************************************************
021500 3000-WRITE-CARRY.
021600     OPEN OUTPUT CARRY-OUT.
021700     IF WS-CARRY-TOTAL < -99999
021712         MOVE -99999 TO CO-PRIOR-SHORTFALL
021725         DISPLAY "INTACCR1 - CARRIED SHORTFALL TOTAL "
021738             WS-CARRY-TOTAL " EXCEEDS CARRYOUT"
021750         MOVE 4 TO RETURN-CODE
021762     ELSE
021775         MOVE WS-CARRY-TOTAL TO CO-PRIOR-SHORTFALL
021788     END-IF.
021800     MOVE WS-PROCESS-DATE  TO CO-RUN-DATE.
021900     WRITE CF-CARRY-OUT-REC.
022000     CLOSE CARRY-OUT.
022500*  9000-FINALIZE.                                              *
022600*****************************************************************
022700 9000-FINALIZE.
022725     DISPLAY "INTACCR1 ACCOUNTS READ: " WS-ACCOUNT-COUNT
022750         " ACCRUED: " WS-ACCRUED-COUNT.
022775     CLOSE CARRY-MAST.
022800     CLOSE AUDIT-OUT.
022900     CLOSE EXCP-OUT.
023000 9000-EXIT.
