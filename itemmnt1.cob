000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     ITEMMNT1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   ORDER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    AUDITED MAINTENANCE FOR THE ITEMMAST ITEM MASTER.         *
001200*    APPLIES ADD/CHANGE/DISCONTINUE/REACTIVATE TRANSACTIONS    *
001300*    (ITEMTRAN) WITH FIELD VALIDATION AND WRITES A             *
001400*    BEFORE/AFTER IMAGE TO ITEMAUD FOR EVERY CHANGE.  AN ITEM  *
001500*    IS NEVER DELETED - A DISCONTINUED ITEM STAYS ON THE       *
001600*    MASTER SO ITS DESCRIPTION STILL PRINTS ON HISTORY.        *
001700*                                                              *
001800*  MODIFICATION HISTORY.                                       *
001900*    2026-10-15  DL  ORIGINAL AUDITED ITEM MAINTENANCE.        *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT ITEM-TRAN ASSIGN TO "ITEMTRAN"
002500         ORGANIZATION IS SEQUENTIAL.
002600     SELECT ITEM-MAST ASSIGN TO "ITEMMAST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS IM-ITEM-CODE.
003000     SELECT ITEM-AUDIT ASSIGN TO "ITEMAUD"
003100         ORGANIZATION IS SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ITEM-TRAN.
003600     COPY DLITEMTR.
003700
003800 FD  ITEM-MAST.
003900     COPY DLITEMMS.
004000
004100 FD  ITEM-AUDIT.
004200     COPY DLITEMAU.
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-SWITCHES.
004600     05  WS-TRAN-EOF-SW       PIC X(01) VALUE "N".
004700         88  WS-TRAN-EOF           VALUE "Y".
004800     05  WS-FOUND-SW          PIC X(01) VALUE "N".
004900         88  WS-MASTER-FOUND       VALUE "Y".
005000
005100 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
005200 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
005300 01  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
005400 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
005500 01  WS-OLD-STATUS            PIC X(01) VALUE SPACE.
005600 01  WS-OLD-DESCRIPTION       PIC X(30) VALUE SPACES.
005700 01  WS-OLD-UNIT-OF-MEASURE   PIC X(04) VALUE SPACES.
005800 01  WS-OLD-CATEGORY          PIC X(04) VALUE SPACES.
005900
006000 PROCEDURE DIVISION.
006100*****************************************************************
006200*  0000-MAINLINE.                                              *
006300*****************************************************************
006400 0000-MAINLINE.
006500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006600     PERFORM 3000-WORK-ONE-TRAN THRU 3000-EXIT
006700         UNTIL WS-TRAN-EOF.
006800     PERFORM 9000-FINALIZE THRU 9000-EXIT.
006900     STOP RUN.
007000
007100*****************************************************************
007200*  1000-INITIALIZE.                                            *
007300*****************************************************************
007400 1000-INITIALIZE.
007500     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
007600     OPEN I-O ITEM-MAST.
007700     OPEN INPUT ITEM-TRAN.
007800     OPEN OUTPUT ITEM-AUDIT.
007900     READ ITEM-TRAN
008000         AT END
008100             SET WS-TRAN-EOF TO TRUE
008200     END-READ.
008300 1000-EXIT.
008400     EXIT.
008500
008600*****************************************************************
008700*  3000-WORK-ONE-TRAN.                                         *
008800*****************************************************************
008900 3000-WORK-ONE-TRAN.
009000     PERFORM 4000-APPLY-ONE-TRAN THRU 4000-EXIT.
009100     READ ITEM-TRAN
009200         AT END
009300             SET WS-TRAN-EOF TO TRUE
009400     END-READ.
009500 3000-EXIT.
009600     EXIT.
009700
009800*****************************************************************
009900*  4000-APPLY-ONE-TRAN.                                        *
010000*****************************************************************
010100 4000-APPLY-ONE-TRAN.
010200     SET WS-MASTER-FOUND TO TRUE.
010300     MOVE IE-ITEM-CODE TO IM-ITEM-CODE.
010400     READ ITEM-MAST
010500         INVALID KEY
010600             MOVE "N" TO WS-FOUND-SW
010700     END-READ.
010800     IF WS-MASTER-FOUND
010900         MOVE IM-STATUS          TO WS-OLD-STATUS
011000         MOVE IM-DESCRIPTION     TO WS-OLD-DESCRIPTION
011100         MOVE IM-UNIT-OF-MEASURE TO WS-OLD-UNIT-OF-MEASURE
011200         MOVE IM-CATEGORY        TO WS-OLD-CATEGORY
011300     ELSE
011400         MOVE SPACE  TO WS-OLD-STATUS
011500         MOVE SPACES TO WS-OLD-DESCRIPTION
011600         MOVE SPACES TO WS-OLD-UNIT-OF-MEASURE
011700         MOVE SPACES TO WS-OLD-CATEGORY
011800     END-IF.
011900     EVALUATE TRUE
012000         WHEN IE-ACTION-ADD
012100             PERFORM 4100-APPLY-ADD THRU 4100-EXIT
012200         WHEN IE-ACTION-CHANGE
012300             PERFORM 4200-APPLY-CHANGE THRU 4200-EXIT
012400         WHEN IE-ACTION-DISCONTINUE
012500             PERFORM 4300-APPLY-DISCONTINUE THRU 4300-EXIT
012600         WHEN IE-ACTION-REACTIVATE
012700             PERFORM 4400-APPLY-REACTIVATE THRU 4400-EXIT
012800         WHEN OTHER
012900             DISPLAY "ITEMMNT1 - UNKNOWN ACTION " IE-ACTION
013000                 " FOR " IE-ITEM-CODE " - SKIPPED"
013100             ADD 1 TO WS-ERROR-COUNT
013200     END-EVALUATE.
013300 4000-EXIT.
013400     EXIT.
013500
013600*****************************************************************
013700*  4100-APPLY-ADD.                                             *
013800*    A NEW ITEM NEEDS A CODE, A DESCRIPTION, AND A UNIT OF     *
013900*    MEASURE; IT STARTS ACTIVE.                                *
014000*****************************************************************
014100 4100-APPLY-ADD.
014200     IF WS-MASTER-FOUND
014300         DISPLAY "ITEMMNT1 - ADD FOR EXISTING ITEM "
014400             IE-ITEM-CODE " - SKIPPED"
014500         ADD 1 TO WS-ERROR-COUNT
014600         GO TO 4100-EXIT
014700     END-IF.
014800     IF IE-ITEM-CODE = SPACES
014900             OR IE-DESCRIPTION = SPACES
015000             OR IE-UNIT-OF-MEASURE = SPACES
015100         DISPLAY "ITEMMNT1 - ADD MISSING CODE, DESCRIPTION, OR "
015200             "UNIT OF MEASURE FOR " IE-ITEM-CODE " - SKIPPED"
015300         ADD 1 TO WS-ERROR-COUNT
015400         GO TO 4100-EXIT
015500     END-IF.
015600     MOVE IE-ITEM-CODE       TO IM-ITEM-CODE.
015700     SET IM-ACTIVE TO TRUE.
015800     MOVE IE-DESCRIPTION     TO IM-DESCRIPTION.
015900     MOVE IE-UNIT-OF-MEASURE TO IM-UNIT-OF-MEASURE.
016000     MOVE IE-CATEGORY        TO IM-CATEGORY.
016100     WRITE IM-ITEM-REC
016200         INVALID KEY
016300             DISPLAY "ITEMMNT1 - ADD FAILED FOR " IE-ITEM-CODE
016400             ADD 1 TO WS-ERROR-COUNT
016500             GO TO 4100-EXIT
016600     END-WRITE.
016700     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
016800 4100-EXIT.
016900     EXIT.
017000
017100*****************************************************************
017200*  4200-APPLY-CHANGE.                                          *
017300*    SPACES LEAVE A FIELD AS IT STANDS.  STATUS IS NOT         *
017400*    CHANGED HERE - THAT TAKES A DISCONTINUE OR A REACTIVATE,  *
017500*    SO IT SHOWS AS SUCH ON THE AUDIT TRAIL.                   *
017600*****************************************************************
017700 4200-APPLY-CHANGE.
017800     IF NOT WS-MASTER-FOUND
017900         DISPLAY "ITEMMNT1 - CHANGE FOR UNKNOWN ITEM "
018000             IE-ITEM-CODE " - SKIPPED"
018100         ADD 1 TO WS-ERROR-COUNT
018200         GO TO 4200-EXIT
018300     END-IF.
018400     IF IE-DESCRIPTION NOT = SPACES
018500         MOVE IE-DESCRIPTION TO IM-DESCRIPTION
018600     END-IF.
018700     IF IE-UNIT-OF-MEASURE NOT = SPACES
018800         MOVE IE-UNIT-OF-MEASURE TO IM-UNIT-OF-MEASURE
018900     END-IF.
019000     IF IE-CATEGORY NOT = SPACES
019100         MOVE IE-CATEGORY TO IM-CATEGORY
019200     END-IF.
019300     REWRITE IM-ITEM-REC.
019400     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
019500 4200-EXIT.
019600     EXIT.
019700
019800*****************************************************************
019900*  4300-APPLY-DISCONTINUE.                                     *
020000*****************************************************************
020100 4300-APPLY-DISCONTINUE.
020200     IF NOT WS-MASTER-FOUND
020300         DISPLAY "ITEMMNT1 - DISCONTINUE FOR UNKNOWN ITEM "
020400             IE-ITEM-CODE " - SKIPPED"
020500         ADD 1 TO WS-ERROR-COUNT
020600         GO TO 4300-EXIT
020700     END-IF.
020800     SET IM-DISCONTINUED TO TRUE.
020900     REWRITE IM-ITEM-REC.
021000     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
021100 4300-EXIT.
021200     EXIT.
021300
021400*****************************************************************
021500*  4400-APPLY-REACTIVATE.                                      *
021600*****************************************************************
021700 4400-APPLY-REACTIVATE.
021800     IF NOT WS-MASTER-FOUND
021900         DISPLAY "ITEMMNT1 - REACTIVATE FOR UNKNOWN ITEM "
022000             IE-ITEM-CODE " - SKIPPED"
022100         ADD 1 TO WS-ERROR-COUNT
022200         GO TO 4400-EXIT
022300     END-IF.
022400     SET IM-ACTIVE TO TRUE.
022500     REWRITE IM-ITEM-REC.
022600     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
022700 4400-EXIT.
022800     EXIT.
022900
023000*****************************************************************
023100*  8000-WRITE-AUDIT.                                           *
023200*****************************************************************
023300 8000-WRITE-AUDIT.
023400     MOVE IE-ITEM-CODE           TO IU-ITEM-CODE.
023500     MOVE IE-ACTION              TO IU-ACTION.
023600     MOVE WS-OLD-STATUS          TO IU-OLD-STATUS.
023700     MOVE WS-OLD-DESCRIPTION     TO IU-OLD-DESCRIPTION.
023800     MOVE WS-OLD-UNIT-OF-MEASURE TO IU-OLD-UNIT-OF-MEASURE.
023900     MOVE WS-OLD-CATEGORY        TO IU-OLD-CATEGORY.
024000     MOVE IM-STATUS              TO IU-NEW-STATUS.
024100     MOVE IM-DESCRIPTION         TO IU-NEW-DESCRIPTION.
024200     MOVE IM-UNIT-OF-MEASURE     TO IU-NEW-UNIT-OF-MEASURE.
024300     MOVE IM-CATEGORY            TO IU-NEW-CATEGORY.
024400     MOVE IE-USER-ID             TO IU-USER-ID.
024500     MOVE WS-PROCESS-DATE        TO IU-CHANGE-DATE.
024600     ACCEPT WS-CLOCK-TIME FROM TIME.
024700     MOVE WS-CLOCK-TIME          TO IU-CHANGE-TIME.
024800     WRITE IU-ITEM-AUDIT-REC.
024900     ADD 1 TO WS-APPLIED-COUNT.
025000 8000-EXIT.
025100     EXIT.
025200
025300*****************************************************************
025400*  9000-FINALIZE.                                              *
025500*****************************************************************
025600 9000-FINALIZE.
025700     DISPLAY "ITEMMNT1 APPLIED: " WS-APPLIED-COUNT
025800         " ERRORS: " WS-ERROR-COUNT.
025900     IF WS-ERROR-COUNT > ZERO
026000         MOVE 4 TO RETURN-CODE
026100     END-IF.
026200     CLOSE ITEM-TRAN.
026300     CLOSE ITEM-MAST.
026400     CLOSE ITEM-AUDIT.
026500 9000-EXIT.
026600     EXIT.
