000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     CCMNT1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    AUDITED MAINTENANCE FOR THE CCMAST COST-CENTER MASTER.    *
001300*    APPLIES ADD/CHANGE/CLOSE/REOPEN TRANSACTIONS (CCTRAN)     *
001400*    WITH FIELD VALIDATION AND WRITES A BEFORE/AFTER IMAGE TO  *
001500*    CCAUD FOR EVERY CHANGE.  A PARENT CENTER MUST ALREADY BE  *
001600*    ON THE MASTER AND MAY NOT LEAD BACK TO THE CENTER ITSELF, *
001700*    SO THE HIERARCHY STAYS A TREE.  AT END OF RUN EVERY       *
001800*    CENTER-TO-PARENT LINK IS WRITTEN TO CCHIER IN THE HIERDEF *
001900*    SHAPE FOR THE ROLLUP REPORTS.  A CENTER IS NEVER DELETED  *
002000*    - A CLOSED CENTER STAYS ON THE MASTER SO ITS NAME STILL   *
002100*    PRINTS ON HISTORY.                                        *
002200*                                                              *
002300*  MODIFICATION HISTORY.                                       *
002400*    2026-10-15  DL  ORIGINAL AUDITED COST-CENTER MAINTENANCE. *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CENTER-TRAN ASSIGN TO "CCTRAN"
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT CENTER-MAST ASSIGN TO "CCMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CE-CENTER-CODE.
003500     SELECT CENTER-AUDIT ASSIGN TO "CCAUD"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT CENTER-HIER ASSIGN TO "CCHIER"
003800         ORGANIZATION IS SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CENTER-TRAN.
004300     COPY DLCCTRAN.
004400
004500 FD  CENTER-MAST.
004600     COPY DLCCMAST.
004700
004800 FD  CENTER-AUDIT.
004900     COPY DLCCAUD.
005000
005100 FD  CENTER-HIER.
005200     COPY DLHIER.
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-SWITCHES.
005600     05  WS-TRAN-EOF-SW       PIC X(01) VALUE "N".
005700         88  WS-TRAN-EOF           VALUE "Y".
005800     05  WS-FOUND-SW          PIC X(01) VALUE "N".
005900         88  WS-MASTER-FOUND       VALUE "Y".
006000     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
006100         88  WS-MAST-EOF           VALUE "Y".
006200     05  WS-PARENT-SW         PIC X(01) VALUE "Y".
006300         88  WS-PARENT-OK          VALUE "Y".
006400         88  WS-PARENT-MISSING     VALUE "M".
006500         88  WS-PARENT-CYCLE       VALUE "C".
006600
006700 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
006800 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
006900 01  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
007000 01  WS-ERROR-COUNT           PIC 9(05) VALUE ZERO.
007100 01  WS-LINK-COUNT            PIC 9(05) VALUE ZERO.
007200 01  WS-WALK-CODE             PIC X(04) VALUE SPACES.
007300 01  WS-WALK-DEPTH            PIC 9(03) VALUE ZERO.
007400 01  WS-OLD-NAME              PIC X(30) VALUE SPACES.
007500 01  WS-OLD-OWNER-ID          PIC X(08) VALUE SPACES.
007600 01  WS-OLD-PARENT-CODE       PIC X(04) VALUE SPACES.
007700 01  WS-OLD-ACTIVE-FROM       PIC 9(08) VALUE ZERO.
007800 01  WS-OLD-ACTIVE-TO         PIC 9(08) VALUE ZERO.
007900 01  WS-OLD-GL-DEPT           PIC X(04) VALUE SPACES.
008000
008100 PROCEDURE DIVISION.
008200*****************************************************************
008300*  0000-MAINLINE.                                              *
008400*****************************************************************
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008700     PERFORM 3000-WORK-ONE-TRAN THRU 3000-EXIT
008800         UNTIL WS-TRAN-EOF.
008900     PERFORM 7000-WRITE-HIERARCHY THRU 7000-EXIT.
009000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
009100     STOP RUN.
009200
009300*****************************************************************
009400*  1000-INITIALIZE.                                            *
009500*****************************************************************
009600 1000-INITIALIZE.
009700     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
009800     OPEN I-O CENTER-MAST.
009900     OPEN INPUT CENTER-TRAN.
010000     OPEN OUTPUT CENTER-AUDIT.
010100     READ CENTER-TRAN
010200         AT END
010300             SET WS-TRAN-EOF TO TRUE
010400     END-READ.
010500 1000-EXIT.
010600     EXIT.
010700
010800*****************************************************************
010900*  3000-WORK-ONE-TRAN.                                         *
011000*****************************************************************
011100 3000-WORK-ONE-TRAN.
011200     PERFORM 4000-APPLY-ONE-TRAN THRU 4000-EXIT.
011300     READ CENTER-TRAN
011400         AT END
011500             SET WS-TRAN-EOF TO TRUE
011600     END-READ.
011700 3000-EXIT.
011800     EXIT.
011900
012000*****************************************************************
012100*  4000-APPLY-ONE-TRAN.                                        *
012200*    A NEW PARENT IS WALKED UP THE MASTER FIRST, BEFORE THE    *
012300*    CENTER ITSELF IS READ INTO THE RECORD AREA.               *
012400*****************************************************************
012500 4000-APPLY-ONE-TRAN.
012600     SET WS-PARENT-OK TO TRUE.
012700     IF CJ-PARENT-CODE NOT = SPACES
012800         PERFORM 4050-CHECK-PARENT THRU 4050-EXIT
012900     END-IF.
013000     SET WS-MASTER-FOUND TO TRUE.
013100     MOVE CJ-CENTER-CODE TO CE-CENTER-CODE.
013200     READ CENTER-MAST
013300         INVALID KEY
013400             MOVE "N" TO WS-FOUND-SW
013500     END-READ.
013600     IF WS-MASTER-FOUND
013700         MOVE CE-CENTER-NAME TO WS-OLD-NAME
013800         MOVE CE-OWNER-ID    TO WS-OLD-OWNER-ID
013900         MOVE CE-PARENT-CODE TO WS-OLD-PARENT-CODE
014000         MOVE CE-ACTIVE-FROM TO WS-OLD-ACTIVE-FROM
014100         MOVE CE-ACTIVE-TO   TO WS-OLD-ACTIVE-TO
014200         MOVE CE-GL-DEPT     TO WS-OLD-GL-DEPT
014300     ELSE
014400         MOVE SPACES TO WS-OLD-NAME
014500         MOVE SPACES TO WS-OLD-OWNER-ID
014600         MOVE SPACES TO WS-OLD-PARENT-CODE
014700         MOVE ZERO   TO WS-OLD-ACTIVE-FROM
014800         MOVE ZERO   TO WS-OLD-ACTIVE-TO
014900         MOVE SPACES TO WS-OLD-GL-DEPT
015000     END-IF.
015100     EVALUATE TRUE
015200         WHEN CJ-ACTION-ADD
015300             PERFORM 4100-APPLY-ADD THRU 4100-EXIT
015400         WHEN CJ-ACTION-CHANGE
015500             PERFORM 4200-APPLY-CHANGE THRU 4200-EXIT
015600         WHEN CJ-ACTION-CLOSE
015700             PERFORM 4300-APPLY-CLOSE THRU 4300-EXIT
015800         WHEN CJ-ACTION-REOPEN
015900             PERFORM 4400-APPLY-REOPEN THRU 4400-EXIT
016000         WHEN OTHER
016100             DISPLAY "CCMNT1 - UNKNOWN ACTION " CJ-ACTION
016200                 " FOR " CJ-CENTER-CODE " - SKIPPED"
016300             ADD 1 TO WS-ERROR-COUNT
016400     END-EVALUATE.
016500 4000-EXIT.
016600     EXIT.
016700
016800*****************************************************************
016900*  4050-CHECK-PARENT.                                          *
017000*    THE PARENT MUST BE ON THE MASTER, AND FOLLOWING PARENT    *
017100*    LINKS UP FROM IT MUST NOT ARRIVE BACK AT THIS CENTER -    *
017200*    A LOOP WOULD SEND THE ROLLUP ROUND FOREVER.               *
017300*****************************************************************
017400 4050-CHECK-PARENT.
017500     MOVE CJ-PARENT-CODE TO WS-WALK-CODE.
017600     MOVE ZERO TO WS-WALK-DEPTH.
017700     PERFORM 4060-WALK-ONE-LEVEL THRU 4060-EXIT
017800         UNTIL WS-WALK-CODE = SPACES
017900            OR NOT WS-PARENT-OK
018000            OR WS-WALK-DEPTH > 50.
018100 4050-EXIT.
018200     EXIT.
018300
018400*****************************************************************
018500*  4060-WALK-ONE-LEVEL.                                        *
018600*****************************************************************
018700 4060-WALK-ONE-LEVEL.
018800     IF WS-WALK-CODE = CJ-CENTER-CODE
018900         SET WS-PARENT-CYCLE TO TRUE
019000         GO TO 4060-EXIT
019100     END-IF.
019200     MOVE WS-WALK-CODE TO CE-CENTER-CODE.
019300     READ CENTER-MAST
019400         INVALID KEY
019500             IF WS-WALK-DEPTH = ZERO
019600                 SET WS-PARENT-MISSING TO TRUE
019700             END-IF
019800             MOVE SPACES TO WS-WALK-CODE
019900             GO TO 4060-EXIT
020000     END-READ.
020100     MOVE CE-PARENT-CODE TO WS-WALK-CODE.
020200     ADD 1 TO WS-WALK-DEPTH.
020300 4060-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700*  4100-APPLY-ADD.                                             *
020800*    A NEW CENTER NEEDS A CODE, A NAME, AND AN OWNER.  A ZERO  *
020900*    ACTIVE-FROM STARTS IT ON THE RUN DATE; A ZERO ACTIVE-TO   *
021000*    LEAVES IT OPEN-ENDED.                                     *
021100*****************************************************************
021200 4100-APPLY-ADD.
021300     IF WS-MASTER-FOUND
021400         DISPLAY "CCMNT1 - ADD FOR EXISTING CENTER "
021500             CJ-CENTER-CODE " - SKIPPED"
021600         ADD 1 TO WS-ERROR-COUNT
021700         GO TO 4100-EXIT
021800     END-IF.
021900     IF CJ-CENTER-CODE = SPACES
022000             OR CJ-CENTER-NAME = SPACES
022100             OR CJ-OWNER-ID = SPACES
022200         DISPLAY "CCMNT1 - ADD MISSING CODE, NAME, OR OWNER FOR "
022300             CJ-CENTER-CODE " - SKIPPED"
022400         ADD 1 TO WS-ERROR-COUNT
022500         GO TO 4100-EXIT
022600     END-IF.
022700     IF NOT WS-PARENT-OK
022800         PERFORM 8100-REJECT-PARENT THRU 8100-EXIT
022900         GO TO 4100-EXIT
023000     END-IF.
023100     MOVE CJ-CENTER-CODE     TO CE-CENTER-CODE.
023200     MOVE CJ-CENTER-NAME     TO CE-CENTER-NAME.
023300     MOVE CJ-OWNER-ID        TO CE-OWNER-ID.
023400     MOVE CJ-PARENT-CODE     TO CE-PARENT-CODE.
023500     IF CJ-ACTIVE-FROM = ZERO
023600         MOVE WS-PROCESS-DATE TO CE-ACTIVE-FROM
023700     ELSE
023800         MOVE CJ-ACTIVE-FROM  TO CE-ACTIVE-FROM
023900     END-IF.
024000     MOVE CJ-ACTIVE-TO       TO CE-ACTIVE-TO.
024100     MOVE CJ-GL-DEPT         TO CE-GL-DEPT.
024200     IF CE-ACTIVE-TO NOT = ZERO
024300             AND CE-ACTIVE-TO < CE-ACTIVE-FROM
024400         PERFORM 8200-REJECT-DATES THRU 8200-EXIT
024500         GO TO 4100-EXIT
024600     END-IF.
024700     WRITE CE-COST-CENTER-REC
024800         INVALID KEY
024900             DISPLAY "CCMNT1 - ADD FAILED FOR " CJ-CENTER-CODE
025000             ADD 1 TO WS-ERROR-COUNT
025100             GO TO 4100-EXIT
025200     END-WRITE.
025300     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
025400 4100-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800*  4200-APPLY-CHANGE.                                          *
025900*    SPACES (ZERO FOR A DATE) LEAVE A FIELD AS IT STANDS.      *
026000*    ACTIVE-TO IS NOT CHANGED HERE - THAT TAKES A CLOSE OR A   *
026100*    REOPEN, SO IT SHOWS AS SUCH ON THE AUDIT TRAIL.           *
026200*****************************************************************
026300 4200-APPLY-CHANGE.
026400     IF NOT WS-MASTER-FOUND
026500         DISPLAY "CCMNT1 - CHANGE FOR UNKNOWN CENTER "
026600             CJ-CENTER-CODE " - SKIPPED"
026700         ADD 1 TO WS-ERROR-COUNT
026800         GO TO 4200-EXIT
026900     END-IF.
027000     IF NOT WS-PARENT-OK
027100         PERFORM 8100-REJECT-PARENT THRU 8100-EXIT
027200         GO TO 4200-EXIT
027300     END-IF.
027400     IF CJ-ACTIVE-FROM NOT = ZERO
027500             AND CE-ACTIVE-TO NOT = ZERO
027600             AND CE-ACTIVE-TO < CJ-ACTIVE-FROM
027700         PERFORM 8200-REJECT-DATES THRU 8200-EXIT
027800         GO TO 4200-EXIT
027900     END-IF.
028000     IF CJ-CENTER-NAME NOT = SPACES
028100         MOVE CJ-CENTER-NAME TO CE-CENTER-NAME
028200     END-IF.
028300     IF CJ-OWNER-ID NOT = SPACES
028400         MOVE CJ-OWNER-ID TO CE-OWNER-ID
028500     END-IF.
028600     IF CJ-PARENT-CODE NOT = SPACES
028700         MOVE CJ-PARENT-CODE TO CE-PARENT-CODE
028800     END-IF.
028900     IF CJ-ACTIVE-FROM NOT = ZERO
029000         MOVE CJ-ACTIVE-FROM TO CE-ACTIVE-FROM
029100     END-IF.
029200     IF CJ-GL-DEPT NOT = SPACES
029300         MOVE CJ-GL-DEPT TO CE-GL-DEPT
029400     END-IF.
029500     REWRITE CE-COST-CENTER-REC.
029600     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
029700 4200-EXIT.
029800     EXIT.
029900
030000*****************************************************************
030100*  4300-APPLY-CLOSE.                                           *
030200*    SETS THE LAST ACTIVE DATE - THE TRANSACTION'S, OR THE RUN *
030300*    DATE WHEN IT GIVES NONE.                                  *
030400*****************************************************************
030500 4300-APPLY-CLOSE.
030600     IF NOT WS-MASTER-FOUND
030700         DISPLAY "CCMNT1 - CLOSE FOR UNKNOWN CENTER "
030800             CJ-CENTER-CODE " - SKIPPED"
030900         ADD 1 TO WS-ERROR-COUNT
031000         GO TO 4300-EXIT
031100     END-IF.
031200     IF CJ-ACTIVE-TO = ZERO
031300         MOVE WS-PROCESS-DATE TO CE-ACTIVE-TO
031400     ELSE
031500         MOVE CJ-ACTIVE-TO    TO CE-ACTIVE-TO
031600     END-IF.
031700     IF CE-ACTIVE-TO < CE-ACTIVE-FROM
031800         PERFORM 8200-REJECT-DATES THRU 8200-EXIT
031900         GO TO 4300-EXIT
032000     END-IF.
032100     REWRITE CE-COST-CENTER-REC.
032200     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
032300 4300-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*  4400-APPLY-REOPEN.                                          *
032800*****************************************************************
032900 4400-APPLY-REOPEN.
033000     IF NOT WS-MASTER-FOUND
033100         DISPLAY "CCMNT1 - REOPEN FOR UNKNOWN CENTER "
033200             CJ-CENTER-CODE " - SKIPPED"
033300         ADD 1 TO WS-ERROR-COUNT
033400         GO TO 4400-EXIT
033500     END-IF.
033600     MOVE ZERO TO CE-ACTIVE-TO.
033700     REWRITE CE-COST-CENTER-REC.
033800     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
033900 4400-EXIT.
034000     EXIT.
034100
034200*****************************************************************
034300*  7000-WRITE-HIERARCHY.                                       *
034400*    SWEEPS THE MASTER IN KEY ORDER AND WRITES ONE HIERDEF     *
034500*    LINK PER CENTER THAT HAS A PARENT.                        *
034600*****************************************************************
034700 7000-WRITE-HIERARCHY.
034800     OPEN OUTPUT CENTER-HIER.
034900     MOVE LOW-VALUES TO CE-CENTER-CODE.
035000     START CENTER-MAST KEY NOT < CE-CENTER-CODE
035100         INVALID KEY
035200             SET WS-MAST-EOF TO TRUE
035300     END-START.
035400     PERFORM 7100-WRITE-ONE-LINK THRU 7100-EXIT
035500         UNTIL WS-MAST-EOF.
035600     CLOSE CENTER-HIER.
035700 7000-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100*  7100-WRITE-ONE-LINK.                                        *
036200*****************************************************************
036300 7100-WRITE-ONE-LINK.
036400     READ CENTER-MAST NEXT
036500         AT END
036600             SET WS-MAST-EOF TO TRUE
036700             GO TO 7100-EXIT
036800     END-READ.
036900     IF CE-PARENT-CODE NOT = SPACES
037000         MOVE CE-CENTER-CODE TO HI-CHILD-KEY
037100         MOVE CE-PARENT-CODE TO HI-PARENT-KEY
037200         WRITE HI-HIER-REC
037300         ADD 1 TO WS-LINK-COUNT
037400     END-IF.
037500 7100-EXIT.
037600     EXIT.
037700
037800*****************************************************************
037900*  8000-WRITE-AUDIT.                                           *
038000*****************************************************************
038100 8000-WRITE-AUDIT.
038200     MOVE CJ-CENTER-CODE         TO CZ-CENTER-CODE.
038300     MOVE CJ-ACTION              TO CZ-ACTION.
038400     MOVE WS-OLD-NAME            TO CZ-OLD-NAME.
038500     MOVE WS-OLD-OWNER-ID        TO CZ-OLD-OWNER-ID.
038600     MOVE WS-OLD-PARENT-CODE     TO CZ-OLD-PARENT-CODE.
038700     MOVE WS-OLD-ACTIVE-FROM     TO CZ-OLD-ACTIVE-FROM.
038800     MOVE WS-OLD-ACTIVE-TO       TO CZ-OLD-ACTIVE-TO.
038900     MOVE WS-OLD-GL-DEPT         TO CZ-OLD-GL-DEPT.
039000     MOVE CE-CENTER-NAME         TO CZ-NEW-NAME.
039100     MOVE CE-OWNER-ID            TO CZ-NEW-OWNER-ID.
039200     MOVE CE-PARENT-CODE         TO CZ-NEW-PARENT-CODE.
039300     MOVE CE-ACTIVE-FROM         TO CZ-NEW-ACTIVE-FROM.
039400     MOVE CE-ACTIVE-TO           TO CZ-NEW-ACTIVE-TO.
039500     MOVE CE-GL-DEPT             TO CZ-NEW-GL-DEPT.
039600     MOVE CJ-USER-ID             TO CZ-USER-ID.
039700     MOVE WS-PROCESS-DATE        TO CZ-CHANGE-DATE.
039800     ACCEPT WS-CLOCK-TIME FROM TIME.
039900     MOVE WS-CLOCK-TIME          TO CZ-CHANGE-TIME.
040000     WRITE CZ-CENTER-AUDIT-REC.
040100     ADD 1 TO WS-APPLIED-COUNT.
040200 8000-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600*  8100-REJECT-PARENT.                                         *
040700*****************************************************************
040800 8100-REJECT-PARENT.
040900     IF WS-PARENT-MISSING
041000         DISPLAY "CCMNT1 - PARENT " CJ-PARENT-CODE
041100             " NOT ON MASTER FOR " CJ-CENTER-CODE " - SKIPPED"
041200     ELSE
041300         DISPLAY "CCMNT1 - PARENT " CJ-PARENT-CODE
041400             " LOOPS BACK TO " CJ-CENTER-CODE " - SKIPPED"
041500     END-IF.
041600     ADD 1 TO WS-ERROR-COUNT.
041700 8100-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100*  8200-REJECT-DATES.                                          *
042200*****************************************************************
042300 8200-REJECT-DATES.
042400     DISPLAY "CCMNT1 - ACTIVE-TO BEFORE ACTIVE-FROM FOR "
042500         CJ-CENTER-CODE " - SKIPPED".
042600     ADD 1 TO WS-ERROR-COUNT.
042700 8200-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  9000-FINALIZE.                                              *
043200*****************************************************************
043300 9000-FINALIZE.
043400     DISPLAY "CCMNT1 APPLIED: " WS-APPLIED-COUNT
043500         " ERRORS: " WS-ERROR-COUNT
043600         " HIERARCHY LINKS: " WS-LINK-COUNT.
043700     IF WS-ERROR-COUNT > ZERO
043800         MOVE 4 TO RETURN-CODE
043900     END-IF.
044000     CLOSE CENTER-TRAN.
044100     CLOSE CENTER-MAST.
044200     CLOSE CENTER-AUDIT.
044300 9000-EXIT.
044400     EXIT.
