000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     DORMSCN1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    MONTHLY DORMANT-ACCOUNT SCAN.  FINDS THE LAST DATE ADD01  *
001300*    POSTED A CODETRAN RECORD TO EACH ACTIVE ACCTMAST PREFIX,  *
001400*    FROM THE ADD01 IMAGES ON THE AUDARCH AUDIT ARCHIVE, AND   *
001500*    MEASURES IDLE TIME UP TO THE LAST DAY THE LEDGER POSTED   *
001600*    AT ALL - THE LATEST SL-LAST-POST-DATE ON SUBLMAST - SO A  *
001700*    SCAN RUN AFTER A QUIET STRETCH DOES NOT COUNT THE STRETCH *
001800*    AGAINST EVERY ACCOUNT.  AN ACCOUNT IDLE FOR THE DORMPARM  *
001900*    NUMBER OF WHOLE MONTHS OR MORE (TWELVE BY DEFAULT), OR    *
002000*    WITH NO POSTING ON THE ARCHIVE AT ALL, IS LISTED ON       *
002100*    DORMRPT, WRITTEN TO THE DORMACCT FLAG FILE ADD01 ALERTS   *
002200*    FROM, AND GIVEN A PROPOSED FREEZE TRANSACTION IN ACCTTRAN *
002300*    FORMAT ON DORMFRZ.  NOTHING IS FROZEN HERE - THE          *
002400*    PROPOSALS ARE REVIEWED AND ONLY THE ACCEPTED ONES GO TO   *
002500*    ACCTMNT1.  CLOSED AND ALREADY-FROZEN ACCOUNTS ARE NOT     *
002600*    SCANNED.                                                  *
002700*                                                               *
002800*  MODIFICATION HISTORY.                                       *
002900*    2026-10-15  DL  ORIGINAL DORMANT-ACCOUNT SCAN.            *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DORM-PARM ASSIGN TO "DORMPARM"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT ACCT-MAST ASSIGN TO "ACCTMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS AM-KEY-PREFIX.
004000     SELECT SUBL-MAST ASSIGN TO "SUBLMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS SL-CODE-KEY.
004400     SELECT AUD-ARCH ASSIGN TO "AUDARCH"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT DORM-ACCT ASSIGN TO "DORMACCT"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT FREEZE-OUT ASSIGN TO "DORMFRZ"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT DORM-RPT ASSIGN TO "DORMRPT"
005100         ORGANIZATION IS SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DORM-PARM.
005600     COPY DLDRMPRM.
005700
005800 FD  ACCT-MAST.
005900     COPY DLACCTMS.
006000
006100 FD  SUBL-MAST.
006200     COPY DLSUBLMS.
006300
006400 FD  AUD-ARCH.
006500     COPY DLAUDARC.
006600
006700 FD  DORM-ACCT.
006800     COPY DLDORMAC.
006900
007000 FD  FREEZE-OUT.
007100     COPY DLACCTTR.
007200
007300 FD  DORM-RPT.
007400 01  DM-PRINT-LINE            PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700     COPY DLAUDIT.
007800
007900 01  WS-SWITCHES.
008000     05  WS-ACCT-EOF-SW       PIC X(01) VALUE "N".
008100         88  WS-ACCT-EOF           VALUE "Y".
008200     05  WS-SUBL-EOF-SW       PIC X(01) VALUE "N".
008300         88  WS-SUBL-EOF           VALUE "Y".
008400     05  WS-ARCH-EOF-SW       PIC X(01) VALUE "N".
008500         88  WS-ARCH-EOF           VALUE "Y".
008600
008700 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
008800 01  WS-AS-OF-DATE            PIC 9(08) VALUE ZERO.
008900 01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
009000     05  WS-AS-OF-YEAR        PIC 9(04).
009100     05  WS-AS-OF-MONTH       PIC 9(02).
009200     05  WS-AS-OF-DAY         PIC 9(02).
009300 01  WS-LAST-DATE             PIC 9(08) VALUE ZERO.
009400 01  WS-LAST-PARTS REDEFINES WS-LAST-DATE.
009500     05  WS-LAST-YEAR         PIC 9(04).
009600     05  WS-LAST-MONTH        PIC 9(02).
009700     05  WS-LAST-DAY          PIC 9(02).
009800 01  WS-IDLE-LIMIT            PIC 9(03) VALUE ZERO.
009900 01  WS-IDLE-MONTHS           PIC S9(05) VALUE ZERO.
010000 01  WS-PROPOSED-BY           PIC X(08) VALUE SPACES.
010100 01  WS-MATCH-SLOT            PIC 9(04) VALUE ZERO.
010200 01  WS-SCANNED-COUNT         PIC 9(05) VALUE ZERO.
010300 01  WS-SKIPPED-COUNT         PIC 9(05) VALUE ZERO.
010400 01  WS-DORMANT-COUNT         PIC 9(05) VALUE ZERO.
010500 01  WS-ARCH-READ-COUNT       PIC 9(09) VALUE ZERO.
010600
010700 01  WS-ACCT-COUNT            PIC 9(04) VALUE ZERO.
010800 01  ACT-IDX                  PIC 9(04) VALUE ZERO.
010900 01  ACT-SUB                  PIC 9(04) VALUE ZERO.
011000 01  WS-ACCT-TABLE.
011100     05  WS-ACCT-ENTRY OCCURS 1 TO 3000 TIMES
011200             DEPENDING ON WS-ACCT-COUNT.
011300         10  WS-ACT-PREFIX    PIC X(06).
011400         10  WS-ACT-NAME      PIC X(20).
011500         10  WS-ACT-LIMIT     PIC 9(09).
011600         10  WS-ACT-LAST-DATE PIC 9(08).
011700
011800 01  WS-RPT-HEADER.
011900     05  FILLER               PIC X(30) VALUE
012000         "DORMANT ACCOUNTS  IDLE MONTHS ".
012100     05  WS-HDR-LIMIT         PIC ZZ9.
012200     05  FILLER               PIC X(16) VALUE
012300         " OR MORE  AS OF ".
012400     05  WS-HDR-AS-OF         PIC 9(08).
012500
012600 01  WS-RPT-COLUMNS.
012700     05  FILLER               PIC X(50) VALUE
012800         "PREFIX  ACCOUNT NAME          LAST POSTED  MONTHS".
012900
013000 01  WS-RPT-DETAIL.
013100     05  WS-DET-PREFIX        PIC X(06).
013200     05  FILLER               PIC X(02) VALUE SPACES.
013300     05  WS-DET-NAME          PIC X(20).
013400     05  FILLER               PIC X(02) VALUE SPACES.
013500     05  WS-DET-LAST          PIC X(11).
013600     05  FILLER               PIC X(04) VALUE SPACES.
013700     05  WS-DET-MONTHS        PIC X(05).
013800     05  FILLER               PIC X(02) VALUE SPACES.
013900     05  WS-DET-NOTE          PIC X(20).
014000
014100 01  WS-DET-MONTHS-ED         PIC ZZ9.
014200
014300 01  WS-RPT-NONE.
014400     05  FILLER               PIC X(10) VALUE "    (NONE)".
014500
014600 01  WS-RPT-TOTALS.
014700     05  FILLER               PIC X(08) VALUE "SCANNED ".
014800     05  WS-TOT-SCANNED       PIC Z(4)9.
014900     05  FILLER               PIC X(20) VALUE
015000         "  CLOSED/FROZEN     ".
015100     05  WS-TOT-SKIPPED       PIC Z(4)9.
015200     05  FILLER               PIC X(10) VALUE "  DORMANT ".
015300     05  WS-TOT-DORMANT       PIC Z(4)9.
015400
015500 PROCEDURE DIVISION.
015600*****************************************************************
015700*  0000-MAINLINE.                                              *
015800*****************************************************************
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     PERFORM 2000-READ-ONE-ARCHIVE THRU 2000-EXIT
016200         UNTIL WS-ARCH-EOF.
016300     CLOSE AUD-ARCH.
016400     PERFORM 3000-CHECK-ONE-ACCOUNT THRU 3000-EXIT
016500         VARYING ACT-IDX FROM 1 BY 1
016600         UNTIL ACT-IDX > WS-ACCT-COUNT.
016700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
016800     STOP RUN.
016900
017000*****************************************************************
017100*  1000-INITIALIZE.                                            *
017200*    TAKES THE IDLE LIMIT, LOADS THE ACTIVE ACCOUNTS, FINDS    *
017300*    THE AS-OF DATE ON SUBLMAST AND OPENS THE OUTPUTS.  WITH   *
017400*    NOTHING EVER POSTED TO SUBLMAST THE RUN DATE IS USED.     *
017500*****************************************************************
017600 1000-INITIALIZE.
017700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017800     MOVE 12 TO WS-IDLE-LIMIT.
017900     MOVE "DORMSCN1" TO WS-PROPOSED-BY.
018000     OPEN INPUT DORM-PARM.
018100     READ DORM-PARM
018200         AT END
018300             MOVE ZERO   TO DR-IDLE-MONTHS
018400             MOVE SPACES TO DR-USER-ID
018500     END-READ.
018600     CLOSE DORM-PARM.
018700     IF DR-IDLE-MONTHS > ZERO
018800         MOVE DR-IDLE-MONTHS TO WS-IDLE-LIMIT
018900     END-IF.
019000     IF DR-USER-ID NOT = SPACES
019100         MOVE DR-USER-ID TO WS-PROPOSED-BY
019200     END-IF.
019300     OPEN INPUT ACCT-MAST.
019400     PERFORM 1100-LOAD-ONE-ACCOUNT THRU 1100-EXIT
019500         UNTIL WS-ACCT-EOF.
019600     CLOSE ACCT-MAST.
019700     OPEN INPUT SUBL-MAST.
019800     PERFORM 1200-SCAN-ONE-SUBLEDGER THRU 1200-EXIT
019900         UNTIL WS-SUBL-EOF.
020000     CLOSE SUBL-MAST.
020100     IF WS-AS-OF-DATE = ZERO
020200         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
020300     END-IF.
020400     OPEN INPUT AUD-ARCH.
020500     OPEN OUTPUT DORM-ACCT.
020600     OPEN OUTPUT FREEZE-OUT.
020700     OPEN OUTPUT DORM-RPT.
020800     MOVE WS-IDLE-LIMIT TO WS-HDR-LIMIT.
020900     MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF.
021000     WRITE DM-PRINT-LINE FROM WS-RPT-HEADER.
021100     MOVE SPACES TO DM-PRINT-LINE.
021200     WRITE DM-PRINT-LINE.
021300     WRITE DM-PRINT-LINE FROM WS-RPT-COLUMNS.
021400 1000-EXIT.
021500     EXIT.
021600
021700*****************************************************************
021800*  1100-LOAD-ONE-ACCOUNT.                                      *
021900*****************************************************************
022000 1100-LOAD-ONE-ACCOUNT.
022100     READ ACCT-MAST NEXT
022200         AT END
022300             SET WS-ACCT-EOF TO TRUE
022400             GO TO 1100-EXIT
022500     END-READ.
022600     IF NOT AM-ACTIVE
022700         ADD 1 TO WS-SKIPPED-COUNT
022800         GO TO 1100-EXIT
022900     END-IF.
023000     IF WS-ACCT-COUNT NOT < 3000
023100         DISPLAY "ACCTMAST: IGNORING ACCOUNT PAST FIRST 3000"
023200         GO TO 1100-EXIT
023300     END-IF.
023400     ADD 1 TO WS-ACCT-COUNT.
023500     MOVE AM-KEY-PREFIX   TO WS-ACT-PREFIX(WS-ACCT-COUNT).
023600     MOVE AM-ACCOUNT-NAME TO WS-ACT-NAME(WS-ACCT-COUNT).
023700     MOVE AM-DAILY-LIMIT  TO WS-ACT-LIMIT(WS-ACCT-COUNT).
023800     MOVE ZERO            TO WS-ACT-LAST-DATE(WS-ACCT-COUNT).
023900 1100-EXIT.
024000     EXIT.
024100
024200*****************************************************************
024300*  1200-SCAN-ONE-SUBLEDGER.                                    *
024400*****************************************************************
024500 1200-SCAN-ONE-SUBLEDGER.
024600     READ SUBL-MAST NEXT
024700         AT END
024800             SET WS-SUBL-EOF TO TRUE
024900             GO TO 1200-EXIT
025000     END-READ.
025100     IF SL-LAST-POST-DATE > WS-AS-OF-DATE
025200         MOVE SL-LAST-POST-DATE TO WS-AS-OF-DATE
025300     END-IF.
025400 1200-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800*  2000-READ-ONE-ARCHIVE.                                      *
025900*    EVERY ADD01 POSTING IMAGE ADVANCES ITS ACCOUNT'S LAST     *
026000*    POSTING DATE.  IMAGES FROM OTHER PROGRAMS ARE NOT         *
026100*    CODETRAN POSTINGS AND ARE PASSED OVER.                    *
026200*****************************************************************
026300 2000-READ-ONE-ARCHIVE.
026400     READ AUD-ARCH
026500         AT END
026600             SET WS-ARCH-EOF TO TRUE
026700             GO TO 2000-EXIT
026800     END-READ.
026900     ADD 1 TO WS-ARCH-READ-COUNT.
027000     MOVE AX-AUDIT-IMAGE TO DL-AUDIT-REC.
027100     IF DL-AUD-PROGRAM NOT = "ADD01"
027200         GO TO 2000-EXIT
027300     END-IF.
027400     MOVE ZERO TO WS-MATCH-SLOT.
027500     PERFORM 2050-MATCH-ONE-ACCOUNT THRU 2050-EXIT
027600         VARYING ACT-SUB FROM 1 BY 1
027700         UNTIL ACT-SUB > WS-ACCT-COUNT
027800            OR WS-MATCH-SLOT > ZERO.
027900     IF WS-MATCH-SLOT = ZERO
028000         GO TO 2000-EXIT
028100     END-IF.
028200     IF DL-AUD-DATE > WS-ACT-LAST-DATE(WS-MATCH-SLOT)
028300         MOVE DL-AUD-DATE TO WS-ACT-LAST-DATE(WS-MATCH-SLOT)
028400     END-IF.
028500 2000-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900*  2050-MATCH-ONE-ACCOUNT.                                     *
029000*****************************************************************
029100 2050-MATCH-ONE-ACCOUNT.
029200     IF WS-ACT-PREFIX(ACT-SUB) = DL-AUD-KEY(1:6)
029300         MOVE ACT-SUB TO WS-MATCH-SLOT
029400     END-IF.
029500 2050-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*  3000-CHECK-ONE-ACCOUNT.                                     *
030000*    WHOLE MONTHS IDLE ARE COUNTED FROM THE LAST POSTING TO    *
030100*    THE AS-OF DATE, LESS ONE WHEN THE AS-OF DAY OF MONTH HAS  *
030200*    NOT YET REACHED THE LAST POSTING'S DAY.                   *
030300*****************************************************************
030400 3000-CHECK-ONE-ACCOUNT.
030500     ADD 1 TO WS-SCANNED-COUNT.
030600     MOVE WS-ACT-LAST-DATE(ACT-IDX) TO WS-LAST-DATE.
030700     IF WS-LAST-DATE = ZERO
030800         MOVE 999 TO WS-IDLE-MONTHS
030900     ELSE
031000         COMPUTE WS-IDLE-MONTHS =
031100             (WS-AS-OF-YEAR * 12 + WS-AS-OF-MONTH)
031200             - (WS-LAST-YEAR * 12 + WS-LAST-MONTH)
031300         IF WS-AS-OF-DAY < WS-LAST-DAY
031400             SUBTRACT 1 FROM WS-IDLE-MONTHS
031500         END-IF
031600         IF WS-IDLE-MONTHS > 998
031700             MOVE 998 TO WS-IDLE-MONTHS
031800         END-IF
031900     END-IF.
032000     IF WS-IDLE-MONTHS < WS-IDLE-LIMIT
032100         GO TO 3000-EXIT
032200     END-IF.
032300     ADD 1 TO WS-DORMANT-COUNT.
032400     MOVE WS-ACT-PREFIX(ACT-IDX) TO DA-KEY-PREFIX.
032500     MOVE WS-ACT-NAME(ACT-IDX)   TO DA-ACCOUNT-NAME.
032600     MOVE WS-LAST-DATE           TO DA-LAST-POST-DATE.
032700     MOVE WS-IDLE-MONTHS         TO DA-IDLE-MONTHS.
032800     MOVE WS-RUN-DATE            TO DA-SCAN-DATE.
032900     WRITE DA-DORMANT-REC.
033000     PERFORM 3100-PROPOSE-FREEZE THRU 3100-EXIT.
033100     MOVE WS-ACT-PREFIX(ACT-IDX) TO WS-DET-PREFIX.
033200     MOVE WS-ACT-NAME(ACT-IDX)   TO WS-DET-NAME.
033300     IF WS-LAST-DATE = ZERO
033400         MOVE "NEVER"  TO WS-DET-LAST
033500         MOVE "  -"    TO WS-DET-MONTHS
033600     ELSE
033700         MOVE WS-LAST-DATE TO WS-DET-LAST
033800         MOVE WS-IDLE-MONTHS TO WS-DET-MONTHS-ED
033900         MOVE WS-DET-MONTHS-ED TO WS-DET-MONTHS
034000     END-IF.
034100     MOVE "FREEZE PROPOSED" TO WS-DET-NOTE.
034200     WRITE DM-PRINT-LINE FROM WS-RPT-DETAIL.
034300 3000-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700*  3100-PROPOSE-FREEZE.                                        *
034800*    A FREEZE TRANSACTION EXACTLY AS ACCTMNT1 TAKES IT, FOR    *
034900*    THE REVIEWER TO PASS ON OR STRIKE.  NAME AND LIMIT RIDE   *
035000*    ALONG UNCHANGED; NO EFFECTIVE DATE MEANS IMMEDIATE.       *
035100*****************************************************************
035200 3100-PROPOSE-FREEZE.
035300     SET MT-ACTION-FREEZE TO TRUE.
035400     MOVE WS-ACT-PREFIX(ACT-IDX) TO MT-KEY-PREFIX.
035500     MOVE "F"                    TO MT-STATUS.
035600     MOVE WS-ACT-NAME(ACT-IDX)   TO MT-ACCOUNT-NAME.
035700     MOVE WS-ACT-LIMIT(ACT-IDX)  TO MT-DAILY-LIMIT.
035800     MOVE ZERO                   TO MT-EFFECTIVE-DATE.
035900     MOVE WS-PROPOSED-BY         TO MT-USER-ID.
036000     WRITE MT-ACCT-TRANS.
036100 3100-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*  9000-FINALIZE.                                              *
036600*****************************************************************
036700 9000-FINALIZE.
036800     IF WS-DORMANT-COUNT = ZERO
036900         WRITE DM-PRINT-LINE FROM WS-RPT-NONE
037000     END-IF.
037100     MOVE SPACES TO DM-PRINT-LINE.
037200     WRITE DM-PRINT-LINE.
037300     MOVE WS-SCANNED-COUNT TO WS-TOT-SCANNED.
037400     MOVE WS-SKIPPED-COUNT TO WS-TOT-SKIPPED.
037500     MOVE WS-DORMANT-COUNT TO WS-TOT-DORMANT.
037600     WRITE DM-PRINT-LINE FROM WS-RPT-TOTALS.
037700     CLOSE DORM-ACCT.
037800     CLOSE FREEZE-OUT.
037900     CLOSE DORM-RPT.
038000     DISPLAY "DORMSCN1 ARCHIVE IMAGES READ: " WS-ARCH-READ-COUNT.
038100     DISPLAY "DORMSCN1 DORMANT ACCOUNTS: " WS-DORMANT-COUNT
038200         "  FREEZES PROPOSED ON DORMFRZ".
038300 9000-EXIT.
038400     EXIT.
