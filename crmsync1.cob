000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     CRMSYNC1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    NIGHTLY CUSTOMER-MASTER SYNC FROM THE CRM.  EACH CRMFEED  *
001300*    CUSTOMER IS VALIDATED - MANDATORY FIELDS PRESENT, TERMS   *
001400*    CODE ON TERMSTB, TAX JURISDICTION ON TAXJURS - AND A      *
001500*    RECORD THAT FAILS GOES TO THE CRMREJ REJECT FILE AND      *
001600*    LEAVES CUSTMAST ALONE.  A VALID CUSTOMER IS COMPARED WITH *
001700*    CUSTMAST FIELD BY FIELD (NAME, BOTH ADDRESS LINES, TERMS, *
001800*    TAX JURISDICTION); ONLY A GENUINE DIFFERENCE IS APPLIED,  *
001900*    AND EVERY APPLIED CHANGE WRITES A BEFORE/AFTER IMAGE TO   *
002000*    CUSTAUD.  AN ACCOUNT NOT ON CUSTMAST IS ADDED AS A NEW    *
002100*    CUSTOMER WITH THE REMAINING FIELDS AT THEIR DEFAULTS.     *
002200*    THE CRMSYNRP REPORT LISTS EVERY FIELD THE FEED ALTERED,   *
002300*    EVERY ADD AND EVERY REJECT, WITH NIGHTLY TOTALS.  ANY     *
002400*    REJECT ENDS THE STEP RC 4; A FAILED WRITE RC 8.           *
002500*                                                              *
002600*  MODIFICATION HISTORY.                                       *
002700*    2026-10-15  DL  ORIGINAL CRM CUSTOMER-MASTER SYNC.        *
002714*    2026-10-15  DL  A CUSTOMER ERASED ON REQUEST KEEPS ITS    *
002728*                    ERASED NAME AND ADDRESS - THE CRM'S       *
002742*                    VALUES ARE NOT SYNCED BACK OVER THEM, AND *
002757*                    THE ACCOUNT IS COUNTED ERASED - NOT       *
002771*                    RESTORED ON CRMSYNRP.  TERMS AND TAX      *
002785*                    JURISDICTION STILL SYNC.                  *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CRM-FEED ASSIGN TO "CRMFEED"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CU-ACCOUNT-CODE.
003800     SELECT TERMS-TBL ASSIGN TO "TERMSTB"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT TAX-JURS ASSIGN TO "TAXJURS"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT CUST-AUDIT ASSIGN TO "CUSTAUD"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT CRM-REJ ASSIGN TO "CRMREJ"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT SYNC-RPT ASSIGN TO "CRMSYNRP"
004700         ORGANIZATION IS SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CRM-FEED.
005200     COPY DLCRMFD.
005300
005400 FD  CUST-MAST.
005500     COPY DLCUSTMS.
005600
005700 FD  TERMS-TBL.
005800     COPY DLTERMS.
005900
006000 FD  TAX-JURS.
006100     COPY DLTAXJUR.
006200
006300 FD  CUST-AUDIT.
006400     COPY DLCUSTAU.
006500
006600 FD  CRM-REJ.
006700     COPY DLCRMREJ.
006800
006900 FD  SYNC-RPT.
007000 01  SR-PRINT-LINE            PIC X(100).
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-SWITCHES.
007400     05  WS-FEED-EOF-SW       PIC X(01) VALUE "N".
007500         88  WS-FEED-EOF           VALUE "Y".
007600     05  WS-TRM-EOF-SW        PIC X(01) VALUE "N".
007700         88  WS-TRM-EOF            VALUE "Y".
007800     05  WS-JUR-EOF-SW        PIC X(01) VALUE "N".
007900         88  WS-JUR-EOF            VALUE "Y".
008000     05  WS-FOUND-SW          PIC X(01) VALUE "N".
008100         88  WS-MASTER-FOUND       VALUE "Y".
008200     05  WS-VALID-SW          PIC X(01) VALUE "Y".
008300         88  WS-FEED-VALID         VALUE "Y".
008400     05  WS-CODE-SW           PIC X(01) VALUE "N".
008500         88  WS-CODE-FOUND         VALUE "Y".
008600
008700 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
008800 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
008900 01  WS-SYNC-USER             PIC X(08) VALUE "CRMFEED ".
009000 01  WS-READ-COUNT            PIC 9(07) VALUE ZERO.
009100 01  WS-ADDED-COUNT           PIC 9(07) VALUE ZERO.
009200 01  WS-CHANGED-COUNT         PIC 9(07) VALUE ZERO.
009300 01  WS-SAME-COUNT            PIC 9(07) VALUE ZERO.
009400 01  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
009500 01  WS-ERROR-COUNT           PIC 9(07) VALUE ZERO.
009600 01  WS-FIELD-CHANGES         PIC 9(01) VALUE ZERO.
009700 01  WS-NAME-COUNT            PIC 9(07) VALUE ZERO.
009800 01  WS-ADDR1-COUNT           PIC 9(07) VALUE ZERO.
009900 01  WS-ADDR2-COUNT           PIC 9(07) VALUE ZERO.
010000 01  WS-TERMS-CHG-COUNT       PIC 9(07) VALUE ZERO.
010100 01  WS-JURIS-CHG-COUNT       PIC 9(07) VALUE ZERO.
010150 01  WS-ERASED-COUNT          PIC 9(07) VALUE ZERO.
010200
010300 01  WS-OLD-NAME              PIC X(25) VALUE SPACES.
010400 01  WS-OLD-ADDRESS-1         PIC X(25) VALUE SPACES.
010500 01  WS-OLD-ADDRESS-2         PIC X(25) VALUE SPACES.
010600 01  WS-OLD-TERMS             PIC X(04) VALUE SPACES.
010700 01  WS-OLD-TAX-JURIS         PIC X(03) VALUE SPACES.
010800
010900 01  WS-REJ-REASON            PIC X(04) VALUE SPACES.
011000 01  WS-REJ-FIELD             PIC X(10) VALUE SPACES.
011100 01  WS-REJ-TEXT              PIC X(25) VALUE SPACES.
011200
011300 01  TRM-IDX                  PIC 9(02) VALUE ZERO.
011400 01  WS-TERMS-COUNT           PIC 9(02) VALUE ZERO.
011500 01  WS-TERMS-TABLE.
011600     05  WS-TRM-ENTRY OCCURS 1 TO 50 TIMES
011700             DEPENDING ON WS-TERMS-COUNT.
011800         10  WS-TRM-CODE      PIC X(04).
011900
012000 01  JUR-IDX                  PIC 9(02) VALUE ZERO.
012100 01  WS-JUR-COUNT             PIC 9(02) VALUE ZERO.
012200 01  WS-JUR-TABLE.
012300     05  WS-JUR-ENTRY OCCURS 1 TO 50 TIMES
012400             DEPENDING ON WS-JUR-COUNT.
012500         10  WS-JUR-CODE      PIC X(03).
012600
012700 01  WS-RPT-HEADER.
012800     05  FILLER               PIC X(37) VALUE
012900         "CRM CUSTOMER MASTER SYNC - CHANGES ON".
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  WS-HDR-DATE          PIC 9(08).
013200
013300 01  WS-RPT-COLUMNS.
013400     05  FILLER               PIC X(28) VALUE
013500         "ACCOUNT ACTION    FIELD     ".
013600     05  FILLER               PIC X(27) VALUE
013700         "BEFORE                     ".
013800     05  FILLER               PIC X(05) VALUE "AFTER".
013900
014000 01  WS-RPT-DETAIL.
014100     05  WS-DTL-ACCOUNT       PIC X(06).
014200     05  FILLER               PIC X(02) VALUE SPACES.
014300     05  WS-DTL-ACTION        PIC X(10).
014400     05  WS-DTL-FIELD         PIC X(10).
014500     05  WS-DTL-BEFORE        PIC X(25).
014600     05  FILLER               PIC X(02) VALUE SPACES.
014700     05  WS-DTL-AFTER         PIC X(25).
014800
014900 01  WS-RPT-TOTALS.
015000     05  FILLER               PIC X(10) VALUE "CRM READ  ".
015100     05  WS-TOT-READ          PIC Z(6)9.
015200     05  FILLER               PIC X(09) VALUE "  ADDED  ".
015300     05  WS-TOT-ADDED         PIC Z(6)9.
015400     05  FILLER               PIC X(11) VALUE "  CHANGED  ".
015500     05  WS-TOT-CHANGED       PIC Z(6)9.
015600     05  FILLER               PIC X(13) VALUE "  UNCHANGED  ".
015700     05  WS-TOT-SAME          PIC Z(6)9.
015800     05  FILLER               PIC X(12) VALUE "  REJECTED  ".
015900     05  WS-TOT-REJECTED      PIC Z(6)9.
016000
016100 01  WS-RPT-FIELD-TOTALS.
016200     05  FILLER               PIC X(21) VALUE
016300         "FIELDS ALTERED - NAME".
016400     05  WS-FLD-NAME          PIC Z(6)9.
016500     05  FILLER               PIC X(07) VALUE "  ADDR1".
016600     05  WS-FLD-ADDR1         PIC Z(6)9.
016700     05  FILLER               PIC X(07) VALUE "  ADDR2".
016800     05  WS-FLD-ADDR2         PIC Z(6)9.
016900     05  FILLER               PIC X(07) VALUE "  TERMS".
017000     05  WS-FLD-TERMS         PIC Z(6)9.
017100     05  FILLER               PIC X(07) VALUE "  JURIS".
017200     05  WS-FLD-JURIS         PIC Z(6)9.
017300
017316 01  WS-RPT-ERASED-TOTAL.
017333     05  FILLER               PIC X(21) VALUE
017350         "ERASED - NOT RESTORED".
017366     05  WS-TOT-ERASED        PIC Z(6)9.
017383
017400 PROCEDURE DIVISION.
017500*****************************************************************
017600*  0000-MAINLINE.                                              *
017700*****************************************************************
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     PERFORM 3000-WORK-ONE-CUSTOMER THRU 3000-EXIT
018100         UNTIL WS-FEED-EOF.
018200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
018300     STOP RUN.
018400
018500*****************************************************************
018600*  1000-INITIALIZE.                                            *
018700*****************************************************************
018800 1000-INITIALIZE.
018900     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
019000     OPEN INPUT TERMS-TBL.
019100     READ TERMS-TBL
019200         AT END
019300             SET WS-TRM-EOF TO TRUE
019400     END-READ.
019500     PERFORM 1100-LOAD-ONE-TERMS THRU 1100-EXIT
019600         UNTIL WS-TRM-EOF.
019700     CLOSE TERMS-TBL.
019800     OPEN INPUT TAX-JURS.
019900     READ TAX-JURS
020000         AT END
020100             SET WS-JUR-EOF TO TRUE
020200     END-READ.
020300     PERFORM 1200-LOAD-ONE-JURIS THRU 1200-EXIT
020400         UNTIL WS-JUR-EOF.
020500     CLOSE TAX-JURS.
020600     OPEN I-O CUST-MAST.
020700     OPEN INPUT CRM-FEED.
020800     OPEN OUTPUT CUST-AUDIT.
020900     OPEN OUTPUT CRM-REJ.
021000     OPEN OUTPUT SYNC-RPT.
021100     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
021200     WRITE SR-PRINT-LINE FROM WS-RPT-HEADER.
021300     MOVE SPACES TO SR-PRINT-LINE.
021400     WRITE SR-PRINT-LINE.
021500     WRITE SR-PRINT-LINE FROM WS-RPT-COLUMNS.
021600     READ CRM-FEED
021700         AT END
021800             SET WS-FEED-EOF TO TRUE
021900     END-READ.
022000 1000-EXIT.
022100     EXIT.
022200
022300*****************************************************************
022400*  1100-LOAD-ONE-TERMS.                                        *
022500*****************************************************************
022600 1100-LOAD-ONE-TERMS.
022700     IF WS-TERMS-COUNT < 50
022800         ADD 1 TO WS-TERMS-COUNT
022900         MOVE TM-TERMS-CODE TO WS-TRM-CODE(WS-TERMS-COUNT)
023000     ELSE
023100         DISPLAY "TERMSTB: IGNORING TERMS PAST FIRST 50"
023200     END-IF.
023300     READ TERMS-TBL
023400         AT END
023500             SET WS-TRM-EOF TO TRUE
023600     END-READ.
023700 1100-EXIT.
023800     EXIT.
023900
024000*****************************************************************
024100*  1200-LOAD-ONE-JURIS.                                        *
024200*****************************************************************
024300 1200-LOAD-ONE-JURIS.
024400     IF WS-JUR-COUNT < 50
024500         ADD 1 TO WS-JUR-COUNT
024600         MOVE TJ-JURIS-CODE TO WS-JUR-CODE(WS-JUR-COUNT)
024700     ELSE
024800         DISPLAY "TAXJURS: IGNORING JURISDICTIONS PAST FIRST 50"
024900     END-IF.
025000     READ TAX-JURS
025100         AT END
025200             SET WS-JUR-EOF TO TRUE
025300     END-READ.
025400 1200-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800*  3000-WORK-ONE-CUSTOMER.                                     *
025900*****************************************************************
026000 3000-WORK-ONE-CUSTOMER.
026100     PERFORM 4000-SYNC-ONE-CUSTOMER THRU 4000-EXIT.
026200     READ CRM-FEED
026300         AT END
026400             SET WS-FEED-EOF TO TRUE
026500     END-READ.
026600 3000-EXIT.
026700     EXIT.
026800
026900*****************************************************************
027000*  4000-SYNC-ONE-CUSTOMER.                                     *
027100*****************************************************************
027200 4000-SYNC-ONE-CUSTOMER.
027300     ADD 1 TO WS-READ-COUNT.
027400     PERFORM 4100-VALIDATE-FEED THRU 4100-EXIT.
027500     IF NOT WS-FEED-VALID
027600         PERFORM 8200-WRITE-REJECT THRU 8200-EXIT
027700         GO TO 4000-EXIT
027800     END-IF.
027900     SET WS-MASTER-FOUND TO TRUE.
028000     MOVE YF-ACCOUNT-CODE TO CU-ACCOUNT-CODE.
028100     READ CUST-MAST
028200         INVALID KEY
028300             MOVE "N" TO WS-FOUND-SW
028400     END-READ.
028500     IF WS-MASTER-FOUND
028600         PERFORM 4400-CHANGE-CUSTOMER THRU 4400-EXIT
028700     ELSE
028800         PERFORM 4300-ADD-CUSTOMER THRU 4300-EXIT
028900     END-IF.
029000 4000-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400*  4100-VALIDATE-FEED.                                         *
029500*    THE FIRST FAULT FOUND IS THE ONE REPORTED.                *
029600*****************************************************************
029700 4100-VALIDATE-FEED.
029800     SET WS-FEED-VALID TO TRUE.
029900     MOVE "REQD" TO WS-REJ-REASON.
030000     MOVE "MANDATORY FIELD BLANK" TO WS-REJ-TEXT.
030100     IF YF-ACCOUNT-CODE = SPACES
030200         MOVE "ACCOUNT" TO WS-REJ-FIELD
030300         GO TO 4100-INVALID
030400     END-IF.
030500     IF YF-NAME = SPACES
030600         MOVE "NAME" TO WS-REJ-FIELD
030700         GO TO 4100-INVALID
030800     END-IF.
030900     IF YF-ADDRESS-1 = SPACES
031000         MOVE "ADDRESS-1" TO WS-REJ-FIELD
031100         GO TO 4100-INVALID
031200     END-IF.
031300     IF YF-TERMS = SPACES
031400         MOVE "TERMS" TO WS-REJ-FIELD
031500         GO TO 4100-INVALID
031600     END-IF.
031700     IF YF-TAX-JURIS = SPACES
031800         MOVE "TAX-JURIS" TO WS-REJ-FIELD
031900         GO TO 4100-INVALID
032000     END-IF.
032100     MOVE "N" TO WS-CODE-SW.
032200     PERFORM 4110-MATCH-ONE-TERMS THRU 4110-EXIT
032300         VARYING TRM-IDX FROM 1 BY 1
032400         UNTIL TRM-IDX > WS-TERMS-COUNT
032500            OR WS-CODE-FOUND.
032600     IF NOT WS-CODE-FOUND
032700         MOVE "TERM" TO WS-REJ-REASON
032800         MOVE "TERMS" TO WS-REJ-FIELD
032900         MOVE "TERMS CODE NOT ON TERMSTB" TO WS-REJ-TEXT
033000         GO TO 4100-INVALID
033100     END-IF.
033200     MOVE "N" TO WS-CODE-SW.
033300     PERFORM 4120-MATCH-ONE-JURIS THRU 4120-EXIT
033400         VARYING JUR-IDX FROM 1 BY 1
033500         UNTIL JUR-IDX > WS-JUR-COUNT
033600            OR WS-CODE-FOUND.
033700     IF NOT WS-CODE-FOUND
033800         MOVE "JURS" TO WS-REJ-REASON
033900         MOVE "TAX-JURIS" TO WS-REJ-FIELD
034000         MOVE "UNKNOWN TAX JURISDICTION" TO WS-REJ-TEXT
034100         GO TO 4100-INVALID
034200     END-IF.
034300     GO TO 4100-EXIT.
034400 4100-INVALID.
034500     MOVE "N" TO WS-VALID-SW.
034600 4100-EXIT.
034700     EXIT.
034800
034900*****************************************************************
035000*  4110-MATCH-ONE-TERMS.                                       *
035100*****************************************************************
035200 4110-MATCH-ONE-TERMS.
035300     IF WS-TRM-CODE(TRM-IDX) = YF-TERMS
035400         SET WS-CODE-FOUND TO TRUE
035500     END-IF.
035600 4110-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000*  4120-MATCH-ONE-JURIS.                                       *
036100*****************************************************************
036200 4120-MATCH-ONE-JURIS.
036300     IF WS-JUR-CODE(JUR-IDX) = YF-TAX-JURIS
036400         SET WS-CODE-FOUND TO TRUE
036500     END-IF.
036600 4120-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000*  4300-ADD-CUSTOMER.                                          *
037100*    A NEW CUSTOMER TAKES THE CRM FIELDS; EVERYTHING THE CRM   *
037200*    DOES NOT OWN STARTS AT ITS DEFAULT - NO CREDIT LIMIT, NO  *
037300*    DIRECT DEBIT, DAILY PAPER BILLING IN BASE CURRENCY.       *
037400*****************************************************************
037500 4300-ADD-CUSTOMER.
037600     MOVE SPACES TO WS-OLD-NAME.
037700     MOVE SPACES TO WS-OLD-ADDRESS-1.
037800     MOVE SPACES TO WS-OLD-ADDRESS-2.
037900     MOVE SPACES TO WS-OLD-TERMS.
038000     MOVE SPACES TO WS-OLD-TAX-JURIS.
038100     MOVE SPACES TO CU-CUSTOMER-REC.
038200     MOVE ZERO TO CU-CREDIT-LIMIT.
038300     MOVE ZERO TO CU-DD-MANDATE-DATE.
038400     MOVE YF-ACCOUNT-CODE TO CU-ACCOUNT-CODE.
038500     MOVE YF-NAME         TO CU-NAME.
038600     MOVE YF-ADDRESS-1    TO CU-ADDRESS-1.
038700     MOVE YF-ADDRESS-2    TO CU-ADDRESS-2.
038800     MOVE YF-TERMS        TO CU-TERMS.
038900     MOVE YF-TAX-JURIS    TO CU-TAX-JURIS.
039000     WRITE CU-CUSTOMER-REC
039100         INVALID KEY
039200             DISPLAY "CRMSYNC1 - ADD FAILED FOR " YF-ACCOUNT-CODE
039300             ADD 1 TO WS-ERROR-COUNT
039400             GO TO 4300-EXIT
039500     END-WRITE.
039600     MOVE "YYYYY" TO YA-CHANGED-FIELDS.
039700     SET YA-ACTION-ADD TO TRUE.
039800     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
039900     ADD 1 TO WS-ADDED-COUNT.
040000     MOVE CU-ACCOUNT-CODE TO WS-DTL-ACCOUNT.
040100     MOVE "ADDED"         TO WS-DTL-ACTION.
040200     MOVE "NAME"          TO WS-DTL-FIELD.
040300     MOVE SPACES          TO WS-DTL-BEFORE.
040400     MOVE CU-NAME         TO WS-DTL-AFTER.
040500     WRITE SR-PRINT-LINE FROM WS-RPT-DETAIL.
040600 4300-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000*  4400-CHANGE-CUSTOMER.                                       *
041100*    ONLY A FIELD THAT ACTUALLY DIFFERS IS APPLIED; A CUSTOMER *
041200*    THE CRM SENDS UNCHANGED LEAVES NO AUDIT IMAGE.            *
041233*    A CUSTOMER ERASED ON REQUEST TAKES NO NAME OR ADDRESS     *
041266*    FROM THE CRM - THE CRM STILL HOLDS WHAT WAS ERASED.       *
041300*****************************************************************
041400 4400-CHANGE-CUSTOMER.
041500     MOVE CU-NAME      TO WS-OLD-NAME.
041600     MOVE CU-ADDRESS-1 TO WS-OLD-ADDRESS-1.
041700     MOVE CU-ADDRESS-2 TO WS-OLD-ADDRESS-2.
041800     MOVE CU-TERMS     TO WS-OLD-TERMS.
041900     MOVE CU-TAX-JURIS TO WS-OLD-TAX-JURIS.
042000     MOVE SPACES TO YA-CHANGED-FIELDS.
042100     MOVE ZERO TO WS-FIELD-CHANGES.
042120     IF CU-NAME-ERASED
042140         PERFORM 4450-HOLD-ERASURE THRU 4450-EXIT
042160         GO TO 4400-TERMS
042180     END-IF.
042200     IF YF-NAME NOT = CU-NAME
042300         MOVE "Y" TO YA-CHG-NAME
042400         MOVE YF-NAME TO CU-NAME
042500         ADD 1 TO WS-FIELD-CHANGES
042600     END-IF.
042700     IF YF-ADDRESS-1 NOT = CU-ADDRESS-1
042800         MOVE "Y" TO YA-CHG-ADDRESS-1
042900         MOVE YF-ADDRESS-1 TO CU-ADDRESS-1
043000         ADD 1 TO WS-FIELD-CHANGES
043100     END-IF.
043200     IF YF-ADDRESS-2 NOT = CU-ADDRESS-2
043300         MOVE "Y" TO YA-CHG-ADDRESS-2
043400         MOVE YF-ADDRESS-2 TO CU-ADDRESS-2
043500         ADD 1 TO WS-FIELD-CHANGES
043600     END-IF.
043650 4400-TERMS.
043700     IF YF-TERMS NOT = CU-TERMS
043800         MOVE "Y" TO YA-CHG-TERMS
043900         MOVE YF-TERMS TO CU-TERMS
044000         ADD 1 TO WS-FIELD-CHANGES
044100     END-IF.
044200     IF YF-TAX-JURIS NOT = CU-TAX-JURIS
044300         MOVE "Y" TO YA-CHG-TAX-JURIS
044400         MOVE YF-TAX-JURIS TO CU-TAX-JURIS
044500         ADD 1 TO WS-FIELD-CHANGES
044600     END-IF.
044700     IF WS-FIELD-CHANGES = ZERO
044800         ADD 1 TO WS-SAME-COUNT
044900         GO TO 4400-EXIT
045000     END-IF.
045100     REWRITE CU-CUSTOMER-REC
045200         INVALID KEY
045300             DISPLAY "CRMSYNC1 - CHANGE FAILED FOR "
045400                 CU-ACCOUNT-CODE
045500             ADD 1 TO WS-ERROR-COUNT
045600             GO TO 4400-EXIT
045700     END-REWRITE.
045800     SET YA-ACTION-CHANGE TO TRUE.
045900     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
046000     ADD 1 TO WS-CHANGED-COUNT.
046100     MOVE CU-ACCOUNT-CODE TO WS-DTL-ACCOUNT.
046200     MOVE "CHANGED"       TO WS-DTL-ACTION.
046300     IF YA-CHG-NAME = "Y"
046400         MOVE "NAME"       TO WS-DTL-FIELD
046500         MOVE WS-OLD-NAME  TO WS-DTL-BEFORE
046600         MOVE CU-NAME      TO WS-DTL-AFTER
046700         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
046800         ADD 1 TO WS-NAME-COUNT
046900     END-IF.
047000     IF YA-CHG-ADDRESS-1 = "Y"
047100         MOVE "ADDRESS-1"      TO WS-DTL-FIELD
047200         MOVE WS-OLD-ADDRESS-1 TO WS-DTL-BEFORE
047300         MOVE CU-ADDRESS-1     TO WS-DTL-AFTER
047400         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
047500         ADD 1 TO WS-ADDR1-COUNT
047600     END-IF.
047700     IF YA-CHG-ADDRESS-2 = "Y"
047800         MOVE "ADDRESS-2"      TO WS-DTL-FIELD
047900         MOVE WS-OLD-ADDRESS-2 TO WS-DTL-BEFORE
048000         MOVE CU-ADDRESS-2     TO WS-DTL-AFTER
048100         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
048200         ADD 1 TO WS-ADDR2-COUNT
048300     END-IF.
048400     IF YA-CHG-TERMS = "Y"
048500         MOVE "TERMS"      TO WS-DTL-FIELD
048600         MOVE WS-OLD-TERMS TO WS-DTL-BEFORE
048700         MOVE CU-TERMS     TO WS-DTL-AFTER
048800         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
048900         ADD 1 TO WS-TERMS-CHG-COUNT
049000     END-IF.
049100     IF YA-CHG-TAX-JURIS = "Y"
049200         MOVE "TAX-JURIS"      TO WS-DTL-FIELD
049300         MOVE WS-OLD-TAX-JURIS TO WS-DTL-BEFORE
049400         MOVE CU-TAX-JURIS     TO WS-DTL-AFTER
049500         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
049600         ADD 1 TO WS-JURIS-CHG-COUNT
049700     END-IF.
049800 4400-EXIT.
049900     EXIT.
049904
049909*****************************************************************
049913*  4450-HOLD-ERASURE.                                          *
049918*    LISTS AN ERASED CUSTOMER WHOSE CRM NAME OR ADDRESS WOULD  *
049922*    OTHERWISE HAVE BEEN RESTORED - WITHOUT PRINTING EITHER.   *
049927*****************************************************************
049931 4450-HOLD-ERASURE.
049936     IF YF-NAME = CU-NAME
049940             AND YF-ADDRESS-1 = CU-ADDRESS-1
049945             AND YF-ADDRESS-2 = CU-ADDRESS-2
049950         GO TO 4450-EXIT
049954     END-IF.
049959     ADD 1 TO WS-ERASED-COUNT.
049963     MOVE CU-ACCOUNT-CODE  TO WS-DTL-ACCOUNT.
049968     MOVE "ERASED"         TO WS-DTL-ACTION.
049972     MOVE "NAME/ADDR"      TO WS-DTL-FIELD.
049977     MOVE "NOT RESTORED FROM CRM" TO WS-DTL-BEFORE.
049981     MOVE SPACES           TO WS-DTL-AFTER.
049986     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
049990 4450-EXIT.
049995     EXIT.
050000
050100*****************************************************************
050200*  8000-WRITE-AUDIT.                                           *
050300*****************************************************************
050400 8000-WRITE-AUDIT.
050500     MOVE CU-ACCOUNT-CODE  TO YA-ACCOUNT-CODE.
050600     MOVE WS-OLD-NAME      TO YA-OLD-NAME.
050700     MOVE WS-OLD-ADDRESS-1 TO YA-OLD-ADDRESS-1.
050800     MOVE WS-OLD-ADDRESS-2 TO YA-OLD-ADDRESS-2.
050900     MOVE WS-OLD-TERMS     TO YA-OLD-TERMS.
051000     MOVE WS-OLD-TAX-JURIS TO YA-OLD-TAX-JURIS.
051100     MOVE CU-NAME          TO YA-NEW-NAME.
051200     MOVE CU-ADDRESS-1     TO YA-NEW-ADDRESS-1.
051300     MOVE CU-ADDRESS-2     TO YA-NEW-ADDRESS-2.
051400     MOVE CU-TERMS         TO YA-NEW-TERMS.
051500     MOVE CU-TAX-JURIS     TO YA-NEW-TAX-JURIS.
051600     MOVE WS-SYNC-USER     TO YA-USER-ID.
051700     MOVE WS-PROCESS-DATE  TO YA-CHANGE-DATE.
051800     ACCEPT WS-CLOCK-TIME FROM TIME.
051900     MOVE WS-CLOCK-TIME    TO YA-CHANGE-TIME.
052000     WRITE YA-CUST-AUDIT-REC.
052100 8000-EXIT.
052200     EXIT.
052300
052400*****************************************************************
052500*  8100-WRITE-DETAIL.                                          *
052600*    THE ACCOUNT AND ACTION PRINT ON THE FIRST LINE FOR THE    *
052700*    CUSTOMER ONLY.                                            *
052800*****************************************************************
052900 8100-WRITE-DETAIL.
053000     WRITE SR-PRINT-LINE FROM WS-RPT-DETAIL.
053100     MOVE SPACES TO WS-DTL-ACCOUNT.
053200     MOVE SPACES TO WS-DTL-ACTION.
053300 8100-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700*  8200-WRITE-REJECT.                                          *
053800*****************************************************************
053900 8200-WRITE-REJECT.
054000     MOVE WS-REJ-REASON   TO YJ-REASON-CODE.
054100     MOVE WS-REJ-FIELD    TO YJ-FIELD-NAME.
054200     MOVE YF-CRM-CUST-REC TO YJ-CRM-IMAGE.
054300     WRITE YJ-CRM-REJECT-REC.
054400     ADD 1 TO WS-REJECT-COUNT.
054500     MOVE YF-ACCOUNT-CODE TO WS-DTL-ACCOUNT.
054600     MOVE "REJECTED"      TO WS-DTL-ACTION.
054700     MOVE WS-REJ-FIELD    TO WS-DTL-FIELD.
054800     MOVE WS-REJ-TEXT     TO WS-DTL-BEFORE.
054900     MOVE SPACES          TO WS-DTL-AFTER.
055000     STRING "CRM ID " YF-CRM-ID
055100         DELIMITED BY SIZE INTO WS-DTL-AFTER.
055200     WRITE SR-PRINT-LINE FROM WS-RPT-DETAIL.
055300 8200-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700*  9000-FINALIZE.                                              *
055800*****************************************************************
055900 9000-FINALIZE.
056000     MOVE SPACES TO SR-PRINT-LINE.
056100     WRITE SR-PRINT-LINE.
056200     MOVE WS-READ-COUNT    TO WS-TOT-READ.
056300     MOVE WS-ADDED-COUNT   TO WS-TOT-ADDED.
056400     MOVE WS-CHANGED-COUNT TO WS-TOT-CHANGED.
056500     MOVE WS-SAME-COUNT    TO WS-TOT-SAME.
056600     MOVE WS-REJECT-COUNT  TO WS-TOT-REJECTED.
056700     WRITE SR-PRINT-LINE FROM WS-RPT-TOTALS.
056800     MOVE WS-NAME-COUNT      TO WS-FLD-NAME.
056900     MOVE WS-ADDR1-COUNT     TO WS-FLD-ADDR1.
057000     MOVE WS-ADDR2-COUNT     TO WS-FLD-ADDR2.
057100     MOVE WS-TERMS-CHG-COUNT TO WS-FLD-TERMS.
057200     MOVE WS-JURIS-CHG-COUNT TO WS-FLD-JURIS.
057300     WRITE SR-PRINT-LINE FROM WS-RPT-FIELD-TOTALS.
057333     MOVE WS-ERASED-COUNT    TO WS-TOT-ERASED.
057366     WRITE SR-PRINT-LINE FROM WS-RPT-ERASED-TOTAL.
057400     CLOSE CUST-MAST.
057500     CLOSE CRM-FEED.
057600     CLOSE CUST-AUDIT.
057700     CLOSE CRM-REJ.
057800     CLOSE SYNC-RPT.
057900     DISPLAY "CRMSYNC1 READ: " WS-READ-COUNT
058000         " ADDED: " WS-ADDED-COUNT
058100         " CHANGED: " WS-CHANGED-COUNT
058200         " REJECTED: " WS-REJECT-COUNT.
058300     IF WS-ERROR-COUNT > ZERO
058400         MOVE 8 TO RETURN-CODE
058500     ELSE
058600         IF WS-REJECT-COUNT > ZERO
058700             MOVE 4 TO RETURN-CODE
058800         END-IF
058900     END-IF.
059000 9000-EXIT.
059100     EXIT.
