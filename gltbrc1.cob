000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     GLTBRC1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    SUBLEDGER-TO-GL BALANCE RECONCILIATION.  GLACKRC1 PROVES  *
001300*    THE GL RECEIVED OUR LINES; THIS PROVES ITS BALANCES STILL *
001400*    AGREE WITH OURS AFTER ITS OWN POSTINGS AND MANUAL         *
001500*    ENTRIES.  THE GL'S TRIAL BALANCE (GLTBAL - MONTH-END, OR  *
001600*    DAILY WHEN THE GL CUTS ONE) IS COMPARED ACCOUNT BY        *
001700*    ACCOUNT WITH WHAT THE SUBLEDGER SAYS EACH ACCOUNT SHOULD  *
001800*    HOLD - EVERY SUBLMAST CODE'S BALANCE AND EVERY LEDGER'S   *
001900*    ROUNDING-SUSPENSE BALANCE (SUSPBAL), EACH CARRIED TO ITS  *
002000*    GL ACCOUNTS THROUGH THE SAME GLMAP ROWS THE EXTRACT USES, *
002100*    LESS ANY EXTRACT LINE THE GL HAS NOT YET ACKNOWLEDGED     *
002200*    (THE GLACKRC1 SUSPENSE), WHICH IS SHOWN AS IN TRANSIT.    *
002300*    A GL ACCOUNT NO GLMAP ROW NAMES IS OUTSIDE THE SUBLEDGER  *
002400*    AND IS ONLY COUNTED.                                      *
002500*                                                              *
002600*    EVERY ACCOUNT OUT BY MORE THAN THE GLRECPRM TOLERANCE IS  *
002700*    LISTED ON GLRECRPT, AGED BY THE NUMBER OF MONTH-END       *
002800*    CLOSES IT HAS PERSISTED (THE GLRCHI/GLRCHO HISTORY, WHICH *
002900*    ONLY A MONTH-END FILE ADVANCES).  A CONTROL ACCOUNT OUT   *
003000*    OF BALANCE ALSO RAISES A GLRECON ALERT ON ALERTQ.         *
003100*                                                              *
003200*  MODIFICATION HISTORY.                                       *
003300*    2026-10-15  DL  ORIGINAL GL TRIAL BALANCE RECONCILIATION. *
003325*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON  *
003350*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST    *
003375*                    THROUGH CLSREC01, WITH ITS RETURN CODE.   *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RUN-CTL ASSIGN TO "RUNCTL"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT RECON-PARM ASSIGN TO "GLRECPRM"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT GL-MAP ASSIGN TO "GLMAP"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT SUBL-MAST ASSIGN TO "SUBLMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS SL-CODE-KEY.
004800     SELECT SUSP-BAL ASSIGN TO "SUSPBAL"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT GL-SUSP ASSIGN TO "GLSUSPIN"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT GL-TBAL ASSIGN TO "GLTBAL"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT HIST-IN ASSIGN TO "GLRCHI"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT HIST-OUT ASSIGN TO "GLRCHO"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT ALERT-Q ASSIGN TO "ALERTQ"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT RECON-RPT ASSIGN TO "GLRECRPT"
006100         ORGANIZATION IS SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RUN-CTL.
006600     COPY DLRUNCTL.
006700
006800 FD  RECON-PARM.
006900     COPY DLGLRPRM.
007000
007100 FD  GL-MAP.
007200     COPY DLGLMAP.
007300
007400 FD  SUBL-MAST.
007500     COPY DLSUBLMS.
007600
007700 FD  SUSP-BAL.
007800     COPY DLSUSBAL.
007900
008000 FD  GL-SUSP.
008100     COPY DLGLSUSP.
008200
008300 FD  GL-TBAL.
008400     COPY DLGLTBAL.
008500
008600 FD  HIST-IN.
008700     COPY DLGLRHST.
008800
008900 FD  HIST-OUT.
009000     COPY DLGLRHST
009100         REPLACING ==RH-RECON-HIST-REC==  BY ==HO-RECON-HIST-REC==
009200                   ==RH-GL-ACCOUNT==      BY ==HO-GL-ACCOUNT==
009300                   ==RH-FIRST-PERIOD==    BY ==HO-FIRST-PERIOD==
009400                   ==RH-LAST-PERIOD==     BY ==HO-LAST-PERIOD==
009500                   ==RH-CLOSE-COUNT==     BY ==HO-CLOSE-COUNT==
009600                   ==RH-LAST-DIFFERENCE== BY
009700                       ==HO-LAST-DIFFERENCE==.
009800
009900 FD  ALERT-Q.
010000     COPY DLALERT.
010100
010200 FD  RECON-RPT.
010300 01  GR-PRINT-LINE            PIC X(132).
010400
010500 WORKING-STORAGE SECTION.
010600 01  WS-SWITCHES.
010700     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
010800         88  WS-CTL-EOF            VALUE "Y".
010900     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
011000         88  WS-PARM-EOF           VALUE "Y".
011100     05  WS-MAP-EOF-SW        PIC X(01) VALUE "N".
011200         88  WS-MAP-EOF            VALUE "Y".
011300     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
011400         88  WS-MAST-EOF           VALUE "Y".
011500     05  WS-SBAL-EOF-SW       PIC X(01) VALUE "N".
011600         88  WS-SBAL-EOF           VALUE "Y".
011700     05  WS-GSUS-EOF-SW       PIC X(01) VALUE "N".
011800         88  WS-GSUS-EOF           VALUE "Y".
011900     05  WS-TBAL-EOF-SW       PIC X(01) VALUE "N".
012000         88  WS-TBAL-EOF           VALUE "Y".
012100     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
012200         88  WS-HIST-EOF           VALUE "Y".
012300     05  WS-MAPPED-SW         PIC X(01) VALUE "N".
012400         88  WS-KEY-MAPPED         VALUE "Y".
012500     05  WS-KNOWN-SW          PIC X(01) VALUE "N".
012600         88  WS-ACCT-KNOWN         VALUE "Y".
012700     05  WS-CONTROL-SW        PIC X(01) VALUE "N".
012800         88  WS-IS-CONTROL         VALUE "Y".
012900     05  WS-TB-TYPE           PIC X(01) VALUE SPACE.
013000         88  WS-MONTH-END-TB       VALUE "M".
013100
013200 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
013300 01  WS-RECON-PERIOD          PIC 9(06) VALUE ZERO.
013400 01  WS-TB-DATE               PIC 9(08) VALUE ZERO.
013500 01  WS-TOLERANCE             PIC 9(07)V9(02) VALUE 1.00.
013600 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
013700 01  WS-MAP-KEY               PIC X(06) VALUE SPACES.
013800 01  WS-MAP-SOURCE-WANTED     PIC X(08) VALUE SPACES.
013900 01  WS-WORK-ACCT             PIC X(08) VALUE SPACES.
014000 01  WS-WORK-AMOUNT           PIC S9(13)V9(02) VALUE ZERO.
014100 01  WS-DEBIT-ACCT            PIC X(08) VALUE SPACES.
014200 01  WS-CREDIT-ACCT           PIC X(08) VALUE SPACES.
014300 01  WS-EXPECTED              PIC S9(13)V9(02) VALUE ZERO.
014400 01  WS-DIFFERENCE            PIC S9(13)V9(02) VALUE ZERO.
014500 01  WS-ABS-DIFFERENCE        PIC 9(13)V9(02) VALUE ZERO.
014600 01  WS-FIRST-PERIOD          PIC 9(06) VALUE ZERO.
014700 01  WS-CLOSE-COUNT           PIC 9(03) VALUE ZERO.
014800
014900 01  WS-TB-LINE-COUNT         PIC 9(07) COMP VALUE ZERO.
015000 01  WS-OUTSIDE-COUNT         PIC 9(07) COMP VALUE ZERO.
015100 01  WS-UNMAPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
015200 01  WS-AGREED-COUNT          PIC 9(07) COMP VALUE ZERO.
015300 01  WS-OUT-COUNT             PIC 9(07) COMP VALUE ZERO.
015400 01  WS-ALERT-COUNT           PIC 9(07) COMP VALUE ZERO.
015500 01  WS-FULL-COUNT            PIC 9(07) COMP VALUE ZERO.
015600 01  MAP-IDX                  PIC 9(03) VALUE ZERO.
015700 01  ACCT-IDX                 PIC 9(03) VALUE ZERO.
015800 01  ACCT-SUB                 PIC 9(03) VALUE ZERO.
015900 01  CTL-IDX                  PIC 9(02) VALUE ZERO.
016000 01  HST-IDX                  PIC 9(03) VALUE ZERO.
016100 01  HST-SUB                  PIC 9(03) VALUE ZERO.
016200
016300 01  WS-MAP-COUNT             PIC 9(03) VALUE ZERO.
016400 01  WS-MAP-TABLE.
016500     05  WS-MAP-ENTRY OCCURS 1 TO 300 TIMES
016600             DEPENDING ON WS-MAP-COUNT.
016700         10  WS-MAP-PREFIX    PIC X(06).
016800         10  WS-MAP-SOURCE    PIC X(08).
016900         10  WS-MAP-DEBIT     PIC X(08).
017000         10  WS-MAP-CREDIT    PIC X(08).
017100
017200 01  WS-CTL-COUNT             PIC 9(02) VALUE ZERO.
017300 01  WS-CTL-TABLE.
017400     05  WS-CTL-ENTRY OCCURS 1 TO 50 TIMES
017500             DEPENDING ON WS-CTL-COUNT.
017600         10  WS-CTL-ACCT      PIC X(08).
017700
017800*    ONE SLOT PER GL ACCOUNT TOUCHED BY EITHER SIDE.
017900 01  WS-ACCT-COUNT            PIC 9(03) VALUE ZERO.
018000 01  WS-ACCT-TABLE.
018100     05  WS-ACCT-ENTRY OCCURS 1 TO 500 TIMES
018200             DEPENDING ON WS-ACCT-COUNT.
018300         10  WS-AC-ACCOUNT    PIC X(08).
018400         10  WS-AC-SUBLEDGER  PIC S9(13)V9(02).
018500         10  WS-AC-IN-TRANSIT PIC S9(13)V9(02).
018600         10  WS-AC-GL-BALANCE PIC S9(13)V9(02).
018700         10  WS-AC-ON-GL-SW   PIC X(01).
018800             88  WS-AC-ON-GL       VALUE "Y".
018900
019000 01  WS-HIST-COUNT            PIC 9(03) VALUE ZERO.
019100 01  WS-HIST-TABLE.
019200     05  WS-HIST-ENTRY OCCURS 1 TO 500 TIMES
019300             DEPENDING ON WS-HIST-COUNT.
019400         10  WS-HS-ACCOUNT    PIC X(08).
019500         10  WS-HS-FIRST      PIC 9(06).
019600         10  WS-HS-LAST       PIC 9(06).
019700         10  WS-HS-CLOSES     PIC 9(03).
019800
019900 01  WS-RPT-HEADER.
020000     05  FILLER               PIC X(36) VALUE
020100         "SUBLEDGER TO GL RECONCILIATION  TB ".
020200     05  WS-HDR-TYPE          PIC X(10).
020300     05  FILLER               PIC X(07) VALUE " AS OF ".
020400     05  WS-HDR-TB-DATE       PIC 9(08).
020500     05  FILLER               PIC X(10) VALUE " RUN DATE ".
020600     05  WS-HDR-DATE          PIC 9(08).
020700     05  FILLER               PIC X(13) VALUE " TOLERANCE ".
020800     05  WS-HDR-TOLERANCE     PIC Z(06)9.99.
020900
021000 01  WS-RPT-COLUMNS.
021100     05  FILLER               PIC X(09) VALUE "ACCOUNT".
021200     05  FILLER               PIC X(19) VALUE
021300         "         SUBLEDGER".
021400     05  FILLER               PIC X(19) VALUE
021500         "        IN TRANSIT".
021600     05  FILLER               PIC X(19) VALUE
021700         "        GL BALANCE".
021800     05  FILLER               PIC X(19) VALUE
021900         "        DIFFERENCE".
022000     05  FILLER               PIC X(26) VALUE
022100         "  OUT SINCE  CLOSES".
022200
022300 01  WS-RPT-DETAIL.
022400     05  WS-DET-ACCOUNT       PIC X(08).
022500     05  FILLER               PIC X(01) VALUE SPACE.
022600     05  WS-DET-SUBLEDGER     PIC -(14)9.99.
022700     05  FILLER               PIC X(01) VALUE SPACE.
022800     05  WS-DET-IN-TRANSIT    PIC -(14)9.99.
022900     05  FILLER               PIC X(01) VALUE SPACE.
023000     05  WS-DET-GL-BALANCE    PIC -(14)9.99.
023100     05  FILLER               PIC X(01) VALUE SPACE.
023200     05  WS-DET-DIFFERENCE    PIC -(14)9.99.
023300     05  FILLER               PIC X(03) VALUE SPACES.
023400     05  WS-DET-FIRST-PERIOD  PIC 9(06).
023500     05  FILLER               PIC X(03) VALUE SPACES.
023600     05  WS-DET-CLOSES        PIC ZZ9.
023700     05  FILLER               PIC X(02) VALUE SPACES.
023800     05  WS-DET-FLAG          PIC X(12).
023900
024000 01  WS-RPT-TOTAL.
024100     05  FILLER               PIC X(20) VALUE
024200         "ACCOUNTS COMPARED - ".
024300     05  WS-TOT-AGREED        PIC Z(06)9.
024400     05  FILLER               PIC X(10) VALUE " AGREED / ".
024500     05  WS-TOT-OUT           PIC Z(06)9.
024600     05  FILLER               PIC X(09) VALUE " OUT    ".
024700     05  FILLER               PIC X(26) VALUE
024800         "GL ACCOUNTS NOT IN GLMAP: ".
024900     05  WS-TOT-OUTSIDE       PIC Z(06)9.
025000
025033     COPY DLCLNOTE.
025066
025100 PROCEDURE DIVISION.
025200*****************************************************************
025300*  0000-MAINLINE.                                              *
025400*****************************************************************
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025700     PERFORM 2000-LOAD-GL-LINE THRU 2000-EXIT
025800         UNTIL WS-TBAL-EOF.
025900     PERFORM 3000-RECONCILE-ONE-ACCT THRU 3000-EXIT
026000         VARYING ACCT-IDX FROM 1 BY 1
026100         UNTIL ACCT-IDX > WS-ACCT-COUNT.
026200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
026300     STOP RUN.
026400
026500*****************************************************************
026600*  1000-INITIALIZE.                                            *
026700*    FIXES THE PERIOD FROM THE RUNCTL BUSINESS DATE (THE       *
026800*    MACHINE DATE IF RUNCTL IS EMPTY), LOADS THE SETTINGS, THE *
026900*    GLMAP TABLE AND THE CARRIED HISTORY, THEN BUILDS THE      *
027000*    SUBLEDGER SIDE OF EVERY ACCOUNT FROM SUBLMAST, THE        *
027100*    ROUNDING SUSPENSE AND THE UNACKNOWLEDGED EXTRACT LINES.   *
027200*****************************************************************
027300 1000-INITIALIZE.
027400     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
027500     OPEN INPUT RUN-CTL.
027600     READ RUN-CTL
027700         AT END
027800             SET WS-CTL-EOF TO TRUE
027900     END-READ.
028000     IF NOT WS-CTL-EOF
028100         MOVE BD-BUSINESS-DATE TO WS-PROCESS-DATE
028200     END-IF.
028300     CLOSE RUN-CTL.
028400     MOVE WS-PROCESS-DATE(1:6) TO WS-RECON-PERIOD.
028500     OPEN INPUT RECON-PARM.
028600     READ RECON-PARM
028700         AT END
028800             SET WS-PARM-EOF TO TRUE
028900     END-READ.
029000     PERFORM 1100-LOAD-ONE-PARM THRU 1100-EXIT
029100         UNTIL WS-PARM-EOF.
029200     CLOSE RECON-PARM.
029300     OPEN INPUT GL-MAP.
029400     READ GL-MAP
029500         AT END
029600             SET WS-MAP-EOF TO TRUE
029700     END-READ.
029800     PERFORM 1200-LOAD-ONE-MAP THRU 1200-EXIT
029900         UNTIL WS-MAP-EOF.
030000     CLOSE GL-MAP.
030100     OPEN INPUT HIST-IN.
030200     READ HIST-IN
030300         AT END
030400             SET WS-HIST-EOF TO TRUE
030500     END-READ.
030600     PERFORM 1300-LOAD-ONE-HIST THRU 1300-EXIT
030700         UNTIL WS-HIST-EOF.
030800     CLOSE HIST-IN.
030900     OPEN INPUT SUBL-MAST.
031000     READ SUBL-MAST
031100         AT END
031200             SET WS-MAST-EOF TO TRUE
031300     END-READ.
031400     PERFORM 1400-POST-ONE-CODE THRU 1400-EXIT
031500         UNTIL WS-MAST-EOF.
031600     CLOSE SUBL-MAST.
031700     OPEN INPUT SUSP-BAL.
031800     READ SUSP-BAL
031900         AT END
032000             SET WS-SBAL-EOF TO TRUE
032100     END-READ.
032200     PERFORM 1500-POST-ONE-SUSPENSE THRU 1500-EXIT
032300         UNTIL WS-SBAL-EOF.
032400     CLOSE SUSP-BAL.
032500     OPEN INPUT GL-SUSP.
032600     READ GL-SUSP
032700         AT END
032800             SET WS-GSUS-EOF TO TRUE
032900     END-READ.
033000     PERFORM 1600-POST-ONE-IN-TRANSIT THRU 1600-EXIT
033100         UNTIL WS-GSUS-EOF.
033200     CLOSE GL-SUSP.
033300     OPEN INPUT GL-TBAL.
033400     OPEN OUTPUT HIST-OUT.
033500     OPEN EXTEND ALERT-Q.
033600     OPEN OUTPUT RECON-RPT.
033700     READ GL-TBAL
033800         AT END
033900             SET WS-TBAL-EOF TO TRUE
034000     END-READ.
034100     IF NOT WS-TBAL-EOF
034200         MOVE GB-TB-TYPE    TO WS-TB-TYPE
034300         MOVE GB-AS-OF-DATE TO WS-TB-DATE
034400         MOVE GB-AS-OF-DATE(1:6) TO WS-RECON-PERIOD
034500     END-IF.
034600     IF WS-MONTH-END-TB
034700         MOVE "MONTH-END" TO WS-HDR-TYPE
034800     ELSE
034900         MOVE "DAILY"     TO WS-HDR-TYPE
035000     END-IF.
035100     MOVE WS-TB-DATE      TO WS-HDR-TB-DATE.
035200     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
035300     MOVE WS-TOLERANCE    TO WS-HDR-TOLERANCE.
035400     WRITE GR-PRINT-LINE FROM WS-RPT-HEADER.
035500     WRITE GR-PRINT-LINE FROM WS-RPT-COLUMNS.
035600 1000-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000*  1100-LOAD-ONE-PARM.                                         *
036100*****************************************************************
036200 1100-LOAD-ONE-PARM.
036300     EVALUATE TRUE
036400         WHEN GP-TOLERANCE-REC
036500             MOVE GP-TOLERANCE TO WS-TOLERANCE
036600         WHEN GP-CONTROL-REC
036700             IF WS-CTL-COUNT < 50
036800                 ADD 1 TO WS-CTL-COUNT
036900                 MOVE GP-CONTROL-ACCT
037000                     TO WS-CTL-ACCT(WS-CTL-COUNT)
037100             ELSE
037200                 DISPLAY "GLTBRC1 - IGNORING CONTROL ACCOUNT "
037300                     "PAST FIRST 50: " GP-CONTROL-ACCT
037400             END-IF
037500         WHEN OTHER
037600             DISPLAY "GLTBRC1 - UNKNOWN GLRECPRM RECORD TYPE ["
037700                 GP-RECORD-TYPE "] IGNORED"
037800     END-EVALUATE.
037900     READ RECON-PARM
038000         AT END
038100             SET WS-PARM-EOF TO TRUE
038200     END-READ.
038300 1100-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700*  1200-LOAD-ONE-MAP.                                          *
038800*****************************************************************
038900 1200-LOAD-ONE-MAP.
039000     IF WS-MAP-COUNT < 300
039100         ADD 1 TO WS-MAP-COUNT
039200         MOVE GM-KEY-PREFIX     TO WS-MAP-PREFIX(WS-MAP-COUNT)
039300         MOVE GM-SOURCE-PROGRAM TO WS-MAP-SOURCE(WS-MAP-COUNT)
039400         MOVE GM-DEBIT-ACCT     TO WS-MAP-DEBIT(WS-MAP-COUNT)
039500         MOVE GM-CREDIT-ACCT    TO WS-MAP-CREDIT(WS-MAP-COUNT)
039600     ELSE
039700         DISPLAY "GLMAP: IGNORING MAPPING PAST FIRST 300"
039800     END-IF.
039900     READ GL-MAP
040000         AT END
040100             SET WS-MAP-EOF TO TRUE
040200     END-READ.
040300 1200-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*  1300-LOAD-ONE-HIST.                                         *
040800*****************************************************************
040900 1300-LOAD-ONE-HIST.
041000     IF WS-HIST-COUNT < 500
041100         ADD 1 TO WS-HIST-COUNT
041200         MOVE RH-GL-ACCOUNT   TO WS-HS-ACCOUNT(WS-HIST-COUNT)
041300         MOVE RH-FIRST-PERIOD TO WS-HS-FIRST(WS-HIST-COUNT)
041400         MOVE RH-LAST-PERIOD  TO WS-HS-LAST(WS-HIST-COUNT)
041500         MOVE RH-CLOSE-COUNT  TO WS-HS-CLOSES(WS-HIST-COUNT)
041600     ELSE
041700         DISPLAY "GLTBRC1 - HISTORY TABLE FULL - "
041800             RH-GL-ACCOUNT " DROPPED"
041900     END-IF.
042000     READ HIST-IN
042100         AT END
042200             SET WS-HIST-EOF TO TRUE
042300     END-READ.
042400 1300-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800*  1400-POST-ONE-CODE.                                         *
042900*    A CODE'S BALANCE GOES ON ITS GLMAP DEBIT ACCOUNT AND OFF  *
043000*    ITS CREDIT ACCOUNT, THE SAME SIDES THE FINANCIAL          *
043100*    STATEMENTS READ IT FROM.                                  *
043200*****************************************************************
043300 1400-POST-ONE-CODE.
043400     MOVE SPACES        TO WS-MAP-KEY.
043500     MOVE SL-CODE-TYPE  TO WS-MAP-KEY(1:1).
043600     MOVE SL-CODE-VALUE TO WS-MAP-KEY(2:4).
043700     MOVE "SUBLPST1"    TO WS-MAP-SOURCE-WANTED.
043800     PERFORM 4000-RESOLVE-MAP THRU 4000-EXIT.
043900     IF WS-KEY-MAPPED
044000         MOVE SL-BALANCE TO WS-WORK-AMOUNT
044100         PERFORM 1450-POST-BOTH-SIDES THRU 1450-EXIT
044200     ELSE
044300         ADD 1 TO WS-UNMAPPED-COUNT
044400         DISPLAY "GLTBRC1 - NO GLMAP ENTRY FOR CODE "
044500             SL-CODE-TYPE " " SL-CODE-VALUE
044600             " - LEFT OUT OF THE RECONCILIATION"
044700     END-IF.
044800     READ SUBL-MAST
044900         AT END
045000             SET WS-MAST-EOF TO TRUE
045100     END-READ.
045200 1400-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*  1450-POST-BOTH-SIDES.                                       *
045700*    WS-WORK-AMOUNT ONTO THE SUBLEDGER SIDE OF THE RESOLVED    *
045800*    DEBIT ACCOUNT AND OFF THE RESOLVED CREDIT ACCOUNT.        *
045900*****************************************************************
046000 1450-POST-BOTH-SIDES.
046100     MOVE WS-DEBIT-ACCT TO WS-WORK-ACCT.
046200     PERFORM 5000-FIND-ACCT THRU 5000-EXIT.
046300     IF ACCT-SUB > ZERO
046400         ADD WS-WORK-AMOUNT TO WS-AC-SUBLEDGER(ACCT-SUB)
046500     END-IF.
046600     MOVE WS-CREDIT-ACCT TO WS-WORK-ACCT.
046700     PERFORM 5000-FIND-ACCT THRU 5000-EXIT.
046800     IF ACCT-SUB > ZERO
046900         SUBTRACT WS-WORK-AMOUNT FROM WS-AC-SUBLEDGER(ACCT-SUB)
047000     END-IF.
047100 1450-EXIT.
047200     EXIT.
047300
047400*****************************************************************
047500*  1500-POST-ONE-SUSPENSE.                                     *
047600*    RNDSUSP1 SENDS EACH DAY'S ROUNDING AS AN OFFSETTING LINE  *
047700*    KEYED "RND-" PLUS THE LEDGER, SO THE GL HOLDS THE         *
047800*    NEGATIVE OF THE CARRIED SUSPENSE BALANCE ON THAT KEY'S    *
047900*    ACCOUNTS.                                                 *
048000*****************************************************************
048100 1500-POST-ONE-SUSPENSE.
048200     MOVE SPACES TO WS-MAP-KEY.
048300     STRING "RND-" SB-LEDGER-CODE
048400         DELIMITED BY SIZE INTO WS-MAP-KEY.
048500     MOVE "RNDSUSP1" TO WS-MAP-SOURCE-WANTED.
048600     PERFORM 4000-RESOLVE-MAP THRU 4000-EXIT.
048700     IF WS-KEY-MAPPED
048800         COMPUTE WS-WORK-AMOUNT = ZERO - SB-BALANCE
048900         PERFORM 1450-POST-BOTH-SIDES THRU 1450-EXIT
049000     ELSE
049100         ADD 1 TO WS-UNMAPPED-COUNT
049200         DISPLAY "GLTBRC1 - NO GLMAP ENTRY FOR ROUNDING "
049300             "SUSPENSE OF LEDGER " SB-LEDGER-CODE
049400     END-IF.
049500     READ SUSP-BAL
049600         AT END
049700             SET WS-SBAL-EOF TO TRUE
049800     END-READ.
049900 1500-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300*  1600-POST-ONE-IN-TRANSIT.                                   *
050400*    A LINE THE GL HAS NOT YET ACKNOWLEDGED IS NOT ON ITS      *
050500*    TRIAL BALANCE, SO THE GL IS EXPECTED TO BE SHORT BY IT.   *
050600*****************************************************************
050700 1600-POST-ONE-IN-TRANSIT.
050800     MOVE SU-TRANS-KEY(1:6)  TO WS-MAP-KEY.
050900     MOVE SU-SOURCE-PROGRAM  TO WS-MAP-SOURCE-WANTED.
051000     PERFORM 4000-RESOLVE-MAP THRU 4000-EXIT.
051100     IF WS-KEY-MAPPED
051200         IF SU-AMOUNT-SIGN = "-"
051300             COMPUTE WS-WORK-AMOUNT = ZERO - SU-AMOUNT
051400         ELSE
051500             MOVE SU-AMOUNT TO WS-WORK-AMOUNT
051600         END-IF
051700         MOVE WS-DEBIT-ACCT TO WS-WORK-ACCT
051800         PERFORM 5000-FIND-ACCT THRU 5000-EXIT
051900         IF ACCT-SUB > ZERO
052000             ADD WS-WORK-AMOUNT TO WS-AC-IN-TRANSIT(ACCT-SUB)
052100         END-IF
052200         MOVE WS-CREDIT-ACCT TO WS-WORK-ACCT
052300         PERFORM 5000-FIND-ACCT THRU 5000-EXIT
052400         IF ACCT-SUB > ZERO
052500             SUBTRACT WS-WORK-AMOUNT
052600                 FROM WS-AC-IN-TRANSIT(ACCT-SUB)
052700         END-IF
052800     END-IF.
052900     READ GL-SUSP
053000         AT END
053100             SET WS-GSUS-EOF TO TRUE
053200     END-READ.
053300 1600-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700*  2000-LOAD-GL-LINE.                                          *
053800*    ONE GL TRIAL BALANCE ACCOUNT.  AN ACCOUNT NO GLMAP ROW    *
053900*    NAMES ON EITHER SIDE IS OUTSIDE THE SUBLEDGER.            *
054000*****************************************************************
054100 2000-LOAD-GL-LINE.
054200     ADD 1 TO WS-TB-LINE-COUNT.
054300     MOVE GB-GL-ACCOUNT TO WS-WORK-ACCT.
054400     MOVE "N" TO WS-KNOWN-SW.
054500     PERFORM 2100-MATCH-MAP-ACCT THRU 2100-EXIT
054600         VARYING MAP-IDX FROM 1 BY 1
054700         UNTIL MAP-IDX > WS-MAP-COUNT
054800            OR WS-ACCT-KNOWN.
054900     IF WS-ACCT-KNOWN
055000         PERFORM 5000-FIND-ACCT THRU 5000-EXIT
055100         IF ACCT-SUB > ZERO
055200             ADD GB-BALANCE TO WS-AC-GL-BALANCE(ACCT-SUB)
055300             MOVE "Y" TO WS-AC-ON-GL-SW(ACCT-SUB)
055400         END-IF
055500     ELSE
055600         ADD 1 TO WS-OUTSIDE-COUNT
055700     END-IF.
055800     READ GL-TBAL
055900         AT END
056000             SET WS-TBAL-EOF TO TRUE
056100     END-READ.
056200 2000-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600*  2100-MATCH-MAP-ACCT.                                        *
056700*****************************************************************
056800 2100-MATCH-MAP-ACCT.
056900     IF WS-MAP-DEBIT(MAP-IDX) = WS-WORK-ACCT
057000             OR WS-MAP-CREDIT(MAP-IDX) = WS-WORK-ACCT
057100         SET WS-ACCT-KNOWN TO TRUE
057200     END-IF.
057300 2100-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700*  3000-RECONCILE-ONE-ACCT.                                    *
057800*    THE GL SHOULD HOLD THE SUBLEDGER FIGURE LESS WHAT IS      *
057900*    STILL IN TRANSIT.  AN ACCOUNT OUT BY MORE THAN THE        *
058000*    TOLERANCE IS LISTED AND AGED; ON A MONTH-END FILE ITS     *
058100*    CLOSE COUNT ADVANCES.  AN ACCOUNT THE GL DID NOT SEND IS  *
058200*    COMPARED AGAINST ZERO.                                    *
058300*****************************************************************
058400 3000-RECONCILE-ONE-ACCT.
058500     COMPUTE WS-EXPECTED = WS-AC-SUBLEDGER(ACCT-IDX)
058600         - WS-AC-IN-TRANSIT(ACCT-IDX).
058700     COMPUTE WS-DIFFERENCE = WS-AC-GL-BALANCE(ACCT-IDX)
058800         - WS-EXPECTED.
058900     IF WS-DIFFERENCE < ZERO
059000         COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
059100     ELSE
059200         MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
059300     END-IF.
059400     IF WS-ABS-DIFFERENCE NOT > WS-TOLERANCE
059500         ADD 1 TO WS-AGREED-COUNT
059600         GO TO 3000-EXIT
059700     END-IF.
059800     ADD 1 TO WS-OUT-COUNT.
059900     PERFORM 3100-AGE-DIFFERENCE THRU 3100-EXIT.
060000     MOVE WS-AC-ACCOUNT(ACCT-IDX)    TO WS-DET-ACCOUNT.
060100     MOVE WS-AC-SUBLEDGER(ACCT-IDX)  TO WS-DET-SUBLEDGER.
060200     MOVE WS-AC-IN-TRANSIT(ACCT-IDX) TO WS-DET-IN-TRANSIT.
060300     MOVE WS-AC-GL-BALANCE(ACCT-IDX) TO WS-DET-GL-BALANCE.
060400     MOVE WS-DIFFERENCE              TO WS-DET-DIFFERENCE.
060500     MOVE WS-FIRST-PERIOD            TO WS-DET-FIRST-PERIOD.
060600     MOVE WS-CLOSE-COUNT             TO WS-DET-CLOSES.
060700     MOVE "N" TO WS-CONTROL-SW.
060800     PERFORM 3200-MATCH-CONTROL THRU 3200-EXIT
060900         VARYING CTL-IDX FROM 1 BY 1
061000         UNTIL CTL-IDX > WS-CTL-COUNT
061100            OR WS-IS-CONTROL.
061200     EVALUATE TRUE
061300         WHEN WS-IS-CONTROL
061400             MOVE "CONTROL ACCT" TO WS-DET-FLAG
061500             PERFORM 3300-RAISE-ALERT THRU 3300-EXIT
061600         WHEN NOT WS-AC-ON-GL(ACCT-IDX)
061700             MOVE "NOT ON GL TB" TO WS-DET-FLAG
061800         WHEN OTHER
061900             MOVE SPACES TO WS-DET-FLAG
062000     END-EVALUATE.
062100     WRITE GR-PRINT-LINE FROM WS-RPT-DETAIL.
062200 3000-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600*  3100-AGE-DIFFERENCE.                                        *
062700*    CARRIES THE ACCOUNT'S HISTORY FORWARD.  A MONTH-END FILE  *
062800*    COUNTS ONE MORE CLOSE UNLESS THIS CLOSE WAS ALREADY       *
062900*    COUNTED BY AN EARLIER RUN; A DAILY FILE ONLY REPORTS THE  *
063000*    CLOSES COUNTED SO FAR.                                    *
063100*****************************************************************
063200 3100-AGE-DIFFERENCE.
063300     MOVE ZERO TO HST-SUB.
063400     PERFORM 3150-MATCH-HIST THRU 3150-EXIT
063500         VARYING HST-IDX FROM 1 BY 1
063600         UNTIL HST-IDX > WS-HIST-COUNT
063700            OR HST-SUB > ZERO.
063800     IF HST-SUB > ZERO
063900         MOVE WS-HS-FIRST(HST-SUB)  TO WS-FIRST-PERIOD
064000         MOVE WS-HS-CLOSES(HST-SUB) TO WS-CLOSE-COUNT
064100         MOVE WS-HS-LAST(HST-SUB)   TO HO-LAST-PERIOD
064200     ELSE
064300         MOVE WS-RECON-PERIOD TO WS-FIRST-PERIOD
064400         MOVE ZERO            TO WS-CLOSE-COUNT
064500         MOVE ZERO            TO HO-LAST-PERIOD
064600     END-IF.
064700     IF WS-MONTH-END-TB
064800             AND HO-LAST-PERIOD NOT = WS-RECON-PERIOD
064900         IF WS-CLOSE-COUNT < 999
065000             ADD 1 TO WS-CLOSE-COUNT
065100         END-IF
065200         MOVE WS-RECON-PERIOD TO HO-LAST-PERIOD
065300     END-IF.
065400     IF WS-CLOSE-COUNT = ZERO
065500         GO TO 3100-EXIT
065600     END-IF.
065700     MOVE WS-AC-ACCOUNT(ACCT-IDX) TO HO-GL-ACCOUNT.
065800     MOVE WS-FIRST-PERIOD         TO HO-FIRST-PERIOD.
065900     MOVE WS-CLOSE-COUNT          TO HO-CLOSE-COUNT.
066000     MOVE WS-DIFFERENCE           TO HO-LAST-DIFFERENCE.
066100     WRITE HO-RECON-HIST-REC.
066200 3100-EXIT.
066300     EXIT.
066400
066500*****************************************************************
066600*  3150-MATCH-HIST.                                            *
066700*****************************************************************
066800 3150-MATCH-HIST.
066900     IF WS-HS-ACCOUNT(HST-IDX) = WS-AC-ACCOUNT(ACCT-IDX)
067000         MOVE HST-IDX TO HST-SUB
067100     END-IF.
067200 3150-EXIT.
067300     EXIT.
067400
067500*****************************************************************
067600*  3200-MATCH-CONTROL.                                         *
067700*****************************************************************
067800 3200-MATCH-CONTROL.
067900     IF WS-CTL-ACCT(CTL-IDX) = WS-AC-ACCOUNT(ACCT-IDX)
068000         SET WS-IS-CONTROL TO TRUE
068100     END-IF.
068200 3200-EXIT.
068300     EXIT.
068400
068500*****************************************************************
068600*  3300-RAISE-ALERT.                                           *
068700*****************************************************************
068800 3300-RAISE-ALERT.
068900     ADD 1 TO WS-ALERT-COUNT.
069000     MOVE "GLTBRC1"          TO AL-PROGRAM.
069100     MOVE "GLRECON"          TO AL-ALERT-TYPE.
069200     MOVE WS-TOLERANCE       TO AL-THRESHOLD.
069300     MOVE WS-DIFFERENCE      TO AL-ACTUAL.
069400     MOVE WS-PROCESS-DATE    TO AL-ALERT-DATE.
069500     ACCEPT WS-CLOCK-TIME FROM TIME.
069600     MOVE WS-CLOCK-TIME      TO AL-ALERT-TIME.
069700     WRITE AL-ALERT-REC.
069800     DISPLAY "GLTBRC1 - CONTROL ACCOUNT "
069900         WS-AC-ACCOUNT(ACCT-IDX) " OUT OF BALANCE WITH THE GL".
070000 3300-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400*  4000-RESOLVE-MAP.                                           *
070500*    RESOLVES WS-MAP-KEY THE SAME WAY THE EXTRACT DOES - AN    *
070600*    EXACT SOURCE-PROGRAM MATCH WINS OVER A WILDCARD.          *
070700*****************************************************************
070800 4000-RESOLVE-MAP.
070900     MOVE "N" TO WS-MAPPED-SW.
071000     PERFORM 4100-MATCH-EXACT THRU 4100-EXIT
071100         VARYING MAP-IDX FROM 1 BY 1
071200         UNTIL MAP-IDX > WS-MAP-COUNT
071300            OR WS-KEY-MAPPED.
071400     IF NOT WS-KEY-MAPPED
071500         PERFORM 4200-MATCH-WILDCARD THRU 4200-EXIT
071600             VARYING MAP-IDX FROM 1 BY 1
071700             UNTIL MAP-IDX > WS-MAP-COUNT
071800                OR WS-KEY-MAPPED
071900     END-IF.
072000 4000-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400*  4100-MATCH-EXACT.                                           *
072500*****************************************************************
072600 4100-MATCH-EXACT.
072700     IF WS-MAP-PREFIX(MAP-IDX) = WS-MAP-KEY
072800             AND WS-MAP-SOURCE(MAP-IDX) = WS-MAP-SOURCE-WANTED
072900         MOVE WS-MAP-DEBIT(MAP-IDX)  TO WS-DEBIT-ACCT
073000         MOVE WS-MAP-CREDIT(MAP-IDX) TO WS-CREDIT-ACCT
073100         SET WS-KEY-MAPPED TO TRUE
073200     END-IF.
073300 4100-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700*  4200-MATCH-WILDCARD.                                        *
073800*****************************************************************
073900 4200-MATCH-WILDCARD.
074000     IF WS-MAP-PREFIX(MAP-IDX) = WS-MAP-KEY
074100             AND WS-MAP-SOURCE(MAP-IDX) = SPACES
074200         MOVE WS-MAP-DEBIT(MAP-IDX)  TO WS-DEBIT-ACCT
074300         MOVE WS-MAP-CREDIT(MAP-IDX) TO WS-CREDIT-ACCT
074400         SET WS-KEY-MAPPED TO TRUE
074500     END-IF.
074600 4200-EXIT.
074700     EXIT.
074800
074900*****************************************************************
075000*  5000-FIND-ACCT.                                             *
075100*    RETURNS THE ACCOUNT TABLE SLOT FOR WS-WORK-ACCT IN        *
075200*    ACCT-SUB, OPENING ONE IF NEEDED (ZERO WHEN FULL).         *
075300*****************************************************************
075400 5000-FIND-ACCT.
075500     MOVE ZERO TO ACCT-SUB.
075600     PERFORM 5100-MATCH-ONE-ACCT THRU 5100-EXIT
075700         VARYING ACCT-IDX FROM 1 BY 1
075800         UNTIL ACCT-IDX > WS-ACCT-COUNT
075900            OR ACCT-SUB > ZERO.
076000     IF ACCT-SUB > ZERO
076100         GO TO 5000-EXIT
076200     END-IF.
076300     IF WS-ACCT-COUNT < 500
076400         ADD 1 TO WS-ACCT-COUNT
076500         MOVE WS-ACCT-COUNT TO ACCT-SUB
076600         MOVE WS-WORK-ACCT  TO WS-AC-ACCOUNT(ACCT-SUB)
076700         MOVE ZERO TO WS-AC-SUBLEDGER(ACCT-SUB)
076800         MOVE ZERO TO WS-AC-IN-TRANSIT(ACCT-SUB)
076900         MOVE ZERO TO WS-AC-GL-BALANCE(ACCT-SUB)
077000         MOVE "N"  TO WS-AC-ON-GL-SW(ACCT-SUB)
077100     ELSE
077200         ADD 1 TO WS-FULL-COUNT
077300         DISPLAY "GLTBRC1 - ACCOUNT TABLE FULL - "
077400             WS-WORK-ACCT " NOT RECONCILED"
077500     END-IF.
077600 5000-EXIT.
077700     EXIT.
077800
077900*****************************************************************
078000*  5100-MATCH-ONE-ACCT.                                        *
078100*****************************************************************
078200 5100-MATCH-ONE-ACCT.
078300     IF WS-AC-ACCOUNT(ACCT-IDX) = WS-WORK-ACCT
078400         MOVE ACCT-IDX TO ACCT-SUB
078500     END-IF.
078600 5100-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000*  9000-FINALIZE.                                              *
079100*    RC 4 WHEN ANY ACCOUNT IS OUT BEYOND TOLERANCE OR COULD    *
079200*    NOT BE RECONCILED; RC 8 WHEN THE GL SENT NO TRIAL         *
079300*    BALANCE AT ALL.                                           *
079400*****************************************************************
079500 9000-FINALIZE.
079600     MOVE WS-AGREED-COUNT  TO WS-TOT-AGREED.
079700     MOVE WS-OUT-COUNT     TO WS-TOT-OUT.
079800     MOVE WS-OUTSIDE-COUNT TO WS-TOT-OUTSIDE.
079900     WRITE GR-PRINT-LINE FROM WS-RPT-TOTAL.
080000     DISPLAY "GLTBRC1 GL LINES/AGREED/OUT/ALERTS: "
080100         WS-TB-LINE-COUNT " / " WS-AGREED-COUNT " / "
080200         WS-OUT-COUNT " / " WS-ALERT-COUNT.
080300     IF WS-OUT-COUNT > ZERO
080400             OR WS-FULL-COUNT > ZERO
080500         MOVE 4 TO RETURN-CODE
080600     END-IF.
080700     IF WS-TB-LINE-COUNT = ZERO
080800         DISPLAY "GLTBRC1 - NO GL TRIAL BALANCE RECEIVED"
080900         MOVE 8 TO RETURN-CODE
081000     END-IF.
081100     CLOSE GL-TBAL.
081200     CLOSE HIST-OUT.
081300     CLOSE ALERT-Q.
081400     CLOSE RECON-RPT.
081420     MOVE "GLTBRC1" TO CL-PROGRAM.
081440     MOVE WS-RECON-PERIOD TO CL-PERIOD.
081460     MOVE RETURN-CODE TO CL-RUN-RC.
081480     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
081500 9000-EXIT.
081600     EXIT.
