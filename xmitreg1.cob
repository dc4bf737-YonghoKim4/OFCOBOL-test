000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     XMITREG1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    OUTBOUND TRANSMISSION REGISTRY, RUN AS THE STEP AFTER THE *
001300*    NIGHT'S FILES GO OUT.  EVERY OUTBOUND FILE NAMED ON THE   *
001400*    XMITPRT PARTNER TABLE THAT TONIGHT'S END-OF-DAY PACKAGE   *
001500*    MANIFESTED (EODAMAN) IS REGISTERED ONCE - ITS NAME, THE   *
001600*    RUNCTL BUSINESS DATE, THE PACKAGE DATE, THE MANIFEST      *
001700*    RECORD COUNT AND HASH TOTAL, ITS DESTINATION, AND THE     *
001800*    SEND DATE AND TIME.  THE PARTNERS' ACKNOWLEDGMENTS ON     *
001900*    XMITACK ARE MATCHED BY FILE AND BUSINESS DATE AND         *
002000*    RECORDED ON THE ENTRY - A PARTNER COUNT THAT DISAGREES    *
002100*    WITH OURS IS RECORDED AS A MISMATCH AND LEAVES THE ENTRY  *
002200*    OPEN.  AN OPEN ENTRY PAST ITS PARTNER'S ACKNOWLEDGMENT    *
002300*    WINDOW IS ESCALATED TO ALERTQ, ONCE A DAY, UNTIL IT IS    *
002400*    ACKNOWLEDGED.  THE REGISTRY RIDES XMITREGI TO XMITREGO    *
002500*    AND EVERY OPEN ENTRY, AND EVERY ENTRY REGISTERED OR       *
002600*    ACKNOWLEDGED TONIGHT, IS LISTED ON THE XMITRPT REPORT.    *
002700*    ENDS RC 4 WHEN ANY ENTRY IS OVERDUE.  XMITRSN1            *
002800*    REGENERATES A FILE A PARTNER ASKS FOR AGAIN.              *
002900*                                                              *
003000*  MODIFICATION HISTORY.                                       *
003100*    2026-10-15  DL  ORIGINAL TRANSMISSION REGISTRY.           *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RUN-CTL ASSIGN TO "RUNCTL"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PARTNER ASSIGN TO "XMITPRT"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PKG-MAN ASSIGN TO "EODAMAN"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT XMIT-ACK ASSIGN TO "XMITACK"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT REG-IN ASSIGN TO "XMITREGI"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT REG-OUT ASSIGN TO "XMITREGO"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT ALERT-Q ASSIGN TO "ALERTQ"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT XMIT-RPT ASSIGN TO "XMITRPT"
005100         ORGANIZATION IS SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RUN-CTL.
005600     COPY DLRUNCTL.
005700
005800 FD  PARTNER.
005900     COPY DLXMPRT.
006000
006100 FD  PKG-MAN.
006200     COPY DLEODMAN.
006300
006400 FD  XMIT-ACK.
006500     COPY DLXMACK.
006600
006700 FD  REG-IN.
006800 01  RI-REGISTRY-REC          PIC X(115).
006900
007000 FD  REG-OUT.
007100     COPY DLXMREG.
007200
007300 FD  ALERT-Q.
007400     COPY DLALERT.
007500
007600 FD  XMIT-RPT.
007700 01  XR-PRINT-LINE            PIC X(120).
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-SWITCHES.
008100     05  WS-CTL-EOF-SW        PIC X(01) VALUE "N".
008200         88  WS-CTL-EOF            VALUE "Y".
008300     05  WS-PRT-EOF-SW        PIC X(01) VALUE "N".
008400         88  WS-PRT-EOF            VALUE "Y".
008500     05  WS-MAN-EOF-SW        PIC X(01) VALUE "N".
008600         88  WS-MAN-EOF            VALUE "Y".
008700     05  WS-ACK-EOF-SW        PIC X(01) VALUE "N".
008800         88  WS-ACK-EOF            VALUE "Y".
008900     05  WS-REG-EOF-SW        PIC X(01) VALUE "N".
009000         88  WS-REG-EOF            VALUE "Y".
009100
009200 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
009300 01  WS-PROCESS-TIME          PIC 9(08) VALUE ZERO.
009400 01  WS-PROCESS-TIME-R REDEFINES WS-PROCESS-TIME.
009500     05  WS-PRC-HH            PIC 9(02).
009600     05  WS-PRC-MM            PIC 9(02).
009700     05  FILLER               PIC 9(04).
009800 01  WS-SEND-TIME-R.
009900     05  WS-SND-HH            PIC 9(02).
010000     05  WS-SND-MM            PIC 9(02).
010100     05  FILLER               PIC 9(04).
010200 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
010300 01  WS-PKG-DATE              PIC 9(08) VALUE ZERO.
010400
010500*****************************************************************
010600*  A FILE WITH NO PARTNER SETTING HAS A DAY TO BE ACKNOWLEDGED.*
010700*****************************************************************
010800 01  WS-DEFAULT-WINDOW        PIC 9(03) VALUE 024.
010900 01  WS-WINDOW-HRS            PIC 9(03) VALUE ZERO.
011000 01  WS-DAYS-OUT              PIC S9(05) VALUE ZERO.
011100 01  WS-MINS-OUT              PIC S9(07) VALUE ZERO.
011200 01  WS-HOURS-OUT             PIC S9(05) VALUE ZERO.
011300
011400 01  WS-COUNTERS.
011500     05  WS-REGISTERED-COUNT  PIC 9(05) COMP VALUE ZERO.
011600     05  WS-ACKED-COUNT       PIC 9(05) COMP VALUE ZERO.
011700     05  WS-MISMATCH-COUNT    PIC 9(05) COMP VALUE ZERO.
011800     05  WS-OPEN-COUNT        PIC 9(05) COMP VALUE ZERO.
011900     05  WS-OVERDUE-COUNT     PIC 9(05) COMP VALUE ZERO.
012000     05  WS-ESCALATED-COUNT   PIC 9(05) COMP VALUE ZERO.
012100
012200 01  WS-PRT-COUNT             PIC 9(03) VALUE ZERO.
012300 01  PRT-IDX                  PIC 9(03) VALUE ZERO.
012400 01  PRT-SUB                  PIC 9(03) VALUE ZERO.
012450 01  WS-FIND-FILE-ID          PIC X(08) VALUE SPACES.
012500 01  WS-PRT-TABLE.
012600     05  WS-PRT-ENTRY OCCURS 1 TO 50 TIMES
012700             DEPENDING ON WS-PRT-COUNT.
012800         10  WS-PRT-FILE-ID   PIC X(08).
012900         10  WS-PRT-DEST      PIC X(08).
013000         10  WS-PRT-WINDOW    PIC 9(03).
013100
013200 01  WS-SND-COUNT             PIC 9(03) VALUE ZERO.
013300 01  SND-IDX                  PIC 9(03) VALUE ZERO.
013400 01  WS-SND-TABLE.
013500     05  WS-SND-ENTRY OCCURS 1 TO 50 TIMES
013600             DEPENDING ON WS-SND-COUNT.
013700         10  WS-SND-FILE-ID   PIC X(08).
013800         10  WS-SND-RECORDS   PIC 9(07).
013900         10  WS-SND-HASH      PIC 9(15).
014000         10  WS-SND-DEST      PIC X(08).
014100         10  WS-SND-ON-FILE-SW PIC X(01).
014200             88  WS-SND-ON-FILE    VALUE "Y".
014300
014400 01  WS-ACK-COUNT             PIC 9(03) VALUE ZERO.
014500 01  ACK-IDX                  PIC 9(03) VALUE ZERO.
014600 01  ACK-SUB                  PIC 9(03) VALUE ZERO.
014700 01  WS-ACK-TABLE.
014800     05  WS-ACK-ENTRY OCCURS 1 TO 500 TIMES
014900             DEPENDING ON WS-ACK-COUNT.
015000         10  WS-ACK-FILE-ID   PIC X(08).
015100         10  WS-ACK-BUS-DATE  PIC 9(08).
015200         10  WS-ACK-RECORDS   PIC 9(07).
015300         10  WS-ACK-DATE      PIC 9(08).
015400         10  WS-ACK-TIME      PIC 9(08).
015500         10  WS-ACK-REF       PIC X(12).
015600
015700 01  WS-RPT-HEADER.
015800     05  FILLER               PIC X(40) VALUE
015900         "OUTBOUND TRANSMISSION REGISTRY  RUN DATE".
016000     05  FILLER               PIC X(01) VALUE SPACE.
016100     05  WS-HDR-DATE          PIC 9(08).
016200     05  FILLER               PIC X(15) VALUE
016300         "  BUSINESS DATE".
016400     05  FILLER               PIC X(01) VALUE SPACE.
016500     05  WS-HDR-BUS-DATE      PIC 9(08).
016600
016700 01  WS-RPT-COLUMNS.
016800     05  FILLER               PIC X(36) VALUE
016900         "FILE      BUS DATE  COPY  DEST      ".
017000     05  FILLER               PIC X(40) VALUE
017100         "SENT           RECORDS       HASH TOTAL ".
017200     05  FILLER               PIC X(23) VALUE
017300         "   ACKED  HOURS  STATUS".
017400
017500 01  WS-RPT-LINE.
017600     05  WS-RPT-FILE-ID       PIC X(08).
017700     05  FILLER               PIC X(02) VALUE SPACES.
017800     05  WS-RPT-BUS-DATE      PIC 9(08).
017900     05  FILLER               PIC X(02) VALUE SPACES.
018000     05  WS-RPT-COPY          PIC X(04).
018100     05  FILLER               PIC X(02) VALUE SPACES.
018200     05  WS-RPT-DEST          PIC X(08).
018300     05  FILLER               PIC X(02) VALUE SPACES.
018400     05  WS-RPT-SEND-DATE     PIC 9(08).
018500     05  FILLER               PIC X(01) VALUE SPACE.
018600     05  WS-RPT-SEND-HHMM     PIC 9(04).
018700     05  FILLER               PIC X(02) VALUE SPACES.
018800     05  WS-RPT-RECORDS       PIC Z(6)9.
018900     05  FILLER               PIC X(02) VALUE SPACES.
019000     05  WS-RPT-HASH          PIC Z(14)9.
019100     05  FILLER               PIC X(02) VALUE SPACES.
019200     05  WS-RPT-ACK-RECORDS   PIC Z(6)9.
019300     05  FILLER               PIC X(02) VALUE SPACES.
019400     05  WS-RPT-HOURS         PIC ZZZZ9.
019500     05  FILLER               PIC X(02) VALUE SPACES.
019600     05  WS-RPT-STATUS        PIC X(22).
019700
019800 01  WS-RPT-TOTALS.
019900     05  FILLER               PIC X(20) VALUE
020000         "REGISTERED TONIGHT  ".
020100     05  WS-TOT-REGISTERED    PIC ZZZZ9.
020200     05  FILLER               PIC X(16) VALUE
020300         "  ACKNOWLEDGED  ".
020400     05  WS-TOT-ACKED         PIC ZZZZ9.
020500     05  FILLER               PIC X(12) VALUE
020600         "  MISMATCH  ".
020700     05  WS-TOT-MISMATCH      PIC ZZZZ9.
020800     05  FILLER               PIC X(08) VALUE
020900         "  OPEN  ".
021000     05  WS-TOT-OPEN          PIC ZZZZ9.
021100     05  FILLER               PIC X(11) VALUE
021200         "  OVERDUE  ".
021300     05  WS-TOT-OVERDUE       PIC ZZZZ9.
021400     05  FILLER               PIC X(13) VALUE
021500         "  ESCALATED  ".
021600     05  WS-TOT-ESCALATED     PIC ZZZZ9.
021700
021800 PROCEDURE DIVISION.
021900*****************************************************************
022000*  0000-MAINLINE.                                              *
022100*****************************************************************
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400     PERFORM 2000-CARRY-ONE-ENTRY THRU 2000-EXIT
022500         UNTIL WS-REG-EOF.
022600     PERFORM 3000-REGISTER-ONE-SEND THRU 3000-EXIT
022700         VARYING SND-IDX FROM 1 BY 1
022800         UNTIL SND-IDX > WS-SND-COUNT.
022900     PERFORM 9000-FINALIZE THRU 9000-EXIT.
023000     STOP RUN.
023100
023200*****************************************************************
023300*  1000-INITIALIZE.                                            *
023400*    LOADS THE PARTNER TABLE, TONIGHT'S MANIFESTED OUTBOUND    *
023500*    FILES, AND THE INBOUND ACKNOWLEDGMENTS, THEN OPENS THE    *
023600*    REGISTRY PAIR, ALERTQ, AND THE REPORT.  WITHOUT A RUNCTL  *
023700*    RECORD THE PACKAGE DATE STANDS IN FOR THE BUSINESS DATE.  *
023800*****************************************************************
023900 1000-INITIALIZE.
024000     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
024100     ACCEPT WS-PROCESS-TIME FROM TIME.
024200     OPEN INPUT PARTNER.
024300     READ PARTNER
024400         AT END
024500             SET WS-PRT-EOF TO TRUE
024600     END-READ.
024700     PERFORM 1100-LOAD-ONE-PARTNER THRU 1100-EXIT
024800         UNTIL WS-PRT-EOF.
024900     CLOSE PARTNER.
025000     OPEN INPUT PKG-MAN.
025100     READ PKG-MAN
025200         AT END
025300             SET WS-MAN-EOF TO TRUE
025400     END-READ.
025500     PERFORM 1200-LOAD-ONE-MANIFEST THRU 1200-EXIT
025600         UNTIL WS-MAN-EOF.
025700     CLOSE PKG-MAN.
025800     OPEN INPUT RUN-CTL.
025900     READ RUN-CTL
026000         AT END
026100             SET WS-CTL-EOF TO TRUE
026200     END-READ.
026300     IF WS-CTL-EOF
026400         MOVE WS-PKG-DATE TO WS-BUSINESS-DATE
026500         DISPLAY "XMITREG1 - NO RUNCTL RECORD - PACKAGE DATE "
026600             "USED AS THE BUSINESS DATE"
026700     ELSE
026800         MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
026900     END-IF.
027000     CLOSE RUN-CTL.
027100     OPEN INPUT XMIT-ACK.
027200     READ XMIT-ACK
027300         AT END
027400             SET WS-ACK-EOF TO TRUE
027500     END-READ.
027600     PERFORM 1300-LOAD-ONE-ACK THRU 1300-EXIT
027700         UNTIL WS-ACK-EOF.
027800     CLOSE XMIT-ACK.
027900     OPEN INPUT REG-IN.
028000     OPEN OUTPUT REG-OUT.
028100     OPEN EXTEND ALERT-Q.
028200     OPEN OUTPUT XMIT-RPT.
028300     MOVE WS-PROCESS-DATE  TO WS-HDR-DATE.
028400     MOVE WS-BUSINESS-DATE TO WS-HDR-BUS-DATE.
028500     WRITE XR-PRINT-LINE FROM WS-RPT-HEADER.
028600     MOVE SPACES TO XR-PRINT-LINE.
028700     WRITE XR-PRINT-LINE.
028800     WRITE XR-PRINT-LINE FROM WS-RPT-COLUMNS.
028900     READ REG-IN
029000         AT END
029100             SET WS-REG-EOF TO TRUE
029200     END-READ.
029300 1000-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700*  1100-LOAD-ONE-PARTNER.                                      *
029800*****************************************************************
029900 1100-LOAD-ONE-PARTNER.
030000     IF WS-PRT-COUNT < 50
030100         ADD 1 TO WS-PRT-COUNT
030200         MOVE XN-FILE-ID     TO WS-PRT-FILE-ID(WS-PRT-COUNT)
030300         MOVE XN-DESTINATION TO WS-PRT-DEST(WS-PRT-COUNT)
030400         MOVE XN-ACK-WINDOW-HRS
030500             TO WS-PRT-WINDOW(WS-PRT-COUNT)
030600     ELSE
030700         DISPLAY "XMITPRT: IGNORING PARTNER PAST FIRST 50"
030800     END-IF.
030900     READ PARTNER
031000         AT END
031100             SET WS-PRT-EOF TO TRUE
031200     END-READ.
031300 1100-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700*  1200-LOAD-ONE-MANIFEST.                                     *
031800*    ONLY A MANIFESTED FILE WITH A PARTNER WAS SENT ANYWHERE - *
031900*    THE REST OF THE PACKAGE IS OUR OWN.  AN EMPTY FILE WENT   *
032000*    NOWHERE AND IS NOT REGISTERED.                            *
032100*****************************************************************
032200 1200-LOAD-ONE-MANIFEST.
032300     MOVE EP-PKG-DATE TO WS-PKG-DATE.
032400     MOVE EP-FILE-ID TO WS-FIND-FILE-ID.
032500     PERFORM 7000-FIND-PARTNER THRU 7000-EXIT.
032600     IF PRT-SUB = ZERO OR EP-RECORD-COUNT = ZERO
032700         GO TO 1200-NEXT
032800     END-IF.
032900     IF WS-SND-COUNT NOT < 50
033000         DISPLAY "EODAMAN: IGNORING FILE PAST FIRST 50"
033100         GO TO 1200-NEXT
033200     END-IF.
033300     ADD 1 TO WS-SND-COUNT.
033400     MOVE EP-FILE-ID      TO WS-SND-FILE-ID(WS-SND-COUNT).
033500     MOVE EP-RECORD-COUNT TO WS-SND-RECORDS(WS-SND-COUNT).
033600     MOVE EP-HASH-TOTAL   TO WS-SND-HASH(WS-SND-COUNT).
033700     MOVE WS-PRT-DEST(PRT-SUB) TO WS-SND-DEST(WS-SND-COUNT).
033800     MOVE "N"             TO WS-SND-ON-FILE-SW(WS-SND-COUNT).
033900 1200-NEXT.
034000     READ PKG-MAN
034100         AT END
034200             SET WS-MAN-EOF TO TRUE
034300     END-READ.
034400 1200-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800*  1300-LOAD-ONE-ACK.                                          *
034900*****************************************************************
035000 1300-LOAD-ONE-ACK.
035100     IF WS-ACK-COUNT < 500
035200         ADD 1 TO WS-ACK-COUNT
035300         MOVE XK-FILE-ID       TO WS-ACK-FILE-ID(WS-ACK-COUNT)
035400         MOVE XK-BUSINESS-DATE TO WS-ACK-BUS-DATE(WS-ACK-COUNT)
035500         MOVE XK-RECORD-COUNT  TO WS-ACK-RECORDS(WS-ACK-COUNT)
035600         MOVE XK-ACK-DATE      TO WS-ACK-DATE(WS-ACK-COUNT)
035700         MOVE XK-ACK-TIME      TO WS-ACK-TIME(WS-ACK-COUNT)
035800         MOVE XK-REFERENCE     TO WS-ACK-REF(WS-ACK-COUNT)
035900     ELSE
036000         DISPLAY "XMITACK: IGNORING ACK PAST FIRST 500"
036100     END-IF.
036200     READ XMIT-ACK
036300         AT END
036400             SET WS-ACK-EOF TO TRUE
036500     END-READ.
036600 1300-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000*  2000-CARRY-ONE-ENTRY.                                       *
037100*    CARRIES ONE REGISTRY ENTRY FORWARD.  AN ORIGINAL ENTRY    *
037200*    FOR A FILE OF TONIGHT'S PACKAGE MEANS THAT FILE IS        *
037300*    ALREADY REGISTERED - A RERUN DOES NOT REGISTER IT TWICE.  *
037400*****************************************************************
037500 2000-CARRY-ONE-ENTRY.
037600     MOVE RI-REGISTRY-REC TO XG-REGISTRY-REC.
037700     IF XG-ORIGINAL AND XG-ARCHIVE-DATE = WS-PKG-DATE
037800         PERFORM 2100-MARK-ONE-SEND THRU 2100-EXIT
037900             VARYING SND-IDX FROM 1 BY 1
038000             UNTIL SND-IDX > WS-SND-COUNT
038100     END-IF.
038200     PERFORM 4000-TRACK-ENTRY THRU 4000-EXIT.
038300     WRITE XG-REGISTRY-REC.
038400     READ REG-IN
038500         AT END
038600             SET WS-REG-EOF TO TRUE
038700     END-READ.
038800 2000-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*  2100-MARK-ONE-SEND.                                         *
039300*****************************************************************
039400 2100-MARK-ONE-SEND.
039500     IF WS-SND-FILE-ID(SND-IDX) = XG-FILE-ID
039600         SET WS-SND-ON-FILE(SND-IDX) TO TRUE
039700     END-IF.
039800 2100-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200*  3000-REGISTER-ONE-SEND.                                     *
040300*    A NEWLY SENT FILE IS REGISTERED WITH THE MANIFEST'S       *
040400*    COUNT AND HASH, SO WHAT THE PARTNER CONFIRMS IS PROVED    *
040500*    AGAINST EXACTLY WHAT WAS ARCHIVED - AND WHAT A RESEND     *
040600*    WOULD REGENERATE.                                         *
040700*****************************************************************
040800 3000-REGISTER-ONE-SEND.
040900     IF WS-SND-ON-FILE(SND-IDX)
041000         GO TO 3000-EXIT
041100     END-IF.
041200     MOVE WS-SND-FILE-ID(SND-IDX) TO XG-FILE-ID.
041300     MOVE WS-BUSINESS-DATE        TO XG-BUSINESS-DATE.
041400     MOVE WS-PKG-DATE             TO XG-ARCHIVE-DATE.
041500     MOVE WS-SND-RECORDS(SND-IDX) TO XG-RECORD-COUNT.
041600     MOVE WS-SND-HASH(SND-IDX)    TO XG-HASH-TOTAL.
041700     MOVE WS-SND-DEST(SND-IDX)    TO XG-DESTINATION.
041800     MOVE WS-PROCESS-DATE         TO XG-SEND-DATE.
041900     MOVE WS-PROCESS-TIME         TO XG-SEND-TIME.
042000     SET XG-ORIGINAL              TO TRUE.
042100     SET XG-ACK-PENDING           TO TRUE.
042200     MOVE ZERO                    TO XG-ACK-DATE.
042300     MOVE ZERO                    TO XG-ACK-TIME.
042400     MOVE ZERO                    TO XG-ACK-COUNT.
042500     MOVE SPACES                  TO XG-ACK-REFERENCE.
042600     MOVE ZERO                    TO XG-ESCALATE-DATE.
042700     ADD 1 TO WS-REGISTERED-COUNT.
042800     PERFORM 4000-TRACK-ENTRY THRU 4000-EXIT.
042900     WRITE XG-REGISTRY-REC.
043000 3000-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*  4000-TRACK-ENTRY.                                           *
043500*    APPLIES ANY ACKNOWLEDGMENT TO THE ENTRY IN XG-REGISTRY-   *
043600*    REC, THEN AGES WHAT IS STILL OPEN AGAINST THE PARTNER'S   *
043700*    WINDOW.  AN OVERDUE ENTRY IS ESCALATED ONCE A DAY.        *
043800*    ACKNOWLEDGED ENTRIES ARE ONLY LISTED THE NIGHT THEIR      *
043900*    ACKNOWLEDGMENT IS RECORDED.                               *
044000*****************************************************************
044100 4000-TRACK-ENTRY.
044200     MOVE ZERO TO WS-HOURS-OUT.
044300     IF XG-ACKNOWLEDGED
044400         GO TO 4000-EXIT
044500     END-IF.
044600     PERFORM 4100-FIND-ACK THRU 4100-EXIT.
044700     IF ACK-SUB > ZERO
044800         MOVE WS-ACK-DATE(ACK-SUB)    TO XG-ACK-DATE
044900         MOVE WS-ACK-TIME(ACK-SUB)    TO XG-ACK-TIME
045000         MOVE WS-ACK-RECORDS(ACK-SUB) TO XG-ACK-COUNT
045100         MOVE WS-ACK-REF(ACK-SUB)     TO XG-ACK-REFERENCE
045200         IF WS-ACK-RECORDS(ACK-SUB) = XG-RECORD-COUNT
045300             SET XG-ACKNOWLEDGED TO TRUE
045400             ADD 1 TO WS-ACKED-COUNT
045500             MOVE "ACKNOWLEDGED" TO WS-RPT-STATUS
045600             PERFORM 4400-LIST-ENTRY THRU 4400-EXIT
045700             GO TO 4000-EXIT
045800         END-IF
045900         IF NOT XG-ACK-MISMATCH
046000             SET XG-ACK-MISMATCH TO TRUE
046100             ADD 1 TO WS-MISMATCH-COUNT
046200         END-IF
046300     END-IF.
046400     ADD 1 TO WS-OPEN-COUNT.
046500     PERFORM 4200-AGE-ENTRY THRU 4200-EXIT.
046600     IF WS-MINS-OUT > WS-WINDOW-HRS * 60
046700         ADD 1 TO WS-OVERDUE-COUNT
046800         IF XG-ESCALATE-DATE NOT = WS-PROCESS-DATE
046900             PERFORM 4300-ESCALATE THRU 4300-EXIT
047000             IF XG-ACK-MISMATCH
047100                 MOVE "MISMATCH - ESCALATED" TO WS-RPT-STATUS
047200             ELSE
047300                 MOVE "OVERDUE - ESCALATED"  TO WS-RPT-STATUS
047400             END-IF
047500         ELSE
047600             IF XG-ACK-MISMATCH
047700                 MOVE "COUNT MISMATCH"       TO WS-RPT-STATUS
047800             ELSE
047900                 MOVE "OVERDUE"              TO WS-RPT-STATUS
048000             END-IF
048100         END-IF
048200     ELSE
048300         IF XG-ACK-MISMATCH
048400             MOVE "COUNT MISMATCH"      TO WS-RPT-STATUS
048500         ELSE
048600             MOVE "PENDING"             TO WS-RPT-STATUS
048700         END-IF
048800     END-IF.
048900     PERFORM 4400-LIST-ENTRY THRU 4400-EXIT.
049000 4000-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*  4100-FIND-ACK.                                              *
049500*    AN ACKNOWLEDGMENT WHOSE COUNT AGREES IS TAKEN OVER ONE    *
049600*    THAT DOES NOT - A PARTNER THAT FIRST LOADED A SHORT FILE  *
049700*    AND THEN THE RESEND HAS RECEIVED THE WHOLE FILE.          *
049800*****************************************************************
049900 4100-FIND-ACK.
050000     MOVE ZERO TO ACK-SUB.
050100     PERFORM 4110-MATCH-ONE-ACK THRU 4110-EXIT
050200         VARYING ACK-IDX FROM 1 BY 1
050300         UNTIL ACK-IDX > WS-ACK-COUNT.
050400 4100-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800*  4110-MATCH-ONE-ACK.                                         *
050900*****************************************************************
051000 4110-MATCH-ONE-ACK.
051100     IF WS-ACK-FILE-ID(ACK-IDX) NOT = XG-FILE-ID
051200             OR WS-ACK-BUS-DATE(ACK-IDX) NOT = XG-BUSINESS-DATE
051300         GO TO 4110-EXIT
051400     END-IF.
051500     IF ACK-SUB = ZERO
051600         MOVE ACK-IDX TO ACK-SUB
051700         GO TO 4110-EXIT
051800     END-IF.
051900     IF WS-ACK-RECORDS(ACK-SUB) NOT = XG-RECORD-COUNT
052000         MOVE ACK-IDX TO ACK-SUB
052100     END-IF.
052200 4110-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600*  4200-AGE-ENTRY.                                             *
052700*    MINUTES SINCE THE FILE WAS SENT, AND THE PARTNER'S        *
052800*    WINDOW IN HOURS.                                          *
052900*****************************************************************
053000 4200-AGE-ENTRY.
053100     MOVE XG-FILE-ID TO WS-FIND-FILE-ID.
053200     PERFORM 7000-FIND-PARTNER THRU 7000-EXIT.
053300     IF PRT-SUB = ZERO
053400         MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-HRS
053500     ELSE
053600         MOVE WS-PRT-WINDOW(PRT-SUB) TO WS-WINDOW-HRS
053700     END-IF.
053800     MOVE ZERO TO WS-MINS-OUT.
053900     IF XG-SEND-DATE = ZERO OR XG-SEND-DATE > WS-PROCESS-DATE
054000         GO TO 4200-EXIT
054100     END-IF.
054200     COMPUTE WS-DAYS-OUT =
054300         FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
054400         - FUNCTION INTEGER-OF-DATE(XG-SEND-DATE).
054500     MOVE XG-SEND-TIME TO WS-SEND-TIME-R.
054600     COMPUTE WS-MINS-OUT =
054700         (WS-DAYS-OUT * 1440)
054800         + (WS-PRC-HH * 60) + WS-PRC-MM
054900         - (WS-SND-HH * 60) - WS-SND-MM.
055000     IF WS-MINS-OUT < ZERO
055100         MOVE ZERO TO WS-MINS-OUT
055200     END-IF.
055300     COMPUTE WS-HOURS-OUT = WS-MINS-OUT / 60.
055400 4200-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*  4300-ESCALATE.                                              *
055900*****************************************************************
056000 4300-ESCALATE.
056100     MOVE "XMITREG1"      TO AL-PROGRAM.
056200     MOVE "XMITNACK"      TO AL-ALERT-TYPE.
056300     MOVE WS-WINDOW-HRS   TO AL-THRESHOLD.
056400     MOVE WS-HOURS-OUT    TO AL-ACTUAL.
056500     MOVE WS-PROCESS-DATE TO AL-ALERT-DATE.
056600     MOVE WS-PROCESS-TIME TO AL-ALERT-TIME.
056700     WRITE AL-ALERT-REC.
056800     MOVE WS-PROCESS-DATE TO XG-ESCALATE-DATE.
056900     ADD 1 TO WS-ESCALATED-COUNT.
057000 4300-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400*  4400-LIST-ENTRY.                                            *
057500*****************************************************************
057600 4400-LIST-ENTRY.
057700     MOVE XG-FILE-ID       TO WS-RPT-FILE-ID.
057800     MOVE XG-BUSINESS-DATE TO WS-RPT-BUS-DATE.
057900     IF XG-DUPLICATE
058000         MOVE "DUP "       TO WS-RPT-COPY
058100     ELSE
058200         MOVE "ORIG"       TO WS-RPT-COPY
058300     END-IF.
058400     MOVE XG-DESTINATION   TO WS-RPT-DEST.
058500     MOVE XG-SEND-DATE     TO WS-RPT-SEND-DATE.
058600     MOVE XG-SEND-TIME(1:4) TO WS-RPT-SEND-HHMM.
058700     MOVE XG-RECORD-COUNT  TO WS-RPT-RECORDS.
058800     MOVE XG-HASH-TOTAL    TO WS-RPT-HASH.
058900     MOVE XG-ACK-COUNT     TO WS-RPT-ACK-RECORDS.
059000     MOVE WS-HOURS-OUT     TO WS-RPT-HOURS.
059100     WRITE XR-PRINT-LINE FROM WS-RPT-LINE.
059200 4400-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600*  7000-FIND-PARTNER.                                          *
059700*    LOOKS UP WS-FIND-FILE-ID IN THE PARTNER TABLE; PRT-SUB IS *
059800*    ZERO WHEN THE FILE HAS NO PARTNER.                        *
059900*****************************************************************
060000 7000-FIND-PARTNER.
060100     MOVE ZERO TO PRT-SUB.
060200     PERFORM 7100-MATCH-ONE-PARTNER THRU 7100-EXIT
060300         VARYING PRT-IDX FROM 1 BY 1
060400         UNTIL PRT-IDX > WS-PRT-COUNT
060500            OR PRT-SUB > ZERO.
060600 7000-EXIT.
060700     EXIT.
060800
060900*****************************************************************
061000*  7100-MATCH-ONE-PARTNER.                                     *
061100*****************************************************************
061200 7100-MATCH-ONE-PARTNER.
061300     IF WS-PRT-FILE-ID(PRT-IDX) = WS-FIND-FILE-ID
061400         MOVE PRT-IDX TO PRT-SUB
061500     END-IF.
061600 7100-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000*  9000-FINALIZE.                                              *
062100*****************************************************************
062200 9000-FINALIZE.
062300     MOVE SPACES TO XR-PRINT-LINE.
062400     WRITE XR-PRINT-LINE.
062500     MOVE WS-REGISTERED-COUNT TO WS-TOT-REGISTERED.
062600     MOVE WS-ACKED-COUNT      TO WS-TOT-ACKED.
062700     MOVE WS-MISMATCH-COUNT   TO WS-TOT-MISMATCH.
062800     MOVE WS-OPEN-COUNT       TO WS-TOT-OPEN.
062900     MOVE WS-OVERDUE-COUNT    TO WS-TOT-OVERDUE.
063000     MOVE WS-ESCALATED-COUNT  TO WS-TOT-ESCALATED.
063100     WRITE XR-PRINT-LINE FROM WS-RPT-TOTALS.
063200     CLOSE REG-IN.
063300     CLOSE REG-OUT.
063400     CLOSE ALERT-Q.
063500     CLOSE XMIT-RPT.
063600     DISPLAY "XMITREG1 REGISTERED/ACKNOWLEDGED/OPEN/OVERDUE: "
063700         WS-REGISTERED-COUNT " / " WS-ACKED-COUNT " / "
063800         WS-OPEN-COUNT " / " WS-OVERDUE-COUNT.
063900     IF WS-OVERDUE-COUNT > ZERO
064000         MOVE 4 TO RETURN-CODE
064100     END-IF.
064200 9000-EXIT.
064300     EXIT.
