000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     XMITRSN1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    OUTBOUND FILE RESEND.  FOR EVERY REQUEST ON XMITRSRQ (AN  *
001300*    OUTBOUND FILE AND THE BUSINESS DATE A PARTNER WANTS       *
001400*    AGAIN) FINDS THE ORIGINAL SEND ON THE TRANSMISSION        *
001500*    REGISTRY AND REGENERATES THE FILE FROM THE END-OF-DAY     *
001600*    ARCHIVE SET IT WAS PACKAGED IN - THE EODARCH AND EODAMAN  *
001700*    GENERATION FOR THAT PACKAGE DATE MUST BE THE ONE MOUNTED  *
001800*    - ONTO THE FILE'S OWN DD (DWFEED, REJRTN, EXPOUT,         *
001900*    RPTBNDL, DDREQ, AGYPLC OR EINVOUT), SO THE TRANSMIT STEP  *
002000*    SENDS IT UNCHANGED.  EVERY HEADER RECORD CARRIES THE      *
002100*    DUPLICATE MARKER WHERE THE XMITPRT PARTNER SETTING        *
002200*    PLACES IT, SO THE PARTNER CANNOT LOAD IT AS A NEW DAY.    *
002300*    THE REGENERATED RECORDS ARE COUNTED AND HASHED AS THEY    *
002400*    ARE WRITTEN AND MUST AGREE WITH THE REGISTERED SEND - A   *
002500*    FILE THAT DOES NOT IS NOT REGISTERED AND ENDS THE STEP    *
002550*    RC 8.                                                     *
002600*    A GOOD RESEND IS ADDED TO THE REGISTRY (XMITREGI TO       *
002700*    XMITREGO) AS A DUPLICATE ENTRY THAT WAITS FOR ITS OWN     *
002800*    ACKNOWLEDGMENT.  A REFUSED REQUEST ENDS THE STEP RC 4.    *
002900*    EVERY OUTCOME IS ON THE XMITRSRP REPORT.  RESENDING BANK  *
003000*    AND CUSTOMER DATA IS BEHIND THE AUTHORITY-PROFILE FRONT   *
003100*    DOOR (RC 12 WHEN REFUSED).                                *
003200*                                                              *
003300*  MODIFICATION HISTORY.                                       *
003400*    2026-10-15  DL  ORIGINAL OUTBOUND FILE RESEND.            *
003425*    2026-10-15  DL  EINVOUT, NOW PACKAGED IN THE EODARCH SET, *
003450*                    CAN BE REGENERATED ONTO ITS OWN DD LIKE   *
003475*                    THE OTHER OUTBOUND FILES.                 *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT AUTH-USER ASSIGN TO "AUTHUSER"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT AUTH-PROF ASSIGN TO "AUTHPROF"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT SEC-AUDIT ASSIGN TO "SECAUDIT"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT RESEND-REQ ASSIGN TO "XMITRSRQ"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT PARTNER ASSIGN TO "XMITPRT"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT PKG-MAN ASSIGN TO "EODAMAN"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT ARCH-IN ASSIGN TO "EODARCH"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT REG-IN ASSIGN TO "XMITREGI"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT REG-OUT ASSIGN TO "XMITREGO"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT RS-DWFEED ASSIGN TO "DWFEED"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT RS-REJRTN ASSIGN TO "REJRTN"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT RS-EXPOUT ASSIGN TO "EXPOUT"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT RS-RPTBNDL ASSIGN TO "RPTBNDL"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT RS-DDREQ ASSIGN TO "DDREQ"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT RS-AGYPLC ASSIGN TO "AGYPLC"
006800         ORGANIZATION IS SEQUENTIAL.
006833     SELECT RS-EINVOUT ASSIGN TO "EINVOUT"
006866         ORGANIZATION IS SEQUENTIAL.
006900     SELECT RESEND-RPT ASSIGN TO "XMITRSRP"
007000         ORGANIZATION IS SEQUENTIAL.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  AUTH-USER.
007500     COPY DLAUTHUS.
007600
007700 FD  AUTH-PROF.
007800     COPY DLAUTH.
007900
008000 FD  SEC-AUDIT.
008100     COPY DLSECAUD.
008200
008300 FD  RESEND-REQ.
008400     COPY DLXMRSRQ.
008500
008600 FD  PARTNER.
008700     COPY DLXMPRT.
008800
008900 FD  PKG-MAN.
009000     COPY DLEODMAN.
009100
009200 FD  ARCH-IN.
009300     COPY DLEODARC.
009400
009500 FD  REG-IN.
009600 01  RI-REGISTRY-REC          PIC X(115).
009700
009800 FD  REG-OUT.
009900     COPY DLXMREG.
010000
010100 FD  RS-DWFEED.
010200 01  RS-DWFEED-REC            PIC X(72).
010300
010400 FD  RS-REJRTN.
010500 01  RS-REJRTN-REC            PIC X(50).
010600
010700 FD  RS-EXPOUT.
010800 01  RS-EXPOUT-REC            PIC X(200).
010900
011000 FD  RS-RPTBNDL.
011100 01  RS-RPTBNDL-REC           PIC X(132).
011200
011300 FD  RS-DDREQ.
011400 01  RS-DDREQ-REC             PIC X(76).
011500
011600 FD  RS-AGYPLC.
011700 01  RS-AGYPLC-REC            PIC X(100).
011725
011750 FD  RS-EINVOUT.
011775 01  RS-EINVOUT-REC           PIC X(120).
011800
011900 FD  RESEND-RPT.
012000 01  RR-PRINT-LINE            PIC X(120).
012100
012200 WORKING-STORAGE SECTION.
012300 01  WS-AUTH-USER             PIC X(08) VALUE SPACES.
012400 01  WS-AUTH-OK-SW            PIC X(01) VALUE "N".
012500     88  WS-AUTH-OK               VALUE "Y".
012600 01  WS-AUTHU-EOF-SW          PIC X(01) VALUE "N".
012700     88  WS-AUTHU-EOF             VALUE "Y".
012800 01  WS-AUTHP-EOF-SW          PIC X(01) VALUE "N".
012900     88  WS-AUTHP-EOF             VALUE "Y".
013000 01  WS-AUTH-DATE             PIC 9(08) VALUE ZERO.
013100 01  WS-AUTH-CLOCK            PIC 9(08) VALUE ZERO.
013200
013300 01  WS-SWITCHES.
013400     05  WS-REQ-EOF-SW        PIC X(01) VALUE "N".
013500         88  WS-REQ-EOF            VALUE "Y".
013600     05  WS-PRT-EOF-SW        PIC X(01) VALUE "N".
013700         88  WS-PRT-EOF            VALUE "Y".
013800     05  WS-MAN-EOF-SW        PIC X(01) VALUE "N".
013900         88  WS-MAN-EOF            VALUE "Y".
014000     05  WS-REG-EOF-SW        PIC X(01) VALUE "N".
014100         88  WS-REG-EOF            VALUE "Y".
014200     05  WS-ARCH-EOF-SW       PIC X(01) VALUE "N".
014300         88  WS-ARCH-EOF           VALUE "Y".
014400     05  WS-HEADER-SW         PIC X(01) VALUE "N".
014500         88  WS-HEADER-RECORD      VALUE "Y".
014600
014700 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
014800 01  WS-PROCESS-TIME          PIC 9(08) VALUE ZERO.
014900 01  WS-PKG-DATE              PIC 9(08) VALUE ZERO.
015000 01  WS-HASH-WORK             PIC X(08) VALUE SPACES.
015100 01  WS-HASH-NUM REDEFINES WS-HASH-WORK PIC 9(08).
015200 01  WS-OUT-IMAGE             PIC X(200) VALUE SPACES.
015300 01  WS-MARK-END              PIC 9(03) VALUE ZERO.
015400
015500*****************************************************************
015600*  THE MARKER EVERY REGENERATED HEADER CARRIES - CUT TO THE    *
015700*  LENGTH THE PARTNER READS, SO A ONE-BYTE FLAG GETS "D".      *
015800*****************************************************************
015900 01  WS-DUP-MARKER            PIC X(09) VALUE "DUPLICATE".
016000
016100 01  WS-COUNTERS.
016200     05  WS-RESENT-COUNT      PIC 9(05) COMP VALUE ZERO.
016300     05  WS-REFUSED-COUNT     PIC 9(05) COMP VALUE ZERO.
016400     05  WS-FAILED-COUNT      PIC 9(05) COMP VALUE ZERO.
016500
016600*****************************************************************
016700*  THE OUTBOUND FILES A RESEND CAN REGENERATE, IN THE ORDER    *
016800*  OF THEIR RS- FILES, WITH EACH FILE'S RECORD LENGTH.         *
016900*****************************************************************
017000 01  OUT-IDX                  PIC 9(02) VALUE ZERO.
017100 01  OUT-SUB                  PIC 9(02) VALUE ZERO.
017200 01  WS-OUT-TABLE.
017300     05  WS-OUT-ENTRY OCCURS 7 TIMES.
017400         10  WS-OUT-FILE-ID   PIC X(08).
017500         10  WS-OUT-LENGTH    PIC 9(03).
017600
017700 01  WS-PRT-COUNT             PIC 9(03) VALUE ZERO.
017800 01  PRT-IDX                  PIC 9(03) VALUE ZERO.
017900 01  WS-PRT-TABLE.
018000     05  WS-PRT-ENTRY OCCURS 1 TO 50 TIMES
018100             DEPENDING ON WS-PRT-COUNT.
018200         10  WS-PRT-FILE-ID   PIC X(08).
018300         10  WS-PRT-HDR-TYPE  PIC X(01).
018400         10  WS-PRT-MARK-COL  PIC 9(03).
018500         10  WS-PRT-MARK-LEN  PIC 9(02).
018600
018700 01  WS-RQ-COUNT              PIC 9(03) VALUE ZERO.
018800 01  RQ-IDX                   PIC 9(03) VALUE ZERO.
018900 01  RQ-SUB                   PIC 9(03) VALUE ZERO.
019000 01  WS-RQ-TABLE.
019100     05  WS-RQ-ENTRY OCCURS 1 TO 50 TIMES
019200             DEPENDING ON WS-RQ-COUNT.
019300         10  WS-RQ-FILE-ID    PIC X(08).
019400         10  WS-RQ-BUS-DATE   PIC 9(08).
019500         10  WS-RQ-REASON     PIC X(30).
019600         10  WS-RQ-STATUS     PIC X(01).
019700             88  WS-RQ-OPEN        VALUE " ".
019800             88  WS-RQ-APPROVED    VALUE "G".
019900             88  WS-RQ-REFUSED     VALUE "R".
020000             88  WS-RQ-RESENT      VALUE "D".
020100             88  WS-RQ-FAILED      VALUE "F".
020200         10  WS-RQ-OUTCOME    PIC X(40).
020300         10  WS-RQ-OUT-SUB    PIC 9(02).
020400         10  WS-RQ-FOUND-SW   PIC X(01).
020500             88  WS-RQ-FOUND       VALUE "Y".
020600         10  WS-RQ-ARCH-DATE  PIC 9(08).
020700         10  WS-RQ-REG-COUNT  PIC 9(07).
020800         10  WS-RQ-REG-HASH   PIC 9(15).
020900         10  WS-RQ-DEST       PIC X(08).
021000         10  WS-RQ-HDR-TYPE   PIC X(01).
021100         10  WS-RQ-MARK-COL   PIC 9(03).
021200         10  WS-RQ-MARK-LEN   PIC 9(02).
021300         10  WS-RQ-FIRST-SW   PIC X(01).
021400             88  WS-RQ-FIRST-IMAGE VALUE "Y".
021500         10  WS-RQ-NEW-COUNT  PIC 9(07).
021600         10  WS-RQ-NEW-HASH   PIC 9(15).
021700
021800 01  WS-RPT-HEADER.
021900     05  FILLER               PIC X(30) VALUE
022000         "OUTBOUND FILE RESEND  RUN DATE".
022100     05  FILLER               PIC X(01) VALUE SPACE.
022200     05  WS-HDR-DATE          PIC 9(08).
022300     05  FILLER               PIC X(04) VALUE "  BY".
022400     05  FILLER               PIC X(01) VALUE SPACE.
022500     05  WS-HDR-USER          PIC X(08).
022600     05  FILLER               PIC X(15) VALUE
022700         "  ARCHIVE SET  ".
022800     05  WS-HDR-PKG-DATE      PIC 9(08).
022900
023000 01  WS-RPT-COLUMNS.
023100     05  FILLER               PIC X(36) VALUE
023200         "FILE      BUS DATE  DEST      REGIST".
023300     05  FILLER               PIC X(36) VALUE
023400         "ERED  REGENERATED  OUTCOME          ".
023500
023600 01  WS-RPT-LINE.
023700     05  WS-RPT-FILE-ID       PIC X(08).
023800     05  FILLER               PIC X(02) VALUE SPACES.
023900     05  WS-RPT-BUS-DATE      PIC 9(08).
024000     05  FILLER               PIC X(02) VALUE SPACES.
024100     05  WS-RPT-DEST          PIC X(08).
024200     05  FILLER               PIC X(05) VALUE SPACES.
024300     05  WS-RPT-REG-COUNT     PIC Z(6)9.
024400     05  FILLER               PIC X(06) VALUE SPACES.
024500     05  WS-RPT-NEW-COUNT     PIC Z(6)9.
024600     05  FILLER               PIC X(02) VALUE SPACES.
024700     05  WS-RPT-OUTCOME       PIC X(40).
024800
024900 01  WS-RPT-REASON.
025000     05  FILLER               PIC X(10) VALUE SPACES.
025100     05  FILLER               PIC X(08) VALUE "REASON: ".
025200     05  WS-RPT-REASON-TEXT   PIC X(30).
025300
025400 01  WS-RPT-TOTALS.
025500     05  FILLER               PIC X(08) VALUE "RESENT  ".
025600     05  WS-TOT-RESENT        PIC ZZZZ9.
025700     05  FILLER               PIC X(11) VALUE "  REFUSED  ".
025800     05  WS-TOT-REFUSED       PIC ZZZZ9.
025900     05  FILLER               PIC X(23) VALUE
026000         "  FAILED TO PROVE      ".
026100     05  WS-TOT-FAILED        PIC ZZZZ9.
026200
026300 PROCEDURE DIVISION.
026400*****************************************************************
026500*  0000-MAINLINE.                                              *
026600*****************************************************************
026700 0000-MAINLINE.
026800     PERFORM 0080-CHECK-AUTHORITY THRU 0080-EXIT.
026900     IF NOT WS-AUTH-OK
027000         MOVE 12 TO RETURN-CODE
027100         STOP RUN
027200     END-IF.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400     PERFORM 2000-CARRY-ONE-ENTRY THRU 2000-EXIT
027500         UNTIL WS-REG-EOF.
027600     PERFORM 3000-VET-ONE-REQUEST THRU 3000-EXIT
027700         VARYING RQ-IDX FROM 1 BY 1
027800         UNTIL RQ-IDX > WS-RQ-COUNT.
027900     OPEN INPUT ARCH-IN.
028000     PERFORM 4000-REGENERATE-ONE THRU 4000-EXIT
028100         UNTIL WS-ARCH-EOF.
028200     CLOSE ARCH-IN.
028300     PERFORM 5000-FINISH-ONE-REQUEST THRU 5000-EXIT
028400         VARYING RQ-IDX FROM 1 BY 1
028500         UNTIL RQ-IDX > WS-RQ-COUNT.
028600     PERFORM 9000-FINALIZE THRU 9000-EXIT.
028700     STOP RUN.
028800
028900*****************************************************************
029000*  1000-INITIALIZE.                                            *
029100*    LOADS THE PARTNER MARKER SETTINGS, THE MOUNTED ARCHIVE    *
029200*    SET'S PACKAGE DATE, AND THE RESEND REQUESTS, AND OPENS    *
029300*    THE REGISTRY PAIR AND THE REPORT.                         *
029400*****************************************************************
029500 1000-INITIALIZE.
029600     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
029700     MOVE "DWFEED  " TO WS-OUT-FILE-ID(1).
029800     MOVE 072        TO WS-OUT-LENGTH(1).
029900     MOVE "REJRTN  " TO WS-OUT-FILE-ID(2).
030000     MOVE 050        TO WS-OUT-LENGTH(2).
030100     MOVE "EXPOUT  " TO WS-OUT-FILE-ID(3).
030200     MOVE 200        TO WS-OUT-LENGTH(3).
030300     MOVE "RPTBNDL " TO WS-OUT-FILE-ID(4).
030400     MOVE 132        TO WS-OUT-LENGTH(4).
030500     MOVE "DDREQ   " TO WS-OUT-FILE-ID(5).
030600     MOVE 076        TO WS-OUT-LENGTH(5).
030700     MOVE "AGYPLC  " TO WS-OUT-FILE-ID(6).
030800     MOVE 100        TO WS-OUT-LENGTH(6).
030833     MOVE "EINVOUT " TO WS-OUT-FILE-ID(7).
030866     MOVE 120        TO WS-OUT-LENGTH(7).
030900     OPEN INPUT PARTNER.
031000     READ PARTNER
031100         AT END
031200             SET WS-PRT-EOF TO TRUE
031300     END-READ.
031400     PERFORM 1100-LOAD-ONE-PARTNER THRU 1100-EXIT
031500         UNTIL WS-PRT-EOF.
031600     CLOSE PARTNER.
031700     OPEN INPUT PKG-MAN.
031800     READ PKG-MAN
031900         AT END
032000             SET WS-MAN-EOF TO TRUE
032100     END-READ.
032200     IF NOT WS-MAN-EOF
032300         MOVE EP-PKG-DATE TO WS-PKG-DATE
032400     END-IF.
032500     CLOSE PKG-MAN.
032600     OPEN INPUT RESEND-REQ.
032700     READ RESEND-REQ
032800         AT END
032900             SET WS-REQ-EOF TO TRUE
033000     END-READ.
033100     PERFORM 1200-LOAD-ONE-REQUEST THRU 1200-EXIT
033200         UNTIL WS-REQ-EOF.
033300     CLOSE RESEND-REQ.
033400     OPEN INPUT REG-IN.
033500     OPEN OUTPUT REG-OUT.
033600     OPEN OUTPUT RESEND-RPT.
033700     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
033800     MOVE WS-AUTH-USER    TO WS-HDR-USER.
033900     MOVE WS-PKG-DATE     TO WS-HDR-PKG-DATE.
034000     WRITE RR-PRINT-LINE FROM WS-RPT-HEADER.
034100     MOVE SPACES TO RR-PRINT-LINE.
034200     WRITE RR-PRINT-LINE.
034300     WRITE RR-PRINT-LINE FROM WS-RPT-COLUMNS.
034400     READ REG-IN
034500         AT END
034600             SET WS-REG-EOF TO TRUE
034700     END-READ.
034800 1000-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200*  1100-LOAD-ONE-PARTNER.                                      *
035300*****************************************************************
035400 1100-LOAD-ONE-PARTNER.
035500     IF WS-PRT-COUNT < 50
035600         ADD 1 TO WS-PRT-COUNT
035700         MOVE XN-FILE-ID     TO WS-PRT-FILE-ID(WS-PRT-COUNT)
035800         MOVE XN-HEADER-TYPE TO WS-PRT-HDR-TYPE(WS-PRT-COUNT)
035900         MOVE XN-MARK-COLUMN TO WS-PRT-MARK-COL(WS-PRT-COUNT)
036000         MOVE XN-MARK-LENGTH TO WS-PRT-MARK-LEN(WS-PRT-COUNT)
036100     ELSE
036200         DISPLAY "XMITPRT: IGNORING PARTNER PAST FIRST 50"
036300     END-IF.
036400     READ PARTNER
036500         AT END
036600             SET WS-PRT-EOF TO TRUE
036700     END-READ.
036800 1100-EXIT.
036900     EXIT.
037000
037100*****************************************************************
037200*  1200-LOAD-ONE-REQUEST.                                      *
037300*    ONE FILE CAN ONLY BE REGENERATED ONCE A RUN - IT HAS ONE  *
037400*    DD - SO A SECOND REQUEST FOR THE SAME FILE IS REFUSED.    *
037500*****************************************************************
037600 1200-LOAD-ONE-REQUEST.
037700     IF WS-RQ-COUNT NOT < 50
037800         DISPLAY "XMITRSRQ: IGNORING REQUEST PAST FIRST 50"
037900         GO TO 1200-NEXT
038000     END-IF.
038100     MOVE ZERO TO RQ-SUB.
038200     PERFORM 1210-MATCH-ONE-REQUEST THRU 1210-EXIT
038300         VARYING RQ-IDX FROM 1 BY 1
038400         UNTIL RQ-IDX > WS-RQ-COUNT
038500            OR RQ-SUB > ZERO.
038600     ADD 1 TO WS-RQ-COUNT.
038700     MOVE XQ-FILE-ID       TO WS-RQ-FILE-ID(WS-RQ-COUNT).
038800     MOVE XQ-BUSINESS-DATE TO WS-RQ-BUS-DATE(WS-RQ-COUNT).
038900     MOVE XQ-REASON        TO WS-RQ-REASON(WS-RQ-COUNT).
039000     SET WS-RQ-OPEN(WS-RQ-COUNT) TO TRUE.
039100     MOVE SPACES           TO WS-RQ-OUTCOME(WS-RQ-COUNT).
039200     MOVE "N"              TO WS-RQ-FOUND-SW(WS-RQ-COUNT).
039300     MOVE "Y"              TO WS-RQ-FIRST-SW(WS-RQ-COUNT).
039400     MOVE ZERO             TO WS-RQ-REG-COUNT(WS-RQ-COUNT).
039500     MOVE ZERO             TO WS-RQ-REG-HASH(WS-RQ-COUNT).
039600     MOVE ZERO             TO WS-RQ-NEW-COUNT(WS-RQ-COUNT).
039700     MOVE ZERO             TO WS-RQ-NEW-HASH(WS-RQ-COUNT).
039800     MOVE SPACES           TO WS-RQ-DEST(WS-RQ-COUNT).
039900     MOVE ZERO             TO WS-RQ-OUT-SUB(WS-RQ-COUNT).
040000     IF RQ-SUB > ZERO
040100         SET WS-RQ-REFUSED(WS-RQ-COUNT) TO TRUE
040200         MOVE "REFUSED - SECOND REQUEST FOR THE FILE"
040300             TO WS-RQ-OUTCOME(WS-RQ-COUNT)
040400     END-IF.
040500 1200-NEXT.
040600     READ RESEND-REQ
040700         AT END
040800             SET WS-REQ-EOF TO TRUE
040900     END-READ.
041000 1200-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400*  1210-MATCH-ONE-REQUEST.                                     *
041500*****************************************************************
041600 1210-MATCH-ONE-REQUEST.
041700     IF WS-RQ-FILE-ID(RQ-IDX) = XQ-FILE-ID
041800         MOVE RQ-IDX TO RQ-SUB
041900     END-IF.
042000 1210-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400*  2000-CARRY-ONE-ENTRY.                                       *
042500*    CARRIES THE REGISTRY FORWARD UNCHANGED, NOTING FOR EACH   *
042600*    REQUEST THE ORIGINAL SEND IT ASKS FOR - WHAT WAS SENT,    *
042700*    WHERE, AND FROM WHICH ARCHIVE SET.                        *
042800*****************************************************************
042900 2000-CARRY-ONE-ENTRY.
043000     MOVE RI-REGISTRY-REC TO XG-REGISTRY-REC.
043100     IF XG-ORIGINAL
043200         PERFORM 2100-NOTE-ONE-REQUEST THRU 2100-EXIT
043300             VARYING RQ-IDX FROM 1 BY 1
043400             UNTIL RQ-IDX > WS-RQ-COUNT
043500     END-IF.
043600     WRITE XG-REGISTRY-REC.
043700     READ REG-IN
043800         AT END
043900             SET WS-REG-EOF TO TRUE
044000     END-READ.
044100 2000-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*  2100-NOTE-ONE-REQUEST.                                      *
044600*****************************************************************
044700 2100-NOTE-ONE-REQUEST.
044800     IF WS-RQ-FILE-ID(RQ-IDX) = XG-FILE-ID
044900             AND WS-RQ-BUS-DATE(RQ-IDX) = XG-BUSINESS-DATE
045000         SET WS-RQ-FOUND(RQ-IDX) TO TRUE
045100         MOVE XG-ARCHIVE-DATE TO WS-RQ-ARCH-DATE(RQ-IDX)
045200         MOVE XG-RECORD-COUNT TO WS-RQ-REG-COUNT(RQ-IDX)
045300         MOVE XG-HASH-TOTAL   TO WS-RQ-REG-HASH(RQ-IDX)
045400         MOVE XG-DESTINATION  TO WS-RQ-DEST(RQ-IDX)
045500     END-IF.
045600 2100-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*  3000-VET-ONE-REQUEST.                                       *
046100*    A REQUEST IS ONLY REGENERATED WHEN THE FILE IS ONE WE     *
046200*    CAN REBUILD, ITS ORIGINAL SEND IS ON THE REGISTRY, THE    *
046300*    MOUNTED ARCHIVE SET IS THE PACKAGE IT WAS SENT FROM, AND  *
046400*    THE PARTNER SETTING PLACES THE DUPLICATE MARKER INSIDE    *
046500*    THE RECORD.  AN APPROVED REQUEST'S FILE IS OPENED HERE.   *
046600*****************************************************************
046700 3000-VET-ONE-REQUEST.
046800     IF NOT WS-RQ-OPEN(RQ-IDX)
046900         GO TO 3000-EXIT
047000     END-IF.
047100     MOVE ZERO TO OUT-SUB.
047200     PERFORM 3100-MATCH-ONE-OUTPUT THRU 3100-EXIT
047300         VARYING OUT-IDX FROM 1 BY 1
047400         UNTIL OUT-IDX > 7
047500            OR OUT-SUB > ZERO.
047600     IF OUT-SUB = ZERO
047700         SET WS-RQ-REFUSED(RQ-IDX) TO TRUE
047800         MOVE "REFUSED - NOT AN OUTBOUND FILE"
047900             TO WS-RQ-OUTCOME(RQ-IDX)
048000         GO TO 3000-EXIT
048100     END-IF.
048200     MOVE OUT-SUB TO WS-RQ-OUT-SUB(RQ-IDX).
048300     IF NOT WS-RQ-FOUND(RQ-IDX)
048400         SET WS-RQ-REFUSED(RQ-IDX) TO TRUE
048500         MOVE "REFUSED - NO SEND ON THE REGISTRY"
048600             TO WS-RQ-OUTCOME(RQ-IDX)
048700         GO TO 3000-EXIT
048800     END-IF.
048900     IF WS-RQ-ARCH-DATE(RQ-IDX) NOT = WS-PKG-DATE
049000         SET WS-RQ-REFUSED(RQ-IDX) TO TRUE
049100         MOVE "REFUSED - WRONG ARCHIVE SET MOUNTED"
049200             TO WS-RQ-OUTCOME(RQ-IDX)
049300         GO TO 3000-EXIT
049400     END-IF.
049500     MOVE ZERO TO WS-RQ-MARK-COL(RQ-IDX).
049600     PERFORM 3200-MATCH-ONE-PARTNER THRU 3200-EXIT
049700         VARYING PRT-IDX FROM 1 BY 1
049800         UNTIL PRT-IDX > WS-PRT-COUNT.
049900     COMPUTE WS-MARK-END = WS-RQ-MARK-COL(RQ-IDX)
050000         + WS-RQ-MARK-LEN(RQ-IDX) - 1.
050100     IF WS-RQ-MARK-COL(RQ-IDX) = ZERO
050200             OR WS-RQ-MARK-LEN(RQ-IDX) = ZERO
050300             OR WS-MARK-END > WS-OUT-LENGTH(OUT-SUB)
050400         SET WS-RQ-REFUSED(RQ-IDX) TO TRUE
050500         MOVE "REFUSED - NO DUPLICATE MARKER POSITION"
050600             TO WS-RQ-OUTCOME(RQ-IDX)
050700         GO TO 3000-EXIT
050800     END-IF.
050900     SET WS-RQ-APPROVED(RQ-IDX) TO TRUE.
051000     EVALUATE OUT-SUB
051100         WHEN 1
051200             OPEN OUTPUT RS-DWFEED
051300         WHEN 2
051400             OPEN OUTPUT RS-REJRTN
051500         WHEN 3
051600             OPEN OUTPUT RS-EXPOUT
051700         WHEN 4
051800             OPEN OUTPUT RS-RPTBNDL
051900         WHEN 5
052000             OPEN OUTPUT RS-DDREQ
052100         WHEN 6
052200             OPEN OUTPUT RS-AGYPLC
052233         WHEN 7
052266             OPEN OUTPUT RS-EINVOUT
052300     END-EVALUATE.
052400 3000-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800*  3100-MATCH-ONE-OUTPUT.                                      *
052900*****************************************************************
053000 3100-MATCH-ONE-OUTPUT.
053100     IF WS-OUT-FILE-ID(OUT-IDX) = WS-RQ-FILE-ID(RQ-IDX)
053200         MOVE OUT-IDX TO OUT-SUB
053300     END-IF.
053400 3100-EXIT.
053500     EXIT.
053600
053700*****************************************************************
053800*  3200-MATCH-ONE-PARTNER.                                     *
053900*****************************************************************
054000 3200-MATCH-ONE-PARTNER.
054100     IF WS-PRT-FILE-ID(PRT-IDX) = WS-RQ-FILE-ID(RQ-IDX)
054200         MOVE WS-PRT-HDR-TYPE(PRT-IDX)
054300             TO WS-RQ-HDR-TYPE(RQ-IDX)
054400         MOVE WS-PRT-MARK-COL(PRT-IDX)
054500             TO WS-RQ-MARK-COL(RQ-IDX)
054600         MOVE WS-PRT-MARK-LEN(PRT-IDX)
054700             TO WS-RQ-MARK-LEN(RQ-IDX)
054800     END-IF.
054900 3200-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300*  4000-REGENERATE-ONE.                                        *
055400*    ONE PASS OVER THE ARCHIVE SET.  AN IMAGE OF A FILE BEING  *
055500*    RESENT IS COUNTED AND HASHED AS THE PACKAGE MANIFEST      *
055600*    COUNTED IT, STAMPED WITH THE DUPLICATE MARKER WHEN IT IS  *
055700*    A HEADER, AND WRITTEN TO THE FILE'S OWN DD.               *
055800*****************************************************************
055900 4000-REGENERATE-ONE.
056000     READ ARCH-IN
056100         AT END
056200             SET WS-ARCH-EOF TO TRUE
056300     END-READ.
056400     IF WS-ARCH-EOF
056500         GO TO 4000-EXIT
056600     END-IF.
056700     MOVE ZERO TO RQ-SUB.
056800     PERFORM 4100-MATCH-ONE-IMAGE THRU 4100-EXIT
056900         VARYING RQ-IDX FROM 1 BY 1
057000         UNTIL RQ-IDX > WS-RQ-COUNT
057100            OR RQ-SUB > ZERO.
057200     IF RQ-SUB = ZERO
057300         GO TO 4000-EXIT
057400     END-IF.
057500     ADD 1 TO WS-RQ-NEW-COUNT(RQ-SUB).
057600     MOVE EA-IMAGE(1:8) TO WS-HASH-WORK.
057700     IF WS-HASH-WORK IS NUMERIC
057800         ADD WS-HASH-NUM TO WS-RQ-NEW-HASH(RQ-SUB)
057900             ON SIZE ERROR
058000                 CONTINUE
058100         END-ADD
058200     END-IF.
058300     MOVE EA-IMAGE TO WS-OUT-IMAGE.
058400     MOVE "N" TO WS-HEADER-SW.
058500     IF WS-RQ-HDR-TYPE(RQ-SUB) = SPACE
058600         IF WS-RQ-FIRST-IMAGE(RQ-SUB)
058700             SET WS-HEADER-RECORD TO TRUE
058800         END-IF
058900     ELSE
059000         IF WS-OUT-IMAGE(1:1) = WS-RQ-HDR-TYPE(RQ-SUB)
059100             SET WS-HEADER-RECORD TO TRUE
059200         END-IF
059300     END-IF.
059400     MOVE "N" TO WS-RQ-FIRST-SW(RQ-SUB).
059500     IF WS-HEADER-RECORD
059600         MOVE WS-DUP-MARKER TO WS-OUT-IMAGE
059700             (WS-RQ-MARK-COL(RQ-SUB):WS-RQ-MARK-LEN(RQ-SUB))
059800     END-IF.
059900     EVALUATE WS-RQ-OUT-SUB(RQ-SUB)
060000         WHEN 1
060100             WRITE RS-DWFEED-REC FROM WS-OUT-IMAGE
060200         WHEN 2
060300             WRITE RS-REJRTN-REC FROM WS-OUT-IMAGE
060400         WHEN 3
060500             WRITE RS-EXPOUT-REC FROM WS-OUT-IMAGE
060600         WHEN 4
060700             WRITE RS-RPTBNDL-REC FROM WS-OUT-IMAGE
060800         WHEN 5
060900             WRITE RS-DDREQ-REC FROM WS-OUT-IMAGE
061000         WHEN 6
061100             WRITE RS-AGYPLC-REC FROM WS-OUT-IMAGE
061133         WHEN 7
061166             WRITE RS-EINVOUT-REC FROM WS-OUT-IMAGE
061200     END-EVALUATE.
061300 4000-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700*  4100-MATCH-ONE-IMAGE.                                       *
061800*****************************************************************
061900 4100-MATCH-ONE-IMAGE.
062000     IF WS-RQ-APPROVED(RQ-IDX)
062100             AND WS-RQ-FILE-ID(RQ-IDX) = EA-FILE-ID
062200         MOVE RQ-IDX TO RQ-SUB
062300     END-IF.
062400 4100-EXIT.
062500     EXIT.
062600
062700*****************************************************************
062800*  5000-FINISH-ONE-REQUEST.                                    *
062900*    CLOSES A REGENERATED FILE AND PROVES IT AGAINST THE       *
063000*    REGISTERED SEND.  A PROVEN RESEND IS REGISTERED AS A      *
063100*    DUPLICATE; ONE THAT DOES NOT PROVE MUST NOT GO OUT.       *
063200*****************************************************************
063300 5000-FINISH-ONE-REQUEST.
063400     IF NOT WS-RQ-APPROVED(RQ-IDX)
063500         GO TO 5000-WRITE
063600     END-IF.
063700     EVALUATE WS-RQ-OUT-SUB(RQ-IDX)
063800         WHEN 1
063900             CLOSE RS-DWFEED
064000         WHEN 2
064100             CLOSE RS-REJRTN
064200         WHEN 3
064300             CLOSE RS-EXPOUT
064400         WHEN 4
064500             CLOSE RS-RPTBNDL
064600         WHEN 5
064700             CLOSE RS-DDREQ
064800         WHEN 6
064900             CLOSE RS-AGYPLC
064933         WHEN 7
064966             CLOSE RS-EINVOUT
065000     END-EVALUATE.
065100     IF WS-RQ-NEW-COUNT(RQ-IDX) NOT = WS-RQ-REG-COUNT(RQ-IDX)
065200             OR WS-RQ-NEW-HASH(RQ-IDX)
065300             NOT = WS-RQ-REG-HASH(RQ-IDX)
065400         SET WS-RQ-FAILED(RQ-IDX) TO TRUE
065500         MOVE "FAILED - ARCHIVE DOES NOT PROVE - HOLD"
065600             TO WS-RQ-OUTCOME(RQ-IDX)
065700         GO TO 5000-WRITE
065800     END-IF.
065900     SET WS-RQ-RESENT(RQ-IDX) TO TRUE.
066000     MOVE "REGENERATED - DUPLICATE REGISTERED"
066100         TO WS-RQ-OUTCOME(RQ-IDX).
066200     ACCEPT WS-PROCESS-TIME FROM TIME.
066300     MOVE WS-RQ-FILE-ID(RQ-IDX)   TO XG-FILE-ID.
066400     MOVE WS-RQ-BUS-DATE(RQ-IDX)  TO XG-BUSINESS-DATE.
066500     MOVE WS-RQ-ARCH-DATE(RQ-IDX) TO XG-ARCHIVE-DATE.
066600     MOVE WS-RQ-NEW-COUNT(RQ-IDX) TO XG-RECORD-COUNT.
066700     MOVE WS-RQ-NEW-HASH(RQ-IDX)  TO XG-HASH-TOTAL.
066800     MOVE WS-RQ-DEST(RQ-IDX)      TO XG-DESTINATION.
066900     MOVE WS-PROCESS-DATE         TO XG-SEND-DATE.
067000     MOVE WS-PROCESS-TIME         TO XG-SEND-TIME.
067100     SET XG-DUPLICATE             TO TRUE.
067200     SET XG-ACK-PENDING           TO TRUE.
067300     MOVE ZERO                    TO XG-ACK-DATE.
067400     MOVE ZERO                    TO XG-ACK-TIME.
067500     MOVE ZERO                    TO XG-ACK-COUNT.
067600     MOVE SPACES                  TO XG-ACK-REFERENCE.
067700     MOVE ZERO                    TO XG-ESCALATE-DATE.
067800     WRITE XG-REGISTRY-REC.
067900 5000-WRITE.
068000     EVALUATE TRUE
068100         WHEN WS-RQ-RESENT(RQ-IDX)
068200             ADD 1 TO WS-RESENT-COUNT
068300         WHEN WS-RQ-FAILED(RQ-IDX)
068400             ADD 1 TO WS-FAILED-COUNT
068500         WHEN OTHER
068600             ADD 1 TO WS-REFUSED-COUNT
068700     END-EVALUATE.
068800     MOVE WS-RQ-FILE-ID(RQ-IDX)   TO WS-RPT-FILE-ID.
068900     MOVE WS-RQ-BUS-DATE(RQ-IDX)  TO WS-RPT-BUS-DATE.
069000     MOVE WS-RQ-DEST(RQ-IDX)      TO WS-RPT-DEST.
069100     MOVE WS-RQ-REG-COUNT(RQ-IDX) TO WS-RPT-REG-COUNT.
069200     MOVE WS-RQ-NEW-COUNT(RQ-IDX) TO WS-RPT-NEW-COUNT.
069300     MOVE WS-RQ-OUTCOME(RQ-IDX)   TO WS-RPT-OUTCOME.
069400     WRITE RR-PRINT-LINE FROM WS-RPT-LINE.
069500     MOVE WS-RQ-REASON(RQ-IDX)    TO WS-RPT-REASON-TEXT.
069600     WRITE RR-PRINT-LINE FROM WS-RPT-REASON.
069700 5000-EXIT.
069800     EXIT.
069900
070000*****************************************************************
070100*  9000-FINALIZE.                                              *
070200*****************************************************************
070300 9000-FINALIZE.
070400     MOVE SPACES TO RR-PRINT-LINE.
070500     WRITE RR-PRINT-LINE.
070600     MOVE WS-RESENT-COUNT  TO WS-TOT-RESENT.
070700     MOVE WS-REFUSED-COUNT TO WS-TOT-REFUSED.
070800     MOVE WS-FAILED-COUNT  TO WS-TOT-FAILED.
070900     WRITE RR-PRINT-LINE FROM WS-RPT-TOTALS.
071000     CLOSE REG-IN.
071100     CLOSE REG-OUT.
071200     CLOSE RESEND-RPT.
071300     DISPLAY "XMITRSN1 RESENT: " WS-RESENT-COUNT
071400         "  REFUSED: " WS-REFUSED-COUNT
071500         "  FAILED TO PROVE: " WS-FAILED-COUNT.
071600     IF WS-FAILED-COUNT > ZERO
071700         MOVE 8 TO RETURN-CODE
071800     ELSE
071900         IF WS-REFUSED-COUNT > ZERO
072000             MOVE 4 TO RETURN-CODE
072100         END-IF
072200     END-IF.
072300 9000-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700*  0080-CHECK-AUTHORITY.                                       *
072800*    READS THE INVOKING USER FROM AUTHUSER AND LOOKS FOR AN    *
072900*    AUTHORITY PROFILE PAIRING THAT USER WITH THIS PROGRAM.    *
073000*    THE INVOCATION - ALLOWED OR REFUSED - IS LOGGED TO THE    *
073100*    SECURITY AUDIT EITHER WAY; A REFUSAL STOPS THE RUN.       *
073200*****************************************************************
073300 0080-CHECK-AUTHORITY.
073400     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
073500     OPEN INPUT AUTH-USER.
073600     READ AUTH-USER
073700         AT END
073800             SET WS-AUTHU-EOF TO TRUE
073900     END-READ.
074000     IF NOT WS-AUTHU-EOF
074100         MOVE UZ-USER-ID TO WS-AUTH-USER
074200     END-IF.
074300     CLOSE AUTH-USER.
074400     OPEN INPUT AUTH-PROF.
074500     PERFORM 0085-SCAN-ONE-PROFILE THRU 0085-EXIT
074600         UNTIL WS-AUTHP-EOF
074700            OR WS-AUTH-OK.
074800     CLOSE AUTH-PROF.
074900     OPEN EXTEND SEC-AUDIT.
075000     MOVE WS-AUTH-USER  TO SD-USER-ID.
075100     MOVE "XMITRSN1"    TO SD-PROGRAM.
075200     MOVE WS-AUTH-DATE  TO SD-RUN-DATE.
075300     ACCEPT WS-AUTH-CLOCK FROM TIME.
075400     MOVE WS-AUTH-CLOCK TO SD-RUN-TIME.
075500     IF WS-AUTH-OK
075600         SET SD-ALLOWED TO TRUE
075700     ELSE
075800         SET SD-REFUSED TO TRUE
075900         DISPLAY "XMITRSN1 - USER " WS-AUTH-USER
076000             " NOT AUTHORIZED - RUN REFUSED"
076100     END-IF.
076200     WRITE SD-SECURITY-REC.
076300     CLOSE SEC-AUDIT.
076400 0080-EXIT.
076500     EXIT.
076600
076700*****************************************************************
076800*  0085-SCAN-ONE-PROFILE.                                      *
076900*****************************************************************
077000 0085-SCAN-ONE-PROFILE.
077100     READ AUTH-PROF
077200         AT END
077300             SET WS-AUTHP-EOF TO TRUE
077400         NOT AT END
077500             IF AZ-USER-ID = WS-AUTH-USER
077600                     AND AZ-PROGRAM = "XMITRSN1"
077700                 SET WS-AUTH-OK TO TRUE
077800             END-IF
077900     END-READ.
078000 0085-EXIT.
078100     EXIT.
