002500*                    CURRENT LENGTHS (64 AND 40) - THE OLD      *
002600*                    SLICES TRUNCATED THE NEW DEBIT/CREDIT      *
002700*                    ACCOUNTS AND THE RUN STATUS BYTE.          *
002707*    2026-10-15  DL  THE OUTBOUND FILES - DWFEED, REJRTN,       *
002714*                    EXPOUT, RPTBNDL, DDREQ AND AGYPLC - ARE    *
002721*                    NOW PACKAGED AND MANIFESTED WITH THE REST  *
002729*                    OF THE DAY, SO THE TRANSMISSION REGISTRY   *
002736*                    CAN PROVE WHAT WAS SENT AND A RESEND CAN   *
002743*                    BE REGENERATED FROM THE SET.  THE ARCHIVE  *
002750*                    IMAGE IS WIDENED TO 200 FOR THE EXPORT     *
002757*                    LINE.                                      *
002764*    2026-10-15  DL  EINVOUT, THE E-INVOICE EXTRACT, IS         *
002771*                    PACKAGED AND MANIFESTED AS A SIXTEENTH     *
002779*                    MEMBER OF THE SET, SO IT IS REGISTERED AS  *
002786*                    SENT AND CAN BE REGENERATED FOR A RESEND   *
002793*                    LIKE THE OTHER OUTBOUND FILES.             *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004800     SELECT YTD-IN ASSIGN TO "YTDIN"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT CARRY-IN ASSIGN TO "CARRYIN"
005007         ORGANIZATION IS SEQUENTIAL.
005013     SELECT DW-FEED ASSIGN TO "DWFEED"
005020         ORGANIZATION IS SEQUENTIAL.
005027     SELECT REJ-RETURN ASSIGN TO "REJRTN"
005033         ORGANIZATION IS SEQUENTIAL.
005040     SELECT EXP-OUT ASSIGN TO "EXPOUT"
005047         ORGANIZATION IS SEQUENTIAL.
005053     SELECT RPT-BUNDLE ASSIGN TO "RPTBNDL"
005060         ORGANIZATION IS SEQUENTIAL.
005067     SELECT DD-REQ ASSIGN TO "DDREQ"
005073         ORGANIZATION IS SEQUENTIAL.
005080     SELECT AGY-PLC ASSIGN TO "AGYPLC"
005087         ORGANIZATION IS SEQUENTIAL.
005093     SELECT EINV-OUT ASSIGN TO "EINVOUT"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT ARCH-OUT ASSIGN TO "EODARCH"
005300         ORGANIZATION IS SEQUENTIAL.
012900 FD  CARRY-IN.
013000     COPY DLSUBCF.
013100
013105 FD  DW-FEED.
013109     COPY DLDWDLTA.
013114
013118 FD  REJ-RETURN.
013123     COPY DLREJRTN.
013127
013132 FD  EXP-OUT.
013136 01  XO-EXPORT-LINE           PIC X(200).
013141
013145 FD  RPT-BUNDLE.
013150 01  RB-BUNDLE-LINE           PIC X(132).
013155
013159 FD  DD-REQ.
013164     COPY DLDDREQ.
013168
013173 FD  AGY-PLC.
013177     COPY DLAGYPLC.
013182
013186 FD  EINV-OUT.
013191     COPY DLEINVOT.
013195
013200 FD  ARCH-OUT.
013300     COPY DLEODARC.
013400
016100 01  WS-FILE-HASH             PIC 9(15) VALUE ZERO.
016200 01  WS-HASH-WORK             PIC X(08) VALUE SPACES.
016300 01  WS-HASH-NUM REDEFINES WS-HASH-WORK PIC 9(08).
016400 01  WS-TBL-IDX               PIC 9(02) VALUE ZERO.
016500 01  WS-FIND-IDX              PIC 9(02) VALUE ZERO.
016600
016700 01  WS-MANIFEST-TABLE.
016800     05  WS-MAN-ENTRY OCCURS 16 TIMES.
016900         10  WS-MAN-FILE-ID   PIC X(08).
017000         10  WS-MAN-COUNT     PIC 9(07).
017100         10  WS-MAN-HASH      PIC 9(15).
019300     PERFORM 2600-PACKAGE-RUNSUM THRU 2600-EXIT.
019400     PERFORM 2700-PACKAGE-YTD THRU 2700-EXIT.
019500     PERFORM 2800-PACKAGE-CARRY THRU 2800-EXIT.
019512     PERFORM 2900-PACKAGE-DWFEED THRU 2900-EXIT.
019525     PERFORM 3000-PACKAGE-REJRTN THRU 3000-EXIT.
019538     PERFORM 3100-PACKAGE-EXPOUT THRU 3100-EXIT.
019550     PERFORM 3200-PACKAGE-RPTBNDL THRU 3200-EXIT.
019562     PERFORM 3300-PACKAGE-DDREQ THRU 3300-EXIT.
019575     PERFORM 3400-PACKAGE-AGYPLC THRU 3400-EXIT.
019588     PERFORM 3500-PACKAGE-EINVOUT THRU 3500-EXIT.
019600     CLOSE ARCH-OUT.
019700     PERFORM 6000-WRITE-MANIFEST THRU 6000-EXIT
019800         VARYING WS-TBL-IDX FROM 1 BY 1
019900         UNTIL WS-TBL-IDX > 16.
020000     PERFORM 7000-VERIFY-PACKAGE THRU 7000-EXIT.
020100     PERFORM 9000-FINALIZE THRU 9000-EXIT.
020200     STOP RUN.
023700     MOVE "RUNSUM  " TO WS-MAN-FILE-ID(7).
023800     MOVE "YTDFWD  " TO WS-MAN-FILE-ID(8).
023900     MOVE "CARRYFWD" TO WS-MAN-FILE-ID(9).
023912     MOVE "DWFEED  " TO WS-MAN-FILE-ID(10).
023925     MOVE "REJRTN  " TO WS-MAN-FILE-ID(11).
023938     MOVE "EXPOUT  " TO WS-MAN-FILE-ID(12).
023950     MOVE "RPTBNDL " TO WS-MAN-FILE-ID(13).
023962     MOVE "DDREQ   " TO WS-MAN-FILE-ID(14).
023975     MOVE "AGYPLC  " TO WS-MAN-FILE-ID(15).
023988     MOVE "EINVOUT " TO WS-MAN-FILE-ID(16).
024000     PERFORM 1100-CLEAR-ONE-ENTRY THRU 1100-EXIT
024100         VARYING WS-TBL-IDX FROM 1 BY 1
024200         UNTIL WS-TBL-IDX > 16.
024300 1000-EXIT.
024400     EXIT.
024500
052600     EXIT.
052700
052800*****************************************************************
052801*  2900-PACKAGE-DWFEED.                                        *
052802*****************************************************************
052804 2900-PACKAGE-DWFEED.
052805     MOVE "N" TO WS-EOF-SW.
052806     MOVE 10 TO WS-TBL-IDX.
052807     OPEN INPUT DW-FEED.
052808     PERFORM 2910-COPY-ONE-DWFEED THRU 2910-EXIT
052809         UNTIL WS-EOF.
052811     CLOSE DW-FEED.
052812 2900-EXIT.
052813     EXIT.
052814
052815*****************************************************************
052816*  2910-COPY-ONE-DWFEED.                                       *
052818*****************************************************************
052819 2910-COPY-ONE-DWFEED.
052820     READ DW-FEED
052821         AT END
052822             SET WS-EOF TO TRUE
052824         NOT AT END
052825             MOVE SPACES       TO EA-IMAGE
052826             MOVE DW-DELTA-REC TO EA-IMAGE(1:72)
052827             PERFORM 1200-TALLY-IMAGE THRU 1200-EXIT
052828     END-READ.
052829 2910-EXIT.
052831     EXIT.
052832
052833*****************************************************************
052834*  3000-PACKAGE-REJRTN.                                        *
052835*****************************************************************
052836 3000-PACKAGE-REJRTN.
052838     MOVE "N" TO WS-EOF-SW.
052839     MOVE 11 TO WS-TBL-IDX.
052840     OPEN INPUT REJ-RETURN.
052841     PERFORM 3010-COPY-ONE-REJRTN THRU 3010-EXIT
052842         UNTIL WS-EOF.
052844     CLOSE REJ-RETURN.
052845 3000-EXIT.
052846     EXIT.
052847
052848*****************************************************************
052849*  3010-COPY-ONE-REJRTN.                                       *
052851*****************************************************************
052852 3010-COPY-ONE-REJRTN.
052853     READ REJ-RETURN
052854         AT END
052855             SET WS-EOF TO TRUE
052856         NOT AT END
052858             MOVE SPACES        TO EA-IMAGE
052859             MOVE RJ-RETURN-REC TO EA-IMAGE(1:50)
052860             PERFORM 1200-TALLY-IMAGE THRU 1200-EXIT
052861     END-READ.
052862 3010-EXIT.
052864     EXIT.
052865
052866*****************************************************************
052867*  3100-PACKAGE-EXPOUT.                                        *
052868*****************************************************************
052869 3100-PACKAGE-EXPOUT.
052871     MOVE "N" TO WS-EOF-SW.
052872     MOVE 12 TO WS-TBL-IDX.
052873     OPEN INPUT EXP-OUT.
052874     PERFORM 3110-COPY-ONE-EXPOUT THRU 3110-EXIT
052875         UNTIL WS-EOF.
052876     CLOSE EXP-OUT.
052878 3100-EXIT.
052879     EXIT.
052880
052881*****************************************************************
052882*  3110-COPY-ONE-EXPOUT.                                       *
052884*****************************************************************
052885 3110-COPY-ONE-EXPOUT.
052886     READ EXP-OUT
052887         AT END
052888             SET WS-EOF TO TRUE
052889         NOT AT END
052891             MOVE SPACES         TO EA-IMAGE
052892             MOVE XO-EXPORT-LINE TO EA-IMAGE(1:200)
052893             PERFORM 1200-TALLY-IMAGE THRU 1200-EXIT
052894     END-READ.
052895 3110-EXIT.
052896     EXIT.
052898
052899*****************************************************************
052900*  6000-WRITE-MANIFEST.                                        *
053000*****************************************************************
053100 6000-WRITE-MANIFEST.
053700     MOVE WS-MAN-HASH(WS-TBL-IDX)    TO EP-HASH-TOTAL.
053800     MOVE WS-PROCESS-DATE            TO EP-PKG-DATE.
053900     WRITE EP-PKG-MANIFEST-REC.
054000     IF WS-TBL-IDX = 16
054100         CLOSE MAN-OUT
054200     END-IF.
054300 6000-EXIT.
055700     CLOSE ARCH-VERIFY.
055800     PERFORM 7200-JUDGE-ONE-FILE THRU 7200-EXIT
055900         VARYING WS-TBL-IDX FROM 1 BY 1
056000         UNTIL WS-TBL-IDX > 16.
056100 7000-EXIT.
056200     EXIT.
056300
057500     MOVE ZERO TO WS-FIND-IDX.
057600     PERFORM 7150-MATCH-ONE-ENTRY THRU 7150-EXIT
057700         VARYING WS-TBL-IDX FROM 1 BY 1
057800         UNTIL WS-TBL-IDX > 16
057900            OR WS-FIND-IDX > ZERO.
058000     IF WS-FIND-IDX > ZERO
058100         ADD 1 TO WS-MAN-VCOUNT(WS-FIND-IDX)
063700     CLOSE LOG-OUT.
063800 9000-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200*  3200-PACKAGE-RPTBNDL.                                       *
064300*****************************************************************
064400 3200-PACKAGE-RPTBNDL.
064500     MOVE "N" TO WS-EOF-SW.
064600     MOVE 13 TO WS-TBL-IDX.
064700     OPEN INPUT RPT-BUNDLE.
064800     PERFORM 3210-COPY-ONE-RPTBNDL THRU 3210-EXIT
064900         UNTIL WS-EOF.
065000     CLOSE RPT-BUNDLE.
065100 3200-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500*  3210-COPY-ONE-RPTBNDL.                                      *
065600*****************************************************************
065700 3210-COPY-ONE-RPTBNDL.
065800     READ RPT-BUNDLE
065900         AT END
066000             SET WS-EOF TO TRUE
066100         NOT AT END
066200             MOVE SPACES         TO EA-IMAGE
066300             MOVE RB-BUNDLE-LINE TO EA-IMAGE(1:132)
066400             PERFORM 1200-TALLY-IMAGE THRU 1200-EXIT
066500     END-READ.
066600 3210-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000*  3300-PACKAGE-DDREQ.                                         *
067100*****************************************************************
067200 3300-PACKAGE-DDREQ.
067300     MOVE "N" TO WS-EOF-SW.
067400     MOVE 14 TO WS-TBL-IDX.
067500     OPEN INPUT DD-REQ.
067600     PERFORM 3310-COPY-ONE-DDREQ THRU 3310-EXIT
067700         UNTIL WS-EOF.
067800     CLOSE DD-REQ.
067900 3300-EXIT.
068000     EXIT.
068100
068200*****************************************************************
068300*  3310-COPY-ONE-DDREQ.                                        *
068400*****************************************************************
068500 3310-COPY-ONE-DDREQ.
068600     READ DD-REQ
068700         AT END
068800             SET WS-EOF TO TRUE
068900         NOT AT END
069000             MOVE SPACES       TO EA-IMAGE
069100             MOVE DD-DEBIT-REQ TO EA-IMAGE(1:76)
069200             PERFORM 1200-TALLY-IMAGE THRU 1200-EXIT
069300     END-READ.
069400 3310-EXIT.
069500     EXIT.
069600
069700*****************************************************************
069800*  3400-PACKAGE-AGYPLC.                                        *
069900*****************************************************************
070000 3400-PACKAGE-AGYPLC.
070100     MOVE "N" TO WS-EOF-SW.
070200     MOVE 15 TO WS-TBL-IDX.
070300     OPEN INPUT AGY-PLC.
070400     PERFORM 3410-COPY-ONE-AGYPLC THRU 3410-EXIT
070500         UNTIL WS-EOF.
070600     CLOSE AGY-PLC.
070700 3400-EXIT.
070800     EXIT.
070900
071000*****************************************************************
071100*  3410-COPY-ONE-AGYPLC.                                       *
071200*****************************************************************
071300 3410-COPY-ONE-AGYPLC.
071400     READ AGY-PLC
071500         AT END
071600             SET WS-EOF TO TRUE
071700         NOT AT END
071800             MOVE SPACES        TO EA-IMAGE
071900             MOVE PH-HEADER-REC TO EA-IMAGE(1:100)
072000             PERFORM 1200-TALLY-IMAGE THRU 1200-EXIT
072100     END-READ.
072200 3410-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*  3500-PACKAGE-EINVOUT.                                       *
072700*****************************************************************
072800 3500-PACKAGE-EINVOUT.
072900     MOVE "N" TO WS-EOF-SW.
073000     MOVE 16 TO WS-TBL-IDX.
073100     OPEN INPUT EINV-OUT.
073200     PERFORM 3510-COPY-ONE-EINVOUT THRU 3510-EXIT
073300         UNTIL WS-EOF.
073400     CLOSE EINV-OUT.
073500 3500-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900*  3510-COPY-ONE-EINVOUT.                                      *
074000*****************************************************************
074100 3510-COPY-ONE-EINVOUT.
074200     READ EINV-OUT
074300         AT END
074400             SET WS-EOF TO TRUE
074500         NOT AT END
074600             MOVE SPACES      TO EA-IMAGE
074700             MOVE EO-EINV-REC TO EA-IMAGE(1:120)
074800             PERFORM 1200-TALLY-IMAGE THRU 1200-EXIT
074900     END-READ.
075000 3510-EXIT.
075100     EXIT.
