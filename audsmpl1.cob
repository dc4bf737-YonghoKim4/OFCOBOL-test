002400*                                                               *
002500*  MODIFICATION HISTORY.                                      *
002600*    2026-09-02  DL  ORIGINAL SAMPLING RUN.                     *
002609*    2026-10-15  DL  TAKES THE DIGIT-ANALYSIS RUN'S AUDTARGT    *
002618*                    FLAGS FOR THE SAMPLE MONTH AS A TARGETED   *
002627*                    SAMPLE - EVERY FLAGGED KEY, UP TO A        *
002636*                    HUNDRED, IS TAKEN AHEAD OF THE STRATIFIED  *
002645*                    PICK AND MARKED TARGET ON THE MANIFEST.    *
002655*    2026-10-15  DL  READS THE AUDAIDX KEYED ARCHIVE - THE      *
002664*                    SAMPLE MONTH DOWN THE PROGRAM AND MONTH    *
002673*                    PATH, AND EACH SAMPLED KEY'S IMAGES        *
002682*                    STRAIGHT OFF ITS KEY - INSTEAD OF THREE    *
002691*                    PASSES OVER THE WHOLE ARCHIVE.             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SMP-PARM ASSIGN TO "AUDSMPPM"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT AUD-INDEX ASSIGN TO "AUDAIDX"
003400         ORGANIZATION IS INDEXED
003420         ACCESS MODE IS DYNAMIC
003440         RECORD KEY IS IX-PRIME-KEY
003460         ALTERNATE RECORD KEY IS IX-PROGRAM-KEY
003480             WITH DUPLICATES.
003500     SELECT CODE-TRANS ASSIGN TO "CODETRAN"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT AUD-MANIF ASSIGN TO "AUDMANIF"
004800         ORGANIZATION IS SEQUENTIAL.
004833     SELECT AUD-TARGET ASSIGN TO "AUDTARGT"
004867         ORGANIZATION IS SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SMP-PARM.
005300     COPY DLSMPPRM.
005400
005500 FD  AUD-INDEX.
005600     COPY DLAUDIDX.
005700
005800 FD  CODE-TRANS.
005900     COPY DLCODTRN.
006600
006700 FD  GL-EXTR.
006800     COPY DLGLEXT.
006825
006850 FD  AUD-TARGET.
006875     COPY DLAUDTGT.
006900
007000 FD  AUD-PACK.
007100 01  PK-PACKET-LINE.
009800         88  WS-QUEUE-EOF          VALUE "Y".
009900     05  WS-GL-EOF-SW         PIC X(01) VALUE "N".
010000         88  WS-GL-EOF             VALUE "Y".
010033     05  WS-TGT-EOF-SW        PIC X(01) VALUE "N".
010067         88  WS-TGT-EOF            VALUE "Y".
010100     05  WS-FOUND-SW          PIC X(01) VALUE "N".
010200         88  WS-RECORD-FOUND       VALUE "Y".
010233     05  WS-ENTRY-SW          PIC X(01) VALUE "N".
010267         88  WS-ENTRY-READY        VALUE "Y".
010300
010400 01  WS-SAMPLE-MONTH          PIC 9(06) VALUE ZERO.
010500 01  WS-SAMPLE-SIZE           PIC 9(03) VALUE 50.
011000 01  KEY-SUB                  PIC 9(03) VALUE ZERO.
011100 01  WS-MATCH-SLOT            PIC 9(03) VALUE ZERO.
011200 01  WS-ABS-AMOUNT            PIC 9(13)V9(02) VALUE ZERO.
011233 01  WS-TARGET-COUNT          PIC 9(03) VALUE ZERO.
011267 01  WS-TARGET-OVER           PIC 9(05) VALUE ZERO.
011300
011400 01  WS-BAND-TABLE.
011500     05  WS-BAND-ENTRY OCCURS 3 TIMES.
012000
012100 01  WS-KEY-COUNT             PIC 9(03) VALUE ZERO.
012200 01  WS-KEY-TABLE.
012300     05  WS-KEY-ENTRY OCCURS 1 TO 200 TIMES
012400             DEPENDING ON WS-KEY-COUNT.
012500         10  WS-KEY-VALUE     PIC X(12).
012600         10  WS-KEY-BAND      PIC 9(01).
018600     PERFORM 1100-CLEAR-ONE-BAND THRU 1100-EXIT
018700         VARYING BND-IDX FROM 1 BY 1
018800         UNTIL BND-IDX > 3.
018900     PERFORM 1500-LOAD-TARGETS THRU 1500-EXIT.
019000     OPEN INPUT AUD-INDEX.
019100     PERFORM 2050-POSITION-INDEX THRU 2050-EXIT.
019200     PERFORM 2100-NEXT-SAMPLE-IMAGE THRU 2100-EXIT.
019400 1000-EXIT.
019500     EXIT.
019600
021200*    THOUSAND, UNDER A MILLION, AND EVERYTHING LARGER.         *
021300*****************************************************************
021400 1200-BAND-THE-IMAGE.
021500     MOVE IX-AUDIT-IMAGE TO DL-AUDIT-REC.
021600     IF DL-AUD-AFTER-VALUE < ZERO
021700         COMPUTE WS-ABS-AMOUNT = ZERO - DL-AUD-AFTER-VALUE
021800     ELSE
023000     EXIT.
023100
023200*****************************************************************
023202*  1500-LOAD-TARGETS.                                          *
023204*    TAKES EVERY KEY THE DIGIT-ANALYSIS RUN FLAGGED FOR THE    *
023206*    SAMPLE MONTH, ONCE EACH HOWEVER MANY REASONS IT CARRIES,  *
023208*    AHEAD OF THE STRATIFIED PICK, WHICH THEN PASSES OVER ANY  *
023210*    KEY ALREADY TAKEN.  AN EMPTY AUDTARGT LEAVES THE SAMPLE   *
023212*    PURELY STRATIFIED.                                        *
023214*****************************************************************
023216 1500-LOAD-TARGETS.
023218     OPEN INPUT AUD-TARGET.
023220     READ AUD-TARGET
023222         AT END
023224             SET WS-TGT-EOF TO TRUE
023226     END-READ.
023228     PERFORM 1550-LOAD-ONE-TARGET THRU 1550-EXIT
023230         UNTIL WS-TGT-EOF.
023232     CLOSE AUD-TARGET.
023234 1500-EXIT.
023236     EXIT.
023238
023240*****************************************************************
023242*  1550-LOAD-ONE-TARGET.                                       *
023244*****************************************************************
023246 1550-LOAD-ONE-TARGET.
023248     IF TG-ARCH-MONTH NOT = WS-SAMPLE-MONTH
023250         GO TO 1550-NEXT
023252     END-IF.
023254     MOVE TG-TRANS-KEY TO DL-AUD-KEY.
023256     PERFORM 3200-FIND-KEY THRU 3200-EXIT.
023258     IF WS-MATCH-SLOT > ZERO
023260         GO TO 1550-NEXT
023262     END-IF.
023264     IF WS-TARGET-COUNT < 100
023266         ADD 1 TO WS-KEY-COUNT
023268         MOVE TG-TRANS-KEY TO WS-KEY-VALUE(WS-KEY-COUNT)
023270         MOVE 4            TO WS-KEY-BAND(WS-KEY-COUNT)
023272         MOVE ZERO         TO WS-KEY-EVIDENCE(WS-KEY-COUNT)
023274         ADD 1 TO WS-TARGET-COUNT
023276     ELSE
023278         ADD 1 TO WS-TARGET-OVER
023280     END-IF.
023282 1550-NEXT.
023284     READ AUD-TARGET
023286         AT END
023288             SET WS-TGT-EOF TO TRUE
023290     END-READ.
023292 1550-EXIT.
023294     EXIT.
023296
023298*****************************************************************
023300*  2000-COUNT-ONE-IMAGE.                                       *
023400*****************************************************************
023500 2000-COUNT-ONE-IMAGE.
023600     PERFORM 1200-BAND-THE-IMAGE THRU 1200-EXIT.
023700     ADD 1 TO WS-BND-COUNT(WS-BAND).
023800     PERFORM 2100-NEXT-SAMPLE-IMAGE THRU 2100-EXIT.
023900 2000-EXIT.
024000     EXIT.
024003
024005*****************************************************************
024008*  2050-POSITION-INDEX.                                        *
024010*    STARTS AT THE FIRST PROGRAM ON THE PROGRAM AND MONTH      *
024013*    PATH.                                                     *
024015*****************************************************************
024018 2050-POSITION-INDEX.
024021     MOVE "N" TO WS-ARCH-EOF-SW.
024023     MOVE LOW-VALUES TO IX-PROGRAM-KEY.
024026     START AUD-INDEX KEY NOT < IX-PROGRAM-KEY
024028         INVALID KEY
024031             SET WS-ARCH-EOF TO TRUE
024033     END-START.
024036 2050-EXIT.
024038     EXIT.
024041
024044*****************************************************************
024046*  2100-NEXT-SAMPLE-IMAGE.                                     *
024049*    DELIVERS THE NEXT ENTRY ARCHIVED IN THE SAMPLE MONTH, IN  *
024051*    PROGRAM ORDER - THE SAME ORDER FOR THE COUNTING PASS AND  *
024054*    THE SELECTING PASS, SO THE PICK IS REPRODUCIBLE.          *
024056*****************************************************************
024059 2100-NEXT-SAMPLE-IMAGE.
024062     MOVE "N" TO WS-ENTRY-SW.
024064     PERFORM 2150-READ-INDEX THRU 2150-EXIT
024067         UNTIL WS-ENTRY-READY
024069            OR WS-ARCH-EOF.
024072 2100-EXIT.
024074     EXIT.
024077
024079*****************************************************************
024082*  2150-READ-INDEX.                                            *
024085*    A PROGRAM'S EARLIER MONTHS ARE STEPPED OVER BY STARTING    *
024087*    AGAIN AT THE SAMPLE MONTH, AND ITS LATER MONTHS BY         *
024090*    STARTING AT THE NEXT PROGRAM.                              *
024092*****************************************************************
024095 2150-READ-INDEX.
024097     READ AUD-INDEX NEXT
024100         AT END
024200             SET WS-ARCH-EOF TO TRUE
024250             GO TO 2150-EXIT
024300     END-READ.
024400     IF IX-ARCH-MONTH < WS-SAMPLE-MONTH
024406         MOVE WS-SAMPLE-MONTH TO IX-ARCH-MONTH
024411         START AUD-INDEX KEY NOT < IX-PROGRAM-KEY
024417             INVALID KEY
024422                 SET WS-ARCH-EOF TO TRUE
024428         END-START
024433         GO TO 2150-EXIT
024439     END-IF.
024444     IF IX-ARCH-MONTH > WS-SAMPLE-MONTH
024450         MOVE 999999 TO IX-ARCH-MONTH
024456         START AUD-INDEX KEY > IX-PROGRAM-KEY
024461             INVALID KEY
024467                 SET WS-ARCH-EOF TO TRUE
024472         END-START
024478         GO TO 2150-EXIT
024483     END-IF.
024489     SET WS-ENTRY-READY TO TRUE.
024494 2150-EXIT.
024500     EXIT.
024600
024700*****************************************************************
026100
026200*****************************************************************
026300*  3000-SELECT-PASS.                                           *
026400*    WALKS THE SAMPLE MONTH AGAIN AND TAKES EVERY NTH IMAGE    *
026500*    IN EACH BAND UNTIL THE BAND'S QUOTA IS MET.               *
026600*****************************************************************
026700 3000-SELECT-PASS.
026800     PERFORM 2050-POSITION-INDEX THRU 2050-EXIT.
026900     PERFORM 2100-NEXT-SAMPLE-IMAGE THRU 2100-EXIT.
027500     PERFORM 3100-SELECT-ONE-IMAGE THRU 3100-EXIT
027600         UNTIL WS-ARCH-EOF.
027800 3000-EXIT.
027900     EXIT.
028000
028200*  3100-SELECT-ONE-IMAGE.                                      *
028300*****************************************************************
028400 3100-SELECT-ONE-IMAGE.
028800     PERFORM 1200-BAND-THE-IMAGE THRU 1200-EXIT.
028900     ADD 1 TO WS-BND-SEEN(WS-BAND).
029000     IF WS-BND-TAKEN(WS-BAND) >= WS-BAND-QUOTA
029700     END-IF.
029800     PERFORM 3200-FIND-KEY THRU 3200-EXIT.
029900     IF WS-MATCH-SLOT = ZERO
030000             AND WS-KEY-COUNT < 200
030100         ADD 1 TO WS-KEY-COUNT
030200         MOVE DL-AUD-KEY TO WS-KEY-VALUE(WS-KEY-COUNT)
030300         MOVE WS-BAND    TO WS-KEY-BAND(WS-KEY-COUNT)
030500         ADD 1 TO WS-BND-TAKEN(WS-BAND)
030600     END-IF.
030700 3100-NEXT.
030800     PERFORM 2100-NEXT-SAMPLE-IMAGE THRU 2100-EXIT.
031200 3100-EXIT.
031300     EXIT.
031400
036200
036300*****************************************************************
036400*  5000-EVIDENCE-ARCHIVE.                                      *
036433*    EACH SAMPLED KEY'S ARCHIVED IMAGES ARE READ STRAIGHT OFF   *
036467*    ITS KEY, IN DATE ORDER.                                   *
036500*****************************************************************
036600 5000-EVIDENCE-ARCHIVE.
036700     PERFORM 5100-EVIDENCE-ONE-KEY THRU 5100-EXIT
036800         VARYING KEY-IDX FROM 1 BY 1
036900         UNTIL KEY-IDX > WS-KEY-COUNT.
037000     CLOSE AUD-INDEX.
037600     OPEN INPUT EXC-MAST.
037700     READ EXC-MAST
037800         AT END
039200     EXIT.
039300
039400*****************************************************************
039500*  5100-EVIDENCE-ONE-KEY.                                      *
039600*****************************************************************
039700 5100-EVIDENCE-ONE-KEY.
039800     MOVE "N" TO WS-ARCH-EOF-SW.
039900     MOVE WS-KEY-VALUE(KEY-IDX) TO IX-AUD-KEY.
040000     MOVE ZERO                  TO IX-AUD-DATE.
040100     MOVE ZERO                  TO IX-AUD-TIME.
040200     MOVE LOW-VALUES            TO IX-AUD-PROGRAM.
040300     MOVE ZERO                  TO IX-SOURCE-SEQ.
040400     START AUD-INDEX KEY NOT < IX-PRIME-KEY
040500         INVALID KEY
040600             SET WS-ARCH-EOF TO TRUE
040700     END-START.
040709     PERFORM 5200-SCAN-ONE-IMAGE THRU 5200-EXIT
040718         UNTIL WS-ARCH-EOF.
040727 5100-EXIT.
040736     EXIT.
040745
040755*****************************************************************
040764*  5200-SCAN-ONE-IMAGE.                                        *
040773*****************************************************************
040782 5200-SCAN-ONE-IMAGE.
040791     READ AUD-INDEX NEXT
040800         AT END
040900             SET WS-ARCH-EOF TO TRUE
040950             GO TO 5200-EXIT
041000     END-READ.
041100     IF IX-AUD-KEY NOT = WS-KEY-VALUE(KEY-IDX)
041110         SET WS-ARCH-EOF TO TRUE
041120         GO TO 5200-EXIT
041130     END-IF.
041140     MOVE IX-AUD-KEY TO PK-SAMPLE-KEY.
041150     MOVE "AUDARCH " TO PK-SOURCE.
041160     MOVE IX-AUDIT-IMAGE TO PK-EVIDENCE.
041170     WRITE PK-PACKET-LINE.
041180     ADD 1 TO WS-KEY-EVIDENCE(KEY-IDX).
041190 5200-EXIT.
041200     EXIT.
041300
041400*****************************************************************
048300             MOVE "SMALL " TO MN-BAND
048400         WHEN 2
048500             MOVE "MEDIUM" TO MN-BAND
048533         WHEN 3
048567             MOVE "LARGE " TO MN-BAND
048600         WHEN OTHER
048700             MOVE "TARGET" TO MN-BAND
048800     END-EVALUATE.
048900     MOVE WS-KEY-EVIDENCE(KEY-IDX) TO MN-EVIDENCE-LINES.
049000     WRITE MN-MANIFEST-LINE.
049500*  9000-FINALIZE.                                              *
049600*****************************************************************
049700 9000-FINALIZE.
049800     DISPLAY "AUDSMPL1 KEYS SAMPLED: " WS-KEY-COUNT
049817         " TARGETED: " WS-TARGET-COUNT.
049833     IF WS-TARGET-OVER > ZERO
049850         DISPLAY "AUDSMPL1 FLAGGED KEYS PAST THE FIRST 100 "
049867             "NOT TAKEN: " WS-TARGET-OVER
049883     END-IF.
049900     CLOSE EXC-MAST.
050000     CLOSE RESUB-Q.
050100     CLOSE GL-EXTR.
