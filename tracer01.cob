001900*                                                               *
002000*  MODIFICATION HISTORY.                                      *
002100*    2026-08-22  DL  ORIGINAL LIFECYCLE TRACER.                 *
002120*    2026-10-15  DL  THE EXCEPTION MASTER ENTRY FOR THE KEY     *
002140*                    IS NOW TRACED - FROM EXCMSTI, OR FROM THE  *
002160*                    EXCHIST HISTORY FILE ONCE THE MASTER       *
002180*                    PURGE HAS MOVED IT OFF THE LIVE MASTER.    *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003600     SELECT RESUB-Q ASSIGN TO "RESUBMQ"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT RESTART-LOG ASSIGN TO "ADDRSTLG"
003820         ORGANIZATION IS SEQUENTIAL.
003840     SELECT EXC-MAST ASSIGN TO "EXCMSTI"
003860         ORGANIZATION IS SEQUENTIAL.
003880     SELECT EXC-HIST ASSIGN TO "EXCHIST"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT TRACE-RPT ASSIGN TO "TRACERPT"
004100         ORGANIZATION IS SEQUENTIAL.
007200 FD  RESTART-LOG.
007300     COPY DLRESTRT.
007400
007414 FD  EXC-MAST.
007429 01  XM-MASTER-REC            PIC X(64).
007443
007457 FD  EXC-HIST.
007471 01  XH-MASTER-REC            PIC X(64).
007486
007500 FD  TRACE-RPT.
007600 01  TR-PRINT-LINE            PIC X(100).
007700
008900         88  WS-RST-EOF            VALUE "Y".
009000     05  WS-INPUT-FOUND-SW    PIC X(01) VALUE "N".
009100         88  WS-INPUT-FOUND        VALUE "Y".
009133     05  WS-EM-EOF-SW         PIC X(01) VALUE "N".
009167         88  WS-EM-EOF             VALUE "Y".
009200
009300 01  WS-TRACE-KEY             PIC X(12) VALUE SPACES.
009400 01  WS-DATE-FROM             PIC 9(08) VALUE ZERO.
009500 01  WS-DATE-TO               PIC 9(08) VALUE 99999999.
009600 01  WS-HIT-COUNT             PIC 9(05) VALUE ZERO.
009625 01  WS-EM-FOUND-COUNT        PIC 9(05) VALUE ZERO.
009650
009675     COPY DLEXCMST.
009700
009800 01  WS-HEADER-LINE.
009900     05  FILLER               PIC X(24) VALUE
015800     05  FILLER               PIC X(08) VALUE " STATUS ".
015900     05  WS-RST-STATUS        PIC X(01).
016000
016006 01  WS-EXCMST-LINE.
016012     05  WS-EM-SOURCE         PIC X(10).
016018     05  WS-EM-OPEN-DATE      PIC 9(08).
016024     05  FILLER               PIC X(02) VALUE SPACES.
016029     05  WS-EM-PROGRAM        PIC X(08).
016035     05  FILLER               PIC X(02) VALUE SPACES.
016041     05  WS-EM-RCODE          PIC X(04).
016047     05  FILLER               PIC X(08) VALUE " STATUS ".
016053     05  WS-EM-STATUS         PIC X(01).
016059     05  FILLER               PIC X(01) VALUE SPACE.
016065     05  WS-EM-DISP-DATE      PIC 9(08).
016071     05  FILLER               PIC X(01) VALUE SPACE.
016076     05  WS-EM-DISP-USER      PIC X(08).
016082     05  FILLER               PIC X(08) VALUE " AMOUNT ".
016088     05  WS-EM-AMOUNT         PIC -(12)9.99.
016094
016100 PROCEDURE DIVISION.
016200*****************************************************************
016300*  0000-MAINLINE.                                              *
017300             UNTIL WS-AUD-EOF
017400         PERFORM 4000-TRACE-EXCEPTION THRU 4000-EXIT
017500             UNTIL WS-EXC-EOF
017550         PERFORM 4500-TRACE-EXC-MASTER THRU 4500-EXIT
017600         PERFORM 5000-TRACE-QUEUE THRU 5000-EXIT
017700             UNTIL WS-Q-EOF
017800         PERFORM 6000-TRACE-CHECKPOINT THRU 6000-EXIT
033500     EXIT.
033600
033700*****************************************************************
033701*  4500-TRACE-EXC-MASTER.                                      *
033702*    THE EXCEPTION MASTER ENTRY SHOWS HOW OPS DISPOSED OF THE  *
033703*    KEY'S EXCEPTION.  A SETTLED ENTRY THE MASTER PURGE HAS    *
033705*    MOVED OFF EXCMSTI IS FOUND ON THE EXCHIST HISTORY FILE    *
033706*    INSTEAD, SO THE HISTORY IS ONLY SEARCHED WHEN THE LIVE    *
033707*    MASTER HAS NOTHING FOR THE KEY.                           *
033708*****************************************************************
033709 4500-TRACE-EXC-MASTER.
033710     MOVE ZERO TO WS-EM-FOUND-COUNT.
033712     MOVE "EXCMST    " TO WS-EM-SOURCE.
033713     MOVE "N" TO WS-EM-EOF-SW.
033714     OPEN INPUT EXC-MAST.
033715     PERFORM 4600-SCAN-EXC-MASTER THRU 4600-EXIT
033716         UNTIL WS-EM-EOF.
033717     CLOSE EXC-MAST.
033719     IF WS-EM-FOUND-COUNT > ZERO
033720         GO TO 4500-EXIT
033721     END-IF.
033722     MOVE "EXCHIST   " TO WS-EM-SOURCE.
033723     MOVE "N" TO WS-EM-EOF-SW.
033724     OPEN INPUT EXC-HIST.
033726     PERFORM 4700-SCAN-EXC-HISTORY THRU 4700-EXIT
033727         UNTIL WS-EM-EOF.
033728     CLOSE EXC-HIST.
033729     IF WS-EM-FOUND-COUNT = ZERO
033730         MOVE "EXCMST    KEY NOT ON MASTER OR HISTORY"
033731             TO TR-PRINT-LINE
033733         WRITE TR-PRINT-LINE
033734     END-IF.
033735 4500-EXIT.
033736     EXIT.
033737
033738*****************************************************************
033740*  4600-SCAN-EXC-MASTER.                                       *
033741*****************************************************************
033742 4600-SCAN-EXC-MASTER.
033743     READ EXC-MAST
033744         AT END
033745             SET WS-EM-EOF TO TRUE
033747     END-READ.
033748     IF WS-EM-EOF
033749         GO TO 4600-EXIT
033750     END-IF.
033751     MOVE XM-MASTER-REC TO EM-MASTER-REC.
033752     PERFORM 4800-WRITE-EXC-MASTER THRU 4800-EXIT.
033753 4600-EXIT.
033755     EXIT.
033756
033757*****************************************************************
033758*  4700-SCAN-EXC-HISTORY.                                      *
033759*****************************************************************
033760 4700-SCAN-EXC-HISTORY.
033762     READ EXC-HIST
033763         AT END
033764             SET WS-EM-EOF TO TRUE
033765     END-READ.
033766     IF WS-EM-EOF
033767         GO TO 4700-EXIT
033769     END-IF.
033770     MOVE XH-MASTER-REC TO EM-MASTER-REC.
033771     PERFORM 4800-WRITE-EXC-MASTER THRU 4800-EXIT.
033772 4700-EXIT.
033773     EXIT.
033774
033776*****************************************************************
033777*  4800-WRITE-EXC-MASTER.                                      *
033778*****************************************************************
033779 4800-WRITE-EXC-MASTER.
033780     IF EM-KEY NOT = WS-TRACE-KEY
033781         GO TO 4800-EXIT
033783     END-IF.
033784     MOVE EM-OPEN-DATE   TO WS-EM-OPEN-DATE.
033785     MOVE EM-PROGRAM     TO WS-EM-PROGRAM.
033786     MOVE EM-REASON-CODE TO WS-EM-RCODE.
033787     MOVE EM-STATUS      TO WS-EM-STATUS.
033788     MOVE EM-DISP-DATE   TO WS-EM-DISP-DATE.
033790     MOVE EM-DISP-USER   TO WS-EM-DISP-USER.
033791     MOVE EM-AMOUNT      TO WS-EM-AMOUNT.
033792     WRITE TR-PRINT-LINE FROM WS-EXCMST-LINE.
033793     ADD 1 TO WS-EM-FOUND-COUNT.
033794     ADD 1 TO WS-HIT-COUNT.
033795 4800-EXIT.
033797     EXIT.
033798
033799*****************************************************************
033800*  5000-TRACE-QUEUE.                                           *
033900*****************************************************************
034000 5000-TRACE-QUEUE.
