002600*                    THERE - FILE SECTION VALUE CLAUSES ARE     *
002700*                    COMMENTARY, SO THE LABEL FILLERS           *
002800*                    PRINTED AS GARBAGE.                        *
002808*    2026-10-15  DL  THREE SALES CUTS ANSWERED FROM THE         *
002815*                    SLSHIST SALES HISTORY - TOP CUSTOMERS      *
002823*                    ("C"), TOP ITEMS ("I"), AND A MONTH        *
002831*                    AGAINST THE SAME MONTH LAST YEAR ("Y") -   *
002838*                    SO SALES CAN ASK FOR ITS OWN CUT.          *
002846*    2026-10-15  DL  A HOLD-STATUS REQUEST FOR AN ACCOUNT NOT   *
002854*                    ON THE LIVE CREDIT-HOLD MASTER IS NOW      *
002862*                    ANSWERED FROM THE CHHIST HISTORY FILE THE  *
002869*                    MASTER PURGE MOVES OLD RELEASED HOLDS TO.  *
002877*    2026-10-15  DL  A TRACE REQUEST GOES STRAIGHT TO ITS KEY   *
002885*                    AND FROM-DATE ON THE AUDAIDX KEYED ARCHIVE *
002892*                    INSTEAD OF READING THE WHOLE ARCHIVE.      *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003800         RECORD KEY IS SL-CODE-KEY.
003900     SELECT HOLD-MAST ASSIGN TO "CHMASTI"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT AUD-INDEX ASSIGN TO "AUDAIDX"
004200         ORGANIZATION IS INDEXED
004220         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS IX-PRIME-KEY
004260         ALTERNATE RECORD KEY IS IX-PROGRAM-KEY
004280             WITH DUPLICATES.
004300     SELECT INQ-RESP ASSIGN TO "INQRESP"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT INQ-REG ASSIGN TO "INQREG"
004514         ORGANIZATION IS SEQUENTIAL.
004529     SELECT SLS-HIST ASSIGN TO "SLSHIST"
004543         ORGANIZATION IS INDEXED
004557         ACCESS MODE IS DYNAMIC
004571         RECORD KEY IS SH-HIST-KEY.
004586     SELECT HOLD-HIST ASSIGN TO "CHHIST"
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800 DATA DIVISION.
005600 FD  HOLD-MAST.
005700     COPY DLCHMAST.
005800
005900 FD  AUD-INDEX.
006000     COPY DLAUDIDX.
006100
006200 FD  INQ-RESP.
006300     COPY DLINQRSP.
006400
006500 FD  INQ-REG.
006600 01  RG-PRINT-LINE            PIC X(37).
006606
006612 FD  SLS-HIST.
006619     COPY DLSLSHST.
006625
006631 FD  HOLD-HIST.
006638     COPY DLCHMAST
006644         REPLACING ==CM-HOLD-REC== BY ==HH-HOLD-REC==
006650             ==CM-ACCOUNT== BY ==HH-ACCOUNT==
006656             ==CM-HOLD-DATE== BY ==HH-HOLD-DATE==
006662             ==CM-HOLD-BALANCE== BY ==HH-HOLD-BALANCE==
006669             ==CM-STATUS== BY ==HH-STATUS==
006675             ==CM-HELD== BY ==HH-HELD==
006681             ==CM-RELEASED== BY ==HH-RELEASED==
006688             ==CM-RELEASE-DATE== BY ==HH-RELEASE-DATE==
006694             ==CM-RELEASE-USER== BY ==HH-RELEASE-USER==.
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-SWITCHES.
007700         88  WS-ARCH-EOF           VALUE "Y".
007800     05  WS-FOUND-SW          PIC X(01) VALUE "N".
007900         88  WS-RECORD-FOUND       VALUE "Y".
007914     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
007929         88  WS-HIST-EOF           VALUE "Y".
007943     05  WS-PRIOR-SW          PIC X(01) VALUE "N".
007957         88  WS-GATHER-PRIOR       VALUE "Y".
007971     05  WS-HHIST-EOF-SW      PIC X(01) VALUE "N".
007986         88  WS-HHIST-EOF          VALUE "Y".
008000
008100 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
008200 01  WS-LINE-COUNT            PIC 9(05) VALUE ZERO.
008300 01  WS-REQUEST-COUNT         PIC 9(05) VALUE ZERO.
008400 01  WS-DATE-TO               PIC 9(08) VALUE ZERO.
008500 01  HLD-IDX                  PIC 9(03) VALUE ZERO.
008505
008509 01  WS-PERIOD-FROM           PIC 9(06) VALUE ZERO.
008514 01  WS-PERIOD-TO             PIC 9(06) VALUE ZERO.
008518 01  WS-GATHER-PERIOD         PIC 9(06) VALUE ZERO.
008523 01  WS-TOP-COUNT             PIC 9(03) VALUE ZERO.
008527 01  WS-RANK                  PIC 9(03) VALUE ZERO.
008532 01  WS-SALES-KEY             PIC X(08) VALUE SPACES.
008536 01  WS-BEST-NET              PIC S9(11)V9(02) VALUE ZERO.
008541 01  WS-CHANGE-PCT            PIC S9(05)V9(01) VALUE ZERO.
008545 01  SLS-IDX                  PIC 9(03) VALUE ZERO.
008550 01  SLS-SUB                  PIC 9(03) VALUE ZERO.
008555
008559 01  WS-SALES-COUNT           PIC 9(03) VALUE ZERO.
008564 01  WS-SALES-TABLE.
008568     05  WS-SALES-ENTRY OCCURS 1 TO 500 TIMES
008573             DEPENDING ON WS-SALES-COUNT.
008577         10  WS-SLS-KEY       PIC X(08).
008582         10  WS-SLS-QTY       PIC S9(09).
008586         10  WS-SLS-NET       PIC S9(11)V9(02).
008591         10  WS-SLS-PRIOR     PIC S9(11)V9(02).
008595         10  WS-SLS-PICKED    PIC X(01).
008600
008700 01  WS-HOLD-COUNT            PIC 9(03) VALUE ZERO.
008800 01  WS-HOLD-TABLE.
012700 01  WS-RSP-NONE              PIC X(40) VALUE
012800     "NOTHING ON FILE FOR THIS REQUEST".
012900
012904 01  WS-RSP-TOP.
012908     05  FILLER               PIC X(05) VALUE "RANK ".
012912     05  WS-RSP-TOP-RANK      PIC ZZ9.
012915     05  FILLER               PIC X(01) VALUE SPACE.
012919     05  WS-RSP-TOP-LABEL     PIC X(08).
012923     05  WS-RSP-TOP-KEY       PIC X(08).
012927     05  FILLER               PIC X(05) VALUE " QTY ".
012931     05  WS-RSP-TOP-QTY       PIC -(9)9.
012935     05  FILLER               PIC X(05) VALUE " NET ".
012938     05  WS-RSP-TOP-NET       PIC -(11)9.99.
012942
012946 01  WS-RSP-YOY.
012950     05  WS-RSP-YOY-KEY       PIC X(08).
012954     05  FILLER               PIC X(01) VALUE SPACE.
012958     05  WS-RSP-YOY-PERIOD    PIC 9(06).
012962     05  FILLER               PIC X(05) VALUE " NET ".
012965     05  WS-RSP-YOY-NET       PIC -(11)9.99.
012969     05  FILLER               PIC X(09) VALUE " LAST YR ".
012973     05  WS-RSP-YOY-PRIOR     PIC -(11)9.99.
012977     05  FILLER               PIC X(05) VALUE " CHG ".
012981     05  WS-RSP-YOY-PCT       PIC -(4)9.9.
012985     05  WS-RSP-YOY-PCT-X REDEFINES WS-RSP-YOY-PCT
012988                              PIC X(07).
012992     05  FILLER               PIC X(01) VALUE "%".
012996
013000     COPY DLAUDIT.
013100
013200 01  RG-REGISTER-LINE.
016600     CLOSE HOLD-MAST.
016700     OPEN INPUT INQ-REQ.
016800     OPEN INPUT SUBL-MAST.
016850     OPEN INPUT SLS-HIST.
016900     OPEN OUTPUT INQ-RESP.
017000     OPEN OUTPUT INQ-REG.
017100     READ INQ-REQ
020800             PERFORM 4000-ANSWER-HOLD THRU 4000-EXIT
020900         WHEN QR-TYPE-TRACE
021000             PERFORM 5000-ANSWER-TRACE THRU 5000-EXIT
021014         WHEN QR-TYPE-TOP-CUSTOMERS
021029             PERFORM 6000-ANSWER-TOP-SALES THRU 6000-EXIT
021043         WHEN QR-TYPE-TOP-ITEMS
021057             PERFORM 6000-ANSWER-TOP-SALES THRU 6000-EXIT
021071         WHEN QR-TYPE-YEAR-OVER-YEAR
021086             PERFORM 7000-ANSWER-YEAR-OVER-YEAR THRU 7000-EXIT
021100         WHEN OTHER
021200             DISPLAY "INQSRV1 - UNKNOWN REQUEST TYPE "
021300                 QR-REQUEST-TYPE " FROM " QR-DEPT-ID
027900
028000*****************************************************************
028100*  4000-ANSWER-HOLD.                                           *
028125*    AN ACCOUNT WITH NOTHING ON THE LIVE MASTER IS LOOKED FOR  *
028150*    ON THE CHHIST HISTORY FILE - RE-READ PER REQUEST, THE     *
028175*    SAME WAY A TRACE RE-READS THE AUDIT ARCHIVE.              *
028200*****************************************************************
028300 4000-ANSWER-HOLD.
028400     PERFORM 4100-ANSWER-ONE-HOLD THRU 4100-EXIT
028500         VARYING HLD-IDX FROM 1 BY 1
028600         UNTIL HLD-IDX > WS-HOLD-COUNT.
028611     IF WS-LINE-COUNT > ZERO
028622         GO TO 4000-EXIT
028633     END-IF.
028644     MOVE "N" TO WS-HHIST-EOF-SW.
028656     OPEN INPUT HOLD-HIST.
028667     PERFORM 4200-ANSWER-ONE-HISTORY THRU 4200-EXIT
028678         UNTIL WS-HHIST-EOF.
028689     CLOSE HOLD-HIST.
028700 4000-EXIT.
028800     EXIT.
028900
031100     EXIT.
031200
031300*****************************************************************
031304*  4200-ANSWER-ONE-HISTORY.                                    *
031307*    EVERY HOLD ON HISTORY WAS RELEASED BEFORE IT WAS PURGED.  *
031311*****************************************************************
031314 4200-ANSWER-ONE-HISTORY.
031318     READ HOLD-HIST
031321         AT END
031325             SET WS-HHIST-EOF TO TRUE
031329     END-READ.
031332     IF WS-HHIST-EOF
031336         GO TO 4200-EXIT
031339     END-IF.
031343     IF HH-ACCOUNT NOT = QR-ACCOUNT
031346         GO TO 4200-EXIT
031350     END-IF.
031354     MOVE HH-ACCOUNT      TO WS-RSP-ACCOUNT.
031357     MOVE "REL (HIST)"    TO WS-RSP-HOLD-TEXT.
031361     MOVE HH-HOLD-DATE    TO WS-RSP-HOLD-DATE.
031364     MOVE HH-HOLD-BALANCE TO WS-RSP-HOLD-BAL.
031368     MOVE QR-DEPT-ID      TO QA-DEPT-ID.
031371     MOVE QR-REQUEST-TYPE TO QA-REQUEST-TYPE.
031375     MOVE WS-RSP-HOLD     TO QA-RESPONSE-LINE.
031379     WRITE QA-RESPONSE-REC.
031382     ADD 1 TO WS-LINE-COUNT.
031386 4200-EXIT.
031389     EXIT.
031393
031396*****************************************************************
031400*  5000-ANSWER-TRACE.                                          *
031500*    GOES STRAIGHT TO THE TRACE KEY AND FROM-DATE ON THE KEYED *
031600*    ARCHIVE AND READS FORWARD WHILE THE KEY HOLDS AND THE     *
031700*    DATE IS IN RANGE - THE KEY'S IMAGES RUN IN DATE ORDER.    *
031800*****************************************************************
031900 5000-ANSWER-TRACE.
032000     MOVE QR-DATE-TO TO WS-DATE-TO.
032200         MOVE 99999999 TO WS-DATE-TO
032300     END-IF.
032400     MOVE "N" TO WS-ARCH-EOF-SW.
032500     OPEN INPUT AUD-INDEX.
032600     MOVE QR-TRACE-KEY  TO IX-AUD-KEY.
032700     MOVE QR-DATE-FROM  TO IX-AUD-DATE.
032717     MOVE ZERO          TO IX-AUD-TIME.
032733     MOVE LOW-VALUES    TO IX-AUD-PROGRAM.
032750     MOVE ZERO          TO IX-SOURCE-SEQ.
032767     START AUD-INDEX KEY NOT < IX-PRIME-KEY
032783         INVALID KEY
032800             SET WS-ARCH-EOF TO TRUE
032900     END-START.
033000     PERFORM 5100-ANSWER-ONE-IMAGE THRU 5100-EXIT
033100         UNTIL WS-ARCH-EOF.
033200     CLOSE AUD-INDEX.
033300 5000-EXIT.
033400     EXIT.
033500
033700*  5100-ANSWER-ONE-IMAGE.                                      *
033800*****************************************************************
033900 5100-ANSWER-ONE-IMAGE.
034000     READ AUD-INDEX NEXT
035600         AT END
035700             SET WS-ARCH-EOF TO TRUE
035750             GO TO 5100-EXIT
035800     END-READ.
035805     IF IX-AUD-KEY NOT = QR-TRACE-KEY
035810             OR IX-AUD-DATE > WS-DATE-TO
035815         SET WS-ARCH-EOF TO TRUE
035820         GO TO 5100-EXIT
035825     END-IF.
035830     IF IX-CONTROL-REC
035835         GO TO 5100-EXIT
035840     END-IF.
035845     MOVE IX-AUDIT-IMAGE TO DL-AUDIT-REC.
035850     MOVE DL-AUD-PROGRAM      TO WS-RSP-TRC-PROGRAM.
035855     MOVE DL-AUD-OPERATION    TO WS-RSP-TRC-OPER.
035860     MOVE DL-AUD-BEFORE-VALUE TO WS-RSP-TRC-BEFORE.
035865     MOVE DL-AUD-AFTER-VALUE  TO WS-RSP-TRC-AFTER.
035870     MOVE DL-AUD-DATE         TO WS-RSP-TRC-DATE.
035875     MOVE QR-DEPT-ID      TO QA-DEPT-ID.
035880     MOVE QR-REQUEST-TYPE TO QA-REQUEST-TYPE.
035885     MOVE WS-RSP-TRACE    TO QA-RESPONSE-LINE.
035890     WRITE QA-RESPONSE-REC.
035895     ADD 1 TO WS-LINE-COUNT.
035900 5100-EXIT.
035901     EXIT.
035903
035904*****************************************************************
035905*  6000-ANSWER-TOP-SALES.                                       *
035907*    RANKS CUSTOMERS ("C") OR ITEMS ("I") BY NET SALES OVER     *
035908*    THE MONTHS OF THE REQUEST'S DATE RANGE - BY DEFAULT THE    *
035910*    YEAR TO DATE - AND ANSWERS THE TOP QR-TOP-COUNT (10 BY     *
035911*    DEFAULT).  A TOP-CUSTOMER CUT MAY BE LIMITED TO ONE        *
035912*    ITEM, A TOP-ITEM CUT TO ONE ACCOUNT.                       *
035914*****************************************************************
035915 6000-ANSWER-TOP-SALES.
035916     MOVE WS-PROCESS-DATE(1:6) TO WS-PERIOD-FROM.
035918     MOVE "01" TO WS-PERIOD-FROM(5:2).
035919     MOVE WS-PROCESS-DATE(1:6) TO WS-PERIOD-TO.
035921     IF QR-DATE-FROM NOT = ZERO
035922         MOVE QR-DATE-FROM(1:6) TO WS-PERIOD-FROM
035923     END-IF.
035925     IF QR-DATE-TO NOT = ZERO
035926         MOVE QR-DATE-TO(1:6) TO WS-PERIOD-TO
035927     END-IF.
035929     MOVE 10 TO WS-TOP-COUNT.
035930     IF QR-TOP-COUNT > ZERO
035932         MOVE QR-TOP-COUNT TO WS-TOP-COUNT
035933     END-IF.
035934     IF QR-TYPE-TOP-CUSTOMERS
035936         MOVE "ACCOUNT " TO WS-RSP-TOP-LABEL
035937     ELSE
035938         MOVE "ITEM    " TO WS-RSP-TOP-LABEL
035940     END-IF.
035941     MOVE ZERO TO WS-SALES-COUNT.
035942     MOVE WS-PERIOD-FROM TO WS-GATHER-PERIOD.
035944     PERFORM 8200-START-HISTORY THRU 8200-EXIT.
035945     PERFORM 6100-GATHER-ONE-SALE THRU 6100-EXIT
035947         UNTIL WS-HIST-EOF.
035948     PERFORM 6300-ANSWER-ONE-RANK THRU 6300-EXIT
035949         VARYING WS-RANK FROM 1 BY 1
035951         UNTIL WS-RANK > WS-TOP-COUNT
035952            OR WS-RANK > WS-SALES-COUNT.
035953 6000-EXIT.
035955     EXIT.
035956
035958*****************************************************************
035959*  6100-GATHER-ONE-SALE.                                        *
035960*****************************************************************
035962 6100-GATHER-ONE-SALE.
035963     PERFORM 8300-READ-HISTORY THRU 8300-EXIT.
035964     IF WS-HIST-EOF
035966         GO TO 6100-EXIT
035967     END-IF.
035968     IF SH-PERIOD > WS-PERIOD-TO
035970         SET WS-HIST-EOF TO TRUE
035971         GO TO 6100-EXIT
035973     END-IF.
035974     IF QR-TYPE-TOP-CUSTOMERS
035975         IF QR-ITEM-CODE NOT = SPACES
035977                 AND SH-ITEM-CODE NOT = QR-ITEM-CODE
035978             GO TO 6100-EXIT
035979         END-IF
035981         MOVE SH-ACCOUNT-CODE TO WS-SALES-KEY
035982     ELSE
035984         IF QR-ACCOUNT NOT = SPACES
035985                 AND SH-ACCOUNT-CODE NOT = QR-ACCOUNT(1:6)
035986             GO TO 6100-EXIT
035988         END-IF
035989         MOVE SH-ITEM-CODE TO WS-SALES-KEY
035990     END-IF.
035992     PERFORM 8100-FIND-SALES-KEY THRU 8100-EXIT.
035993     IF SLS-SUB > ZERO
035995         ADD SH-QUANTITY TO WS-SLS-QTY(SLS-SUB)
035996         ADD SH-NET      TO WS-SLS-NET(SLS-SUB)
035997     END-IF.
035999 6100-EXIT.
036000     EXIT.
036100
036200*****************************************************************
036600     DISPLAY "INQSRV1 REQUESTS ANSWERED: " WS-REQUEST-COUNT.
036700     CLOSE INQ-REQ.
036800     CLOSE SUBL-MAST.
036850     CLOSE SLS-HIST.
036900     CLOSE INQ-RESP.
037000     CLOSE INQ-REG.
037100 9000-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  6300-ANSWER-ONE-RANK.                                        *
037600*    PICKS THE LARGEST NET NOT YET ANSWERED.                    *
037700*****************************************************************
037800 6300-ANSWER-ONE-RANK.
037900     MOVE ZERO TO SLS-SUB.
038000     PERFORM 6350-CHECK-ONE-ENTRY THRU 6350-EXIT
038100         VARYING SLS-IDX FROM 1 BY 1
038200         UNTIL SLS-IDX > WS-SALES-COUNT.
038300     IF SLS-SUB = ZERO
038400         GO TO 6300-EXIT
038500     END-IF.
038600     MOVE "Y" TO WS-SLS-PICKED(SLS-SUB).
038700     MOVE WS-RANK             TO WS-RSP-TOP-RANK.
038800     MOVE WS-SLS-KEY(SLS-SUB) TO WS-RSP-TOP-KEY.
038900     MOVE WS-SLS-QTY(SLS-SUB) TO WS-RSP-TOP-QTY.
039000     MOVE WS-SLS-NET(SLS-SUB) TO WS-RSP-TOP-NET.
039100     MOVE QR-DEPT-ID      TO QA-DEPT-ID.
039200     MOVE QR-REQUEST-TYPE TO QA-REQUEST-TYPE.
039300     MOVE WS-RSP-TOP      TO QA-RESPONSE-LINE.
039400     WRITE QA-RESPONSE-REC.
039500     ADD 1 TO WS-LINE-COUNT.
039600 6300-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*  6350-CHECK-ONE-ENTRY.                                        *
040100*****************************************************************
040200 6350-CHECK-ONE-ENTRY.
040300     IF WS-SLS-PICKED(SLS-IDX) = "Y"
040400         GO TO 6350-EXIT
040500     END-IF.
040600     IF SLS-SUB = ZERO
040700             OR WS-SLS-NET(SLS-IDX) > WS-BEST-NET
040800         MOVE SLS-IDX TO SLS-SUB
040900         MOVE WS-SLS-NET(SLS-IDX) TO WS-BEST-NET
041000     END-IF.
041100 6350-EXIT.
041200     EXIT.
041300
041400*****************************************************************
041500*  7000-ANSWER-YEAR-OVER-YEAR.                                  *
041600*    ONE MONTH (THE MONTH OF QR-DATE-FROM, BY DEFAULT THIS      *
041700*    MONTH) AGAINST THE SAME MONTH LAST YEAR, BY ACCOUNT - OR,  *
041800*    WHEN THE REQUEST NAMES AN ACCOUNT, BY ITEM FOR THAT        *
041900*    ACCOUNT.  THE CHANGE IS BLANK WHEN LAST YEAR HAD NONE.     *
042000*****************************************************************
042100 7000-ANSWER-YEAR-OVER-YEAR.
042200     MOVE WS-PROCESS-DATE(1:6) TO WS-PERIOD-FROM.
042300     IF QR-DATE-FROM NOT = ZERO
042400         MOVE QR-DATE-FROM(1:6) TO WS-PERIOD-FROM
042500     END-IF.
042600     MOVE ZERO TO WS-SALES-COUNT.
042700     MOVE "N" TO WS-PRIOR-SW.
042800     MOVE WS-PERIOD-FROM TO WS-GATHER-PERIOD.
042900     PERFORM 7100-GATHER-PERIOD THRU 7100-EXIT.
043000     SET WS-GATHER-PRIOR TO TRUE.
043100     SUBTRACT 100 FROM WS-GATHER-PERIOD.
043200     PERFORM 7100-GATHER-PERIOD THRU 7100-EXIT.
043300     PERFORM 7300-ANSWER-ONE-COMPARE THRU 7300-EXIT
043400         VARYING SLS-IDX FROM 1 BY 1
043500         UNTIL SLS-IDX > WS-SALES-COUNT.
043600 7000-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*  7100-GATHER-PERIOD.                                          *
044100*****************************************************************
044200 7100-GATHER-PERIOD.
044300     PERFORM 8200-START-HISTORY THRU 8200-EXIT.
044400     PERFORM 7200-GATHER-ONE-MONTH THRU 7200-EXIT
044500         UNTIL WS-HIST-EOF.
044600 7100-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000*  7200-GATHER-ONE-MONTH.                                       *
045100*****************************************************************
045200 7200-GATHER-ONE-MONTH.
045300     PERFORM 8300-READ-HISTORY THRU 8300-EXIT.
045400     IF WS-HIST-EOF
045500         GO TO 7200-EXIT
045600     END-IF.
045700     IF SH-PERIOD NOT = WS-GATHER-PERIOD
045800         SET WS-HIST-EOF TO TRUE
045900         GO TO 7200-EXIT
046000     END-IF.
046100     IF QR-ACCOUNT = SPACES
046200         MOVE SH-ACCOUNT-CODE TO WS-SALES-KEY
046300     ELSE
046400         IF SH-ACCOUNT-CODE NOT = QR-ACCOUNT(1:6)
046500             GO TO 7200-EXIT
046600         END-IF
046700         MOVE SH-ITEM-CODE TO WS-SALES-KEY
046800     END-IF.
046900     PERFORM 8100-FIND-SALES-KEY THRU 8100-EXIT.
047000     IF SLS-SUB = ZERO
047100         GO TO 7200-EXIT
047200     END-IF.
047300     IF WS-GATHER-PRIOR
047400         ADD SH-NET TO WS-SLS-PRIOR(SLS-SUB)
047500     ELSE
047600         ADD SH-NET TO WS-SLS-NET(SLS-SUB)
047700     END-IF.
047800 7200-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*  7300-ANSWER-ONE-COMPARE.                                     *
048300*****************************************************************
048400 7300-ANSWER-ONE-COMPARE.
048500     MOVE WS-SLS-KEY(SLS-IDX)   TO WS-RSP-YOY-KEY.
048600     MOVE WS-PERIOD-FROM        TO WS-RSP-YOY-PERIOD.
048700     MOVE WS-SLS-NET(SLS-IDX)   TO WS-RSP-YOY-NET.
048800     MOVE WS-SLS-PRIOR(SLS-IDX) TO WS-RSP-YOY-PRIOR.
048900     IF WS-SLS-PRIOR(SLS-IDX) = ZERO
049000         MOVE SPACES TO WS-RSP-YOY-PCT-X
049100     ELSE
049200         COMPUTE WS-CHANGE-PCT ROUNDED =
049300             (WS-SLS-NET(SLS-IDX) - WS-SLS-PRIOR(SLS-IDX))
049400             * 100 / WS-SLS-PRIOR(SLS-IDX)
049500             ON SIZE ERROR
049600                 MOVE ZERO TO WS-CHANGE-PCT
049700         END-COMPUTE
049800         MOVE WS-CHANGE-PCT TO WS-RSP-YOY-PCT
049900     END-IF.
050000     MOVE QR-DEPT-ID      TO QA-DEPT-ID.
050100     MOVE QR-REQUEST-TYPE TO QA-REQUEST-TYPE.
050200     MOVE WS-RSP-YOY      TO QA-RESPONSE-LINE.
050300     WRITE QA-RESPONSE-REC.
050400     ADD 1 TO WS-LINE-COUNT.
050500 7300-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*  8100-FIND-SALES-KEY.                                         *
051000*    RETURNS IN SLS-SUB THE TABLE ENTRY FOR WS-SALES-KEY,       *
051100*    ADDING ONE FOR A KEY NOT YET SEEN.  ZERO WHEN THE TABLE    *
051200*    IS FULL.                                                   *
051300*****************************************************************
051400 8100-FIND-SALES-KEY.
051500     MOVE ZERO TO SLS-SUB.
051600     PERFORM 8150-MATCH-ONE-SALES-KEY THRU 8150-EXIT
051700         VARYING SLS-IDX FROM 1 BY 1
051800         UNTIL SLS-IDX > WS-SALES-COUNT
051900            OR SLS-SUB > ZERO.
052000     IF SLS-SUB > ZERO
052100         GO TO 8100-EXIT
052200     END-IF.
052300     IF WS-SALES-COUNT NOT < 500
052400         DISPLAY "INQSRV1 - SALES TABLE FULL AT " WS-SALES-KEY
052500         GO TO 8100-EXIT
052600     END-IF.
052700     ADD 1 TO WS-SALES-COUNT.
052800     MOVE WS-SALES-COUNT TO SLS-SUB.
052900     MOVE WS-SALES-KEY TO WS-SLS-KEY(SLS-SUB).
053000     MOVE ZERO TO WS-SLS-QTY(SLS-SUB).
053100     MOVE ZERO TO WS-SLS-NET(SLS-SUB).
053200     MOVE ZERO TO WS-SLS-PRIOR(SLS-SUB).
053300     MOVE "N"  TO WS-SLS-PICKED(SLS-SUB).
053400 8100-EXIT.
053500     EXIT.
053600
053700*****************************************************************
053800*  8150-MATCH-ONE-SALES-KEY.                                    *
053900*****************************************************************
054000 8150-MATCH-ONE-SALES-KEY.
054100     IF WS-SLS-KEY(SLS-IDX) = WS-SALES-KEY
054200         MOVE SLS-IDX TO SLS-SUB
054300     END-IF.
054400 8150-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800*  8200-START-HISTORY.                                          *
054900*    POSITIONS SLSHIST AT THE FIRST RECORD OF WS-GATHER-        *
055000*    PERIOD, THE SAME WAY THE BALANCE RANGE STARTS SUBLMAST.    *
055100*****************************************************************
055200 8200-START-HISTORY.
055300     MOVE "N" TO WS-HIST-EOF-SW.
055400     MOVE WS-GATHER-PERIOD TO SH-PERIOD.
055500     MOVE LOW-VALUES TO SH-ACCOUNT-CODE.
055600     MOVE LOW-VALUES TO SH-ITEM-CODE.
055700     START SLS-HIST KEY NOT < SH-HIST-KEY
055800         INVALID KEY
055900             SET WS-HIST-EOF TO TRUE
056000     END-START.
056100 8200-EXIT.
056200     EXIT.
056300
056400*****************************************************************
056500*  8300-READ-HISTORY.                                           *
056600*    THE CONTROL RECORD IS NOT SALES AND IS PASSED OVER.        *
056700*****************************************************************
056800 8300-READ-HISTORY.
056900     READ SLS-HIST NEXT
057000         AT END
057100             SET WS-HIST-EOF TO TRUE
057200     END-READ.
057300     IF NOT WS-HIST-EOF AND SH-CONTROL-REC
057400         GO TO 8300-READ-HISTORY
057500     END-IF.
057600 8300-EXIT.
057700     EXIT.
