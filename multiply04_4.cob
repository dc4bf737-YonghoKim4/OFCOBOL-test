008800*                    MARKS THE RUNSUM ENTRY DRAINED, CLOSES     *
008900*                    CLEANLY, AND SETS RC 2 - THE SAME          *
009000*                    CONTROLLED STOP ADD01 CARRIES.             *
009004*    2026-10-15  DL  EVERY LINE'S ITEM CODE IS NOW LOOKED UP    *
009008*                    ON THE ITEMMAST ITEM MASTER BEFORE IT IS   *
009012*                    PRICED - AN ITEM NOT ON THE MASTER GOES TO *
009017*                    M4EXCP AS "ITEM", A DISCONTINUED ONE AS    *
009021*                    "DISC" - AND EACH M4OUT LINE NOW CARRIES   *
009025*                    THE ITEM'S DESCRIPTION.                    *
009029*    2026-10-15  DL  CONFIRMED LINES NOW DRAW ON THE INVBAL     *
009033*                    INVENTORY BALANCE MASTER - A LINE LARGER   *
009038*                    THAN THE STOCK ON HAND SHIPS AND EXTENDS   *
009042*                    WHAT IS THERE AND BACKORDERS THE REST TO   *
009046*                    BACKORD.  BACKORDERS INVRCV1 RELEASED      *
009050*                    AGAINST STOCK RECEIPTS (BORELS) ARE PRICED *
009054*                    AND EXTENDED AT THE START OF THE RUN.      *
009058*    2026-10-15  DL  A DETAIL LINE MAY NOW NAME A QUOTEMST      *
009063*                    PRICE QUOTATION.  A QUOTE THAT IS OPEN,    *
009067*                    IN DATE, FOR THE ORDERING ACCOUNT AND      *
009071*                    ITEM, AND WITH ROOM UNDER ITS QUANTITY     *
009075*                    CAP PRICES THE LINE AHEAD OF CONTRACT      *
009079*                    AND LIST (RATE SOURCE "Q") AND THE         *
009083*                    QUANTITY IS DRAWN AGAINST THE CAP.  ANY    *
009088*                    OTHER QUOTE FALLS BACK TO NORMAL PRICING   *
009092*                    AND IS NOTED ON M4EXCP.  A BACKORDER       *
009096*                    KEEPS ITS LINE'S QUOTE FOR ITS RELEASE.    *
009100*****************************************************************
009200 ENVIRONMENT DIVISION.
009300 INPUT-OUTPUT SECTION.
011200         ORGANIZATION IS SEQUENTIAL.
011300     SELECT CON-EXP-RPT ASSIGN TO "CONEXPRP"
011400         ORGANIZATION IS SEQUENTIAL.
011406     SELECT ITEM-MAST ASSIGN TO "ITEMMAST"
011412         ORGANIZATION IS INDEXED
011418         ACCESS MODE IS RANDOM
011424         RECORD KEY IS IM-ITEM-CODE.
011429     SELECT INV-BAL ASSIGN TO "INVBAL"
011435         ORGANIZATION IS INDEXED
011441         ACCESS MODE IS RANDOM
011447         RECORD KEY IS IB-ITEM-CODE.
011453     SELECT BACK-ORD ASSIGN TO "BACKORD"
011459         ORGANIZATION IS SEQUENTIAL.
011465     SELECT BO-RELEASE ASSIGN TO "BORELS"
011471         ORGANIZATION IS SEQUENTIAL.
011476     SELECT QUOTE-MAST ASSIGN TO "QUOTEMST"
011482         ORGANIZATION IS INDEXED
011488         ACCESS MODE IS RANDOM
011494         RECORD KEY IS QT-QUOTE-NO.
011500
011600 DATA DIVISION.
011700 FILE SECTION.
015600     05  FILLER               PIC X(02) VALUE SPACES.
015700     05  CE-MESSAGE           PIC X(24).
015800
015804 FD  ITEM-MAST.
015808     COPY DLITEMMS.
015812
015815 FD  INV-BAL.
015819     COPY DLINVBAL.
015823
015827 FD  BACK-ORD.
015831     COPY DLBKORD.
015835
015838 FD  BO-RELEASE.
015842     COPY DLBKORD
015846         REPLACING ==BQ-BACKORDER-REC==  BY ==BR-BACKORDER-REC==
015850                   ==BQ-ORDER-KEY==      BY ==BR-ORDER-KEY==
015854                   ==BQ-ITEM-CODE==      BY ==BR-ITEM-CODE==
015858                   ==BQ-QUANTITY==       BY ==BR-QUANTITY==
015862                   ==BQ-BACKORDER-DATE== BY ==BR-BACKORDER-DATE==
015865                   ==BQ-STATUS==         BY ==BR-STATUS==
015869                   ==BQ-OPEN==           BY ==BR-OPEN==
015873                   ==BQ-RELEASED==       BY ==BR-RELEASED==
015877                   ==BQ-RELEASE-DATE==   BY ==BR-RELEASE-DATE==
015881                   ==BQ-QUOTE-NO==       BY ==BR-QUOTE-NO==.
015885
015888 FD  QUOTE-MAST.
015892     COPY DLPRQUOT.
015896
015900 WORKING-STORAGE SECTION.
016000 01  WS-SWITCHES.
016100     05  WS-RATE-EOF-SW       PIC X(01) VALUE "N".
017600         88  WS-RUN-DRAINED        VALUE "Y".
017700     05  WS-DRQ-EOF-SW        PIC X(01) VALUE "N".
017800         88  WS-DRQ-EOF            VALUE "Y".
017808     05  WS-STOCK-REC-SW      PIC X(01) VALUE "N".
017815         88  WS-STOCK-ON-FILE      VALUE "Y".
017823     05  WS-STOCK-HELD-SW     PIC X(01) VALUE "N".
017831         88  WS-STOCK-HELD         VALUE "Y".
017838     05  WS-RELEASE-SW        PIC X(01) VALUE "N".
017846         88  WS-RELEASE-LINE       VALUE "Y".
017854     05  WS-BOREL-EOF-SW      PIC X(01) VALUE "N".
017862         88  WS-BOREL-EOF          VALUE "Y".
017869     05  WS-QUOTE-REC-SW      PIC X(01) VALUE "N".
017877         88  WS-QUOTE-ON-FILE      VALUE "Y".
017885     05  WS-QUOTE-SW          PIC X(01) VALUE "N".
017892         88  WS-QUOTE-PRICED       VALUE "Y".
017900
018000 01  TEMP1                    PIC 9(02) VALUE 40.
018100
020000 01  WS-FOUND-SW              PIC X(01) VALUE "N".
020100     88  WS-RATE-FOUND            VALUE "Y".
020200
020225 01  WS-ITEM-SW               PIC X(01) VALUE "N".
020250     88  WS-ITEM-USABLE           VALUE "Y".
020275
020300 01  WS-APPLIED-RATE          PIC S9(04) VALUE ZERO.
020400 01  WS-EXTENSION             PIC 9(07) VALUE ZERO.
020500
021400     88  WS-EXCP-NO-TRAILER       VALUE "T".
021500     88  WS-EXCP-LINE-COUNT       VALUE "C".
021600     88  WS-EXCP-ORDER-SIZE       VALUE "S".
021614     88  WS-EXCP-NO-ITEM          VALUE "I".
021629     88  WS-EXCP-DISCONTINUED     VALUE "D".
021643     88  WS-EXCP-QUOTE-UNKNOWN    VALUE "N".
021657     88  WS-EXCP-QUOTE-MISMATCH   VALUE "M".
021671     88  WS-EXCP-QUOTE-EXPIRED    VALUE "E".
021686     88  WS-EXCP-QUOTE-EXHAUSTED  VALUE "X".
021700
021800 01  WS-RESUME-KEY            PIC X(06) VALUE SPACES.
021900 01  WS-LAST-KEY-POSTED       PIC X(06) VALUE SPACES.
022700 01  WS-ORDER-TOTAL           PIC 9(09) VALUE ZERO.
022800 01  WS-WORK-QTY              PIC S9(04) VALUE ZERO.
022900 01  WS-WORK-ITEM             PIC X(04) VALUE SPACES.
022933 01  WS-BACK-QTY              PIC 9(04) VALUE ZERO.
022967 01  WS-WORK-QUOTE            PIC X(08) VALUE SPACES.
023000
023100 01  WS-RATE-SOURCE           PIC X(01) VALUE "L".
023200 01  WS-EXPIRY-DAYS           PIC S9(05) VALUE ZERO.
024900             DEPENDING ON WS-ORD-COUNT.
025000         10  WS-ORD-ITEM      PIC X(04).
025100         10  WS-ORD-QTY       PIC S9(04).
025150         10  WS-ORD-QUOTE     PIC X(08).
025200
025300 PROCEDURE DIVISION.
025400*****************************************************************
029100
029200     PERFORM 1200-LOAD-RESTART THRU 1200-EXIT.
029300     OPEN INPUT M4-DTL.
029320     OPEN INPUT ITEM-MAST.
029340     OPEN I-O INV-BAL.
029360     OPEN EXTEND BACK-ORD.
029380     OPEN I-O QUOTE-MAST.
029400     OPEN OUTPUT M4-OUT.
029500     OPEN OUTPUT M4-SUMM.
029600     OPEN OUTPUT M4-EXCP.
029700     OPEN EXTEND RUN-SUM.
029800     OPEN EXTEND RESTART-LOG.
029825     IF WS-RESUME-KEY = SPACES
029850         PERFORM 1400-EXTEND-RELEASES THRU 1400-EXIT
029875     END-IF.
029900     PERFORM 1300-SKIP-TO-RESTART-KEY THRU 1300-EXIT
030000         WITH TEST AFTER
030100         UNTIL WS-DTL-EOF
040400     EXIT.
040500
040600*****************************************************************
040602*  1400-EXTEND-RELEASES.                                        *
040604*    EVERY BACKORDERED LINE INVRCV1 RELEASED AGAINST A STOCK    *
040607*    RECEIPT IS PRICED AND EXTENDED AS A ONE-LINE ORDER UNDER   *
040609*    ITS ORIGINAL ORDER KEY.  ITS STOCK WAS ALLOCATED WHEN IT   *
040611*    WAS RELEASED, SO IT DOES NOT DRAW ON INVBAL AGAIN.  A      *
040613*    RESTARTED RUN SKIPS THIS - THE FIRST ATTEMPT BILLED THEM.  *
040615*****************************************************************
040617 1400-EXTEND-RELEASES.
040620     SET WS-RELEASE-LINE TO TRUE.
040622     OPEN INPUT BO-RELEASE.
040624     READ BO-RELEASE
040626         AT END
040628             SET WS-BOREL-EOF TO TRUE
040630     END-READ.
040633     PERFORM 1450-EXTEND-ONE-RELEASE THRU 1450-EXIT
040635         UNTIL WS-BOREL-EOF.
040637     CLOSE BO-RELEASE.
040639     MOVE "N" TO WS-RELEASE-SW.
040641     MOVE SPACES TO WS-CURRENT-ORDER.
040643     MOVE ZERO TO WS-ORD-COUNT.
040646     MOVE "Q" TO WS-EXCP-REASON-SW.
040648 1400-EXIT.
040650     EXIT.
040652
040654*****************************************************************
040657*  1450-EXTEND-ONE-RELEASE.                                     *
040659*****************************************************************
040661 1450-EXTEND-ONE-RELEASE.
040663     MOVE BR-ORDER-KEY TO WS-CURRENT-ORDER.
040665     MOVE 1 TO WS-ORD-COUNT.
040667     MOVE BR-ITEM-CODE TO WS-ORD-ITEM(1).
040670     MOVE BR-QUANTITY  TO WS-ORD-QTY(1).
040672     MOVE BR-QUOTE-NO  TO WS-ORD-QUOTE(1).
040674     MOVE ZERO TO WS-ORDER-TOTAL.
040676     MOVE 1 TO ORD-IDX.
040678     PERFORM 3100-EXTEND-ONE-LINE THRU 3100-EXIT.
040680     PERFORM 3200-WRITE-SUMMARY THRU 3200-EXIT.
040683     READ BO-RELEASE
040685         AT END
040687             SET WS-BOREL-EOF TO TRUE
040689     END-READ.
040691 1450-EXIT.
040693     EXIT.
040696
040698*****************************************************************
040700*  2000-PROCESS-DETAIL.                                        *
040800*    GATHERS ONE ORDER'S RECORDS.  A CHANGE OF ORDER KEY       *
040900*    CLOSES THE ORDER IN HAND; A DETAIL LINE IS BUFFERED AND A *
044900         ADD 1 TO WS-ORD-COUNT
045000         MOVE M4-ITEM-CODE TO WS-ORD-ITEM(WS-ORD-COUNT)
045100         MOVE M4-QUANTITY  TO WS-ORD-QTY(WS-ORD-COUNT)
045150         MOVE M4-QUOTE-NO  TO WS-ORD-QUOTE(WS-ORD-COUNT)
045200     ELSE
045300         SET WS-EXCP-ORDER-SIZE TO TRUE
045400     END-IF.
048900*  3100-EXTEND-ONE-LINE.                                       *
049000*    SAME PER-LINE VALIDATE-AND-MULTIPLY AS BEFORE, NOW RUN    *
049100*    FROM THE CONFIRMED ORDER BUFFER.                          *
049111*    AN ITEM NOT ON ITEMMAST, OR DISCONTINUED THERE, IS        *
049122*    REJECTED BEFORE IT IS PRICED.                             *
049133*    A LINE LARGER THAN THE STOCK ON HAND SHIPS WHAT IS        *
049144*    THERE AND BACKORDERS THE REST; THE STOCK IS ONLY TAKEN    *
049156*    ONCE THE SHIPPED PART HAS EXTENDED CLEANLY.               *
049167*    A LINE ORDERED AGAINST A USABLE QUOTE TAKES THE           *
049178*    QUOTED RATE AND DRAWS ITS SHIPPED QUANTITY AGAINST        *
049189*    THE QUOTE'S CAP.                                          *
049200*****************************************************************
049300 3100-EXTEND-ONE-LINE.
049400     MOVE WS-ORD-ITEM(ORD-IDX) TO WS-WORK-ITEM.
049500     MOVE WS-ORD-QTY(ORD-IDX)  TO WS-WORK-QTY.
049600     MOVE WS-ORD-QUOTE(ORD-IDX) TO WS-WORK-QUOTE.
049700     PERFORM 2080-LOOKUP-ITEM THRU 2080-EXIT.
049800     IF NOT WS-ITEM-USABLE
049805         PERFORM 2160-WRITE-EXCEPTION THRU 2160-EXIT
049811         GO TO 3100-EXIT
049816     END-IF.
049821     MOVE "N" TO WS-STOCK-HELD-SW.
049826     MOVE ZERO TO WS-BACK-QTY.
049832     IF WS-WORK-QTY > ZERO AND NOT WS-RELEASE-LINE
049837         PERFORM 2060-ALLOCATE-STOCK THRU 2060-EXIT
049842         IF WS-WORK-QTY = ZERO
049847             PERFORM 2065-POST-STOCK THRU 2065-EXIT
049853             GO TO 3100-EXIT
049858         END-IF
049863     END-IF.
049868     MOVE "N" TO WS-QUOTE-SW.
049874     IF WS-WORK-QUOTE NOT = SPACES
049879         PERFORM 2070-LOOKUP-QUOTE THRU 2070-EXIT
049884     END-IF.
049889     IF WS-QUOTE-PRICED
049895         MOVE "Q" TO WS-RATE-SOURCE
049900     ELSE
050000         PERFORM 2090-LOOKUP-CONTRACT THRU 2090-EXIT
050100         IF WS-CONTRACT-PRICED
050117             MOVE "C" TO WS-RATE-SOURCE
050133         ELSE
050150             MOVE "L" TO WS-RATE-SOURCE
050167             PERFORM 2100-LOOKUP-RATE THRU 2100-EXIT
050183         END-IF
050200     END-IF.
050300     PERFORM 2120-VALIDATE-LINE THRU 2120-EXIT.
050400     IF WS-LINE-VALID
050900                 PERFORM 2160-WRITE-EXCEPTION THRU 2160-EXIT
051000             NOT ON SIZE ERROR
051100                 PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
051114                 IF WS-STOCK-HELD
051129                     PERFORM 2065-POST-STOCK THRU 2065-EXIT
051143                 END-IF
051157                 IF WS-QUOTE-PRICED
051171                     PERFORM 2075-DRAW-QUOTE THRU 2075-EXIT
051186                 END-IF
051200         END-MULTIPLY
051300     ELSE
051400         PERFORM 2160-WRITE-EXCEPTION THRU 2160-EXIT
052500     MOVE WS-ORDER-TOTAL   TO M4-SUM-ORDER-TOTAL.
052600     WRITE M4-SUMMARY-REC.
052700 3200-EXIT.
052702     EXIT.
052703
052705*****************************************************************
052706*  2060-ALLOCATE-STOCK.                                         *
052708*    CUTS THE LINE BACK TO THE STOCK ON HAND AND HOLDS THE      *
052710*    REST AS WS-BACK-QTY.  AN ITEM WITH NO INVBAL RECORD YET    *
052711*    HAS NOTHING ON HAND - ITS RECORD IS STARTED WHEN THE       *
052713*    STOCK IS POSTED.                                           *
052715*****************************************************************
052716 2060-ALLOCATE-STOCK.
052718     SET WS-STOCK-HELD TO TRUE.
052719     SET WS-STOCK-ON-FILE TO TRUE.
052721     MOVE WS-WORK-ITEM TO IB-ITEM-CODE.
052723     READ INV-BAL
052724         INVALID KEY
052726             MOVE "N" TO WS-STOCK-REC-SW
052727     END-READ.
052729     IF NOT WS-STOCK-ON-FILE
052731         MOVE WS-WORK-ITEM TO IB-ITEM-CODE
052732         MOVE ZERO TO IB-ON-HAND
052734         MOVE ZERO TO IB-ON-BACKORDER
052735         MOVE ZERO TO IB-REORDER-POINT
052737         MOVE ZERO TO IB-REORDER-QTY
052739         MOVE ZERO TO IB-LAST-RECEIPT-DATE
052740         MOVE ZERO TO IB-LAST-ISSUE-DATE
052742     END-IF.
052744     IF WS-WORK-QTY > IB-ON-HAND
052745         COMPUTE WS-BACK-QTY = WS-WORK-QTY - IB-ON-HAND
052747         MOVE IB-ON-HAND TO WS-WORK-QTY
052748     END-IF.
052750 2060-EXIT.
052752     EXIT.
052753
052755*****************************************************************
052756*  2065-POST-STOCK.                                             *
052758*    TAKES THE SHIPPED QUANTITY OFF HAND AND WRITES ANY         *
052760*    SHORTFALL TO THE END OF BACKORD, SO THE FILE STAYS IN      *
052761*    OLDEST-FIRST ORDER FOR THE RELEASE.                        *
052763*****************************************************************
052765 2065-POST-STOCK.
052766     SUBTRACT WS-WORK-QTY FROM IB-ON-HAND.
052768     ADD WS-BACK-QTY TO IB-ON-BACKORDER.
052769     IF WS-WORK-QTY > ZERO
052771         MOVE WS-PROCESS-DATE TO IB-LAST-ISSUE-DATE
052773     END-IF.
052774     IF WS-STOCK-ON-FILE
052776         REWRITE IB-INVENTORY-REC
052777     ELSE
052779         WRITE IB-INVENTORY-REC
052781     END-IF.
052782     IF WS-BACK-QTY > ZERO
052784         MOVE WS-CURRENT-ORDER TO BQ-ORDER-KEY
052785         MOVE WS-WORK-ITEM     TO BQ-ITEM-CODE
052787         MOVE WS-BACK-QTY      TO BQ-QUANTITY
052789         MOVE WS-PROCESS-DATE  TO BQ-BACKORDER-DATE
052790         SET BQ-OPEN TO TRUE
052792         MOVE ZERO             TO BQ-RELEASE-DATE
052794         MOVE WS-WORK-QUOTE    TO BQ-QUOTE-NO
052795         WRITE BQ-BACKORDER-REC
052797     END-IF.
052798 2065-EXIT.
052800     EXIT.
052900
053000*****************************************************************
069300             MOVE "MORE LINES THAN THE ORDER BUFFER HOLDS" TO
069400                 DL-EXC-REASON-TEXT
069500             MOVE WS-ORD-COUNT TO DL-EXC-AMOUNT
069503         WHEN WS-EXCP-NO-ITEM
069506             MOVE "ITEM"      TO DL-EXC-REASON-CODE
069510             MOVE "ITEM CODE IS NOT ON THE ITEM MASTER" TO
069513                 DL-EXC-REASON-TEXT
069516             MOVE WS-WORK-QTY TO DL-EXC-AMOUNT
069519         WHEN WS-EXCP-DISCONTINUED
069523             MOVE "DISC"      TO DL-EXC-REASON-CODE
069526             MOVE "ITEM IS DISCONTINUED ON THE ITEM MASTER" TO
069529                 DL-EXC-REASON-TEXT
069532             MOVE WS-WORK-QTY TO DL-EXC-AMOUNT
069535         WHEN WS-EXCP-QUOTE-UNKNOWN
069539             MOVE "QNOF"      TO DL-EXC-REASON-CODE
069542             MOVE "QUOTE NOT ON QUOTEMST - NORMAL PRICING" TO
069545                 DL-EXC-REASON-TEXT
069548             MOVE WS-WORK-QTY TO DL-EXC-AMOUNT
069552         WHEN WS-EXCP-QUOTE-MISMATCH
069555             MOVE "QMIS"      TO DL-EXC-REASON-CODE
069558             MOVE "QUOTE IS FOR ANOTHER ACCOUNT OR ITEM" TO
069561                 DL-EXC-REASON-TEXT
069565             MOVE WS-WORK-QTY TO DL-EXC-AMOUNT
069568         WHEN WS-EXCP-QUOTE-EXPIRED
069571             MOVE "QEXP"      TO DL-EXC-REASON-CODE
069574             MOVE "QUOTE EXPIRED OR CANCELLED - NOT USED" TO
069577                 DL-EXC-REASON-TEXT
069581             MOVE WS-WORK-QTY TO DL-EXC-AMOUNT
069584         WHEN WS-EXCP-QUOTE-EXHAUSTED
069587             MOVE "QCAP"      TO DL-EXC-REASON-CODE
069590             MOVE "QUOTE QUANTITY CAP REACHED - NOT USED" TO
069594                 DL-EXC-REASON-TEXT
069597             MOVE WS-WORK-QTY TO DL-EXC-AMOUNT
069600     END-EVALUATE.
069700     MOVE WS-PROCESS-DATE TO DL-EXC-DATE.
069800     MOVE ZERO            TO DL-EXC-TIME.
071300     MOVE WS-APPLIED-RATE TO M4-OUT-RATE.
071400     MOVE WS-EXTENSION  TO M4-OUT-EXTENSION.
071500     MOVE WS-RATE-SOURCE TO M4-OUT-RATE-SOURCE.
071550     MOVE IM-DESCRIPTION TO M4-OUT-DESCRIPTION.
071600     WRITE M4-OUTPUT-RECORD.
071700     ADD 1 TO WS-POSTED-COUNT.
071800     ADD WS-EXTENSION TO WS-ORDER-TOTAL.
083600     CLOSE M4-EXCP.
083700     CLOSE RESTART-LOG.
083800     CLOSE RUN-SUM.
083820     CLOSE ITEM-MAST.
083840     CLOSE INV-BAL.
083860     CLOSE BACK-ORD.
083880     CLOSE QUOTE-MAST.
083900 9000-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300*  2070-LOOKUP-QUOTE.                                           *
084400*    THE LINE'S QUOTE MUST BE ON QUOTEMST, FOR THE ORDERING     *
084500*    ACCOUNT (THE ORDER KEY) AND THE LINE'S ITEM, OPEN AND IN   *
084600*    DATE, AND HAVE ROOM UNDER ITS CAP FOR THE WHOLE SHIPPED    *
084700*    QUANTITY.  OTHERWISE THE LINE IS PRICED AS IF NO QUOTE     *
084800*    WERE NAMED AND THE REASON IS NOTED ON M4EXCP.              *
084900*****************************************************************
085000 2070-LOOKUP-QUOTE.
085100     SET WS-QUOTE-ON-FILE TO TRUE.
085200     MOVE WS-WORK-QUOTE TO QT-QUOTE-NO.
085300     READ QUOTE-MAST
085400         INVALID KEY
085500             MOVE "N" TO WS-QUOTE-REC-SW
085600     END-READ.
085700     EVALUATE TRUE
085800         WHEN NOT WS-QUOTE-ON-FILE
085900             SET WS-EXCP-QUOTE-UNKNOWN TO TRUE
086000         WHEN QT-ACCOUNT-CODE NOT = WS-CURRENT-ORDER
086100                 OR QT-ITEM-CODE NOT = WS-WORK-ITEM
086200             SET WS-EXCP-QUOTE-MISMATCH TO TRUE
086300         WHEN QT-CANCELLED
086400                 OR QT-VALID-THRU < WS-PROCESS-DATE
086500             SET WS-EXCP-QUOTE-EXPIRED TO TRUE
086600         WHEN QT-QTY-USED + WS-WORK-QTY > QT-QTY-CAP
086700             SET WS-EXCP-QUOTE-EXHAUSTED TO TRUE
086800         WHEN OTHER
086900             SET WS-QUOTE-PRICED TO TRUE
087000             MOVE QT-QUOTED-RATE TO WS-APPLIED-RATE
087100     END-EVALUATE.
087200     IF NOT WS-QUOTE-PRICED
087300         PERFORM 2160-WRITE-EXCEPTION THRU 2160-EXIT
087400         MOVE "Q" TO WS-EXCP-REASON-SW
087500     END-IF.
087600 2070-EXIT.
087700     EXIT.
087800
087900*****************************************************************
088000*  2075-DRAW-QUOTE.                                             *
088100*    THE QUOTE RECORD READ BY 2070 IS STILL IN THE BUFFER.      *
088200*****************************************************************
088300 2075-DRAW-QUOTE.
088400     ADD WS-WORK-QTY TO QT-QTY-USED.
088500     REWRITE QT-QUOTE-REC.
088600 2075-EXIT.
088700     EXIT.
088800
088900*****************************************************************
089000*  2080-LOOKUP-ITEM.                                            *
089100*    THE LINE'S ITEM MUST BE ON THE ITEM MASTER AND ACTIVE.     *
089200*    THE MASTER RECORD STAYS IN THE FD FOR THE DETAIL LINE'S    *
089300*    DESCRIPTION.                                               *
089400*****************************************************************
089500 2080-LOOKUP-ITEM.
089600     SET WS-ITEM-USABLE TO TRUE.
089700     MOVE WS-WORK-ITEM TO IM-ITEM-CODE.
089800     READ ITEM-MAST
089900         INVALID KEY
090000             MOVE "N" TO WS-ITEM-SW
090100             SET WS-EXCP-NO-ITEM TO TRUE
090200             GO TO 2080-EXIT
090300     END-READ.
090400     IF IM-DISCONTINUED AND NOT WS-RELEASE-LINE
090500         MOVE "N" TO WS-ITEM-SW
090600         SET WS-EXCP-DISCONTINUED TO TRUE
090700     END-IF.
090800 2080-EXIT.
090900     EXIT.
