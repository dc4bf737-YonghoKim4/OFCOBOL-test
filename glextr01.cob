004196*                    JOURNAL.  AN UNMAPPED KEY POSTS TO THE     *
004197*                    GLSUSPAC SUSPENSE PAIR AND IS NAMED ON     *
004198*                    THE GLMAPEXC MAPPING-EXCEPTIONS REPORT.    *
004200*    2026-10-15  DL  THE SUBLEDGER JOURNAL FEED (JRNLFD) IS     *
004207*                    NOW CONSOLIDATED AS A SEVENTH SOURCE -     *
004214*                    EACH POSTING CARRIES ITS OWN TRANSACTION   *
004221*                    KEY (POSTING TYPE PLUS ACCOUNT), SO THE    *
004229*                    GLMAP PREFIX PICKS ITS ACCOUNTS.  THE      *
004236*                    FIRST POSTING TYPE IS DISCNT, THE EARLY-   *
004243*                    PAYMENT DISCOUNTS CASHAPP1 ALLOWS.         *
004250*    2026-10-15  DL  APPROVED MANUAL JOURNAL LINES (MANJFD,     *
004257*                    WRITTEN BY MANJNL1) ARE NOW CONSOLIDATED   *
004264*                    AS AN EIGHTH SOURCE.  EACH LINE KEEPS ITS  *
004271*                    OWN ACCOUNT ON ITS OWN SIDE AND TAKES THE  *
004279*                    OTHER SIDE FROM THE GLMAP MANJNL CLEARING  *
004286*                    ENTRY.                                     *
004293*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
006200     SELECT REL-TRAN   ASSIGN TO "GLRELESE"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT REL-AUDIT  ASSIGN TO "GLRELAUD"
006420         ORGANIZATION IS SEQUENTIAL.
006440     SELECT JRN-FEED   ASSIGN TO "JRNLFD"
006460         ORGANIZATION IS SEQUENTIAL.
006480     SELECT MAN-FEED   ASSIGN TO "MANJFD"
006500         ORGANIZATION IS SEQUENTIAL.
006510     SELECT TAX-FEED   ASSIGN TO "INVTAXFD"
006520         ORGANIZATION IS SEQUENTIAL.
012920 FD  TAX-FEED.
012930     COPY DLINVTAX.
012940
012941 FD  JRN-FEED.
012943     COPY DLJRNFD.
012944
012946 FD  MAN-FEED.
012947     COPY DLMJFEED.
012949
012950 FD  GL-MAP.
012960     COPY DLGLMAP.
012970
014400         88  WS-PRC-EOF           VALUE "Y".
014410     05  WS-TAX-EOF-SW        PIC X(01) VALUE "N".
014420         88  WS-TAX-EOF           VALUE "Y".
014422     05  WS-JRN-EOF-SW        PIC X(01) VALUE "N".
014424         88  WS-JRN-EOF           VALUE "Y".
014426     05  WS-MAN-EOF-SW        PIC X(01) VALUE "N".
014428         88  WS-MAN-EOF           VALUE "Y".
014430     05  WS-MAP-EOF-SW        PIC X(01) VALUE "N".
014440         88  WS-MAP-EOF           VALUE "Y".
014450     05  WS-SUSP-EOF-SW       PIC X(01) VALUE "N".
017900         UNTIL WS-PRC-EOF.
017910     PERFORM 5600-EXTRACT-TAX THRU 5600-EXIT
017920         UNTIL WS-TAX-EOF.
017936     PERFORM 5700-EXTRACT-JRN THRU 5700-EXIT
017952         UNTIL WS-JRN-EOF.
017968     PERFORM 5800-EXTRACT-MAN THRU 5800-EXIT
017984         UNTIL WS-MAN-EOF.
018000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
018100     STOP RUN.
018200
019800     WRITE GX-HEADER-REC.
019900     OPEN INPUT PRC-FEED.
019910     OPEN INPUT TAX-FEED.
019913     OPEN INPUT JRN-FEED.
019917     OPEN INPUT MAN-FEED.
019920     OPEN OUTPUT MAP-EXC.
020000     PERFORM 1100-READ-ADD THRU 1100-EXIT.
020100     PERFORM 1200-READ-SUB THRU 1200-EXIT.
020300     PERFORM 1400-READ-DIV THRU 1400-EXIT.
020400     PERFORM 1450-READ-PRC THRU 1450-EXIT.
020410     PERFORM 1460-READ-TAX THRU 1460-EXIT.
020440     PERFORM 1470-READ-JRN THRU 1470-EXIT.
020470     PERFORM 1480-READ-MAN THRU 1480-EXIT.
020500 1000-EXIT.
020600     EXIT.
020700
033792     EXIT.
033800
033900*****************************************************************
033904*  1470-READ-JRN.                                              *
033909*****************************************************************
033913 1470-READ-JRN.
033917     READ JRN-FEED
033922         AT END
033926             SET WS-JRN-EOF TO TRUE
033930     END-READ.
033935 1470-EXIT.
033939     EXIT.
033943
033948*****************************************************************
033952*  1480-READ-MAN.                                               *
033957*****************************************************************
033961 1480-READ-MAN.
033965     READ MAN-FEED
033970         AT END
033974             SET WS-MAN-EOF TO TRUE
033978     END-READ.
033983 1480-EXIT.
033987     EXIT.
033991
033996*****************************************************************
034000*  2000-EXTRACT-ADD.                                            *
034100*****************************************************************
034200 2000-EXTRACT-ADD.
043180     EXIT.
043190
043200*****************************************************************
043202*  5700-EXTRACT-JRN.                                           *
043204*    THE SEVENTH SOURCE - SUBLEDGER JOURNAL POSTINGS, EACH     *
043206*    ALREADY SIGN-SPLIT AND CARRYING THE TRANSACTION KEY       *
043208*    WHOSE POSTING-TYPE PREFIX THE GLMAP MAPPING RESOLVES.     *
043210*****************************************************************
043212 5700-EXTRACT-JRN.
043213     MOVE JF-SOURCE-PROGRAM  TO GX-SOURCE-PROGRAM.
043215     MOVE JF-TRANS-KEY       TO GX-TRANS-KEY.
043217     MOVE JF-AMOUNT-SIGN     TO GX-AMOUNT-SIGN.
043219     MOVE JF-AMOUNT          TO GX-AMOUNT.
043221     MOVE JF-CURRENCY-CODE   TO GX-CURRENCY-CODE.
043223     MOVE JF-RUN-DATE        TO GX-RUN-DATE.
043225     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
043227     PERFORM 1470-READ-JRN THRU 1470-EXIT.
043229 5700-EXIT.
043231     EXIT.
043233
043235*****************************************************************
043237*  5800-EXTRACT-MAN.                                            *
043238*    THE EIGHTH SOURCE - APPROVED MANUAL JOURNAL LINES.  EACH   *
043240*    LINE NAMES ITS OWN ACCOUNT AND SIDE; THE GLMAP MANJNL      *
043242*    ENTRY SUPPLIES THE CLEARING ACCOUNT FOR THE OTHER SIDE,    *
043244*    WHICH NETS TO ZERO OVER A BALANCED JOURNAL.                *
043246*****************************************************************
043248 5800-EXTRACT-MAN.
043250     MOVE "MANJNL1"          TO GX-SOURCE-PROGRAM.
043252     MOVE SPACES             TO GX-TRANS-KEY.
043254     MOVE "MANJNL"           TO GX-TRANS-KEY(1:6).
043256     MOVE MF-JOURNAL-ID      TO GX-TRANS-KEY(7:6).
043258     MOVE "+"                TO GX-AMOUNT-SIGN.
043260     MOVE MF-AMOUNT          TO GX-AMOUNT.
043262     MOVE SPACES             TO GX-CURRENCY-CODE.
043263     MOVE MF-RUN-DATE        TO GX-RUN-DATE.
043265     MOVE "D"                TO GX-RECORD-TYPE.
043267     PERFORM 7100-RESOLVE-ACCOUNTS THRU 7100-EXIT.
043269     IF MF-DEBIT
043271         MOVE MF-ACCOUNT     TO GX-DEBIT-ACCT
043273     ELSE
043275         MOVE MF-ACCOUNT     TO GX-CREDIT-ACCT
043277     END-IF.
043279     WRITE GX-GL-LINE.
043281     ADD 1 TO WS-DETAIL-COUNT.
043283     ADD GX-AMOUNT TO WS-AMOUNT-HASH
043285         ON SIZE ERROR
043287             CONTINUE
043288     END-ADD.
043290     PERFORM 1480-READ-MAN THRU 1480-EXIT.
043292 5800-EXIT.
043294     EXIT.
043296
043298*****************************************************************
043300*  7000-WRITE-DETAIL.                                           *
043400*    COMMON DETAIL WRITER FOR ALL FOUR SOURCES - STAMPS THE     *
043500*    RECORD TYPE AND ROLLS THE RECORD INTO THE COUNT AND        *
046000     CLOSE DIV-AUDIT.
046100     CLOSE PRC-FEED.
046110     CLOSE TAX-FEED.
046113     CLOSE JRN-FEED.
046117     CLOSE MAN-FEED.
046120     CLOSE MAP-EXC.
046130     IF WS-UNMAPPED-COUNT > ZERO
046140         DISPLAY "GLEXTR01 UNMAPPED KEYS TO SUSPENSE: "
