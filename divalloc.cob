007800*                    FUTURE, SO A CATCH-UP PASS OVER A          *
007900*                    MISSED DATE POSTS AND STAMPS THAT DATE     *
008000*                    INSTEAD OF BEING REFUSED.                  *
008011*    2026-10-15  DL  EVERY DETAIL LINE'S CENTER IS NOW CHECKED  *
008022*                    AGAINST THE CCMAST COST-CENTER MASTER      *
008033*                    BEFORE PASS ONE COUNTS IT - AN UNKNOWN     *
008044*                    CENTER ("CCTR") OR ONE NOT ACTIVE ON THE   *
008056*                    RUN DATE ("CCIN") GOES TO ALLOCEXC AND     *
008067*                    TAKES NO SHARE IN EITHER PASS.  A CENTER   *
008078*                    CODE THAT IS ITSELF A POOL ID IS A         *
008089*                    STEP-DOWN FEED AND NEEDS NO MASTER ENTRY.  *
008100*****************************************************************
008200 ENVIRONMENT DIVISION.
008300 INPUT-OUTPUT SECTION.
010200         ORGANIZATION IS SEQUENTIAL.
010300     SELECT ALERT-Q ASSIGN TO "ALERTQ"
010400         ORGANIZATION IS SEQUENTIAL.
010420     SELECT CENTER-MAST ASSIGN TO "CCMAST"
010440         ORGANIZATION IS INDEXED
010460         ACCESS MODE IS RANDOM
010480         RECORD KEY IS CE-CENTER-CODE.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
014400 FD  ALERT-Q.
014500     COPY DLALERT.
014600
014625 FD  CENTER-MAST.
014650     COPY DLCCMAST.
014675
014700 WORKING-STORAGE SECTION.
014800 01  WS-SWITCHES.
014900     05  WS-HDR-EOF-SW        PIC X(01) VALUE "N".
015600         88  WS-RUN-REFUSED        VALUE "Y".
015700     05  WS-CYCLE-SW          PIC X(01) VALUE "N".
015800         88  WS-CYCLE-FOUND        VALUE "Y".
015820     05  WS-CENTER-SW         PIC X(01) VALUE "Y".
015840         88  WS-CENTER-OK          VALUE "Y".
015860         88  WS-CENTER-UNKNOWN     VALUE "U".
015880         88  WS-CENTER-INACTIVE    VALUE "I".
015900
016000 01  WS-DIVISOR-CHK           PIC S9(09)V9(02) VALUE ZERO.
016100 01  WS-ZERO-SW               PIC X(01) VALUE "N".
030800     OPEN OUTPUT ALLOC-CTL.
030900     OPEN EXTEND RUN-SUM.
031000     OPEN INPUT ALLOC-DTL.
031050     OPEN INPUT CENTER-MAST.
031100     PERFORM 1200-READ-DETAIL THRU 1200-EXIT.
031200 1000-EXIT.
031300     EXIT.
038500     EXIT.
038600
038700*****************************************************************
038703*  1400-CHECK-CENTER.                                          *
038706*    THE DETAIL LINE'S CENTER MUST BE ON CCMAST AND ACTIVE ON  *
038709*    THE RUN DATE (A ZERO ACTIVE-TO IS OPEN-ENDED).  A CENTER  *
038711*    CODE THAT NAMES A POOL IS A STEP-DOWN FEED, NOT A COST    *
038714*    CENTER, AND PASSES WITHOUT A MASTER LOOKUP.               *
038717*****************************************************************
038720 1400-CHECK-CENTER.
038723     SET WS-CENTER-OK TO TRUE.
038726     MOVE AD-CENTER-CODE TO WS-FEED-CENTER.
038729     MOVE ZERO TO WS-FEED-SLOT.
038731     PERFORM 3350-MATCH-ONE-FEED THRU 3350-EXIT
038734         VARYING FEED-SUB FROM 1 BY 1
038737         UNTIL FEED-SUB > WS-POOL-COUNT
038740            OR WS-FEED-SLOT > ZERO.
038743     IF WS-FEED-SLOT > ZERO
038746         GO TO 1400-EXIT
038749     END-IF.
038751     MOVE AD-CENTER-CODE TO CE-CENTER-CODE.
038754     READ CENTER-MAST
038757         INVALID KEY
038760             SET WS-CENTER-UNKNOWN TO TRUE
038763             GO TO 1400-EXIT
038766     END-READ.
038769     IF CE-ACTIVE-FROM > WS-PROCESS-DATE
038771         SET WS-CENTER-INACTIVE TO TRUE
038774     END-IF.
038777     IF CE-ACTIVE-TO NOT = ZERO
038780             AND CE-ACTIVE-TO < WS-PROCESS-DATE
038783         SET WS-CENTER-INACTIVE TO TRUE
038786     END-IF.
038789 1400-EXIT.
038791     EXIT.
038794
038797*****************************************************************
038800*  2000-PASS-ONE.                                              *
038900*    ACCUMULATES ONE DETAIL RECORD INTO ITS POOL'S COUNT, BASE *
039000*    AND PERCENT TOTALS, AND TRACKS THE CENTER THAT WILL       *
039400 2000-PASS-ONE.
039500     ADD 1 TO WS-READ-COUNT.
039600     PERFORM 1300-FIND-POOL THRU 1300-EXIT.
039611     IF WS-POOL-SLOT > ZERO
039622         PERFORM 1400-CHECK-CENTER THRU 1400-EXIT
039633         IF NOT WS-CENTER-OK
039644             PERFORM 2950-WRITE-CENTER-EXCEPTION THRU 2950-EXIT
039656             PERFORM 1200-READ-DETAIL THRU 1200-EXIT
039667             GO TO 2000-EXIT
039678         END-IF
039689     END-IF.
039700     IF WS-POOL-SLOT > ZERO
039800         ADD 1 TO WS-PL-CENTERS(WS-POOL-SLOT)
039900         ADD AD-BASE-AMOUNT
049600     EXIT.
049700
049800*****************************************************************
049803*  2950-WRITE-CENTER-EXCEPTION.                                *
049806*    DIVERTS ONE DETAIL LINE WHOSE CENTER FAILED 1400 - KEYED  *
049809*    BY POOL AND CENTER, CARRYING THE LINE'S BASE AMOUNT.      *
049812*****************************************************************
049815 2950-WRITE-CENTER-EXCEPTION.
049818     MOVE "DIVALLOC" TO DL-EXC-PROGRAM.
049821     MOVE SPACES TO DL-EXC-KEY.
049824     MOVE AD-POOL-ID     TO DL-EXC-KEY(1:4).
049827     MOVE AD-CENTER-CODE TO DL-EXC-KEY(5:4).
049830     IF WS-CENTER-UNKNOWN
049833         MOVE "CCTR" TO DL-EXC-REASON-CODE
049836         MOVE "COST CENTER NOT ON THE CCMAST MASTER" TO
049839             DL-EXC-REASON-TEXT
049842     ELSE
049845         MOVE "CCIN" TO DL-EXC-REASON-CODE
049848         MOVE "COST CENTER NOT ACTIVE ON THE RUN DATE" TO
049852             DL-EXC-REASON-TEXT
049855     END-IF.
049858     MOVE AD-BASE-AMOUNT TO DL-EXC-AMOUNT.
049861     MOVE WS-PROCESS-DATE TO DL-EXC-DATE.
049864     MOVE ZERO TO DL-EXC-TIME.
049867     MOVE WS-RUN-NUMBER TO DL-EXC-RUN-NUMBER.
049870     SET DL-EXC-NOT-RESUBMITTED TO TRUE.
049873     WRITE DL-EXCP-REC.
049876     ADD 1 TO WS-EXCP-COUNT.
049879     MOVE DL-EXC-AMOUNT TO WS-ALERT-EXC-AMOUNT.
049882     PERFORM 0400-CHECK-EXC-ALERTS THRU 0400-EXIT.
049885     MOVE 4 TO RETURN-CODE.
049888 2950-EXIT.
049891     EXIT.
049894
049897*****************************************************************
049900*  2800-ORDER-POOLS.                                           *
050000*    BUILDS THE STEP-DOWN SEQUENCE - POOL SLOTS SORTED INTO    *
050100*    ASCENDING AH-ALLOC-ORDER, FILE ORDER BREAKING TIES, SO    *
057500*****************************************************************
057600 3100-ALLOCATE-ONE.
057700     PERFORM 1300-FIND-POOL THRU 1300-EXIT.
057712     IF WS-POOL-SLOT = WS-CUR-POOL
057725         PERFORM 1400-CHECK-CENTER THRU 1400-EXIT
057738         IF NOT WS-CENTER-OK
057750             PERFORM 1200-READ-DETAIL THRU 1200-EXIT
057762             GO TO 3100-EXIT
057775         END-IF
057788     END-IF.
057800     IF WS-POOL-SLOT = WS-CUR-POOL
057900             AND WS-PL-GOOD(WS-POOL-SLOT)
058000         IF AD-CENTER-CODE = WS-PL-REM-CODE(WS-POOL-SLOT)
074000     CLOSE ALLOC-CTL.
074100     CLOSE RUN-SUM.
074200     CLOSE ALERT-Q.
074250     CLOSE CENTER-MAST.
074300     PERFORM 9100-LOG-STOP-TIMING THRU 9100-EXIT.
074400 9000-EXIT.
074500     EXIT.
