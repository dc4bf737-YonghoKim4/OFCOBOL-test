007000*                    FUTURE, SO A CATCH-UP PASS OVER A          *
007100*                    MISSED DATE POSTS AND STAMPS THAT DATE     *
007200*                    INSTEAD OF BEING REFUSED.                  *
007220*    2026-10-15  DL  THE OPTIONAL SERVICE PERIOD ON THE LINE    *
007240*                    ITEM (MI-SVC-START/END) PASSES THROUGH TO  *
007260*                    MULOUT FOR THE INVOICE RUN'S REVENUE       *
007280*                    DEFERRAL.                                  *
007300*****************************************************************
007400 ENVIRONMENT DIVISION.
007500 INPUT-OUTPUT SECTION.
060900     MOVE WS-EXTENDED-AMOUNT TO MO-EXTENSION-AMT.
061000     MOVE WS-GROSS-AMOUNT    TO MO-GROSS-AMT.
061100     MOVE MI-ADJ-CODE        TO MO-ADJ-CODE.
061133     MOVE MI-SVC-START       TO MO-SVC-START.
061166     MOVE MI-SVC-END         TO MO-SVC-END.
061200     WRITE MO-DETAIL-LINE.
061300     ADD 1 TO WS-POSTED-COUNT.
061400 2200-EXIT.
