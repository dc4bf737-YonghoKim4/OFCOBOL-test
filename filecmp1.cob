002200*                                                               *
002300*  MODIFICATION HISTORY.                                      *
002400*    2026-09-02  DL  ORIGINAL PARALLEL-RUN COMPARE.             *
002433*    2026-10-15  DL  THE MULOUT COMPARE NOW CHECKS THE LINE'S   *
002466*                    SERVICE-PERIOD START AND END DATES.        *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
016200                   ==MO-ACCOUNT-CODE==   BY ==OM-ACCOUNT-CODE==
016300                   ==MO-EXTENSION-AMT==  BY ==OM-EXTENSION-AMT==
016400                   ==MO-GROSS-AMT==      BY ==OM-GROSS-AMT==
016500                   ==MO-ADJ-CODE==       BY ==OM-ADJ-CODE==
016533                   ==MO-SVC-START==      BY ==OM-SVC-START==
016566                   ==MO-SVC-END==        BY ==OM-SVC-END==.
016600
016700     COPY DLMULOUT
016800         REPLACING ==MO-DETAIL-LINE==    BY ==NM-DETAIL-LINE==
017400                   ==MO-ACCOUNT-CODE==   BY ==NM-ACCOUNT-CODE==
017500                   ==MO-EXTENSION-AMT==  BY ==NM-EXTENSION-AMT==
017600                   ==MO-GROSS-AMT==      BY ==NM-GROSS-AMT==
017700                   ==MO-ADJ-CODE==       BY ==NM-ADJ-CODE==
017733                   ==MO-SVC-START==      BY ==NM-SVC-START==
017766                   ==MO-SVC-END==        BY ==NM-SVC-END==.
017800
017900 01  WS-DIF-AMOUNT            PIC -(13)9.99.
018000 01  WS-DIF-NUM               PIC 9(09).
051000         MOVE NM-ADJ-CODE TO WS-DIF-NEW
051100         PERFORM 7000-REPORT-FIELD THRU 7000-EXIT
051200     END-IF.
051207     IF OM-SVC-START NOT = NM-SVC-START
051215         MOVE "SVC-START       " TO WS-DIF-FIELD
051223         MOVE OM-SVC-START TO WS-DIF-OLD
051230         MOVE NM-SVC-START TO WS-DIF-NEW
051238         PERFORM 7000-REPORT-FIELD THRU 7000-EXIT
051246     END-IF.
051253     IF OM-SVC-END NOT = NM-SVC-END
051261         MOVE "SVC-END         " TO WS-DIF-FIELD
051269         MOVE OM-SVC-END TO WS-DIF-OLD
051276         MOVE NM-SVC-END TO WS-DIF-NEW
051284         PERFORM 7000-REPORT-FIELD THRU 7000-EXIT
051292     END-IF.
051300 3400-EXIT.
051400     EXIT.
051500
