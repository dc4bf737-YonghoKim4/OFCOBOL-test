002500*                                                               *
002600*  MODIFICATION HISTORY.                                      *
002700*    2026-08-22  DL  ORIGINAL RE-INJECTION DRIVER.              *
002733*    2026-10-15  DL  A RE-INJECTED LINE CARRIES NO SERVICE      *
002766*                    PERIOD (MI-SVC-START/END ZERO).            *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
038500     MOVE WS-COR-PRICE(WS-CORR-SLOT) TO MI-UNIT-PRICE.
038550     MOVE SPACES                     TO MI-ACCOUNT-CODE.
038560     MOVE SPACES                     TO MI-ADJ-CODE.
038573     MOVE ZERO                       TO MI-SVC-START.
038586     MOVE ZERO                       TO MI-SVC-END.
038600     WRITE MI-LINE-ITEM.
038700     PERFORM 2600-MARK-CONSUMED THRU 2600-EXIT.
038800 2500-EXIT.
