002100*                                                               *
002200*  MODIFICATION HISTORY.                                      *
002300*    2026-09-02  DL  ORIGINAL VARIANCE REPORT.                  *
002325*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON   *
002350*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST     *
002375*                    THROUGH CLSREC01, WITH ITS RETURN CODE.    *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
010400     05  WS-DET-VAR-PCT       PIC -ZZ9.99.
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  WS-DET-FLAG          PIC X(09).
010633
010667     COPY DLCLNOTE.
010700
010800 PROCEDURE DIVISION.
010900*****************************************************************
032400     CLOSE BUD-MAST.
032500     CLOSE MTH-SUM.
032600     CLOSE VAR-RPT.
032612     MOVE "BUDVAR1" TO CL-PROGRAM.
032625     MOVE ZERO TO CL-PERIOD.
032638     IF WS-PERIOD-COUNT > ZERO
032650         MOVE WS-PER-PERIOD(WS-PERIOD-COUNT) TO CL-PERIOD
032662     END-IF.
032675     MOVE RETURN-CODE TO CL-RUN-RC.
032688     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
032700 9000-EXIT.
032800     EXIT.
