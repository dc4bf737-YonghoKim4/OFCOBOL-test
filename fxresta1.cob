002200*                                                               *
002300*  MODIFICATION HISTORY.                                      *
002400*    2026-09-02  DL  ORIGINAL RESTATEMENT STEP.                 *
002425*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON   *
002450*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST     *
002475*                    THROUGH CLSREC01, WITH ITS RETURN CODE.    *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
010400     05  WS-BAL-CLOSE-RATE    PIC 9(4)9.9(6).
010500     05  FILLER               PIC X(10) VALUE " RESTATED ".
010600     05  WS-BAL-RESTATED      PIC -(12)9.99.
010633
010667     COPY DLCLNOTE.
010700
010800 PROCEDURE DIVISION.
010900*****************************************************************
027500         CLOSE RST-SUM
027600         CLOSE RST-RPT
027700     END-IF.
027712     MOVE "FXRESTA1" TO CL-PROGRAM.
027725     MOVE ZERO TO CL-PERIOD.
027738     IF WS-PERIODS-DONE > ZERO
027750         MOVE WS-DET-PERIOD TO CL-PERIOD
027762     END-IF.
027775     MOVE RETURN-CODE TO CL-RUN-RC.
027788     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
027800 9000-EXIT.
027900     EXIT.
