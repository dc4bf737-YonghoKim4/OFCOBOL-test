002300*                                                               *
002400*  MODIFICATION HISTORY.                                      *
002500*    2026-09-02  DL  ORIGINAL MONTH-END TRUE-UP.                *
002525*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON   *
002550*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST     *
002575*                    THROUGH CLSREC01, WITH ITS RETURN CODE.    *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
011400     05  WS-RPC-POSTED        PIC -(8)9.99.
011500     05  FILLER               PIC X(08) VALUE " ADJUST ".
011600     05  WS-RPC-ADJUST        PIC -(8)9.99.
011633
011667     COPY DLCLNOTE.
011700
011800 PROCEDURE DIVISION.
011900*****************************************************************
039300     CLOSE ALLOC-HIST.
039400     CLOSE TRUP-GL.
039500     CLOSE TRUP-RPT.
039520     MOVE "ALLOCTU1" TO CL-PROGRAM.
039540     MOVE WS-PROCESS-DATE(1:6) TO CL-PERIOD.
039560     MOVE RETURN-CODE TO CL-RUN-RC.
039580     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
039600 9000-EXIT.
039700     EXIT.
