001800*                                                               *
001900*  MODIFICATION HISTORY.                                      *
002000*    2026-08-22  DL  ORIGINAL ROUNDING-SUSPENSE NETTING.        *
002025*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON   *
002050*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST     *
002075*                    THROUGH CLSREC01, WITH ITS RETURN CODE.    *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
007800         10  WS-LED-CODE      PIC X(04).
007900         10  WS-LED-DAY-NET   PIC S9(07)V9(02).
008000         10  WS-LED-BALANCE   PIC S9(09)V9(02).
008033
008067     COPY DLCLNOTE.
008100
008200 PROCEDURE DIVISION.
008300*****************************************************************
024500     CLOSE SUSP-GL.
024550     CLOSE BAL-OUT.
024600     CLOSE SUSP-RPT.
024620     MOVE "RNDSUSP1" TO CL-PROGRAM.
024640     MOVE WS-PROCESS-DATE(1:6) TO CL-PERIOD.
024660     MOVE RETURN-CODE TO CL-RUN-RC.
024680     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
024700 9000-EXIT.
024800     EXIT.
