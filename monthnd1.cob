001920*                    RUN DATES, NOT TOTALS RECORDS - WITH ONE  *
001930*                    RECORD PER LEDGER PER DATE THE OLD COUNT  *
001940*                    WAS INFLATED BY THE NUMBER OF LEDGERS.    *
001955*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON  *
001970*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST    *
001985*                    THROUGH CLSREC01, WITH ITS RETURN CODE.   *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
006000         10  WS-PER-CODE1     PIC 9(11).
006100         10  WS-PER-CODE2     PIC 9(11).
006200         10  WS-PER-CODE3     PIC 9(11).
006233
006267     COPY DLCLNOTE.
006300
006400 PROCEDURE DIVISION.
006500*****************************************************************
018200     CLOSE TOTALS-HIST.
018300     CLOSE MTH-SUM.
018400     CLOSE MTH-RPT.
018412     MOVE "MONTHND1" TO CL-PROGRAM.
018425     MOVE ZERO TO CL-PERIOD.
018438     IF WS-PERIOD-COUNT > ZERO
018450         MOVE WS-PER-PERIOD(WS-PERIOD-COUNT) TO CL-PERIOD
018462     END-IF.
018475     MOVE RETURN-CODE TO CL-RUN-RC.
018488     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
018500 9000-EXIT.
018600     EXIT.
