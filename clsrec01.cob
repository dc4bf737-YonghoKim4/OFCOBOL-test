000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     CLSREC01.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    CALLABLE CLOSE-TASK COMPLETION RECORDER.  A PROGRAM ON    *
001300*    THE MONTH-END CLOSE CHECKLIST CALLS THIS AS IT FINISHES,  *
001400*    AND ONE RUN EVENT - ITS NAME, THE PERIOD, ITS RETURN      *
001500*    CODE, DATE AND TIME - IS APPENDED TO CLOSEVT FOR          *
001600*    CLOSCHK1 TO APPLY TO THE CHECKLIST, SO THE WHITEBOARD IS  *
001700*    NO LONGER WHERE A CLOSE STEP IS TICKED OFF.  THE CALLER'S *
001750*    RETURN CODE IS HANDED BACK UNCHANGED.  A CALLER THAT      *
001800*    PROCESSED NO PERIOD PASSES ZERO, AND NOTHING IS RECORDED, *
001850*    SINCE THERE IS NO PERIOD'S CHECKLIST TO APPLY IT TO.      *
001900*                                                              *
002000*  MODIFICATION HISTORY.                                       *
002100*    2026-10-15  DL  ORIGINAL CALLABLE ROUTINE, SHARED BY THE  *
002200*                    MONTH-END CLOSE PROGRAMS.                 *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CLOSE-EVT ASSIGN TO "CLOSEVT"
002800         ORGANIZATION IS SEQUENTIAL.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CLOSE-EVT.
003300     COPY DLCLEVT.
003400
003500 WORKING-STORAGE SECTION.
003600 01  WS-TODAY                 PIC 9(08) VALUE ZERO.
003700 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
003800
003900 LINKAGE SECTION.
004000     COPY DLCLNOTE.
004100
004200 PROCEDURE DIVISION USING CL-CLOSE-NOTICE.
004300*****************************************************************
004400*  0000-MAINLINE.                                              *
004500*****************************************************************
004600 0000-MAINLINE.
004614     IF CL-PERIOD = ZERO
004628         DISPLAY "CLSREC01 " CL-PROGRAM
004642             " NAMED NO CLOSE PERIOD - NO EVENT RECORDED"
004657         MOVE CL-RUN-RC TO RETURN-CODE
004671         GOBACK
004685     END-IF.
004700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004800     ACCEPT WS-CLOCK-TIME FROM TIME.
004900     MOVE CL-PERIOD     TO CV-PERIOD.
005300     MOVE CL-PROGRAM    TO CV-TASK-ID.
005400     SET CV-COMPLETED   TO TRUE.
005500     MOVE CL-PROGRAM    TO CV-USER-ID.
005600     IF CL-RUN-RC < ZERO
005700         MOVE 9999 TO CV-RUN-RC
005800     ELSE
005900         MOVE CL-RUN-RC TO CV-RUN-RC
006000     END-IF.
006100     MOVE WS-TODAY      TO CV-EVENT-DATE.
006200     MOVE WS-CLOCK-TIME TO CV-EVENT-TIME.
006300     MOVE SPACES        TO CV-NOTE.
006400     OPEN EXTEND CLOSE-EVT.
006500     WRITE CV-CLOSE-EVENT-REC.
006600     CLOSE CLOSE-EVT.
006700     MOVE CL-RUN-RC TO RETURN-CODE.
006800     GOBACK.
