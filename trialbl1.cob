003900*                    SUBLPST1'S AUDIT STAMPS - ON A             *
004000*                    CATCH-UP PASS THE TWO DIFFER AND THE       *
004100*                    PROOF WOULD HAVE SUMMED AN EMPTY DAY.      *
004125*    2026-10-15  DL  EACH RUN IS RECORDED AGAINST ITS TASK ON   *
004150*                    THE PERIOD'S MONTH-END CLOSE CHECKLIST     *
004175*                    THROUGH CLSREC01, WITH ITS RETURN CODE.    *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
015200     05  WS-PRF-DAY-TOTAL     PIC -(13)9.99.
015300     05  FILLER               PIC X(01) VALUE SPACE.
015400     05  WS-PRF-VERDICT       PIC X(14).
015433
015467     COPY DLCLNOTE.
015500
015600 PROCEDURE DIVISION.
015700*****************************************************************
037900     CLOSE SUBL-MAST.
038000     CLOSE TRIAL-RPT.
038100     CLOSE TB-CARRY-OUT.
038120     MOVE "TRIALBL1" TO CL-PROGRAM.
038140     MOVE WS-PROCESS-DATE(1:6) TO CL-PERIOD.
038160     MOVE RETURN-CODE TO CL-RUN-RC.
038180     CALL "CLSREC01" USING CL-CLOSE-NOTICE.
038200 9000-EXIT.
038300     EXIT.
