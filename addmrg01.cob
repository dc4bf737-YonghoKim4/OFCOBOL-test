003300*                    THE MACHINE DATE, SO A CATCH-UP PASS       *
003400*                    (OR A CHAIN CROSSING MIDNIGHT) STAMPS      *
003500*                    THE DATE ACTUALLY POSTED.                  *
003517*    2026-10-15  DL  ALSO FOLDS THE STREAMS' BUDGET DAYS        *
003533*                    (THEIR BUDYTDO OUTPUTS CONCATENATED ONTO   *
003550*                    PARTBUD) INTO THE BUDGET YEAR-TO-DATE      *
003567*                    CARRY-FORWARD THROUGH BUDCHK01, AS THIS    *
003583*                    STEP ALREADY DOES FOR YTDFWD.              *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
010100 01  WS-WORK-LEDGER           PIC X(04) VALUE SPACES.
010200 01  WS-RUN-NUMBER            PIC 9(03) VALUE ZERO.
010300
010333     COPY DLBUDCHK.
010367
010400 01  WS-LEDGER-COUNT          PIC 9(02) VALUE ZERO.
010500 01  LED-IDX                  PIC 9(02) VALUE ZERO.
010600 01  LED-SUB                  PIC 9(02) VALUE ZERO.
012700         UNTIL WS-PART-EOF.
012800     PERFORM 2500-APPLY-TRANSFER-ADJ THRU 2500-EXIT.
012900     PERFORM 1080-LOAD-YTD THRU 1080-EXIT.
012950     PERFORM 2800-MERGE-BUDGET-YTD THRU 2800-EXIT.
013000     PERFORM 3000-FINALIZE THRU 3000-EXIT.
013100     STOP RUN.
013200
027300     EXIT.
027400
027500*****************************************************************
027507*  2800-MERGE-BUDGET-YTD.                                      *
027513*    THE PARTITIONED STREAMS EACH CUT ONLY THEIR OWN BUDGET    *
027520*    DAY; BUDCHK01 ADDS THEM TO BUDYTDI AND WRITES THE FULL    *
027527*    BUDYTDO CARRY-FORWARD FOR THE STREAMS' POSTING YEAR.      *
027533*****************************************************************
027540 2800-MERGE-BUDGET-YTD.
027547     MOVE "M"             TO BA-FUNCTION.
027553     MOVE "ADDMRG01"      TO BA-PROGRAM.
027560     MOVE WS-PROCESS-DATE TO BA-RUN-DATE.
027567     CALL "BUDCHK01" USING BA-BUDGET-CHECK.
027573 2800-EXIT.
027580     EXIT.
027587
027593*****************************************************************
027600*  1080-LOAD-YTD.                                              *
027700*    PRELOADS EACH LEDGER'S PRIOR YTD FROM YTDIN - THE SAME    *
027800*    PER-LEDGER CARRY-FORWARD ADD01 APPLIES WHEN IT RUNS       *
