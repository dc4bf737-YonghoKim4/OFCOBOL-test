005300*                    THE FROM-LEDGER AND THE OVERFLOW           *
005400*                    PRE-CHECK MIS-PREDICTED THE ADD STEP.      *
005500*                    BOTH CODES NOW TAKE +3333.                 *
005520*    2026-10-15  DL  EVERY PAIR CUT IS ALSO APPENDED TO THE     *
005540*                    XFRREG TRANSFER REGISTER, SO THE MONTH-    *
005560*                    END CONSOLIDATION CAN MATCH AND ELIMINATE  *
005580*                    IT.                                        *
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
008000     SELECT PROOF-RPT ASSIGN TO "XFRPROOF"
008100         ORGANIZATION IS SEQUENTIAL.
008200     SELECT RUN-SUM ASSIGN TO "RUNSUM"
008233         ORGANIZATION IS SEQUENTIAL.
008267     SELECT XFR-REG ASSIGN TO "XFRREG"
008300         ORGANIZATION IS SEQUENTIAL.
008400
008500 DATA DIVISION.
011300
011400 FD  RUN-SUM.
011500     COPY DLRUNSUM.
011525
011550 FD  XFR-REG.
011575     COPY DLXFRREG.
011600
011700 WORKING-STORAGE SECTION.
011800 01  WS-SWITCHES.
027000     OPEN OUTPUT EXCP-OUT.
027100     OPEN OUTPUT PROOF-RPT.
027200     OPEN EXTEND RUN-SUM.
027250     OPEN EXTEND XFR-REG.
027300     READ XFER-TRAN
027400         AT END
027500             SET WS-XFER-EOF TO TRUE
033000     END-IF.
033100     IF NOT WS-REQUEST-REJECTED
033200         PERFORM 2400-WRITE-ADJUSTMENT THRU 2400-EXIT
033250         PERFORM 2450-WRITE-REGISTER THRU 2450-EXIT
033300         ADD 1 TO WS-POSTED-COUNT
033400         COMPUTE WS-MUTATED-TOTAL =
033500             WS-MUT-CODE1 + WS-MUT-CODE2 + WS-MUT-CODE3
052700     EXIT.
052800
052900*****************************************************************
052906*  2450-WRITE-REGISTER.                                         *
052912*****************************************************************
052918 2450-WRITE-REGISTER.
052924     MOVE WS-PROCESS-DATE TO XR-RUN-DATE.
052929     MOVE XF-TRANS-DATE   TO XR-TRANS-DATE.
052935     MOVE CT-TRANS-KEY    TO XR-TRANS-KEY.
052941     MOVE XF-FROM-LEDGER  TO XR-FROM-LEDGER.
052947     MOVE XF-TO-LEDGER    TO XR-TO-LEDGER.
052953     MOVE WS-MUT-CODE1    TO XR-CODE1-AMOUNT.
052959     MOVE WS-MUT-CODE2    TO XR-CODE2-AMOUNT.
052965     MOVE WS-MUT-CODE3    TO XR-CODE3-AMOUNT.
052971     WRITE XR-TRANSFER-REG-REC.
052976 2450-EXIT.
052982     EXIT.
052988
052994*****************************************************************
053000*  2500-FIND-LEDGER.                                           *
053100*    FINDS WS-WORK-LEDGER'S SLOT ON THE PROOF TABLE, OPENING   *
053200*    A NEW SLOT THE FIRST TIME A LEDGER IS SEEN.               *
063200     CLOSE CODE-TRANS.
063300     CLOSE ACCT-MAST.
063400     CLOSE XFR-ADJ.
063450     CLOSE XFR-REG.
063500     CLOSE EXCP-OUT.
063600     CLOSE PROOF-RPT.
063700     CLOSE RUN-SUM.
