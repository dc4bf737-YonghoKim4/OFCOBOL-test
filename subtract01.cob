000900 DATE-COMPILED.  2026-08-09.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    POSTS THE DAY'S CUSTOMER CHARGES AND PAYMENTS (SUBCHG)    *
001300*    AGAINST EACH ACCOUNT'S CARRIED BALANCE ON THE KEYED       *
001400*    CARRY-FORWARD MASTER (CARRYMST) - A CHARGE IS SUBTRACTED, *
001500*    A PAYMENT ADDED - AND PLACES EVERY ACCOUNT WHOSE BALANCE  *
001600*    IS NEGATIVE ON CREDIT HOLD, WRITING ITS NOTICE TO         *
001700*    HOLDOUT.  THE TOTAL OF THE NEGATIVE BALANCES GOES TO      *
001750*    CARRYOUT AS THE CHAIN'S CARRIED-SHORTFALL CONTROL TOTAL.  *
001800*                                                               *
001900*  MODIFICATION HISTORY.                                      *
002000*    2024-01-22  DL  ORIGINAL ONE-LINE DEMONSTRATION.          *
005800*                    FUTURE, SO A CATCH-UP PASS OVER A          *
005900*                    MISSED DATE POSTS AND STAMPS THAT DATE     *
006000*                    INSTEAD OF BEING REFUSED.                  *
006008*    2026-10-15  DL  THE FIXED OPERANDS AND THE ONE GENLEDGR    *
006017*                    CONTROL BALANCE ARE GONE.  THE DAY'S       *
006025*                    SUBCHG CHARGES AND PAYMENTS NOW POST PER   *
006033*                    CUSTOMER ACCOUNT TO THE KEYED CARRYMST     *
006042*                    CARRY-FORWARD MASTER, WITH THE AUDIT AND   *
006050*                    EXCEPTION RECORDS KEYED BY ACCOUNT AND A   *
006058*                    HOLD NOTICE FOR EACH ACCOUNT THAT IS       *
006067*                    NEGATIVE.  CARRYOUT NOW CARRIES THE TOTAL  *
006075*                    OF THE NEGATIVE BALANCES; ON THE FIRST RUN *
006083*                    AN EMPTY MASTER IS SEEDED FROM CARRYIN     *
006092*                    UNDER GENLEDGR SO NO SHORTFALL IS LOST.    *
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT CARRY-OUT ASSIGN TO "CARRYOUT"
006800         ORGANIZATION IS SEQUENTIAL.
006814     SELECT CHG-IN ASSIGN TO "SUBCHG"
006829         ORGANIZATION IS SEQUENTIAL.
006843     SELECT CARRY-MAST ASSIGN TO "CARRYMST"
006857         ORGANIZATION IS INDEXED
006871         ACCESS MODE IS DYNAMIC
006886         RECORD KEY IS CY-ACCOUNT.
006900     SELECT HOLD-OUT ASSIGN TO "HOLDOUT"
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT AUDIT-OUT ASSIGN TO "SUBAUDIT"
008800 01  CF-CARRY-OUT-REC.
008900     05  CO-PRIOR-SHORTFALL PIC S9(05).
009000     05  CO-RUN-DATE        PIC 9(08).
009014
009029 FD  CHG-IN.
009043     COPY DLSUBCHG.
009057
009071 FD  CARRY-MAST.
009086     COPY DLSUBCMS.
009100
009200 FD  HOLD-OUT.
009300     COPY DLSUBHLD.
011700         88  WS-CTL-EOF            VALUE "Y".
011800     05  WS-REFUSED-SW        PIC X(01) VALUE "N".
011900         88  WS-RUN-REFUSED        VALUE "Y".
011911     05  WS-CHG-EOF-SW        PIC X(01) VALUE "N".
011922         88  WS-CHG-EOF            VALUE "Y".
011933     05  WS-MAST-EOF-SW       PIC X(01) VALUE "N".
011944         88  WS-MAST-EOF           VALUE "Y".
011956     05  WS-ON-FILE-SW        PIC X(01) VALUE "N".
011967         88  WS-ACCOUNT-ON-FILE    VALUE "Y".
011978     05  WS-SIZE-ERROR-SW     PIC X(01) VALUE "N".
011989         88  WS-SIZE-ERROR         VALUE "Y".
012000
012300 01  WS-PRIOR-SHORTFALL       PIC S9(05) VALUE ZERO.
012350 01  WS-CARRY-TOTAL           PIC S9(07) VALUE ZERO.
012400 01  WS-AUD-BEFORE            PIC S9(07) VALUE ZERO.
012500 01  WS-AUD-AFTER             PIC S9(07) VALUE ZERO.
012520 01  WS-AUD-OPERATION         PIC X(10) VALUE SPACES.
012540 01  WS-EXC-REASON-CODE       PIC X(04) VALUE SPACES.
012560 01  WS-EXC-REASON-TEXT       PIC X(40) VALUE SPACES.
012580 01  WS-EXC-AMOUNT            PIC S9(07) VALUE ZERO.
012600 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
012700 01  WS-RUN-NUMBER            PIC 9(03) VALUE ZERO.
012800 01  WS-SEED-ACCOUNT          PIC X(08) VALUE "GENLEDGR".
012900 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
013000 01  WS-START-TIME            PIC 9(08) VALUE ZERO.
013100 01  WS-START-TIME-R REDEFINES WS-START-TIME.
014300 01  WS-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
014400 01  WS-POSTED-COUNT          PIC 9(09) COMP VALUE ZERO.
014500 01  WS-EXCP-COUNT            PIC 9(09) COMP VALUE ZERO.
014550 01  WS-HOLD-COUNT            PIC 9(09) COMP VALUE ZERO.
014600
014700
014800 PROCEDURE DIVISION.
015700         GOBACK
015800     END-IF.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     PERFORM 2000-POST-ONE-CHARGE THRU 2000-EXIT
016100         UNTIL WS-CHG-EOF.
016200     PERFORM 3000-CHECK-CREDIT-HOLDS THRU 3000-EXIT.
017700     PERFORM 9000-FINALIZE THRU 9000-EXIT.
017800     GOBACK.
017900
021400*****************************************************************
021500*  1000-INITIALIZE.                                            *
021600*    READS WHATEVER SHORTFALL WAS CARRIED FORWARD FROM THE     *
021700*    PRIOR PERIOD - ONLY AN EMPTY CARRY-FORWARD MASTER NEEDS   *
021800*    IT - THEN OPENS THE MASTER AND THE DAY'S CHARGES.          *
021900*****************************************************************
022000 1000-INITIALIZE.
022100     PERFORM 0200-LOG-START-TIMING THRU 0200-EXIT.
023300     OPEN OUTPUT AUDIT-OUT.
023400     OPEN OUTPUT EXCP-OUT.
023500     OPEN EXTEND RUN-SUM.
023520     OPEN I-O CARRY-MAST.
023540     PERFORM 1100-SEED-MASTER THRU 1100-EXIT.
023560     OPEN INPUT CHG-IN.
023580     PERFORM 1200-READ-CHARGE THRU 1200-EXIT.
023600 1000-EXIT.
023700     EXIT.
023800
023900*****************************************************************
023902*  1100-SEED-MASTER.                                           *
023904*    THE FIRST RUN AGAINST AN EMPTY CARRY-FORWARD MASTER       *
023906*    OPENS THE OLD SINGLE CONTROL BALANCE AS ACCOUNT GENLEDGR, *
023908*    SO THE SHORTFALL CARRYIN BROUGHT FORWARD IS NOT DROPPED.  *
023910*    ONCE THE MASTER HOLDS ANY ACCOUNT CARRYIN IS IGNORED.     *
023912*****************************************************************
023914 1100-SEED-MASTER.
023916     MOVE LOW-VALUES TO CY-ACCOUNT.
023918     START CARRY-MAST KEY NOT < CY-ACCOUNT
023920         INVALID KEY
023922             SET WS-MAST-EOF TO TRUE
023924     END-START.
023925     IF NOT WS-MAST-EOF
023927         GO TO 1100-EXIT
023929     END-IF.
023931     MOVE "N" TO WS-MAST-EOF-SW.
023933     IF WS-CARRY-EOF OR WS-PRIOR-SHORTFALL = ZERO
023935         GO TO 1100-EXIT
023937     END-IF.
023939     MOVE WS-SEED-ACCOUNT    TO CY-ACCOUNT.
023941     MOVE WS-PRIOR-SHORTFALL TO CY-BALANCE.
023943     MOVE WS-PROCESS-DATE    TO CY-OPEN-DATE.
023945     MOVE WS-PROCESS-DATE    TO CY-LAST-POST-DATE.
023947     MOVE ZERO               TO CY-LAST-ACCRUE-DATE.
023949     WRITE CY-CARRY-REC
023951         INVALID KEY
023953             DISPLAY "SUBTRACT01 - CARRYMST SEED REFUSED FOR "
023955                 WS-SEED-ACCOUNT
023957     END-WRITE.
023959     MOVE "SEED"             TO WS-AUD-OPERATION.
023961     MOVE ZERO               TO WS-AUD-BEFORE.
023963     MOVE WS-PRIOR-SHORTFALL TO WS-AUD-AFTER.
023965     PERFORM 2050-WRITE-AUDIT THRU 2050-EXIT.
023967 1100-EXIT.
023969     EXIT.
023971
023973*****************************************************************
023975*  1200-READ-CHARGE.                                           *
023976*****************************************************************
023978 1200-READ-CHARGE.
023980     READ CHG-IN
023982         AT END
023984             SET WS-CHG-EOF TO TRUE
023986         NOT AT END
023988             ADD 1 TO WS-READ-COUNT
023990     END-READ.
023992 1200-EXIT.
023994     EXIT.
023996
023998*****************************************************************
024000*  2100-WRITE-EXCEPTION.                                        *
024100*    THE CALLER HAS PLACED THE REASON AND THE AMOUNT.  THE      *
024200*    TRANSACTION IS HELD IN SUBEXCP, KEYED BY ITS ACCOUNT,      *
024300*    UNPOSTED, RATHER THAN CARRYING A TRUNCATED BALANCE         *
024400*    FORWARD.  OPS CAN CORRECT THE AMOUNT AND FLAG THE RECORD   *
024450*    FOR RESUBMISSION THROUGH RESUB01.                          *
024500*****************************************************************
024600 2100-WRITE-EXCEPTION.
024700     MOVE "SUBTRACT"  TO DL-EXC-PROGRAM.
024800     MOVE SPACES      TO DL-EXC-KEY.
024900     MOVE CX-ACCOUNT  TO DL-EXC-KEY.
025000     MOVE WS-EXC-REASON-CODE TO DL-EXC-REASON-CODE.
025100     MOVE WS-EXC-REASON-TEXT TO DL-EXC-REASON-TEXT.
025200     MOVE WS-EXC-AMOUNT TO DL-EXC-AMOUNT.
025300     MOVE WS-PROCESS-DATE TO DL-EXC-DATE.
025400     MOVE ZERO        TO DL-EXC-TIME.
025500     MOVE WS-RUN-NUMBER TO DL-EXC-RUN-NUMBER.
025600     SET DL-EXC-NOT-RESUBMITTED TO TRUE.
025700     WRITE DL-EXCP-REC.
025800     ADD 1 TO WS-EXCP-COUNT.
025850     MOVE 4 TO RETURN-CODE.
025900 2100-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300*  2050-WRITE-AUDIT.                                            *
026400*    RECORDS THE BEFORE/AFTER BALANCE FOR ONE POSTING, KEYED BY *
026500*    THE ACCOUNT IT WAS POSTED TO, SO EACH CUSTOMER'S BALANCE  *
026600*    CAN BE TRACED BACK FOR THE AUDITORS.                       *
026900*****************************************************************
027000 2050-WRITE-AUDIT.
027100     MOVE "SUBTRACT"   TO DL-AUD-PROGRAM.
027200     MOVE WS-AUD-OPERATION TO DL-AUD-OPERATION.
027300     MOVE SPACES       TO DL-AUD-KEY.
027350     MOVE CY-ACCOUNT   TO DL-AUD-KEY.
027400     MOVE WS-AUD-BEFORE TO DL-AUD-BEFORE-VALUE.
027500     MOVE WS-AUD-AFTER  TO DL-AUD-AFTER-VALUE.
027600     MOVE WS-PROCESS-DATE TO DL-AUD-DATE.
028200     EXIT.
028300
028400*****************************************************************
028500*  2200-READ-ACCOUNT.                                          *
028600*    AN ACCOUNT NOT YET ON THE MASTER STARTS FROM A ZERO       *
028700*    BALANCE OPENED TODAY.                                      *
028900*****************************************************************
029000 2200-READ-ACCOUNT.
029002     MOVE CX-ACCOUNT TO CY-ACCOUNT.
029004     SET WS-ACCOUNT-ON-FILE TO TRUE.
029005     READ CARRY-MAST
029007         INVALID KEY
029009             MOVE "N" TO WS-ON-FILE-SW
029011     END-READ.
029012     IF NOT WS-ACCOUNT-ON-FILE
029014         MOVE CX-ACCOUNT      TO CY-ACCOUNT
029016         MOVE ZERO            TO CY-BALANCE
029018         MOVE WS-PROCESS-DATE TO CY-OPEN-DATE
029020         MOVE ZERO            TO CY-LAST-POST-DATE
029021         MOVE ZERO            TO CY-LAST-ACCRUE-DATE
029023     END-IF.
029025 2200-EXIT.
029027     EXIT.
029029
029030*****************************************************************
029032*  2300-SAVE-ACCOUNT.                                          *
029034*****************************************************************
029036 2300-SAVE-ACCOUNT.
029038     IF WS-ACCOUNT-ON-FILE
029039         REWRITE CY-CARRY-REC
029041             INVALID KEY
029043                 DISPLAY "SUBTRACT01 - CARRYMST REWRITE FAILED "
029045                     "FOR " CY-ACCOUNT
029046         END-REWRITE
029048     ELSE
029050         WRITE CY-CARRY-REC
029052             INVALID KEY
029054                 DISPLAY "SUBTRACT01 - CARRYMST WRITE FAILED "
029055                     "FOR " CY-ACCOUNT
029057         END-WRITE
029059     END-IF.
029061 2300-EXIT.
029062     EXIT.
029064
029066*****************************************************************
029068*  3000-CHECK-CREDIT-HOLDS.                                    *
029070*    ONE PASS OF THE WHOLE MASTER ONCE THE DAY IS POSTED.      *
029071*    EVERY NEGATIVE BALANCE PLACES ITS ACCOUNT ON CREDIT HOLD  *
029073*    AND ADDS TO THE SHORTFALL CARRIED TO NEXT PERIOD; THE     *
029075*    TOTAL GOES TO CARRYOUT WHETHER OR NOT ANYONE IS ON HOLD.  *
029077*****************************************************************
029079 3000-CHECK-CREDIT-HOLDS.
029080     MOVE "N" TO WS-MAST-EOF-SW.
029082     MOVE LOW-VALUES TO CY-ACCOUNT.
029084     START CARRY-MAST KEY NOT < CY-ACCOUNT
029086         INVALID KEY
029088             SET WS-MAST-EOF TO TRUE
029089     END-START.
029091     IF NOT WS-MAST-EOF
029093         PERFORM 3200-READ-NEXT-ACCOUNT THRU 3200-EXIT
029095     END-IF.
029096     PERFORM 3100-CHECK-ONE-ACCOUNT THRU 3100-EXIT
029098         UNTIL WS-MAST-EOF.
029100     MOVE WS-PROCESS-DATE TO CO-RUN-DATE.
029200     IF WS-CARRY-TOTAL < -99999
029300         MOVE -99999 TO CO-PRIOR-SHORTFALL
029400         DISPLAY "SUBTRACT01 - CARRIED SHORTFALL TOTAL "
029500             WS-CARRY-TOTAL " EXCEEDS CARRYOUT"
029800         MOVE 4 TO RETURN-CODE
029900     ELSE
030000         MOVE WS-CARRY-TOTAL TO CO-PRIOR-SHORTFALL
030100     END-IF.
030200     WRITE CF-CARRY-OUT-REC.
030300 3000-EXIT.
030303     EXIT.
030306
030310*****************************************************************
030313*  3100-CHECK-ONE-ACCOUNT.                                     *
030316*****************************************************************
030319 3100-CHECK-ONE-ACCOUNT.
030323     IF CY-BALANCE < ZERO
030326         SET WS-CREDIT-HOLD TO TRUE
030329         ADD CY-BALANCE TO WS-CARRY-TOTAL
030332         MOVE SPACES     TO CH-HOLD-LINE
030335         MOVE CY-ACCOUNT TO CH-ACCOUNT
030339         MOVE CY-BALANCE TO CH-BALANCE
030342         MOVE "ACCOUNT PLACED ON CREDIT HOLD" TO CH-REASON
030345         WRITE CH-HOLD-LINE
030348         ADD 1 TO WS-HOLD-COUNT
030352         MOVE 4 TO RETURN-CODE
030355     END-IF.
030358     PERFORM 3200-READ-NEXT-ACCOUNT THRU 3200-EXIT.
030361 3100-EXIT.
030365     EXIT.
030368
030371*****************************************************************
030374*  3200-READ-NEXT-ACCOUNT.                                     *
030377*****************************************************************
030381 3200-READ-NEXT-ACCOUNT.
030384     READ CARRY-MAST NEXT RECORD
030387         AT END
030390             SET WS-MAST-EOF TO TRUE
030394     END-READ.
030397 3200-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700*  9000-FINALIZE.                                              *
030800*****************************************************************
030900 9000-FINALIZE.
030925     DISPLAY "SUBTRACT01 POSTED: " WS-POSTED-COUNT
030950         " HELD: " WS-EXCP-COUNT
030975         " ACCOUNTS ON HOLD: " WS-HOLD-COUNT.
031000     MOVE "SUBTRACT"        TO DL-RSM-PROGRAM.
031100     MOVE WS-READ-COUNT     TO DL-RSM-RECORDS-READ.
031200     MOVE WS-POSTED-COUNT   TO DL-RSM-RECORDS-POSTED.
031700     MOVE WS-RUN-NUMBER     TO DL-RSM-RUN-NUMBER.
031800     SET DL-RSM-COMPLETE TO TRUE.
031900     WRITE DL-RUNSUM-REC.
031933     CLOSE CHG-IN.
031967     CLOSE CARRY-MAST.
032000     CLOSE CARRY-OUT.
032100     CLOSE HOLD-OUT.
032200     CLOSE AUDIT-OUT.
036500     CLOSE TIME-LOG.
036600 9100-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000*  2000-POST-ONE-CHARGE.                                       *
037100*    A CHARGE IS SUBTRACTED FROM THE ACCOUNT'S CARRIED BALANCE *
037200*    AND A PAYMENT ADDED TO IT.  AN ACCOUNT NOT YET ON THE     *
037300*    MASTER OPENS AT ZERO.  A RECORD WITH NO ACCOUNT OR AN     *
037400*    UNKNOWN TYPE, OR ONE THAT WOULD OVERFLOW THE BALANCE, IS  *
037500*    HELD ON SUBEXCP UNPOSTED - THE OVERFLOW STILL LEAVES AN   *
037600*    AUDIT RECORD WITH THE UNCHANGED BALANCE AS BOTH BEFORE    *
037700*    AND AFTER.                                                *
037800*****************************************************************
037900 2000-POST-ONE-CHARGE.
038000     MOVE "N" TO WS-SIZE-ERROR-SW.
038100     MOVE CX-AMOUNT TO WS-EXC-AMOUNT.
038200     IF CX-ACCOUNT = SPACES
038300         MOVE "NACT" TO WS-EXC-REASON-CODE
038400         MOVE "CHARGE RECORD NAMES NO ACCOUNT" TO
038500             WS-EXC-REASON-TEXT
038600         PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
038700         GO TO 2000-NEXT
038800     END-IF.
038900     IF NOT CX-CHARGE AND NOT CX-PAYMENT
039000         MOVE "TYPE" TO WS-EXC-REASON-CODE
039100         MOVE "CHARGE RECORD TYPE NOT C OR P" TO
039200             WS-EXC-REASON-TEXT
039300         PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
039400         GO TO 2000-NEXT
039500     END-IF.
039600     PERFORM 2200-READ-ACCOUNT THRU 2200-EXIT.
039700     MOVE CY-BALANCE TO WS-AUD-BEFORE.
039800     IF CX-CHARGE
039900         MOVE "CHARGE"  TO WS-AUD-OPERATION
040000         SUBTRACT CX-AMOUNT FROM CY-BALANCE
040100             ON SIZE ERROR
040200                 SET WS-SIZE-ERROR TO TRUE
040300         END-SUBTRACT
040400     ELSE
040500         MOVE "PAYMENT" TO WS-AUD-OPERATION
040600         ADD CX-AMOUNT TO CY-BALANCE
040700             ON SIZE ERROR
040800                 SET WS-SIZE-ERROR TO TRUE
040900         END-ADD
041000     END-IF.
041100     IF WS-SIZE-ERROR
041200         MOVE WS-AUD-BEFORE TO WS-AUD-AFTER
041300         PERFORM 2050-WRITE-AUDIT THRU 2050-EXIT
041400         MOVE "OVFL" TO WS-EXC-REASON-CODE
041500         MOVE "POSTING TOO LARGE FOR CARRIED BALANCE" TO
041600             WS-EXC-REASON-TEXT
041700         PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
041800         GO TO 2000-NEXT
041900     END-IF.
042000     MOVE CY-BALANCE      TO WS-AUD-AFTER.
042100     MOVE WS-PROCESS-DATE TO CY-LAST-POST-DATE.
042200     PERFORM 2300-SAVE-ACCOUNT THRU 2300-EXIT.
042300     ADD 1 TO WS-POSTED-COUNT.
042400     PERFORM 2050-WRITE-AUDIT THRU 2050-EXIT.
042500 2000-NEXT.
042600     PERFORM 1200-READ-CHARGE THRU 1200-EXIT.
042700 2000-EXIT.
042800     EXIT.
