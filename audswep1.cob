001600*                                                               *
001700*  MODIFICATION HISTORY.                                      *
001800*    2026-08-22  DL  ORIGINAL RETENTION SWEEP.                  *
001820*    2026-10-15  DL  KEEPS THE AUDAIDX KEYED ARCHIVE IN STEP BY *
001840*                    DELETING EVERY INDEX ENTRY FROM A MONTH    *
001860*                    BEFORE THE CUTOFF, FOUND BY PROGRAM AND    *
001880*                    MONTH SO ONLY THE AGED ENTRIES ARE READ.   *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT SWEEP-RPT ASSIGN TO "AUDSWRPT"
003400         ORGANIZATION IS SEQUENTIAL.
003414     SELECT AUD-INDEX ASSIGN TO "AUDAIDX"
003429         ORGANIZATION IS INDEXED
003443         ACCESS MODE IS DYNAMIC
003457         RECORD KEY IS IX-PRIME-KEY
003471         ALTERNATE RECORD KEY IS IX-PROGRAM-KEY
003486             WITH DUPLICATES.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
006300     05  SW-LABEL             PIC X(30).
006400     05  SW-COUNT             PIC Z(8)9.
006500
006525 FD  AUD-INDEX.
006550     COPY DLAUDIDX.
006575
006600 WORKING-STORAGE SECTION.
006700 01  WS-SWITCHES.
006800     05  WS-EOF-SW            PIC X(01) VALUE "N".
006900         88  WS-EOF                VALUE "Y".
007000     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
007100         88  WS-PARM-EOF           VALUE "Y".
007133     05  WS-IDX-EOF-SW        PIC X(01) VALUE "N".
007167         88  WS-IDX-EOF            VALUE "Y".
007200
007300 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
007400 01  WS-RETAIN-MONTHS         PIC 9(03) VALUE 084.
007700 01  WS-WORK-MONTH            PIC S9(05) VALUE ZERO.
007800 01  WS-KEPT-COUNT            PIC 9(09) VALUE ZERO.
007900 01  WS-SWEPT-COUNT           PIC 9(09) VALUE ZERO.
007950 01  WS-IDX-SWEPT-COUNT       PIC 9(09) VALUE ZERO.
008000
008100 PROCEDURE DIVISION.
008200*****************************************************************
008900     MOVE "N" TO WS-EOF-SW.
009000     PERFORM 3000-SWEEP-MANIFEST THRU 3000-EXIT
009100         UNTIL WS-EOF.
009150     PERFORM 4000-SWEEP-INDEX THRU 4000-EXIT.
009200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
009300     STOP RUN.
009400
012200     OPEN INPUT MAN-IN.
012300     OPEN OUTPUT MAN-OUT.
012400     OPEN OUTPUT SWEEP-RPT.
012450     OPEN I-O AUD-INDEX.
012500 1000-EXIT.
012600     EXIT.
012700
017000     EXIT.
017100
017200*****************************************************************
017202*  4000-SWEEP-INDEX.                                           *
017204*    WALKS THE INDEX BY PROGRAM AND MONTH.  EACH PROGRAM'S     *
017207*    ENTRIES FROM BEFORE THE CUTOFF COME FIRST AND ARE         *
017209*    DELETED; AT ITS FIRST RETAINED MONTH THE WALK SKIPS TO    *
017211*    THE NEXT PROGRAM, SO THE RETAINED YEARS ARE NEVER READ.   *
017213*****************************************************************
017215 4000-SWEEP-INDEX.
017217     MOVE LOW-VALUES TO IX-PROGRAM-KEY.
017220     START AUD-INDEX KEY NOT < IX-PROGRAM-KEY
017222         INVALID KEY
017224             SET WS-IDX-EOF TO TRUE
017226     END-START.
017228     PERFORM 4100-SWEEP-ONE-ENTRY THRU 4100-EXIT
017230         UNTIL WS-IDX-EOF.
017233 4000-EXIT.
017235     EXIT.
017237
017239*****************************************************************
017241*  4100-SWEEP-ONE-ENTRY.                                       *
017243*****************************************************************
017246 4100-SWEEP-ONE-ENTRY.
017248     READ AUD-INDEX NEXT
017250         AT END
017252             SET WS-IDX-EOF TO TRUE
017254             GO TO 4100-EXIT
017257     END-READ.
017259     IF IX-ARCH-MONTH NOT < WS-CUTOFF-MONTH
017261         MOVE 999999 TO IX-ARCH-MONTH
017263         START AUD-INDEX KEY > IX-PROGRAM-KEY
017265             INVALID KEY
017267                 SET WS-IDX-EOF TO TRUE
017270         END-START
017272         GO TO 4100-EXIT
017274     END-IF.
017276     DELETE AUD-INDEX RECORD
017278         INVALID KEY
017280             DISPLAY "AUDSWEP1 - INDEX ENTRY NOT DELETED: "
017283                 IX-AUD-KEY " " IX-AUD-DATE
017285         NOT INVALID KEY
017287             ADD 1 TO WS-IDX-SWEPT-COUNT
017289     END-DELETE.
017291 4100-EXIT.
017293     EXIT.
017296
017298*****************************************************************
017300*  9000-FINALIZE.                                              *
017400*****************************************************************
017500 9000-FINALIZE.
017900     MOVE "ARCHIVE RECORDS AGED OUT      " TO SW-LABEL.
018000     MOVE WS-SWEPT-COUNT TO SW-COUNT.
018100     WRITE SW-REPORT-LINE.
018125     MOVE "INDEX ENTRIES AGED OUT        " TO SW-LABEL.
018150     MOVE WS-IDX-SWEPT-COUNT TO SW-COUNT.
018175     WRITE SW-REPORT-LINE.
018200     CLOSE ARCH-IN.
018300     CLOSE ARCH-OUT.
018400     CLOSE MAN-IN.
018500     CLOSE MAN-OUT.
018600     CLOSE SWEEP-RPT.
018650     CLOSE AUD-INDEX.
018700 9000-EXIT.
018800     EXIT.
