001800*                                                               *
001900*  MODIFICATION HISTORY.                                      *
002000*    2026-08-22  DL  ORIGINAL ARCHIVAL STEP.                    *
002012*    2026-10-15  DL  EVERY IMAGE FOLDED IN IS ALSO ADDED TO THE *
002025*                    AUDAIDX KEYED ARCHIVE - AUDIT KEY AND      *
002038*                    DATE, WITH PROGRAM AND MONTH AS THE        *
002050*                    ALTERNATE PATH - SO A LOOKUP NO LONGER     *
002062*                    READS THE WHOLE ARCHIVE.  AN INDEX WITH NO *
002075*                    CONTROL RECORD IS FIRST LOADED FROM THE    *
002088*                    WHOLE ARCHIVE AS IT IS CARRIED FORWARD.    *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT DIV-AUDIT ASSIGN TO "DIVAUDIT"
004000         ORGANIZATION IS SEQUENTIAL.
004014     SELECT AUD-INDEX ASSIGN TO "AUDAIDX"
004029         ORGANIZATION IS INDEXED
004043         ACCESS MODE IS RANDOM
004057         RECORD KEY IS IX-PRIME-KEY
004071         ALTERNATE RECORD KEY IS IX-PROGRAM-KEY
004086             WITH DUPLICATES.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
010000                   ==DL-AUD-TIME==         BY ==DA-TIME==
010100                   ==DL-AUD-RUN-NUMBER==   BY ==DA-RUN-NUMBER==.
010200
010225 FD  AUD-INDEX.
010250     COPY DLAUDIDX.
010275
010300 WORKING-STORAGE SECTION.
010400 01  WS-SWITCHES.
010500     05  WS-EOF-SW            PIC X(01) VALUE "N".
010600         88  WS-EOF                VALUE "Y".
010620     05  WS-FOUND-SW          PIC X(01) VALUE "N".
010640         88  WS-CTL-FOUND          VALUE "Y".
010660     05  WS-LOAD-SW           PIC X(01) VALUE "N".
010680         88  WS-LOADING-ARCHIVE    VALUE "Y".
010700
010800 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
010900 01  WS-ARCH-MONTH            PIC 9(06) VALUE ZERO.
011000 01  WS-SOURCE-COUNT          PIC 9(07) VALUE ZERO.
011007 01  WS-INDEX-SEQ             PIC 9(09) VALUE ZERO.
011013 01  WS-INDEXED-COUNT         PIC 9(09) VALUE ZERO.
011020 01  WS-ON-INDEX-COUNT        PIC 9(09) VALUE ZERO.
011027
011033     COPY DLAUDIT
011040         REPLACING ==DL-AUDIT-REC==       BY ==WA-AUDIT-REC==
011047                   ==DL-AUD-PROGRAM==      BY ==WA-PROGRAM==
011053                   ==DL-AUD-OPERATION==    BY ==WA-OPERATION==
011060                   ==DL-AUD-KEY==          BY ==WA-KEY==
011067                   ==DL-AUD-BEFORE-VALUE== BY ==WA-BEFORE-VALUE==
011073                   ==DL-AUD-AFTER-VALUE==  BY ==WA-AFTER-VALUE==
011080                   ==DL-AUD-DATE==         BY ==WA-DATE==
011087                   ==DL-AUD-TIME==         BY ==WA-TIME==
011093                   ==DL-AUD-RUN-NUMBER==   BY ==WA-RUN-NUMBER==.
011100
011200 PROCEDURE DIVISION.
011300*****************************************************************
011800     MOVE WS-PROCESS-DATE(1:6) TO WS-ARCH-MONTH.
011900     OPEN OUTPUT ARCH-OUT.
012000     OPEN OUTPUT MAN-OUT.
012017     OPEN I-O AUD-INDEX.
012033     PERFORM 0500-READ-CONTROL THRU 0500-EXIT.
012050     IF NOT WS-CTL-FOUND
012067         SET WS-LOADING-ARCHIVE TO TRUE
012083     END-IF.
012100     PERFORM 1000-CARRY-ARCHIVE THRU 1000-EXIT.
012200     PERFORM 1500-CARRY-MANIFEST THRU 1500-EXIT.
012300     PERFORM 2000-FOLD-ADD THRU 2000-EXIT.
012400     PERFORM 3000-FOLD-SUB THRU 3000-EXIT.
012500     PERFORM 4000-FOLD-MUL THRU 4000-EXIT.
012600     PERFORM 5000-FOLD-DIV THRU 5000-EXIT.
012650     PERFORM 8500-MARK-INDEXED THRU 8500-EXIT.
012700     CLOSE ARCH-OUT.
012800     CLOSE MAN-OUT.
012825     CLOSE AUD-INDEX.
012850     DISPLAY "AUDARCH1 INDEX ENTRIES ADDED: " WS-INDEXED-COUNT
012875         "  ALREADY ON INDEX: " WS-ON-INDEX-COUNT.
012900     STOP RUN.
012905
012910*****************************************************************
012914*  0500-READ-CONTROL.                                          *
012919*    THE INDEX CONTROL RECORD.  WHEN THERE IS NONE THE INDEX   *
012924*    IS NEW (OR WAS EMPTIED TO BE REBUILT), AND TONIGHT LOADS  *
012929*    EVERY CARRIED-FORWARD IMAGE AS WELL AS THE NEW ONES.      *
012933*****************************************************************
012938 0500-READ-CONTROL.
012943     SET WS-CTL-FOUND TO TRUE.
012948     MOVE "*LAST*" TO IX-AUD-KEY.
012952     MOVE ZERO     TO IX-AUD-DATE.
012957     MOVE ZERO     TO IX-AUD-TIME.
012962     MOVE SPACES   TO IX-AUD-PROGRAM.
012967     MOVE ZERO     TO IX-SOURCE-SEQ.
012971     READ AUD-INDEX
012976         INVALID KEY
012981             MOVE "N" TO WS-FOUND-SW
012986     END-READ.
012990 0500-EXIT.
012995     EXIT.
013000
013100*****************************************************************
013200*  1000-CARRY-ARCHIVE.                                         *
015000         NOT AT END
015100             MOVE AI-ARCHIVE-REC TO AX-ARCHIVE-REC
015200             WRITE AX-ARCHIVE-REC
015220             IF WS-LOADING-ARCHIVE
015240                 ADD 1 TO WS-INDEX-SEQ
015260                 PERFORM 8100-INDEX-ONE-IMAGE THRU 8100-EXIT
015280             END-IF
015300     END-READ.
015400 1100-EXIT.
015500     EXIT.
020700             MOVE DL-AUDIT-REC  TO AX-AUDIT-IMAGE
020800             WRITE AX-ARCHIVE-REC
020900             ADD 1 TO WS-SOURCE-COUNT
020933             MOVE WS-SOURCE-COUNT TO WS-INDEX-SEQ
020967             PERFORM 8100-INDEX-ONE-IMAGE THRU 8100-EXIT
021000     END-READ.
021100 2100-EXIT.
021200     EXIT.
023800             MOVE SA-AUDIT-REC  TO AX-AUDIT-IMAGE
023900             WRITE AX-ARCHIVE-REC
024000             ADD 1 TO WS-SOURCE-COUNT
024033             MOVE WS-SOURCE-COUNT TO WS-INDEX-SEQ
024067             PERFORM 8100-INDEX-ONE-IMAGE THRU 8100-EXIT
024100     END-READ.
024200 3100-EXIT.
024300     EXIT.
026900             MOVE MA-AUDIT-REC  TO AX-AUDIT-IMAGE
027000             WRITE AX-ARCHIVE-REC
027100             ADD 1 TO WS-SOURCE-COUNT
027133             MOVE WS-SOURCE-COUNT TO WS-INDEX-SEQ
027167             PERFORM 8100-INDEX-ONE-IMAGE THRU 8100-EXIT
027200     END-READ.
027300 4100-EXIT.
027400     EXIT.
030000             MOVE DA-AUDIT-REC  TO AX-AUDIT-IMAGE
030100             WRITE AX-ARCHIVE-REC
030200             ADD 1 TO WS-SOURCE-COUNT
030233             MOVE WS-SOURCE-COUNT TO WS-INDEX-SEQ
030267             PERFORM 8100-INDEX-ONE-IMAGE THRU 8100-EXIT
030300     END-READ.
030400 5100-EXIT.
030500     EXIT.
031500     WRITE AF-ARCH-MANIFEST-REC.
031600 8000-EXIT.
031700     EXIT.
031800
031900*****************************************************************
032000*  8100-INDEX-ONE-IMAGE.                                       *
032100*    ADDS ONE ARCHIVED IMAGE TO THE KEYED ARCHIVE.  THE CALLER *
032200*    HAS SET ITS POSITION IN ITS SOURCE FILE, SO A RERUN OF    *
032300*    THE SAME NIGHT FINDS EVERY IMAGE ALREADY ON THE INDEX     *
032400*    INSTEAD OF ADDING IT TWICE.                               *
032500*****************************************************************
032600 8100-INDEX-ONE-IMAGE.
032700     MOVE AX-AUDIT-IMAGE TO WA-AUDIT-REC.
032800     MOVE WA-KEY         TO IX-AUD-KEY.
032900     MOVE WA-DATE        TO IX-AUD-DATE.
033000     MOVE WA-TIME        TO IX-AUD-TIME.
033100     MOVE WA-PROGRAM     TO IX-AUD-PROGRAM.
033200     MOVE WS-INDEX-SEQ   TO IX-SOURCE-SEQ.
033300     MOVE WA-PROGRAM     TO IX-ALT-PROGRAM.
033400     MOVE AX-ARCH-MONTH  TO IX-ARCH-MONTH.
033500     MOVE AX-AUDIT-IMAGE TO IX-AUDIT-IMAGE.
033600     WRITE IX-INDEX-REC
033700         INVALID KEY
033800             ADD 1 TO WS-ON-INDEX-COUNT
033900         NOT INVALID KEY
034000             ADD 1 TO WS-INDEXED-COUNT
034100     END-WRITE.
034200 8100-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600*  8500-MARK-INDEXED.                                          *
034700*    STAMPS THE CONTROL RECORD WITH TONIGHT'S DATE (AND THE    *
034800*    LOAD DATE WHEN TONIGHT LOADED THE WHOLE ARCHIVE).  ITS    *
034900*    ALTERNATE MONTH IS ALL NINES SO THE SWEEP NEVER AGES IT.  *
035000*****************************************************************
035100 8500-MARK-INDEXED.
035200     PERFORM 0500-READ-CONTROL THRU 0500-EXIT.
035300     IF NOT WS-CTL-FOUND
035400         MOVE "*LAST*"        TO IX-AUD-KEY
035500         MOVE ZERO            TO IX-AUD-DATE
035600         MOVE ZERO            TO IX-AUD-TIME
035700         MOVE SPACES          TO IX-AUD-PROGRAM
035800         MOVE ZERO            TO IX-SOURCE-SEQ
035900         MOVE "*LAST*"        TO IX-ALT-PROGRAM
036000         MOVE 999999          TO IX-ARCH-MONTH
036100         MOVE SPACES          TO IX-AUDIT-IMAGE
036200         MOVE WS-PROCESS-DATE TO IX-LOAD-DATE
036300     END-IF.
036400     MOVE WS-PROCESS-DATE TO IX-LAST-DATE.
036500     IF WS-CTL-FOUND
036600         REWRITE IX-INDEX-REC
036700     ELSE
036800         WRITE IX-INDEX-REC
036900     END-IF.
037000 8500-EXIT.
037100     EXIT.
