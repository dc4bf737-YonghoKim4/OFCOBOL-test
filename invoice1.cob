005300*    2026-09-02  DL  A RUN THAT SENT ANY LINE TO THE            *
005400*                    BILLING SUSPENSE NOW ENDS RC 4, THE        *
005500*                    SUITE'S DIVERSION CONVENTION.              *
005502*    2026-10-15  DL  A CUSTOMER HOLDING A PREPAID DEPOSIT        *
005504*                    (DEPMSTI PLUS TODAY'S DEPRCPT PREPAYMENTS)  *
005507*                    HAS IT DRAWN DOWN AGAINST THE NEW INVOICE - *
005509*                    SHOWN AS DEPOSIT APPLIED AND AMOUNT DUE     *
005511*                    LINES AND ON THE ARCHIVE TRAILER, CREDITED  *
005513*                    TO THE NEW ITEM THROUGH DEPADJ, AND POSTED  *
005516*                    TO THE GL ON JRNLFD AS DEPOSIT LIABILITY    *
005518*                    RELIEF UNDER POSTING TYPE DEPAPP.           *
005520*    2026-10-15  DL  A WEEKLY OR MONTHLY CUSTOMER (CU-BILL-FREQ) *
005522*                    IS INVOICED ONLY ON THE LAST BUSINESS DAY   *
005524*                    OF THE WEEK OR MONTH ON THE CALENDAR - ON   *
005527*                    ANY OTHER DAY ITS LINES GO TO THE UNBILLO   *
005529*                    UNBILLED-LINES HOLDING FILE, AND THE HELD   *
005531*                    LINES COME BACK IN ON UNBILLI WITH MULOUT   *
005533*                    UNTIL THEY BILL TOGETHER AS ONE INVOICE.    *
005536*    2026-10-15  DL  A CUSTOMER HOLDING A CURRENT TAX-EXEMPTION  *
005538*                    CERTIFICATE ON TAXEXMS FOR ITS JURISDICTION *
005540*                    IS BILLED ZERO TAX, WITH THE CERTIFICATE    *
005542*                    NUMBER ON THE TAX LINE AND THE ARCHIVE      *
005544*                    TRAILER.  AN EXPIRED CERTIFICATE TAXES      *
005547*                    AGAIN WITHOUT ANY CHANGE TO THE FILE.       *
005549*    2026-10-15  DL  THE BILLSUM RECORD CARRIES THE TAX          *
005551*                    JURISDICTION AND EXEMPT FLAG FOR THE        *
005553*                    SALES-TAX RETURN.                           *
005556*    2026-10-15  DL  A LINE CARRYING A SERVICE PERIOD            *
005558*                    (MO-SVC-START/END) IS BILLED AS USUAL BUT   *
005560*                    ITS REVENUE IS DEFERRED - SPREAD EVENLY BY  *
005562*                    MONTH OVER THE PERIOD ON THE DEFSCHD        *
005564*                    SCHEDULE MASTER, THE REMAINDER CENTS ON     *
005567*                    THE LAST MONTH, AND MOVED TO DEFERRED       *
005569*                    REVENUE ON JRNLFD UNDER POSTING TYPE        *
005571*                    DEFREV.  DEFREC1 RECOGNIZES THE SLICES AT   *
005573*                    MONTH END.  THE MULOUT RECORDS WIDENED TO   *
005576*                    77 BYTES.                                   *
005578*    2026-10-15  DL  A CUSTOMER WITH A BILLING CURRENCY          *
005580*                    (CU-BILL-CCY) OTHER THAN BASE IS INVOICED   *
005582*                    IN IT - THE TOTAL, AND THE AMOUNT DUE AFTER *
005584*                    ANY DEPOSIT, PRINT IN THAT CURRENCY AT THE  *
005587*                    FXRATHST RATE IN EFFECT ON THE BILL DATE    *
005589*                    BESIDE THE BASE AMOUNTS, AND THE CURRENCY,  *
005591*                    FOREIGN TOTAL AND BOOKING RATE RIDE BILLSUM *
005593*                    TO THE OPEN ITEM.  A CURRENCY WITH NO RATE  *
005596*                    IN EFFECT DIVERTS THE ACCOUNT'S LINES TO    *
005598*                    BILLSUSP UNDER REASON FXRT.                 *
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT TAX-FEED ASSIGN TO "INVTAXFD"
008200         ORGANIZATION IS SEQUENTIAL.
008204     SELECT DEP-MAST ASSIGN TO "DEPMSTI"
008209         ORGANIZATION IS SEQUENTIAL.
008213     SELECT DEP-RCPT ASSIGN TO "DEPRCPT"
008217         ORGANIZATION IS SEQUENTIAL.
008222     SELECT DEP-ADJ ASSIGN TO "DEPADJ"
008226         ORGANIZATION IS SEQUENTIAL.
008230     SELECT JRN-FEED ASSIGN TO "JRNLFD"
008235         ORGANIZATION IS SEQUENTIAL.
008239     SELECT UNBL-IN ASSIGN TO "UNBILLI"
008243         ORGANIZATION IS SEQUENTIAL.
008248     SELECT UNBL-OUT ASSIGN TO "UNBILLO"
008252         ORGANIZATION IS SEQUENTIAL.
008257     SELECT CALENDAR ASSIGN TO "CALENDAR"
008261         ORGANIZATION IS SEQUENTIAL.
008265     SELECT TAX-EXMS ASSIGN TO "TAXEXMS"
008270         ORGANIZATION IS SEQUENTIAL.
008274     SELECT DEF-SCHED ASSIGN TO "DEFSCHD"
008278         ORGANIZATION IS INDEXED
008283         ACCESS MODE IS RANDOM
008287         RECORD KEY IS DF-KEY.
008291     SELECT FX-HIST ASSIGN TO "FXRATHST"
008296         ORGANIZATION IS SEQUENTIAL.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  MUL-OUT.
008700 01  MO-INPUT-REC             PIC X(77).
008707
008714*    HELD LINES CARRY FORWARD IN THE MULOUT LAYOUT (DLMULOUT).
008721 FD  UNBL-IN.
008729 01  UI-HELD-REC              PIC X(77).
008736
008743 FD  UNBL-OUT.
008750 01  UO-HELD-REC              PIC X(77).
008757
008764 FD  CALENDAR.
008771     COPY DLCALEND.
008779
008786 FD  TAX-EXMS.
008793     COPY DLTAXEXM.
008800
008900 SD  SORT-WORK.
009000     COPY DLMULOUT
009500             ==MO-EXTENDED-AMOUNT== BY ==SR-EXTENDED-AMOUNT==
009600             ==MO-PROCESS-DATE== BY ==SR-PROCESS-DATE==
009700             ==MO-ACCOUNT-CODE== BY ==SR-ACCOUNT-CODE==
009800             ==MO-EXTENSION-AMT== BY ==SR-EXTENSION-AMT==
009833             ==MO-SVC-START== BY ==SR-SVC-START==
009867             ==MO-SVC-END== BY ==SR-SVC-END==.
009900
010000 FD  INV-RPT.
010100 01  IV-PRINT-LINE            PIC X(80).
012000
012100 FD  TAX-FEED.
012200     COPY DLINVTAX.
012205
012211 FD  DEP-MAST.
012216     COPY DLDEPMST.
012221
012226 FD  DEP-RCPT.
012232     COPY DLCSHRCP.
012237
012242 FD  DEP-ADJ.
012247     COPY DLARADJ.
012253
012258 FD  JRN-FEED.
012263     COPY DLJRNFD.
012268
012274 FD  DEF-SCHED.
012279     COPY DLDEFSCH.
012284
012289 FD  FX-HIST.
012295     COPY DLFXRATE.
012300
012400 FD  INV-REG.
012500 01  RG-REGISTER-LINE.
016700         10  WS-JUR-CODE      PIC X(03).
016800         10  WS-JUR-RATE      PIC 9(01)V9(04).
016900 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
016901 01  WS-DEP-EOF-SW            PIC X(01) VALUE "N".
016902     88  WS-DEP-EOF               VALUE "Y".
016903 01  WS-DEP-APPLIED           PIC 9(09) VALUE ZERO.
016904 01  WS-DEP-WHOLE             PIC 9(09) VALUE ZERO.
016906 01  WS-AMOUNT-DUE            PIC 9(09) VALUE ZERO.
016907 01  WS-DEP-DAY-TOTAL         PIC 9(11) VALUE ZERO.
016908 01  WS-DEP-INVOICES          PIC 9(05) VALUE ZERO.
016909 01  DEP-IDX                  PIC 9(04) VALUE ZERO.
016910 01  DEP-SUB                  PIC 9(04) VALUE ZERO.
016911 01  WS-DEP-KEY               PIC X(06) VALUE SPACES.
016912 01  WS-HOLD-SW               PIC X(01) VALUE "N".
016913     88  WS-HOLD-LINES            VALUE "Y".
016915 01  WS-HELD-ACCOUNTS         PIC 9(05) VALUE ZERO.
016916 01  WS-HELD-LINE-COUNT       PIC 9(07) VALUE ZERO.
016917 01  WS-CAL-EOF-SW            PIC X(01) VALUE "N".
016918     88  WS-CAL-EOF               VALUE "Y".
016919 01  WS-WEEK-END-SW           PIC X(01) VALUE "N".
016920     88  WS-WEEK-END-TODAY        VALUE "Y".
016921 01  WS-MONTH-END-SW          PIC X(01) VALUE "N".
016922     88  WS-MONTH-END-TODAY       VALUE "Y".
016924 01  WS-OFF-SW                PIC X(01) VALUE "N".
016925     88  WS-DAY-IS-OFF            VALUE "Y".
016926 01  WS-PROBE-DATE            PIC 9(08) VALUE ZERO.
016927 01  WS-DAY-NUMBER            PIC 9(07) VALUE ZERO.
016928 01  WS-DAY-OF-WEEK           PIC 9(01) VALUE ZERO.
016929 01  CAL-IDX                  PIC 9(03) VALUE ZERO.
016930 01  WS-CAL-COUNT             PIC 9(03) VALUE ZERO.
016931 01  WS-CAL-TABLE.
016933     05  WS-CAL-ENTRY OCCURS 1 TO 400 TIMES
016934             DEPENDING ON WS-CAL-COUNT.
016935         10  WS-CAL-DATE      PIC 9(08).
016936         10  WS-CAL-TYPE      PIC X(01).
016937
016938 01  WS-EXM-EOF-SW            PIC X(01) VALUE "N".
016939     88  WS-EXM-EOF               VALUE "Y".
016940 01  WS-EXEMPT-CERT           PIC X(15) VALUE SPACES.
016942 01  WS-EXEMPT-COUNT          PIC 9(05) VALUE ZERO.
016943 01  EXM-IDX                  PIC 9(04) VALUE ZERO.
016944 01  WS-EXM-COUNT             PIC 9(04) VALUE ZERO.
016945 01  WS-EXM-TABLE.
016946     05  WS-EXM-ENTRY OCCURS 1 TO 2000 TIMES
016947             DEPENDING ON WS-EXM-COUNT.
016948         10  WS-EXM-ACCOUNT   PIC X(06).
016949         10  WS-EXM-JURIS     PIC X(03).
016951         10  WS-EXM-CERT      PIC X(15).
016952         10  WS-EXM-EFFECTIVE PIC 9(08).
016953         10  WS-EXM-EXPIRY    PIC 9(08).
016954
016955 01  WS-DEP-COUNT             PIC 9(04) VALUE ZERO.
016956 01  WS-DEP-TABLE.
016957     05  WS-DEP-ENTRY OCCURS 1 TO 5000 TIMES
016958             DEPENDING ON WS-DEP-COUNT.
016960         10  WS-DEP-ACCOUNT   PIC X(06).
016961         10  WS-DEP-AVAILABLE PIC 9(09)V9(02).
016962
016963 01  WS-DEF-MONTHS            PIC 9(04) VALUE ZERO.
016964 01  WS-DEF-END-MONTH         PIC 9(06) VALUE ZERO.
016965 01  WS-DEF-SLICE             PIC 9(07)V9(02) VALUE ZERO.
016966 01  WS-DEF-LAST-SLICE        PIC 9(07)V9(02) VALUE ZERO.
016967 01  WS-DEF-LINES             PIC 9(05) VALUE ZERO.
016969 01  WS-DEF-REJECTS           PIC 9(05) VALUE ZERO.
016970 01  WS-DEF-DAY-TOTAL         PIC 9(11) VALUE ZERO.
016971 01  DEF-IDX                  PIC 9(04) VALUE ZERO.
016972 01  WS-DEF-DATE              PIC 9(08) VALUE ZERO.
016973 01  WS-DEF-DATE-R REDEFINES WS-DEF-DATE.
016974     05  WS-DEF-YYYY          PIC 9(04).
016975     05  WS-DEF-MM            PIC 9(02).
016976     05  WS-DEF-DD            PIC 9(02).
016978
016979 01  WS-FXH-EOF-SW            PIC X(01) VALUE "N".
016980     88  WS-FXH-EOF               VALUE "Y".
016981 01  WS-SUSP-CODE             PIC X(04) VALUE SPACES.
016982 01  WS-SUSP-TEXT             PIC X(40) VALUE SPACES.
016983 01  WS-BILL-CCY              PIC X(03) VALUE SPACES.
016984 01  WS-BOOK-RATE             PIC 9(05)V9(06) VALUE ZERO.
016985 01  WS-FOREIGN-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
016987 01  WS-FOREIGN-DUE           PIC 9(09)V9(02) VALUE ZERO.
016988 01  WS-FX-INVOICES           PIC 9(05) VALUE ZERO.
016989 01  WS-FX-KEY                PIC X(03) VALUE SPACES.
016990 01  WS-FX-HIT                PIC 9(02) VALUE ZERO.
016991 01  FX-IDX                   PIC 9(02) VALUE ZERO.
016992 01  WS-FX-COUNT              PIC 9(02) VALUE ZERO.
016993 01  WS-FX-TABLE.
016994     05  WS-FX-ENTRY OCCURS 1 TO 20 TIMES
016996             DEPENDING ON WS-FX-COUNT.
016997         10  WS-FX-CODE       PIC X(03).
016998         10  WS-FX-RATE       PIC 9(05)V9(06).
016999         10  WS-FX-DATE       PIC 9(08).
017000
017100 01  WS-CUST-NAME-LINE.
017200     05  FILLER               PIC X(09) VALUE "BILL TO  ".
020000     05  WS-TAX-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
020100     05  FILLER               PIC X(07) VALUE " JURIS ".
020200     05  WS-TAX-JURIS         PIC X(03).
020233     05  WS-TAX-CERT-LABEL        PIC X(13).
020267     05  WS-TAX-CERT              PIC X(15).
020300
020400 01  WS-INV-TOTAL-LINE.
020500     05  FILLER               PIC X(14) VALUE "INVOICE TOTAL ".
020700     05  FILLER               PIC X(02) VALUE SPACES.
020800     05  FILLER               PIC X(06) VALUE "LINES ".
020900     05  WS-TOT-LINES         PIC ZZZZ9.
020904
020909 01  WS-INV-DEPOSIT-LINE.
020913     05  FILLER               PIC X(14) VALUE "DEPOSIT APPLD ".
020917     05  WS-DEP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
020922
020926 01  WS-INV-DUE-LINE.
020930     05  FILLER               PIC X(14) VALUE "AMOUNT DUE    ".
020935     05  WS-DUE-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
020939
020943 01  WS-INV-FX-TOTAL-LINE.
020948     05  FILLER               PIC X(09) VALUE "TOTAL IN ".
020952     05  WS-FXT-CCY           PIC X(03).
020957     05  FILLER               PIC X(02) VALUE SPACES.
020961     05  WS-FXT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
020965     05  FILLER               PIC X(09) VALUE " AT RATE ".
020970     05  WS-FXT-RATE          PIC ZZZZ9.999999.
020974
020978 01  WS-INV-FX-DUE-LINE.
020983     05  FILLER               PIC X(09) VALUE "DUE IN   ".
020987     05  WS-FXD-CCY           PIC X(03).
020991     05  FILLER               PIC X(02) VALUE SPACES.
020996     05  WS-FXD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
021000
021100 PROCEDURE DIVISION.
021200*****************************************************************
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700     SORT SORT-WORK
021800         ON ASCENDING KEY SR-ACCOUNT-CODE
021900                           SR-PROCESS-DATE
021950         USING MUL-OUT UNBL-IN
022000         OUTPUT PROCEDURE IS 2000-INVOICE-SORTED
022100             THRU 2000-IS-EXIT.
022200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
025000     PERFORM 1100-LOAD-ONE-JURIS THRU 1100-EXIT
025100         UNTIL WS-JUR-EOF.
025200     CLOSE TAX-JURS.
025202     OPEN INPUT DEP-MAST.
025204     READ DEP-MAST
025206         AT END
025209             SET WS-DEP-EOF TO TRUE
025211     END-READ.
025213     PERFORM 1200-LOAD-ONE-DEPOSIT THRU 1200-EXIT
025215         UNTIL WS-DEP-EOF.
025217     CLOSE DEP-MAST.
025219     MOVE "N" TO WS-DEP-EOF-SW.
025221     OPEN INPUT DEP-RCPT.
025223     READ DEP-RCPT
025226         AT END
025228             SET WS-DEP-EOF TO TRUE
025230     END-READ.
025232     PERFORM 1250-ADD-ONE-PREPAYMENT THRU 1250-EXIT
025234         UNTIL WS-DEP-EOF.
025236     CLOSE DEP-RCPT.
025238     OPEN OUTPUT DEP-ADJ.
025240     OPEN EXTEND JRN-FEED.
025243     OPEN OUTPUT UNBL-OUT.
025245     OPEN INPUT CALENDAR.
025247     READ CALENDAR
025249         AT END
025251             SET WS-CAL-EOF TO TRUE
025253     END-READ.
025255     PERFORM 1300-LOAD-ONE-DAY THRU 1300-EXIT
025257         UNTIL WS-CAL-EOF.
025260     CLOSE CALENDAR.
025262     PERFORM 1400-JUDGE-BILLING-DAY THRU 1400-EXIT.
025264     OPEN INPUT TAX-EXMS.
025266     READ TAX-EXMS
025268         AT END
025270             SET WS-EXM-EOF TO TRUE
025272     END-READ.
025274     PERFORM 1500-LOAD-ONE-EXEMPTION THRU 1500-EXIT
025277         UNTIL WS-EXM-EOF.
025279     CLOSE TAX-EXMS.
025281     OPEN I-O DEF-SCHED.
025283     OPEN INPUT FX-HIST.
025285     READ FX-HIST
025287         AT END
025289             SET WS-FXH-EOF TO TRUE
025291     END-READ.
025294     PERFORM 1600-LOAD-ONE-RATE THRU 1600-EXIT
025296         UNTIL WS-FXH-EOF.
025298     CLOSE FX-HIST.
025300 1000-EXIT.
025400     EXIT.
025500
026900             SET WS-JUR-EOF TO TRUE
027000     END-READ.
027100 1100-EXIT.
027101     EXIT.
027103
027104*****************************************************************
027105*  1200-LOAD-ONE-DEPOSIT.                                      *
027107*    ONLY A CUSTOMER WITH SOMETHING LEFT ON DEPOSIT IS KEPT.   *
027108*****************************************************************
027109 1200-LOAD-ONE-DEPOSIT.
027111     IF DP-BALANCE > ZERO
027112         IF WS-DEP-COUNT < 5000
027113             ADD 1 TO WS-DEP-COUNT
027115             MOVE DP-ACCOUNT-CODE
027116                 TO WS-DEP-ACCOUNT(WS-DEP-COUNT)
027117             MOVE DP-BALANCE
027119                 TO WS-DEP-AVAILABLE(WS-DEP-COUNT)
027120         ELSE
027121             DISPLAY "INVOICE1 - DEPOSIT TABLE FULL"
027123         END-IF
027124     END-IF.
027125     READ DEP-MAST
027127         AT END
027128             SET WS-DEP-EOF TO TRUE
027129     END-READ.
027131 1200-EXIT.
027132     EXIT.
027133
027135*****************************************************************
027136*  1250-ADD-ONE-PREPAYMENT.                                    *
027137*    TODAY'S PREPAYMENTS ARE NOT YET ON THE DEPOSIT MASTER     *
027139*    (DEPLEDG1 POSTS THEM AFTER THE BILLING RUN) BUT ARE       *
027140*    ALREADY THE CUSTOMER'S MONEY TO DRAW ON.                  *
027141*****************************************************************
027143 1250-ADD-ONE-PREPAYMENT.
027144     MOVE RC-ACCOUNT(1:6) TO WS-DEP-KEY.
027145     MOVE ZERO TO DEP-IDX.
027147     PERFORM 3150-MATCH-ONE-DEPOSIT THRU 3150-EXIT
027148         VARYING DEP-SUB FROM 1 BY 1
027149         UNTIL DEP-SUB > WS-DEP-COUNT
027151            OR DEP-IDX > ZERO.
027152     IF DEP-IDX = ZERO
027153         IF WS-DEP-COUNT < 5000
027155             ADD 1 TO WS-DEP-COUNT
027156             MOVE WS-DEP-COUNT     TO DEP-IDX
027157             MOVE WS-DEP-KEY       TO WS-DEP-ACCOUNT(DEP-IDX)
027159             MOVE ZERO             TO WS-DEP-AVAILABLE(DEP-IDX)
027160         ELSE
027161             DISPLAY "INVOICE1 - DEPOSIT TABLE FULL"
027163             GO TO 1250-NEXT
027164         END-IF
027165     END-IF.
027167     ADD RC-AMOUNT TO WS-DEP-AVAILABLE(DEP-IDX).
027168 1250-NEXT.
027169     READ DEP-RCPT
027171         AT END
027172             SET WS-DEP-EOF TO TRUE
027173     END-READ.
027175 1250-EXIT.
027176     EXIT.
027177
027179*****************************************************************
027180*  1300-LOAD-ONE-DAY.                                          *
027181*****************************************************************
027183 1300-LOAD-ONE-DAY.
027184     IF WS-CAL-COUNT < 400
027185         ADD 1 TO WS-CAL-COUNT
027187         MOVE CD-CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
027188         MOVE CD-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
027189     ELSE
027191         DISPLAY "CALENDAR: IGNORING ENTRY PAST FIRST 400"
027192     END-IF.
027193     READ CALENDAR
027195         AT END
027196             SET WS-CAL-EOF TO TRUE
027197     END-READ.
027199 1300-EXIT.
027200     EXIT.
027300
027400*****************************************************************
032000         PERFORM 2400-SUSPEND-LINE THRU 2400-EXIT
032100         GO TO 2200-NEXT
032200     END-IF.
032217     IF WS-HOLD-LINES
032233         WRITE UO-HELD-REC FROM MO-DETAIL-LINE
032250         ADD 1 TO WS-HELD-LINE-COUNT
032267         GO TO 2200-NEXT
032283     END-IF.
032300     WRITE IV-PRINT-LINE FROM MO-DETAIL-LINE.
032400     SET IA-DETAIL-REC TO TRUE.
032500     MOVE WS-INVOICE-NO      TO IA-INVOICE-NO.
033200     WRITE IA-ARCHIVE-REC.
033300     ADD 1 TO WS-INVOICE-LINES.
033400     ADD MO-EXTENSION-AMT TO WS-INVOICE-TOTAL.
033425     IF MO-SVC-START NUMERIC AND MO-SVC-START > ZERO
033450         PERFORM 2500-DEFER-LINE THRU 2500-EXIT
033475     END-IF.
033500 2200-NEXT.
033600     PERFORM 2100-RETURN-NEXT THRU 2100-EXIT.
033700 2200-EXIT.
033900
034000*****************************************************************
034100*  2300-OPEN-INVOICE.                                          *
034133*    A WEEKLY OR MONTHLY CUSTOMER OFF ITS BILLING DAY OPENS NO *
034167*    INVOICE - ITS LINES ARE HELD FOR THE NEXT ONE.            *
034200*****************************************************************
034300 2300-OPEN-INVOICE.
034400     MOVE ZERO TO WS-INVOICE-TOTAL.
034500     MOVE ZERO TO WS-INVOICE-LINES.
034525     MOVE "N" TO WS-HOLD-SW.
034550     MOVE "CUST" TO WS-SUSP-CODE.
034575     MOVE "ACCOUNT NOT ON CUSTOMER MASTER" TO WS-SUSP-TEXT.
034600     SET WS-CUST-FOUND TO TRUE.
034700     MOVE WS-CURRENT-ACCOUNT TO CU-ACCOUNT-CODE.
034800     READ CUST-MAST
034900         INVALID KEY
035000             MOVE "N" TO WS-CUST-FOUND-SW
035100     END-READ.
035109     IF NOT WS-CUST-FOUND
035118         GO TO 2300-EXIT
035127     END-IF.
035136     IF (CU-BILL-WEEKLY AND NOT WS-WEEK-END-TODAY)
035145             OR (CU-BILL-MONTHLY AND NOT WS-MONTH-END-TODAY)
035155         SET WS-HOLD-LINES TO TRUE
035164         ADD 1 TO WS-HELD-ACCOUNTS
035173         GO TO 2300-EXIT
035182     END-IF.
035191     PERFORM 2380-RESOLVE-CURRENCY THRU 2380-EXIT.
035200     IF NOT WS-CUST-FOUND
035300         GO TO 2300-EXIT
035400     END-IF.
036900     PERFORM 2360-RESOLVE-RATE THRU 2360-EXIT
037000         VARYING JUR-IDX FROM 1 BY 1
037100         UNTIL JUR-IDX > WS-JUR-COUNT.
037110     MOVE SPACES TO WS-EXEMPT-CERT.
037120     PERFORM 2370-CHECK-ONE-EXEMPTION THRU 2370-EXIT
037130         VARYING EXM-IDX FROM 1 BY 1
037140         UNTIL EXM-IDX > WS-EXM-COUNT
037150            OR WS-EXEMPT-CERT NOT = SPACES.
037160     IF WS-EXEMPT-CERT NOT = SPACES
037170         MOVE ZERO TO WS-CUST-RATE
037180         ADD 1 TO WS-EXEMPT-COUNT
037190     END-IF.
037200     SET IA-HEADER-REC TO TRUE.
037300     MOVE WS-INVOICE-NO      TO IA-INVOICE-NO.
037400     MOVE WS-CURRENT-ACCOUNT TO IA-ACCOUNT-CODE.
038300     MOVE CU-TAX-JURIS       TO IA-TAX-JURIS.
038400     MOVE ZERO               TO IA-SUBTOTAL.
038500     MOVE ZERO               TO IA-TAX-AMOUNT.
038533     MOVE ZERO               TO IA-DEPOSIT-APPLIED.
038567     MOVE SPACES             TO IA-EXEMPT-CERT.
038600     WRITE IA-ARCHIVE-REC.
038700 2300-EXIT.
038800     EXIT.
040000     MOVE SPACES TO IA-TAX-JURIS.
040100     MOVE ZERO   TO IA-SUBTOTAL.
040200     MOVE ZERO   TO IA-TAX-AMOUNT.
040233     MOVE ZERO   TO IA-DEPOSIT-APPLIED.
040267     MOVE SPACES TO IA-EXEMPT-CERT.
040300 2350-EXIT.
040400     EXIT.
040500
041700     EXIT.
041800
041900*****************************************************************
041901*  2370-CHECK-ONE-EXEMPTION.                                   *
041903*    THE CERTIFICATE MUST BE FOR THE CUSTOMER'S OWN TAX        *
041904*    JURISDICTION AND IN FORCE ON THE BILL DATE.               *
041906*****************************************************************
041907 2370-CHECK-ONE-EXEMPTION.
041909     IF WS-EXM-ACCOUNT(EXM-IDX) = WS-CURRENT-ACCOUNT
041910             AND WS-EXM-JURIS(EXM-IDX) = CU-TAX-JURIS
041911             AND WS-EXM-EFFECTIVE(EXM-IDX) NOT > WS-PROCESS-DATE
041913             AND (WS-EXM-EXPIRY(EXM-IDX) = ZERO
041914              OR WS-EXM-EXPIRY(EXM-IDX) NOT < WS-PROCESS-DATE)
041916         MOVE WS-EXM-CERT(EXM-IDX) TO WS-EXEMPT-CERT
041917     END-IF.
041919 2370-EXIT.
041920     EXIT.
041921
041923*****************************************************************
041924*  2380-RESOLVE-CURRENCY.                                       *
041926*    A CUSTOMER BILLED IN BASE (CU-BILL-CCY SPACES OR USD)      *
041927*    NEEDS NO RATE.  ANY OTHER CURRENCY MUST HAVE A RATE IN     *
041929*    EFFECT ON THE BILL DATE, OR THE ACCOUNT'S LINES GO TO THE  *
041930*    BILLING SUSPENSE RATHER THAN BILL AT A GUESSED RATE.       *
041931*****************************************************************
041933 2380-RESOLVE-CURRENCY.
041934     MOVE SPACES TO WS-BILL-CCY.
041936     MOVE ZERO   TO WS-BOOK-RATE.
041937     IF CU-BILL-CCY = SPACES OR CU-BILL-CCY = "USD"
041939         GO TO 2380-EXIT
041940     END-IF.
041941     MOVE CU-BILL-CCY TO WS-FX-KEY.
041943     PERFORM 2385-FIND-RATE THRU 2385-EXIT.
041944     IF WS-FX-HIT > ZERO
041946         MOVE WS-FX-RATE(WS-FX-HIT) TO WS-BOOK-RATE
041947     END-IF.
041949     IF WS-BOOK-RATE = ZERO
041950         MOVE "N" TO WS-CUST-FOUND-SW
041951         MOVE "FXRT" TO WS-SUSP-CODE
041953         MOVE "NO FX RATE FOR THE BILLING CURRENCY"
041954             TO WS-SUSP-TEXT
041956         GO TO 2380-EXIT
041957     END-IF.
041959     MOVE CU-BILL-CCY TO WS-BILL-CCY.
041960 2380-EXIT.
041961     EXIT.
041963
041964*****************************************************************
041966*  2385-FIND-RATE.                                              *
041967*    LOOKS UP THE CURRENCY IN WS-FX-KEY; WS-FX-HIT IS ZERO      *
041969*    WHEN NO RATE IS IN EFFECT FOR IT.                          *
041970*****************************************************************
041971 2385-FIND-RATE.
041973     MOVE ZERO TO WS-FX-HIT.
041974     PERFORM 2390-MATCH-ONE-RATE THRU 2390-EXIT
041976         VARYING FX-IDX FROM 1 BY 1
041977         UNTIL FX-IDX > WS-FX-COUNT
041979            OR WS-FX-HIT > ZERO.
041980 2385-EXIT.
041981     EXIT.
041983
041984*****************************************************************
041986*  2390-MATCH-ONE-RATE.                                         *
041987*****************************************************************
041989 2390-MATCH-ONE-RATE.
041990     IF WS-FX-CODE(FX-IDX) = WS-FX-KEY
041991         MOVE FX-IDX TO WS-FX-HIT
041993     END-IF.
041994 2390-EXIT.
041996     EXIT.
041997
041999*****************************************************************
042000*  3000-CLOSE-INVOICE.                                         *
042100*    PRINTS THE INVOICE TOTAL AND CUTS THE ACCOUNT'S BILLING   *
042200*    SUMMARY RECORD FOR THE DAY.                               *
042220*    ANY PREPAID DEPOSIT THE CUSTOMER HOLDS IS DRAWN DOWN      *
042240*    AGAINST THE GROSS TOTAL FIRST.  THE BILLING SUMMARY AND   *
042260*    REGISTER KEEP THE GROSS; THE DRAW REACHES THE OPEN ITEM   *
042280*    AS A DEPADJ CREDIT.                                       *
042300*****************************************************************
042400 3000-CLOSE-INVOICE.
042500     IF NOT WS-CUST-FOUND OR WS-HOLD-LINES
042600         GO TO 3000-EXIT
042700     END-IF.
042800     COMPUTE WS-INVOICE-TAX ROUNDED =
043000     COMPUTE WS-GRAND-TOTAL =
043100         WS-INVOICE-TOTAL + WS-INVOICE-TAX.
043200     ADD WS-INVOICE-TAX TO WS-DAY-TAX-TOTAL.
043208     MOVE ZERO TO WS-DEP-APPLIED.
043217     MOVE ZERO TO DEP-IDX.
043225     MOVE WS-CURRENT-ACCOUNT TO WS-DEP-KEY.
043233     PERFORM 3150-MATCH-ONE-DEPOSIT THRU 3150-EXIT
043242         VARYING DEP-SUB FROM 1 BY 1
043250         UNTIL DEP-SUB > WS-DEP-COUNT
043258            OR DEP-IDX > ZERO.
043267     IF DEP-IDX > ZERO
043275         PERFORM 3200-DRAW-DEPOSIT THRU 3200-EXIT
043283     END-IF.
043292     COMPUTE WS-AMOUNT-DUE = WS-GRAND-TOTAL - WS-DEP-APPLIED.
043300     MOVE WS-INVOICE-TOTAL TO WS-SUB-AMOUNT.
043400     WRITE IV-PRINT-LINE FROM WS-INV-SUBTOT-LINE.
043500     MOVE WS-INVOICE-TAX TO WS-TAX-AMOUNT.
043600     MOVE CU-TAX-JURIS   TO WS-TAX-JURIS.
043614     IF WS-EXEMPT-CERT = SPACES
043629         MOVE SPACES TO WS-TAX-CERT-LABEL
043643     ELSE
043657         MOVE " EXEMPT CERT " TO WS-TAX-CERT-LABEL
043671     END-IF.
043686     MOVE WS-EXEMPT-CERT TO WS-TAX-CERT.
043700     WRITE IV-PRINT-LINE FROM WS-INV-TAX-LINE.
043800     MOVE WS-GRAND-TOTAL   TO WS-TOT-AMOUNT.
043900     MOVE WS-INVOICE-LINES TO WS-TOT-LINES.
044000     WRITE IV-PRINT-LINE FROM WS-INV-TOTAL-LINE.
044008     IF WS-DEP-APPLIED > ZERO
044017         MOVE WS-DEP-APPLIED TO WS-DEP-AMOUNT
044025         WRITE IV-PRINT-LINE FROM WS-INV-DEPOSIT-LINE
044033         MOVE WS-AMOUNT-DUE  TO WS-DUE-AMOUNT
044042         WRITE IV-PRINT-LINE FROM WS-INV-DUE-LINE
044050     END-IF.
044058     IF WS-BILL-CCY NOT = SPACES
044067         PERFORM 3300-PRINT-FOREIGN THRU 3300-EXIT
044075     ELSE
044083         MOVE ZERO TO WS-FOREIGN-TOTAL
044092     END-IF.
044100     MOVE WS-CURRENT-ACCOUNT TO BS-ACCOUNT-CODE.
044200     MOVE WS-PROCESS-DATE    TO BS-BILL-DATE.
044300     MOVE WS-INVOICE-LINES   TO BS-LINE-COUNT.
044400     MOVE WS-GRAND-TOTAL     TO BS-INVOICE-TOTAL.
044500     MOVE WS-INVOICE-NO      TO BS-INVOICE-NO.
044600     MOVE WS-INVOICE-TAX     TO BS-TAX-AMOUNT.
044610     MOVE CU-TAX-JURIS       TO BS-TAX-JURIS.
044620     IF WS-EXEMPT-CERT = SPACES
044630         MOVE "N" TO BS-EXEMPT-SW
044640     ELSE
044650         SET BS-TAX-EXEMPT TO TRUE
044660     END-IF.
044670     MOVE WS-BILL-CCY        TO BS-CURRENCY-CODE.
044680     MOVE WS-FOREIGN-TOTAL   TO BS-FOREIGN-TOTAL.
044690     MOVE WS-BOOK-RATE       TO BS-BOOK-RATE.
044700     WRITE BS-BILLING-REC.
044800     SET IA-TRAILER-REC TO TRUE.
044900     MOVE WS-INVOICE-NO      TO IA-INVOICE-NO.
045600     MOVE CU-TAX-JURIS       TO IA-TAX-JURIS.
045700     MOVE WS-INVOICE-TOTAL   TO IA-SUBTOTAL.
045800     MOVE WS-INVOICE-TAX     TO IA-TAX-AMOUNT.
045833     MOVE WS-DEP-APPLIED     TO IA-DEPOSIT-APPLIED.
045867     MOVE WS-EXEMPT-CERT     TO IA-EXEMPT-CERT.
045900     WRITE IA-ARCHIVE-REC.
046000     MOVE WS-INVOICE-NO      TO RG-INVOICE-NO.
046100     MOVE WS-CURRENT-ACCOUNT TO RG-ACCOUNT-CODE.
046400     WRITE RG-REGISTER-LINE.
046500     ADD 1 TO WS-ACCOUNT-COUNT.
046600 3000-EXIT.
046601     EXIT.
046603
046604*****************************************************************
046605*  3150-MATCH-ONE-DEPOSIT.                                     *
046607*    THE CALLER HAS PLACED THE ACCOUNT IN WS-DEP-KEY.          *
046608*****************************************************************
046609 3150-MATCH-ONE-DEPOSIT.
046611     IF WS-DEP-ACCOUNT(DEP-SUB) = WS-DEP-KEY
046612         MOVE DEP-SUB TO DEP-IDX
046613     END-IF.
046615 3150-EXIT.
046616     EXIT.
046617
046619*****************************************************************
046620*  3200-DRAW-DEPOSIT.                                          *
046621*    INVOICES BILL IN WHOLE UNITS, SO ONLY THE WHOLE UNITS ON  *
046623*    DEPOSIT ARE DRAWN, UP TO THE GROSS TOTAL; THE CENTS AND   *
046624*    ANY EXCESS STAY ON DEPOSIT FOR THE NEXT INVOICE.          *
046625*****************************************************************
046627 3200-DRAW-DEPOSIT.
046628     MOVE WS-DEP-AVAILABLE(DEP-IDX) TO WS-DEP-WHOLE.
046629     IF WS-DEP-WHOLE > WS-GRAND-TOTAL
046631         MOVE WS-GRAND-TOTAL TO WS-DEP-APPLIED
046632     ELSE
046633         MOVE WS-DEP-WHOLE   TO WS-DEP-APPLIED
046635     END-IF.
046636     IF WS-DEP-APPLIED = ZERO
046637         GO TO 3200-EXIT
046639     END-IF.
046640     SUBTRACT WS-DEP-APPLIED FROM WS-DEP-AVAILABLE(DEP-IDX).
046641     MOVE WS-INVOICE-NO         TO AJ-INVOICE-NO.
046643     MOVE WS-CURRENT-ACCOUNT    TO AJ-ACCOUNT-CODE.
046644     MOVE WS-DEP-APPLIED        TO AJ-CREDIT-AMOUNT.
046645     MOVE WS-PROCESS-DATE       TO AJ-ADJ-DATE.
046647     MOVE "DEPOSIT"             TO AJ-SOURCE-KEY.
046648     WRITE AJ-ADJUSTMENT-REC.
046649     MOVE "INVOICE1"            TO JF-SOURCE-PROGRAM.
046651     MOVE SPACES                TO JF-TRANS-KEY.
046652     MOVE "DEPAPP"              TO JF-TRANS-KEY(1:6).
046653     MOVE WS-CURRENT-ACCOUNT    TO JF-TRANS-KEY(7:6).
046655     MOVE "+"                   TO JF-AMOUNT-SIGN.
046656     MOVE WS-DEP-APPLIED        TO JF-AMOUNT.
046657     MOVE SPACES                TO JF-CURRENCY-CODE.
046659     MOVE WS-PROCESS-DATE       TO JF-RUN-DATE.
046660     WRITE JF-JOURNAL-REC.
046661     ADD WS-DEP-APPLIED TO WS-DEP-DAY-TOTAL.
046663     ADD 1 TO WS-DEP-INVOICES.
046664 3200-EXIT.
046665     EXIT.
046667
046668*****************************************************************
046669*  3300-PRINT-FOREIGN.                                          *
046671*    THE INVOICE IN THE CUSTOMER'S CURRENCY IS THE BASE TOTAL   *
046672*    AT THE BOOKING RATE, TO THE CENT, WITH THE AMOUNT DUE      *
046673*    LIKEWISE WHEN A DEPOSIT WAS DRAWN.  THE BASE AMOUNTS STAY  *
046675*    THE BOOK OF RECORD; THE FOREIGN TOTAL AND RATE RIDE THE    *
046676*    BILLING SUMMARY TO THE RECEIVABLES LEDGER.                 *
046677*****************************************************************
046679 3300-PRINT-FOREIGN.
046680     COMPUTE WS-FOREIGN-TOTAL ROUNDED =
046681         WS-GRAND-TOTAL / WS-BOOK-RATE.
046683     MOVE WS-BILL-CCY      TO WS-FXT-CCY.
046684     MOVE WS-FOREIGN-TOTAL TO WS-FXT-AMOUNT.
046685     MOVE WS-BOOK-RATE     TO WS-FXT-RATE.
046687     WRITE IV-PRINT-LINE FROM WS-INV-FX-TOTAL-LINE.
046688     IF WS-DEP-APPLIED > ZERO
046689         COMPUTE WS-FOREIGN-DUE ROUNDED =
046691             WS-AMOUNT-DUE / WS-BOOK-RATE
046692         MOVE WS-BILL-CCY    TO WS-FXD-CCY
046693         MOVE WS-FOREIGN-DUE TO WS-FXD-AMOUNT
046695         WRITE IV-PRINT-LINE FROM WS-INV-FX-DUE-LINE
046696     END-IF.
046697     ADD 1 TO WS-FX-INVOICES.
046699 3300-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047600     MOVE "INVOICE1"        TO DL-EXC-PROGRAM.
047700     MOVE SPACES            TO DL-EXC-KEY.
047800     MOVE MO-ITEM-KEY       TO DL-EXC-KEY(1:8).
047900     MOVE WS-SUSP-CODE      TO DL-EXC-REASON-CODE.
048000     MOVE WS-SUSP-TEXT      TO DL-EXC-REASON-TEXT.
048200     MOVE MO-EXTENSION-AMT  TO DL-EXC-AMOUNT.
048300     MOVE WS-PROCESS-DATE   TO DL-EXC-DATE.
048400     ACCEPT WS-CLOCK-TIME FROM TIME.
049100     EXIT.
049200
049300*****************************************************************
049301*  2500-DEFER-LINE.                                             *
049302*    A LINE BILLED UP FRONT FOR A SERVICE PERIOD IS EARNED      *
049303*    MONTH BY MONTH, NOT ON THE BILL DATE.  ITS EXTENSION IS    *
049304*    SPREAD EVENLY OVER THE CALENDAR MONTHS THE PERIOD          *
049305*    TOUCHES (EACH SLICE TRUNCATED TO THE CENT), THE LAST       *
049306*    SLICE TAKING THE REMAINDER THE EVEN SLICES LEAVE, AND      *
049307*    THE WHOLE AMOUNT MOVES FROM REVENUE TO DEFERRED REVENUE    *
049308*    ON JRNLFD UNDER POSTING TYPE DEFREV.  A PERIOD THAT IS     *
049309*    NOT A VALID DATE RANGE OR RUNS PAST 120 MONTHS IS NOT      *
049310*    DEFERRED - THE LINE STAYS ORDINARY REVENUE AND IS NAMED    *
049311*    ON THE CONSOLE.                                            *
049312*****************************************************************
049314 2500-DEFER-LINE.
049315     IF MO-EXTENSION-AMT = ZERO
049316         GO TO 2500-EXIT
049317     END-IF.
049318     IF MO-SVC-END NOT NUMERIC
049319             OR MO-SVC-END < MO-SVC-START
049320         GO TO 2500-REJECT
049321     END-IF.
049322     MOVE MO-SVC-END TO WS-DEF-DATE.
049323     IF WS-DEF-MM < 1 OR WS-DEF-MM > 12
049324         GO TO 2500-REJECT
049325     END-IF.
049326     COMPUTE WS-DEF-END-MONTH = WS-DEF-YYYY * 12 + WS-DEF-MM.
049327     MOVE MO-SVC-START TO WS-DEF-DATE.
049328     IF WS-DEF-MM < 1 OR WS-DEF-MM > 12
049329         GO TO 2500-REJECT
049330     END-IF.
049331     COMPUTE WS-DEF-MONTHS =
049332         WS-DEF-END-MONTH - (WS-DEF-YYYY * 12 + WS-DEF-MM) + 1.
049333     IF WS-DEF-MONTHS > 120
049334         GO TO 2500-REJECT
049335     END-IF.
049336     COMPUTE WS-DEF-SLICE = MO-EXTENSION-AMT / WS-DEF-MONTHS.
049338     COMPUTE WS-DEF-LAST-SLICE =
049339         MO-EXTENSION-AMT - (WS-DEF-SLICE * (WS-DEF-MONTHS - 1)).
049340     PERFORM 2510-WRITE-ONE-SLICE THRU 2510-EXIT
049341         VARYING DEF-IDX FROM 1 BY 1
049342         UNTIL DEF-IDX > WS-DEF-MONTHS.
049343     MOVE "INVOICE1"            TO JF-SOURCE-PROGRAM.
049344     MOVE SPACES                TO JF-TRANS-KEY.
049345     MOVE "DEFREV"              TO JF-TRANS-KEY(1:6).
049346     MOVE WS-CURRENT-ACCOUNT    TO JF-TRANS-KEY(7:6).
049347     MOVE "+"                   TO JF-AMOUNT-SIGN.
049348     MOVE MO-EXTENSION-AMT      TO JF-AMOUNT.
049349     MOVE SPACES                TO JF-CURRENCY-CODE.
049350     MOVE WS-PROCESS-DATE       TO JF-RUN-DATE.
049351     WRITE JF-JOURNAL-REC.
049352     ADD 1 TO WS-DEF-LINES.
049353     ADD MO-EXTENSION-AMT TO WS-DEF-DAY-TOTAL.
049354     GO TO 2500-EXIT.
049355 2500-REJECT.
049356     DISPLAY "INVOICE1 - BAD SERVICE PERIOD ON ITEM " MO-ITEM-KEY
049357         " " MO-SVC-START "-" MO-SVC-END " - NOT DEFERRED".
049358     ADD 1 TO WS-DEF-REJECTS.
049359 2500-EXIT.
049360     EXIT.
049361
049363*****************************************************************
049364*  2510-WRITE-ONE-SLICE.                                        *
049365*    WS-DEF-DATE WALKS FORWARD ONE MONTH PER SLICE FROM THE     *
049366*    SERVICE START.                                             *
049367*****************************************************************
049368 2510-WRITE-ONE-SLICE.
049369     MOVE WS-INVOICE-NO      TO DF-INVOICE-NO.
049370     MOVE WS-INVOICE-LINES   TO DF-LINE-NO.
049371     MOVE DEF-IDX            TO DF-SLICE-NO.
049372     MOVE WS-CURRENT-ACCOUNT TO DF-ACCOUNT-CODE.
049373     MOVE MO-ITEM-KEY        TO DF-ITEM-KEY.
049374     MOVE WS-PROCESS-DATE    TO DF-BILL-DATE.
049375     MOVE MO-SVC-START       TO DF-SVC-START.
049376     MOVE MO-SVC-END         TO DF-SVC-END.
049377     MOVE WS-DEF-MONTHS      TO DF-SLICE-COUNT.
049378     COMPUTE DF-PERIOD = WS-DEF-YYYY * 100 + WS-DEF-MM.
049379     IF DEF-IDX = WS-DEF-MONTHS
049380         MOVE WS-DEF-LAST-SLICE TO DF-AMOUNT
049381     ELSE
049382         MOVE WS-DEF-SLICE      TO DF-AMOUNT
049383     END-IF.
049384     SET DF-OPEN TO TRUE.
049385     MOVE ZERO               TO DF-RECOG-DATE.
049386     WRITE DF-DEFER-REC
049388         INVALID KEY
049389             DISPLAY "INVOICE1 - DEFSCHD DUPLICATE SLICE " DF-KEY
049390     END-WRITE.
049391     ADD 1 TO WS-DEF-MM.
049392     IF WS-DEF-MM > 12
049393         MOVE 1 TO WS-DEF-MM
049394         ADD 1 TO WS-DEF-YYYY
049395     END-IF.
049396 2510-EXIT.
049397     EXIT.
049398
049399*****************************************************************
049400*  9000-FINALIZE.                                              *
049500*****************************************************************
049600 9000-FINALIZE.
049700     DISPLAY "INVOICE1 ACCOUNTS INVOICED: " WS-ACCOUNT-COUNT.
049800     DISPLAY "INVOICE1 LINES TO SUSPENSE: " WS-SUSP-COUNT.
049807     DISPLAY "INVOICE1 LINES HELD UNBILLED: " WS-HELD-LINE-COUNT
049814         " ACCOUNTS: " WS-HELD-ACCOUNTS.
049821     DISPLAY "INVOICE1 TAX-EXEMPT INVOICES: " WS-EXEMPT-COUNT.
049829     DISPLAY "INVOICE1 DEPOSITS APPLIED:  " WS-DEP-INVOICES
049836         " AMOUNT: " WS-DEP-DAY-TOTAL.
049843     DISPLAY "INVOICE1 LINES DEFERRED:    " WS-DEF-LINES
049850         " AMOUNT: " WS-DEF-DAY-TOTAL.
049857     IF WS-DEF-REJECTS > ZERO
049864         DISPLAY "INVOICE1 SERVICE PERIODS REJECTED: "
049871             WS-DEF-REJECTS
049879     END-IF.
049886     DISPLAY "INVOICE1 FOREIGN-CURRENCY INVOICES: "
049893         WS-FX-INVOICES.
049900     IF WS-SUSP-COUNT > ZERO
050000         MOVE 4 TO RETURN-CODE
050100     END-IF.
051700     CLOSE INV-REG.
051800     CLOSE CUST-MAST.
051900     CLOSE BILL-SUSP.
051920     CLOSE DEP-ADJ.
051940     CLOSE UNBL-OUT.
051960     CLOSE JRN-FEED.
051980     CLOSE DEF-SCHED.
052000 9000-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*  1400-JUDGE-BILLING-DAY.                                     *
052500*    TODAY BILLS THE MONTHLY CUSTOMERS WHEN IT IS THE MONTH'S  *
052600*    LAST BUSINESS DAY - MARKED "E" ON THE CALENDAR, OR WITH   *
052700*    NO LATER BUSINESS DAY IN THE MONTH - AND THE WEEKLY ONES  *
052800*    WHEN NO LATER WEEKDAY THIS WEEK IS A BUSINESS DAY, SO A   *
052900*    FRIDAY HOLIDAY MOVES THE WEEK'S BILLING TO THURSDAY.      *
053000*    THE SAME JUDGEMENT CALTRIG1 MAKES FOR THE MONTH-END RUN.  *
053100*****************************************************************
053200 1400-JUDGE-BILLING-DAY.
053300     PERFORM 1410-CHECK-ONE-MARK THRU 1410-EXIT
053400         VARYING CAL-IDX FROM 1 BY 1
053500         UNTIL CAL-IDX > WS-CAL-COUNT
053600            OR WS-MONTH-END-TODAY.
053700     IF NOT WS-MONTH-END-TODAY
053800         COMPUTE WS-DAY-NUMBER =
053900             FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
054000         SET WS-MONTH-END-TODAY TO TRUE
054100         PERFORM 1420-PROBE-MONTH-DAY THRU 1420-EXIT
054200             WITH TEST AFTER
054300             UNTIL NOT WS-MONTH-END-TODAY
054400                OR WS-PROBE-DATE(5:2)
054500                   NOT = WS-PROCESS-DATE(5:2)
054600     END-IF.
054700     COMPUTE WS-DAY-NUMBER =
054800         FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
054900     SET WS-WEEK-END-TODAY TO TRUE.
055000     PERFORM 1440-PROBE-WEEK-DAY THRU 1440-EXIT
055100         WITH TEST AFTER
055200         UNTIL NOT WS-WEEK-END-TODAY
055300            OR WS-DAY-OF-WEEK = ZERO
055400            OR WS-DAY-OF-WEEK = 6.
055500 1400-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*  1410-CHECK-ONE-MARK.                                        *
056000*****************************************************************
056100 1410-CHECK-ONE-MARK.
056200     IF WS-CAL-DATE(CAL-IDX) = WS-PROCESS-DATE
056300             AND WS-CAL-TYPE(CAL-IDX) = "E"
056400         SET WS-MONTH-END-TODAY TO TRUE
056500     END-IF.
056600 1410-EXIT.
056700     EXIT.
056800
056900*****************************************************************
057000*  1420-PROBE-MONTH-DAY.                                       *
057100*    A LATER BUSINESS DAY INSIDE THE SAME MONTH MEANS TODAY    *
057200*    IS NOT THE MONTH'S LAST.                                  *
057300*****************************************************************
057400 1420-PROBE-MONTH-DAY.
057500     ADD 1 TO WS-DAY-NUMBER.
057600     COMPUTE WS-PROBE-DATE =
057700         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
057800     IF WS-PROBE-DATE(5:2) NOT = WS-PROCESS-DATE(5:2)
057900         GO TO 1420-EXIT
058000     END-IF.
058100     PERFORM 1450-JUDGE-PROBE-DAY THRU 1450-EXIT.
058200     IF NOT WS-DAY-IS-OFF
058300         MOVE "N" TO WS-MONTH-END-SW
058400     END-IF.
058500 1420-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900*  1440-PROBE-WEEK-DAY.                                        *
059000*    A LATER BUSINESS DAY BEFORE THE WEEKEND MEANS TODAY IS    *
059100*    NOT THE WEEK'S LAST.                                      *
059200*****************************************************************
059300 1440-PROBE-WEEK-DAY.
059400     ADD 1 TO WS-DAY-NUMBER.
059500     COMPUTE WS-PROBE-DATE =
059600         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
059700     PERFORM 1450-JUDGE-PROBE-DAY THRU 1450-EXIT.
059800     IF WS-DAY-OF-WEEK = ZERO OR WS-DAY-OF-WEEK = 6
059900         GO TO 1440-EXIT
060000     END-IF.
060100     IF NOT WS-DAY-IS-OFF
060200         MOVE "N" TO WS-WEEK-END-SW
060300     END-IF.
060400 1440-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800*  1450-JUDGE-PROBE-DAY.                                       *
060900*    WEEKENDS BY ARITHMETIC, HOLIDAYS FROM THE CALENDAR.       *
061000*****************************************************************
061100 1450-JUDGE-PROBE-DAY.
061200     MOVE "N" TO WS-OFF-SW.
061300     COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DAY-NUMBER 7).
061400     IF WS-DAY-OF-WEEK = ZERO OR WS-DAY-OF-WEEK = 6
061500         SET WS-DAY-IS-OFF TO TRUE
061600     END-IF.
061700     PERFORM 1460-CHECK-ONE-HOLIDAY THRU 1460-EXIT
061800         VARYING CAL-IDX FROM 1 BY 1
061900         UNTIL CAL-IDX > WS-CAL-COUNT
062000            OR WS-DAY-IS-OFF.
062100 1450-EXIT.
062200     EXIT.
062300
062400*****************************************************************
062500*  1460-CHECK-ONE-HOLIDAY.                                     *
062600*****************************************************************
062700 1460-CHECK-ONE-HOLIDAY.
062800     IF WS-CAL-DATE(CAL-IDX) = WS-PROBE-DATE
062900             AND WS-CAL-TYPE(CAL-IDX) = "H"
063000         SET WS-DAY-IS-OFF TO TRUE
063100     END-IF.
063200 1460-EXIT.
063300     EXIT.
063400
063500*****************************************************************
063600*  1500-LOAD-ONE-EXEMPTION.                                    *
063700*****************************************************************
063800 1500-LOAD-ONE-EXEMPTION.
063900     IF WS-EXM-COUNT < 2000
064000         ADD 1 TO WS-EXM-COUNT
064100         MOVE EC-ACCOUNT-CODE   TO WS-EXM-ACCOUNT(WS-EXM-COUNT)
064200         MOVE EC-TAX-JURIS      TO WS-EXM-JURIS(WS-EXM-COUNT)
064300         MOVE EC-CERT-NO        TO WS-EXM-CERT(WS-EXM-COUNT)
064400         MOVE EC-EFFECTIVE-DATE TO WS-EXM-EFFECTIVE(WS-EXM-COUNT)
064500         MOVE EC-EXPIRY-DATE    TO WS-EXM-EXPIRY(WS-EXM-COUNT)
064600     ELSE
064700         DISPLAY "TAXEXMS: IGNORING CERTIFICATE PAST FIRST 2000"
064800     END-IF.
064900     READ TAX-EXMS
065000         AT END
065100             SET WS-EXM-EOF TO TRUE
065200     END-READ.
065300 1500-EXIT.
065400     EXIT.
065500
065600*****************************************************************
065700*  1600-LOAD-ONE-RATE.                                          *
065800*    FXRATHST HOLDS EVERY DAY'S RATES.  THE RATE IN EFFECT ON   *
065900*    THE BILL DATE IS EACH CURRENCY'S LATEST RATE DATED ON OR   *
066000*    BEFORE IT; A RATE DATED LATER IS PASSED OVER.              *
066100*****************************************************************
066200 1600-LOAD-ONE-RATE.
066300     IF FX-RATE-DATE > WS-PROCESS-DATE
066400         GO TO 1600-NEXT
066500     END-IF.
066600     MOVE FX-CURRENCY-CODE TO WS-FX-KEY.
066700     PERFORM 2385-FIND-RATE THRU 2385-EXIT.
066800     IF WS-FX-HIT = ZERO
066900         IF WS-FX-COUNT < 20
067000             ADD 1 TO WS-FX-COUNT
067100             MOVE WS-FX-COUNT      TO WS-FX-HIT
067200             MOVE FX-CURRENCY-CODE TO WS-FX-CODE(WS-FX-HIT)
067300             MOVE ZERO             TO WS-FX-DATE(WS-FX-HIT)
067400         ELSE
067500             DISPLAY "FXRATHST: IGNORING CURRENCY PAST FIRST 20"
067600             GO TO 1600-NEXT
067700         END-IF
067800     END-IF.
067900     IF FX-RATE-DATE NOT < WS-FX-DATE(WS-FX-HIT)
068000         MOVE FX-RATE-TO-BASE TO WS-FX-RATE(WS-FX-HIT)
068100         MOVE FX-RATE-DATE    TO WS-FX-DATE(WS-FX-HIT)
068200     END-IF.
068300 1600-NEXT.
068400     READ FX-HIST
068500         AT END
068600             SET WS-FXH-EOF TO TRUE
068700     END-READ.
068800 1600-EXIT.
068900     EXIT.
