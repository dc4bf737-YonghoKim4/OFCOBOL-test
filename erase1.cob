000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     ERASE1.
000600 AUTHOR.         D. LARKSPUR.
000700 INSTALLATION.   DAILY LEDGER PROCESSING.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.  2026-10-15.
001000*****************************************************************
001100*  PURPOSE.                                                    *
001200*    PERSONAL-DATA ERASURE.  FOR EVERY ACCOUNT ON THE ERASREQ  *
001300*    REQUEST FILE, REPLACES THE CUSTOMER NAME AND BOTH         *
001400*    ADDRESS LINES WITH ONE FIXED ANONYMIZED VALUE EVERYWHERE  *
001500*    THIS SYSTEM HOLDS THEM -                                  *
001600*      CUSTMAST  THE CUSTOMER MASTER RECORD, REWRITTEN IN      *
001700*                PLACE                                         *
001800*      INVARCH   EVERY INVOICE HEADER IN THE INVOICE ARCHIVE   *
001900*                (INVARCHI TO INVARCHO)                        *
002000*      AGYPLC    THE CUSTOMER RECORD OF THE COLLECTION-AGENCY  *
002100*                PLACEMENT EXTRACT (AGYPLCI TO AGYPLCO)        *
002200*      EINVOUT   THE CUSTOMER AND INVOICE HEADERS OF THE       *
002300*                E-INVOICE EXTRACT (EINVOUTI TO EINVOUTO)      *
002312*      CUSTAUD   THE BEFORE AND AFTER IMAGES OF EVERY CUSTOMER *
002325*                AUDIT RECORD (CUSTAUDI TO CUSTAUDO)           *
002337*      EODARCH   THE AGYPLC CUSTOMER RECORDS AND EINVOUT       *
002350*                HEADERS PACKAGED IN THE END-OF-DAY ARCHIVE    *
002362*                SET (EODARCHI TO EODARCHO) - THE FIRST EIGHT  *
002375*                BYTES OF AN IMAGE ARE NEVER TOUCHED, SO THE   *
002387*                EODAMAN MANIFEST COUNT AND HASH STILL AGREE   *
002400*    AMOUNTS, INVOICE NUMBERS AND ACCOUNT CODES ARE NEVER      *
002500*    TOUCHED, SO THE BOOKS STILL RECONCILE.  AN ACCOUNT UNDER  *
002600*    LEGAL HOLD IS REFUSED OUTRIGHT.  THE ERASCERT ERASURE     *
002700*    CERTIFICATE LISTS EVERY FILE AND RECORD TOUCHED, EACH     *
002800*    REQUEST'S OUTCOME, AND EACH COPIED FILE'S RECORDS READ    *
002900*    AGAINST RECORDS WRITTEN.  A REFUSED REQUEST, OR ONE THAT  *
003000*    FOUND NOTHING ON FILE, ENDS THE STEP RC 4.  THE DUNNING   *
003100*    REGISTER AND LETTERS CARRY ONLY THE ACCOUNT CODE AND ARE  *
003200*    NOT REWRITTEN.  ERASURE CANNOT BE UNDONE, SO THE RUN IS   *
003300*    BEHIND THE AUTHORITY-PROFILE FRONT DOOR (RC 12 WHEN       *
003400*    REFUSED).                                                 *
003500*                                                              *
003600*  MODIFICATION HISTORY.                                       *
003700*    2026-10-15  DL  ORIGINAL PERSONAL-DATA ERASURE.           *
003720*    2026-10-15  DL  ALSO ERASES BOTH CUSTAUD AUDIT IMAGES AND *
003740*                    THE AGYPLC AND EINVOUT MEMBERS OF THE     *
003760*                    EODARCH SET.  THE ERASED VALUE NOW COMES  *
003780*                    FROM CU-NAME-ERASED IN DLCUSTMS.          *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT AUTH-USER ASSIGN TO "AUTHUSER"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT AUTH-PROF ASSIGN TO "AUTHPROF"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT SEC-AUDIT ASSIGN TO "SECAUDIT"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT ERASE-REQ ASSIGN TO "ERASREQ"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CU-ACCOUNT-CODE.
005400     SELECT ARCH-IN ASSIGN TO "INVARCHI"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT ARCH-OUT ASSIGN TO "INVARCHO"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT PLC-IN ASSIGN TO "AGYPLCI"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT PLC-OUT ASSIGN TO "AGYPLCO"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT EINV-IN ASSIGN TO "EINVOUTI"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT EINV-OUT ASSIGN TO "EINVOUTO"
006500         ORGANIZATION IS SEQUENTIAL.
006511     SELECT CUST-AUD-IN ASSIGN TO "CUSTAUDI"
006522         ORGANIZATION IS SEQUENTIAL.
006533     SELECT CUST-AUD-OUT ASSIGN TO "CUSTAUDO"
006544         ORGANIZATION IS SEQUENTIAL.
006555     SELECT EOD-ARCH-IN ASSIGN TO "EODARCHI"
006566         ORGANIZATION IS SEQUENTIAL.
006577     SELECT EOD-ARCH-OUT ASSIGN TO "EODARCHO"
006588         ORGANIZATION IS SEQUENTIAL.
006600     SELECT ERASE-CERT ASSIGN TO "ERASCERT"
006700         ORGANIZATION IS SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  AUTH-USER.
007200     COPY DLAUTHUS.
007300
007400 FD  AUTH-PROF.
007500     COPY DLAUTH.
007600
007700 FD  SEC-AUDIT.
007800     COPY DLSECAUD.
007900
008000 FD  ERASE-REQ.
008100     COPY DLERSREQ.
008200
008300 FD  CUST-MAST.
008400     COPY DLCUSTMS.
008500
008600 FD  ARCH-IN.
008700     COPY DLINVARC.
008800
008900 FD  ARCH-OUT.
009000 01  AO-ARCHIVE-REC           PIC X(222).
009100
009200 FD  PLC-IN.
009300     COPY DLAGYPLC.
009400
009500 FD  PLC-OUT.
009600 01  PO-PLACEMENT-REC         PIC X(100).
009700
009800 FD  EINV-IN.
009900     COPY DLEINVOT.
010000
010100 FD  EINV-OUT.
010200 01  EX-EINV-REC              PIC X(120).
010207
010215 FD  CUST-AUD-IN.
010223     COPY DLCUSTAU.
010230
010238 FD  CUST-AUD-OUT.
010246 01  YO-CUST-AUDIT-REC        PIC X(200).
010253
010261 FD  EOD-ARCH-IN.
010269     COPY DLEODARC.
010276
010284 FD  EOD-ARCH-OUT.
010292 01  ED-ARCHIVE-REC           PIC X(208).
010300
010400 FD  ERASE-CERT.
010500 01  EC-PRINT-LINE            PIC X(100).
010600
010700 WORKING-STORAGE SECTION.
010800 01  WS-AUTH-USER             PIC X(08) VALUE SPACES.
010900 01  WS-AUTH-OK-SW            PIC X(01) VALUE "N".
011000     88  WS-AUTH-OK               VALUE "Y".
011100 01  WS-AUTHU-EOF-SW          PIC X(01) VALUE "N".
011200     88  WS-AUTHU-EOF             VALUE "Y".
011300 01  WS-AUTHP-EOF-SW          PIC X(01) VALUE "N".
011400     88  WS-AUTHP-EOF             VALUE "Y".
011500 01  WS-AUTH-DATE             PIC 9(08) VALUE ZERO.
011600 01  WS-AUTH-CLOCK            PIC 9(08) VALUE ZERO.
011700
011800 01  WS-SWITCHES.
011900     05  WS-REQ-EOF-SW        PIC X(01) VALUE "N".
012000         88  WS-REQ-EOF            VALUE "Y".
012100     05  WS-EOF-SW            PIC X(01) VALUE "N".
012200         88  WS-EOF                VALUE "Y".
012300     05  WS-ON-FILE-SW        PIC X(01) VALUE "N".
012400         88  WS-ON-FILE            VALUE "Y".
012500
012600*****************************************************************
012700*  THE ONE VALUE EVERY ERASED NAME AND ADDRESS LINE CARRIES.   *
012733*    IT IS SET FROM CU-NAME-ERASED, THE CONDITION CRMSYNC1     *
012766*    TESTS BEFORE IT WILL SYNC A NAME OR ADDRESS.              *
012800*****************************************************************
012900 01  WS-ERASED-VALUE          PIC X(25) VALUE SPACES.
013100
013200 01  WS-LOOK-ACCOUNT          PIC X(06) VALUE SPACES.
013300 01  WS-REFUSED-COUNT         PIC 9(05) VALUE ZERO.
013400 01  WS-EMPTY-COUNT           PIC 9(05) VALUE ZERO.
013500 01  WS-ERASED-COUNT          PIC 9(05) VALUE ZERO.
013600 01  WS-TOUCHED-COUNT         PIC 9(07) VALUE ZERO.
013700 01  WS-ACCOUNT-TOTAL         PIC 9(07) VALUE ZERO.
013800 01  WS-ARCH-READ             PIC 9(09) VALUE ZERO.
013900 01  WS-ARCH-WRITTEN          PIC 9(09) VALUE ZERO.
014000 01  WS-PLC-READ              PIC 9(09) VALUE ZERO.
014100 01  WS-PLC-WRITTEN           PIC 9(09) VALUE ZERO.
014200 01  WS-EINV-READ             PIC 9(09) VALUE ZERO.
014300 01  WS-EINV-WRITTEN          PIC 9(09) VALUE ZERO.
014303 01  WS-CAUD-READ             PIC 9(09) VALUE ZERO.
014306 01  WS-CAUD-WRITTEN          PIC 9(09) VALUE ZERO.
014310 01  WS-EODA-READ             PIC 9(09) VALUE ZERO.
014313 01  WS-EODA-WRITTEN          PIC 9(09) VALUE ZERO.
014316
014320*****************************************************************
014323*  AN EODARCH IMAGE SEEN AS THE AGYPLC CUSTOMER RECORD OR AS   *
014326*  AN EINVOUT CUSTOMER OR INVOICE HEADER IT WAS PACKAGED FROM. *
014330*****************************************************************
014333 01  WS-EOD-IMAGE             PIC X(200).
014336 01  WS-EOD-PLACEMENT REDEFINES WS-EOD-IMAGE.
014340     05  WS-EP-RECORD-TYPE    PIC X(01).
014343     05  WS-EP-ACCOUNT        PIC X(08).
014346     05  WS-EP-NAME           PIC X(25).
014350     05  WS-EP-ADDRESS-1      PIC X(25).
014353     05  WS-EP-ADDRESS-2      PIC X(25).
014356     05  FILLER               PIC X(116).
014360 01  WS-EOD-EINVOICE REDEFINES WS-EOD-IMAGE.
014363     05  WS-EE-RECORD-TYPE    PIC X(02).
014366         88  WS-EE-CUST-HEADER     VALUE "CH".
014370         88  WS-EE-INV-HEADER      VALUE "IH".
014373     05  WS-EE-PARTNER-ID     PIC X(15).
014376     05  WS-EE-ACCOUNT-CODE   PIC X(06).
014380     05  WS-EE-INVOICE-NO     PIC X(08).
014383     05  WS-EE-HEADER-DATE    PIC X(08).
014386     05  WS-EE-CUST-NAME      PIC X(25).
014390     05  WS-EE-CUST-ADDR1     PIC X(25).
014393     05  WS-EE-CUST-ADDR2     PIC X(25).
014396     05  FILLER               PIC X(86).
014400
014500 01  WS-ERS-COUNT             PIC 9(03) VALUE ZERO.
014600 01  ERS-IDX                  PIC 9(03) VALUE ZERO.
014700 01  ERS-SUB                  PIC 9(03) VALUE ZERO.
014800 01  WS-ERS-TABLE.
014900     05  WS-ERS-ENTRY OCCURS 1 TO 500 TIMES
015000             DEPENDING ON WS-ERS-COUNT.
015100         10  WS-ERS-ACCOUNT   PIC X(06).
015200         10  WS-ERS-REQUEST-ID PIC X(10).
015300         10  WS-ERS-REQ-DATE  PIC 9(08).
015400         10  WS-ERS-HOLD-SW   PIC X(01).
015500             88  WS-ERS-ON-HOLD    VALUE "Y".
015600         10  WS-ERS-CUST-CNT  PIC 9(05).
015700         10  WS-ERS-ARCH-CNT  PIC 9(05).
015800         10  WS-ERS-PLC-CNT   PIC 9(05).
015900         10  WS-ERS-EINV-CNT  PIC 9(05).
015933         10  WS-ERS-CAUD-CNT  PIC 9(05).
015966         10  WS-ERS-EODA-CNT  PIC 9(05).
016000
016100 01  WS-CERT-HEADER.
016200     05  FILLER               PIC X(39) VALUE
016300         "PERSONAL DATA ERASURE CERTIFICATE  RUN ".
016400     05  WS-HDR-DATE          PIC 9(08).
016500     05  FILLER               PIC X(04) VALUE " BY ".
016600     05  WS-HDR-USER          PIC X(08).
016700
016800 01  WS-TOUCH-COLUMNS.
016900     05  FILLER               PIC X(48) VALUE
017000         "RECORDS TOUCHED - FILE      ACCOUNT  REQUEST    ".
017100     05  FILLER               PIC X(06) VALUE "RECORD".
017200
017300 01  WS-TOUCH-LINE.
017400     05  FILLER               PIC X(18) VALUE SPACES.
017500     05  WS-TCH-FILE          PIC X(08).
017600     05  FILLER               PIC X(02) VALUE SPACES.
017700     05  WS-TCH-ACCOUNT       PIC X(06).
017800     05  FILLER               PIC X(03) VALUE SPACES.
017900     05  WS-TCH-REQUEST-ID    PIC X(10).
018000     05  FILLER               PIC X(01) VALUE SPACE.
018100     05  WS-TCH-RECORD        PIC X(30).
018200
018300 01  WS-OUTCOME-COLUMNS.
018400     05  FILLER               PIC X(45) VALUE
018500         "ACCOUNT  REQUEST    RECEIVED  OUTCOME        ".
018600     05  FILLER               PIC X(48) VALUE
018700         "CUSTMAST INVARCH  AGYPLC EINVOUT CUSTAUD EODARCH".
018800
018900 01  WS-OUTCOME-LINE.
019000     05  WS-OUT-ACCOUNT       PIC X(06).
019100     05  FILLER               PIC X(03) VALUE SPACES.
019200     05  WS-OUT-REQUEST-ID    PIC X(10).
019300     05  FILLER               PIC X(01) VALUE SPACE.
019400     05  WS-OUT-REQ-DATE      PIC 9(08).
019500     05  FILLER               PIC X(02) VALUE SPACES.
019600     05  WS-OUT-OUTCOME       PIC X(15).
019700     05  WS-OUT-CUST-CNT      PIC Z(7)9.
019800     05  WS-OUT-ARCH-CNT      PIC Z(7)9.
019900     05  WS-OUT-PLC-CNT       PIC Z(7)9.
020000     05  WS-OUT-EINV-CNT      PIC Z(7)9.
020033     05  WS-OUT-CAUD-CNT      PIC Z(7)9.
020066     05  WS-OUT-EODA-CNT      PIC Z(7)9.
020100
020200 01  WS-PROOF-LINE.
020300     05  WS-PRF-FILE          PIC X(08).
020400     05  FILLER               PIC X(14) VALUE " RECORDS READ ".
020500     05  WS-PRF-READ          PIC Z(8)9.
020600     05  FILLER               PIC X(09) VALUE " WRITTEN ".
020700     05  WS-PRF-WRITTEN       PIC Z(8)9.
020800     05  FILLER               PIC X(01) VALUE SPACE.
020900     05  WS-PRF-STATUS        PIC X(14).
021000
021100 01  WS-CERT-TOTALS.
021200     05  FILLER               PIC X(08) VALUE "ERASED  ".
021300     05  WS-TOT-ERASED        PIC Z(4)9.
021400     05  FILLER               PIC X(11) VALUE "  REFUSED  ".
021500     05  WS-TOT-REFUSED       PIC Z(4)9.
021600     05  FILLER               PIC X(19) VALUE
021700         "  NOTHING ON FILE  ".
021800     05  WS-TOT-EMPTY         PIC Z(4)9.
021900     05  FILLER               PIC X(19) VALUE
022000         "  RECORDS TOUCHED  ".
022100     05  WS-TOT-TOUCHED       PIC Z(6)9.
022200
022300 PROCEDURE DIVISION.
022400*****************************************************************
022500*  0000-MAINLINE.                                              *
022600*****************************************************************
022700 0000-MAINLINE.
022800     PERFORM 0080-CHECK-AUTHORITY THRU 0080-EXIT.
022900     IF NOT WS-AUTH-OK
023000         MOVE 12 TO RETURN-CODE
023100         STOP RUN
023200     END-IF.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     PERFORM 2000-ERASE-CUSTOMER THRU 2000-EXIT
023500         VARYING ERS-IDX FROM 1 BY 1
023600         UNTIL ERS-IDX > WS-ERS-COUNT.
023700     PERFORM 3000-ERASE-ARCHIVE THRU 3000-EXIT
023800         UNTIL WS-EOF.
023900     MOVE "N" TO WS-EOF-SW.
024000     PERFORM 4000-ERASE-PLACEMENT THRU 4000-EXIT
024100         UNTIL WS-EOF.
024200     MOVE "N" TO WS-EOF-SW.
024300     PERFORM 5000-ERASE-EINVOICE THRU 5000-EXIT
024400         UNTIL WS-EOF.
024414     MOVE "N" TO WS-EOF-SW.
024428     PERFORM 6000-ERASE-CUST-AUDIT THRU 6000-EXIT
024442         UNTIL WS-EOF.
024457     MOVE "N" TO WS-EOF-SW.
024471     PERFORM 6500-ERASE-EOD-ARCHIVE THRU 6500-EXIT
024485         UNTIL WS-EOF.
024500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
024600     STOP RUN.
024700
024800*****************************************************************
024900*  1000-INITIALIZE.                                            *
025000*****************************************************************
025100 1000-INITIALIZE.
025200     OPEN INPUT ERASE-REQ.
025300     READ ERASE-REQ
025400         AT END
025500             SET WS-REQ-EOF TO TRUE
025600     END-READ.
025700     PERFORM 1100-LOAD-ONE-REQUEST THRU 1100-EXIT
025800         UNTIL WS-REQ-EOF.
025900     CLOSE ERASE-REQ.
026000     OPEN I-O CUST-MAST.
026033     SET CU-NAME-ERASED TO TRUE.
026066     MOVE CU-NAME TO WS-ERASED-VALUE.
026100     OPEN INPUT ARCH-IN.
026200     OPEN OUTPUT ARCH-OUT.
026300     OPEN INPUT PLC-IN.
026400     OPEN OUTPUT PLC-OUT.
026500     OPEN INPUT EINV-IN.
026600     OPEN OUTPUT EINV-OUT.
026620     OPEN INPUT CUST-AUD-IN.
026640     OPEN OUTPUT CUST-AUD-OUT.
026660     OPEN INPUT EOD-ARCH-IN.
026680     OPEN OUTPUT EOD-ARCH-OUT.
026700     OPEN OUTPUT ERASE-CERT.
026800     MOVE WS-AUTH-DATE TO WS-HDR-DATE.
026900     MOVE WS-AUTH-USER TO WS-HDR-USER.
027000     WRITE EC-PRINT-LINE FROM WS-CERT-HEADER.
027100     MOVE SPACES TO EC-PRINT-LINE.
027200     WRITE EC-PRINT-LINE.
027300     WRITE EC-PRINT-LINE FROM WS-TOUCH-COLUMNS.
027400 1000-EXIT.
027500     EXIT.
027600
027700*****************************************************************
027800*  1100-LOAD-ONE-REQUEST.                                      *
027900*    AN ACCOUNT REQUESTED TWICE IS ERASED ONCE.  A LEGAL HOLD  *
028000*    ON ANY OF ITS REQUESTS HOLDS THE ACCOUNT.                 *
028100*****************************************************************
028200 1100-LOAD-ONE-REQUEST.
028300     MOVE EQ-ACCOUNT-CODE TO WS-LOOK-ACCOUNT.
028400     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
028500     IF ERS-SUB > ZERO
028600         IF EQ-LEGAL-HOLD
028700             MOVE "Y" TO WS-ERS-HOLD-SW(ERS-SUB)
028800         END-IF
028900         GO TO 1100-NEXT
029000     END-IF.
029100     IF WS-ERS-COUNT NOT < 500
029200         DISPLAY "ERASREQ: IGNORING REQUEST PAST FIRST 500"
029300         GO TO 1100-NEXT
029400     END-IF.
029500     ADD 1 TO WS-ERS-COUNT.
029600     MOVE EQ-ACCOUNT-CODE  TO WS-ERS-ACCOUNT(WS-ERS-COUNT).
029700     MOVE EQ-REQUEST-ID    TO WS-ERS-REQUEST-ID(WS-ERS-COUNT).
029800     MOVE EQ-REQUEST-DATE  TO WS-ERS-REQ-DATE(WS-ERS-COUNT).
029900     MOVE "N"              TO WS-ERS-HOLD-SW(WS-ERS-COUNT).
030000     IF EQ-LEGAL-HOLD
030100         MOVE "Y" TO WS-ERS-HOLD-SW(WS-ERS-COUNT)
030200     END-IF.
030300     MOVE ZERO TO WS-ERS-CUST-CNT(WS-ERS-COUNT).
030400     MOVE ZERO TO WS-ERS-ARCH-CNT(WS-ERS-COUNT).
030500     MOVE ZERO TO WS-ERS-PLC-CNT(WS-ERS-COUNT).
030600     MOVE ZERO TO WS-ERS-EINV-CNT(WS-ERS-COUNT).
030633     MOVE ZERO TO WS-ERS-CAUD-CNT(WS-ERS-COUNT).
030666     MOVE ZERO TO WS-ERS-EODA-CNT(WS-ERS-COUNT).
030700 1100-NEXT.
030800     READ ERASE-REQ
030900         AT END
031000             SET WS-REQ-EOF TO TRUE
031100     END-READ.
031200 1100-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600*  2000-ERASE-CUSTOMER.                                        *
031700*    ANONYMIZES THE CUSTOMER MASTER RECORD IN PLACE, THE SAME  *
031800*    KEYED READ AND REWRITE CTFIX01 CORRECTS CODETRAN WITH.    *
031900*****************************************************************
032000 2000-ERASE-CUSTOMER.
032100     IF WS-ERS-ON-HOLD(ERS-IDX)
032200         GO TO 2000-EXIT
032300     END-IF.
032400     MOVE WS-ERS-ACCOUNT(ERS-IDX) TO CU-ACCOUNT-CODE.
032500     SET WS-ON-FILE TO TRUE.
032600     READ CUST-MAST
032700         INVALID KEY
032800             MOVE "N" TO WS-ON-FILE-SW
032900     END-READ.
033000     IF NOT WS-ON-FILE
033100         GO TO 2000-EXIT
033200     END-IF.
033300     MOVE WS-ERASED-VALUE TO CU-NAME.
033400     MOVE WS-ERASED-VALUE TO CU-ADDRESS-1.
033500     MOVE WS-ERASED-VALUE TO CU-ADDRESS-2.
033600     REWRITE CU-CUSTOMER-REC
033700         INVALID KEY
033800             DISPLAY "ERASE1 - REWRITE FAILED FOR "
033900                 CU-ACCOUNT-CODE
034000             GO TO 2000-EXIT
034100     END-REWRITE.
034200     MOVE ERS-IDX TO ERS-SUB.
034300     ADD 1 TO WS-ERS-CUST-CNT(ERS-SUB).
034400     MOVE "CUSTMAST" TO WS-TCH-FILE.
034500     MOVE "CUSTOMER MASTER RECORD" TO WS-TCH-RECORD.
034600     PERFORM 7100-WRITE-TOUCHED THRU 7100-EXIT.
034700 2000-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*  3000-ERASE-ARCHIVE.                                         *
035200*    ONLY THE INVOICE HEADER CARRIES THE CUSTOMER BLOCK; THE   *
035300*    DETAIL LINES AND TRAILER ARE COPIED AS THEY ARE.          *
035400*****************************************************************
035500 3000-ERASE-ARCHIVE.
035600     READ ARCH-IN
035700         AT END
035800             SET WS-EOF TO TRUE
035900     END-READ.
036000     IF WS-EOF
036100         GO TO 3000-EXIT
036200     END-IF.
036300     ADD 1 TO WS-ARCH-READ.
036400     IF NOT IA-HEADER-REC
036500         GO TO 3000-WRITE
036600     END-IF.
036700     MOVE IA-ACCOUNT-CODE TO WS-LOOK-ACCOUNT.
036800     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
036900     IF ERS-SUB = ZERO
037000         GO TO 3000-WRITE
037100     END-IF.
037200     IF WS-ERS-ON-HOLD(ERS-SUB)
037300         GO TO 3000-WRITE
037400     END-IF.
037500     MOVE WS-ERASED-VALUE TO IA-CUST-NAME.
037600     MOVE WS-ERASED-VALUE TO IA-CUST-ADDR1.
037700     MOVE WS-ERASED-VALUE TO IA-CUST-ADDR2.
037800     ADD 1 TO WS-ERS-ARCH-CNT(ERS-SUB).
037900     MOVE "INVARCH " TO WS-TCH-FILE.
038000     MOVE SPACES TO WS-TCH-RECORD.
038100     STRING "INVOICE " IA-INVOICE-NO " HEADER"
038200         DELIMITED BY SIZE INTO WS-TCH-RECORD.
038300     PERFORM 7100-WRITE-TOUCHED THRU 7100-EXIT.
038400 3000-WRITE.
038500     WRITE AO-ARCHIVE-REC FROM IA-ARCHIVE-REC.
038600     ADD 1 TO WS-ARCH-WRITTEN.
038700 3000-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*  4000-ERASE-PLACEMENT.                                       *
039200*    THE AGENCY EXTRACT CARRIES THE HOLD ACCOUNT, WHOSE FIRST  *
039300*    SIX CHARACTERS ARE THE CUSTOMER ACCOUNT CODE, AS AGYPLC1  *
039400*    JOINS IT TO CUSTMAST.  ONLY THE "C" CUSTOMER RECORD       *
039500*    CARRIES A NAME AND ADDRESS.                               *
039600*****************************************************************
039700 4000-ERASE-PLACEMENT.
039800     READ PLC-IN
039900         AT END
040000             SET WS-EOF TO TRUE
040100     END-READ.
040200     IF WS-EOF
040300         GO TO 4000-EXIT
040400     END-IF.
040500     ADD 1 TO WS-PLC-READ.
040600     IF PC-RECORD-TYPE NOT = "C"
040700         GO TO 4000-WRITE
040800     END-IF.
040900     MOVE PC-ACCOUNT(1:6) TO WS-LOOK-ACCOUNT.
041000     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
041100     IF ERS-SUB = ZERO
041200         GO TO 4000-WRITE
041300     END-IF.
041400     IF WS-ERS-ON-HOLD(ERS-SUB)
041500         GO TO 4000-WRITE
041600     END-IF.
041700     MOVE WS-ERASED-VALUE TO PC-NAME.
041800     MOVE WS-ERASED-VALUE TO PC-ADDRESS-1.
041900     MOVE WS-ERASED-VALUE TO PC-ADDRESS-2.
042000     ADD 1 TO WS-ERS-PLC-CNT(ERS-SUB).
042100     MOVE "AGYPLC  " TO WS-TCH-FILE.
042200     MOVE SPACES TO WS-TCH-RECORD.
042300     STRING "PLACEMENT " PC-ACCOUNT " CUSTOMER"
042400         DELIMITED BY SIZE INTO WS-TCH-RECORD.
042500     PERFORM 7100-WRITE-TOUCHED THRU 7100-EXIT.
042600 4000-WRITE.
042700     WRITE PO-PLACEMENT-REC FROM PC-CUSTOMER-REC.
042800     ADD 1 TO WS-PLC-WRITTEN.
042900 4000-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*  5000-ERASE-EINVOICE.                                        *
043400*    THE CUSTOMER HEADER CARRIES THE NAME AND EVERY INVOICE    *
043500*    HEADER THE NAME AND ADDRESS.                              *
043600*****************************************************************
043700 5000-ERASE-EINVOICE.
043800     READ EINV-IN
043900         AT END
044000             SET WS-EOF TO TRUE
044100     END-READ.
044200     IF WS-EOF
044300         GO TO 5000-EXIT
044400     END-IF.
044500     ADD 1 TO WS-EINV-READ.
044600     IF NOT EO-CUST-HEADER-REC AND NOT EO-INV-HEADER-REC
044700         GO TO 5000-WRITE
044800     END-IF.
044900     MOVE EO-ACCOUNT-CODE TO WS-LOOK-ACCOUNT.
045000     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
045100     IF ERS-SUB = ZERO
045200         GO TO 5000-WRITE
045300     END-IF.
045400     IF WS-ERS-ON-HOLD(ERS-SUB)
045500         GO TO 5000-WRITE
045600     END-IF.
045700     MOVE SPACES TO WS-TCH-RECORD.
045800     IF EO-CUST-HEADER-REC
045900         MOVE WS-ERASED-VALUE TO EO-CH-CUST-NAME
046000         MOVE "CUSTOMER HEADER" TO WS-TCH-RECORD
046100     ELSE
046200         MOVE WS-ERASED-VALUE TO EO-IH-CUST-NAME
046300         MOVE WS-ERASED-VALUE TO EO-IH-CUST-ADDR1
046400         MOVE WS-ERASED-VALUE TO EO-IH-CUST-ADDR2
046500         STRING "INVOICE " EO-INVOICE-NO " HEADER"
046600             DELIMITED BY SIZE INTO WS-TCH-RECORD
046700     END-IF.
046800     ADD 1 TO WS-ERS-EINV-CNT(ERS-SUB).
046900     MOVE "EINVOUT " TO WS-TCH-FILE.
047000     PERFORM 7100-WRITE-TOUCHED THRU 7100-EXIT.
047100 5000-WRITE.
047200     WRITE EX-EINV-REC FROM EO-EINV-REC.
047300     ADD 1 TO WS-EINV-WRITTEN.
047400 5000-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800*  6000-ERASE-CUST-AUDIT.                                      *
047900*    THE CUSTOMER AUDIT CARRIES THE NAME AND ADDRESS TWICE -   *
048000*    BEFORE AND AFTER.  AN ADD HAS NO BEFORE IMAGE, SO ITS     *
048100*    BLANK BEFORE FIELDS ARE LEFT BLANK.                       *
048200*****************************************************************
048300 6000-ERASE-CUST-AUDIT.
048400     READ CUST-AUD-IN
048500         AT END
048600             SET WS-EOF TO TRUE
048700     END-READ.
048800     IF WS-EOF
048900         GO TO 6000-EXIT
049000     END-IF.
049100     ADD 1 TO WS-CAUD-READ.
049200     MOVE YA-ACCOUNT-CODE TO WS-LOOK-ACCOUNT.
049300     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
049400     IF ERS-SUB = ZERO
049500         GO TO 6000-WRITE
049600     END-IF.
049700     IF WS-ERS-ON-HOLD(ERS-SUB)
049800         GO TO 6000-WRITE
049900     END-IF.
050000     IF YA-ACTION-CHANGE
050100         MOVE WS-ERASED-VALUE TO YA-OLD-NAME
050200         MOVE WS-ERASED-VALUE TO YA-OLD-ADDRESS-1
050300         MOVE WS-ERASED-VALUE TO YA-OLD-ADDRESS-2
050400     END-IF.
050500     MOVE WS-ERASED-VALUE TO YA-NEW-NAME.
050600     MOVE WS-ERASED-VALUE TO YA-NEW-ADDRESS-1.
050700     MOVE WS-ERASED-VALUE TO YA-NEW-ADDRESS-2.
050800     ADD 1 TO WS-ERS-CAUD-CNT(ERS-SUB).
050900     MOVE "CUSTAUD " TO WS-TCH-FILE.
051000     MOVE SPACES TO WS-TCH-RECORD.
051100     STRING "AUDIT IMAGE " YA-CHANGE-DATE " " YA-CHANGE-TIME
051200         DELIMITED BY SIZE INTO WS-TCH-RECORD.
051300     PERFORM 7100-WRITE-TOUCHED THRU 7100-EXIT.
051400 6000-WRITE.
051500     WRITE YO-CUST-AUDIT-REC FROM YA-CUST-AUDIT-REC.
051600     ADD 1 TO WS-CAUD-WRITTEN.
051700 6000-EXIT.
051800     EXIT.
051900
052000*****************************************************************
052100*  6500-ERASE-EOD-ARCHIVE.                                     *
052200*    ONLY THE AGYPLC AND EINVOUT MEMBERS OF THE SET CARRY A    *
052300*    NAME OR ADDRESS, AND ONLY IN THE RECORDS 4000 AND 5000    *
052400*    ERASE.  THE FILE ID AND THE FIRST EIGHT BYTES OF THE      *
052500*    IMAGE - ALL EODPKG1 HASHES - ARE COPIED AS THEY ARE.      *
052600*****************************************************************
052700 6500-ERASE-EOD-ARCHIVE.
052800     READ EOD-ARCH-IN
052900         AT END
053000             SET WS-EOF TO TRUE
053100     END-READ.
053200     IF WS-EOF
053300         GO TO 6500-EXIT
053400     END-IF.
053500     ADD 1 TO WS-EODA-READ.
053600     MOVE EA-IMAGE TO WS-EOD-IMAGE.
053700     IF EA-FILE-ID = "AGYPLC  " AND WS-EP-RECORD-TYPE = "C"
053800         MOVE WS-EP-ACCOUNT(1:6) TO WS-LOOK-ACCOUNT
053900     ELSE
054000         IF EA-FILE-ID = "EINVOUT "
054100                 AND (WS-EE-CUST-HEADER OR WS-EE-INV-HEADER)
054200             MOVE WS-EE-ACCOUNT-CODE TO WS-LOOK-ACCOUNT
054300         ELSE
054400             GO TO 6500-WRITE
054500         END-IF
054600     END-IF.
054700     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
054800     IF ERS-SUB = ZERO
054900         GO TO 6500-WRITE
055000     END-IF.
055100     IF WS-ERS-ON-HOLD(ERS-SUB)
055200         GO TO 6500-WRITE
055300     END-IF.
055400     MOVE SPACES TO WS-TCH-RECORD.
055500     IF EA-FILE-ID = "AGYPLC  "
055600         MOVE WS-ERASED-VALUE TO WS-EP-NAME
055700         MOVE WS-ERASED-VALUE TO WS-EP-ADDRESS-1
055800         MOVE WS-ERASED-VALUE TO WS-EP-ADDRESS-2
055900         STRING "AGYPLC " WS-EP-ACCOUNT " CUSTOMER"
056000             DELIMITED BY SIZE INTO WS-TCH-RECORD
056100     ELSE
056200         IF WS-EE-CUST-HEADER
056300             MOVE WS-ERASED-VALUE TO WS-EE-CUST-NAME
056400             MOVE "EINVOUT CUSTOMER HEADER" TO WS-TCH-RECORD
056500         ELSE
056600             MOVE WS-ERASED-VALUE TO WS-EE-CUST-NAME
056700             MOVE WS-ERASED-VALUE TO WS-EE-CUST-ADDR1
056800             MOVE WS-ERASED-VALUE TO WS-EE-CUST-ADDR2
056900             STRING "EINVOUT INV " WS-EE-INVOICE-NO " HEADER"
057000                 DELIMITED BY SIZE INTO WS-TCH-RECORD
057100         END-IF
057200     END-IF.
057300     MOVE WS-EOD-IMAGE TO EA-IMAGE.
057400     ADD 1 TO WS-ERS-EODA-CNT(ERS-SUB).
057500     MOVE "EODARCH " TO WS-TCH-FILE.
057600     PERFORM 7100-WRITE-TOUCHED THRU 7100-EXIT.
057700 6500-WRITE.
057800     WRITE ED-ARCHIVE-REC FROM EA-ARCHIVE-REC.
057900     ADD 1 TO WS-EODA-WRITTEN.
058000 6500-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400*  7000-FIND-ACCOUNT.                                          *
058500*    RETURNS IN ERS-SUB THE REQUEST ENTRY FOR WS-LOOK-ACCOUNT, *
058600*    ZERO WHEN THE ACCOUNT WAS NOT REQUESTED.                  *
058700*****************************************************************
058800 7000-FIND-ACCOUNT.
058900     MOVE ZERO TO ERS-SUB.
059000     PERFORM 7050-MATCH-ONE-ACCOUNT THRU 7050-EXIT
059100         VARYING ERS-IDX FROM 1 BY 1
059200         UNTIL ERS-IDX > WS-ERS-COUNT
059300            OR ERS-SUB > ZERO.
059400 7000-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800*  7050-MATCH-ONE-ACCOUNT.                                     *
059900*****************************************************************
060000 7050-MATCH-ONE-ACCOUNT.
060100     IF WS-ERS-ACCOUNT(ERS-IDX) = WS-LOOK-ACCOUNT
060200         MOVE ERS-IDX TO ERS-SUB
060300     END-IF.
060400 7050-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800*  7100-WRITE-TOUCHED.                                         *
060900*    LISTS ONE ANONYMIZED RECORD FOR THE REQUEST AT ERS-SUB,   *
061000*    WITH THE FILE AND RECORD ALREADY SET.                     *
061100*****************************************************************
061200 7100-WRITE-TOUCHED.
061300     MOVE WS-ERS-ACCOUNT(ERS-SUB)    TO WS-TCH-ACCOUNT.
061400     MOVE WS-ERS-REQUEST-ID(ERS-SUB) TO WS-TCH-REQUEST-ID.
061500     WRITE EC-PRINT-LINE FROM WS-TOUCH-LINE.
061600     ADD 1 TO WS-TOUCHED-COUNT.
061700 7100-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100*  8000-WRITE-OUTCOME.                                         *
062200*    ONE LINE PER REQUEST - ERASED, REFUSED FOR LEGAL HOLD, OR *
062300*    NOTHING ON FILE FOR THE ACCOUNT - WITH THE RECORDS        *
062400*    ANONYMIZED IN EACH FILE.                                  *
062500*****************************************************************
062600 8000-WRITE-OUTCOME.
062700     COMPUTE WS-ACCOUNT-TOTAL =
062800         WS-ERS-CUST-CNT(ERS-IDX) + WS-ERS-ARCH-CNT(ERS-IDX)
062900         + WS-ERS-PLC-CNT(ERS-IDX) + WS-ERS-EINV-CNT(ERS-IDX)
063000         + WS-ERS-CAUD-CNT(ERS-IDX) + WS-ERS-EODA-CNT(ERS-IDX).
063100     EVALUATE TRUE
063200         WHEN WS-ERS-ON-HOLD(ERS-IDX)
063300             MOVE "REFUSED - HOLD " TO WS-OUT-OUTCOME
063400             ADD 1 TO WS-REFUSED-COUNT
063500         WHEN WS-ACCOUNT-TOTAL = ZERO
063600             MOVE "NOTHING ON FILE" TO WS-OUT-OUTCOME
063700             ADD 1 TO WS-EMPTY-COUNT
063800         WHEN OTHER
063900             MOVE "ERASED         " TO WS-OUT-OUTCOME
064000             ADD 1 TO WS-ERASED-COUNT
064100     END-EVALUATE.
064200     MOVE WS-ERS-ACCOUNT(ERS-IDX)    TO WS-OUT-ACCOUNT.
064300     MOVE WS-ERS-REQUEST-ID(ERS-IDX) TO WS-OUT-REQUEST-ID.
064400     MOVE WS-ERS-REQ-DATE(ERS-IDX)   TO WS-OUT-REQ-DATE.
064500     MOVE WS-ERS-CUST-CNT(ERS-IDX)   TO WS-OUT-CUST-CNT.
064600     MOVE WS-ERS-ARCH-CNT(ERS-IDX)   TO WS-OUT-ARCH-CNT.
064700     MOVE WS-ERS-PLC-CNT(ERS-IDX)    TO WS-OUT-PLC-CNT.
064800     MOVE WS-ERS-EINV-CNT(ERS-IDX)   TO WS-OUT-EINV-CNT.
064900     MOVE WS-ERS-CAUD-CNT(ERS-IDX)   TO WS-OUT-CAUD-CNT.
065000     MOVE WS-ERS-EODA-CNT(ERS-IDX)   TO WS-OUT-EODA-CNT.
065100     WRITE EC-PRINT-LINE FROM WS-OUTCOME-LINE.
065200 8000-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600*  8100-WRITE-PROOF.                                           *
065700*    A COPIED FILE IS WHOLE WHEN EVERY RECORD READ WAS         *
065800*    WRITTEN BACK.                                             *
065900*****************************************************************
066000 8100-WRITE-PROOF.
066100     IF WS-PRF-READ = WS-PRF-WRITTEN
066200         MOVE "IN BALANCE    " TO WS-PRF-STATUS
066300     ELSE
066400         MOVE "OUT OF BALANCE" TO WS-PRF-STATUS
066500         DISPLAY "ERASE1 - " WS-PRF-FILE " OUT OF BALANCE"
066600         MOVE 8 TO RETURN-CODE
066700     END-IF.
066800     WRITE EC-PRINT-LINE FROM WS-PROOF-LINE.
066900 8100-EXIT.
067000     EXIT.
067100
067200*****************************************************************
067300*  9000-FINALIZE.                                              *
067400*****************************************************************
067500 9000-FINALIZE.
067600     MOVE SPACES TO EC-PRINT-LINE.
067700     WRITE EC-PRINT-LINE.
067800     WRITE EC-PRINT-LINE FROM WS-OUTCOME-COLUMNS.
067900     PERFORM 8000-WRITE-OUTCOME THRU 8000-EXIT
068000         VARYING ERS-IDX FROM 1 BY 1
068100         UNTIL ERS-IDX > WS-ERS-COUNT.
068200     MOVE SPACES TO EC-PRINT-LINE.
068300     WRITE EC-PRINT-LINE.
068400     MOVE "INVARCH " TO WS-PRF-FILE.
068500     MOVE WS-ARCH-READ    TO WS-PRF-READ.
068600     MOVE WS-ARCH-WRITTEN TO WS-PRF-WRITTEN.
068700     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
068800     MOVE "AGYPLC  " TO WS-PRF-FILE.
068900     MOVE WS-PLC-READ     TO WS-PRF-READ.
069000     MOVE WS-PLC-WRITTEN  TO WS-PRF-WRITTEN.
069100     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
069200     MOVE "EINVOUT " TO WS-PRF-FILE.
069300     MOVE WS-EINV-READ    TO WS-PRF-READ.
069400     MOVE WS-EINV-WRITTEN TO WS-PRF-WRITTEN.
069500     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
069600     MOVE "CUSTAUD " TO WS-PRF-FILE.
069700     MOVE WS-CAUD-READ    TO WS-PRF-READ.
069800     MOVE WS-CAUD-WRITTEN TO WS-PRF-WRITTEN.
069900     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
070000     MOVE "EODARCH " TO WS-PRF-FILE.
070100     MOVE WS-EODA-READ    TO WS-PRF-READ.
070200     MOVE WS-EODA-WRITTEN TO WS-PRF-WRITTEN.
070300     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
070400     MOVE SPACES TO EC-PRINT-LINE.
070500     WRITE EC-PRINT-LINE.
070600     MOVE WS-ERASED-COUNT  TO WS-TOT-ERASED.
070700     MOVE WS-REFUSED-COUNT TO WS-TOT-REFUSED.
070800     MOVE WS-EMPTY-COUNT   TO WS-TOT-EMPTY.
070900     MOVE WS-TOUCHED-COUNT TO WS-TOT-TOUCHED.
071000     WRITE EC-PRINT-LINE FROM WS-CERT-TOTALS.
071100     CLOSE CUST-MAST.
071200     CLOSE ARCH-IN.
071300     CLOSE ARCH-OUT.
071400     CLOSE PLC-IN.
071500     CLOSE PLC-OUT.
071600     CLOSE EINV-IN.
071700     CLOSE EINV-OUT.
071800     CLOSE CUST-AUD-IN.
071900     CLOSE CUST-AUD-OUT.
072000     CLOSE EOD-ARCH-IN.
072100     CLOSE EOD-ARCH-OUT.
072200     CLOSE ERASE-CERT.
072300     DISPLAY "ERASE1 ACCOUNTS ERASED: " WS-ERASED-COUNT
072400         "  REFUSED: " WS-REFUSED-COUNT
072500         "  NOTHING ON FILE: " WS-EMPTY-COUNT.
072600     IF RETURN-CODE = ZERO
072700         IF WS-REFUSED-COUNT > ZERO OR WS-EMPTY-COUNT > ZERO
072800             MOVE 4 TO RETURN-CODE
072900         END-IF
073000     END-IF.
073100 9000-EXIT.
073200     EXIT.
073300
073400*****************************************************************
073500*  0080-CHECK-AUTHORITY.                                       *
073600*    READS THE INVOKING USER FROM AUTHUSER AND LOOKS FOR AN    *
073700*    AUTHORITY PROFILE PAIRING THAT USER WITH THIS PROGRAM.    *
073800*    THE INVOCATION - ALLOWED OR REFUSED - IS LOGGED TO THE    *
073900*    SECURITY AUDIT EITHER WAY; A REFUSAL STOPS THE RUN.       *
074000*****************************************************************
074100 0080-CHECK-AUTHORITY.
074200     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
074300     OPEN INPUT AUTH-USER.
074400     READ AUTH-USER
074500         AT END
074600             SET WS-AUTHU-EOF TO TRUE
074700     END-READ.
074800     IF NOT WS-AUTHU-EOF
074900         MOVE UZ-USER-ID TO WS-AUTH-USER
075000     END-IF.
075100     CLOSE AUTH-USER.
075200     OPEN INPUT AUTH-PROF.
075300     PERFORM 0085-SCAN-ONE-PROFILE THRU 0085-EXIT
075400         UNTIL WS-AUTHP-EOF
075500            OR WS-AUTH-OK.
075600     CLOSE AUTH-PROF.
075700     OPEN EXTEND SEC-AUDIT.
075800     MOVE WS-AUTH-USER  TO SD-USER-ID.
075900     MOVE "ERASE1  "    TO SD-PROGRAM.
076000     MOVE WS-AUTH-DATE  TO SD-RUN-DATE.
076100     ACCEPT WS-AUTH-CLOCK FROM TIME.
076200     MOVE WS-AUTH-CLOCK TO SD-RUN-TIME.
076300     IF WS-AUTH-OK
076400         SET SD-ALLOWED TO TRUE
076500     ELSE
076600         SET SD-REFUSED TO TRUE
076700         DISPLAY "ERASE1 - USER " WS-AUTH-USER
076800             " NOT AUTHORIZED - RUN REFUSED"
076900     END-IF.
077000     WRITE SD-SECURITY-REC.
077100     CLOSE SEC-AUDIT.
077200 0080-EXIT.
077300     EXIT.
077400
077500*****************************************************************
077600*  0085-SCAN-ONE-PROFILE.                                      *
077700*****************************************************************
077800 0085-SCAN-ONE-PROFILE.
077900     READ AUTH-PROF
078000         AT END
078100             SET WS-AUTHP-EOF TO TRUE
078200         NOT AT END
078300             IF AZ-USER-ID = WS-AUTH-USER
078400                     AND AZ-PROGRAM = "ERASE1  "
078500                 SET WS-AUTH-OK TO TRUE
078600             END-IF
078700     END-READ.
078800 0085-EXIT.
078900     EXIT.
