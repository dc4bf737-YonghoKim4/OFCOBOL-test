000000*****************************************************************
000100* IDENTIFICATION DIVISION.
000200*****************************************************************
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     EINVGEN1.
000500 AUTHOR.         D. LARKSPUR.
000600 INSTALLATION.   DAILY LEDGER PROCESSING.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.  2026-10-15.
000900*****************************************************************
001000*  PURPOSE.                                                    *
001100*    NIGHTLY STRUCTURED E-INVOICE FEED.  READS TONIGHT'S       *
001200*    INVARCH INVOICE ARCHIVE (HEADER, DETAIL, AND TRAILER      *
001300*    IMAGES, IN ACCOUNT ORDER AS INVOICE1 WRITES THEM) AND,    *
001400*    FOR EVERY CUSTOMER FLAGGED FOR ELECTRONIC DELIVERY ON     *
001500*    CUSTMAST, WRITES AN ENVELOPE OF STRUCTURED RECORDS TO     *
001600*    EINVOUT - INVOICE HEADER WITH CUSTOMER AND TERMS, LINE    *
001700*    ITEMS, TAX, AND TOTALS - CLOSED BY A CONTROL-COUNT        *
001800*    TRAILER PER CUSTOMER AND FOR THE FILE.  IT ALSO READS     *
001900*    THE EINVRSP ACCEPTANCE/REJECTION RESPONSES RETURNED BY    *
002000*    THE CUSTOMERS' PAYABLES SYSTEMS AND LISTS EVERY REJECTED  *
002100*    E-INVOICE ON THE EINVRPT REPORT, SO A REJECTION IS        *
002200*    CORRECTED AND RESENT INSTEAD OF SILENTLY NEVER BEING      *
002300*    PAID.  ENDS WITH RETURN CODE 4 WHEN ANY REJECTION CAME    *
002400*    BACK.                                                     *
002500*                                                              *
002600*  MODIFICATION HISTORY.                                       *
002700*    2026-10-15  DL  ORIGINAL E-INVOICE FEED.                  *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT INV-ARCH ASSIGN TO "INVARCH"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT CUST-MAST ASSIGN TO "CUSTMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CU-ACCOUNT-CODE.
003800     SELECT EINV-RSP ASSIGN TO "EINVRSP"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT EINV-OUT ASSIGN TO "EINVOUT"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT EINV-RPT ASSIGN TO "EINVRPT"
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  INV-ARCH.
004800     COPY DLINVARC.
004900
005000 FD  CUST-MAST.
005100     COPY DLCUSTMS.
005200
005300 FD  EINV-RSP.
005400     COPY DLEINVRS.
005500
005600 FD  EINV-OUT.
005700     COPY DLEINVOT.
005800
005900 FD  EINV-RPT.
006000 01  ES-PRINT-LINE            PIC X(132).
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-SWITCHES.
006400     05  WS-ARCH-EOF-SW       PIC X(01) VALUE "N".
006500         88  WS-ARCH-EOF           VALUE "Y".
006600     05  WS-RSP-EOF-SW        PIC X(01) VALUE "N".
006700         88  WS-RSP-EOF            VALUE "Y".
006800     05  WS-EINV-SW           PIC X(01) VALUE "N".
006900         88  WS-EINV-CUSTOMER      VALUE "Y".
007000
007100     COPY DLMULOUT.
007200
007300 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
007400 01  WS-CURRENT-ACCOUNT       PIC X(06) VALUE SPACES.
007500 01  WS-CURRENT-PARTNER       PIC X(15) VALUE SPACES.
007600 01  WS-LINE-NO               PIC 9(05) VALUE ZERO.
007700 01  WS-ENV-INVOICES          PIC 9(05) VALUE ZERO.
007800 01  WS-ENV-RECORDS           PIC 9(07) VALUE ZERO.
007900 01  WS-ENV-AMOUNT            PIC 9(11) VALUE ZERO.
008000 01  WS-CUSTOMER-COUNT        PIC 9(05) VALUE ZERO.
008100 01  WS-EINV-COUNT            PIC 9(07) VALUE ZERO.
008200 01  WS-RECORD-COUNT          PIC 9(09) VALUE ZERO.
008300 01  WS-AMOUNT-TOTAL          PIC 9(13) VALUE ZERO.
008400 01  WS-PAPER-COUNT           PIC 9(07) VALUE ZERO.
008500 01  WS-ACCEPT-COUNT          PIC 9(07) VALUE ZERO.
008600 01  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
008700 01  WS-UNKNOWN-COUNT         PIC 9(07) VALUE ZERO.
008800
008900 01  WS-RPT-HEADER.
009000     05  FILLER               PIC X(30) VALUE
009100         "E-INVOICE FEED - RUN DATE".
009200     05  WS-HDR-DATE          PIC 9(08).
009300
009400 01  WS-ENV-COLUMNS.
009500     05  FILLER               PIC X(17) VALUE "PARTNER ID".
009600     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
009700     05  FILLER               PIC X(10) VALUE "  INVOICES".
009800     05  FILLER               PIC X(10) VALUE "   RECORDS".
009900     05  FILLER               PIC X(16) VALUE
010000         "          AMOUNT".
010100
010200 01  WS-ENV-DETAIL.
010300     05  WS-ENV-PARTNER       PIC X(15).
010400     05  FILLER               PIC X(02) VALUE SPACES.
010500     05  WS-ENV-ACCOUNT       PIC X(06).
010600     05  FILLER               PIC X(02) VALUE SPACES.
010700     05  WS-ENV-INV-OUT       PIC Z(09)9.
010800     05  WS-ENV-REC-OUT       PIC Z(09)9.
010900     05  WS-ENV-AMT-OUT       PIC Z(15)9.
011000
011100 01  WS-ENV-TOTAL.
011200     05  FILLER               PIC X(06) VALUE "TOTAL ".
011300     05  WS-ETT-CUSTOMERS     PIC ZZZZ9.
011400     05  FILLER               PIC X(14) VALUE " CUSTOMERS".
011500     05  WS-ETT-INVOICES      PIC Z(09)9.
011600     05  WS-ETT-RECORDS       PIC Z(09)9.
011700     05  WS-ETT-AMOUNT        PIC Z(15)9.
011800     05  FILLER               PIC X(16) VALUE
011900         "  PAPER INVOICES".
012000     05  WS-ETT-PAPER         PIC Z(07)9.
012100
012200 01  WS-RSP-HEADER.
012300     05  FILLER               PIC X(40) VALUE
012400         "REJECTED E-INVOICES - CORRECT AND RESEND".
012500
012600 01  WS-RSP-COLUMNS.
012700     05  FILLER               PIC X(17) VALUE "PARTNER ID".
012800     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
012900     05  FILLER               PIC X(10) VALUE "INVOICE   ".
013000     05  FILLER               PIC X(10) VALUE "RESPONDED ".
013100     05  FILLER               PIC X(03) VALUE "ST ".
013200     05  FILLER               PIC X(06) VALUE "RSN   ".
013300     05  FILLER               PIC X(38) VALUE "REASON".
013400
013500 01  WS-RSP-DETAIL.
013600     05  WS-RSP-PARTNER       PIC X(15).
013700     05  FILLER               PIC X(02) VALUE SPACES.
013800     05  WS-RSP-ACCOUNT       PIC X(06).
013900     05  FILLER               PIC X(02) VALUE SPACES.
014000     05  WS-RSP-INVOICE       PIC 9(08).
014100     05  FILLER               PIC X(02) VALUE SPACES.
014200     05  WS-RSP-DATE          PIC 9(08).
014300     05  FILLER               PIC X(02) VALUE SPACES.
014400     05  WS-RSP-STATUS        PIC X(01).
014500     05  FILLER               PIC X(02) VALUE SPACES.
014600     05  WS-RSP-REASON        PIC X(04).
014700     05  FILLER               PIC X(02) VALUE SPACES.
014800     05  WS-RSP-TEXT          PIC X(38).
014900
015000 01  WS-RSP-TOTAL.
015100     05  FILLER               PIC X(10) VALUE "ACCEPTED ".
015200     05  WS-RTT-ACCEPTED      PIC Z(06)9.
015300     05  FILLER               PIC X(11) VALUE "  REJECTED ".
015400     05  WS-RTT-REJECTED      PIC Z(06)9.
015500     05  FILLER               PIC X(15) VALUE
015600         "  UNRECOGNIZED ".
015700     05  WS-RTT-UNKNOWN       PIC Z(06)9.
015800
015900 PROCEDURE DIVISION.
016000*****************************************************************
016100*  0000-MAINLINE.                                              *
016200*****************************************************************
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-PROCESS-ARCHIVE THRU 2000-EXIT
016600         UNTIL WS-ARCH-EOF.
016700     IF WS-EINV-CUSTOMER
016800         PERFORM 2900-CLOSE-ENVELOPE THRU 2900-EXIT
016900     END-IF.
017000     PERFORM 7000-WRITE-FILE-TRAILER THRU 7000-EXIT.
017100     WRITE ES-PRINT-LINE FROM WS-RSP-HEADER.
017200     WRITE ES-PRINT-LINE FROM WS-RSP-COLUMNS.
017300     PERFORM 3000-PROCESS-RESPONSE THRU 3000-EXIT
017400         UNTIL WS-RSP-EOF.
017500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
017600     PERFORM 9000-FINALIZE THRU 9000-EXIT.
017700     STOP RUN.
017800
017900*****************************************************************
018000*  1000-INITIALIZE.                                            *
018100*****************************************************************
018200 1000-INITIALIZE.
018300     ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
018400     OPEN INPUT INV-ARCH.
018500     OPEN INPUT CUST-MAST.
018600     OPEN INPUT EINV-RSP.
018700     OPEN OUTPUT EINV-OUT.
018800     OPEN OUTPUT EINV-RPT.
018900     MOVE WS-PROCESS-DATE TO WS-HDR-DATE.
019000     WRITE ES-PRINT-LINE FROM WS-RPT-HEADER.
019100     WRITE ES-PRINT-LINE FROM WS-ENV-COLUMNS.
019200     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
019300     PERFORM 1300-READ-RESPONSE THRU 1300-EXIT.
019400 1000-EXIT.
019500     EXIT.
019600
019700*****************************************************************
019800*  1200-READ-ARCHIVE.                                          *
019900*****************************************************************
020000 1200-READ-ARCHIVE.
020100     READ INV-ARCH
020200         AT END
020300             SET WS-ARCH-EOF TO TRUE
020400     END-READ.
020500 1200-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900*  1300-READ-RESPONSE.                                         *
021000*****************************************************************
021100 1300-READ-RESPONSE.
021200     READ EINV-RSP
021300         AT END
021400             SET WS-RSP-EOF TO TRUE
021500     END-READ.
021600 1300-EXIT.
021700     EXIT.
021800
021900*****************************************************************
022000*  2000-PROCESS-ARCHIVE.                                       *
022100*    A HEADER FOR A NEW ACCOUNT CLOSES THE PRIOR CUSTOMER'S    *
022200*    ENVELOPE AND DECIDES FROM CUSTMAST WHETHER THIS ONE       *
022300*    TAKES ELECTRONIC DELIVERY.  A PAPER CUSTOMER'S IMAGES     *
022400*    ARE PASSED OVER.                                          *
022500*****************************************************************
022600 2000-PROCESS-ARCHIVE.
022700     IF IA-HEADER-REC
022800             AND IA-ACCOUNT-CODE NOT = WS-CURRENT-ACCOUNT
022900         IF WS-EINV-CUSTOMER
023000             PERFORM 2900-CLOSE-ENVELOPE THRU 2900-EXIT
023100         END-IF
023200         MOVE IA-ACCOUNT-CODE TO WS-CURRENT-ACCOUNT
023300         PERFORM 2100-OPEN-ENVELOPE THRU 2100-EXIT
023400     END-IF.
023500     IF NOT WS-EINV-CUSTOMER
023600         IF IA-TRAILER-REC
023700             ADD 1 TO WS-PAPER-COUNT
023800         END-IF
023900         GO TO 2000-NEXT
024000     END-IF.
024100     EVALUATE TRUE
024200         WHEN IA-HEADER-REC
024300             PERFORM 2200-WRITE-INV-HEADER THRU 2200-EXIT
024400         WHEN IA-DETAIL-REC
024500             PERFORM 2300-WRITE-INV-LINE THRU 2300-EXIT
024600         WHEN IA-TRAILER-REC
024700             PERFORM 2400-WRITE-INV-TOTALS THRU 2400-EXIT
024800         WHEN OTHER
024900             DISPLAY "EINVGEN1 - UNKNOWN ARCHIVE RECORD TYPE "
025000                 IA-RECORD-TYPE " INVOICE " IA-INVOICE-NO
025100                 " SKIPPED"
025200     END-EVALUATE.
025300 2000-NEXT.
025400     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
025500 2000-EXIT.
025600     EXIT.
025700
025800*****************************************************************
025900*  2100-OPEN-ENVELOPE.                                         *
026000*    AN ACCOUNT MISSING FROM CUSTMAST, OR NOT FLAGGED FOR      *
026100*    ELECTRONIC DELIVERY, STAYS ON PAPER.                      *
026200*****************************************************************
026300 2100-OPEN-ENVELOPE.
026400     MOVE "N" TO WS-EINV-SW.
026500     MOVE WS-CURRENT-ACCOUNT TO CU-ACCOUNT-CODE.
026600     READ CUST-MAST
026700         INVALID KEY
026800             GO TO 2100-EXIT
026900     END-READ.
027000     IF NOT CU-EINV-DELIVERY
027100         GO TO 2100-EXIT
027200     END-IF.
027300     SET WS-EINV-CUSTOMER TO TRUE.
027400     MOVE CU-EINV-PARTNER TO WS-CURRENT-PARTNER.
027500     MOVE ZERO TO WS-ENV-INVOICES.
027600     MOVE ZERO TO WS-ENV-RECORDS.
027700     MOVE ZERO TO WS-ENV-AMOUNT.
027800     PERFORM 2800-START-RECORD THRU 2800-EXIT.
027900     SET EO-CUST-HEADER-REC TO TRUE.
028000     MOVE ZERO            TO EO-INVOICE-NO.
028100     MOVE WS-PROCESS-DATE TO EO-CH-CREATE-DATE.
028200     MOVE CU-NAME         TO EO-CH-CUST-NAME.
028300     PERFORM 2850-WRITE-RECORD THRU 2850-EXIT.
028400 2100-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800*  2200-WRITE-INV-HEADER.                                      *
028900*****************************************************************
029000 2200-WRITE-INV-HEADER.
029100     MOVE ZERO TO WS-LINE-NO.
029200     PERFORM 2800-START-RECORD THRU 2800-EXIT.
029300     SET EO-INV-HEADER-REC TO TRUE.
029400     MOVE IA-BILL-DATE  TO EO-IH-BILL-DATE.
029500     MOVE IA-CUST-NAME  TO EO-IH-CUST-NAME.
029600     MOVE IA-CUST-ADDR1 TO EO-IH-CUST-ADDR1.
029700     MOVE IA-CUST-ADDR2 TO EO-IH-CUST-ADDR2.
029800     MOVE IA-CUST-TERMS TO EO-IH-TERMS.
029900     PERFORM 2850-WRITE-RECORD THRU 2850-EXIT.
030000 2200-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400*  2300-WRITE-INV-LINE.                                        *
030500*    THE DETAIL IMAGE IS THE EXTENDED LINE AS PRINTED; THE     *
030600*    EDITED QUANTITY AND PRICE ARE DE-EDITED ON THE MOVE.      *
030700*****************************************************************
030800 2300-WRITE-INV-LINE.
030900     ADD 1 TO WS-LINE-NO.
031000     MOVE IA-LINE-IMAGE TO MO-DETAIL-LINE.
031100     PERFORM 2800-START-RECORD THRU 2800-EXIT.
031200     SET EO-INV-LINE-REC TO TRUE.
031300     MOVE WS-LINE-NO       TO EO-IL-LINE-NO.
031400     MOVE MO-ITEM-KEY      TO EO-IL-ITEM-KEY.
031500     MOVE MO-QUANTITY      TO EO-IL-QUANTITY.
031600     MOVE MO-UNIT-PRICE    TO EO-IL-UNIT-PRICE.
031700     MOVE MO-GROSS-AMT     TO EO-IL-GROSS-AMT.
031800     MOVE MO-ADJ-CODE      TO EO-IL-ADJ-CODE.
031900     MOVE MO-EXTENSION-AMT TO EO-IL-NET-AMT.
032000     MOVE MO-PROCESS-DATE  TO EO-IL-SHIP-DATE.
032100     PERFORM 2850-WRITE-RECORD THRU 2850-EXIT.
032200 2300-EXIT.
032300     EXIT.
032400
032500*****************************************************************
032600*  2400-WRITE-INV-TOTALS.                                      *
032700*    THE TAX RECORD GOES OUT EVEN AT ZERO TAX SO THE           *
032800*    CUSTOMER'S SYSTEM ALWAYS SEES THE JURISDICTION.           *
032900*****************************************************************
033000 2400-WRITE-INV-TOTALS.
033100     PERFORM 2800-START-RECORD THRU 2800-EXIT.
033200     SET EO-INV-TAX-REC TO TRUE.
033300     MOVE IA-TAX-JURIS  TO EO-IX-TAX-JURIS.
033400     MOVE IA-SUBTOTAL   TO EO-IX-TAXABLE-AMT.
033500     MOVE IA-TAX-AMOUNT TO EO-IX-TAX-AMT.
033550     MOVE IA-EXEMPT-CERT TO EO-IX-EXEMPT-CERT.
033600     PERFORM 2850-WRITE-RECORD THRU 2850-EXIT.
033700     PERFORM 2800-START-RECORD THRU 2800-EXIT.
033800     SET EO-INV-TOTAL-REC TO TRUE.
033900     MOVE IA-LINE-COUNT      TO EO-IT-LINE-COUNT.
034000     MOVE IA-SUBTOTAL        TO EO-IT-SUBTOTAL.
034100     MOVE IA-TAX-AMOUNT      TO EO-IT-TAX-AMT.
034200     MOVE IA-INVOICE-TOTAL   TO EO-IT-GROSS-AMT.
034300     MOVE IA-DEPOSIT-APPLIED TO EO-IT-DEPOSIT-AMT.
034400     COMPUTE EO-IT-AMOUNT-DUE =
034500         IA-INVOICE-TOTAL - IA-DEPOSIT-APPLIED.
034600     PERFORM 2850-WRITE-RECORD THRU 2850-EXIT.
034700     ADD 1 TO WS-ENV-INVOICES.
034800     ADD IA-INVOICE-TOTAL TO WS-ENV-AMOUNT.
034900 2400-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300*  2800-START-RECORD.                                          *
035400*    EVERY RECORD OF AN INVOICE CARRIES THE PARTNER, ACCOUNT,  *
035500*    AND INVOICE NUMBER FROM THE CURRENT ARCHIVE IMAGE.        *
035600*****************************************************************
035700 2800-START-RECORD.
035800     MOVE SPACES             TO EO-EINV-REC.
035900     MOVE WS-CURRENT-PARTNER TO EO-PARTNER-ID.
036000     MOVE WS-CURRENT-ACCOUNT TO EO-ACCOUNT-CODE.
036100     MOVE IA-INVOICE-NO      TO EO-INVOICE-NO.
036200 2800-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600*  2850-WRITE-RECORD.                                          *
036700*****************************************************************
036800 2850-WRITE-RECORD.
036900     WRITE EO-EINV-REC.
037000     ADD 1 TO WS-ENV-RECORDS.
037100 2850-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  2900-CLOSE-ENVELOPE.                                        *
037600*    THE TRAILER'S RECORD COUNT INCLUDES THE ENVELOPE'S OWN    *
037700*    HEADER AND TRAILER.                                       *
037800*****************************************************************
037900 2900-CLOSE-ENVELOPE.
038000     PERFORM 2800-START-RECORD THRU 2800-EXIT.
038100     SET EO-CUST-TRAILER-REC TO TRUE.
038200     MOVE ZERO            TO EO-INVOICE-NO.
038300     ADD 1 TO WS-ENV-RECORDS.
038400     MOVE WS-ENV-INVOICES TO EO-CT-INVOICE-COUNT.
038500     MOVE WS-ENV-RECORDS  TO EO-CT-RECORD-COUNT.
038600     MOVE WS-ENV-AMOUNT   TO EO-CT-AMOUNT-TOTAL.
038700     WRITE EO-EINV-REC.
038800     MOVE WS-CURRENT-PARTNER TO WS-ENV-PARTNER.
038900     MOVE WS-CURRENT-ACCOUNT TO WS-ENV-ACCOUNT.
039000     MOVE WS-ENV-INVOICES    TO WS-ENV-INV-OUT.
039100     MOVE WS-ENV-RECORDS     TO WS-ENV-REC-OUT.
039200     MOVE WS-ENV-AMOUNT      TO WS-ENV-AMT-OUT.
039300     WRITE ES-PRINT-LINE FROM WS-ENV-DETAIL.
039400     ADD 1 TO WS-CUSTOMER-COUNT.
039500     ADD WS-ENV-INVOICES TO WS-EINV-COUNT.
039600     ADD WS-ENV-RECORDS  TO WS-RECORD-COUNT.
039700     ADD WS-ENV-AMOUNT   TO WS-AMOUNT-TOTAL.
039800     MOVE "N" TO WS-EINV-SW.
039900 2900-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*  3000-PROCESS-RESPONSE.                                      *
040400*    AN ACCEPTANCE IS ONLY COUNTED.  A REJECTION - OR A        *
040500*    STATUS NOBODY HERE RECOGNIZES - IS LISTED FOR BILLING.    *
040600*****************************************************************
040700 3000-PROCESS-RESPONSE.
040800     IF ER-ACCEPTED
040900         ADD 1 TO WS-ACCEPT-COUNT
041000         GO TO 3000-NEXT
041100     END-IF.
041200     IF ER-REJECTED
041300         ADD 1 TO WS-REJECT-COUNT
041400     ELSE
041500         ADD 1 TO WS-UNKNOWN-COUNT
041600     END-IF.
041700     MOVE ER-PARTNER-ID    TO WS-RSP-PARTNER.
041800     MOVE ER-ACCOUNT-CODE  TO WS-RSP-ACCOUNT.
041900     MOVE ER-INVOICE-NO    TO WS-RSP-INVOICE.
042000     MOVE ER-RESPONSE-DATE TO WS-RSP-DATE.
042100     MOVE ER-STATUS        TO WS-RSP-STATUS.
042200     MOVE ER-REASON-CODE   TO WS-RSP-REASON.
042300     MOVE ER-REASON-TEXT   TO WS-RSP-TEXT.
042400     WRITE ES-PRINT-LINE FROM WS-RSP-DETAIL.
042500 3000-NEXT.
042600     PERFORM 1300-READ-RESPONSE THRU 1300-EXIT.
042700 3000-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  7000-WRITE-FILE-TRAILER.                                    *
043200*****************************************************************
043300 7000-WRITE-FILE-TRAILER.
043400     MOVE SPACES TO EO-EINV-REC.
043500     SET EO-FILE-TRAILER-REC TO TRUE.
043600     MOVE ZERO TO EO-INVOICE-NO.
043700     ADD 1 TO WS-RECORD-COUNT.
043800     MOVE WS-CUSTOMER-COUNT TO EO-FT-CUSTOMER-COUNT.
043900     MOVE WS-EINV-COUNT     TO EO-FT-INVOICE-COUNT.
044000     MOVE WS-RECORD-COUNT   TO EO-FT-RECORD-COUNT.
044100     MOVE WS-AMOUNT-TOTAL   TO EO-FT-AMOUNT-TOTAL.
044200     WRITE EO-EINV-REC.
044300     MOVE WS-CUSTOMER-COUNT TO WS-ETT-CUSTOMERS.
044400     MOVE WS-EINV-COUNT     TO WS-ETT-INVOICES.
044500     MOVE WS-RECORD-COUNT   TO WS-ETT-RECORDS.
044600     MOVE WS-AMOUNT-TOTAL   TO WS-ETT-AMOUNT.
044700     MOVE WS-PAPER-COUNT    TO WS-ETT-PAPER.
044800     WRITE ES-PRINT-LINE FROM WS-ENV-TOTAL.
044900 7000-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300*  8000-PRINT-TOTALS.                                          *
045400*****************************************************************
045500 8000-PRINT-TOTALS.
045600     MOVE WS-ACCEPT-COUNT  TO WS-RTT-ACCEPTED.
045700     MOVE WS-REJECT-COUNT  TO WS-RTT-REJECTED.
045800     MOVE WS-UNKNOWN-COUNT TO WS-RTT-UNKNOWN.
045900     WRITE ES-PRINT-LINE FROM WS-RSP-TOTAL.
046000 8000-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*  9000-FINALIZE.                                              *
046500*****************************************************************
046600 9000-FINALIZE.
046700     DISPLAY "EINVGEN1 E-INVOICES SENT: " WS-EINV-COUNT
046800         " CUSTOMERS: " WS-CUSTOMER-COUNT.
046900     DISPLAY "EINVGEN1 RESPONSES ACCEPTED: " WS-ACCEPT-COUNT
047000         " REJECTED: " WS-REJECT-COUNT
047100         " UNRECOGNIZED: " WS-UNKNOWN-COUNT.
047200     CLOSE INV-ARCH.
047300     CLOSE CUST-MAST.
047400     CLOSE EINV-RSP.
047500     CLOSE EINV-OUT.
047600     CLOSE EINV-RPT.
047700     IF WS-REJECT-COUNT > ZERO OR WS-UNKNOWN-COUNT > ZERO
047800         MOVE 4 TO RETURN-CODE
047900     END-IF.
048000 9000-EXIT.
048100     EXIT.
