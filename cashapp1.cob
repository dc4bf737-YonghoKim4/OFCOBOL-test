002600*    2026-09-02  DL  A RUN THAT ROUTED ANY RECEIPT TO THE       *
002700*                    UNAPPLIED-CASH SUSPENSE NOW ENDS RC 4,     *
002800*                    THE SUITE'S DIVERSION CONVENTION.          *
002803*    2026-10-15  DL  A RECEIPT DATED INSIDE AN ITEM'S DISCOUNT  *
002805*                    WINDOW THAT COVERS THE ITEM NET OF ITS     *
002808*                    EARLY-PAYMENT DISCOUNT NOW TAKES THE       *
002810*                    DISCOUNT (CA-TO-DISCOUNT) AND POSTS IT TO  *
002813*                    THE GL THROUGH THE JRNLFD JOURNAL FEED     *
002815*                    UNDER POSTING TYPE DISCNT.                 *
002818*    2026-10-15  DL  A RECEIPT FLAGGED AS A PREPAYMENT GOES      *
002821*                    WHOLE TO THE CUSTOMER'S DEPOSIT LEDGER ON   *
002823*                    DEPRCPT (CA-TO-DEPOSIT) AND TO THE GL AS    *
002826*                    DEPOSIT LIABILITY UNDER POSTING TYPE        *
002828*                    DEPRCV, INSTEAD OF FALLING TO SUSPENSE.     *
002831*    2026-10-15  DL  A RECEIPT NOW APPLIES ONLY AGAINST ITS     *
002833*                    OWN ACCOUNT'S BALANCE ON THE CARRYMST      *
002836*                    CARRY-FORWARD MASTER - INTEREST FIRST,     *
002838*                    UP TO THE INTAUDIT ACCRUALS FOR THAT       *
002841*                    ACCOUNT - AND THE AMOUNT APPLIED IS        *
002844*                    POSTED BACK TO THE ACCOUNT, SO ONE         *
002846*                    CUSTOMER'S CASH NEVER CLEARS ANOTHER'S     *
002849*                    SHORTFALL.  CARRYOUT STAYS THE CHAIN       *
002851*                    CONTROL TOTAL.                             *
002854*    2026-10-15  DL  A RECEIPT MAY ARRIVE IN THE CURRENCY OF    *
002856*                    THE INVOICES IT PAYS (RC-CURRENCY-CODE).   *
002859*                    IT IS TAKEN AT THE FXRATHST RATE IN EFFECT *
002862*                    ON THE RECEIPT DATE, CLEARS THE ACCOUNT'S  *
002864*                    ITEMS IN THAT CURRENCY AT THEIR BOOKING    *
002867*                    RATE, AND THE REALIZED EXCHANGE DIFFERENCE *
002869*                    GOES TO THE GL ON JRNLFD UNDER POSTING     *
002872*                    TYPE FXREAL.  THE APPLICATION RECORD AND   *
002874*                    ANY DEPOSIT ARE IN BASE.                   *
002877*    2026-10-15  DL  A FOREIGN RECEIPT IS NOW ONLY CONVERTED    *
002879*                    BEFORE ITS ACCOUNT IS CHECKED.  ITS ITEMS  *
002882*                    ARE SETTLED, AND FXREAL BOOKED, ONLY FOR   *
002885*                    THE PART A KNOWN ACCOUNT'S BALANCE TAKES,  *
002887*                    SO A RECEIPT THAT SUSPENDS DOES SO WHOLE   *
002890*                    AT ITS BASE VALUE ON THE RECEIPT DATE.  AN *
002892*                    EARNED DISCOUNT NOW ALSO COMES OFF THE     *
002895*                    CUSTOMER'S CARRYMST BALANCE AND THE        *
002897*                    CARRIED PRINCIPAL.                         *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004500     SELECT CASH-SUSP ASSIGN TO "CSHSUSP"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT RUN-SUM ASSIGN TO "RUNSUM"
004708         ORGANIZATION IS SEQUENTIAL.
004715     SELECT AR-MAST ASSIGN TO "ARMAST"
004723         ORGANIZATION IS SEQUENTIAL.
004731     SELECT JRN-FEED ASSIGN TO "JRNLFD"
004738         ORGANIZATION IS SEQUENTIAL.
004746     SELECT DEP-RCPT ASSIGN TO "DEPRCPT"
004754         ORGANIZATION IS SEQUENTIAL.
004762     SELECT CARRY-MAST ASSIGN TO "CARRYMST"
004769         ORGANIZATION IS INDEXED
004777         ACCESS MODE IS RANDOM
004785         RECORD KEY IS CY-ACCOUNT.
004792     SELECT FX-HIST ASSIGN TO "FXRATHST"
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000 DATA DIVISION.
007500 FD  RUN-SUM.
007600     COPY DLRUNSUM.
007700
007706 FD  AR-MAST.
007712     COPY DLARITEM.
007718
007724 FD  JRN-FEED.
007729     COPY DLJRNFD.
007735
007741*    SAME LAYOUT AS CSHRCPT (DLCSHRCP).
007747 FD  DEP-RCPT.
007753 01  DQ-DEPOSIT-REC           PIC X(39).
007759
007765 FD  CARRY-MAST.
007771     COPY DLSUBCMS.
007776
007782 FD  FX-HIST.
007788     COPY DLFXRATE.
007794
007800 WORKING-STORAGE SECTION.
007900 01  WS-SWITCHES.
008000     05  WS-RCPT-EOF-SW       PIC X(01) VALUE "N".
008700         88  WS-MAST-EOF           VALUE "Y".
008800     05  WS-KNOWN-SW          PIC X(01) VALUE "N".
008900         88  WS-ACCOUNT-KNOWN      VALUE "Y".
008909     05  WS-AR-EOF-SW         PIC X(01) VALUE "N".
008918         88  WS-AR-EOF             VALUE "Y".
008927     05  WS-DISC-STOP-SW      PIC X(01) VALUE "N".
008936         88  WS-DISC-STOP          VALUE "Y".
008945     05  WS-ON-FILE-SW        PIC X(01) VALUE "N".
008955         88  WS-ACCOUNT-ON-FILE    VALUE "Y".
008964     05  WS-RTH-EOF-SW        PIC X(01) VALUE "N".
008973         88  WS-RTH-EOF            VALUE "Y".
008982     05  WS-NO-RATE-SW        PIC X(01) VALUE "N".
008991         88  WS-NO-RATE            VALUE "Y".
009000
009100 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
009200 01  WS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
010200 01  WS-TO-SUSPENSE           PIC 9(07)V9(02) VALUE ZERO.
010300 01  WS-OWED-TOTAL            PIC 9(07)V9(02) VALUE ZERO.
010400 01  WS-NEW-SHORTFALL         PIC S9(05) VALUE ZERO.
010405 01  WS-TO-DISCOUNT           PIC 9(07)V9(02) VALUE ZERO.
010409 01  WS-DISC-CASH             PIC 9(07)V9(02) VALUE ZERO.
010414 01  WS-DISC-NET              PIC S9(09) VALUE ZERO.
010418 01  WS-DISC-COUNT-TAKEN      PIC 9(09) COMP VALUE ZERO.
010423 01  WS-TO-DEPOSIT            PIC 9(07)V9(02) VALUE ZERO.
010427 01  WS-DEPOSIT-COUNT         PIC 9(09) COMP VALUE ZERO.
010432 01  WS-ACCT-OWED             PIC 9(07)V9(02) VALUE ZERO.
010436 01  WS-ACCT-INTEREST         PIC 9(07)V9(02) VALUE ZERO.
010441 01  WS-ACCT-PRINCIPAL        PIC 9(07)V9(02) VALUE ZERO.
010445
010450 01  WS-DISC-COUNT            PIC 9(04) VALUE ZERO.
010455 01  DSC-IDX                  PIC 9(04) VALUE ZERO.
010459 01  WS-DISC-TABLE.
010464     05  WS-DISC-ENTRY OCCURS 1 TO 2000 TIMES
010468             DEPENDING ON WS-DISC-COUNT.
010473         10  WS-DSC-ACCOUNT   PIC X(06).
010477         10  WS-DSC-OPEN      PIC S9(09).
010482         10  WS-DSC-AMOUNT    PIC 9(09).
010486         10  WS-DSC-DATE      PIC 9(08).
010491         10  WS-DSC-TAKEN-SW  PIC X(01).
010495             88  WS-DSC-TAKEN      VALUE "Y".
010500
010600 01  WS-KNOWN-COUNT           PIC 9(03) VALUE ZERO.
010700 01  KNOWN-IDX                PIC 9(03) VALUE ZERO.
010900     05  WS-KNOWN-ENTRY OCCURS 1 TO 200 TIMES
011000             DEPENDING ON WS-KNOWN-COUNT.
011100         10  WS-KNW-ACCOUNT   PIC X(08).
011102
011105 01  WS-INT-COUNT             PIC 9(03) VALUE ZERO.
011107 01  INT-IDX                  PIC 9(03) VALUE ZERO.
011109 01  WS-INT-HIT               PIC 9(03) VALUE ZERO.
011112 01  WS-INT-KEY               PIC X(08) VALUE SPACES.
011114 01  WS-INT-TABLE.
011116     05  WS-INT-ENTRY OCCURS 1 TO 500 TIMES
011119             DEPENDING ON WS-INT-COUNT.
011121         10  WS-INT-ACCOUNT   PIC X(08).
011123         10  WS-INT-AMOUNT    PIC 9(07)V9(02).
011126
011128 01  WS-FX-DIFF               PIC S9(07)V9(02) VALUE ZERO.
011130 01  WS-FX-LEFT               PIC 9(07)V9(02) VALUE ZERO.
011133 01  WS-FX-TAKE               PIC 9(07)V9(02) VALUE ZERO.
011135 01  WS-FX-ROOM               PIC 9(07)V9(02) VALUE ZERO.
011137 01  WS-FX-BOOKED             PIC 9(07)V9(02) VALUE ZERO.
011140 01  WS-RCPT-RATE             PIC 9(05)V9(06) VALUE ZERO.
011142 01  WS-RCPT-BASE             PIC 9(07)V9(02) VALUE ZERO.
011144 01  WS-RCPT-APPLY            PIC 9(07)V9(02) VALUE ZERO.
011147 01  WS-RATE-AS-OF            PIC 9(08) VALUE ZERO.
011149 01  WS-RATE-BEST-DATE        PIC 9(08) VALUE ZERO.
011151 01  WS-FX-RCPT-COUNT         PIC 9(09) COMP VALUE ZERO.
011153 01  WS-FX-POST-COUNT         PIC 9(09) COMP VALUE ZERO.
011156
011158 01  WS-RTH-COUNT             PIC 9(04) VALUE ZERO.
011160 01  RTH-IDX                  PIC 9(04) VALUE ZERO.
011163 01  WS-RTH-TABLE.
011165     05  WS-RTH-ENTRY OCCURS 1 TO 2000 TIMES
011167             DEPENDING ON WS-RTH-COUNT.
011170         10  WS-RTH-CODE      PIC X(03).
011172         10  WS-RTH-DATE      PIC 9(08).
011174         10  WS-RTH-RATE      PIC 9(05)V9(06).
011177
011179 01  WS-FXI-COUNT             PIC 9(04) VALUE ZERO.
011181 01  FXI-IDX                  PIC 9(04) VALUE ZERO.
011184 01  WS-FXI-TABLE.
011186     05  WS-FXI-ENTRY OCCURS 1 TO 2000 TIMES
011188             DEPENDING ON WS-FXI-COUNT.
011191         10  WS-FXI-ACCOUNT   PIC X(06).
011193         10  WS-FXI-CURRENCY  PIC X(03).
011195         10  WS-FXI-OPEN      PIC 9(07)V9(02).
011198         10  WS-FXI-RATE      PIC 9(05)V9(06).
011200
011300 PROCEDURE DIVISION.
011400*****************************************************************
016300     PERFORM 1200-LOAD-ONE-ACCOUNT THRU 1200-EXIT
016400         UNTIL WS-MAST-EOF.
016500     CLOSE HOLD-MAST.
016506     OPEN INPUT AR-MAST.
016512     READ AR-MAST
016518         AT END
016524             SET WS-AR-EOF TO TRUE
016529     END-READ.
016535     PERFORM 1300-LOAD-ONE-DISCOUNT THRU 1300-EXIT
016541         UNTIL WS-AR-EOF.
016547     CLOSE AR-MAST.
016553     OPEN INPUT FX-HIST.
016559     READ FX-HIST
016565         AT END
016571             SET WS-RTH-EOF TO TRUE
016576     END-READ.
016582     PERFORM 1400-LOAD-ONE-RATE THRU 1400-EXIT
016588         UNTIL WS-RTH-EOF.
016594     CLOSE FX-HIST.
016600     OPEN INPUT CASH-RCPT.
016700     OPEN OUTPUT APP-AUDIT.
016800     OPEN OUTPUT CASH-SUSP.
016900     OPEN EXTEND RUN-SUM.
016925     OPEN EXTEND JRN-FEED.
016950     OPEN OUTPUT DEP-RCPT.
016975     OPEN I-O CARRY-MAST.
017000     READ CASH-RCPT
017100         AT END
017200             SET WS-RCPT-EOF TO TRUE
018400         COMPUTE WS-OUT-INTEREST =
018500             WS-OUT-INTEREST
018600             + (DL-AUD-BEFORE-VALUE - DL-AUD-AFTER-VALUE)
018650         PERFORM 1150-ADD-ACCOUNT-INTEREST THRU 1150-EXIT
018700     END-IF.
018800     READ INT-AUDIT
018900         AT END
019000             SET WS-AUD-EOF TO TRUE
019100     END-READ.
019200 1100-EXIT.
019204     EXIT.
019208
019212*****************************************************************
019215*  1150-ADD-ACCOUNT-INTEREST.                                   *
019219*    THE SAME ACCRUAL, TOTALLED BY THE ACCOUNT INTACCR1 KEYED   *
019223*    IT TO, SO A RECEIPT PAYS ITS OWN INTEREST FIRST.           *
019227*****************************************************************
019231 1150-ADD-ACCOUNT-INTEREST.
019235     MOVE DL-AUD-KEY(1:8) TO WS-INT-KEY.
019238     PERFORM 2055-FIND-INTEREST THRU 2055-EXIT.
019242     IF WS-INT-HIT = ZERO
019246         IF WS-INT-COUNT < 500
019250             ADD 1 TO WS-INT-COUNT
019254             MOVE WS-INT-COUNT TO WS-INT-HIT
019258             MOVE WS-INT-KEY TO WS-INT-ACCOUNT(WS-INT-HIT)
019262             MOVE ZERO TO WS-INT-AMOUNT(WS-INT-HIT)
019265         ELSE
019269             DISPLAY "CASHAPP1 - ACCOUNT INTEREST TABLE FULL"
019273             GO TO 1150-EXIT
019277         END-IF
019281     END-IF.
019285     COMPUTE WS-INT-AMOUNT(WS-INT-HIT) =
019288         WS-INT-AMOUNT(WS-INT-HIT)
019292         + (DL-AUD-BEFORE-VALUE - DL-AUD-AFTER-VALUE).
019296 1150-EXIT.
019300     EXIT.
019400
019500*****************************************************************
021000     EXIT.
021100
021200*****************************************************************
021201*  1300-LOAD-ONE-DISCOUNT.                                     *
021202*    KEEPS EVERY STILL-OPEN ITEM THAT CARRIES A DISCOUNT ON    *
021204*    OFFER, IN LEDGER ORDER, SO A RECEIPT SETTLES THE OLDEST   *
021205*    DISCOUNTABLE ITEMS FIRST.                                 *
021206*****************************************************************
021208 1300-LOAD-ONE-DISCOUNT.
021209     IF AR-OPEN
021210             AND AR-DISC-AMOUNT > ZERO
021211             AND AR-OPEN-AMOUNT > AR-DISC-AMOUNT
021212         IF WS-DISC-COUNT < 2000
021214             ADD 1 TO WS-DISC-COUNT
021215             MOVE AR-ACCOUNT-CODE TO WS-DSC-ACCOUNT(WS-DISC-COUNT)
021216             MOVE AR-OPEN-AMOUNT  TO WS-DSC-OPEN(WS-DISC-COUNT)
021218             MOVE AR-DISC-AMOUNT  TO WS-DSC-AMOUNT(WS-DISC-COUNT)
021219             MOVE AR-DISC-DATE    TO WS-DSC-DATE(WS-DISC-COUNT)
021220             MOVE "N" TO WS-DSC-TAKEN-SW(WS-DISC-COUNT)
021221         ELSE
021222             DISPLAY "CASHAPP1 - DISCOUNT TABLE FULL"
021224         END-IF
021225     END-IF.
021226     PERFORM 1350-KEEP-FOREIGN-ITEM THRU 1350-EXIT.
021228     READ AR-MAST
021229         AT END
021230             SET WS-AR-EOF TO TRUE
021231     END-READ.
021232 1300-EXIT.
021234     EXIT.
021235
021236*****************************************************************
021238*  1350-KEEP-FOREIGN-ITEM.                                      *
021239*    AN UNSETTLED ITEM BILLED IN A FOREIGN CURRENCY IS KEPT     *
021240*    WITH THE STILL-OPEN SHARE OF ITS ORIGINAL FOREIGN AMOUNT   *
021241*    AND THE RATE IT WAS BOOKED AT, SO A RECEIPT IN THAT        *
021242*    CURRENCY CAN MEASURE HOW FAR THE RATE HAS MOVED SINCE.     *
021244*****************************************************************
021245 1350-KEEP-FOREIGN-ITEM.
021246     IF AR-SETTLED
021248             OR AR-CURRENCY-CODE = SPACES
021249             OR AR-CURRENCY-CODE = "USD"
021250             OR AR-BOOK-RATE = ZERO
021251             OR AR-ORIG-AMOUNT = ZERO
021252             OR AR-OPEN-AMOUNT NOT > ZERO
021254         GO TO 1350-EXIT
021255     END-IF.
021256     IF WS-FXI-COUNT < 2000
021258         ADD 1 TO WS-FXI-COUNT
021259         MOVE AR-ACCOUNT-CODE  TO WS-FXI-ACCOUNT(WS-FXI-COUNT)
021260         MOVE AR-CURRENCY-CODE TO WS-FXI-CURRENCY(WS-FXI-COUNT)
021261         MOVE AR-BOOK-RATE     TO WS-FXI-RATE(WS-FXI-COUNT)
021262         COMPUTE WS-FXI-OPEN(WS-FXI-COUNT) ROUNDED =
021264             AR-FOREIGN-AMOUNT * AR-OPEN-AMOUNT / AR-ORIG-AMOUNT
021265     ELSE
021266         DISPLAY "CASHAPP1 - FOREIGN ITEM TABLE FULL"
021268     END-IF.
021269 1350-EXIT.
021270     EXIT.
021271
021272*****************************************************************
021274*  1400-LOAD-ONE-RATE.                                          *
021275*    THE WHOLE FXRATHST HISTORY IS KEPT - EACH RECEIPT TAKES    *
021276*    THE RATE IN EFFECT ON ITS OWN RECEIPT DATE.                *
021278*****************************************************************
021279 1400-LOAD-ONE-RATE.
021280     IF WS-RTH-COUNT < 2000
021281         ADD 1 TO WS-RTH-COUNT
021282         MOVE FX-CURRENCY-CODE TO WS-RTH-CODE(WS-RTH-COUNT)
021284         MOVE FX-RATE-DATE     TO WS-RTH-DATE(WS-RTH-COUNT)
021285         MOVE FX-RATE-TO-BASE  TO WS-RTH-RATE(WS-RTH-COUNT)
021286     ELSE
021288         DISPLAY "CASHAPP1 - FX RATE HISTORY TABLE FULL"
021289     END-IF.
021290     READ FX-HIST
021291         AT END
021292             SET WS-RTH-EOF TO TRUE
021294     END-READ.
021295 1400-EXIT.
021296     EXIT.
021298
021299*****************************************************************
021300*  2000-APPLY-RECEIPT.                                         *
021400*    ONE RECEIPT - INTEREST FIRST, THEN PRINCIPAL, AND THE     *
021500*    REST (AN OVERPAYMENT, OR THE WHOLE RECEIPT WHEN THE       *
021600*    ACCOUNT IS UNKNOWN) TO SUSPENSE.  EVERY RECEIPT LEAVES    *
021700*    ONE APPLICATION RECORD NO MATTER HOW IT SPLIT.            *
021720*    A PREPAYMENT IS NOT APPLIED AT ALL - IT GOES WHOLE TO     *
021740*    THE CUSTOMER'S DEPOSIT LEDGER, HELD OR NOT.               *
021760*    A KNOWN ACCOUNT PAYS ONLY WHAT ITS OWN CARRYMST BALANCE    *
021780*    OWES, AND WHAT IT PAYS IS POSTED BACK TO THAT BALANCE.     *
021800*****************************************************************
021900 2000-APPLY-RECEIPT.
022000     MOVE ZERO TO WS-TO-INTEREST.
022100     MOVE ZERO TO WS-TO-PRINCIPAL.
022200     MOVE ZERO TO WS-TO-SUSPENSE.
022233     MOVE ZERO TO WS-TO-DISCOUNT.
022267     MOVE ZERO TO WS-TO-DEPOSIT.
022300     MOVE RC-AMOUNT TO WS-REMAINING.
022350     MOVE RC-AMOUNT TO WS-RCPT-APPLY.
022400     MOVE "N" TO WS-KNOWN-SW.
022405     IF RC-CURRENCY-CODE NOT = SPACES
022409             AND RC-CURRENCY-CODE NOT = "USD"
022414         PERFORM 2500-CONVERT-RECEIPT THRU 2500-EXIT
022418         IF WS-NO-RATE
022423             MOVE WS-REMAINING TO WS-TO-SUSPENSE
022427             MOVE "NO FX RATE FOR RECEIPT CCY" TO CS-REASON
022432             PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
022436             GO TO 2000-AUDIT
022441         END-IF
022445         MOVE WS-REMAINING TO WS-RCPT-APPLY
022450     END-IF.
022455     IF RC-PREPAYMENT
022459         IF RC-ACCOUNT = SPACES
022464             MOVE WS-REMAINING TO WS-TO-SUSPENSE
022468             MOVE "PREPAYMENT NAMES NO ACCOUNT" TO CS-REASON
022473             PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
022477         ELSE
022482             PERFORM 2400-TAKE-DEPOSIT THRU 2400-EXIT
022486         END-IF
022491         GO TO 2000-AUDIT
022495     END-IF.
022500     PERFORM 2100-MATCH-ONE-ACCOUNT THRU 2100-EXIT
022600         VARYING KNOWN-IDX FROM 1 BY 1
022700         UNTIL KNOWN-IDX > WS-KNOWN-COUNT
023300         PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
023400         GO TO 2000-AUDIT
023500     END-IF.
023600     PERFORM 2050-LOAD-ACCOUNT-OWED THRU 2050-EXIT.
023700     IF RC-CURRENCY-CODE NOT = SPACES
023800             AND RC-CURRENCY-CODE NOT = "USD"
023814         PERFORM 2550-SETTLE-FOREIGN-ITEMS THRU 2550-EXIT
023829         MOVE WS-REMAINING TO WS-RCPT-APPLY
023843     END-IF.
023857     IF WS-REMAINING > ZERO AND WS-ACCT-INTEREST > ZERO
023871         IF WS-REMAINING > WS-ACCT-INTEREST
023886             MOVE WS-ACCT-INTEREST TO WS-TO-INTEREST
023900         ELSE
024000             MOVE WS-REMAINING TO WS-TO-INTEREST
024100         END-IF
024200         SUBTRACT WS-TO-INTEREST FROM WS-ACCT-INTEREST
024300         SUBTRACT WS-TO-INTEREST FROM WS-REMAINING
024400     END-IF.
024500     IF WS-REMAINING > ZERO AND WS-ACCT-PRINCIPAL > ZERO
024600         IF WS-REMAINING > WS-ACCT-PRINCIPAL
024700             MOVE WS-ACCT-PRINCIPAL TO WS-TO-PRINCIPAL
024800         ELSE
024900             MOVE WS-REMAINING TO WS-TO-PRINCIPAL
025000         END-IF
025100         SUBTRACT WS-TO-PRINCIPAL FROM WS-ACCT-PRINCIPAL
025200         SUBTRACT WS-TO-PRINCIPAL FROM WS-REMAINING
025300     END-IF.
025320     IF WS-TO-PRINCIPAL > ZERO
025340         PERFORM 2200-TAKE-DISCOUNTS THRU 2200-EXIT
025360     END-IF.
025380     PERFORM 2060-POST-TO-ACCOUNT THRU 2060-EXIT.
025400     IF WS-REMAINING > ZERO
025500         MOVE WS-REMAINING TO WS-TO-SUSPENSE
025600         MOVE "OVERPAYMENT BEYOND BALANCE OWED"
026000 2000-AUDIT.
026100     MOVE RC-RECEIPT-ID    TO CA-RECEIPT-ID.
026200     MOVE RC-ACCOUNT       TO CA-ACCOUNT.
026300     MOVE WS-RCPT-APPLY    TO CA-RECEIPT-AMOUNT.
026400     MOVE WS-TO-INTEREST   TO CA-TO-INTEREST.
026500     MOVE WS-TO-PRINCIPAL  TO CA-TO-PRINCIPAL.
026600     MOVE WS-TO-SUSPENSE   TO CA-TO-SUSPENSE.
026700     MOVE WS-PROCESS-DATE  TO CA-APPLY-DATE.
026733     MOVE WS-TO-DISCOUNT   TO CA-TO-DISCOUNT.
026767     MOVE WS-TO-DEPOSIT    TO CA-TO-DEPOSIT.
026800     WRITE CA-APPLICATION-REC.
026900     IF WS-TO-INTEREST > ZERO OR WS-TO-PRINCIPAL > ZERO
027000         ADD 1 TO WS-APPLIED-COUNT
028900     EXIT.
029000
029100*****************************************************************
029102*  2050-LOAD-ACCOUNT-OWED.                                      *
029103*    WHAT THE RECEIPT'S ACCOUNT OWES IS ITS NEGATIVE BALANCE    *
029105*    ON CARRYMST, SPLIT INTO THE INTEREST ACCRUED ON IT         *
029107*    (NEVER MORE THAN THE BALANCE) AND PRINCIPAL.  NO RECORD    *
029108*    OR A BALANCE NOT BELOW ZERO OWES NOTHING.                  *
029110*****************************************************************
029112 2050-LOAD-ACCOUNT-OWED.
029113     MOVE ZERO TO WS-ACCT-OWED.
029115     MOVE ZERO TO WS-INT-HIT.
029117     MOVE ZERO TO WS-ACCT-INTEREST.
029118     MOVE ZERO TO WS-ACCT-PRINCIPAL.
029120     MOVE RC-ACCOUNT TO CY-ACCOUNT.
029122     SET WS-ACCOUNT-ON-FILE TO TRUE.
029123     READ CARRY-MAST
029125         INVALID KEY
029127             MOVE "N" TO WS-ON-FILE-SW
029128     END-READ.
029130     IF NOT WS-ACCOUNT-ON-FILE OR CY-BALANCE NOT < ZERO
029132         GO TO 2050-EXIT
029133     END-IF.
029135     COMPUTE WS-ACCT-OWED = ZERO - CY-BALANCE.
029137     MOVE RC-ACCOUNT TO WS-INT-KEY.
029138     PERFORM 2055-FIND-INTEREST THRU 2055-EXIT.
029140     IF WS-INT-HIT > ZERO
029142         MOVE WS-INT-AMOUNT(WS-INT-HIT) TO WS-ACCT-INTEREST
029143     END-IF.
029145     IF WS-ACCT-INTEREST > WS-ACCT-OWED
029147         MOVE WS-ACCT-OWED TO WS-ACCT-INTEREST
029148     END-IF.
029150     COMPUTE WS-ACCT-PRINCIPAL =
029152         WS-ACCT-OWED - WS-ACCT-INTEREST.
029153 2050-EXIT.
029155     EXIT.
029157
029158*****************************************************************
029160*  2055-FIND-INTEREST.                                          *
029162*    LOOKS UP THE ACCOUNT IN WS-INT-KEY; WS-INT-HIT IS ZERO     *
029163*    WHEN IT HAS NO ACCRUED INTEREST.                           *
029165*****************************************************************
029167 2055-FIND-INTEREST.
029168     MOVE ZERO TO WS-INT-HIT.
029170     PERFORM 2056-MATCH-ONE-INTEREST THRU 2056-EXIT
029172         VARYING INT-IDX FROM 1 BY 1
029173         UNTIL INT-IDX > WS-INT-COUNT
029175            OR WS-INT-HIT > ZERO.
029177 2055-EXIT.
029178     EXIT.
029180
029182*****************************************************************
029183*  2056-MATCH-ONE-INTEREST.                                     *
029185*****************************************************************
029187 2056-MATCH-ONE-INTEREST.
029188     IF WS-INT-ACCOUNT(INT-IDX) = WS-INT-KEY
029190         MOVE INT-IDX TO WS-INT-HIT
029192     END-IF.
029193 2056-EXIT.
029195     EXIT.
029197
029198*****************************************************************
029200*  2300-WRITE-SUSPENSE.                                        *
029300*    THE CALLER HAS ALREADY PLACED THE REASON IN CS-REASON.    *
029400*****************************************************************
030000     WRITE CS-SUSPENSE-REC.
030100     ADD 1 TO WS-SUSP-COUNT.
030200 2300-EXIT.
030201     EXIT.
030203
030204*****************************************************************
030205*  2400-TAKE-DEPOSIT.                                          *
030207*    THE WHOLE RECEIPT GOES TO DEPRCPT, WHERE DEPLEDG1 ADDS    *
030208*    IT TO THE CUSTOMER'S DEPOSIT BALANCE AND THE BILLING RUN  *
030209*    DRAWS IT DOWN AGAINST THE NEXT INVOICE.  THE GL SEES IT   *
030211*    AS CUSTOMER DEPOSIT LIABILITY UNDER POSTING TYPE DEPRCV.  *
030212*****************************************************************
030214 2400-TAKE-DEPOSIT.
030215     MOVE WS-REMAINING TO WS-TO-DEPOSIT.
030216     MOVE ZERO TO WS-REMAINING.
030218     IF RC-CURRENCY-CODE NOT = SPACES
030219         MOVE WS-TO-DEPOSIT TO RC-AMOUNT
030220         MOVE SPACES        TO RC-CURRENCY-CODE
030222     END-IF.
030223     WRITE DQ-DEPOSIT-REC FROM RC-RECEIPT-REC.
030224     ADD 1 TO WS-DEPOSIT-COUNT.
030226     MOVE "CASHAPP1"         TO JF-SOURCE-PROGRAM.
030227     MOVE SPACES             TO JF-TRANS-KEY.
030228     MOVE "DEPRCV"           TO JF-TRANS-KEY(1:6).
030230     MOVE RC-ACCOUNT(1:6)    TO JF-TRANS-KEY(7:6).
030231     MOVE "+"                TO JF-AMOUNT-SIGN.
030232     MOVE WS-TO-DEPOSIT      TO JF-AMOUNT.
030234     MOVE SPACES             TO JF-CURRENCY-CODE.
030235     MOVE WS-PROCESS-DATE    TO JF-RUN-DATE.
030236     WRITE JF-JOURNAL-REC.
030238 2400-EXIT.
030239     EXIT.
030241
030242*****************************************************************
030243*  2500-CONVERT-RECEIPT.                                        *
030245*    A RECEIPT IN A FOREIGN CURRENCY IS WORTH ITS AMOUNT AT THE *
030246*    FXRATHST RATE IN EFFECT ON THE RECEIPT DATE.  WS-REMAINING *
030247*    COMES BACK AS THAT BASE VALUE - WHAT A PREPAYMENT DEPOSITS *
030249*    AND WHAT A RECEIPT FOR AN UNKNOWN ACCOUNT SUSPENDS.        *
030250*    NOTHING IS SETTLED HERE; 2550 SETTLES THE FOREIGN ITEMS    *
030251*    ONCE THE ACCOUNT AND WHAT IT OWES ARE KNOWN.               *
030253*****************************************************************
030254 2500-CONVERT-RECEIPT.
030255     MOVE "N" TO WS-NO-RATE-SW.
030257     MOVE ZERO TO WS-RCPT-RATE.
030258     MOVE ZERO TO WS-RATE-BEST-DATE.
030259     MOVE RC-RECEIPT-DATE TO WS-RATE-AS-OF.
030261     IF WS-RATE-AS-OF = ZERO
030262         MOVE WS-PROCESS-DATE TO WS-RATE-AS-OF
030264     END-IF.
030265     PERFORM 2510-TRY-ONE-RATE THRU 2510-EXIT
030266         VARYING RTH-IDX FROM 1 BY 1
030268         UNTIL RTH-IDX > WS-RTH-COUNT.
030269     IF WS-RCPT-RATE = ZERO
030270         SET WS-NO-RATE TO TRUE
030272         GO TO 2500-EXIT
030273     END-IF.
030274     COMPUTE WS-RCPT-BASE ROUNDED = RC-AMOUNT * WS-RCPT-RATE.
030276     MOVE WS-RCPT-BASE TO WS-REMAINING.
030277     ADD 1 TO WS-FX-RCPT-COUNT.
030278 2500-EXIT.
030280     EXIT.
030281
030282*****************************************************************
030284*  2510-TRY-ONE-RATE.                                           *
030285*    THE LATEST RATE FOR THE RECEIPT CURRENCY DATED ON OR       *
030286*    BEFORE WS-RATE-AS-OF WINS.                                 *
030288*****************************************************************
030289 2510-TRY-ONE-RATE.
030291     IF WS-RTH-CODE(RTH-IDX) = RC-CURRENCY-CODE
030292             AND WS-RTH-DATE(RTH-IDX) NOT > WS-RATE-AS-OF
030293             AND WS-RTH-DATE(RTH-IDX) NOT < WS-RATE-BEST-DATE
030295         MOVE WS-RTH-RATE(RTH-IDX) TO WS-RCPT-RATE
030296         MOVE WS-RTH-DATE(RTH-IDX) TO WS-RATE-BEST-DATE
030297     END-IF.
030299 2510-EXIT.
030300     EXIT.
030400
030500*****************************************************************
033500     WRITE DL-RUNSUM-REC.
033600     DISPLAY "CASHAPP1 RECEIPTS APPLIED: " WS-APPLIED-COUNT
033700         " TO SUSPENSE: " WS-SUSP-COUNT.
033720     DISPLAY "CASHAPP1 DISCOUNTS TAKEN:  " WS-DISC-COUNT-TAKEN.
033740     DISPLAY "CASHAPP1 TO DEPOSIT:       " WS-DEPOSIT-COUNT.
033760     DISPLAY "CASHAPP1 FOREIGN RECEIPTS: " WS-FX-RCPT-COUNT
033780         " FX DIFFERENCES POSTED: " WS-FX-POST-COUNT.
033800     IF WS-SUSP-COUNT > ZERO
033900         MOVE 4 TO RETURN-CODE
034000     END-IF.
034200     CLOSE APP-AUDIT.
034300     CLOSE CASH-SUSP.
034400     CLOSE RUN-SUM.
034425     CLOSE JRN-FEED.
034450     CLOSE DEP-RCPT.
034475     CLOSE CARRY-MAST.
034500 9000-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*  2060-POST-TO-ACCOUNT.                                        *
035000*    THE INTEREST AND PRINCIPAL THIS RECEIPT PAID, AND ANY      *
035100*    DISCOUNT IT EARNED, COME OFF THE ACCOUNT'S INTEREST AND    *
035200*    THE CHAIN TOTALS, AND GO BACK ON THE ACCOUNT'S CARRYMST    *
035300*    BALANCE.  2200 HAS ALREADY TAKEN THE DISCOUNTS.            *
035400*****************************************************************
035500 2060-POST-TO-ACCOUNT.
035600     IF WS-TO-INTEREST = ZERO AND WS-TO-PRINCIPAL = ZERO
035700         GO TO 2060-EXIT
035800     END-IF.
035900     IF WS-INT-HIT > ZERO
036000         IF WS-TO-INTEREST > WS-INT-AMOUNT(WS-INT-HIT)
036100             MOVE ZERO TO WS-INT-AMOUNT(WS-INT-HIT)
036200         ELSE
036300             SUBTRACT WS-TO-INTEREST
036400                 FROM WS-INT-AMOUNT(WS-INT-HIT)
036500         END-IF
036600     END-IF.
036700     IF WS-TO-INTEREST > WS-OUT-INTEREST
036800         MOVE ZERO TO WS-OUT-INTEREST
036900     ELSE
037000         SUBTRACT WS-TO-INTEREST FROM WS-OUT-INTEREST
037100     END-IF.
037200     IF WS-TO-PRINCIPAL + WS-TO-DISCOUNT > WS-OUT-PRINCIPAL
037300         MOVE ZERO TO WS-OUT-PRINCIPAL
037400     ELSE
037500         SUBTRACT WS-TO-PRINCIPAL WS-TO-DISCOUNT
037600             FROM WS-OUT-PRINCIPAL
037700     END-IF.
037800     COMPUTE CY-BALANCE ROUNDED =
037900         CY-BALANCE + WS-TO-INTEREST + WS-TO-PRINCIPAL
038000         + WS-TO-DISCOUNT.
038100     MOVE WS-PROCESS-DATE TO CY-LAST-POST-DATE.
038200     REWRITE CY-CARRY-REC
038300         INVALID KEY
038400             DISPLAY "CASHAPP1 - CARRYMST REWRITE FAILED FOR "
038500                 CY-ACCOUNT
038600     END-REWRITE.
038700 2060-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*  2200-TAKE-DISCOUNTS.                                        *
039200*    THE PRINCIPAL THIS RECEIPT APPLIED SETTLES THE ACCOUNT'S  *
039300*    DISCOUNTABLE ITEMS OLDEST FIRST.  AN ITEM EARNS ITS       *
039400*    DISCOUNT ONLY WHEN THE RECEIPT IS DATED ON OR BEFORE THE  *
039500*    DISCOUNT DATE AND THE CASH LEFT COVERS THE ITEM NET OF    *
039600*    THE DISCOUNT; THE FIRST ITEM THE CASH CANNOT COVER ENDS   *
039700*    THE WALK, SO A SHORT PAYMENT NEVER EARNS A DISCOUNT ON A  *
039800*    LATER ITEM.  THE DISCOUNT GOES TO THE GL ON JRNLFD.       *
039900*****************************************************************
040000 2200-TAKE-DISCOUNTS.
040100     MOVE WS-TO-PRINCIPAL TO WS-DISC-CASH.
040200     MOVE "N" TO WS-DISC-STOP-SW.
040300     PERFORM 2250-TRY-ONE-DISCOUNT THRU 2250-EXIT
040400         VARYING DSC-IDX FROM 1 BY 1
040500         UNTIL DSC-IDX > WS-DISC-COUNT
040600            OR WS-DISC-STOP.
040700     IF WS-TO-DISCOUNT > ZERO
040800         MOVE "CASHAPP1"         TO JF-SOURCE-PROGRAM
040900         MOVE SPACES             TO JF-TRANS-KEY
041000         MOVE "DISCNT"           TO JF-TRANS-KEY(1:6)
041100         MOVE RC-ACCOUNT(1:6)    TO JF-TRANS-KEY(7:6)
041200         MOVE "+"                TO JF-AMOUNT-SIGN
041300         MOVE WS-TO-DISCOUNT     TO JF-AMOUNT
041400         MOVE SPACES             TO JF-CURRENCY-CODE
041500         MOVE WS-PROCESS-DATE    TO JF-RUN-DATE
041600         WRITE JF-JOURNAL-REC
041700     END-IF.
041800 2200-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*  2250-TRY-ONE-DISCOUNT.                                      *
042300*****************************************************************
042400 2250-TRY-ONE-DISCOUNT.
042500     IF WS-DSC-ACCOUNT(DSC-IDX) NOT = RC-ACCOUNT(1:6)
042600             OR WS-DSC-TAKEN(DSC-IDX)
042700         GO TO 2250-EXIT
042800     END-IF.
042900     IF RC-RECEIPT-DATE <= WS-DSC-DATE(DSC-IDX)
043000         COMPUTE WS-DISC-NET =
043100             WS-DSC-OPEN(DSC-IDX) - WS-DSC-AMOUNT(DSC-IDX)
043200     ELSE
043300         MOVE WS-DSC-OPEN(DSC-IDX) TO WS-DISC-NET
043400     END-IF.
043500     IF WS-DISC-CASH < WS-DISC-NET
043600         SET WS-DISC-STOP TO TRUE
043700         GO TO 2250-EXIT
043800     END-IF.
043900     SUBTRACT WS-DISC-NET FROM WS-DISC-CASH.
044000     IF RC-RECEIPT-DATE <= WS-DSC-DATE(DSC-IDX)
044100         ADD WS-DSC-AMOUNT(DSC-IDX) TO WS-TO-DISCOUNT
044200         ADD 1 TO WS-DISC-COUNT-TAKEN
044300     END-IF.
044400     SET WS-DSC-TAKEN(DSC-IDX) TO TRUE.
044500 2250-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*  2520-SETTLE-ONE-ITEM.                                        *
045000*    ONE OF THE ACCOUNT'S ITEMS IN THE RECEIPT CURRENCY TAKES   *
045100*    AS MUCH OF THE FOREIGN AMOUNT LEFT AS IT HAS OPEN, NO MORE *
045200*    THAN THE BOOKED VALUE THE ACCOUNT STILL OWES ROOM FOR, AND *
045300*    THAT PORTION'S RATE MOVEMENT ADDS TO THE REALIZED          *
045400*    DIFFERENCE.                                                *
045500*****************************************************************
045600 2520-SETTLE-ONE-ITEM.
045700     IF WS-FXI-ACCOUNT(FXI-IDX) NOT = RC-ACCOUNT(1:6)
045800             OR WS-FXI-CURRENCY(FXI-IDX) NOT = RC-CURRENCY-CODE
045900             OR WS-FXI-OPEN(FXI-IDX) = ZERO
046000         GO TO 2520-EXIT
046100     END-IF.
046200     IF WS-FX-LEFT > WS-FXI-OPEN(FXI-IDX)
046300         MOVE WS-FXI-OPEN(FXI-IDX) TO WS-FX-TAKE
046400     ELSE
046500         MOVE WS-FX-LEFT TO WS-FX-TAKE
046600     END-IF.
046700     COMPUTE WS-FX-BOOKED ROUNDED =
046800         WS-FX-TAKE * WS-FXI-RATE(FXI-IDX).
046900     IF WS-FX-BOOKED > WS-FX-ROOM
047000         COMPUTE WS-FX-TAKE = WS-FX-ROOM / WS-FXI-RATE(FXI-IDX)
047100         MOVE WS-FX-ROOM TO WS-FX-BOOKED
047200     END-IF.
047300     COMPUTE WS-FX-DIFF ROUNDED = WS-FX-DIFF
047400         + WS-FX-TAKE * (WS-RCPT-RATE - WS-FXI-RATE(FXI-IDX)).
047500     SUBTRACT WS-FX-TAKE FROM WS-FXI-OPEN(FXI-IDX).
047600     SUBTRACT WS-FX-TAKE FROM WS-FX-LEFT.
047700     SUBTRACT WS-FX-BOOKED FROM WS-FX-ROOM.
047800 2520-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*  2550-SETTLE-FOREIGN-ITEMS.                                   *
048300*    ONLY THE PART OF A FOREIGN RECEIPT THE ACCOUNT'S OWN       *
048400*    BALANCE TAKES SETTLES ITS ITEMS IN THAT CURRENCY (OLDEST   *
048500*    FIRST) AT THEIR BOOKING RATE.  THE MOVE BETWEEN THE TWO    *
048600*    RATES ON THAT PART IS THE REALIZED EXCHANGE GAIN OR LOSS,  *
048700*    POSTED TO THE GL ON JRNLFD UNDER POSTING TYPE FXREAL.      *
048800*    WS-REMAINING COMES BACK AS THE BOOKED VALUE OF WHAT WAS    *
048900*    SETTLED PLUS THE REST AT THE RECEIPT DATE'S RATE, SO ONLY  *
049000*    A TRUE OVERPAYMENT REACHES SUSPENSE, AT THAT RATE.         *
049100*****************************************************************
049200 2550-SETTLE-FOREIGN-ITEMS.
049300     MOVE ZERO TO WS-FX-DIFF.
049400     MOVE RC-AMOUNT TO WS-FX-LEFT.
049500     MOVE WS-ACCT-OWED TO WS-FX-ROOM.
049600     IF WS-FX-ROOM = ZERO
049700         GO TO 2550-EXIT
049800     END-IF.
049900     PERFORM 2520-SETTLE-ONE-ITEM THRU 2520-EXIT
050000         VARYING FXI-IDX FROM 1 BY 1
050100         UNTIL FXI-IDX > WS-FXI-COUNT
050200            OR WS-FX-LEFT = ZERO
050300            OR WS-FX-ROOM = ZERO.
050400     COMPUTE WS-REMAINING = WS-RCPT-BASE - WS-FX-DIFF.
050500     IF WS-FX-DIFF = ZERO
050600         GO TO 2550-EXIT
050700     END-IF.
050800     MOVE "CASHAPP1"         TO JF-SOURCE-PROGRAM.
050900     MOVE SPACES             TO JF-TRANS-KEY.
051000     MOVE "FXREAL"           TO JF-TRANS-KEY(1:6).
051100     MOVE RC-ACCOUNT(1:6)    TO JF-TRANS-KEY(7:6).
051200     IF WS-FX-DIFF < ZERO
051300         MOVE "-"            TO JF-AMOUNT-SIGN
051400         COMPUTE JF-AMOUNT = ZERO - WS-FX-DIFF
051500     ELSE
051600         MOVE "+"            TO JF-AMOUNT-SIGN
051700         MOVE WS-FX-DIFF     TO JF-AMOUNT
051800     END-IF.
051900     MOVE SPACES             TO JF-CURRENCY-CODE.
052000     MOVE WS-PROCESS-DATE    TO JF-RUN-DATE.
052100     WRITE JF-JOURNAL-REC.
052200     ADD 1 TO WS-FX-POST-COUNT.
052300 2550-EXIT.
052400     EXIT.
