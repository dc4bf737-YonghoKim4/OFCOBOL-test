002500*                    ARCHIVE HEADER AND TRAILER NOW CARRY -    *
002600*                    THE DUPLICATE MATCHES THE ORIGINAL LINE   *
002700*                    FOR LINE AGAIN.                           *
002710*    2026-10-15  DL  AN INVOICE PART-SETTLED FROM A PREPAID    *
002720*                    DEPOSIT REPRINTS ITS DEPOSIT APPLIED AND  *
002730*                    AMOUNT DUE LINES FROM THE TRAILER.        *
002745*    2026-10-15  DL  A TAX-EXEMPT INVOICE REPRINTS ITS         *
002760*                    EXEMPTION CERTIFICATE NUMBER ON THE TAX   *
002775*                    LINE.                                     *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
009100     05  WS-TAX-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
009200     05  FILLER               PIC X(07) VALUE " JURIS ".
009300     05  WS-TAX-JURIS         PIC X(03).
009333     05  WS-TAX-CERT-LABEL    PIC X(13).
009366     05  WS-TAX-CERT          PIC X(15).
009400
009500 01  WS-INV-TOTAL-LINE.
009600     05  FILLER               PIC X(14) VALUE "INVOICE TOTAL ".
009800     05  FILLER               PIC X(02) VALUE SPACES.
009900     05  FILLER               PIC X(06) VALUE "LINES ".
010000     05  WS-TOT-LINES         PIC ZZZZ9.
010010
010020 01  WS-INV-DEPOSIT-LINE.
010030     05  FILLER               PIC X(14) VALUE "DEPOSIT APPLD ".
010040     05  WS-DEP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
010050
010060 01  WS-INV-DUE-LINE.
010070     05  FILLER               PIC X(14) VALUE "AMOUNT DUE    ".
010080     05  WS-DUE-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
010090
010095 01  WS-AMOUNT-DUE            PIC 9(09) VALUE ZERO.
010100
010200 01  WS-DUP-STAMP             PIC X(27) VALUE
010300     "*** DUPLICATE - REPRINT ***".
018200                 WRITE DP-PRINT-LINE FROM WS-INV-SUBTOT-LINE
018300                 MOVE IA-TAX-AMOUNT TO WS-TAX-AMOUNT
018400                 MOVE IA-TAX-JURIS  TO WS-TAX-JURIS
018414                 IF IA-EXEMPT-CERT = SPACES
018428                     MOVE SPACES TO WS-TAX-CERT-LABEL
018442                 ELSE
018457                     MOVE " EXEMPT CERT " TO WS-TAX-CERT-LABEL
018471                 END-IF
018485                 MOVE IA-EXEMPT-CERT TO WS-TAX-CERT
018500                 WRITE DP-PRINT-LINE FROM WS-INV-TAX-LINE
018600                 MOVE IA-INVOICE-TOTAL TO WS-TOT-AMOUNT
018700                 MOVE IA-LINE-COUNT    TO WS-TOT-LINES
018800                 WRITE DP-PRINT-LINE FROM WS-INV-TOTAL-LINE
018810                 IF IA-DEPOSIT-APPLIED > ZERO
018820                     MOVE IA-DEPOSIT-APPLIED TO WS-DEP-AMOUNT
018830                     WRITE DP-PRINT-LINE FROM WS-INV-DEPOSIT-LINE
018840                     COMPUTE WS-AMOUNT-DUE =
018850                         IA-INVOICE-TOTAL - IA-DEPOSIT-APPLIED
018860                     MOVE WS-AMOUNT-DUE TO WS-DUE-AMOUNT
018870                     WRITE DP-PRINT-LINE FROM WS-INV-DUE-LINE
018880                 END-IF
018900         END-EVALUATE
019000     END-IF.
019100     READ INV-ARCH
