002800*                    THERE - FILE SECTION VALUE CLAUSES ARE     *
002900*                    COMMENTARY, SO THE LABEL FILLERS           *
003000*                    PRINTED AS GARBAGE.                        *
003025*    2026-10-15  DL  THE NEW BILLING-SUMMARY TAX JURISDICTION   *
003050*                    AND EXEMPT FIELDS ARE RENAMED ON THE       *
003075*                    MASKED COPY OF THE RECORD AS WELL.         *
003081*    2026-10-15  DL  THE BILLING CURRENCY, FOREIGN TOTAL AND    *
003087*                    BOOKING RATE NOW ON THE BILLSUM RECORD ARE *
003093*                    RENAMED WITH THE REST OF THE COPY.         *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
011800                   ==BS-LINE-COUNT==    BY ==TB-LINE-COUNT==
011900                   ==BS-INVOICE-TOTAL== BY ==TB-INVOICE-TOTAL==
012000                   ==BS-INVOICE-NO==    BY ==TB-INVOICE-NO==
012100                   ==BS-TAX-AMOUNT==    BY ==TB-TAX-AMOUNT==
012125                   ==BS-TAX-JURIS==     BY ==TB-TAX-JURIS==
012150                   ==BS-EXEMPT-SW==     BY ==TB-EXEMPT-SW==
012175                   ==BS-TAX-EXEMPT==    BY ==TB-TAX-EXEMPT==
012181                   ==BS-CURRENCY-CODE== BY ==TB-CURRENCY-CODE==
012187                   ==BS-FOREIGN-TOTAL== BY ==TB-FOREIGN-TOTAL==
012193                   ==BS-BOOK-RATE==     BY ==TB-BOOK-RATE==.
012200
012300 FD  MASK-RPT.
012400 01  MR-PRINT-LINE            PIC X(52).
