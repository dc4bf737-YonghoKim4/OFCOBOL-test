003000*                    ADDED IN THE SAME STATEMENT PAIR, SO THE  *
003100*                    VERDICT COULD NEVER BE ANYTHING BUT IN    *
003200*                    BALANCE AND THE REPORT PROVED NOTHING.    *
003225*    2026-10-15  DL  THE NEW BILLING-SUMMARY TAX JURISDICTION  *
003250*                    AND EXEMPT FIELDS ARE RENAMED ON THE      *
003275*                    INPUT COPY OF THE RECORD AS WELL.         *
003281*    2026-10-15  DL  THE BILLING CURRENCY, FOREIGN TOTAL AND   *
003287*                    BOOKING RATE NOW ON THE BILLSUM RECORD    *
003293*                    ARE RENAMED WITH THE REST OF THE COPY.    *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
010700                   ==BS-LINE-COUNT==   BY ==BI-LINE-COUNT==
010800                   ==BS-INVOICE-TOTAL== BY ==BI-INVOICE-TOTAL==
010900                   ==BS-INVOICE-NO==   BY ==BI-INVOICE-NO==
011000                   ==BS-TAX-AMOUNT==   BY ==BI-TAX-AMOUNT==
011025                   ==BS-TAX-JURIS==    BY ==BI-TAX-JURIS==
011050                   ==BS-EXEMPT-SW==    BY ==BI-EXEMPT-SW==
011075                   ==BS-TAX-EXEMPT==   BY ==BI-TAX-EXEMPT==
011081                   ==BS-CURRENCY-CODE== BY ==BI-CURRENCY-CODE==
011087                   ==BS-FOREIGN-TOTAL== BY ==BI-FOREIGN-TOTAL==
011093                   ==BS-BOOK-RATE==    BY ==BI-BOOK-RATE==.
011100
011200 FD  BILL-OUT.
011300     COPY DLBILSUM.
