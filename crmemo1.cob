002900*                    IN BS-TAX-AMOUNT - A REVERSED LINE NO     *
003000*                    LONGER LEAVES ITS TAX OWING, AND NO       *
003100*                    FIELD RIDES OUT UNINITIALIZED.            *
003125*    2026-10-15  DL  THE BILLSADJ RECORD CARRIES THE INVOICE'S   *
003150*                    TAX JURISDICTION AND EXEMPT FLAG FROM THE   *
003175*                    ARCHIVE TRAILER FOR THE SALES-TAX RETURN.   *
003181*    2026-10-15  DL  THE CREDIT MEMO BILLSUM RECORD CARRIES A    *
003187*                    BLANK BILLING CURRENCY - THE CREDIT IS      *
003193*                    STATED IN BASE.                             *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
029300     MOVE WS-CREDIT-GROSS TO BS-INVOICE-TOTAL.
029400     MOVE WS-INV-NO       TO BS-INVOICE-NO.
029500     MOVE WS-TAX-SHARE    TO BS-TAX-AMOUNT.
029514     MOVE IA-TAX-JURIS    TO BS-TAX-JURIS.
029528     IF IA-EXEMPT-CERT = SPACES
029542         MOVE "N" TO BS-EXEMPT-SW
029557     ELSE
029571         SET BS-TAX-EXEMPT TO TRUE
029585     END-IF.
029588     MOVE SPACES          TO BS-CURRENCY-CODE.
029592     MOVE ZERO            TO BS-FOREIGN-TOTAL.
029596     MOVE ZERO            TO BS-BOOK-RATE.
029600     WRITE BS-BILLING-REC.
029700     ADD 1 TO WS-MEMO-COUNT.
029800 3100-EXIT.
