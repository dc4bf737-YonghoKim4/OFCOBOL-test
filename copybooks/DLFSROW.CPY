      *****************************************************************
      *  DLFSROW.CPY                                                 *
      *  ONE ROW OF THE FINANCIAL-STATEMENT LAYOUT.  THE ROWS PRINT  *
      *  IN FILE ORDER, SO FINANCE REARRANGES THE INCOME STATEMENT   *
      *  OR BALANCE SHEET BY EDITING THIS FILE - NOT THE PROGRAM.    *
      *  A DETAIL ROW SUMS EITHER A RANGE OF GL ACCOUNTS (EACH       *
      *  SUBLMAST CODE REACHES ITS ACCOUNT THROUGH THE GLMAP ROW     *
      *  KEYED ON THE CODE TYPE AND VALUE) OR A RANGE OF SUBLMAST    *
      *  CODE VALUES DIRECTLY.  FR-SIGN IS APPLIED TO THE ROW'S      *
      *  FIGURES AS PRINTED AND AS ROLLED INTO THE TOTALS, SO A      *
      *  CREDIT-NATURED LINE CAN PRINT POSITIVE OR AN EXPENSE LINE   *
      *  CAN BE SUBTRACTED.  A TOTAL ROW PRINTS ITS LEVEL'S RUNNING  *
      *  TOTAL AND CLEARS THAT LEVEL AND EVERY LEVEL BELOW IT.       *
      *                                                              *
      *  FR-STATEMENT VALUES -                                       *
      *    "I"  INCOME STATEMENT    "B"  BALANCE SHEET               *
      *  FR-ROW-TYPE VALUES -                                        *
      *    "H"  HEADING (CAPTION ONLY)                               *
      *    "D"  DETAIL - SUMS FR-SOURCE'S RANGE                      *
      *    "T"  TOTAL - PRINTS LEVEL FR-LEVEL (1-9)                  *
      *  FR-SOURCE VALUES (DETAIL ROWS) -                            *
      *    "G"  GL ACCOUNT RANGE    "S"  SUBLMAST CODE RANGE         *
      *****************************************************************
       01  FR-ROW-REC.
           05  FR-STATEMENT         PIC X(01).
               88  FR-INCOME-STMT       VALUE "I".
               88  FR-BALANCE-SHEET     VALUE "B".
           05  FR-LINE-NO           PIC 9(04).
           05  FR-ROW-TYPE          PIC X(01).
               88  FR-HEADING-ROW       VALUE "H".
               88  FR-DETAIL-ROW        VALUE "D".
               88  FR-TOTAL-ROW         VALUE "T".
           05  FR-CAPTION           PIC X(30).
           05  FR-SOURCE            PIC X(01).
               88  FR-GL-SOURCE         VALUE "G".
               88  FR-CODE-SOURCE       VALUE "S".
           05  FR-RANGE             PIC X(16).
           05  FR-GL-RANGE REDEFINES FR-RANGE.
               10  FR-ACCT-LOW      PIC X(08).
               10  FR-ACCT-HIGH     PIC X(08).
           05  FR-CODE-RANGE REDEFINES FR-RANGE.
               10  FR-CODE-TYPE     PIC X(01).
               10  FR-CODE-LOW      PIC 9(04).
               10  FR-CODE-HIGH     PIC 9(04).
               10  FILLER           PIC X(07).
           05  FR-SIGN              PIC X(01).
               88  FR-SIGN-PLUS         VALUE "+".
               88  FR-SIGN-MINUS        VALUE "-".
           05  FR-LEVEL             PIC 9(01).
