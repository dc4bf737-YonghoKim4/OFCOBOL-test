      *****************************************************************
      *  DLCNSGRP.CPY                                                *
      *  CONSOLIDATION-GROUP DEFINITION - ONE RECORD PER LEDGER      *
      *  CODE NAMING THE GROUP IT ROLLS INTO.  A TRANSFER BETWEEN    *
      *  TWO LEDGERS OF THE SAME GROUP IS ELIMINATED FROM THAT       *
      *  GROUP'S CONSOLIDATED TOTALS; ONE BETWEEN GROUPS STANDS.     *
      *  A LEDGER NAMED UNDER A SECOND GROUP KEEPS ITS FIRST.        *
      *****************************************************************
       01  CG-GROUP-REC.
           05  CG-GROUP-CODE        PIC X(04).
           05  CG-GROUP-NAME        PIC X(30).
           05  CG-LEDGER-CODE       PIC X(04).
