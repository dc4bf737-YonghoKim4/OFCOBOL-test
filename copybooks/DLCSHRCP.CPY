      *  MUCH, AND WHEN, SO MONEY THAT ACTUALLY ARRIVES CAN BE       *
      *  APPLIED AGAINST THE CARRIED SHORTFALL INSTEAD OF SOMEONE    *
      *  HAND-EDITING NEXT MORNING'S CARRYIN.                        *
      *  RC-RECEIPT-TYPE "P" MARKS A PREPAYMENT - MONEY SENT AHEAD   *
      *  OF ANY INVOICE, HELD ON THE CUSTOMER'S DEPOSIT LEDGER AND   *
      *  DRAWN DOWN WHEN THE NEXT INVOICE IS RAISED.  ANY OTHER      *
      *  VALUE IS AN ORDINARY RECEIPT AGAINST THE OPEN BALANCE.      *
      *  RC-CURRENCY-CODE IS THE CURRENCY RC-AMOUNT ARRIVED IN -     *
      *  SPACES OR THE BASE CURRENCY FOR A BASE RECEIPT, OTHERWISE   *
      *  THE CURRENCY OF THE INVOICES IT PAYS.                       *
      *****************************************************************
       01  RC-RECEIPT-REC.
           05  RC-RECEIPT-ID        PIC X(10).
           05  RC-ACCOUNT           PIC X(08).
           05  RC-AMOUNT            PIC 9(07)V9(02).
           05  RC-RECEIPT-DATE      PIC 9(08).
           05  RC-RECEIPT-TYPE      PIC X(01).
               88  RC-PREPAYMENT        VALUE "P".
           05  RC-CURRENCY-CODE     PIC X(03).
