      *  WHEN A REVERSAL BACKS OUT A LINE ALREADY BILLED), APPLIED   *
      *  BY THE OPEN-ITEM LEDGER SO THE ACCOUNT'S BALANCE COMES      *
      *  RIGHT WITHOUT A MANUAL ADJUSTMENT.                          *
      *  THE SAME SHAPE CARRIES AN APPROVED BAD-DEBT WRITE-OFF ON    *
      *  WOFFADJ, WITH AJ-SOURCE-KEY "WOFFRUN1", AND THE AMOUNT A    *
      *  RETURNED RECEIPT PUTS BACK ON AN ITEM ON NSFADJ, WITH       *
      *  AJ-SOURCE-KEY THE RETURNED RECEIPT ID - THERE THE AMOUNT    *
      *  REOPENS THE ITEM RATHER THAN CREDITING IT.                  *
      *  THE BILLING RUN WRITES THE SAME SHAPE ON DEPADJ, WITH       *
      *  AJ-SOURCE-KEY "DEPOSIT", FOR THE PART OF A NEW INVOICE      *
      *  SETTLED FROM THE CUSTOMER'S PREPAID DEPOSIT.                *
      *****************************************************************
       01  AJ-ADJUSTMENT-REC.
           05  AJ-INVOICE-NO        PIC 9(08).
