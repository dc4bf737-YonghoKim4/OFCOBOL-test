      *  AMOUNT IS NET OF ANY LINE ADJUSTMENT; MO-GROSS-AMT KEEPS    *
      *  THE UNADJUSTED EXTENSION AND MO-ADJ-CODE NAMES THE          *
      *  ADJUSTMENT APPLIED (SPACES WHEN NONE).                      *
      *  MO-SVC-START AND MO-SVC-END CARRY THE LINE ITEM'S SERVICE   *
      *  PERIOD THROUGH TO THE INVOICE RUN (ZERO WHEN NONE).         *
      *****************************************************************
       01  MO-DETAIL-LINE.
           05  MO-ITEM-KEY          PIC X(08).
           05  MO-EXTENSION-AMT     PIC 9(06).
           05  MO-GROSS-AMT         PIC 9(06).
           05  MO-ADJ-CODE          PIC X(02).
           05  MO-SVC-START         PIC 9(08).
           05  MO-SVC-END           PIC 9(08).
