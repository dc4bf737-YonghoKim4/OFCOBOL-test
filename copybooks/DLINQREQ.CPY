      *    "B"  BALANCE RANGE (CODE TYPE PLUS LOW/HIGH VALUES)       *
      *    "H"  CREDIT-HOLD STATUS (ACCOUNT)                         *
      *    "T"  TRANSACTION TRACE (KEY PLUS DATE RANGE)              *
      *    "C"  TOP CUSTOMERS BY NET SALES (DATE RANGE, TOP COUNT,   *
      *         OPTIONAL ITEM)                                       *
      *    "I"  TOP ITEMS BY NET SALES (DATE RANGE, TOP COUNT,       *
      *         OPTIONAL ACCOUNT)                                    *
      *    "Y"  MONTH AGAINST SAME MONTH LAST YEAR (DATE FROM,       *
      *         OPTIONAL ACCOUNT)                                    *
      *****************************************************************
       01  QR-INQUIRY-REQ-REC.
           05  QR-DEPT-ID           PIC X(04).
               88  QR-TYPE-BALANCE      VALUE "B".
               88  QR-TYPE-HOLD         VALUE "H".
               88  QR-TYPE-TRACE        VALUE "T".
               88  QR-TYPE-TOP-CUSTOMERS VALUE "C".
               88  QR-TYPE-TOP-ITEMS    VALUE "I".
               88  QR-TYPE-YEAR-OVER-YEAR VALUE "Y".
           05  QR-CODE-TYPE         PIC X(01).
           05  QR-CODE-LOW          PIC 9(04).
           05  QR-CODE-HIGH         PIC 9(04).
           05  QR-TRACE-KEY         PIC X(12).
           05  QR-DATE-FROM         PIC 9(08).
           05  QR-DATE-TO           PIC 9(08).
           05  QR-ITEM-CODE         PIC X(08).
           05  QR-TOP-COUNT         PIC 9(03).
