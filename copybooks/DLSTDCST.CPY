      *****************************************************************
      *  DLSTDCST.CPY                                                *
      *  STANDARD COST FOR ONE ITEM CODE FROM ONE EFFECTIVE DATE     *
      *  ON - KEPT LIKE M4RATES, A FLAT FILE LOADED AT THE START OF  *
      *  THE RUN, SO A COST CHANGE CAN SIT ON THE FILE AHEAD OF ITS  *
      *  DATE.  THE ITEM CODE IS WIDE ENOUGH FOR BOTH MULTIPLY04_4   *
      *  ITEM CODES AND MULTIPLY01 ITEM KEYS.  THE COST IS SIGNED    *
      *  SO A BAD ENTRY OF ZERO OR LESS CAN BE CAUGHT AT LOAD.       *
      *****************************************************************
       01  SC-COST-REC.
           05  SC-ITEM-CODE         PIC X(08).
           05  SC-EFFECTIVE-DATE    PIC 9(08).
           05  SC-UNIT-COST         PIC S9(05)V9(02).
