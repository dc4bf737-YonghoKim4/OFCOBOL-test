      *****************************************************************
      *  DLSUBHLD.CPY                                                *
      *  CREDIT-HOLD NOTICE WRITTEN FOR EACH ACCOUNT WHOSE CARRIED   *
      *  BALANCE ON THE CARRYMST MASTER IS NEGATIVE.  CH-ACCOUNT     *
      *  NAMES THE ACCOUNT PLACED ON HOLD SO THE CREDIT-HOLD MASTER  *
      *  CAN TRACK WHO IS ON HOLD AND SINCE WHEN.                    *
      *****************************************************************
