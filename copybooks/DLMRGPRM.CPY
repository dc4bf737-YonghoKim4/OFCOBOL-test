      *****************************************************************
      *  DLMRGPRM.CPY                                                *
      *  ONE-RECORD SETTING FOR THE NIGHTLY GROSS MARGIN RUN - THE   *
      *  LOWEST MARGIN PERCENT A LINE MAY EARN BEFORE IT IS FLAGGED  *
      *  FOR SALES.  WITH NO RECORD (OR ZERO) THE MINIMUM IS 10      *
      *  PERCENT.                                                    *
      *****************************************************************
       01  MG-MARGIN-PARM-REC.
           05  MG-MIN-MARGIN-PCT    PIC 9(03)V9(02).
