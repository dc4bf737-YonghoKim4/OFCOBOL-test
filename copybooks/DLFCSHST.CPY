      *****************************************************************
      *  DLFCSHST.CPY                                                *
      *  FORECAST HISTORY - ONE RECORD PER PERIOD AND CODE TYPE OF   *
      *  THE FORECAST YEAR FOR EACH MONTH'S FORECAST, KEYED BY THE   *
      *  LAST CLOSED PERIOD IT WAS MADE FROM (FH-ASOF-PERIOD, YYYY00 *
      *  BEFORE THE FIRST CLOSE OF THE YEAR), SO ONE CLOSE'S         *
      *  FULL-YEAR FORECAST CAN BE SET AGAINST THE LAST.  A RERUN    *
      *  FOR THE SAME CLOSE REPLACES ITS RECORDS.                    *
      *                                                               *
      *  FH-SOURCE VALUES -                                          *
      *    "A"  ACTUAL - A CLOSED PERIOD                             *
      *    "P"  PLAN - THE REMAINING BUDGET                          *
      *    "R"  RUN RATE - THE CLOSED MONTHS' AVERAGE                *
      *    "M"  MIXED - PLAN FOR SOME LEDGERS, RUN RATE FOR OTHERS   *
      *****************************************************************
       01  FH-FCST-HIST-REC.
           05  FH-ASOF-PERIOD       PIC 9(06).
           05  FH-PERIOD            PIC 9(06).
           05  FH-CODE-TYPE         PIC X(01).
           05  FH-SOURCE            PIC X(01).
               88  FH-SOURCE-ACTUAL     VALUE "A".
               88  FH-SOURCE-PLAN       VALUE "P".
               88  FH-SOURCE-RUN-RATE   VALUE "R".
               88  FH-SOURCE-MIXED      VALUE "M".
           05  FH-FORECAST-AMOUNT   PIC S9(12).
           05  FH-BUDGET-AMOUNT     PIC S9(12).
           05  FH-RUN-DATE          PIC 9(08).
