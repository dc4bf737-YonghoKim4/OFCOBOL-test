      *****************************************************************
      *  DLAUDTGT.CPY                                                *
      *  ONE POSTING FLAGGED BY THE MONTHLY DIGIT-ANALYSIS RUN FOR   *
      *  THE AUDITORS' TARGETED SAMPLE - THE ARCHIVE MONTH, THE      *
      *  POSTING'S KEY, PROGRAM, AMOUNT, DATE AND RUN, AND WHY IT    *
      *  WAS FLAGGED.  A KEY FLAGGED FOR MORE THAN ONE REASON HAS A  *
      *  RECORD FOR EACH.  AUDSMPL1 TAKES EVERY KEY FLAGGED FOR THE  *
      *  MONTH IT SAMPLES AHEAD OF ITS STRATIFIED SELECTION.         *
      *                                                               *
      *  TG-REASON VALUES -                                          *
      *    "ROUND"       A WHOLE MULTIPLE OF THE ROUND UNIT          *
      *    "UNDERLIMIT"  JUST UNDER THE ACCOUNT'S AM-DAILY-LIMIT     *
      *    "UNDERREVW"   JUST UNDER THE MANAGER-REVIEW THRESHOLD     *
      *    "WEEKEND"     POSTED ON A SATURDAY OR SUNDAY              *
      *    "HOLIDAY"     POSTED ON A CALENDAR HOLIDAY                *
      *    "RUNNUMBER"   POSTED BY A LATER RUN THAN THE DAY'S FIRST, *
      *                  OR BY A RUN WITH NO RUN NUMBER              *
      *****************************************************************
       01  TG-TARGET-REC.
           05  TG-ARCH-MONTH        PIC 9(06).
           05  TG-TRANS-KEY         PIC X(12).
           05  TG-PROGRAM           PIC X(08).
           05  TG-REASON            PIC X(10).
               88  TG-ROUND             VALUE "ROUND".
               88  TG-UNDER-LIMIT       VALUE "UNDERLIMIT".
               88  TG-UNDER-REVIEW      VALUE "UNDERREVW".
               88  TG-WEEKEND           VALUE "WEEKEND".
               88  TG-HOLIDAY           VALUE "HOLIDAY".
               88  TG-RUN-NUMBER        VALUE "RUNNUMBER".
           05  TG-AMOUNT            PIC 9(13)V9(02).
           05  TG-AUD-DATE          PIC 9(08).
           05  TG-RUN               PIC 9(03).
