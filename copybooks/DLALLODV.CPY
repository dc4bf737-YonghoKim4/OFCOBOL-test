      *****************************************************************
      *  DLALLODV.CPY                                                *
      *  ONE ALLOCATION BASE-DRIVER DEFINITION - FOR ONE CENTER OF   *
      *  ONE POOL, WHERE THAT CENTER'S AD-BASE-AMOUNT COMES FROM.    *
      *  ALLOCBS1 READS THESE IN FILE ORDER AND WRITES ONE ALLOCDTL  *
      *  DETAIL RECORD PER DRIVER, SO THE DRIVERS ARE KEPT GROUPED   *
      *  BY POOL IN THE SAME ORDER AS THE POOL HEADERS.              *
      *                                                               *
      *  DV-SOURCE VALUES -                                          *
      *    "B"  SUBLMAST BALANCE SUMMED OVER THE CODE-VALUE RANGE    *
      *    "A"  THE DAY'S SUBLPST1 POSTING ACTIVITY OVER THE RANGE   *
      *    "S"  STATISTICAL QUANTITY (DV-STAT-CODE) FROM ALLOCSTA    *
      *  DV-PERCENT IS CARRIED TO AD-PERCENT FOR A FIXED-PERCENT     *
      *  POOL AND IS OTHERWISE ZERO.                                 *
      *****************************************************************
       01  DV-DRIVER-REC.
           05  DV-POOL-ID           PIC X(04).
           05  DV-CENTER-CODE       PIC X(04).
           05  DV-SOURCE            PIC X(01).
               88  DV-SOURCE-BALANCE    VALUE "B".
               88  DV-SOURCE-ACTIVITY   VALUE "A".
               88  DV-SOURCE-STATISTIC  VALUE "S".
           05  DV-CODE-TYPE         PIC X(01).
           05  DV-CODE-LOW          PIC 9(04).
           05  DV-CODE-HIGH         PIC 9(04).
           05  DV-STAT-CODE         PIC X(04).
           05  DV-PERCENT           PIC 9(03)V9(02).
