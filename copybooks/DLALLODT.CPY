      *  ONE COST-CENTER DETAIL RECORD FOR THE SHARED-COST           *
      *  ALLOCATION BATCH.  AD-POOL-ID TIES THE CENTER TO ITS        *
      *  ALLOCATION POOL; THE DETAIL FILE ARRIVES GROUPED BY POOL    *
      *  IN THE SAME ORDER AS THE HEADERS.  ALLOCBS1 BUILDS IT FROM  *
      *  THE ALLOCDRV BASE DRIVERS, SO AD-BASE-AMOUNT IS NO LONGER   *
      *  KEYED BY HAND.                                              *
      *****************************************************************
       01  AD-DETAIL-REC.
           05  AD-POOL-ID           PIC X(04).
