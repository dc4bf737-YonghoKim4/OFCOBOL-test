      *****************************************************************
      *  DLDIGPRM.CPY                                                *
      *  ONE-RECORD REQUEST FOR THE MONTHLY DIGIT-ANALYSIS RUN -     *
      *  WHICH ARCHIVE MONTH TO ANALYSE, THE UNIT AN AMOUNT MUST BE  *
      *  A WHOLE MULTIPLE OF TO COUNT AS ROUND (ONE THOUSAND WHEN    *
      *  ZERO), HOW CLOSE UNDER A LIMIT OR REVIEW THRESHOLD, AS A    *
      *  PERCENTAGE OF IT, AN AMOUNT MUST FALL TO BE NAMED (FIVE     *
      *  WHEN ZERO), AND THE SMALLEST AMOUNT TAKEN INTO THE DIGIT    *
      *  DISTRIBUTIONS (TEN DOLLARS WHEN ZERO).                      *
      *****************************************************************
       01  DG-DIGIT-PARM-REC.
           05  DG-ANALYSIS-MONTH    PIC 9(06).
           05  DG-ROUND-UNIT        PIC 9(07).
           05  DG-UNDER-PCT         PIC 9(03).
           05  DG-MIN-AMOUNT        PIC 9(05)V9(02).
