      *****************************************************************
      *  DLCLNOTE.CPY                                                *
      *  PARAMETER BLOCK A CLOSE-CHECKLIST PROGRAM PASSES TO THE     *
      *  CLSREC01 ROUTINE WHEN IT FINISHES, SO ITS RUN IS RECORDED   *
      *  AGAINST ITS TASK ON THE PERIOD'S CLOSE CHECKLIST WITHOUT    *
      *  ANYONE TICKING IT OFF BY HAND.  CL-PERIOD IS THE PERIOD THE *
      *  RUN BELONGS TO - ZERO WHEN IT PROCESSED NO PERIOD, AND NO   *
      *  EVENT IS THEN RECORDED - AND CL-RUN-RC IS THE RETURN CODE   *
      *  THE PROGRAM IS ENDING WITH - THE ROUTINE HANDS IT STRAIGHT  *
      *  BACK AS ITS OWN RETURN CODE, SO THE CALL LEAVES THE STEP'S  *
      *  CONDITION CODE UNCHANGED.                                   *
      *****************************************************************
       01  CL-CLOSE-NOTICE.
           05  CL-PROGRAM           PIC X(08).
           05  CL-PERIOD            PIC 9(06).
           05  CL-RUN-RC            PIC S9(04) COMP.
