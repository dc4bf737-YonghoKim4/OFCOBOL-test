      *****************************************************************
      *  DLCCTRAN.CPY                                                *
      *  ONE COST-CENTER MASTER MAINTENANCE TRANSACTION - AN ADD,    *
      *  CHANGE, CLOSE, OR REOPEN AGAINST ONE CE-CENTER-CODE, WITH   *
      *  WHO SUBMITTED IT.  ON A CHANGE, SPACES (ZERO FOR A DATE)    *
      *  LEAVE A FIELD AS IT STANDS.  A CLOSE WITH A ZERO            *
      *  CJ-ACTIVE-TO CLOSES THE CENTER AS OF THE RUN DATE.          *
      *                                                               *
      *  CJ-ACTION VALUES -                                          *
      *    "A"  ADD    "C"  CHANGE    "X"  CLOSE    "R"  REOPEN      *
      *****************************************************************
       01  CJ-CENTER-TRANS.
           05  CJ-ACTION            PIC X(01).
               88  CJ-ACTION-ADD        VALUE "A".
               88  CJ-ACTION-CHANGE     VALUE "C".
               88  CJ-ACTION-CLOSE      VALUE "X".
               88  CJ-ACTION-REOPEN     VALUE "R".
           05  CJ-CENTER-CODE       PIC X(04).
           05  CJ-CENTER-NAME       PIC X(30).
           05  CJ-OWNER-ID          PIC X(08).
           05  CJ-PARENT-CODE       PIC X(04).
           05  CJ-ACTIVE-FROM       PIC 9(08).
           05  CJ-ACTIVE-TO         PIC 9(08).
           05  CJ-GL-DEPT           PIC X(04).
           05  CJ-USER-ID           PIC X(08).
