      *****************************************************************
      *  DLAUTRVK.CPY                                                *
      *  ONE GRANT REJECTED AT RECERTIFICATION - THE USER, THE       *
      *  PROGRAM THE USER IS TO LOSE, AND THE MANAGER WHO REJECTED   *
      *  IT ON THE SIGNED LISTING.                                   *
      *****************************************************************
       01  RK-REVOKE-REC.
           05  RK-USER-ID           PIC X(08).
           05  RK-PROGRAM           PIC X(08).
           05  RK-MANAGER-ID        PIC X(08).
