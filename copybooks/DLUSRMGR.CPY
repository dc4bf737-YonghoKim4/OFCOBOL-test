      *****************************************************************
      *  DLUSRMGR.CPY                                                *
      *  ONE USER OF THE SENSITIVE PROGRAMS AND THE MANAGER WHO      *
      *  SIGNS OFF THAT USER'S ACCESS AT EACH QUARTERLY              *
      *  RECERTIFICATION.                                            *
      *****************************************************************
       01  UM-USER-MGR-REC.
           05  UM-USER-ID           PIC X(08).
           05  UM-USER-NAME         PIC X(20).
           05  UM-MANAGER-ID        PIC X(08).
