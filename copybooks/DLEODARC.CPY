      *  ONE RECORD OF THE END-OF-DAY ARCHIVE SET - A DAY-OUTPUT     *
      *  RECORD'S RAW IMAGE TAGGED WITH THE FILE IT CAME FROM, SO A  *
      *  COMPLETED BUSINESS DAY RIDES ONE DATED, RESTORABLE PACKAGE  *
      *  INSTEAD OF BEING SCATTERED ACROSS CATALOGS.  THE IMAGE IS   *
      *  WIDE ENOUGH FOR THE LONGEST OUTBOUND FILE PACKAGED (THE     *
      *  200-BYTE EXPORT LINE), SO A TRANSMITTED FILE CAN BE         *
      *  REGENERATED FROM THE SET BYTE FOR BYTE.                     *
      *****************************************************************
       01  EA-ARCHIVE-REC.
           05  EA-FILE-ID           PIC X(08).
           05  EA-IMAGE             PIC X(200).
