002000*                                                               *
002100*  MODIFICATION HISTORY.                                      *
002200*    2026-09-02  DL  ORIGINAL CHARGEBACK DOCUMENTS.             *
002225*    2026-10-15  DL  EACH DOCUMENT NOW PRINTS THE CENTER'S      *
002250*                    NAME, OWNER, AND PARENT FROM THE CCMAST    *
002275*                    COST-CENTER MASTER UNDER ITS HEADING.      *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT CHGB-SUM ASSIGN TO "CHGBSUM"
003400         ORGANIZATION IS SEQUENTIAL.
003420     SELECT CENTER-MAST ASSIGN TO "CCMAST"
003440         ORGANIZATION IS INDEXED
003460         ACCESS MODE IS RANDOM
003480         RECORD KEY IS CE-CENTER-CODE.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004600
004700 FD  CHGB-SUM.
004800     COPY DLCHGSUM.
004825
004850 FD  CENTER-MAST.
004875     COPY DLCCMAST.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
009200     05  WS-HDR-CENTER        PIC X(04).
009300     05  FILLER               PIC X(08) VALUE " PERIOD ".
009400     05  WS-HDR-PERIOD        PIC 9(06).
009411
009422 01  WS-RPT-OWNER.
009433     05  FILLER               PIC X(12) VALUE "CENTER NAME ".
009444     05  WS-OWN-NAME          PIC X(30).
009456     05  FILLER               PIC X(07) VALUE " OWNER ".
009467     05  WS-OWN-OWNER-ID      PIC X(08).
009478     05  FILLER               PIC X(14) VALUE " ROLLS UP TO ".
009489     05  WS-OWN-PARENT        PIC X(04).
009500
009600 01  WS-RPT-DETAIL.
009700     05  FILLER               PIC X(05) VALUE "POOL ".
014000     OPEN INPUT ALLOC-HIST.
014100     OPEN OUTPUT CHGB-RPT.
014200     OPEN OUTPUT CHGB-SUM.
014250     OPEN INPUT CENTER-MAST.
014300     READ ALLOC-HIST
014400         AT END
014500             SET WS-HIST-EOF TO TRUE
024900     MOVE WS-WORK-CENTER TO WS-HDR-CENTER.
025000     MOVE WS-PERIOD      TO WS-HDR-PERIOD.
025100     WRITE CG-PRINT-LINE FROM WS-RPT-HEADER.
025150     PERFORM 3050-PRINT-CENTER-OWNER THRU 3050-EXIT.
025200     MOVE ZERO TO WS-CENTER-TOTAL.
025300     MOVE ZERO TO WS-CENTER-POOLS.
025400     PERFORM 3100-PRINT-ONE-CHARGE THRU 3100-EXIT
026400     WRITE CB-CHARGEBACK-REC.
026500     ADD 1 TO WS-CENTER-COUNT.
026600 3000-EXIT.
026604     EXIT.
026608
026612*****************************************************************
026617*  3050-PRINT-CENTER-OWNER.                                    *
026621*    NAMES WHO THE DOCUMENT GOES TO.  A CENTER NOT ON CCMAST   *
026625*    STILL GETS ITS DOCUMENT, FLAGGED SO IT IS NOT FILED       *
026629*    AGAINST NOBODY.                                           *
026633*****************************************************************
026638 3050-PRINT-CENTER-OWNER.
026642     MOVE WS-WORK-CENTER TO CE-CENTER-CODE.
026646     READ CENTER-MAST
026650         INVALID KEY
026654             MOVE "** NOT ON COST-CENTER MASTER **"
026658                 TO WS-OWN-NAME
026663             MOVE SPACES TO WS-OWN-OWNER-ID
026667             MOVE SPACES TO WS-OWN-PARENT
026671         NOT INVALID KEY
026675             MOVE CE-CENTER-NAME TO WS-OWN-NAME
026679             MOVE CE-OWNER-ID    TO WS-OWN-OWNER-ID
026683             MOVE CE-PARENT-CODE TO WS-OWN-PARENT
026688     END-READ.
026692     WRITE CG-PRINT-LINE FROM WS-RPT-OWNER.
026696 3050-EXIT.
026700     EXIT.
026800
026900*****************************************************************
030000     CLOSE ALLOC-HIST.
030100     CLOSE CHGB-RPT.
030200     CLOSE CHGB-SUM.
030250     CLOSE CENTER-MAST.
030300 9000-EXIT.
030400     EXIT.
