001600*                                                               *
001700*  MODIFICATION HISTORY.                                      *
001800*    2026-08-22  DL  ORIGINAL ARCHIVE RETRIEVAL.                *
001814*    2026-10-15  DL  READS THE AUDAIDX KEYED ARCHIVE INSTEAD OF *
001829*                    THE WHOLE SEQUENTIAL ARCHIVE - A KEY RANGE *
001843*                    GOES STRAIGHT TO ITS KEYS AND DATES, AND A *
001857*                    ONE-PROGRAM REQUEST DOWN THE PROGRAM AND   *
001871*                    MONTH PATH FROM THE MONTH OF ITS FROM-     *
001886*                    DATE.                                      *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT RETR-PARM ASSIGN TO "AUDREQ"
002400         ORGANIZATION IS SEQUENTIAL.
002500     SELECT AUD-INDEX ASSIGN TO "AUDAIDX"
002600         ORGANIZATION IS INDEXED
002620         ACCESS MODE IS DYNAMIC
002640         RECORD KEY IS IX-PRIME-KEY
002660         ALTERNATE RECORD KEY IS IX-PROGRAM-KEY
002680             WITH DUPLICATES.
002700     SELECT EXTRACT-OUT ASSIGN TO "AUDEXTR"
002800         ORGANIZATION IS SEQUENTIAL.
002900
003200 FD  RETR-PARM.
003300     COPY DLAUDREQ.
003400
003500 FD  AUD-INDEX.
003600     COPY DLAUDIDX.
003700
003800 FD  EXTRACT-OUT.
003900     COPY DLAUDIT.
004400         88  WS-PARM-EOF           VALUE "Y".
004500     05  WS-ARCH-EOF-SW       PIC X(01) VALUE "N".
004600         88  WS-ARCH-EOF           VALUE "Y".
004625     05  WS-PATH-SW           PIC X(01) VALUE "K".
004650         88  WS-BY-KEY             VALUE "K".
004675         88  WS-BY-PROGRAM         VALUE "P".
004700
004800 01  WS-REQ-PROGRAM           PIC X(08) VALUE SPACES.
004900 01  WS-REQ-KEY-LOW           PIC X(12) VALUE LOW-VALUES.
007300         DISPLAY "AUDRETR1 - NO AUDREQ REQUEST - NOTHING DONE"
007400         MOVE 8 TO RETURN-CODE
007500     ELSE
007600         IF WS-BY-PROGRAM
007700             PERFORM 3000-SCAN-ONE-PROGRAM THRU 3000-EXIT
007717                 UNTIL WS-ARCH-EOF
007733         ELSE
007750             PERFORM 2000-SCAN-ONE-KEY THRU 2000-EXIT
007767                 UNTIL WS-ARCH-EOF
007783         END-IF
007800     END-IF.
007900     PERFORM 9000-FINALIZE THRU 9000-EXIT.
008000     STOP RUN.
010500     IF WS-PARM-EOF
010600         SET WS-ARCH-EOF TO TRUE
010700     ELSE
010800         OPEN INPUT AUD-INDEX
010900         OPEN OUTPUT EXTRACT-OUT
010950         PERFORM 1100-POSITION-INDEX THRU 1100-EXIT
011000     END-IF.
011100 1000-EXIT.
011200     EXIT.
011300
011400*****************************************************************
011500*  1100-POSITION-INDEX.                                        *
011600*    A REQUEST FOR ONE PROGRAM WITH NO KEY RANGE GOES DOWN THE *
011601*    PROGRAM AND MONTH PATH, STARTING AT THE MONTH OF ITS      *
011602*    FROM-DATE - AN IMAGE IS NEVER ARCHIVED BEFORE THE MONTH   *
011603*    IT WAS WRITTEN.  EVERY OTHER REQUEST GOES DOWN THE KEY    *
011604*    PATH FROM ITS LOW KEY AND FROM-DATE.                      *
011605*****************************************************************
011607 1100-POSITION-INDEX.
011608     IF WS-REQ-PROGRAM NOT = SPACES
011609             AND WS-REQ-KEY-LOW = LOW-VALUES
011610             AND WS-REQ-KEY-HIGH = HIGH-VALUES
011611         SET WS-BY-PROGRAM TO TRUE
011612         MOVE WS-REQ-PROGRAM        TO IX-ALT-PROGRAM
011613         MOVE WS-REQ-DATE-FROM(1:6) TO IX-ARCH-MONTH
011614         START AUD-INDEX KEY NOT < IX-PROGRAM-KEY
011615             INVALID KEY
011616                 SET WS-ARCH-EOF TO TRUE
011617         END-START
011618     ELSE
011620         MOVE WS-REQ-KEY-LOW TO IX-AUD-KEY
011621         PERFORM 2200-START-AT-FROM-DATE THRU 2200-EXIT
011622     END-IF.
011623 1100-EXIT.
011624     EXIT.
011625
011626*****************************************************************
011627*  2000-SCAN-ONE-KEY.                                          *
011628*    READS UP THE KEY RANGE.  WITHIN A KEY THE IMAGES RUN IN   *
011629*    DATE ORDER, SO A KEY'S IMAGES BEFORE THE FROM-DATE ARE    *
011630*    STEPPED OVER BY STARTING AGAIN AT THE FROM-DATE, AND ONE  *
011632*    PAST THE TO-DATE MOVES STRAIGHT ON TO THE NEXT KEY.       *
011633*****************************************************************
011634 2000-SCAN-ONE-KEY.
011635     READ AUD-INDEX NEXT
011636         AT END
011637             SET WS-ARCH-EOF TO TRUE
011638             GO TO 2000-EXIT
011639     END-READ.
011640     IF IX-AUD-KEY > WS-REQ-KEY-HIGH
011641         SET WS-ARCH-EOF TO TRUE
011642         GO TO 2000-EXIT
011643     END-IF.
011645     IF IX-CONTROL-REC
011646         GO TO 2000-EXIT
011647     END-IF.
011648     IF IX-AUD-DATE < WS-REQ-DATE-FROM
011649         PERFORM 2200-START-AT-FROM-DATE THRU 2200-EXIT
011650         GO TO 2000-EXIT
011651     END-IF.
011652     IF IX-AUD-DATE > WS-REQ-DATE-TO
011653         PERFORM 2300-START-AT-NEXT-KEY THRU 2300-EXIT
011654         GO TO 2000-EXIT
011655     END-IF.
011657     PERFORM 4000-EXTRACT-ONE-IMAGE THRU 4000-EXIT.
011658 2000-EXIT.
011659     EXIT.
011660
011661*****************************************************************
011662*  2200-START-AT-FROM-DATE.                                    *
011663*    POSITIONS ON THE FIRST IMAGE OF THE KEY IN IX-AUD-KEY     *
011664*    DATED ON OR AFTER THE FROM-DATE.                          *
011665*****************************************************************
011666 2200-START-AT-FROM-DATE.
011667     MOVE WS-REQ-DATE-FROM TO IX-AUD-DATE.
011668     MOVE ZERO             TO IX-AUD-TIME.
011670     MOVE LOW-VALUES       TO IX-AUD-PROGRAM.
011671     MOVE ZERO             TO IX-SOURCE-SEQ.
011672     START AUD-INDEX KEY NOT < IX-PRIME-KEY
011673         INVALID KEY
011674             SET WS-ARCH-EOF TO TRUE
011675     END-START.
011676 2200-EXIT.
011677     EXIT.
011678
011679*****************************************************************
011680*  2300-START-AT-NEXT-KEY.                                     *
011682*    POSITIONS PAST EVERY IMAGE OF THE KEY IN IX-AUD-KEY.      *
011683*****************************************************************
011684 2300-START-AT-NEXT-KEY.
011685     MOVE 99999999    TO IX-AUD-DATE.
011686     MOVE 99999999    TO IX-AUD-TIME.
011687     MOVE HIGH-VALUES TO IX-AUD-PROGRAM.
011688     MOVE 999999999   TO IX-SOURCE-SEQ.
011689     START AUD-INDEX KEY > IX-PRIME-KEY
011690         INVALID KEY
011691             SET WS-ARCH-EOF TO TRUE
011692     END-START.
011693 2300-EXIT.
011695     EXIT.
011696
011697*****************************************************************
011698*  4000-EXTRACT-ONE-IMAGE.                                     *
011699*    UNPACKS THE ARCHIVED IMAGE INTO THE WORK AUDIT RECORD     *
011700*    AND EXTRACTS IT WHEN IT FITS THE REQUEST'S PROGRAM, KEY   *
011800*    RANGE, AND DATE RANGE.                                    *
011900*****************************************************************
012000 4000-EXTRACT-ONE-IMAGE.
012100     MOVE IX-AUDIT-IMAGE TO WA-AUDIT-REC.
012900     IF (WS-REQ-PROGRAM = SPACES
013000             OR WS-REQ-PROGRAM = WA-PROGRAM)
013100             AND WA-KEY NOT < WS-REQ-KEY-LOW
013600         WRITE DL-AUDIT-REC
013700         ADD 1 TO WS-EXTRACT-COUNT
013800     END-IF.
013900 4000-EXIT.
014000     EXIT.
014100
014200*****************************************************************
014600     IF NOT WS-PARM-EOF
014700         DISPLAY "AUDRETR1 RECORDS EXTRACTED: "
014800             WS-EXTRACT-COUNT
014900         CLOSE AUD-INDEX
015000         CLOSE EXTRACT-OUT
015100     END-IF.
015200 9000-EXIT.
015300     EXIT.
015400
015500*****************************************************************
015600*  3000-SCAN-ONE-PROGRAM.                                      *
015700*    READS THE REQUESTED PROGRAM'S ENTRIES FORWARD FROM THE    *
015800*    STARTING MONTH UNTIL THE NEXT PROGRAM BEGINS.             *
015900*****************************************************************
016000 3000-SCAN-ONE-PROGRAM.
016100     READ AUD-INDEX NEXT
016200         AT END
016300             SET WS-ARCH-EOF TO TRUE
016400             GO TO 3000-EXIT
016500     END-READ.
016600     IF IX-ALT-PROGRAM NOT = WS-REQ-PROGRAM
016700         SET WS-ARCH-EOF TO TRUE
016800         GO TO 3000-EXIT
016900     END-IF.
017000     PERFORM 4000-EXTRACT-ONE-IMAGE THRU 4000-EXIT.
017100 3000-EXIT.
017200     EXIT.
