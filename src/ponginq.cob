000430*                    SO THE LOOKUP PRINTS THE PLAYER'S PAST-
000440*                    SEASON FINISHES (FINAL RATING, W/L) AFTER
000450*                    THE ARCHIVED MONTHLY SUMMARY.
000452*  15/10/2026 MP    THE PLAYER'S ACHIEVEMENTS FROM PONGACHV'S
000454*                    ACHVFILE PRINT AFTER THE PAST-SEASON
000456*                    FINISHES - CODE, DESCRIPTION, DATE AWARDED
000458*                    AND THE FIGURE THAT EARNED IT.
000460*=================================================================
000470  IDENTIFICATION DIVISION.
000480      PROGRAM-ID.    PONGINQ.
000840          RECORD KEY IS PG-SEAS-KEY
000850          FILE STATUS IS PG-SEASFILE-STATUS.
000860
000861      SELECT ACHVFILE ASSIGN TO ACHVFILE
000862          ORGANIZATION IS INDEXED
000863          ACCESS MODE IS DYNAMIC
000864          RECORD KEY IS PG-ACH-KEY
000865          FILE STATUS IS PG-ACHVFILE-STATUS.
000866
000870  DATA DIVISION.
000880  FILE SECTION.
000890  FD  SCOREFILE
001070      LABEL RECORDS ARE STANDARD.
001080      COPY SEASREC.
001090
001092  FD  ACHVFILE
001094      LABEL RECORDS ARE STANDARD.
001096      COPY ACHVREC.
001098
001100  WORKING-STORAGE SECTION.
001110  01  PG-SWITCHES.
001120      05  PG-SCOREFILE-EOF    PIC X(01) VALUE 'N'.
001180      05  PG-SEASFILE-EOF     PIC X(01) VALUE 'N'.
001190          88  PG-SEAS-NOT-AT-EOF      VALUE 'N'.
001200          88  PG-SEAS-AT-EOF          VALUE 'Y'.
001202      05  PG-ACHVFILE-EOF     PIC X(01) VALUE 'N'.
001205          88  PG-ACH-NOT-AT-EOF       VALUE 'N'.
001208          88  PG-ACH-AT-EOF           VALUE 'Y'.
001210
001220  01  PG-SCOREFILE-STATUS      PIC X(02) VALUE '00'.
001230  01  PG-PLAYMAST-STATUS       PIC X(02) VALUE '00'.
001240  01  PG-SUMMFILE-STATUS       PIC X(02) VALUE '00'.
001250  01  PG-SEASFILE-STATUS       PIC X(02) VALUE '00'.
001255  01  PG-ACHVFILE-STATUS       PIC X(02) VALUE '00'.
001260  01  PG-LOOKUP-PLAYER-ID      PIC X(10) VALUE SPACES.
001270  01  PG-FOUND-COUNT           PIC 9(04) COMP VALUE ZERO.
001280  01  PG-SUM-FOUND-COUNT       PIC 9(04) COMP VALUE ZERO.
001290  01  PG-SEAS-FOUND-COUNT      PIC 9(04) COMP VALUE ZERO.
001295  01  PG-ACH-FOUND-COUNT       PIC 9(04) COMP VALUE ZERO.
001300
001310  01  PG-LIFE-TOTALS.
001320      05  PG-LIFE-GAMES        PIC 9(07) COMP VALUE ZERO.
001880      05  FILLER                PIC X(04) VALUE ' PA '.
001890      05  PG-STL-PA             PIC ZZZZZZZZ9.
001900
001901  01  PG-ACH-HEADING-LINE       PIC X(30) VALUE
001902          'ACHIEVEMENTS:'.
001903
001910  01  PG-SEAS-HEADING-LINE      PIC X(30) VALUE
001920          'PAST-SEASON FINISHES:'.
001930
002000      05  PG-SEA-WINS           PIC ZZZZ9.
002010      05  FILLER                PIC X(08) VALUE ' LOSSES '.
002020      05  PG-SEA-LOSSES         PIC ZZZZ9.
002021
002022  01  PG-ACH-DETAIL-LINE.
002023      05  FILLER                PIC X(04) VALUE SPACES.
002024      05  PG-ACD-CODE           PIC X(06).
002025      05  PG-ACD-DESCRIPTION    PIC X(24).
002026      05  FILLER                PIC X(09) VALUE ' AWARDED '.
002027      05  PG-ACD-DATE           PIC X(08).
002028      05  FILLER                PIC X(08) VALUE ' FIGURE '.
002029      05  PG-ACD-VALUE          PIC ZZZZ9.
002030
002040  LINKAGE SECTION.
002050  01  PG-PARM-DATA.
002260          UNTIL PG-AT-EOF.
002270      PERFORM 3000-PRINT-ARCH-SUMMARY THRU 3000-EXIT.
002280      PERFORM 3500-PRINT-SEASONS THRU 3500-EXIT.
002285      PERFORM 3700-PRINT-AWARDS THRU 3700-EXIT.
002290      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300      STOP RUN.
002310 
002420      OPEN INPUT PLAYMAST.
002430      OPEN INPUT SUMMFILE.
002440      OPEN INPUT SEASFILE.
002445      OPEN INPUT ACHVFILE.
002450      OPEN OUTPUT PRTFILE.
002460
002470      MOVE PG-LOOKUP-PLAYER-ID TO PG-NAME-LOOKUP-ID.
006780  9000-TERMINATE.
006790      IF PG-FOUND-COUNT = ZERO AND PG-SUM-FOUND-COUNT = ZERO
006800          AND PG-SEAS-FOUND-COUNT = ZERO
006805          AND PG-ACH-FOUND-COUNT = ZERO
006810          WRITE PG-PRINT-LINE FROM PG-NONE-FOUND-LINE
006820      END-IF.
006830      CLOSE SCOREFILE.
006840      CLOSE PLAYMAST.
006850      CLOSE SUMMFILE.
006860      CLOSE SEASFILE.
006865      CLOSE ACHVFILE.
006870      CLOSE PRTFILE.
006880  9000-EXIT.
006890      EXIT.
006900
006910*-----------------------------------------------------------------
006920*    3700-PRINT-AWARDS
006930*    PRINTS THE LOOKUP PLAYER'S ACHIEVEMENTS FROM THE ACHVFILE
006940*    THE NIGHTLY PONGACHV RUN WRITES, ONE LINE PER AWARD.
006950*    NOTHING PRINTS WHEN THE PLAYER HAS NONE.
006960*-----------------------------------------------------------------
006970  3700-PRINT-AWARDS.
006980      MOVE PG-LOOKUP-PLAYER-ID TO PG-ACH-PLAYER-ID.
006990      MOVE LOW-VALUES          TO PG-ACH-CODE.
007000      START ACHVFILE KEY IS NOT LESS THAN PG-ACH-KEY
007010          INVALID KEY
007020              SET PG-ACH-AT-EOF TO TRUE
007030      END-START.
007040      IF PG-ACH-NOT-AT-EOF
007050          PERFORM 3710-READ-AWARD THRU 3710-EXIT
007060      END-IF.
007070      PERFORM 3800-PRINT-ONE-AWARD THRU 3800-EXIT
007080          UNTIL PG-ACH-AT-EOF.
007090  3700-EXIT.
007100      EXIT.
007110
007120*-----------------------------------------------------------------
007130*    3710-READ-AWARD
007140*    THE AWARD KEY LEADS WITH PLAYER ID, SO THE PLAYER'S AWARDS
007150*    END THE MOMENT THE KEY ROLLS ONTO A DIFFERENT PLAYER.
007160*-----------------------------------------------------------------
007170  3710-READ-AWARD.
007180      READ ACHVFILE NEXT RECORD
007190          AT END
007200              SET PG-ACH-AT-EOF TO TRUE
007210      END-READ.
007220
007230      IF PG-ACH-NOT-AT-EOF
007240          AND PG-ACH-PLAYER-ID NOT = PG-LOOKUP-PLAYER-ID
007250              SET PG-ACH-AT-EOF TO TRUE
007260      END-IF.
007270  3710-EXIT.
007280      EXIT.
007290
007300*-----------------------------------------------------------------
007310*    3800-PRINT-ONE-AWARD
007320*-----------------------------------------------------------------
007330  3800-PRINT-ONE-AWARD.
007340      IF PG-ACH-FOUND-COUNT = ZERO
007350          WRITE PG-PRINT-LINE FROM PG-ACH-HEADING-LINE
007360      END-IF.
007370      ADD 1 TO PG-ACH-FOUND-COUNT.
007380      MOVE PG-ACH-CODE        TO PG-ACD-CODE.
007390      MOVE PG-ACH-DESCRIPTION TO PG-ACD-DESCRIPTION.
007400      MOVE PG-ACH-AWARD-DATE  TO PG-ACD-DATE.
007410      MOVE PG-ACH-VALUE       TO PG-ACD-VALUE.
007420      WRITE PG-PRINT-LINE FROM PG-ACH-DETAIL-LINE.
007430      PERFORM 3710-READ-AWARD THRU 3710-EXIT.
007440  3800-EXIT.
007450      EXIT.
