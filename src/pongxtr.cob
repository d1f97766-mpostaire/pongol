000210*  VENDOR SIDE CAN ALSO TREAT IT AS COLUMNAR):
000220*    H,YYYYMMDD                 ONE HEADER, THE EXTRACT DATE
000230*    D,ID,NAME,GAMES,WINS,HIGH,AVG   ONE PER PLAYER
000234*    A,ID,NAME,CODE,DESCRIPTION  ONE PER ACHIEVEMENT AWARDED ON
000237*                               THE EXTRACT DATE (PONGACHV)
000240*    T,DETAILCT,MATCHCT,AWARDCT  ONE TRAILER, RECORD COUNTS THE
000250*                               VENDOR VALIDATES BEFORE LOADING
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY
000294*                    FOUR PLAYERS ON THE FEED, EACH PARTNER
000296*                    WITH THEIR SIDE'S SCORE, MATCHING WHAT
000298*                    PONGRPT PUTS ON THE PRINTED LEADERBOARD.
000299*  15/10/2026 MP    ACHIEVEMENTS: THE NIGHT'S AWARDS FROM
000300*                    PONGACHV'S ACHVFILE GO OUT AS A RECORDS
000301*                    AFTER THE PLAYERS, AND THE TRAILER CARRIES
000302*                    THEIR COUNT AS A THIRD FIELD.
000303*=================================================================
000310  IDENTIFICATION DIVISION.
000320      PROGRAM-ID.    PONGXTR.
000330      AUTHOR.        MAXIME POSTAIRE.
000540          ORGANIZATION IS SEQUENTIAL
000550          FILE STATUS IS PG-EXTFILE-STATUS.
000560
000561      SELECT ACHVFILE ASSIGN TO ACHVFILE
000562          ORGANIZATION IS INDEXED
000563          ACCESS MODE IS SEQUENTIAL
000564          RECORD KEY IS PG-ACH-KEY
000565          FILE STATUS IS PG-ACHVFILE-STATUS.
000566
000570  DATA DIVISION.
000580  FILE SECTION.
000590  FD  SCOREFILE
000630  FD  PLAYMAST
000640      LABEL RECORDS ARE STANDARD.
000650      COPY PLAYREC.
000652
000654  FD  ACHVFILE
000656      LABEL RECORDS ARE STANDARD.
000658      COPY ACHVREC.
000660
000670  FD  EXTFILE
000680      LABEL RECORDS ARE STANDARD
000740      05  PG-SCOREFILE-EOF    PIC X(01) VALUE 'N'.
000750          88  PG-NOT-AT-EOF           VALUE 'N'.
000760          88  PG-AT-EOF               VALUE 'Y'.
000762      05  PG-ACHVFILE-EOF     PIC X(01) VALUE 'N'.
000765          88  PG-ACH-NOT-AT-EOF       VALUE 'N'.
000768          88  PG-ACH-AT-EOF           VALUE 'Y'.
000770
000780  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
000790  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
000800  01  PG-EXTFILE-STATUS       PIC X(02) VALUE '00'.
000805  01  PG-ACHVFILE-STATUS      PIC X(02) VALUE '00'.
000810
000820  01  PG-TABLE-COUNT          PIC 9(04) COMP VALUE ZERO.
000830  01  PG-SUB                  PIC 9(04) COMP VALUE ZERO.
000840  01  PG-MATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
000845  01  PG-AWARD-COUNT          PIC 9(05) COMP VALUE ZERO.
000850
000860*    SAME SHAPE AS PONGRPT'S PLAYER TABLE, PLUS THE WIN COUNT
000870*    THE DISPLAY VENDOR WANTS ON THE FEED.
001220      05  FILLER              PIC X(01) VALUE ','.
001230      05  PG-EXD-AVG          PIC 9(03).
001240
001241  01  PG-EXT-AWARD.
001242      05  FILLER              PIC X(02) VALUE 'A,'.
001243      05  PG-EXA-PLAYER-ID    PIC X(10).
001244      05  FILLER              PIC X(01) VALUE ','.
001245      05  PG-EXA-NAME         PIC X(20).
001246      05  FILLER              PIC X(01) VALUE ','.
001247      05  PG-EXA-CODE         PIC X(04).
001248      05  FILLER              PIC X(01) VALUE ','.
001249      05  PG-EXA-DESCRIPTION  PIC X(24).
001250
001251  01  PG-EXT-TRAILER.
001260      05  FILLER              PIC X(02) VALUE 'T,'.
001270      05  PG-EXT-DETAIL-CT    PIC 9(05).
001280      05  FILLER              PIC X(01) VALUE ','.
001290      05  PG-EXT-MATCH-CT     PIC 9(05).
001293      05  FILLER              PIC X(01) VALUE ','.
001297      05  PG-EXT-AWARD-CT     PIC 9(05).
001300
001310*-----------------------------------------------------------------
001320*    LINKAGE SECTION
001700      OPEN OUTPUT EXTFILE.
001710      IF PG-EXTFILE-STATUS NOT = '00'
001720          GO TO 9110-EXTFILE-OPEN-FAILED
001722      END-IF.
001724      OPEN INPUT ACHVFILE.
001726      IF PG-ACHVFILE-STATUS NOT = '00'
001728          GO TO 9130-ACHVFILE-OPEN-FAILED
001730      END-IF.
001740
001750      MOVE SPACES TO PG-EXTRACT-RECORD.
002550
002560*-----------------------------------------------------------------
002570*    3000-WRITE-EXTRACT
002580*    ONE DETAIL PER PLAYER, ONE AWARD RECORD PER ACHIEVEMENT
002585*    AWARDED ON THE EXTRACT DATE, THEN THE TRAILER WITH THE
002590*    COUNTS THE VENDOR SIDE VALIDATES BEFORE LOADING THE FEED.
002600*-----------------------------------------------------------------
002610  3000-WRITE-EXTRACT.
002620      PERFORM 3100-WRITE-PLAYER THRU 3100-EXIT
002630          VARYING PG-SUB FROM 1 BY 1
002640          UNTIL PG-SUB > PG-TABLE-COUNT.
002650
002652      PERFORM 3300-READ-AWARD THRU 3300-EXIT.
002654      PERFORM 3400-WRITE-AWARD THRU 3400-EXIT
002656          UNTIL PG-ACH-AT-EOF.
002658
002660      MOVE PG-TABLE-COUNT TO PG-EXT-DETAIL-CT.
002670      MOVE PG-MATCH-COUNT TO PG-EXT-MATCH-CT.
002675      MOVE PG-AWARD-COUNT TO PG-EXT-AWARD-CT.
002680      MOVE SPACES TO PG-EXTRACT-RECORD.
002690      WRITE PG-EXTRACT-RECORD FROM PG-EXT-TRAILER.
002700  3000-EXIT.
003100      EXIT.
003110
003120*-----------------------------------------------------------------
003121*    3300-READ-AWARD
003122*-----------------------------------------------------------------
003123  3300-READ-AWARD.
003124      READ ACHVFILE
003125          AT END
003126              SET PG-ACH-AT-EOF TO TRUE
003127      END-READ.
003128  3300-EXIT.
003129      EXIT.
003130
003131*-----------------------------------------------------------------
003132*    3400-WRITE-AWARD
003133*    THE FILE IS IN PLAYER ORDER, NOT DATE ORDER, SO EVERY AWARD
003134*    IS PASSED AND ONLY THE EXTRACT DATE'S GO ON THE FEED.
003135*-----------------------------------------------------------------
003136  3400-WRITE-AWARD.
003137      IF PG-ACH-AWARD-DATE NOT = PG-EXTRACT-DATE
003138          GO TO 3400-NEXT
003139      END-IF.
003140      MOVE PG-ACH-PLAYER-ID   TO PG-EXA-PLAYER-ID.
003141      MOVE PG-ACH-PLAYER-ID   TO PG-NAME-LOOKUP-ID.
003142      PERFORM 3200-GET-DISPLAY-NAME THRU 3200-EXIT.
003143      MOVE PG-NAME-LOOKUP-NAME TO PG-EXA-NAME.
003144      MOVE PG-ACH-CODE        TO PG-EXA-CODE.
003145      MOVE PG-ACH-DESCRIPTION TO PG-EXA-DESCRIPTION.
003146      MOVE SPACES TO PG-EXTRACT-RECORD.
003147      WRITE PG-EXTRACT-RECORD FROM PG-EXT-AWARD.
003148      ADD 1 TO PG-AWARD-COUNT.
003149  3400-NEXT.
003150      PERFORM 3300-READ-AWARD THRU 3300-EXIT.
003151  3400-EXIT.
003152      EXIT.
003153
003154*-----------------------------------------------------------------
003155*    9000-TERMINATE
003156*-----------------------------------------------------------------
003157  9000-TERMINATE.
003160      CLOSE SCOREFILE.
003170      CLOSE PLAYMAST.
003175      CLOSE ACHVFILE.
003180      CLOSE EXTFILE.
003190  9000-EXIT.
003200      EXIT.
003580      STOP RUN.
003590  9120-EXIT.
003600      EXIT.
003610
003620*-----------------------------------------------------------------
003630*    9130-ACHVFILE-OPEN-FAILED
003640*    THE FEED IS OPENED BUT NOTHING IS ON IT YET; THE RUN STOPS
003650*    BEFORE THE HEADER SO THE VENDOR LOADS NOTHING.
003660*-----------------------------------------------------------------
003670  9130-ACHVFILE-OPEN-FAILED.
003680      DISPLAY 'PONGXTR - ACHVFILE OPEN FAILED, STATUS '
003690          PG-ACHVFILE-STATUS ' - NO FEED WRITTEN'.
003700      CLOSE SCOREFILE.
003710      CLOSE PLAYMAST.
003720      CLOSE EXTFILE.
003730      MOVE 8 TO RETURN-CODE.
003740      STOP RUN.
003750  9130-EXIT.
003760      EXIT.
