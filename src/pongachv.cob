000100*=================================================================
000110*  PONGACHV
000120*  NIGHTLY PLAYER ACHIEVEMENTS RUN.  REGULARS ASK AFTER THEIR
000130*  "RECORDS", AND THE FIGURES ARE ALL ON FILE - THE LEDGER, THE
000140*  ARCHIVED MONTHS ON SUMMFILE AND THE PEVTFILE POINT LOG - BUT
000150*  NOTHING PUT THEM TOGETHER PER PLAYER.  THIS JOB CHECKS THE
000160*  NIGHT'S MATCHES AGAINST THE MILESTONE RULES TABLE BELOW AND
000170*  WRITES EACH AWARD ONCE TO THE ACHVFILE, KEYED ON PLAYER AND
000180*  ACHIEVEMENT:
000190*
000200*    M100  100TH MATCH            LIFETIME MATCHES (ARCHIVED
000210*                                 MONTHS PLUS THE LIVE LEDGER)
000220*                                 REACH THE THRESHOLD
000230*    SHUT  FIRST SHUTOUT          A WIN WITH THE OTHER SIDE ON
000240*                                 NIL
000250*    W10   TEN WINS IN A ROW      THE PLAYER'S WINNING RUN ON THE
000260*                                 LIVE LEDGER REACHES THE
000270*                                 THRESHOLD
000280*    RALY  LONG RALLY             THE PLAYER'S SIDE WON A POINT
000290*                                 THAT TOOK AT LEAST THE
000300*                                 THRESHOLD IN SECONDS
000310*    CMBK  BIG COMEBACK           THE PLAYER'S SIDE WON FROM AT
000320*                                 LEAST THE THRESHOLD IN POINTS
000330*                                 DOWN
000340*    TRNY  FIRST TOURNAMENT NIGHT PLAYED ON A NIGHT RUN WITH THE
000350*                                 TOURNAMENT PARM
000360*
000370*  THE LEDGER IS SORTED BY PLAYER AND THEN BY THE ORDER THE
000380*  MATCHES WERE PLAYED, SO THE MATCH COUNT AND WINNING RUN ARE
000390*  EXACT AS AT EACH OF TONIGHT'S MATCHES.  EVERY SEAT COUNTS -
000400*  DOUBLES PARTNERS SHARE THEIR SIDE'S RESULT, AS ON PONGRPT.
000410*  VOIDED MATCHES COUNT FOR NOTHING.  THE RALLY AND COMEBACK
000420*  RULES NEED THE POINT LOG AND ONLY APPLY TO MATCHES THAT HAVE
000430*  EVENTS.  A PLAYER WHO ALREADY HOLDS AN AWARD IS NOT AWARDED
000440*  IT AGAIN, SO A RERUN OF THE NIGHT WRITES NOTHING NEW; IT
000450*  STILL LISTS THE NIGHT'S AWARDS.
000460*
000470*  PRINTS THE "NEW AWARDS TONIGHT" LIST FOR THE FRONT DESK TO
000480*  ANNOUNCE.  PONGXTR PUTS THE NIGHT'S AWARDS ON THE LOBBY FEED
000490*  AND PONGINQ LISTS A PLAYER'S AWARDS WITH THEIR HISTORY.
000500*-----------------------------------------------------------------
000510*  MODIFICATION HISTORY
000520*  DATE       INIT  DESCRIPTION
000530*  15/10/2026 MP    ORIGINAL PROGRAM.
000540*  15/10/2026 MP    BIG COMEBACK NO LONGER COUNTS A HANDICAP HEAD
000550*                    START AS POINTS THE OTHER SIDE CAME BACK FROM
000560*                    - THE POINT LOG SCORES INCLUDE IT.
000570*=================================================================
000580  IDENTIFICATION DIVISION.
000590      PROGRAM-ID.    PONGACHV.
000600      AUTHOR.        MAXIME POSTAIRE.
000610      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000620      DATE-WRITTEN.  15/10/2026.
000630      DATE-COMPILED.
000640
000650  ENVIRONMENT DIVISION.
000660  INPUT-OUTPUT SECTION.
000670  FILE-CONTROL.
000680      SELECT SCOREFILE ASSIGN TO SCOREFILE
000690          ORGANIZATION IS INDEXED
000700          ACCESS MODE IS SEQUENTIAL
000710          RECORD KEY IS PG-MATCH-KEY
000720          FILE STATUS IS PG-SCOREFILE-STATUS.
000730
000740      SELECT PEVTFILE ASSIGN TO PEVTFILE
000750          ORGANIZATION IS SEQUENTIAL
000760          FILE STATUS IS PG-PEVTFILE-STATUS.
000770
000780      SELECT SUMMFILE ASSIGN TO SUMMFILE
000790          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS DYNAMIC
000810          RECORD KEY IS PG-SUM-KEY
000820          FILE STATUS IS PG-SUMMFILE-STATUS.
000830
000840      SELECT PLAYMAST ASSIGN TO PLAYMAST
000850          ORGANIZATION IS INDEXED
000860          ACCESS MODE IS RANDOM
000870          RECORD KEY IS PG-PMST-PLAYER-ID
000880          FILE STATUS IS PG-PLAYMAST-STATUS.
000890
000900      SELECT ACHVFILE ASSIGN TO ACHVFILE
000910          ORGANIZATION IS INDEXED
000920          ACCESS MODE IS RANDOM
000930          RECORD KEY IS PG-ACH-KEY
000940          FILE STATUS IS PG-ACHVFILE-STATUS.
000950
000960      SELECT PRTFILE ASSIGN TO PRTFILE
000970          ORGANIZATION IS SEQUENTIAL.
000980
000990      SELECT SORTWORK ASSIGN TO SORTWK01.
001000
001010  DATA DIVISION.
001020  FILE SECTION.
001030  FD  SCOREFILE
001040      LABEL RECORDS ARE STANDARD.
001050      COPY MATCHREC.
001060
001070  FD  PEVTFILE
001080      LABEL RECORDS ARE STANDARD.
001090      COPY PEVTREC.
001100
001110  FD  SUMMFILE
001120      LABEL RECORDS ARE STANDARD.
001130      COPY SUMREC.
001140
001150  FD  PLAYMAST
001160      LABEL RECORDS ARE STANDARD.
001170      COPY PLAYREC.
001180
001190  FD  ACHVFILE
001200      LABEL RECORDS ARE STANDARD.
001210      COPY ACHVREC.
001220
001230  FD  PRTFILE
001240      LABEL RECORDS ARE STANDARD
001250      RECORD CONTAINS 132 CHARACTERS.
001260  01  PG-PRINT-LINE               PIC X(132).
001270
001280*    ONE RECORD PER PLAYER PER MATCH, CARRYING THAT PLAYER'S SIDE
001290*    OF THE RESULT.  SORTED BY PLAYER, THEN DATE AND TIME PLAYED.
001300  SD  SORTWORK.
001310  01  PG-SORT-RECORD.
001320      05  PG-SORT-PLAYER-ID       PIC X(10).
001330      05  PG-SORT-DATE            PIC X(08).
001340      05  PG-SORT-TIME            PIC X(06).
001350      05  PG-SORT-MATCH-KEY       PIC X(24).
001360      05  PG-SORT-WON             PIC X(01).
001370          88  PG-SORT-A-WIN              VALUE 'Y'.
001380      05  PG-SORT-TONIGHT         PIC X(01).
001390          88  PG-SORT-IS-TONIGHT         VALUE 'Y'.
001400      05  PG-SORT-OWN-SCORE       PIC 9(03).
001410      05  PG-SORT-OPP-SCORE       PIC 9(03).
001420      05  PG-SORT-RALLY-SECS      PIC 9(05).
001430      05  PG-SORT-COMEBACK        PIC 9(03).
001440
001450  WORKING-STORAGE SECTION.
001460  01  PG-SWITCHES.
001470      05  PG-SCOREFILE-EOF    PIC X(01) VALUE 'N'.
001480          88  PG-NOT-AT-EOF           VALUE 'N'.
001490          88  PG-AT-EOF               VALUE 'Y'.
001500      05  PG-PEVTFILE-EOF     PIC X(01) VALUE 'N'.
001510          88  PG-PEV-NOT-AT-EOF       VALUE 'N'.
001520          88  PG-PEV-AT-EOF           VALUE 'Y'.
001530      05  PG-SUMMFILE-EOF     PIC X(01) VALUE 'N'.
001540          88  PG-SUM-NOT-AT-EOF       VALUE 'N'.
001550          88  PG-SUM-AT-EOF           VALUE 'Y'.
001560      05  PG-SORT-EOF         PIC X(01) VALUE 'N'.
001570          88  PG-SORT-NOT-DONE        VALUE 'N'.
001580          88  PG-SORT-DONE            VALUE 'Y'.
001590      05  PG-TOURNAMENT-SWITCH PIC X(01) VALUE 'N'.
001600          88  PG-TOURNAMENT-NIGHT     VALUE 'Y'.
001610
001620  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
001630  01  PG-PEVTFILE-STATUS      PIC X(02) VALUE '00'.
001640  01  PG-SUMMFILE-STATUS      PIC X(02) VALUE '00'.
001650  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
001660  01  PG-ACHVFILE-STATUS      PIC X(02) VALUE '00'.
001670
001680  01  PG-RUN-DATE             PIC X(08) VALUE SPACES.
001690  01  PG-PARM-DATE            PIC X(08) VALUE SPACES.
001700  01  PG-PARM-OPTION          PIC X(10) VALUE SPACES.
001710
001720*-----------------------------------------------------------------
001730*    THE MILESTONE RULES, ONE PER ACHIEVEMENT: CODE, DESCRIPTION
001740*    AS AWARDED, AND THE THRESHOLD THE RULE TESTS (UNUSED BY THE
001750*    SHUTOUT AND TOURNAMENT RULES).  THE SUBSCRIPT OF EACH RULE
001760*    IS FIXED - 7100 TO 7600 TEST THEM BY POSITION - SO CHANGE A
001770*    THRESHOLD OR A DESCRIPTION HERE, BUT ADD A RULE ONLY WITH
001780*    ITS TEST.
001790*-----------------------------------------------------------------
001800  01  PG-RULE-TABLE-VALUES.
001810      05  FILLER  PIC X(31)
001820                  VALUE 'M100100TH MATCH             100'.
001830      05  FILLER  PIC X(31)
001840                  VALUE 'SHUTFIRST SHUTOUT           000'.
001850      05  FILLER  PIC X(31)
001860                  VALUE 'W10 TEN WINS IN A ROW       010'.
001870      05  FILLER  PIC X(31)
001880                  VALUE 'RALYLONG RALLY              030'.
001890      05  FILLER  PIC X(31)
001900                  VALUE 'CMBKBIG COMEBACK            005'.
001910      05  FILLER  PIC X(31)
001920                  VALUE 'TRNYFIRST TOURNAMENT NIGHT  000'.
001930  01  PG-RULE-TABLE REDEFINES PG-RULE-TABLE-VALUES.
001940      05  PG-RULE-ENTRY OCCURS 6 TIMES.
001950          10  PG-RULE-CODE        PIC X(04).
001960          10  PG-RULE-DESC        PIC X(24).
001970          10  PG-RULE-THRESHOLD   PIC 9(03).
001980
001990*    PER-PLAYER SWITCHES - ONE PER RULE, SET ONCE THE RULE HAS
002000*    BEEN AWARDED (OR FOUND ALREADY HELD) FOR THE PLAYER IN
002010*    HAND, SO LATER MATCHES DO NOT TRY IT AGAIN.
002020  01  PG-RULE-DONE-TABLE.
002030      05  PG-RULE-DONE OCCURS 6 TIMES PIC X(01).
002040  01  PG-RULE-SUB             PIC 9(04) COMP VALUE ZERO.
002050  01  PG-AWARD-VALUE          PIC 9(05) VALUE ZERO.
002060
002070*    THE PLAYER IN HAND ON THE SORTED PASS.
002080  01  PG-CUR-PLAYER-ID        PIC X(10) VALUE SPACES.
002090  01  PG-LIFE-MATCHES         PIC 9(07) COMP VALUE ZERO.
002100  01  PG-WIN-RUN              PIC 9(05) COMP VALUE ZERO.
002110
002120*-----------------------------------------------------------------
002130*    TONIGHT'S POINT LOG, ONE ENTRY PER MATCH BY ITS LEDGER KEY.
002140*    EACH SIDE'S LONGEST WINNING POINT (SECONDS SINCE THE POINT
002150*    BEFORE) AND WORST DEFICIT ARE KEPT AS THE POINTS ARRIVE,
002160*    THE SAME WAY PONGPEVT FOLDS THEM.
002170*-----------------------------------------------------------------
002180  01  PG-EVENT-TABLE.
002190      05  PG-EV-ENTRY OCCURS 1000 TIMES.
002200          10  PG-EV-KEY           PIC X(24).
002210          10  PG-EV-LAST-SECONDS  PIC 9(07) COMP.
002220          10  PG-EV-POINTS        PIC 9(05) COMP.
002230          10  PG-EV-RALLY-1       PIC 9(05) COMP.
002240          10  PG-EV-RALLY-2       PIC 9(05) COMP.
002250          10  PG-EV-MAX-DEF-1     PIC 9(03) COMP.
002260          10  PG-EV-MAX-DEF-2     PIC 9(03) COMP.
002270
002280  01  PG-EV-COUNT             PIC 9(04) COMP VALUE ZERO.
002290  01  PG-EV-SUB               PIC 9(04) COMP VALUE ZERO.
002300  01  PG-THIS-SUB             PIC 9(04) COMP VALUE ZERO.
002310
002320  01  PG-DEFICIT-WORK         PIC S9(03) COMP VALUE ZERO.
002330  01  PG-RALLY-WORK           PIC 9(07) COMP VALUE ZERO.
002340
002350*    STAMP-TO-SECONDS CONVERSION FOR THE RALLY LENGTH.
002360  01  PG-STAMP-WORK.
002370      05  PG-STW-TIME          PIC 9(08).
002380      05  PG-STW-SPLIT REDEFINES PG-STW-TIME.
002390          10  PG-STW-HH        PIC 9(02).
002400          10  PG-STW-MM        PIC 9(02).
002410          10  PG-STW-SS        PIC 9(02).
002420          10  FILLER           PIC 9(02).
002430      05  PG-STAMP-SECONDS     PIC 9(07) COMP.
002440
002450*    ONE SIDE OF THE LEDGER RECORD IN HAND, READY TO RELEASE.
002460  01  PG-SIDE-WORK.
002470      05  PG-SIDE-WON          PIC X(01).
002480      05  PG-SIDE-OWN-SCORE    PIC 9(03).
002490      05  PG-SIDE-OPP-SCORE    PIC 9(03).
002500      05  PG-SIDE-RALLY        PIC 9(05).
002510      05  PG-SIDE-COMEBACK     PIC 9(03).
002520  01  PG-TONIGHT-FLAG         PIC X(01) VALUE 'N'.
002530
002540  01  PG-RELEASED-COUNT       PIC 9(07) COMP VALUE ZERO.
002550  01  PG-TONIGHT-MATCHES      PIC 9(05) COMP VALUE ZERO.
002560  01  PG-NEW-AWARD-COUNT      PIC 9(05) COMP VALUE ZERO.
002570  01  PG-LISTED-COUNT         PIC 9(05) COMP VALUE ZERO.
002580
002590  01  PG-NAME-LOOKUP-ID       PIC X(10) VALUE SPACES.
002600  01  PG-NAME-LOOKUP-NAME     PIC X(20) VALUE SPACES.
002610
002620  01  PG-HEADING-1.
002630      05  FILLER                PIC X(20)
002640                                 VALUE 'PONGOL NEW AWARDS TO'.
002650      05  FILLER                PIC X(07) VALUE 'NIGHT  '.
002660      05  PG-HDG-DATE           PIC X(08).
002670      05  PG-HDG-TOURNAMENT     PIC X(20) VALUE SPACES.
002680
002690  01  PG-HEADING-2.
002700      05  FILLER                PIC X(12) VALUE 'PLAYER'.
002710      05  FILLER                PIC X(22) VALUE 'NAME'.
002720      05  FILLER                PIC X(26) VALUE 'ACHIEVEMENT'.
002730      05  FILLER                PIC X(08) VALUE '  FIGURE'.
002740      05  FILLER                PIC X(02) VALUE SPACES.
002750      05  FILLER                PIC X(26)
002760                                 VALUE 'MATCH (P1/DATE/TIME)'.
002770
002780  01  PG-DETAIL-LINE.
002790      05  PG-DTL-PLAYER-ID      PIC X(12).
002800      05  PG-DTL-NAME           PIC X(22).
002810      05  PG-DTL-DESCRIPTION    PIC X(26).
002820      05  PG-DTL-VALUE          PIC ZZ,ZZ9.
002830      05  FILLER                PIC X(04) VALUE SPACES.
002840      05  PG-DTL-MATCH-KEY      PIC X(24).
002850      05  FILLER                PIC X(02) VALUE SPACES.
002860      05  PG-DTL-RERUN          PIC X(16).
002870
002880  01  PG-NONE-LINE              PIC X(40) VALUE
002890          'NO NEW AWARDS TONIGHT.'.
002900
002910  01  PG-TRAILER-LINE.
002920      05  FILLER                PIC X(17)
002930                                 VALUE 'TONIGHT MATCHES: '.
002940      05  PG-TRL-MATCHES        PIC ZZZZ9.
002950      05  FILLER                PIC X(14) VALUE ', NEW AWARDS: '.
002960      05  PG-TRL-NEW            PIC ZZZZ9.
002970      05  FILLER                PIC X(17)
002980                                 VALUE ', ALREADY LISTED:'.
002990      05  PG-TRL-AGAIN          PIC ZZZZ9.
003000
003010*-----------------------------------------------------------------
003020*    LINKAGE SECTION
003030*    THE PARM IS DATE[,TOURNAMENT].  THE DATE IS THE NIGHT TO
003040*    AWARD, YYYYMMDD, DEFAULTING TO TODAY; TOURNAMENT MARKS IT
003050*    AS A TOURNAMENT NIGHT FOR THE TRNY RULE.
003060*-----------------------------------------------------------------
003070  LINKAGE SECTION.
003080  01  PG-PARM-DATA.
003090      05  PG-PARM-LENGTH        PIC S9(04) COMP.
003100      05  PG-PARM-TEXT          PIC X(19).
003110
003120*-----------------------------------------------------------------
003130*    0000-MAINLINE
003140*-----------------------------------------------------------------
003150  PROCEDURE DIVISION USING PG-PARM-DATA.
003160  0000-MAINLINE.
003170      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180
003190      PERFORM 2000-READ-EVENT THRU 2000-EXIT.
003200      PERFORM 2100-FOLD-EVENT THRU 2100-EXIT
003210          UNTIL PG-PEV-AT-EOF.
003220      CLOSE PEVTFILE.
003230
003240      SORT SORTWORK
003250          ON ASCENDING KEY PG-SORT-PLAYER-ID
003260                           PG-SORT-DATE
003270                           PG-SORT-TIME
003280          INPUT PROCEDURE IS 3000-RELEASE-LEDGER
003290              THRU 3000-EXIT
003300          OUTPUT PROCEDURE IS 4000-CHECK-PLAYERS
003310              THRU 4000-EXIT.
003320
003330      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003340      STOP RUN.
003350
003360*-----------------------------------------------------------------
003370*    1000-INITIALIZE
003380*-----------------------------------------------------------------
003390  1000-INITIALIZE.
003400      IF PG-PARM-LENGTH > ZERO
003410          UNSTRING PG-PARM-TEXT DELIMITED BY ','
003420              INTO PG-PARM-DATE
003430                   PG-PARM-OPTION
003440          END-UNSTRING
003450      END-IF.
003460      IF PG-PARM-DATE = SPACES
003470          ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD
003480      ELSE
003490          MOVE PG-PARM-DATE TO PG-RUN-DATE
003500      END-IF.
003510      IF PG-RUN-DATE NOT NUMERIC
003520          GO TO 9100-BAD-PARM
003530      END-IF.
003540      IF PG-PARM-OPTION = 'TOURNAMENT'
003550          SET PG-TOURNAMENT-NIGHT TO TRUE
003560          MOVE '  (TOURNAMENT NIGHT)' TO PG-HDG-TOURNAMENT
003570      ELSE
003580          IF PG-PARM-OPTION NOT = SPACES
003590              GO TO 9100-BAD-PARM
003600          END-IF
003610      END-IF.
003620
003630      OPEN INPUT PEVTFILE.
003640      IF PG-PEVTFILE-STATUS NOT = '00'
003650          GO TO 9110-PEVTFILE-OPEN-FAILED
003660      END-IF.
003670      OPEN INPUT SCOREFILE.
003680      IF PG-SCOREFILE-STATUS NOT = '00'
003690          GO TO 9120-SCOREFILE-OPEN-FAILED
003700      END-IF.
003710      OPEN INPUT SUMMFILE.
003720      OPEN INPUT PLAYMAST.
003730      OPEN I-O ACHVFILE.
003740      IF PG-ACHVFILE-STATUS NOT = '00'
003750          GO TO 9130-ACHVFILE-OPEN-FAILED
003760      END-IF.
003770      OPEN OUTPUT PRTFILE.
003780
003790      MOVE PG-RUN-DATE TO PG-HDG-DATE.
003800      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
003810      WRITE PG-PRINT-LINE FROM PG-HEADING-2.
003820  1000-EXIT.
003830      EXIT.
003840
003850*-----------------------------------------------------------------
003860*    2000-READ-EVENT
003870*-----------------------------------------------------------------
003880  2000-READ-EVENT.
003890      READ PEVTFILE
003900          AT END
003910              SET PG-PEV-AT-EOF TO TRUE
003920      END-READ.
003930  2000-EXIT.
003940      EXIT.
003950
003960*-----------------------------------------------------------------
003970*    2100-FOLD-EVENT
003980*    ONLY TONIGHT'S MATCHES ARE GATHERED.  A POINT'S RALLY IS
003990*    THE TIME SINCE THE MATCH'S POINT BEFORE IT, CREDITED TO THE
004000*    SIDE THAT WON IT; THE FIRST POINT HAS NOTHING TO MEASURE
004010*    FROM.  A STAMP BEHIND THE ONE BEFORE IT (THE CLOCK WENT
004020*    BACK) MEASURES NOTHING EITHER - THE SAME CLAMP PONGPEVT
004030*    USES.
004040*-----------------------------------------------------------------
004050  2100-FOLD-EVENT.
004060      IF PG-PEV-MATCH-DATE NOT = PG-RUN-DATE
004070          GO TO 2100-NEXT
004080      END-IF.
004090
004100      PERFORM 2200-FIND-EVENT-ENTRY THRU 2200-EXIT.
004110
004120      MOVE PG-PEV-STAMP-TIME TO PG-STW-TIME.
004130      COMPUTE PG-STAMP-SECONDS =
004140          PG-STW-HH * 3600 + PG-STW-MM * 60 + PG-STW-SS.
004150      IF PG-EV-POINTS (PG-THIS-SUB) > ZERO
004160          AND PG-STAMP-SECONDS > PG-EV-LAST-SECONDS (PG-THIS-SUB)
004170          COMPUTE PG-RALLY-WORK =
004180              PG-STAMP-SECONDS - PG-EV-LAST-SECONDS (PG-THIS-SUB)
004190          IF PG-RALLY-WORK > 99999
004200              MOVE 99999 TO PG-RALLY-WORK
004210          END-IF
004220          IF PG-PEV-SCORING-SIDE = '1'
004230              AND PG-RALLY-WORK > PG-EV-RALLY-1 (PG-THIS-SUB)
004240              MOVE PG-RALLY-WORK TO PG-EV-RALLY-1 (PG-THIS-SUB)
004250          END-IF
004260          IF PG-PEV-SCORING-SIDE = '2'
004270              AND PG-RALLY-WORK > PG-EV-RALLY-2 (PG-THIS-SUB)
004280              MOVE PG-RALLY-WORK TO PG-EV-RALLY-2 (PG-THIS-SUB)
004290          END-IF
004300      END-IF.
004310      ADD 1 TO PG-EV-POINTS (PG-THIS-SUB).
004320      MOVE PG-STAMP-SECONDS TO PG-EV-LAST-SECONDS (PG-THIS-SUB).
004330
004340      COMPUTE PG-DEFICIT-WORK =
004350          PG-PEV-SCORE-2 - PG-PEV-SCORE-1.
004360      IF PG-DEFICIT-WORK > PG-EV-MAX-DEF-1 (PG-THIS-SUB)
004370          MOVE PG-DEFICIT-WORK TO PG-EV-MAX-DEF-1 (PG-THIS-SUB)
004380      END-IF.
004390      COMPUTE PG-DEFICIT-WORK =
004400          PG-PEV-SCORE-1 - PG-PEV-SCORE-2.
004410      IF PG-DEFICIT-WORK > PG-EV-MAX-DEF-2 (PG-THIS-SUB)
004420          MOVE PG-DEFICIT-WORK TO PG-EV-MAX-DEF-2 (PG-THIS-SUB)
004430      END-IF.
004440  2100-NEXT.
004450      PERFORM 2000-READ-EVENT THRU 2000-EXIT.
004460  2100-EXIT.
004470      EXIT.
004480
004490*-----------------------------------------------------------------
004500*    2200-FIND-EVENT-ENTRY
004510*    LEAVES THE EVENT'S MATCH ENTRY SUBSCRIPT IN PG-THIS-SUB,
004520*    OPENING A FRESH ENTRY THE FIRST TIME THE MATCH IS SEEN.
004530*-----------------------------------------------------------------
004540  2200-FIND-EVENT-ENTRY.
004550      MOVE ZERO TO PG-THIS-SUB.
004560      PERFORM 2210-MATCH-ONE-ENTRY THRU 2210-EXIT
004570          VARYING PG-EV-SUB FROM 1 BY 1
004580          UNTIL PG-EV-SUB > PG-EV-COUNT
004590             OR PG-THIS-SUB > ZERO.
004600      IF PG-THIS-SUB > ZERO
004610          GO TO 2200-EXIT
004620      END-IF.
004630
004640      IF PG-EV-COUNT >= 1000
004650          GO TO 9140-EVENT-TABLE-FULL
004660      END-IF.
004670      ADD 1 TO PG-EV-COUNT.
004680      MOVE PG-EV-COUNT TO PG-THIS-SUB.
004690      MOVE PG-PEV-MATCH-KEY TO PG-EV-KEY (PG-THIS-SUB).
004700      MOVE ZERO TO PG-EV-LAST-SECONDS (PG-THIS-SUB).
004710      MOVE ZERO TO PG-EV-POINTS (PG-THIS-SUB).
004720      MOVE ZERO TO PG-EV-RALLY-1 (PG-THIS-SUB).
004730      MOVE ZERO TO PG-EV-RALLY-2 (PG-THIS-SUB).
004740      MOVE ZERO TO PG-EV-MAX-DEF-1 (PG-THIS-SUB).
004750      MOVE ZERO TO PG-EV-MAX-DEF-2 (PG-THIS-SUB).
004760  2200-EXIT.
004770      EXIT.
004780
004790*-----------------------------------------------------------------
004800*    2210-MATCH-ONE-ENTRY
004810*-----------------------------------------------------------------
004820  2210-MATCH-ONE-ENTRY.
004830      IF PG-EV-KEY (PG-EV-SUB) = PG-PEV-MATCH-KEY
004840          MOVE PG-EV-SUB TO PG-THIS-SUB
004850      END-IF.
004860  2210-EXIT.
004870      EXIT.
004880
004890*-----------------------------------------------------------------
004900*    2300-FIND-LEDGER-ENTRY
004910*    THE SAME SEARCH BY THE LEDGER RECORD'S KEY; PG-THIS-SUB IS
004920*    LEFT ZERO WHEN THE MATCH HAS NO EVENTS.
004930*-----------------------------------------------------------------
004940  2300-FIND-LEDGER-ENTRY.
004950      MOVE ZERO TO PG-THIS-SUB.
004960      PERFORM 2310-MATCH-LEDGER-KEY THRU 2310-EXIT
004970          VARYING PG-EV-SUB FROM 1 BY 1
004980          UNTIL PG-EV-SUB > PG-EV-COUNT
004990             OR PG-THIS-SUB > ZERO.
005000  2300-EXIT.
005010      EXIT.
005020
005030*-----------------------------------------------------------------
005040*    2310-MATCH-LEDGER-KEY
005050*-----------------------------------------------------------------
005060  2310-MATCH-LEDGER-KEY.
005070      IF PG-EV-KEY (PG-EV-SUB) = PG-MATCH-KEY
005080          MOVE PG-EV-SUB TO PG-THIS-SUB
005090      END-IF.
005100  2310-EXIT.
005110      EXIT.
005120
005130*-----------------------------------------------------------------
005140*    3000-RELEASE-LEDGER
005150*    SORT INPUT PROCEDURE.  EVERY ACTIVE MATCH UP TO AND
005160*    INCLUDING TONIGHT IS RELEASED ONCE PER OCCUPIED SEAT; LATER
005170*    MATCHES (A RERUN OF AN EARLIER NIGHT) ARE LEFT OUT SO THE
005180*    COUNTS STAND AS THEY DID THAT NIGHT.
005190*-----------------------------------------------------------------
005200  3000-RELEASE-LEDGER.
005210      PERFORM 3010-READ-SCORE THRU 3010-EXIT.
005220      PERFORM 3100-RELEASE-MATCH THRU 3100-EXIT
005230          UNTIL PG-AT-EOF.
005240  3000-EXIT.
005250      EXIT.
005260
005270*-----------------------------------------------------------------
005280*    3010-READ-SCORE
005290*-----------------------------------------------------------------
005300  3010-READ-SCORE.
005310      READ SCOREFILE
005320          AT END
005330              SET PG-AT-EOF TO TRUE
005340      END-READ.
005350  3010-EXIT.
005360      EXIT.
005370
005380*-----------------------------------------------------------------
005390*    3100-RELEASE-MATCH
005400*    SIDE 1 IS PLAYER 1 AND (DOUBLES) PLAYER 3, SIDE 2 IS PLAYER
005410*    2 AND PLAYER 4.  A SIDE'S COMEBACK ONLY COUNTS WHEN THE SIDE
005420*    WON.  THE POINT LOG SCORES CARRY A HANDICAP HEAD START FROM
005430*    THE FIRST POINT, SO THE SIDE PLAYING AGAINST ONE HAS IT
005440*    TAKEN OFF ITS WORST DEFICIT BY 3150 - OTHERWISE THE STRONGER
005450*    SIDE WOULD "COME BACK" FROM THE HEAD START IN EVERY WIN.
005460*-----------------------------------------------------------------
005470  3100-RELEASE-MATCH.
005480      IF PG-MATCH-VOIDED OR PG-MATCH-DATE > PG-RUN-DATE
005490          GO TO 3100-NEXT
005500      END-IF.
005510
005520      MOVE 'N' TO PG-TONIGHT-FLAG.
005530      MOVE ZERO TO PG-THIS-SUB.
005540      IF PG-MATCH-DATE = PG-RUN-DATE
005550          MOVE 'Y' TO PG-TONIGHT-FLAG
005560          ADD 1 TO PG-TONIGHT-MATCHES
005570          PERFORM 2300-FIND-LEDGER-ENTRY THRU 2300-EXIT
005580      END-IF.
005590
005600      MOVE PG-SCORE-1 TO PG-SIDE-OWN-SCORE.
005610      MOVE PG-SCORE-2 TO PG-SIDE-OPP-SCORE.
005620      MOVE ZERO TO PG-SIDE-RALLY.
005630      MOVE ZERO TO PG-SIDE-COMEBACK.
005640      IF PG-THIS-SUB > ZERO
005650          MOVE PG-EV-RALLY-1 (PG-THIS-SUB) TO PG-SIDE-RALLY
005660      END-IF.
005670      IF PG-SCORE-1 > PG-SCORE-2
005680          MOVE 'Y' TO PG-SIDE-WON
005690          IF PG-THIS-SUB > ZERO
005700              MOVE PG-EV-MAX-DEF-1 (PG-THIS-SUB)
005710                  TO PG-SIDE-COMEBACK
005720              IF PG-MATCH-HCAP-SIDE = '2'
005730                  PERFORM 3150-DISCOUNT-HEAD-START THRU 3150-EXIT
005740              END-IF
005750          END-IF
005760      ELSE
005770          MOVE 'N' TO PG-SIDE-WON
005780      END-IF.
005790      MOVE PG-PLAYER-1-ID TO PG-SORT-PLAYER-ID.
005800      PERFORM 3200-RELEASE-SEAT THRU 3200-EXIT.
005810      IF PG-DOUBLES-MATCH
005820          MOVE PG-PLAYER-3-ID TO PG-SORT-PLAYER-ID
005830          PERFORM 3200-RELEASE-SEAT THRU 3200-EXIT
005840      END-IF.
005850
005860      MOVE PG-SCORE-2 TO PG-SIDE-OWN-SCORE.
005870      MOVE PG-SCORE-1 TO PG-SIDE-OPP-SCORE.
005880      MOVE ZERO TO PG-SIDE-RALLY.
005890      MOVE ZERO TO PG-SIDE-COMEBACK.
005900      IF PG-THIS-SUB > ZERO
005910          MOVE PG-EV-RALLY-2 (PG-THIS-SUB) TO PG-SIDE-RALLY
005920      END-IF.
005930      IF PG-SCORE-2 > PG-SCORE-1
005940          MOVE 'Y' TO PG-SIDE-WON
005950          IF PG-THIS-SUB > ZERO
005960              MOVE PG-EV-MAX-DEF-2 (PG-THIS-SUB)
005970                  TO PG-SIDE-COMEBACK
005980              IF PG-MATCH-HCAP-SIDE = '1'
005990                  PERFORM 3150-DISCOUNT-HEAD-START THRU 3150-EXIT
006000              END-IF
006010          END-IF
006020      ELSE
006030          MOVE 'N' TO PG-SIDE-WON
006040      END-IF.
006050      MOVE PG-PLAYER-2-ID TO PG-SORT-PLAYER-ID.
006060      PERFORM 3200-RELEASE-SEAT THRU 3200-EXIT.
006070      IF PG-DOUBLES-MATCH
006080          MOVE PG-PLAYER-4-ID TO PG-SORT-PLAYER-ID
006090          PERFORM 3200-RELEASE-SEAT THRU 3200-EXIT
006100      END-IF.
006110  3100-NEXT.
006120      PERFORM 3010-READ-SCORE THRU 3010-EXIT.
006130  3100-EXIT.
006140      EXIT.
006150
006160*-----------------------------------------------------------------
006170*    3150-DISCOUNT-HEAD-START
006180*    TAKES THE OTHER SIDE'S HEAD START OFF THE COMEBACK IN HAND.
006190*-----------------------------------------------------------------
006200  3150-DISCOUNT-HEAD-START.
006210      IF PG-SIDE-COMEBACK > PG-MATCH-HCAP-POINTS
006220          SUBTRACT PG-MATCH-HCAP-POINTS FROM PG-SIDE-COMEBACK
006230      ELSE
006240          MOVE ZERO TO PG-SIDE-COMEBACK
006250      END-IF.
006260  3150-EXIT.
006270      EXIT.
006280
006290*-----------------------------------------------------------------
006300*    3200-RELEASE-SEAT
006310*    THE PLAYER ID IS ALREADY IN THE SORT RECORD; AN EMPTY SEAT
006320*    IS NOT RELEASED.
006330*-----------------------------------------------------------------
006340  3200-RELEASE-SEAT.
006350      IF PG-SORT-PLAYER-ID = SPACES
006360          GO TO 3200-EXIT
006370      END-IF.
006380      MOVE PG-MATCH-DATE     TO PG-SORT-DATE.
006390      MOVE PG-MATCH-TIME     TO PG-SORT-TIME.
006400      MOVE PG-MATCH-KEY      TO PG-SORT-MATCH-KEY.
006410      MOVE PG-SIDE-WON       TO PG-SORT-WON.
006420      MOVE PG-TONIGHT-FLAG   TO PG-SORT-TONIGHT.
006430      MOVE PG-SIDE-OWN-SCORE TO PG-SORT-OWN-SCORE.
006440      MOVE PG-SIDE-OPP-SCORE TO PG-SORT-OPP-SCORE.
006450      MOVE PG-SIDE-RALLY     TO PG-SORT-RALLY-SECS.
006460      MOVE PG-SIDE-COMEBACK  TO PG-SORT-COMEBACK.
006470      RELEASE PG-SORT-RECORD.
006480      ADD 1 TO PG-RELEASED-COUNT.
006490  3200-EXIT.
006500      EXIT.
006510
006520*-----------------------------------------------------------------
006530*    4000-CHECK-PLAYERS
006540*    SORT OUTPUT PROCEDURE.  EACH PLAYER'S MATCHES COME BACK IN
006550*    THE ORDER THEY WERE PLAYED; THE COUNT AND WINNING RUN ARE
006560*    CARRIED FORWARD MATCH BY MATCH AND TONIGHT'S MATCHES ARE
006570*    TESTED AGAINST THE RULES AS THEY PASS.
006580*-----------------------------------------------------------------
006590  4000-CHECK-PLAYERS.
006600      MOVE SPACES TO PG-CUR-PLAYER-ID.
006610      PERFORM 4010-RETURN-MATCH THRU 4010-EXIT.
006620      PERFORM 4100-CHECK-ONE-MATCH THRU 4100-EXIT
006630          UNTIL PG-SORT-DONE.
006640
006650      IF PG-NEW-AWARD-COUNT = ZERO AND PG-LISTED-COUNT = ZERO
006660          WRITE PG-PRINT-LINE FROM PG-NONE-LINE
006670      END-IF.
006680      MOVE PG-TONIGHT-MATCHES TO PG-TRL-MATCHES.
006690      MOVE PG-NEW-AWARD-COUNT TO PG-TRL-NEW.
006700      MOVE PG-LISTED-COUNT    TO PG-TRL-AGAIN.
006710      MOVE SPACES TO PG-PRINT-LINE.
006720      WRITE PG-PRINT-LINE.
006730      WRITE PG-PRINT-LINE FROM PG-TRAILER-LINE.
006740  4000-EXIT.
006750      EXIT.
006760
006770*-----------------------------------------------------------------
006780*    4010-RETURN-MATCH
006790*-----------------------------------------------------------------
006800  4010-RETURN-MATCH.
006810      RETURN SORTWORK
006820          AT END
006830              SET PG-SORT-DONE TO TRUE
006840      END-RETURN.
006850  4010-EXIT.
006860      EXIT.
006870
006880*-----------------------------------------------------------------
006890*    4100-CHECK-ONE-MATCH
006900*-----------------------------------------------------------------
006910  4100-CHECK-ONE-MATCH.
006920      IF PG-SORT-PLAYER-ID NOT = PG-CUR-PLAYER-ID
006930          PERFORM 4200-START-PLAYER THRU 4200-EXIT
006940      END-IF.
006950
006960      ADD 1 TO PG-LIFE-MATCHES.
006970      IF PG-SORT-A-WIN
006980          ADD 1 TO PG-WIN-RUN
006990      ELSE
007000          MOVE ZERO TO PG-WIN-RUN
007010      END-IF.
007020
007030      IF PG-SORT-IS-TONIGHT
007040          PERFORM 7100-TEST-MATCH-COUNT THRU 7100-EXIT
007050          PERFORM 7200-TEST-SHUTOUT     THRU 7200-EXIT
007060          PERFORM 7300-TEST-WIN-RUN     THRU 7300-EXIT
007070          PERFORM 7400-TEST-RALLY       THRU 7400-EXIT
007080          PERFORM 7500-TEST-COMEBACK    THRU 7500-EXIT
007090          PERFORM 7600-TEST-TOURNAMENT  THRU 7600-EXIT
007100      END-IF.
007110
007120      PERFORM 4010-RETURN-MATCH THRU 4010-EXIT.
007130  4100-EXIT.
007140      EXIT.
007150
007160*-----------------------------------------------------------------
007170*    4200-START-PLAYER
007180*    A NEW PLAYER: THE MATCH COUNT STARTS FROM THE GAMES ALREADY
007190*    FOLDED INTO THE ARCHIVED MONTHS, THE WINNING RUN FROM ZERO
007200*    (A RUN DOES NOT SURVIVE THE ARCHIVE), AND EVERY RULE IS
007210*    OPEN AGAIN.
007220*-----------------------------------------------------------------
007230  4200-START-PLAYER.
007240      MOVE PG-SORT-PLAYER-ID TO PG-CUR-PLAYER-ID.
007250      MOVE ZERO TO PG-LIFE-MATCHES.
007260      MOVE ZERO TO PG-WIN-RUN.
007270      MOVE 'NNNNNN' TO PG-RULE-DONE-TABLE.
007280
007290      MOVE PG-CUR-PLAYER-ID TO PG-SUM-PLAYER-ID.
007300      MOVE LOW-VALUES       TO PG-SUM-MONTH.
007310      SET PG-SUM-NOT-AT-EOF TO TRUE.
007320      START SUMMFILE KEY IS NOT LESS THAN PG-SUM-KEY
007330          INVALID KEY
007340              SET PG-SUM-AT-EOF TO TRUE
007350      END-START.
007360      IF PG-SUM-NOT-AT-EOF
007370          PERFORM 4210-READ-SUMMARY THRU 4210-EXIT
007380      END-IF.
007390      PERFORM 4220-ADD-ONE-MONTH THRU 4220-EXIT
007400          UNTIL PG-SUM-AT-EOF.
007410  4200-EXIT.
007420      EXIT.
007430
007440*-----------------------------------------------------------------
007450*    4210-READ-SUMMARY
007460*    THE SUMMARY KEY LEADS WITH PLAYER ID, SO THE PLAYER'S
007470*    ARCHIVED MONTHS END THE MOMENT THE KEY ROLLS ONTO A
007480*    DIFFERENT PLAYER.
007490*-----------------------------------------------------------------
007500  4210-READ-SUMMARY.
007510      READ SUMMFILE NEXT RECORD
007520          AT END
007530              SET PG-SUM-AT-EOF TO TRUE
007540      END-READ.
007550
007560      IF PG-SUM-NOT-AT-EOF
007570          AND PG-SUM-PLAYER-ID NOT = PG-CUR-PLAYER-ID
007580              SET PG-SUM-AT-EOF TO TRUE
007590      END-IF.
007600  4210-EXIT.
007610      EXIT.
007620
007630*-----------------------------------------------------------------
007640*    4220-ADD-ONE-MONTH
007650*-----------------------------------------------------------------
007660  4220-ADD-ONE-MONTH.
007670      ADD PG-SUM-GAMES TO PG-LIFE-MATCHES.
007680      PERFORM 4210-READ-SUMMARY THRU 4210-EXIT.
007690  4220-EXIT.
007700      EXIT.
007710
007720*-----------------------------------------------------------------
007730*    7000-AWARD
007740*    AWARDS RULE PG-RULE-SUB TO THE PLAYER IN HAND FOR THE MATCH
007750*    IN HAND, WITH PG-AWARD-VALUE AS THE FIGURE.  AN AWARD THE
007760*    PLAYER ALREADY HOLDS IS NOT WRITTEN AGAIN; IF IT WAS MADE
007770*    TONIGHT (A RERUN) IT IS STILL LISTED SO THE DESK HAS THE
007780*    WHOLE NIGHT'S LIST.
007790*-----------------------------------------------------------------
007800  7000-AWARD.
007810      MOVE 'Y' TO PG-RULE-DONE (PG-RULE-SUB).
007820      MOVE PG-CUR-PLAYER-ID           TO PG-ACH-PLAYER-ID.
007830      MOVE PG-RULE-CODE (PG-RULE-SUB) TO PG-ACH-CODE.
007840      MOVE PG-RULE-DESC (PG-RULE-SUB) TO PG-ACH-DESCRIPTION.
007850      MOVE PG-RUN-DATE                TO PG-ACH-AWARD-DATE.
007860      MOVE PG-AWARD-VALUE             TO PG-ACH-VALUE.
007870      MOVE PG-SORT-MATCH-KEY          TO PG-ACH-MATCH-KEY.
007880      MOVE SPACES TO PG-DTL-RERUN.
007890      WRITE PG-ACHIEVEMENT-RECORD
007900          INVALID KEY
007910              GO TO 7000-ALREADY-HELD
007920      END-WRITE.
007930      ADD 1 TO PG-NEW-AWARD-COUNT.
007940      GO TO 7000-LIST.
007950  7000-ALREADY-HELD.
007960      READ ACHVFILE
007970          INVALID KEY
007980              GO TO 9150-ACHVFILE-WRITE-FAILED
007990      END-READ.
008000      IF PG-ACH-AWARD-DATE NOT = PG-RUN-DATE
008010          GO TO 7000-EXIT
008020      END-IF.
008030      ADD 1 TO PG-LISTED-COUNT.
008040      MOVE '(ALREADY ON FILE)' TO PG-DTL-RERUN.
008050  7000-LIST.
008060      MOVE PG-ACH-PLAYER-ID   TO PG-DTL-PLAYER-ID.
008070      MOVE PG-ACH-PLAYER-ID   TO PG-NAME-LOOKUP-ID.
008080      PERFORM 8000-GET-DISPLAY-NAME THRU 8000-EXIT.
008090      MOVE PG-NAME-LOOKUP-NAME TO PG-DTL-NAME.
008100      MOVE PG-ACH-DESCRIPTION TO PG-DTL-DESCRIPTION.
008110      MOVE PG-ACH-VALUE       TO PG-DTL-VALUE.
008120      MOVE PG-ACH-MATCH-KEY   TO PG-DTL-MATCH-KEY.
008130      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
008140  7000-EXIT.
008150      EXIT.
008160
008170*-----------------------------------------------------------------
008180*    7100-TEST-MATCH-COUNT
008190*-----------------------------------------------------------------
008200  7100-TEST-MATCH-COUNT.
008210      MOVE 1 TO PG-RULE-SUB.
008220      IF PG-RULE-DONE (PG-RULE-SUB) = 'N'
008230          AND PG-LIFE-MATCHES
008240              NOT < PG-RULE-THRESHOLD (PG-RULE-SUB)
008250          MOVE PG-LIFE-MATCHES TO PG-AWARD-VALUE
008260          PERFORM 7000-AWARD THRU 7000-EXIT
008270      END-IF.
008280  7100-EXIT.
008290      EXIT.
008300
008310*-----------------------------------------------------------------
008320*    7200-TEST-SHUTOUT
008330*-----------------------------------------------------------------
008340  7200-TEST-SHUTOUT.
008350      MOVE 2 TO PG-RULE-SUB.
008360      IF PG-RULE-DONE (PG-RULE-SUB) = 'N'
008370          AND PG-SORT-A-WIN
008380          AND PG-SORT-OPP-SCORE = ZERO
008390          MOVE PG-SORT-OWN-SCORE TO PG-AWARD-VALUE
008400          PERFORM 7000-AWARD THRU 7000-EXIT
008410      END-IF.
008420  7200-EXIT.
008430      EXIT.
008440
008450*-----------------------------------------------------------------
008460*    7300-TEST-WIN-RUN
008470*-----------------------------------------------------------------
008480  7300-TEST-WIN-RUN.
008490      MOVE 3 TO PG-RULE-SUB.
008500      IF PG-RULE-DONE (PG-RULE-SUB) = 'N'
008510          AND PG-WIN-RUN NOT < PG-RULE-THRESHOLD (PG-RULE-SUB)
008520          MOVE PG-WIN-RUN TO PG-AWARD-VALUE
008530          PERFORM 7000-AWARD THRU 7000-EXIT
008540      END-IF.
008550  7300-EXIT.
008560      EXIT.
008570
008580*-----------------------------------------------------------------
008590*    7400-TEST-RALLY
008600*-----------------------------------------------------------------
008610  7400-TEST-RALLY.
008620      MOVE 4 TO PG-RULE-SUB.
008630      IF PG-RULE-DONE (PG-RULE-SUB) = 'N'
008640          AND PG-SORT-RALLY-SECS > ZERO
008650          AND PG-SORT-RALLY-SECS
008660              NOT < PG-RULE-THRESHOLD (PG-RULE-SUB)
008670          MOVE PG-SORT-RALLY-SECS TO PG-AWARD-VALUE
008680          PERFORM 7000-AWARD THRU 7000-EXIT
008690      END-IF.
008700  7400-EXIT.
008710      EXIT.
008720
008730*-----------------------------------------------------------------
008740*    7500-TEST-COMEBACK
008750*-----------------------------------------------------------------
008760  7500-TEST-COMEBACK.
008770      MOVE 5 TO PG-RULE-SUB.
008780      IF PG-RULE-DONE (PG-RULE-SUB) = 'N'
008790          AND PG-SORT-A-WIN
008800          AND PG-SORT-COMEBACK > ZERO
008810          AND PG-SORT-COMEBACK
008820              NOT < PG-RULE-THRESHOLD (PG-RULE-SUB)
008830          MOVE PG-SORT-COMEBACK TO PG-AWARD-VALUE
008840          PERFORM 7000-AWARD THRU 7000-EXIT
008850      END-IF.
008860  7500-EXIT.
008870      EXIT.
008880
008890*-----------------------------------------------------------------
008900*    7600-TEST-TOURNAMENT
008910*-----------------------------------------------------------------
008920  7600-TEST-TOURNAMENT.
008930      MOVE 6 TO PG-RULE-SUB.
008940      IF PG-RULE-DONE (PG-RULE-SUB) = 'N'
008950          AND PG-TOURNAMENT-NIGHT
008960          MOVE ZERO TO PG-AWARD-VALUE
008970          PERFORM 7000-AWARD THRU 7000-EXIT
008980      END-IF.
008990  7600-EXIT.
009000      EXIT.
009010
009020*-----------------------------------------------------------------
009030*    8000-GET-DISPLAY-NAME
009040*    READS THE PLAYER MASTER FOR THE ID IN PG-NAME-LOOKUP-ID AND
009050*    LEAVES THE DISPLAY NAME IN PG-NAME-LOOKUP-NAME.  AN ID NOT
009060*    ON THE MASTER PRINTS AS (NOT REGISTERED) RATHER THAN BLANK.
009070*-----------------------------------------------------------------
009080  8000-GET-DISPLAY-NAME.
009090      MOVE PG-NAME-LOOKUP-ID TO PG-PMST-PLAYER-ID.
009100      READ PLAYMAST
009110          INVALID KEY
009120              MOVE '(NOT REGISTERED)' TO PG-NAME-LOOKUP-NAME
009130              GO TO 8000-EXIT
009140      END-READ.
009150      MOVE PG-PMST-DISPLAY-NAME TO PG-NAME-LOOKUP-NAME.
009160  8000-EXIT.
009170      EXIT.
009180
009190*-----------------------------------------------------------------
009200*    9000-TERMINATE
009210*-----------------------------------------------------------------
009220  9000-TERMINATE.
009230      CLOSE SCOREFILE.
009240      CLOSE SUMMFILE.
009250      CLOSE PLAYMAST.
009260      CLOSE ACHVFILE.
009270      CLOSE PRTFILE.
009280  9000-EXIT.
009290      EXIT.
009300
009310*-----------------------------------------------------------------
009320*    9100-BAD-PARM
009330*-----------------------------------------------------------------
009340  9100-BAD-PARM.
009350      DISPLAY 'PONGACHV - PARM MUST BE YYYYMMDD[,TOURNAMENT] - '
009360          'NOTHING AWARDED'.
009370      MOVE 8 TO RETURN-CODE.
009380      STOP RUN.
009390  9100-EXIT.
009400      EXIT.
009410
009420*-----------------------------------------------------------------
009430*    9110-PEVTFILE-OPEN-FAILED
009440*-----------------------------------------------------------------
009450  9110-PEVTFILE-OPEN-FAILED.
009460      DISPLAY 'PONGACHV - PEVTFILE OPEN FAILED, STATUS '
009470          PG-PEVTFILE-STATUS ' - NOTHING AWARDED'.
009480      MOVE 8 TO RETURN-CODE.
009490      STOP RUN.
009500  9110-EXIT.
009510      EXIT.
009520
009530*-----------------------------------------------------------------
009540*    9120-SCOREFILE-OPEN-FAILED
009550*-----------------------------------------------------------------
009560  9120-SCOREFILE-OPEN-FAILED.
009570      DISPLAY 'PONGACHV - SCOREFILE OPEN FAILED, STATUS '
009580          PG-SCOREFILE-STATUS ' - NOTHING AWARDED'.
009590      CLOSE PEVTFILE.
009600      MOVE 8 TO RETURN-CODE.
009610      STOP RUN.
009620  9120-EXIT.
009630      EXIT.
009640
009650*-----------------------------------------------------------------
009660*    9130-ACHVFILE-OPEN-FAILED
009670*    THE CLUSTER MUST BE DEFINED BEFORE THE FIRST RUN - SEE THE
009680*    JCL.
009690*-----------------------------------------------------------------
009700  9130-ACHVFILE-OPEN-FAILED.
009710      DISPLAY 'PONGACHV - ACHVFILE OPEN FAILED, STATUS '
009720          PG-ACHVFILE-STATUS ' - NOTHING AWARDED'.
009730      CLOSE PEVTFILE.
009740      CLOSE SCOREFILE.
009750      CLOSE SUMMFILE.
009760      CLOSE PLAYMAST.
009770      MOVE 8 TO RETURN-CODE.
009780      STOP RUN.
009790  9130-EXIT.
009800      EXIT.
009810
009820*-----------------------------------------------------------------
009830*    9140-EVENT-TABLE-FULL
009840*    MORE THAN 1000 MATCHES ON TONIGHT'S POINT LOG.  NOTHING HAS
009850*    BEEN AWARDED YET, SO THE RUN STOPS CLEAN AND CAN BE
009860*    RESUBMITTED ONCE THE TABLE IS RAISED.
009870*-----------------------------------------------------------------
009880  9140-EVENT-TABLE-FULL.
009890      DISPLAY 'PONGACHV - EVENT TABLE FULL AT 1000 MATCHES - '
009900          'NOTHING AWARDED'.
009910      CLOSE PEVTFILE.
009920      PERFORM 9000-TERMINATE THRU 9000-EXIT.
009930      MOVE 8 TO RETURN-CODE.
009940      STOP RUN.
009950  9140-EXIT.
009960      EXIT.
009970
009980*-----------------------------------------------------------------
009990*    9150-ACHVFILE-WRITE-FAILED
010000*    THE WRITE WAS REFUSED BUT THERE IS NO RECORD ON THE KEY -
010010*    THE CLUSTER IS FULL OR DAMAGED.  THE AWARDS ALREADY WRITTEN
010020*    STAND AND A RESUBMIT WILL NOT REPEAT THEM.
010030*-----------------------------------------------------------------
010040  9150-ACHVFILE-WRITE-FAILED.
010050      DISPLAY 'PONGACHV - ACHVFILE WRITE FAILED, STATUS '
010060          PG-ACHVFILE-STATUS ' - RUN INCOMPLETE'.
010070      PERFORM 9000-TERMINATE THRU 9000-EXIT.
010080      MOVE 8 TO RETURN-CODE.
010090      STOP RUN.
010100  9150-EXIT.
010110      EXIT.
