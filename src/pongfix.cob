000100*=================================================================
000110*  PONGFIX
000120*  LEAGUE SEASON FIXTURE SCHEDULER.  THE LEAGUE'S FIXTURE LIST
000130*  HAS BEEN DRAWN UP ON PAPER EVERY SEASON AND THE STATIONS
000140*  BOOKED BY HAND, ONE TIE AT A TIME, THROUGH PONGRESV.  THIS
000150*  JOB TAKES EVERY ACTIVE TEAM ON THE TEAMMAST MASTER AND THE
000160*  SEASON'S FIRST LEAGUE NIGHT AND DRAWS A SINGLE ROUND-ROBIN -
000170*  EVERY TEAM MEETS EVERY OTHER ONCE, ONE ROUND PER WEEK - BY
000180*  THE CIRCLE METHOD: THE FIRST TEAM STAYS PUT AND THE OTHERS
000190*  ROTATE ONE PLACE EACH WEEK.  AN ODD NUMBER OF TEAMS GETS A
000200*  BYE SEAT, AND THE TEAM DRAWN AGAINST IT SITS THAT WEEK OUT.
000210*  HOME AND AWAY ALTERNATE WEEK BY WEEK.
000220*
000230*  EACH NIGHT'S TIES ARE LAID ACROSS THE STATIONS THE LEAGUE
000240*  PLAYS ON, ALL STARTING IN THE FIRST SLOT, SPILLING INTO THE
000250*  NEXT HALF HOUR WHEN THERE ARE MORE TIES THAN STATIONS.  EACH
000260*  FIXTURE IS WRITTEN TO THE FIXFILE FIXTURE FILE AND ITS
000270*  STATION IS BOOKED ON THE RESVFILE RESERVATION BOOK THE WAY
000280*  PONGRESV BOOKS A SLOT - A SLOT ALREADY BOOKED FOR SOMEONE
000290*  ELSE IS LEFT ALONE (THE TIE MOVES ON TO THE NEXT FREE
000300*  STATION), AND A SLOT HOLDING A CANCELLED BOOKING IS RE-USED
000310*  IN PLACE.  THE BOOKING IS MADE IN THE NAMES OF THE TWO TEAM
000320*  CAPTAINS (THE FIRST ROSTER MEMBER OF EACH), SO PONGOL LETS
000330*  THE TIE START AS SOON AS EITHER CAPTAIN IS KEYED.
000340*
000350*  THE EXEC PARM IS DATE,STATIONS,SLOT - THE FIRST LEAGUE NIGHT
000360*  (YYYYMMDD), HOW MANY STATIONS FROM STATION 01 UP THE LEAGUE
000370*  HAS (2 DIGITS), AND THE FIRST SLOT (HHMM, MINUTES 00 OR 30).
000380*  A RERUN FOR THE SAME SEASON WRITES NOTHING TWICE: A FIXTURE
000390*  ALREADY ON FILE IS KEPT, AND ONLY ITS BOOKING IS RE-MADE IF
000400*  IT IS MISSING.  ENDS RC 4 WHEN A FIXTURE'S OWN SLOT HAS BEEN
000410*  TAKEN BY SOMEONE ELSE SINCE IT WAS SCHEDULED.
000420*-----------------------------------------------------------------
000430*  MODIFICATION HISTORY
000440*  DATE       INIT  DESCRIPTION
000450*  15/10/2026 MP    ORIGINAL PROGRAM.
000460*=================================================================
000470  IDENTIFICATION DIVISION.
000480      PROGRAM-ID.    PONGFIX.
000490      AUTHOR.        MAXIME POSTAIRE.
000500      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000510      DATE-WRITTEN.  15/10/2026.
000520      DATE-COMPILED.
000530
000540  ENVIRONMENT DIVISION.
000550  INPUT-OUTPUT SECTION.
000560  FILE-CONTROL.
000570      SELECT TEAMMAST ASSIGN TO TEAMMAST
000580          ORGANIZATION IS INDEXED
000590          ACCESS MODE IS SEQUENTIAL
000600          RECORD KEY IS PG-TEAM-ID
000610          FILE STATUS IS PG-TEAMMAST-STATUS.
000620
000630      SELECT FIXFILE ASSIGN TO FIXFILE
000640          ORGANIZATION IS INDEXED
000650          ACCESS MODE IS RANDOM
000660          RECORD KEY IS PG-FIX-KEY
000670          FILE STATUS IS PG-FIXFILE-STATUS.
000680
000690      SELECT RESVFILE ASSIGN TO RESVFILE
000700          ORGANIZATION IS INDEXED
000710          ACCESS MODE IS RANDOM
000720          RECORD KEY IS PG-RESV-KEY
000730          FILE STATUS IS PG-RESVFILE-STATUS.
000740
000750      SELECT PRTFILE ASSIGN TO PRTFILE
000760          ORGANIZATION IS SEQUENTIAL.
000770
000780  DATA DIVISION.
000790  FILE SECTION.
000800  FD  TEAMMAST
000810      LABEL RECORDS ARE STANDARD.
000820      COPY TEAMREC.
000830
000840  FD  FIXFILE
000850      LABEL RECORDS ARE STANDARD.
000860      COPY FIXREC.
000870
000880  FD  RESVFILE
000890      LABEL RECORDS ARE STANDARD.
000900      COPY RESVREC.
000910
000920  FD  PRTFILE
000930      LABEL RECORDS ARE STANDARD
000940      RECORD CONTAINS 132 CHARACTERS.
000950  01  PG-PRINT-LINE               PIC X(132).
000960
000970  WORKING-STORAGE SECTION.
000980  01  PG-SWITCHES.
000990      05  PG-TEAMMAST-EOF     PIC X(01) VALUE 'N'.
001000          88  PG-TEAM-NOT-AT-EOF      VALUE 'N'.
001010          88  PG-TEAM-AT-EOF          VALUE 'Y'.
001020      05  PG-SLOT-FOUND-SWITCH PIC X(01) VALUE 'N'.
001030          88  PG-SLOT-FOUND           VALUE 'Y'.
001040          88  PG-SLOT-NOT-FOUND       VALUE 'N'.
001050
001060  01  PG-TEAMMAST-STATUS      PIC X(02) VALUE '00'.
001070  01  PG-FIXFILE-STATUS       PIC X(02) VALUE '00'.
001080  01  PG-RESVFILE-STATUS      PIC X(02) VALUE '00'.
001090
001100*    THE PARM AS UNSTRUNG.
001110  01  PG-PARM-FIELDS.
001120      05  PG-PARM-DATE        PIC X(08).
001130      05  PG-PARM-STATIONS    PIC X(02).
001140      05  PG-PARM-STATIONS-NUM REDEFINES PG-PARM-STATIONS
001150                              PIC 9(02).
001160      05  PG-PARM-SLOT        PIC X(04).
001170      05  PG-PARM-SLOT-SPLIT REDEFINES PG-PARM-SLOT.
001180          10  PG-PSL-HH       PIC 9(02).
001190          10  PG-PSL-MM       PIC 9(02).
001200
001210  01  PG-SEASON-START         PIC X(08) VALUE SPACES.
001220  01  PG-STATION-COUNT        PIC 9(02) VALUE ZERO.
001230  01  PG-FIRST-SLOT-MINUTES   PIC 9(04) COMP VALUE ZERO.
001240
001250*-----------------------------------------------------------------
001260*    TEAM TABLE
001270*    EVERY ACTIVE TEAM WITH A ROSTER, AND THE CAPTAIN THE
001280*    BOOKINGS ARE MADE IN THE NAME OF.
001290*-----------------------------------------------------------------
001300  01  PG-TEAM-TABLE.
001310      05  PG-TT-ENTRY OCCURS 50 TIMES.
001320          10  PG-TT-TEAM-ID       PIC X(04).
001330          10  PG-TT-CAPTAIN       PIC X(10).
001340
001350  01  PG-TT-COUNT             PIC 9(04) COMP VALUE ZERO.
001360  01  PG-MEMBER-SUB           PIC 9(04) COMP VALUE ZERO.
001370
001380*-----------------------------------------------------------------
001390*    ROTATION TABLE - THE CIRCLE.  EACH SEAT HOLDS A TEAM TABLE
001400*    SUBSCRIPT; ZERO IS THE BYE SEAT.  SEAT 1 NEVER MOVES.
001410*-----------------------------------------------------------------
001420  01  PG-ROTATION-TABLE.
001430      05  PG-ROT-TEAM OCCURS 50 TIMES
001440                              PIC 9(04) COMP.
001450
001460  01  PG-ROT-COUNT            PIC 9(04) COMP VALUE ZERO.
001470  01  PG-ROT-SUB              PIC 9(04) COMP VALUE ZERO.
001480  01  PG-ROT-PREV             PIC 9(04) COMP VALUE ZERO.
001490  01  PG-ROT-HOLD             PIC 9(04) COMP VALUE ZERO.
001500
001510  01  PG-ROUND-WORK.
001520      05  PG-ROUND            PIC 9(04) COMP.
001530      05  PG-ROUND-COUNT      PIC 9(04) COMP.
001540      05  PG-PAIR-SUB         PIC 9(04) COMP.
001550      05  PG-PAIR-LIMIT       PIC 9(04) COMP.
001560      05  PG-LEFT-SUB         PIC 9(04) COMP.
001570      05  PG-RIGHT-SUB        PIC 9(04) COMP.
001580      05  PG-HOME-SUB         PIC 9(04) COMP.
001590      05  PG-AWAY-SUB         PIC 9(04) COMP.
001600      05  PG-ROUND-HALF       PIC 9(04) COMP.
001610      05  PG-ROUND-ODD        PIC 9(04) COMP.
001620
001630*    THE STATION/SLOT CURSOR FOR THE NIGHT BEING LAID OUT.
001640  01  PG-CURSOR-WORK.
001650      05  PG-CUR-STATION      PIC 9(02).
001660      05  PG-CUR-MINUTES      PIC 9(04) COMP.
001670      05  PG-CUR-HH           PIC 9(02).
001680      05  PG-CUR-MM           PIC 9(02).
001690
001700*    THE STATION AND SLOT A FIXTURE LANDS ON.
001710  01  PG-TIE-STATION          PIC 9(02) VALUE ZERO.
001720  01  PG-TIE-SLOT             PIC X(04) VALUE SPACES.
001730  01  PG-TIE-SLOT-SPLIT REDEFINES PG-TIE-SLOT.
001740      05  PG-TSL-HH           PIC 9(02).
001750      05  PG-TSL-MM           PIC 9(02).
001760
001770*-----------------------------------------------------------------
001780*    LEAGUE NIGHT DATE AND THE CALENDAR TO STEP IT A WEEK AT A
001790*    TIME.  FEBRUARY'S LENGTH IS FIXED UP FOR A LEAP YEAR BY
001800*    THE USUAL 4/100/400 RULE, WORKED WITH EXPLICIT DIVIDES.
001810*-----------------------------------------------------------------
001820  01  PG-NIGHT-DATE           PIC X(08) VALUE SPACES.
001830  01  PG-NIGHT-SPLIT REDEFINES PG-NIGHT-DATE.
001840      05  PG-NIGHT-YYYY       PIC 9(04).
001850      05  PG-NIGHT-MM         PIC 9(02).
001860      05  PG-NIGHT-DD         PIC 9(02).
001870
001880  01  PG-MONTH-LENGTHS.
001890      05  FILLER              PIC X(24)
001900                              VALUE '312831303130313130313031'.
001910  01  PG-MONTH-LENGTH-TABLE REDEFINES PG-MONTH-LENGTHS.
001920      05  PG-MONTH-DAYS OCCURS 12 TIMES
001930                              PIC 9(02).
001940
001950  01  PG-CAL-WORK.
001960      05  PG-CAL-DAYS         PIC 9(02).
001970      05  PG-CAL-QUOT         PIC 9(04) COMP.
001980      05  PG-CAL-REM-4        PIC 9(04) COMP.
001990      05  PG-CAL-REM-100      PIC 9(04) COMP.
002000      05  PG-CAL-REM-400      PIC 9(04) COMP.
002010
002020  01  PG-SCHEDULE-COUNTS.
002030      05  PG-FIXTURE-COUNT    PIC 9(05) COMP VALUE ZERO.
002040      05  PG-KEPT-COUNT       PIC 9(05) COMP VALUE ZERO.
002050      05  PG-REBOOK-COUNT     PIC 9(05) COMP VALUE ZERO.
002060      05  PG-SKIPPED-COUNT    PIC 9(05) COMP VALUE ZERO.
002070      05  PG-CONFLICT-COUNT   PIC 9(05) COMP VALUE ZERO.
002080      05  PG-BYE-COUNT        PIC 9(05) COMP VALUE ZERO.
002090
002100  01  PG-HEADING-1.
002110      05  FILLER                PIC X(20)
002120                                 VALUE 'PONGOL LEAGUE FIXTUR'.
002130      05  FILLER                PIC X(17)
002140                                 VALUE 'ES - SEASON FROM '.
002150      05  PG-HDG-DATE           PIC X(08).
002160
002170  01  PG-HEADING-2.
002180      05  FILLER                PIC X(06) VALUE 'WEEK'.
002190      05  FILLER                PIC X(10) VALUE 'NIGHT'.
002200      05  FILLER                PIC X(06) VALUE 'HOME'.
002210      05  FILLER                PIC X(06) VALUE 'AWAY'.
002220      05  FILLER                PIC X(09) VALUE 'STATION'.
002230      05  FILLER                PIC X(06) VALUE 'SLOT'.
002240      05  FILLER                PIC X(08) VALUE 'BOOKING'.
002250
002260  01  PG-DETAIL-LINE.
002270      05  PG-DTL-WEEK           PIC Z9.
002280      05  FILLER                PIC X(04) VALUE SPACES.
002290      05  PG-DTL-DATE           PIC X(08).
002300      05  FILLER                PIC X(02) VALUE SPACES.
002310      05  PG-DTL-HOME           PIC X(04).
002320      05  FILLER                PIC X(02) VALUE SPACES.
002330      05  PG-DTL-AWAY           PIC X(04).
002340      05  FILLER                PIC X(02) VALUE SPACES.
002350      05  PG-DTL-STATION        PIC 9(02).
002360      05  FILLER                PIC X(07) VALUE SPACES.
002370      05  PG-DTL-SLOT           PIC X(04).
002380      05  FILLER                PIC X(02) VALUE SPACES.
002390      05  PG-DTL-BOOKING        PIC X(30).
002400
002410  01  PG-BYE-LINE.
002420      05  PG-BYE-WEEK           PIC Z9.
002430      05  FILLER                PIC X(04) VALUE SPACES.
002440      05  PG-BYE-DATE           PIC X(08).
002450      05  FILLER                PIC X(02) VALUE SPACES.
002460      05  PG-BYE-TEAM           PIC X(04).
002470      05  FILLER                PIC X(08) VALUE '  - BYE'.
002480
002490  01  PG-TRAILER-LINE.
002500      05  FILLER                PIC X(10) VALUE 'FIXTURES: '.
002510      05  PG-TRL-FIXTURES       PIC ZZZZ9.
002520      05  FILLER                PIC X(18)
002530                                 VALUE ', ALREADY ON FILE:'.
002540      05  PG-TRL-KEPT           PIC ZZZZ9.
002550      05  FILLER                PIC X(19)
002560                                 VALUE ', SLOTS PASSED OVER'.
002570      05  FILLER                PIC X(02) VALUE ': '.
002580      05  PG-TRL-SKIPPED        PIC ZZZZ9.
002590      05  FILLER                PIC X(12) VALUE ', CONFLICTS:'.
002600      05  PG-TRL-CONFLICTS      PIC ZZZZ9.
002610
002620  01  PG-TOO-FEW-LINE           PIC X(40) VALUE
002630          'FEWER THAN TWO ACTIVE TEAMS - NO SEASON'.
002640
002650*-----------------------------------------------------------------
002660*    LINKAGE SECTION
002670*    DATE,STATIONS,SLOT - SEE THE PROLOGUE.
002680*-----------------------------------------------------------------
002690  LINKAGE SECTION.
002700  01  PG-PARM-DATA.
002710      05  PG-PARM-LENGTH        PIC S9(04) COMP.
002720      05  PG-PARM-TEXT          PIC X(16).
002730
002740*-----------------------------------------------------------------
002750*    0000-MAINLINE
002760*-----------------------------------------------------------------
002770  PROCEDURE DIVISION USING PG-PARM-DATA.
002780  0000-MAINLINE.
002790      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800      PERFORM 2000-LOAD-TEAMS THRU 2000-EXIT.
002810      IF PG-TT-COUNT < 2
002820          WRITE PG-PRINT-LINE FROM PG-TOO-FEW-LINE
002830      ELSE
002840          PERFORM 3000-DRAW-SEASON THRU 3000-EXIT
002850      END-IF.
002860      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870      IF PG-CONFLICT-COUNT > ZERO
002880          MOVE 4 TO RETURN-CODE
002890      END-IF.
002900      STOP RUN.
002910
002920*-----------------------------------------------------------------
002930*    1000-INITIALIZE
002940*    THE SEASON CANNOT BE GUESSED, SO THERE IS NO DEFAULT PARM -
002950*    A MISSING OR MALFORMED ONE IS REFUSED BEFORE ANY FILE IS
002960*    OPENED.
002970*-----------------------------------------------------------------
002980  1000-INITIALIZE.
002990      IF PG-PARM-LENGTH = ZERO
003000          GO TO 9100-BAD-PARM
003010      END-IF.
003020      MOVE SPACES TO PG-PARM-FIELDS.
003030      UNSTRING PG-PARM-TEXT DELIMITED BY ','
003040          INTO PG-PARM-DATE
003050               PG-PARM-STATIONS
003060               PG-PARM-SLOT
003070      END-UNSTRING.
003080      IF PG-PARM-DATE NOT NUMERIC
003090          OR PG-PARM-STATIONS NOT NUMERIC
003100          OR PG-PARM-SLOT NOT NUMERIC
003110          GO TO 9100-BAD-PARM
003120      END-IF.
003130      IF PG-PARM-STATIONS-NUM = ZERO
003140          OR PG-PSL-HH > 23
003150          OR (PG-PSL-MM NOT = ZERO AND PG-PSL-MM NOT = 30)
003160          GO TO 9100-BAD-PARM
003170      END-IF.
003180      MOVE PG-PARM-DATE TO PG-SEASON-START.
003190      MOVE PG-PARM-DATE TO PG-NIGHT-DATE.
003200      IF PG-NIGHT-MM < 1 OR PG-NIGHT-MM > 12
003210          OR PG-NIGHT-DD < 1 OR PG-NIGHT-DD > 31
003220          GO TO 9100-BAD-PARM
003230      END-IF.
003240      MOVE PG-PARM-STATIONS-NUM TO PG-STATION-COUNT.
003250      COMPUTE PG-FIRST-SLOT-MINUTES = PG-PSL-HH * 60 + PG-PSL-MM.
003260
003270      OPEN INPUT TEAMMAST.
003280      IF PG-TEAMMAST-STATUS NOT = '00'
003290          GO TO 9110-TEAMMAST-OPEN-FAILED
003300      END-IF.
003310      OPEN I-O FIXFILE.
003320      IF PG-FIXFILE-STATUS NOT = '00'
003330          GO TO 9120-FIXFILE-OPEN-FAILED
003340      END-IF.
003350      OPEN I-O RESVFILE.
003360      IF PG-RESVFILE-STATUS NOT = '00'
003370          GO TO 9130-RESVFILE-OPEN-FAILED
003380      END-IF.
003390      OPEN OUTPUT PRTFILE.
003400
003410      MOVE PG-SEASON-START TO PG-HDG-DATE.
003420      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
003430      WRITE PG-PRINT-LINE FROM PG-HEADING-2.
003440  1000-EXIT.
003450      EXIT.
003460
003470*-----------------------------------------------------------------
003480*    2000-LOAD-TEAMS
003490*    LOADS EVERY ACTIVE TEAM, THE SAME RULE PONGTEAM USES - A
003500*    FOLDED TEAM GETS NO FIXTURES.  A TEAM WITH NO ONE ON ITS
003510*    ROSTER HAS NOBODY TO BOOK THE STATION FOR AND NOBODY TO
003520*    PLAY, SO IT IS LEFT OUT WITH A MESSAGE.
003530*-----------------------------------------------------------------
003540  2000-LOAD-TEAMS.
003550      PERFORM 2010-READ-TEAM THRU 2010-EXIT.
003560      PERFORM 2100-LOAD-ONE-TEAM THRU 2100-EXIT
003570          UNTIL PG-TEAM-AT-EOF.
003580  2000-EXIT.
003590      EXIT.
003600
003610*-----------------------------------------------------------------
003620*    2010-READ-TEAM
003630*-----------------------------------------------------------------
003640  2010-READ-TEAM.
003650      READ TEAMMAST
003660          AT END
003670              SET PG-TEAM-AT-EOF TO TRUE
003680      END-READ.
003690  2010-EXIT.
003700      EXIT.
003710
003720*-----------------------------------------------------------------
003730*    2100-LOAD-ONE-TEAM
003740*-----------------------------------------------------------------
003750  2100-LOAD-ONE-TEAM.
003760      IF PG-TEAM-INACTIVE
003770          GO TO 2100-NEXT
003780      END-IF.
003790      IF PG-TT-COUNT >= 50
003800          GO TO 9140-TEAM-TABLE-FULL
003810      END-IF.
003820      ADD 1 TO PG-TT-COUNT.
003830      MOVE PG-TEAM-ID TO PG-TT-TEAM-ID (PG-TT-COUNT).
003840      MOVE SPACES     TO PG-TT-CAPTAIN (PG-TT-COUNT).
003850      PERFORM 2110-FIND-CAPTAIN THRU 2110-EXIT
003860          VARYING PG-MEMBER-SUB FROM 1 BY 1
003870          UNTIL PG-MEMBER-SUB > 6
003880             OR PG-TT-CAPTAIN (PG-TT-COUNT) NOT = SPACES.
003890      IF PG-TT-CAPTAIN (PG-TT-COUNT) = SPACES
003900          DISPLAY 'PONGFIX - TEAM ' PG-TEAM-ID
003910              ' HAS NO ROSTER - NOT SCHEDULED'
003920          SUBTRACT 1 FROM PG-TT-COUNT
003930      END-IF.
003940  2100-NEXT.
003950      PERFORM 2010-READ-TEAM THRU 2010-EXIT.
003960  2100-EXIT.
003970      EXIT.
003980
003990*-----------------------------------------------------------------
004000*    2110-FIND-CAPTAIN
004010*    THE CAPTAIN IS THE FIRST MEMBER ON THE ROSTER - SLOT 1
004020*    UNLESS THE DESK HAS BLANKED IT.
004030*-----------------------------------------------------------------
004040  2110-FIND-CAPTAIN.
004050      IF PG-TEAM-MEMBER (PG-MEMBER-SUB) NOT = SPACES
004060          MOVE PG-TEAM-MEMBER (PG-MEMBER-SUB)
004070              TO PG-TT-CAPTAIN (PG-TT-COUNT)
004080      END-IF.
004090  2110-EXIT.
004100      EXIT.
004110
004120*-----------------------------------------------------------------
004130*    3000-DRAW-SEASON
004140*    SEATS THE TEAMS ROUND THE CIRCLE IN TEAM-ID ORDER, ADDING
004150*    THE BYE SEAT FOR AN ODD COUNT, THEN LAYS OUT ONE ROUND PER
004160*    LEAGUE NIGHT - N SEATS GIVE N-1 ROUNDS OF N/2 TIES.
004170*-----------------------------------------------------------------
004180  3000-DRAW-SEASON.
004190      PERFORM 3010-SEAT-ONE-TEAM THRU 3010-EXIT
004200          VARYING PG-ROT-SUB FROM 1 BY 1
004210          UNTIL PG-ROT-SUB > PG-TT-COUNT.
004220      MOVE PG-TT-COUNT TO PG-ROT-COUNT.
004230      DIVIDE PG-ROT-COUNT BY 2 GIVING PG-PAIR-LIMIT
004240          REMAINDER PG-ROUND-ODD.
004250      IF PG-ROUND-ODD NOT = ZERO
004260          ADD 1 TO PG-ROT-COUNT
004270          MOVE ZERO TO PG-ROT-TEAM (PG-ROT-COUNT)
004280          ADD 1 TO PG-PAIR-LIMIT
004290      END-IF.
004300      COMPUTE PG-ROUND-COUNT = PG-ROT-COUNT - 1.
004310
004320      PERFORM 3100-DRAW-ONE-ROUND THRU 3100-EXIT
004330          VARYING PG-ROUND FROM 1 BY 1
004340          UNTIL PG-ROUND > PG-ROUND-COUNT.
004350
004360      MOVE PG-FIXTURE-COUNT  TO PG-TRL-FIXTURES.
004370      MOVE PG-KEPT-COUNT     TO PG-TRL-KEPT.
004380      MOVE PG-SKIPPED-COUNT  TO PG-TRL-SKIPPED.
004390      MOVE PG-CONFLICT-COUNT TO PG-TRL-CONFLICTS.
004400      WRITE PG-PRINT-LINE FROM PG-TRAILER-LINE.
004410  3000-EXIT.
004420      EXIT.
004430
004440*-----------------------------------------------------------------
004450*    3010-SEAT-ONE-TEAM
004460*-----------------------------------------------------------------
004470  3010-SEAT-ONE-TEAM.
004480      MOVE PG-ROT-SUB TO PG-ROT-TEAM (PG-ROT-SUB).
004490  3010-EXIT.
004500      EXIT.
004510
004520*-----------------------------------------------------------------
004530*    3100-DRAW-ONE-ROUND
004540*    SEAT I MEETS SEAT N+1-I.  THE NIGHT'S CURSOR STARTS AT
004550*    STATION 01 IN THE FIRST SLOT.  AFTER THE ROUND THE CIRCLE
004560*    TURNS AND THE NIGHT MOVES ON A WEEK.
004570*-----------------------------------------------------------------
004580  3100-DRAW-ONE-ROUND.
004590      MOVE 1                     TO PG-CUR-STATION.
004600      MOVE PG-FIRST-SLOT-MINUTES TO PG-CUR-MINUTES.
004610      DIVIDE PG-ROUND BY 2 GIVING PG-ROUND-HALF
004620          REMAINDER PG-ROUND-ODD.
004630
004640      PERFORM 3200-SCHEDULE-ONE-TIE THRU 3200-EXIT
004650          VARYING PG-PAIR-SUB FROM 1 BY 1
004660          UNTIL PG-PAIR-SUB > PG-PAIR-LIMIT.
004670
004680      PERFORM 3300-TURN-THE-CIRCLE THRU 3300-EXIT.
004690      PERFORM 7000-ADVANCE-A-WEEK THRU 7000-EXIT.
004700  3100-EXIT.
004710      EXIT.
004720
004730*-----------------------------------------------------------------
004740*    3200-SCHEDULE-ONE-TIE
004750*    THE LEFT-HAND SEAT IS AT HOME IN ODD WEEKS AND AWAY IN
004760*    EVEN ONES, SO NO TEAM SPENDS THE WHOLE SEASON ON THE SAME
004770*    SIDE.  A FIXTURE ALREADY ON FILE FROM AN EARLIER RUN IS
004780*    KEPT AS IT STANDS - ONLY A MISSING BOOKING IS MADE GOOD.
004790*-----------------------------------------------------------------
004800  3200-SCHEDULE-ONE-TIE.
004810      MOVE PG-ROT-TEAM (PG-PAIR-SUB) TO PG-LEFT-SUB.
004820      COMPUTE PG-ROT-SUB = PG-ROT-COUNT + 1 - PG-PAIR-SUB.
004830      MOVE PG-ROT-TEAM (PG-ROT-SUB) TO PG-RIGHT-SUB.
004840
004850      IF PG-LEFT-SUB = ZERO OR PG-RIGHT-SUB = ZERO
004860          PERFORM 3210-PRINT-BYE THRU 3210-EXIT
004870          GO TO 3200-EXIT
004880      END-IF.
004890
004900      IF PG-ROUND-ODD NOT = ZERO
004910          MOVE PG-LEFT-SUB  TO PG-HOME-SUB
004920          MOVE PG-RIGHT-SUB TO PG-AWAY-SUB
004930      ELSE
004940          MOVE PG-RIGHT-SUB TO PG-HOME-SUB
004950          MOVE PG-LEFT-SUB  TO PG-AWAY-SUB
004960      END-IF.
004970
004980      MOVE PG-NIGHT-DATE                TO PG-FIX-DATE.
004990      MOVE PG-TT-TEAM-ID (PG-HOME-SUB)  TO PG-FIX-HOME-TEAM.
005000      READ FIXFILE
005010          INVALID KEY
005020              GO TO 3200-NEW-FIXTURE
005030      END-READ.
005040      ADD 1 TO PG-KEPT-COUNT.
005050      MOVE PG-FIX-STATION TO PG-TIE-STATION.
005060      MOVE PG-FIX-SLOT    TO PG-TIE-SLOT.
005070      PERFORM 3500-MAKE-GOOD-BOOKING THRU 3500-EXIT.
005080      GO TO 3200-PRINT.
005090
005100  3200-NEW-FIXTURE.
005110      PERFORM 3400-FIND-FREE-SLOT THRU 3400-EXIT.
005120      MOVE PG-NIGHT-DATE                TO PG-FIX-DATE.
005130      MOVE PG-TT-TEAM-ID (PG-HOME-SUB)  TO PG-FIX-HOME-TEAM.
005140      MOVE PG-TT-TEAM-ID (PG-AWAY-SUB)  TO PG-FIX-AWAY-TEAM.
005150      MOVE PG-ROUND                     TO PG-FIX-WEEK.
005160      MOVE PG-TIE-STATION               TO PG-FIX-STATION.
005170      MOVE PG-TIE-SLOT                  TO PG-FIX-SLOT.
005180      MOVE PG-SEASON-START              TO PG-FIX-SEASON-START.
005190      WRITE PG-FIXTURE-RECORD
005200          INVALID KEY
005210              GO TO 9150-FIXFILE-WRITE-FAILED
005220      END-WRITE.
005230      ADD 1 TO PG-FIXTURE-COUNT.
005240      PERFORM 3600-BOOK-THE-SLOT THRU 3600-EXIT.
005250      MOVE 'BOOKED' TO PG-DTL-BOOKING.
005260
005270  3200-PRINT.
005280      MOVE PG-FIX-WEEK      TO PG-DTL-WEEK.
005290      MOVE PG-FIX-DATE      TO PG-DTL-DATE.
005300      MOVE PG-FIX-HOME-TEAM TO PG-DTL-HOME.
005310      MOVE PG-FIX-AWAY-TEAM TO PG-DTL-AWAY.
005320      MOVE PG-FIX-STATION   TO PG-DTL-STATION.
005330      MOVE PG-FIX-SLOT      TO PG-DTL-SLOT.
005340      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
005350  3200-EXIT.
005360      EXIT.
005370
005380*-----------------------------------------------------------------
005390*    3210-PRINT-BYE
005400*-----------------------------------------------------------------
005410  3210-PRINT-BYE.
005420      ADD 1 TO PG-BYE-COUNT.
005430      MOVE PG-ROUND      TO PG-BYE-WEEK.
005440      MOVE PG-NIGHT-DATE TO PG-BYE-DATE.
005450      IF PG-LEFT-SUB = ZERO
005460          MOVE PG-TT-TEAM-ID (PG-RIGHT-SUB) TO PG-BYE-TEAM
005470      ELSE
005480          MOVE PG-TT-TEAM-ID (PG-LEFT-SUB)  TO PG-BYE-TEAM
005490      END-IF.
005500      WRITE PG-PRINT-LINE FROM PG-BYE-LINE.
005510  3210-EXIT.
005520      EXIT.
005530
005540*-----------------------------------------------------------------
005550*    3300-TURN-THE-CIRCLE
005560*    EVERY SEAT BUT THE FIRST MOVES ONE PLACE ROUND: THE LAST
005570*    SEAT'S TEAM COMES TO SEAT 2 AND THE REST SHUFFLE UP.
005580*-----------------------------------------------------------------
005590  3300-TURN-THE-CIRCLE.
005600      MOVE PG-ROT-TEAM (PG-ROT-COUNT) TO PG-ROT-HOLD.
005610      PERFORM 3310-SHIFT-ONE-SEAT THRU 3310-EXIT
005620          VARYING PG-ROT-SUB FROM PG-ROT-COUNT BY -1
005630          UNTIL PG-ROT-SUB < 3.
005640      MOVE PG-ROT-HOLD TO PG-ROT-TEAM (2).
005650  3300-EXIT.
005660      EXIT.
005670
005680*-----------------------------------------------------------------
005690*    3310-SHIFT-ONE-SEAT
005700*-----------------------------------------------------------------
005710  3310-SHIFT-ONE-SEAT.
005720      COMPUTE PG-ROT-PREV = PG-ROT-SUB - 1.
005730      MOVE PG-ROT-TEAM (PG-ROT-PREV) TO PG-ROT-TEAM (PG-ROT-SUB).
005740  3310-EXIT.
005750      EXIT.
005760
005770*-----------------------------------------------------------------
005780*    3400-FIND-FREE-SLOT
005790*    WALKS THE NIGHT'S CURSOR - ACROSS THE STATIONS, THEN ON TO
005800*    THE NEXT HALF HOUR - UNTIL IT REACHES A SLOT NOBODY HAS
005810*    BOOKED.  A SLOT ALREADY BOOKED IS PASSED OVER, NEVER
005820*    TAKEN: THE BOOK IS FIRST COME, FIRST SERVED, THE LEAGUE
005830*    INCLUDED.  RUNNING OFF THE END OF THE DAY ABENDS THE RUN.
005840*-----------------------------------------------------------------
005850  3400-FIND-FREE-SLOT.
005860      SET PG-SLOT-NOT-FOUND TO TRUE.
005870      PERFORM 3410-TRY-THE-CURSOR THRU 3410-EXIT
005880          UNTIL PG-SLOT-FOUND.
005890  3400-EXIT.
005900      EXIT.
005910
005920*-----------------------------------------------------------------
005930*    3410-TRY-THE-CURSOR
005940*-----------------------------------------------------------------
005950  3410-TRY-THE-CURSOR.
005960      IF PG-CUR-MINUTES >= 1440
005970          GO TO 9160-NIGHT-FULL
005980      END-IF.
005990      DIVIDE PG-CUR-MINUTES BY 60 GIVING PG-CUR-HH
006000          REMAINDER PG-CUR-MM.
006010      MOVE PG-CUR-STATION TO PG-TIE-STATION.
006020      MOVE PG-CUR-HH      TO PG-TSL-HH.
006030      MOVE PG-CUR-MM      TO PG-TSL-MM.
006040
006050      ADD 1 TO PG-CUR-STATION.
006060      IF PG-CUR-STATION > PG-STATION-COUNT
006070          MOVE 1 TO PG-CUR-STATION
006080          ADD 30 TO PG-CUR-MINUTES
006090      END-IF.
006100
006110      MOVE PG-TIE-STATION TO PG-RESV-STATION.
006120      MOVE PG-NIGHT-DATE  TO PG-RESV-DATE.
006130      MOVE PG-TIE-SLOT    TO PG-RESV-SLOT.
006140      READ RESVFILE
006150          INVALID KEY
006160              CONTINUE
006170      END-READ.
006180      IF PG-RESVFILE-STATUS = '00' AND PG-RESV-BOOKED
006190          ADD 1 TO PG-SKIPPED-COUNT
006200      ELSE
006210          SET PG-SLOT-FOUND TO TRUE
006220      END-IF.
006230  3410-EXIT.
006240      EXIT.
006250
006260*-----------------------------------------------------------------
006270*    3500-MAKE-GOOD-BOOKING
006280*    A FIXTURE KEPT FROM AN EARLIER RUN.  ITS BOOKING IS LEFT
006290*    ALONE WHEN IT IS STILL THERE; A SLOT SINCE FREED (OR NEVER
006300*    BOOKED, WHEN THE EARLIER RUN STOPPED BETWEEN THE TWO
006310*    WRITES) IS BOOKED AGAIN; A SLOT SINCE BOOKED BY SOMEONE
006320*    ELSE IS A CONFLICT FOR THE DESK TO SETTLE.
006330*-----------------------------------------------------------------
006340  3500-MAKE-GOOD-BOOKING.
006350      MOVE PG-TIE-STATION TO PG-RESV-STATION.
006360      MOVE PG-FIX-DATE    TO PG-RESV-DATE.
006370      MOVE PG-TIE-SLOT    TO PG-RESV-SLOT.
006380      READ RESVFILE
006390          INVALID KEY
006400              CONTINUE
006410      END-READ.
006420      IF PG-RESVFILE-STATUS = '00' AND PG-RESV-BOOKED
006430          IF PG-RESV-PLAYER-1 = PG-TT-CAPTAIN (PG-HOME-SUB)
006440              AND PG-RESV-PLAYER-2 = PG-TT-CAPTAIN (PG-AWAY-SUB)
006450              MOVE 'ALREADY ON FILE' TO PG-DTL-BOOKING
006460          ELSE
006470              ADD 1 TO PG-CONFLICT-COUNT
006480              MOVE '*** SLOT BOOKED BY OTHERS ***'
006490                  TO PG-DTL-BOOKING
006500          END-IF
006510          GO TO 3500-EXIT
006520      END-IF.
006530      PERFORM 3600-BOOK-THE-SLOT THRU 3600-EXIT.
006540      ADD 1 TO PG-REBOOK-COUNT.
006550      MOVE 'ALREADY ON FILE - REBOOKED' TO PG-DTL-BOOKING.
006560  3500-EXIT.
006570      EXIT.
006580
006590*-----------------------------------------------------------------
006600*    3600-BOOK-THE-SLOT
006610*    SAME WRITE AS PONGRESV: A CANCELLED BOOKING IN THE SLOT IS
006620*    REWRITTEN IN PLACE, OTHERWISE THE BOOKING IS ADDED.
006630*-----------------------------------------------------------------
006640  3600-BOOK-THE-SLOT.
006650      MOVE PG-TIE-STATION               TO PG-RESV-STATION.
006660      MOVE PG-FIX-DATE                  TO PG-RESV-DATE.
006670      MOVE PG-TIE-SLOT                  TO PG-RESV-SLOT.
006680      MOVE PG-TT-CAPTAIN (PG-HOME-SUB)  TO PG-RESV-PLAYER-1.
006690      MOVE PG-TT-CAPTAIN (PG-AWAY-SUB)  TO PG-RESV-PLAYER-2.
006700      SET PG-RESV-BOOKED TO TRUE.
006710      REWRITE PG-RESERVATION-RECORD
006720          INVALID KEY
006730              WRITE PG-RESERVATION-RECORD
006740                  INVALID KEY
006750                      GO TO 9170-RESVFILE-WRITE-FAILED
006760              END-WRITE
006770      END-REWRITE.
006780  3600-EXIT.
006790      EXIT.
006800
006810*-----------------------------------------------------------------
006820*    7000-ADVANCE-A-WEEK
006830*    STEPS THE LEAGUE NIGHT ON SEVEN DAYS, ROLLING THE MONTH
006840*    AND THE YEAR AS NEEDED.
006850*-----------------------------------------------------------------
006860  7000-ADVANCE-A-WEEK.
006870      MOVE PG-MONTH-DAYS (PG-NIGHT-MM) TO PG-CAL-DAYS.
006880      IF PG-NIGHT-MM = 2
006890          DIVIDE PG-NIGHT-YYYY BY 4 GIVING PG-CAL-QUOT
006900              REMAINDER PG-CAL-REM-4
006910          DIVIDE PG-NIGHT-YYYY BY 100 GIVING PG-CAL-QUOT
006920              REMAINDER PG-CAL-REM-100
006930          DIVIDE PG-NIGHT-YYYY BY 400 GIVING PG-CAL-QUOT
006940              REMAINDER PG-CAL-REM-400
006950          IF PG-CAL-REM-4 = ZERO
006960              AND (PG-CAL-REM-100 NOT = ZERO
006970                   OR PG-CAL-REM-400 = ZERO)
006980              MOVE 29 TO PG-CAL-DAYS
006990          END-IF
007000      END-IF.
007010
007020      ADD 7 TO PG-NIGHT-DD.
007030      IF PG-NIGHT-DD > PG-CAL-DAYS
007040          SUBTRACT PG-CAL-DAYS FROM PG-NIGHT-DD
007050          ADD 1 TO PG-NIGHT-MM
007060          IF PG-NIGHT-MM > 12
007070              MOVE 1 TO PG-NIGHT-MM
007080              ADD 1 TO PG-NIGHT-YYYY
007090          END-IF
007100      END-IF.
007110  7000-EXIT.
007120      EXIT.
007130
007140*-----------------------------------------------------------------
007150*    9000-TERMINATE
007160*-----------------------------------------------------------------
007170  9000-TERMINATE.
007180      CLOSE TEAMMAST.
007190      CLOSE FIXFILE.
007200      CLOSE RESVFILE.
007210      CLOSE PRTFILE.
007220      DISPLAY 'PONGFIX - FIXTURES WRITTEN: ' PG-FIXTURE-COUNT
007230          ' KEPT: ' PG-KEPT-COUNT
007240          ' REBOOKED: ' PG-REBOOK-COUNT
007250          ' CONFLICTS: ' PG-CONFLICT-COUNT.
007260  9000-EXIT.
007270      EXIT.
007280
007290*-----------------------------------------------------------------
007300*    9100-BAD-PARM
007310*-----------------------------------------------------------------
007320  9100-BAD-PARM.
007330      DISPLAY 'PONGFIX - PARM MUST BE YYYYMMDD,NN,HHMM (FIRST '
007340          'NIGHT, STATIONS, FIRST SLOT) - NOTHING DONE'.
007350      MOVE 8 TO RETURN-CODE.
007360      STOP RUN.
007370  9100-EXIT.
007380      EXIT.
007390
007400*-----------------------------------------------------------------
007410*    9110-TEAMMAST-OPEN-FAILED
007420*-----------------------------------------------------------------
007430  9110-TEAMMAST-OPEN-FAILED.
007440      DISPLAY 'PONGFIX - TEAMMAST OPEN FAILED, STATUS '
007450          PG-TEAMMAST-STATUS.
007460      MOVE 8 TO RETURN-CODE.
007470      STOP RUN.
007480  9110-EXIT.
007490      EXIT.
007500
007510*-----------------------------------------------------------------
007520*    9120-FIXFILE-OPEN-FAILED
007530*-----------------------------------------------------------------
007540  9120-FIXFILE-OPEN-FAILED.
007550      DISPLAY 'PONGFIX - FIXFILE OPEN FAILED, STATUS '
007560          PG-FIXFILE-STATUS.
007570      CLOSE TEAMMAST.
007580      MOVE 8 TO RETURN-CODE.
007590      STOP RUN.
007600  9120-EXIT.
007610      EXIT.
007620
007630*-----------------------------------------------------------------
007640*    9130-RESVFILE-OPEN-FAILED
007650*-----------------------------------------------------------------
007660  9130-RESVFILE-OPEN-FAILED.
007670      DISPLAY 'PONGFIX - RESVFILE OPEN FAILED, STATUS '
007680          PG-RESVFILE-STATUS.
007690      CLOSE TEAMMAST.
007700      CLOSE FIXFILE.
007710      MOVE 8 TO RETURN-CODE.
007720      STOP RUN.
007730  9130-EXIT.
007740      EXIT.
007750
007760*-----------------------------------------------------------------
007770*    9140-TEAM-TABLE-FULL
007780*    MORE THAN 50 ACTIVE TEAMS - NOTHING HAS BEEN WRITTEN YET.
007790*-----------------------------------------------------------------
007800  9140-TEAM-TABLE-FULL.
007810      DISPLAY 'PONGFIX - TEAM TABLE FULL AT 50 TEAMS - '
007820          'NOTHING SCHEDULED'.
007830      PERFORM 9000-TERMINATE THRU 9000-EXIT.
007840      MOVE 8 TO RETURN-CODE.
007850      STOP RUN.
007860  9140-EXIT.
007870      EXIT.
007880
007890*-----------------------------------------------------------------
007900*    9150-FIXFILE-WRITE-FAILED
007910*    THE FIXTURE WAS READ AS ABSENT A MOMENT AGO, SO A REFUSED
007920*    WRITE IS A FILE PROBLEM, NOT A DUPLICATE.  THE FIXTURES SO
007930*    FAR ARE ON FILE AND BOOKED; A RERUN KEEPS THEM AND CARRIES
007940*    ON FROM HERE.
007950*-----------------------------------------------------------------
007960  9150-FIXFILE-WRITE-FAILED.
007970      DISPLAY 'PONGFIX - FIXFILE WRITE FAILED, STATUS '
007980          PG-FIXFILE-STATUS ' - SCHEDULING HALTED'.
007990      PERFORM 9000-TERMINATE THRU 9000-EXIT.
008000      MOVE 8 TO RETURN-CODE.
008010      STOP RUN.
008020  9150-EXIT.
008030      EXIT.
008040
008050*-----------------------------------------------------------------
008060*    9160-NIGHT-FULL
008070*    EVERY STATION IS BOOKED FROM THE FIRST SLOT TO MIDNIGHT.
008080*    GIVE THE LEAGUE MORE STATIONS OR AN EARLIER START, THEN
008090*    RERUN - THE FIXTURES ALREADY WRITTEN ARE KEPT.
008100*-----------------------------------------------------------------
008110  9160-NIGHT-FULL.
008120      DISPLAY 'PONGFIX - NO FREE SLOT LEFT ON ' PG-NIGHT-DATE
008130          ' - SCHEDULING HALTED'.
008140      PERFORM 9000-TERMINATE THRU 9000-EXIT.
008150      MOVE 8 TO RETURN-CODE.
008160      STOP RUN.
008170  9160-EXIT.
008180      EXIT.
008190
008200*-----------------------------------------------------------------
008210*    9170-RESVFILE-WRITE-FAILED
008220*    THE FIXTURE IS ON FILE BUT ITS BOOKING IS NOT.  A RERUN
008230*    KEEPS THE FIXTURE AND MAKES THE BOOKING GOOD.
008240*-----------------------------------------------------------------
008250  9170-RESVFILE-WRITE-FAILED.
008260      DISPLAY 'PONGFIX - RESVFILE WRITE FAILED, STATUS '
008270          PG-RESVFILE-STATUS ' - SCHEDULING HALTED'.
008280      PERFORM 9000-TERMINATE THRU 9000-EXIT.
008290      MOVE 8 TO RETURN-CODE.
008300      STOP RUN.
008310  9170-EXIT.
008320      EXIT.
