000100*=================================================================
000110*  PONGFIXR
000120*  LEAGUE FIXTURE RESULTS CHECK.  HOLDS A LEAGUE NIGHT'S
000130*  DOUBLES MATCHES ON THE SCOREFILE LEDGER UP AGAINST THE
000140*  FIXTURES THE PONGFIX SCHEDULER WROTE FOR THAT NIGHT.  EACH
000150*  SIDE'S PAIR (PLAYER 1 + PLAYER 3, PLAYER 2 + PLAYER 4) IS
000160*  RESOLVED TO A TEAMMAST ROSTER THE SAME WAY PONGTEAM DOES IT,
000170*  AND THE TWO TEAMS ARE LOOKED UP AMONG THE NIGHT'S FIXTURES
000180*  WHICHEVER WAY ROUND THEY SAT.  THE REPORT LISTS:
000190*    - MATCHES WITH NO FIXTURE AT ALL (INCLUDING A SIDE THAT
000200*      FITS NO ACTIVE ROSTER);
000210*    - MATCHES PLAYED ON THE WRONG NIGHT - THE TWO TEAMS HAVE
000220*      A FIXTURE, BUT ON ANOTHER DATE;
000230*    - MATCHES PLAYED ON THE WRONG STATION - THE FIXTURE IS
000240*      TONIGHT, BUT THE LEDGER STATION IS NOT THE ONE BOOKED
000250*      (A LEDGER RECORD WITH NO STATION, WRITTEN BEFORE PONGOL
000260*      STAMPED ONE, IS NOT QUESTIONED);
000270*    - FIXTURES FOR THE NIGHT THAT WERE NOT PLAYED.
000280*  INTRA-SQUAD MATCHES ARE LEFT TO PONGTEAM TO REPORT, AND
000290*  SINGLES AND VOIDED MATCHES STAY OUT OF IT ENTIRELY.
000300*
000310*  THE LEAGUE NIGHT TO CHECK IS THE EXEC PARM (YYYYMMDD); OMIT
000320*  IT TO CHECK TODAY, THE SAME DEFAULT PONGTEAM USES.  ENDS
000330*  RC 4 WHEN THERE IS ANYTHING ON THE REPORT.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  15/10/2026 MP    ORIGINAL PROGRAM.
000380*=================================================================
000390  IDENTIFICATION DIVISION.
000400      PROGRAM-ID.    PONGFIXR.
000410      AUTHOR.        MAXIME POSTAIRE.
000420      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000430      DATE-WRITTEN.  15/10/2026.
000440      DATE-COMPILED.
000450
000460  ENVIRONMENT DIVISION.
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490      SELECT SCOREFILE ASSIGN TO SCOREFILE
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS SEQUENTIAL
000520          RECORD KEY IS PG-MATCH-KEY
000530          FILE STATUS IS PG-SCOREFILE-STATUS.
000540
000550      SELECT TEAMMAST ASSIGN TO TEAMMAST
000560          ORGANIZATION IS INDEXED
000570          ACCESS MODE IS SEQUENTIAL
000580          RECORD KEY IS PG-TEAM-ID
000590          FILE STATUS IS PG-TEAMMAST-STATUS.
000600
000610      SELECT FIXFILE ASSIGN TO FIXFILE
000620          ORGANIZATION IS INDEXED
000630          ACCESS MODE IS DYNAMIC
000640          RECORD KEY IS PG-FIX-KEY
000650          FILE STATUS IS PG-FIXFILE-STATUS.
000660
000670      SELECT PRTFILE ASSIGN TO PRTFILE
000680          ORGANIZATION IS SEQUENTIAL.
000690
000700  DATA DIVISION.
000710  FILE SECTION.
000720  FD  SCOREFILE
000730      LABEL RECORDS ARE STANDARD.
000740      COPY MATCHREC.
000750
000760  FD  TEAMMAST
000770      LABEL RECORDS ARE STANDARD.
000780      COPY TEAMREC.
000790
000800  FD  FIXFILE
000810      LABEL RECORDS ARE STANDARD.
000820      COPY FIXREC.
000830
000840  FD  PRTFILE
000850      LABEL RECORDS ARE STANDARD
000860      RECORD CONTAINS 132 CHARACTERS.
000870  01  PG-PRINT-LINE               PIC X(132).
000880
000890  WORKING-STORAGE SECTION.
000900  01  PG-SWITCHES.
000910      05  PG-SCOREFILE-EOF    PIC X(01) VALUE 'N'.
000920          88  PG-NOT-AT-EOF           VALUE 'N'.
000930          88  PG-AT-EOF               VALUE 'Y'.
000940      05  PG-TEAMMAST-EOF     PIC X(01) VALUE 'N'.
000950          88  PG-TEAM-NOT-AT-EOF      VALUE 'N'.
000960          88  PG-TEAM-AT-EOF          VALUE 'Y'.
000970      05  PG-FIXFILE-EOF      PIC X(01) VALUE 'N'.
000980          88  PG-FIX-NOT-AT-EOF       VALUE 'N'.
000990          88  PG-FIX-AT-EOF           VALUE 'Y'.
001000
001010  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
001020  01  PG-TEAMMAST-STATUS      PIC X(02) VALUE '00'.
001030  01  PG-FIXFILE-STATUS       PIC X(02) VALUE '00'.
001040
001050  01  PG-LEAGUE-DATE          PIC X(08) VALUE SPACES.
001060
001070*-----------------------------------------------------------------
001080*    TEAM TABLE - ACTIVE TEAMS AND THEIR ROSTERS, LOADED THE
001090*    SAME WAY PONGTEAM LOADS THEM.
001100*-----------------------------------------------------------------
001110  01  PG-TEAM-TABLE.
001120      05  PG-TT-ENTRY OCCURS 50 TIMES.
001130          10  PG-TT-TEAM-ID       PIC X(04).
001140          10  PG-TT-MEMBER OCCURS 6 TIMES
001150                                  PIC X(10).
001160
001170  01  PG-TT-COUNT             PIC 9(04) COMP VALUE ZERO.
001180  01  PG-SUB                  PIC 9(04) COMP VALUE ZERO.
001190  01  PG-MEMBER-SUB           PIC 9(04) COMP VALUE ZERO.
001200
001210*    PAIR RESOLUTION WORK - AS IN PONGTEAM.  SUB ZERO MEANS NO
001220*    ACTIVE ROSTER CARRIES BOTH PLAYERS.
001230  01  PG-PAIR-WORK.
001240      05  PG-PAIR-PLAYER-A    PIC X(10).
001250      05  PG-PAIR-PLAYER-B    PIC X(10).
001260      05  PG-PAIR-TEAM-SUB    PIC 9(04) COMP.
001270      05  PG-SIDE-1-SUB       PIC 9(04) COMP.
001280      05  PG-SIDE-2-SUB       PIC 9(04) COMP.
001290      05  PG-HIT-A-SWITCH     PIC X(01).
001300          88  PG-HIT-A               VALUE 'Y'.
001310      05  PG-HIT-B-SWITCH     PIC X(01).
001320          88  PG-HIT-B               VALUE 'Y'.
001330
001340  01  PG-SIDE-1-TEAM          PIC X(04) VALUE SPACES.
001350  01  PG-SIDE-2-TEAM          PIC X(04) VALUE SPACES.
001360
001370*-----------------------------------------------------------------
001380*    THE NIGHT'S FIXTURES, LOADED FROM FIXFILE BEFORE THE
001390*    LEDGER IS READ AND TICKED OFF AS THEIR MATCHES TURN UP.
001400*    A NIGHT NEVER HAS MORE TIES THAN HALF THE TEAM TABLE.
001410*-----------------------------------------------------------------
001420  01  PG-NIGHT-TABLE.
001430      05  PG-NF-ENTRY OCCURS 25 TIMES.
001440          10  PG-NF-HOME-TEAM     PIC X(04).
001450          10  PG-NF-AWAY-TEAM     PIC X(04).
001460          10  PG-NF-STATION       PIC 9(02).
001470          10  PG-NF-SLOT          PIC X(04).
001480          10  PG-NF-PLAYED-SWITCH PIC X(01).
001490              88  PG-NF-PLAYED           VALUE 'Y'.
001500              88  PG-NF-NOT-PLAYED       VALUE 'N'.
001510
001520  01  PG-NF-COUNT             PIC 9(04) COMP VALUE ZERO.
001530  01  PG-NF-SUB               PIC 9(04) COMP VALUE ZERO.
001540  01  PG-NF-HIT               PIC 9(04) COMP VALUE ZERO.
001550
001560*    THE OTHER NIGHT A WRONG-NIGHT PAIR WAS FIXTURED FOR.
001570  01  PG-OTHER-NIGHT          PIC X(08) VALUE SPACES.
001580
001590  01  PG-CHECK-COUNTS.
001600      05  PG-CHECKED-COUNT    PIC 9(05) COMP VALUE ZERO.
001610      05  PG-NO-FIXTURE-COUNT PIC 9(05) COMP VALUE ZERO.
001620      05  PG-WRONG-NIGHT-COUNT PIC 9(05) COMP VALUE ZERO.
001630      05  PG-WRONG-STN-COUNT  PIC 9(05) COMP VALUE ZERO.
001640      05  PG-NOT-PLAYED-COUNT PIC 9(05) COMP VALUE ZERO.
001650
001660  01  PG-HEADING-1.
001670      05  FILLER                PIC X(20)
001680                                 VALUE 'PONGOL FIXTURE CHECK'.
001690      05  FILLER                PIC X(03) VALUE ' - '.
001700      05  PG-HDG-DATE           PIC X(08).
001710
001720  01  PG-NO-FIXTURE-LINE.
001730      05  FILLER                PIC X(20)
001740                                 VALUE 'NO FIXTURE:    MATCH'.
001750      05  FILLER                PIC X(01) VALUE SPACE.
001760      05  PG-NFX-TIME           PIC X(06).
001770      05  FILLER                PIC X(01) VALUE SPACE.
001780      05  PG-NFX-PLAYER-1       PIC X(10).
001790      05  FILLER                PIC X(03) VALUE ' + '.
001800      05  PG-NFX-PLAYER-3       PIC X(10).
001810      05  FILLER                PIC X(05) VALUE ' (T: '.
001820      05  PG-NFX-TEAM-1         PIC X(04).
001830      05  FILLER                PIC X(05) VALUE ') V  '.
001840      05  PG-NFX-PLAYER-2       PIC X(10).
001850      05  FILLER                PIC X(03) VALUE ' + '.
001860      05  PG-NFX-PLAYER-4       PIC X(10).
001870      05  FILLER                PIC X(05) VALUE ' (T: '.
001880      05  PG-NFX-TEAM-2         PIC X(04).
001890      05  FILLER                PIC X(01) VALUE ')'.
001900
001910  01  PG-WRONG-NIGHT-LINE.
001920      05  FILLER                PIC X(20)
001930                                 VALUE 'WRONG NIGHT:   MATCH'.
001940      05  FILLER                PIC X(01) VALUE SPACE.
001950      05  PG-WNT-TIME           PIC X(06).
001960      05  FILLER                PIC X(01) VALUE SPACE.
001970      05  PG-WNT-TEAM-1         PIC X(04).
001980      05  FILLER                PIC X(03) VALUE ' V '.
001990      05  PG-WNT-TEAM-2         PIC X(04).
002000      05  FILLER                PIC X(19)
002010                                 VALUE ' - FIXTURED FOR    '.
002020      05  PG-WNT-FIXTURE-DATE   PIC X(08).
002030
002040  01  PG-WRONG-STATION-LINE.
002050      05  FILLER                PIC X(20)
002060                                 VALUE 'WRONG STATION: MATCH'.
002070      05  FILLER                PIC X(01) VALUE SPACE.
002080      05  PG-WST-TIME           PIC X(06).
002090      05  FILLER                PIC X(01) VALUE SPACE.
002100      05  PG-WST-TEAM-1         PIC X(04).
002110      05  FILLER                PIC X(03) VALUE ' V '.
002120      05  PG-WST-TEAM-2         PIC X(04).
002130      05  FILLER                PIC X(14) VALUE ' - PLAYED ON  '.
002140      05  PG-WST-PLAYED-ON      PIC 9(02).
002150      05  FILLER                PIC X(14) VALUE ', BOOKED ON   '.
002160      05  PG-WST-BOOKED-ON      PIC 9(02).
002170
002180  01  PG-NOT-PLAYED-LINE.
002190      05  FILLER                PIC X(20)
002200                                 VALUE 'NOT PLAYED:  FIXTURE'.
002210      05  FILLER                PIC X(01) VALUE SPACE.
002220      05  PG-NPL-HOME           PIC X(04).
002230      05  FILLER                PIC X(03) VALUE ' V '.
002240      05  PG-NPL-AWAY           PIC X(04).
002250      05  FILLER                PIC X(12) VALUE ' - STATION  '.
002260      05  PG-NPL-STATION        PIC 9(02).
002270      05  FILLER                PIC X(06) VALUE ' SLOT '.
002280      05  PG-NPL-SLOT           PIC X(04).
002290
002300  01  PG-TRAILER-LINE.
002310      05  FILLER                PIC X(09) VALUE 'FIXTURES:'.
002320      05  PG-TRL-FIXTURES       PIC ZZZZ9.
002330      05  FILLER                PIC X(17)
002340                                 VALUE ', MATCHES CHECKED'.
002350      05  FILLER                PIC X(01) VALUE ':'.
002360      05  PG-TRL-CHECKED        PIC ZZZZ9.
002370      05  FILLER                PIC X(13) VALUE ', NO FIXTURE:'.
002380      05  PG-TRL-NO-FIXTURE     PIC ZZZZ9.
002390      05  FILLER                PIC X(14) VALUE ', WRONG NIGHT:'.
002400      05  PG-TRL-WRONG-NIGHT    PIC ZZZZ9.
002410      05  FILLER                PIC X(16)
002420                                 VALUE ', WRONG STATION:'.
002430      05  PG-TRL-WRONG-STATION  PIC ZZZZ9.
002440      05  FILLER                PIC X(13) VALUE ', NOT PLAYED:'.
002450      05  PG-TRL-NOT-PLAYED     PIC ZZZZ9.
002460
002470  01  PG-NO-FIXTURES-LINE       PIC X(40) VALUE
002480          'NO FIXTURES ON FILE FOR THIS NIGHT'.
002490
002500*-----------------------------------------------------------------
002510*    LINKAGE SECTION
002520*    THE LEAGUE NIGHT TO CHECK, YYYYMMDD.  OMIT THE PARM TO
002530*    CHECK TODAY.
002540*-----------------------------------------------------------------
002550  LINKAGE SECTION.
002560  01  PG-PARM-DATA.
002570      05  PG-PARM-LENGTH        PIC S9(04) COMP.
002580      05  PG-PARM-TEXT          PIC X(08).
002590
002600*-----------------------------------------------------------------
002610*    0000-MAINLINE
002620*-----------------------------------------------------------------
002630  PROCEDURE DIVISION USING PG-PARM-DATA.
002640  0000-MAINLINE.
002650      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002660      PERFORM 2000-LOAD-TEAMS THRU 2000-EXIT.
002670      PERFORM 2500-LOAD-NIGHT THRU 2500-EXIT.
002680      PERFORM 3000-CHECK-MATCHES THRU 3000-EXIT.
002690      PERFORM 5000-PRINT-NOT-PLAYED THRU 5000-EXIT.
002700      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002710      IF PG-NO-FIXTURE-COUNT > ZERO
002720          OR PG-WRONG-NIGHT-COUNT > ZERO
002730          OR PG-WRONG-STN-COUNT > ZERO
002740          OR PG-NOT-PLAYED-COUNT > ZERO
002750          MOVE 4 TO RETURN-CODE
002760      END-IF.
002770      STOP RUN.
002780
002790*-----------------------------------------------------------------
002800*    1000-INITIALIZE
002810*-----------------------------------------------------------------
002820  1000-INITIALIZE.
002830      IF PG-PARM-LENGTH = ZERO
002840          ACCEPT PG-LEAGUE-DATE FROM DATE YYYYMMDD
002850      ELSE
002860          MOVE PG-PARM-TEXT TO PG-LEAGUE-DATE
002870      END-IF.
002880
002890      OPEN INPUT SCOREFILE.
002900      IF PG-SCOREFILE-STATUS NOT = '00'
002910          GO TO 9100-SCOREFILE-OPEN-FAILED
002920      END-IF.
002930      OPEN INPUT TEAMMAST.
002940      IF PG-TEAMMAST-STATUS NOT = '00'
002950          GO TO 9110-TEAMMAST-OPEN-FAILED
002960      END-IF.
002970      OPEN INPUT FIXFILE.
002980      IF PG-FIXFILE-STATUS NOT = '00'
002990          GO TO 9120-FIXFILE-OPEN-FAILED
003000      END-IF.
003010      OPEN OUTPUT PRTFILE.
003020
003030      MOVE PG-LEAGUE-DATE TO PG-HDG-DATE.
003040      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
003050  1000-EXIT.
003060      EXIT.
003070
003080*-----------------------------------------------------------------
003090*    2000-LOAD-TEAMS
003100*    EVERY ACTIVE TEAM AND ITS ROSTER, AS IN PONGTEAM.
003110*-----------------------------------------------------------------
003120  2000-LOAD-TEAMS.
003130      PERFORM 2010-READ-TEAM THRU 2010-EXIT.
003140      PERFORM 2100-LOAD-ONE-TEAM THRU 2100-EXIT
003150          UNTIL PG-TEAM-AT-EOF.
003160  2000-EXIT.
003170      EXIT.
003180
003190*-----------------------------------------------------------------
003200*    2010-READ-TEAM
003210*-----------------------------------------------------------------
003220  2010-READ-TEAM.
003230      READ TEAMMAST
003240          AT END
003250              SET PG-TEAM-AT-EOF TO TRUE
003260      END-READ.
003270  2010-EXIT.
003280      EXIT.
003290
003300*-----------------------------------------------------------------
003310*    2100-LOAD-ONE-TEAM
003320*-----------------------------------------------------------------
003330  2100-LOAD-ONE-TEAM.
003340      IF PG-TEAM-INACTIVE
003350          GO TO 2100-NEXT
003360      END-IF.
003370      IF PG-TT-COUNT >= 50
003380          GO TO 9130-TEAM-TABLE-FULL
003390      END-IF.
003400      ADD 1 TO PG-TT-COUNT.
003410      MOVE PG-TEAM-ID TO PG-TT-TEAM-ID (PG-TT-COUNT).
003420      PERFORM 2110-LOAD-ONE-MEMBER THRU 2110-EXIT
003430          VARYING PG-MEMBER-SUB FROM 1 BY 1
003440          UNTIL PG-MEMBER-SUB > 6.
003450  2100-NEXT.
003460      PERFORM 2010-READ-TEAM THRU 2010-EXIT.
003470  2100-EXIT.
003480      EXIT.
003490
003500*-----------------------------------------------------------------
003510*    2110-LOAD-ONE-MEMBER
003520*-----------------------------------------------------------------
003530  2110-LOAD-ONE-MEMBER.
003540      MOVE PG-TEAM-MEMBER (PG-MEMBER-SUB)
003550          TO PG-TT-MEMBER (PG-TT-COUNT, PG-MEMBER-SUB).
003560  2110-EXIT.
003570      EXIT.
003580
003590*-----------------------------------------------------------------
003600*    2500-LOAD-NIGHT
003610*    THE FIXTURE KEY LEADS WITH THE NIGHT, SO THE NIGHT'S TIES
003620*    ARE ONE KEY RANGE.
003630*-----------------------------------------------------------------
003640  2500-LOAD-NIGHT.
003650      MOVE PG-LEAGUE-DATE TO PG-FIX-DATE.
003660      MOVE LOW-VALUES     TO PG-FIX-HOME-TEAM.
003670      SET PG-FIX-NOT-AT-EOF TO TRUE.
003680      START FIXFILE KEY IS NOT LESS THAN PG-FIX-KEY
003690          INVALID KEY
003700              SET PG-FIX-AT-EOF TO TRUE
003710      END-START.
003720      PERFORM 2510-LOAD-ONE-FIXTURE THRU 2510-EXIT
003730          UNTIL PG-FIX-AT-EOF.
003740      IF PG-NF-COUNT = ZERO
003750          WRITE PG-PRINT-LINE FROM PG-NO-FIXTURES-LINE
003760      END-IF.
003770  2500-EXIT.
003780      EXIT.
003790
003800*-----------------------------------------------------------------
003810*    2510-LOAD-ONE-FIXTURE
003820*-----------------------------------------------------------------
003830  2510-LOAD-ONE-FIXTURE.
003840      READ FIXFILE NEXT RECORD
003850          AT END
003860              SET PG-FIX-AT-EOF TO TRUE
003870              GO TO 2510-EXIT
003880      END-READ.
003890      IF PG-FIX-DATE NOT = PG-LEAGUE-DATE
003900          SET PG-FIX-AT-EOF TO TRUE
003910          GO TO 2510-EXIT
003920      END-IF.
003930      IF PG-NF-COUNT >= 25
003940          GO TO 9140-NIGHT-TABLE-FULL
003950      END-IF.
003960      ADD 1 TO PG-NF-COUNT.
003970      MOVE PG-FIX-HOME-TEAM TO PG-NF-HOME-TEAM (PG-NF-COUNT).
003980      MOVE PG-FIX-AWAY-TEAM TO PG-NF-AWAY-TEAM (PG-NF-COUNT).
003990      MOVE PG-FIX-STATION   TO PG-NF-STATION (PG-NF-COUNT).
004000      MOVE PG-FIX-SLOT      TO PG-NF-SLOT (PG-NF-COUNT).
004010      SET PG-NF-NOT-PLAYED (PG-NF-COUNT) TO TRUE.
004020  2510-EXIT.
004030      EXIT.
004040
004050*-----------------------------------------------------------------
004060*    3000-CHECK-MATCHES
004070*-----------------------------------------------------------------
004080  3000-CHECK-MATCHES.
004090      PERFORM 3010-READ-SCORE THRU 3010-EXIT.
004100      PERFORM 3100-CHECK-ONE-MATCH THRU 3100-EXIT
004110          UNTIL PG-AT-EOF.
004120  3000-EXIT.
004130      EXIT.
004140
004150*-----------------------------------------------------------------
004160*    3010-READ-SCORE
004170*-----------------------------------------------------------------
004180  3010-READ-SCORE.
004190      READ SCOREFILE
004200          AT END
004210              SET PG-AT-EOF TO TRUE
004220      END-READ.
004230  3010-EXIT.
004240      EXIT.
004250
004260*-----------------------------------------------------------------
004270*    3100-CHECK-ONE-MATCH
004280*    ONLY THE NIGHT'S LIVE DOUBLES QUALIFY, AS IN PONGTEAM.  A
004290*    MATCH WITH AN UNRESOLVED SIDE CANNOT BE A FIXTURE; ONE
004300*    WHOSE SIDES RESOLVE TO THE SAME TEAM IS PONGTEAM'S
004310*    INTRA-SQUAD CASE AND IS PASSED OVER HERE.
004320*-----------------------------------------------------------------
004330  3100-CHECK-ONE-MATCH.
004340      IF PG-MATCH-DATE NOT = PG-LEAGUE-DATE
004350          OR NOT PG-DOUBLES-MATCH
004360          OR PG-MATCH-VOIDED
004370          GO TO 3100-NEXT
004380      END-IF.
004390
004400      MOVE PG-PLAYER-1-ID TO PG-PAIR-PLAYER-A.
004410      MOVE PG-PLAYER-3-ID TO PG-PAIR-PLAYER-B.
004420      PERFORM 3200-RESOLVE-PAIR THRU 3200-EXIT.
004430      MOVE PG-PAIR-TEAM-SUB TO PG-SIDE-1-SUB.
004440
004450      MOVE PG-PLAYER-2-ID TO PG-PAIR-PLAYER-A.
004460      MOVE PG-PLAYER-4-ID TO PG-PAIR-PLAYER-B.
004470      PERFORM 3200-RESOLVE-PAIR THRU 3200-EXIT.
004480      MOVE PG-PAIR-TEAM-SUB TO PG-SIDE-2-SUB.
004490
004500      IF PG-SIDE-1-SUB > ZERO
004510          AND PG-SIDE-1-SUB = PG-SIDE-2-SUB
004520          GO TO 3100-NEXT
004530      END-IF.
004540      ADD 1 TO PG-CHECKED-COUNT.
004550
004560      MOVE SPACES TO PG-SIDE-1-TEAM.
004570      MOVE SPACES TO PG-SIDE-2-TEAM.
004580      IF PG-SIDE-1-SUB > ZERO
004590          MOVE PG-TT-TEAM-ID (PG-SIDE-1-SUB) TO PG-SIDE-1-TEAM
004600      END-IF.
004610      IF PG-SIDE-2-SUB > ZERO
004620          MOVE PG-TT-TEAM-ID (PG-SIDE-2-SUB) TO PG-SIDE-2-TEAM
004630      END-IF.
004640      IF PG-SIDE-1-SUB = ZERO OR PG-SIDE-2-SUB = ZERO
004650          PERFORM 4100-PRINT-NO-FIXTURE THRU 4100-EXIT
004660          GO TO 3100-NEXT
004670      END-IF.
004680
004690      MOVE ZERO TO PG-NF-HIT.
004700      PERFORM 3300-FIND-TONIGHT THRU 3300-EXIT
004710          VARYING PG-NF-SUB FROM 1 BY 1
004720          UNTIL PG-NF-SUB > PG-NF-COUNT
004730             OR PG-NF-HIT > ZERO.
004740      IF PG-NF-HIT > ZERO
004750          SET PG-NF-PLAYED (PG-NF-HIT) TO TRUE
004760          IF PG-MATCH-STATION NOT = ZERO
004770              AND PG-MATCH-STATION NOT = PG-NF-STATION (PG-NF-HIT)
004780              PERFORM 4300-PRINT-WRONG-STATION THRU 4300-EXIT
004790          END-IF
004800          GO TO 3100-NEXT
004810      END-IF.
004820
004830      PERFORM 3400-FIND-OTHER-NIGHT THRU 3400-EXIT.
004840      IF PG-OTHER-NIGHT = SPACES
004850          PERFORM 4100-PRINT-NO-FIXTURE THRU 4100-EXIT
004860      ELSE
004870          PERFORM 4200-PRINT-WRONG-NIGHT THRU 4200-EXIT
004880      END-IF.
004890  3100-NEXT.
004900      PERFORM 3010-READ-SCORE THRU 3010-EXIT.
004910  3100-EXIT.
004920      EXIT.
004930
004940*-----------------------------------------------------------------
004950*    3200-RESOLVE-PAIR
004960*    FINDS THE FIRST LOADED TEAM WHOSE ROSTER CARRIES BOTH
004970*    PLAYERS OF THE PAIR - PONGTEAM'S 3200-RESOLVE-PAIR RULE,
004980*    SO BOTH REPORTS AGREE ON WHICH TEAM A PAIR PLAYED FOR.
004990*-----------------------------------------------------------------
005000  3200-RESOLVE-PAIR.
005010      MOVE ZERO TO PG-PAIR-TEAM-SUB.
005020      PERFORM 3210-CHECK-ONE-TEAM THRU 3210-EXIT
005030          VARYING PG-SUB FROM 1 BY 1
005040          UNTIL PG-SUB > PG-TT-COUNT
005050             OR PG-PAIR-TEAM-SUB > ZERO.
005060  3200-EXIT.
005070      EXIT.
005080
005090*-----------------------------------------------------------------
005100*    3210-CHECK-ONE-TEAM
005110*-----------------------------------------------------------------
005120  3210-CHECK-ONE-TEAM.
005130      MOVE 'N' TO PG-HIT-A-SWITCH.
005140      MOVE 'N' TO PG-HIT-B-SWITCH.
005150      PERFORM 3220-CHECK-ONE-MEMBER THRU 3220-EXIT
005160          VARYING PG-MEMBER-SUB FROM 1 BY 1
005170          UNTIL PG-MEMBER-SUB > 6.
005180      IF PG-HIT-A AND PG-HIT-B
005190          MOVE PG-SUB TO PG-PAIR-TEAM-SUB
005200      END-IF.
005210  3210-EXIT.
005220      EXIT.
005230
005240*-----------------------------------------------------------------
005250*    3220-CHECK-ONE-MEMBER
005260*-----------------------------------------------------------------
005270  3220-CHECK-ONE-MEMBER.
005280      IF PG-TT-MEMBER (PG-SUB, PG-MEMBER-SUB)
005290          = PG-PAIR-PLAYER-A
005300          MOVE 'Y' TO PG-HIT-A-SWITCH
005310      END-IF.
005320      IF PG-TT-MEMBER (PG-SUB, PG-MEMBER-SUB)
005330          = PG-PAIR-PLAYER-B
005340          MOVE 'Y' TO PG-HIT-B-SWITCH
005350      END-IF.
005360  3220-EXIT.
005370      EXIT.
005380
005390*-----------------------------------------------------------------
005400*    3300-FIND-TONIGHT
005410*    THE TWO TEAMS MAY HAVE SAT EITHER WAY ROUND AT THE CABINET.
005420*-----------------------------------------------------------------
005430  3300-FIND-TONIGHT.
005440      IF (PG-NF-HOME-TEAM (PG-NF-SUB) = PG-SIDE-1-TEAM
005450          AND PG-NF-AWAY-TEAM (PG-NF-SUB) = PG-SIDE-2-TEAM)
005460        OR (PG-NF-HOME-TEAM (PG-NF-SUB) = PG-SIDE-2-TEAM
005470          AND PG-NF-AWAY-TEAM (PG-NF-SUB) = PG-SIDE-1-TEAM)
005480          MOVE PG-NF-SUB TO PG-NF-HIT
005490      END-IF.
005500  3300-EXIT.
005510      EXIT.
005520
005530*-----------------------------------------------------------------
005540*    3400-FIND-OTHER-NIGHT
005550*    NOT TONIGHT - SO ONE PASS OF THE WHOLE FIXTURE FILE LOOKS
005560*    FOR THE PAIRING ON ANY OTHER NIGHT.  A MISPLAYED TIE IS
005570*    RARE ENOUGH THAT THE PASS COSTS NOTHING WORTH SAVING.
005580*-----------------------------------------------------------------
005590  3400-FIND-OTHER-NIGHT.
005600      MOVE SPACES     TO PG-OTHER-NIGHT.
005610      MOVE LOW-VALUES TO PG-FIX-KEY.
005620      SET PG-FIX-NOT-AT-EOF TO TRUE.
005630      START FIXFILE KEY IS NOT LESS THAN PG-FIX-KEY
005640          INVALID KEY
005650              SET PG-FIX-AT-EOF TO TRUE
005660      END-START.
005670      PERFORM 3410-CHECK-ONE-FIXTURE THRU 3410-EXIT
005680          UNTIL PG-FIX-AT-EOF.
005690  3400-EXIT.
005700      EXIT.
005710
005720*-----------------------------------------------------------------
005730*    3410-CHECK-ONE-FIXTURE
005740*-----------------------------------------------------------------
005750  3410-CHECK-ONE-FIXTURE.
005760      READ FIXFILE NEXT RECORD
005770          AT END
005780              SET PG-FIX-AT-EOF TO TRUE
005790              GO TO 3410-EXIT
005800      END-READ.
005810      IF (PG-FIX-HOME-TEAM = PG-SIDE-1-TEAM
005820          AND PG-FIX-AWAY-TEAM = PG-SIDE-2-TEAM)
005830        OR (PG-FIX-HOME-TEAM = PG-SIDE-2-TEAM
005840          AND PG-FIX-AWAY-TEAM = PG-SIDE-1-TEAM)
005850          MOVE PG-FIX-DATE TO PG-OTHER-NIGHT
005860          SET PG-FIX-AT-EOF TO TRUE
005870      END-IF.
005880  3410-EXIT.
005890      EXIT.
005900
005910*-----------------------------------------------------------------
005920*    4100-PRINT-NO-FIXTURE
005930*    A SIDE THAT FITS NO ACTIVE ROSTER PRINTS WITH A BLANK TEAM.
005940*-----------------------------------------------------------------
005950  4100-PRINT-NO-FIXTURE.
005960      ADD 1 TO PG-NO-FIXTURE-COUNT.
005970      MOVE PG-MATCH-TIME  TO PG-NFX-TIME.
005980      MOVE PG-PLAYER-1-ID TO PG-NFX-PLAYER-1.
005990      MOVE PG-PLAYER-3-ID TO PG-NFX-PLAYER-3.
006000      MOVE PG-SIDE-1-TEAM TO PG-NFX-TEAM-1.
006010      MOVE PG-PLAYER-2-ID TO PG-NFX-PLAYER-2.
006020      MOVE PG-PLAYER-4-ID TO PG-NFX-PLAYER-4.
006030      MOVE PG-SIDE-2-TEAM TO PG-NFX-TEAM-2.
006040      WRITE PG-PRINT-LINE FROM PG-NO-FIXTURE-LINE.
006050  4100-EXIT.
006060      EXIT.
006070
006080*-----------------------------------------------------------------
006090*    4200-PRINT-WRONG-NIGHT
006100*-----------------------------------------------------------------
006110  4200-PRINT-WRONG-NIGHT.
006120      ADD 1 TO PG-WRONG-NIGHT-COUNT.
006130      MOVE PG-MATCH-TIME  TO PG-WNT-TIME.
006140      MOVE PG-SIDE-1-TEAM TO PG-WNT-TEAM-1.
006150      MOVE PG-SIDE-2-TEAM TO PG-WNT-TEAM-2.
006160      MOVE PG-OTHER-NIGHT TO PG-WNT-FIXTURE-DATE.
006170      WRITE PG-PRINT-LINE FROM PG-WRONG-NIGHT-LINE.
006180  4200-EXIT.
006190      EXIT.
006200
006210*-----------------------------------------------------------------
006220*    4300-PRINT-WRONG-STATION
006230*-----------------------------------------------------------------
006240  4300-PRINT-WRONG-STATION.
006250      ADD 1 TO PG-WRONG-STN-COUNT.
006260      MOVE PG-MATCH-TIME              TO PG-WST-TIME.
006270      MOVE PG-SIDE-1-TEAM             TO PG-WST-TEAM-1.
006280      MOVE PG-SIDE-2-TEAM             TO PG-WST-TEAM-2.
006290      MOVE PG-MATCH-STATION           TO PG-WST-PLAYED-ON.
006300      MOVE PG-NF-STATION (PG-NF-HIT)  TO PG-WST-BOOKED-ON.
006310      WRITE PG-PRINT-LINE FROM PG-WRONG-STATION-LINE.
006320  4300-EXIT.
006330      EXIT.
006340
006350*-----------------------------------------------------------------
006360*    5000-PRINT-NOT-PLAYED
006370*-----------------------------------------------------------------
006380  5000-PRINT-NOT-PLAYED.
006390      PERFORM 5100-CHECK-ONE-FIXTURE THRU 5100-EXIT
006400          VARYING PG-NF-SUB FROM 1 BY 1
006410          UNTIL PG-NF-SUB > PG-NF-COUNT.
006420
006430      MOVE PG-NF-COUNT          TO PG-TRL-FIXTURES.
006440      MOVE PG-CHECKED-COUNT     TO PG-TRL-CHECKED.
006450      MOVE PG-NO-FIXTURE-COUNT  TO PG-TRL-NO-FIXTURE.
006460      MOVE PG-WRONG-NIGHT-COUNT TO PG-TRL-WRONG-NIGHT.
006470      MOVE PG-WRONG-STN-COUNT   TO PG-TRL-WRONG-STATION.
006480      MOVE PG-NOT-PLAYED-COUNT  TO PG-TRL-NOT-PLAYED.
006490      WRITE PG-PRINT-LINE FROM PG-TRAILER-LINE.
006500  5000-EXIT.
006510      EXIT.
006520
006530*-----------------------------------------------------------------
006540*    5100-CHECK-ONE-FIXTURE
006550*-----------------------------------------------------------------
006560  5100-CHECK-ONE-FIXTURE.
006570      IF PG-NF-PLAYED (PG-NF-SUB)
006580          GO TO 5100-EXIT
006590      END-IF.
006600      ADD 1 TO PG-NOT-PLAYED-COUNT.
006610      MOVE PG-NF-HOME-TEAM (PG-NF-SUB) TO PG-NPL-HOME.
006620      MOVE PG-NF-AWAY-TEAM (PG-NF-SUB) TO PG-NPL-AWAY.
006630      MOVE PG-NF-STATION (PG-NF-SUB)   TO PG-NPL-STATION.
006640      MOVE PG-NF-SLOT (PG-NF-SUB)      TO PG-NPL-SLOT.
006650      WRITE PG-PRINT-LINE FROM PG-NOT-PLAYED-LINE.
006660  5100-EXIT.
006670      EXIT.
006680
006690*-----------------------------------------------------------------
006700*    9000-TERMINATE
006710*-----------------------------------------------------------------
006720  9000-TERMINATE.
006730      CLOSE SCOREFILE.
006740      CLOSE TEAMMAST.
006750      CLOSE FIXFILE.
006760      CLOSE PRTFILE.
006770  9000-EXIT.
006780      EXIT.
006790
006800*-----------------------------------------------------------------
006810*    9100-SCOREFILE-OPEN-FAILED
006820*-----------------------------------------------------------------
006830  9100-SCOREFILE-OPEN-FAILED.
006840      DISPLAY 'PONGFIXR - SCOREFILE OPEN FAILED, STATUS '
006850          PG-SCOREFILE-STATUS.
006860      MOVE 8 TO RETURN-CODE.
006870      STOP RUN.
006880  9100-EXIT.
006890      EXIT.
006900
006910*-----------------------------------------------------------------
006920*    9110-TEAMMAST-OPEN-FAILED
006930*-----------------------------------------------------------------
006940  9110-TEAMMAST-OPEN-FAILED.
006950      DISPLAY 'PONGFIXR - TEAMMAST OPEN FAILED, STATUS '
006960          PG-TEAMMAST-STATUS.
006970      CLOSE SCOREFILE.
006980      MOVE 8 TO RETURN-CODE.
006990      STOP RUN.
007000  9110-EXIT.
007010      EXIT.
007020
007030*-----------------------------------------------------------------
007040*    9120-FIXFILE-OPEN-FAILED
007050*-----------------------------------------------------------------
007060  9120-FIXFILE-OPEN-FAILED.
007070      DISPLAY 'PONGFIXR - FIXFILE OPEN FAILED, STATUS '
007080          PG-FIXFILE-STATUS.
007090      CLOSE SCOREFILE.
007100      CLOSE TEAMMAST.
007110      MOVE 8 TO RETURN-CODE.
007120      STOP RUN.
007130  9120-EXIT.
007140      EXIT.
007150
007160*-----------------------------------------------------------------
007170*    9130-TEAM-TABLE-FULL
007180*-----------------------------------------------------------------
007190  9130-TEAM-TABLE-FULL.
007200      DISPLAY 'PONGFIXR - TEAM TABLE FULL AT 50 TEAMS - '
007210          'FIXTURES NOT CHECKED'.
007220      PERFORM 9000-TERMINATE THRU 9000-EXIT.
007230      MOVE 8 TO RETURN-CODE.
007240      STOP RUN.
007250  9130-EXIT.
007260      EXIT.
007270
007280*-----------------------------------------------------------------
007290*    9140-NIGHT-TABLE-FULL
007300*    MORE THAN 25 FIXTURES ON ONE NIGHT - MORE THAN 50 TEAMS
007310*    COULD EVER MAKE, SO THE FIXTURE FILE IS NOT WHAT PONGFIX
007320*    WROTE.
007330*-----------------------------------------------------------------
007340  9140-NIGHT-TABLE-FULL.
007350      DISPLAY 'PONGFIXR - MORE THAN 25 FIXTURES ON '
007360          PG-LEAGUE-DATE ' - FIXTURES NOT CHECKED'.
007370      PERFORM 9000-TERMINATE THRU 9000-EXIT.
007380      MOVE 8 TO RETURN-CODE.
007390      STOP RUN.
007400  9140-EXIT.
007410      EXIT.
