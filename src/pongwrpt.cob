000100*=================================================================
000110*  PONGWRPT
000120*  NIGHTLY WALK-UP WAITING REPORT OFF THE WAITFILE WAITING LIST.
000130*  FOR ONE QUEUE DAY IT PRINTS, BY THE HOUR EACH PARTY JOINED
000140*  THE LINE, HOW MANY PARTIES WAITED, HOW MANY WERE SEATED, HOW
000150*  MANY WERE NO-SHOWS AND HOW MANY LEFT WITHOUT PLAYING, WITH
000160*  THE AVERAGE AND LONGEST WAIT; THEN THE LONGEST WAIT OF THE
000170*  NIGHT, AND A LIST OF EVERY NO-SHOW AND EVERY PARTY THAT LEFT.
000180*
000190*  A PARTY'S WAIT RUNS FROM THE TIME THE DESK ADDED IT TO THE
000200*  TIME IT LEFT THE LINE - SEATED BY PONGOL, OR TAKEN OFF AS
000210*  LEFT OR NO-SHOW WITH PONGWAIT.  A PARTY STILL SHOWN IN LINE
000220*  WHEN THE REPORT RUNS WAS NEVER TAKEN OFF THE LIST; IT IS
000230*  COUNTED AS HAVING LEFT WITHOUT PLAYING, FLAGGED, AND KEPT
000240*  OUT OF THE WAIT FIGURES BECAUSE NOBODY KNOWS WHEN IT WENT.
000250*
000260*  THE HOURS RUN IN BUSINESS ORDER FROM THE 06:00 CUTOVER, SO
000270*  THE SMALL HOURS PRINT AFTER THE EVENING THEY BELONG TO.
000280*  READS ONLY - A RERUN IS ALWAYS SAFE.
000290*-----------------------------------------------------------------
000300*  MODIFICATION HISTORY
000310*  DATE       INIT  DESCRIPTION
000320*  15/10/2026 MP    ORIGINAL PROGRAM.
000330*=================================================================
000340  IDENTIFICATION DIVISION.
000350      PROGRAM-ID.    PONGWRPT.
000360      AUTHOR.        MAXIME POSTAIRE.
000370      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000380      DATE-WRITTEN.  15/10/2026.
000390      DATE-COMPILED.
000400
000410  ENVIRONMENT DIVISION.
000420  INPUT-OUTPUT SECTION.
000430  FILE-CONTROL.
000440      SELECT WAITFILE ASSIGN TO WAITFILE
000450          ORGANIZATION IS INDEXED
000460          ACCESS MODE IS DYNAMIC
000470          RECORD KEY IS PG-WAIT-KEY
000480          FILE STATUS IS PG-WAITFILE-STATUS.
000490
000500      SELECT PRTFILE ASSIGN TO PRTFILE
000510          ORGANIZATION IS SEQUENTIAL.
000520
000530  DATA DIVISION.
000540  FILE SECTION.
000550  FD  WAITFILE
000560      LABEL RECORDS ARE STANDARD.
000570      COPY WAITREC.
000580
000590  FD  PRTFILE
000600      LABEL RECORDS ARE STANDARD
000610      RECORD CONTAINS 132 CHARACTERS.
000620  01  PG-PRINT-LINE               PIC X(132).
000630
000640  WORKING-STORAGE SECTION.
000650  01  PG-SWITCHES.
000660      05  PG-WAITFILE-EOF     PIC X(01) VALUE 'N'.
000670          88  PG-WAIT-NOT-AT-EOF      VALUE 'N'.
000680          88  PG-WAIT-AT-EOF          VALUE 'Y'.
000690
000700  01  PG-WAITFILE-STATUS      PIC X(02) VALUE '00'.
000710
000720  01  PG-QUEUE-DAY            PIC X(08) VALUE SPACES.
000730  01  PG-QUEUE-DAY-SPLIT REDEFINES PG-QUEUE-DAY.
000740      05  PG-QDY-YEAR         PIC 9(04).
000750      05  PG-QDY-MONTH        PIC 9(02).
000760      05  PG-QDY-DAY          PIC 9(02).
000770
000780  01  PG-NOW-TIME             PIC 9(08) VALUE ZERO.
000790  01  PG-NOW-SPLIT REDEFINES PG-NOW-TIME.
000800      05  PG-NOW-HH           PIC 9(02).
000810      05  PG-NOW-MM           PIC 9(02).
000820      05  FILLER              PIC 9(04).
000830
000840  01  PG-CAL-QUOT             PIC 9(08) COMP VALUE ZERO.
000850  01  PG-CAL-REM              PIC 9(08) COMP VALUE ZERO.
000860
000870*    CLOCK TIMES ARE TURNED INTO MINUTES OF THE QUEUE DAY, SO A
000880*    TIME AFTER MIDNIGHT COUNTS ON FROM 1440 AND A WAIT RUNNING
000890*    ACROSS MIDNIGHT STILL ADDS UP - THE SAME RULE AS PONGOL.
000900  01  PG-CLOCK-WORK.
000910      05  PG-CLOCK-TEXT       PIC 9(04).
000920      05  PG-CLOCK-SPLIT REDEFINES PG-CLOCK-TEXT.
000930          10  PG-CLOCK-HH     PIC 9(02).
000940          10  PG-CLOCK-MM     PIC 9(02).
000950      05  PG-CLOCK-MINUTES    PIC 9(05) COMP.
000960      05  PG-ADDED-MINUTES    PIC 9(05) COMP.
000970      05  PG-WAITED-MINUTES   PIC 9(05) COMP.
000980
000990  77  PG-QUEUE-CUTOVER-HH     PIC 9(02) VALUE 06.
001000
001010  01  PG-MONTH-LENGTHS        PIC X(24)
001020                               VALUE '312831303130313130313031'.
001030  01  PG-MONTH-LENGTH-TABLE REDEFINES PG-MONTH-LENGTHS.
001040      05  PG-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
001050
001060*-----------------------------------------------------------------
001070*    HOUR TABLE - ONE ENTRY PER HOUR OF THE QUEUE DAY IN
001080*    BUSINESS ORDER: ENTRY 1 IS THE CUTOVER HOUR, ENTRY 24 THE
001090*    HOUR BEFORE IT.  A PARTY FALLS IN THE HOUR IT WAS ADDED.
001100*    THE WAIT FIGURES COVER ONLY PARTIES THAT LEFT THE LINE.
001110*-----------------------------------------------------------------
001120  01  PG-HOUR-TABLE.
001130      05  PG-HR-ENTRY OCCURS 24 TIMES.
001140          10  PG-HR-PARTIES       PIC 9(05) COMP.
001150          10  PG-HR-SEATED        PIC 9(05) COMP.
001160          10  PG-HR-NO-SHOW       PIC 9(05) COMP.
001170          10  PG-HR-LEFT          PIC 9(05) COMP.
001180          10  PG-HR-TIMED         PIC 9(05) COMP.
001190          10  PG-HR-WAIT-TOTAL    PIC 9(07) COMP.
001200          10  PG-HR-LONGEST       PIC 9(05) COMP.
001210
001220  01  PG-HR-SUB               PIC 9(04) COMP VALUE ZERO.
001230  01  PG-SUB                  PIC 9(04) COMP VALUE ZERO.
001240  01  PG-PRINT-HOUR           PIC 9(02) VALUE ZERO.
001250  01  PG-AVG-WAIT             PIC 9(05) COMP VALUE ZERO.
001260
001270  01  PG-TOTALS.
001280      05  PG-TOT-PARTIES      PIC 9(05) COMP VALUE ZERO.
001290      05  PG-TOT-SEATED       PIC 9(05) COMP VALUE ZERO.
001300      05  PG-TOT-NO-SHOW      PIC 9(05) COMP VALUE ZERO.
001310      05  PG-TOT-LEFT         PIC 9(05) COMP VALUE ZERO.
001320      05  PG-TOT-NOT-OFF      PIC 9(05) COMP VALUE ZERO.
001330      05  PG-TOT-TIMED        PIC 9(05) COMP VALUE ZERO.
001340      05  PG-TOT-WAIT-TOTAL   PIC 9(07) COMP VALUE ZERO.
001350
001360*    THE NIGHT'S LONGEST WAIT, KEPT AS A COPY OF THE PARTY.
001370  01  PG-LONGEST-WAIT         PIC 9(05) COMP VALUE ZERO.
001380  01  PG-LONGEST-PARTY        PIC X(93) VALUE SPACES.
001390
001400  01  PG-HEADING-1.
001410      05  FILLER                PIC X(22)
001420                                 VALUE 'PONGOL WAITING REPORT '.
001430      05  FILLER                PIC X(10) VALUE 'QUEUE DAY '.
001440      05  PG-HDG-DATE           PIC X(08).
001450
001460  01  PG-HEADING-2.
001470      05  FILLER                PIC X(07) VALUE 'HOUR'.
001480      05  FILLER                PIC X(09) VALUE 'PARTIES'.
001490      05  FILLER                PIC X(08) VALUE 'SEATED'.
001500      05  FILLER                PIC X(09) VALUE 'NO-SHOW'.
001510      05  FILLER                PIC X(07) VALUE 'LEFT'.
001520      05  FILLER                PIC X(10) VALUE 'AVG WAIT'.
001530      05  FILLER                PIC X(07) VALUE 'LONGEST'.
001540
001550  01  PG-HOUR-LINE.
001560      05  PG-HRL-HOUR           PIC 9(02).
001570      05  FILLER                PIC X(05) VALUE ':00  '.
001580      05  PG-HRL-PARTIES        PIC ZZZZ9.
001590      05  FILLER                PIC X(04) VALUE SPACES.
001600      05  PG-HRL-SEATED         PIC ZZZZ9.
001610      05  FILLER                PIC X(03) VALUE SPACES.
001620      05  PG-HRL-NO-SHOW        PIC ZZZZ9.
001630      05  FILLER                PIC X(04) VALUE SPACES.
001640      05  PG-HRL-LEFT           PIC ZZZZ9.
001650      05  FILLER                PIC X(03) VALUE SPACES.
001660      05  PG-HRL-AVG            PIC ZZZZ9.
001670      05  FILLER                PIC X(05) VALUE SPACES.
001680      05  PG-HRL-LONGEST        PIC ZZZZ9.
001690
001700  01  PG-NO-PARTIES-LINE        PIC X(40) VALUE
001710          'NO PARTIES ON THE WAITING LIST.'.
001720
001730  01  PG-LONGEST-LINE.
001740      05  FILLER                PIC X(14) VALUE 'LONGEST WAIT: '.
001750      05  PG-LNG-MINUTES        PIC ZZZZ9.
001760      05  FILLER                PIC X(14) VALUE ' MIN - QUEUE '.
001770      05  PG-LNG-DETAIL         PIC X(93).
001780
001790  01  PG-LIST-HEADING.
001800      05  FILLER                PIC X(40)
001810              VALUE 'NO-SHOWS AND PARTIES THAT LEFT WITHOUT P'.
001820      05  FILLER                PIC X(07) VALUE 'LAYING:'.
001830
001840  01  PG-LIST-HEADING-2.
001850      05  FILLER                PIC X(07) VALUE 'QUEUE'.
001860      05  FILLER                PIC X(05) VALUE 'SIZE'.
001870      05  FILLER                PIC X(44) VALUE 'PLAYERS'.
001880      05  FILLER                PIC X(07) VALUE 'ADDED'.
001890      05  FILLER                PIC X(07) VALUE 'OFF'.
001900      05  FILLER                PIC X(07) VALUE 'WAITED'.
001910      05  FILLER                PIC X(18) VALUE 'OUTCOME'.
001920
001930*    ONE PARTY'S DETAIL - ALSO COPIED WHOLE FOR THE LONGEST WAIT.
001940  01  PG-PARTY-DETAIL.
001950      05  PG-PTY-QUEUE-NO       PIC 9(04).
001960      05  FILLER                PIC X(03) VALUE SPACES.
001970      05  PG-PTY-SIZE           PIC 9(01).
001980      05  FILLER                PIC X(04) VALUE SPACES.
001990      05  PG-PTY-PLAYER-1       PIC X(10).
002000      05  FILLER                PIC X(01) VALUE SPACE.
002010      05  PG-PTY-PLAYER-2       PIC X(10).
002020      05  FILLER                PIC X(01) VALUE SPACE.
002030      05  PG-PTY-PLAYER-3       PIC X(10).
002040      05  FILLER                PIC X(01) VALUE SPACE.
002050      05  PG-PTY-PLAYER-4       PIC X(10).
002060      05  FILLER                PIC X(01) VALUE SPACE.
002070      05  PG-PTY-ADDED          PIC 9(04).
002080      05  FILLER                PIC X(03) VALUE SPACES.
002090      05  PG-PTY-CLOSED         PIC X(04).
002100      05  FILLER                PIC X(03) VALUE SPACES.
002110      05  PG-PTY-WAITED         PIC X(04).
002120      05  FILLER                PIC X(01) VALUE SPACE.
002130      05  PG-PTY-OUTCOME        PIC X(18).
002140  01  PG-PTY-WAITED-NUM         PIC ZZZ9.
002150  01  PG-PTY-CLOSED-NUM         PIC 9(04).
002160
002170  01  PG-NONE-LISTED-LINE       PIC X(40) VALUE
002180          'NONE.'.
002190
002200  01  PG-TOTAL-LINE-1.
002210      05  FILLER                PIC X(09) VALUE 'PARTIES: '.
002220      05  PG-TOT-L-PARTIES      PIC ZZZZ9.
002230      05  FILLER                PIC X(10) VALUE ', SEATED: '.
002240      05  PG-TOT-L-SEATED       PIC ZZZZ9.
002250      05  FILLER                PIC X(11) VALUE ', NO-SHOW: '.
002260      05  PG-TOT-L-NO-SHOW      PIC ZZZZ9.
002270      05  FILLER                PIC X(24)
002280                                 VALUE ', LEFT WITHOUT PLAYING: '.
002290      05  PG-TOT-L-LEFT         PIC ZZZZ9.
002300
002310  01  PG-TOTAL-LINE-2.
002320      05  FILLER                PIC X(24)
002330                                 VALUE 'NOT TAKEN OFF THE LIST: '.
002340      05  PG-TOT-L-NOT-OFF      PIC ZZZZ9.
002350      05  FILLER                PIC X(16)
002360                                 VALUE ', AVERAGE WAIT: '.
002370      05  PG-TOT-L-AVG          PIC ZZZZ9.
002380      05  FILLER                PIC X(04) VALUE ' MIN'.
002390
002400*-----------------------------------------------------------------
002410*    LINKAGE SECTION
002420*    THE PARM IS THE QUEUE DAY TO REPORT, YYYYMMDD.  OMIT IT TO
002430*    REPORT THE CURRENT QUEUE DAY - RUN BEFORE THE 06:00 CUTOVER
002440*    THAT IS THE NIGHT JUST ENDED.
002450*-----------------------------------------------------------------
002460  LINKAGE SECTION.
002470  01  PG-PARM-DATA.
002480      05  PG-PARM-LENGTH        PIC S9(04) COMP.
002490      05  PG-PARM-TEXT          PIC X(08).
002500
002510*-----------------------------------------------------------------
002520*    0000-MAINLINE
002530*-----------------------------------------------------------------
002540  PROCEDURE DIVISION USING PG-PARM-DATA.
002550  0000-MAINLINE.
002560      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570      PERFORM 2000-START-DAY THRU 2000-EXIT.
002580      PERFORM 2100-FOLD-PARTY THRU 2100-EXIT
002590          UNTIL PG-WAIT-AT-EOF.
002600      PERFORM 4000-PRINT-HOURS THRU 4000-EXIT.
002610      PERFORM 5000-PRINT-LIST THRU 5000-EXIT.
002620      PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
002630      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640      STOP RUN.
002650
002660*-----------------------------------------------------------------
002670*    1000-INITIALIZE
002680*-----------------------------------------------------------------
002690  1000-INITIALIZE.
002700      IF PG-PARM-LENGTH = ZERO
002710          ACCEPT PG-QUEUE-DAY FROM DATE YYYYMMDD
002720          ACCEPT PG-NOW-TIME  FROM TIME
002730          IF PG-NOW-HH < PG-QUEUE-CUTOVER-HH
002740              PERFORM 1100-STEP-BACK-A-DAY THRU 1100-EXIT
002750          END-IF
002760      ELSE
002770          MOVE PG-PARM-TEXT TO PG-QUEUE-DAY
002780      END-IF.
002790
002800      PERFORM 1200-CLEAR-HOUR THRU 1200-EXIT
002810          VARYING PG-HR-SUB FROM 1 BY 1
002820          UNTIL PG-HR-SUB > 24.
002830
002840      OPEN INPUT WAITFILE.
002850      IF PG-WAITFILE-STATUS NOT = '00'
002860          GO TO 9100-WAITFILE-OPEN-FAILED
002870      END-IF.
002880      OPEN OUTPUT PRTFILE.
002890
002900      MOVE PG-QUEUE-DAY TO PG-HDG-DATE.
002910      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
002920  1000-EXIT.
002930      EXIT.
002940
002950*-----------------------------------------------------------------
002960*    1100-STEP-BACK-A-DAY
002970*    THE DAY BEFORE PG-QUEUE-DAY, ACROSS A MONTH OR YEAR END,
002980*    FEBRUARY CHECKED FOR A LEAP YEAR.
002990*-----------------------------------------------------------------
003000  1100-STEP-BACK-A-DAY.
003010      IF PG-QDY-DAY > 1
003020          SUBTRACT 1 FROM PG-QDY-DAY
003030          GO TO 1100-EXIT
003040      END-IF.
003050      IF PG-QDY-MONTH = 1
003060          SUBTRACT 1 FROM PG-QDY-YEAR
003070          MOVE 12 TO PG-QDY-MONTH
003080      ELSE
003090          SUBTRACT 1 FROM PG-QDY-MONTH
003100      END-IF.
003110      MOVE PG-MONTH-LENGTH (PG-QDY-MONTH) TO PG-QDY-DAY.
003120      IF PG-QDY-MONTH = 2
003130          DIVIDE PG-QDY-YEAR BY 4
003140              GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
003150          IF PG-CAL-REM = ZERO
003160              MOVE 29 TO PG-QDY-DAY
003170              DIVIDE PG-QDY-YEAR BY 100
003180                  GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
003190              IF PG-CAL-REM = ZERO
003200                  MOVE 28 TO PG-QDY-DAY
003210                  DIVIDE PG-QDY-YEAR BY 400
003220                      GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
003230                  IF PG-CAL-REM = ZERO
003240                      MOVE 29 TO PG-QDY-DAY
003250                  END-IF
003260              END-IF
003270          END-IF
003280      END-IF.
003290  1100-EXIT.
003300      EXIT.
003310
003320*-----------------------------------------------------------------
003330*    1200-CLEAR-HOUR
003340*-----------------------------------------------------------------
003350  1200-CLEAR-HOUR.
003360      MOVE ZERO TO PG-HR-PARTIES (PG-HR-SUB).
003370      MOVE ZERO TO PG-HR-SEATED (PG-HR-SUB).
003380      MOVE ZERO TO PG-HR-NO-SHOW (PG-HR-SUB).
003390      MOVE ZERO TO PG-HR-LEFT (PG-HR-SUB).
003400      MOVE ZERO TO PG-HR-TIMED (PG-HR-SUB).
003410      MOVE ZERO TO PG-HR-WAIT-TOTAL (PG-HR-SUB).
003420      MOVE ZERO TO PG-HR-LONGEST (PG-HR-SUB).
003430  1200-EXIT.
003440      EXIT.
003450
003460*-----------------------------------------------------------------
003470*    2000-START-DAY
003480*    POSITIONS ON THE FIRST PARTY OF THE QUEUE DAY'S PAGE.
003490*-----------------------------------------------------------------
003500  2000-START-DAY.
003510      MOVE PG-QUEUE-DAY TO PG-WAIT-DATE.
003520      MOVE ZERO         TO PG-WAIT-QUEUE-NO.
003530      SET PG-WAIT-NOT-AT-EOF TO TRUE.
003540      START WAITFILE KEY IS NOT LESS THAN PG-WAIT-KEY
003550          INVALID KEY
003560              SET PG-WAIT-AT-EOF TO TRUE
003570      END-START.
003580      IF PG-WAIT-NOT-AT-EOF
003590          PERFORM 2010-READ-PARTY THRU 2010-EXIT
003600      END-IF.
003610  2000-EXIT.
003620      EXIT.
003630
003640*-----------------------------------------------------------------
003650*    2010-READ-PARTY
003660*    THE LIST IS IN QUEUE DAY + QUEUE NUMBER ORDER, SO THE
003670*    NIGHT'S LINE ENDS WHEN THE KEY ROLLS ONTO ANOTHER DAY.
003680*-----------------------------------------------------------------
003690  2010-READ-PARTY.
003700      READ WAITFILE NEXT RECORD
003710          AT END
003720              SET PG-WAIT-AT-EOF TO TRUE
003730      END-READ.
003740      IF PG-WAIT-NOT-AT-EOF
003750          AND PG-WAIT-DATE NOT = PG-QUEUE-DAY
003760          SET PG-WAIT-AT-EOF TO TRUE
003770      END-IF.
003780  2010-EXIT.
003790      EXIT.
003800
003810*-----------------------------------------------------------------
003820*    2100-FOLD-PARTY
003830*    COUNTS THE PARTY INTO ITS HOUR AND THE NIGHT'S TOTALS BY
003840*    OUTCOME, AND FOLDS ITS WAIT IN IF IT LEFT THE LINE.
003850*-----------------------------------------------------------------
003860  2100-FOLD-PARTY.
003870      MOVE PG-WAIT-ADDED-TIME TO PG-CLOCK-TEXT.
003880      PERFORM 3000-QUEUE-MINUTES THRU 3000-EXIT.
003890      MOVE PG-CLOCK-MINUTES TO PG-ADDED-MINUTES.
003900      IF PG-CLOCK-HH < PG-QUEUE-CUTOVER-HH
003910          COMPUTE PG-HR-SUB =
003920              PG-CLOCK-HH + 24 - PG-QUEUE-CUTOVER-HH + 1
003930      ELSE
003940          COMPUTE PG-HR-SUB =
003950              PG-CLOCK-HH - PG-QUEUE-CUTOVER-HH + 1
003960      END-IF.
003970      IF PG-HR-SUB < 1 OR PG-HR-SUB > 24
003980          MOVE 1 TO PG-HR-SUB
003990      END-IF.
004000
004010      ADD 1 TO PG-HR-PARTIES (PG-HR-SUB).
004020      ADD 1 TO PG-TOT-PARTIES.
004030      IF PG-WAIT-SEATED
004040          ADD 1 TO PG-HR-SEATED (PG-HR-SUB)
004050          ADD 1 TO PG-TOT-SEATED
004060      ELSE
004070          IF PG-WAIT-NO-SHOW
004080              ADD 1 TO PG-HR-NO-SHOW (PG-HR-SUB)
004090              ADD 1 TO PG-TOT-NO-SHOW
004100          ELSE
004110              ADD 1 TO PG-HR-LEFT (PG-HR-SUB)
004120              ADD 1 TO PG-TOT-LEFT
004130          END-IF
004140      END-IF.
004150      IF PG-WAIT-IN-LINE
004160          ADD 1 TO PG-TOT-NOT-OFF
004170          GO TO 2100-NEXT
004180      END-IF.
004190
004200      PERFORM 3100-PARTY-WAIT THRU 3100-EXIT.
004210      ADD 1 TO PG-HR-TIMED (PG-HR-SUB).
004220      ADD 1 TO PG-TOT-TIMED.
004230      ADD PG-WAITED-MINUTES TO PG-HR-WAIT-TOTAL (PG-HR-SUB).
004240      ADD PG-WAITED-MINUTES TO PG-TOT-WAIT-TOTAL.
004250      IF PG-WAITED-MINUTES > PG-HR-LONGEST (PG-HR-SUB)
004260          MOVE PG-WAITED-MINUTES TO PG-HR-LONGEST (PG-HR-SUB)
004270      END-IF.
004280      IF PG-WAITED-MINUTES > PG-LONGEST-WAIT
004290          OR PG-TOT-TIMED = 1
004300          MOVE PG-WAITED-MINUTES TO PG-LONGEST-WAIT
004310          PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT
004320          MOVE PG-PARTY-DETAIL TO PG-LONGEST-PARTY
004330      END-IF.
004340
004350  2100-NEXT.
004360      PERFORM 2010-READ-PARTY THRU 2010-EXIT.
004370  2100-EXIT.
004380      EXIT.
004390
004400*-----------------------------------------------------------------
004410*    3000-QUEUE-MINUTES
004420*    TURNS THE HHMM IN PG-CLOCK-TEXT INTO MINUTES OF THE QUEUE
004430*    DAY.  A TIME BEFORE THE CUTOVER HOUR BELONGS TO THE SMALL
004440*    HOURS AFTER THE NIGHT'S MIDNIGHT.
004450*-----------------------------------------------------------------
004460  3000-QUEUE-MINUTES.
004470      COMPUTE PG-CLOCK-MINUTES =
004480          PG-CLOCK-HH * 60 + PG-CLOCK-MM.
004490      IF PG-CLOCK-HH < PG-QUEUE-CUTOVER-HH
004500          ADD 1440 TO PG-CLOCK-MINUTES
004510      END-IF.
004520  3000-EXIT.
004530      EXIT.
004540
004550*-----------------------------------------------------------------
004560*    3100-PARTY-WAIT
004570*    ADDED TO CLOSED, IN MINUTES, FOR A PARTY OUT OF THE LINE.
004580*    PG-ADDED-MINUTES MUST ALREADY HOLD THE ADDED TIME.  A CLOSED
004590*    TIME AHEAD OF THE ADDED TIME (A CLOCK SET BACK) COUNTS AS
004600*    NO WAIT RATHER THAN WRAPPING.
004610*-----------------------------------------------------------------
004620  3100-PARTY-WAIT.
004630      MOVE PG-WAIT-CLOSED-TIME TO PG-CLOCK-TEXT.
004640      PERFORM 3000-QUEUE-MINUTES THRU 3000-EXIT.
004650      MOVE ZERO TO PG-WAITED-MINUTES.
004660      IF PG-CLOCK-MINUTES > PG-ADDED-MINUTES
004670          COMPUTE PG-WAITED-MINUTES =
004680              PG-CLOCK-MINUTES - PG-ADDED-MINUTES
004690      END-IF.
004700  3100-EXIT.
004710      EXIT.
004720
004730*-----------------------------------------------------------------
004740*    3200-BUILD-DETAIL
004750*    LAYS THE CURRENT PARTY OUT ON THE DETAIL LINE.  A PARTY
004760*    STILL IN LINE HAS NO CLOSED TIME AND NO WAIT TO SHOW.
004770*-----------------------------------------------------------------
004780  3200-BUILD-DETAIL.
004790      MOVE PG-WAIT-QUEUE-NO   TO PG-PTY-QUEUE-NO.
004800      MOVE PG-WAIT-PARTY-SIZE TO PG-PTY-SIZE.
004810      MOVE PG-WAIT-PLAYER-1   TO PG-PTY-PLAYER-1.
004820      MOVE PG-WAIT-PLAYER-2   TO PG-PTY-PLAYER-2.
004830      MOVE PG-WAIT-PLAYER-3   TO PG-PTY-PLAYER-3.
004840      MOVE PG-WAIT-PLAYER-4   TO PG-PTY-PLAYER-4.
004850      MOVE PG-WAIT-ADDED-TIME TO PG-PTY-ADDED.
004860      IF PG-WAIT-IN-LINE
004870          MOVE SPACES TO PG-PTY-CLOSED
004880          MOVE SPACES TO PG-PTY-WAITED
004890      ELSE
004900          MOVE PG-WAIT-CLOSED-TIME TO PG-PTY-CLOSED-NUM
004910          MOVE PG-PTY-CLOSED-NUM   TO PG-PTY-CLOSED
004920          MOVE PG-WAITED-MINUTES   TO PG-PTY-WAITED-NUM
004930          MOVE PG-PTY-WAITED-NUM   TO PG-PTY-WAITED
004940      END-IF.
004950      IF PG-WAIT-SEATED
004960          MOVE 'SEATED'             TO PG-PTY-OUTCOME
004970      ELSE
004980          IF PG-WAIT-NO-SHOW
004990              MOVE 'NO-SHOW'            TO PG-PTY-OUTCOME
005000          ELSE
005010              IF PG-WAIT-LEFT
005020                  MOVE 'LEFT'               TO PG-PTY-OUTCOME
005030              ELSE
005040                  MOVE 'NOT TAKEN OFF LIST' TO PG-PTY-OUTCOME
005050              END-IF
005060          END-IF
005070      END-IF.
005080  3200-EXIT.
005090      EXIT.
005100
005110*-----------------------------------------------------------------
005120*    4000-PRINT-HOURS
005130*    ONE LINE PER HOUR THAT SAW A PARTY JOIN THE LINE, IN
005140*    BUSINESS ORDER, THEN THE NIGHT'S LONGEST WAIT.
005150*-----------------------------------------------------------------
005160  4000-PRINT-HOURS.
005170      IF PG-TOT-PARTIES = ZERO
005180          WRITE PG-PRINT-LINE FROM PG-NO-PARTIES-LINE
005190          GO TO 4000-EXIT
005200      END-IF.
005210
005220      WRITE PG-PRINT-LINE FROM PG-HEADING-2.
005230      PERFORM 4100-PRINT-ONE-HOUR THRU 4100-EXIT
005240          VARYING PG-SUB FROM 1 BY 1
005250          UNTIL PG-SUB > 24.
005260
005270      IF PG-TOT-TIMED > ZERO
005280          MOVE SPACES           TO PG-PRINT-LINE
005290          WRITE PG-PRINT-LINE
005300          MOVE PG-LONGEST-WAIT  TO PG-LNG-MINUTES
005310          MOVE PG-LONGEST-PARTY TO PG-LNG-DETAIL
005320          WRITE PG-PRINT-LINE FROM PG-LONGEST-LINE
005330      END-IF.
005340  4000-EXIT.
005350      EXIT.
005360
005370*-----------------------------------------------------------------
005380*    4100-PRINT-ONE-HOUR
005390*-----------------------------------------------------------------
005400  4100-PRINT-ONE-HOUR.
005410      IF PG-HR-PARTIES (PG-SUB) = ZERO
005420          GO TO 4100-EXIT
005430      END-IF.
005440
005450      COMPUTE PG-PRINT-HOUR = PG-QUEUE-CUTOVER-HH + PG-SUB - 1.
005460      IF PG-PRINT-HOUR > 23
005470          SUBTRACT 24 FROM PG-PRINT-HOUR
005480      END-IF.
005490      IF PG-HR-TIMED (PG-SUB) > ZERO
005500          COMPUTE PG-AVG-WAIT ROUNDED =
005510              PG-HR-WAIT-TOTAL (PG-SUB) / PG-HR-TIMED (PG-SUB)
005520      ELSE
005530          MOVE ZERO TO PG-AVG-WAIT
005540      END-IF.
005550
005560      MOVE PG-PRINT-HOUR           TO PG-HRL-HOUR.
005570      MOVE PG-HR-PARTIES (PG-SUB)  TO PG-HRL-PARTIES.
005580      MOVE PG-HR-SEATED (PG-SUB)   TO PG-HRL-SEATED.
005590      MOVE PG-HR-NO-SHOW (PG-SUB)  TO PG-HRL-NO-SHOW.
005600      MOVE PG-HR-LEFT (PG-SUB)     TO PG-HRL-LEFT.
005610      MOVE PG-AVG-WAIT             TO PG-HRL-AVG.
005620      MOVE PG-HR-LONGEST (PG-SUB)  TO PG-HRL-LONGEST.
005630      WRITE PG-PRINT-LINE FROM PG-HOUR-LINE.
005640  4100-EXIT.
005650      EXIT.
005660
005670*-----------------------------------------------------------------
005680*    5000-PRINT-LIST
005690*    A SECOND PASS OF THE DAY'S PAGE LISTS EVERY NO-SHOW AND
005700*    EVERY PARTY THAT LEFT WITHOUT PLAYING, IN QUEUE ORDER.
005710*-----------------------------------------------------------------
005720  5000-PRINT-LIST.
005730      MOVE SPACES TO PG-PRINT-LINE.
005740      WRITE PG-PRINT-LINE.
005750      WRITE PG-PRINT-LINE FROM PG-LIST-HEADING.
005760      IF PG-TOT-NO-SHOW + PG-TOT-LEFT = ZERO
005770          WRITE PG-PRINT-LINE FROM PG-NONE-LISTED-LINE
005780          GO TO 5000-EXIT
005790      END-IF.
005800
005810      WRITE PG-PRINT-LINE FROM PG-LIST-HEADING-2.
005820      PERFORM 2000-START-DAY THRU 2000-EXIT.
005830      PERFORM 5100-LIST-PARTY THRU 5100-EXIT
005840          UNTIL PG-WAIT-AT-EOF.
005850  5000-EXIT.
005860      EXIT.
005870
005880*-----------------------------------------------------------------
005890*    5100-LIST-PARTY
005900*-----------------------------------------------------------------
005910  5100-LIST-PARTY.
005920      IF PG-WAIT-SEATED
005930          GO TO 5100-NEXT
005940      END-IF.
005950      MOVE ZERO TO PG-WAITED-MINUTES.
005960      IF NOT PG-WAIT-IN-LINE
005970          MOVE PG-WAIT-ADDED-TIME TO PG-CLOCK-TEXT
005980          PERFORM 3000-QUEUE-MINUTES THRU 3000-EXIT
005990          MOVE PG-CLOCK-MINUTES TO PG-ADDED-MINUTES
006000          PERFORM 3100-PARTY-WAIT THRU 3100-EXIT
006010      END-IF.
006020      PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT.
006030      WRITE PG-PRINT-LINE FROM PG-PARTY-DETAIL.
006040
006050  5100-NEXT.
006060      PERFORM 2010-READ-PARTY THRU 2010-EXIT.
006070  5100-EXIT.
006080      EXIT.
006090
006100*-----------------------------------------------------------------
006110*    6000-PRINT-TOTALS
006120*-----------------------------------------------------------------
006130  6000-PRINT-TOTALS.
006140      MOVE SPACES TO PG-PRINT-LINE.
006150      WRITE PG-PRINT-LINE.
006160      MOVE PG-TOT-PARTIES TO PG-TOT-L-PARTIES.
006170      MOVE PG-TOT-SEATED  TO PG-TOT-L-SEATED.
006180      MOVE PG-TOT-NO-SHOW TO PG-TOT-L-NO-SHOW.
006190      MOVE PG-TOT-LEFT    TO PG-TOT-L-LEFT.
006200      WRITE PG-PRINT-LINE FROM PG-TOTAL-LINE-1.
006210
006220      IF PG-TOT-TIMED > ZERO
006230          COMPUTE PG-AVG-WAIT ROUNDED =
006240              PG-TOT-WAIT-TOTAL / PG-TOT-TIMED
006250      ELSE
006260          MOVE ZERO TO PG-AVG-WAIT
006270      END-IF.
006280      MOVE PG-TOT-NOT-OFF TO PG-TOT-L-NOT-OFF.
006290      MOVE PG-AVG-WAIT    TO PG-TOT-L-AVG.
006300      WRITE PG-PRINT-LINE FROM PG-TOTAL-LINE-2.
006310  6000-EXIT.
006320      EXIT.
006330
006340*-----------------------------------------------------------------
006350*    9000-TERMINATE
006360*-----------------------------------------------------------------
006370  9000-TERMINATE.
006380      CLOSE WAITFILE.
006390      CLOSE PRTFILE.
006400  9000-EXIT.
006410      EXIT.
006420
006430*-----------------------------------------------------------------
006440*    9100-WAITFILE-OPEN-FAILED
006450*-----------------------------------------------------------------
006460  9100-WAITFILE-OPEN-FAILED.
006470      DISPLAY 'PONGWRPT - WAITFILE OPEN FAILED, STATUS '
006480          PG-WAITFILE-STATUS.
006490      MOVE 8 TO RETURN-CODE.
006500      STOP RUN.
006510  9100-EXIT.
006520      EXIT.
