000100*=================================================================
000110*  PONGDOWN
000120*  MONTHLY STATION DOWNTIME REPORT.  EVERY OUTAGE ON THE
000130*  FAULTFIL FAULT LOG - RAISED AT THE FRONT DESK WITH PONGSMNT
000140*  OR BY PONGEOD FROM A DEAD TERMINAL - IS CLIPPED TO THE
000150*  REPORT MONTH AND TOTALLED BY STATION AS HOURS OUT OF
000160*  SERVICE.  AN OUTAGE STILL OPEN RUNS TO THE TIME OF THE RUN.
000170*
000180*  AN HOUR DOWN AT THREE IN THE AFTERNOON ON A TUESDAY DOES NOT
000190*  COST WHAT AN HOUR DOWN ON FRIDAY NIGHT DOES, SO EACH STATION
000200*  ALSO GETS THE HOURS OF PLAY LOST: THE LEDGER'S MATCHES FOR
000210*  THE MONTH ARE BUCKETED BY DAY OF WEEK AND HOUR OF DAY THE
000220*  SAME WAY PONGUTIL BUCKETS THEM, EACH BUCKET'S PLAY IS SPREAD
000230*  OVER THE STATIONS ON THE STNMAST MASTER AND THE DAYS OF THE
000240*  MONTH IT COVERS, AND EVERY HOUR A STATION WAS DOWN IS
000250*  CHARGED THAT BUCKET'S SHARE - THE PLAY ONE CABINET WOULD
000260*  HAVE SEEN IN THAT HOUR HAD IT BEEN UP.
000270*
000280*  THE MONTH COMES IN ON THE EXEC PARM AS YYYYMM.  OMIT THE
000290*  PARM TO REPORT THE CURRENT MONTH TO DATE.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*  DATE       INIT  DESCRIPTION
000330*  15/10/2026 MP    ORIGINAL PROGRAM.
000340*=================================================================
000350  IDENTIFICATION DIVISION.
000360      PROGRAM-ID.    PONGDOWN.
000370      AUTHOR.        MAXIME POSTAIRE.
000380      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000390      DATE-WRITTEN.  15/10/2026.
000400      DATE-COMPILED.
000410
000420  ENVIRONMENT DIVISION.
000430  INPUT-OUTPUT SECTION.
000440  FILE-CONTROL.
000450      SELECT STNMAST ASSIGN TO STNMAST
000460          ORGANIZATION IS INDEXED
000470          ACCESS MODE IS SEQUENTIAL
000480          RECORD KEY IS PG-STN-STATION
000490          FILE STATUS IS PG-STNMAST-STATUS.
000500
000510      SELECT FAULTFIL ASSIGN TO FAULTFIL
000520          ORGANIZATION IS INDEXED
000530          ACCESS MODE IS SEQUENTIAL
000540          RECORD KEY IS PG-FLT-KEY
000550          FILE STATUS IS PG-FAULTFIL-STATUS.
000560
000570      SELECT SCOREFILE ASSIGN TO SCOREFILE
000580          ORGANIZATION IS INDEXED
000590          ACCESS MODE IS SEQUENTIAL
000600          RECORD KEY IS PG-MATCH-KEY
000610          FILE STATUS IS PG-SCOREFILE-STATUS.
000620
000630      SELECT PRTFILE ASSIGN TO PRTFILE
000640          ORGANIZATION IS SEQUENTIAL.
000650
000660  DATA DIVISION.
000670  FILE SECTION.
000680  FD  STNMAST
000690      LABEL RECORDS ARE STANDARD.
000700      COPY STNREC.
000710
000720  FD  FAULTFIL
000730      LABEL RECORDS ARE STANDARD.
000740      COPY FLTREC.
000750
000760  FD  SCOREFILE
000770      LABEL RECORDS ARE STANDARD.
000780      COPY MATCHREC.
000790
000800  FD  PRTFILE
000810      LABEL RECORDS ARE STANDARD
000820      RECORD CONTAINS 132 CHARACTERS.
000830  01  PG-PRINT-LINE               PIC X(132).
000840
000850  WORKING-STORAGE SECTION.
000860  01  PG-SWITCHES.
000870      05  PG-STNMAST-EOF      PIC X(01) VALUE 'N'.
000880          88  PG-STN-NOT-AT-EOF       VALUE 'N'.
000890          88  PG-STN-AT-EOF           VALUE 'Y'.
000900      05  PG-FAULTFIL-EOF     PIC X(01) VALUE 'N'.
000910          88  PG-FLT-NOT-AT-EOF       VALUE 'N'.
000920          88  PG-FLT-AT-EOF           VALUE 'Y'.
000930      05  PG-SCOREFILE-EOF    PIC X(01) VALUE 'N'.
000940          88  PG-NOT-AT-EOF           VALUE 'N'.
000950          88  PG-AT-EOF               VALUE 'Y'.
000960
000970  01  PG-STNMAST-STATUS       PIC X(02) VALUE '00'.
000980  01  PG-FAULTFIL-STATUS      PIC X(02) VALUE '00'.
000990  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
001000
001010*    THE REPORT MONTH AND ITS FIRST AND LAST DATES, FOR PLAIN
001020*    YYYYMMDD COMPARISONS AGAINST THE LEDGER AND THE FAULT LOG.
001030  01  PG-MONTH-TEXT           PIC X(06) VALUE SPACES.
001040  01  PG-MONTH-SPLIT REDEFINES PG-MONTH-TEXT.
001050      05  PG-MON-YEAR         PIC 9(04).
001060      05  PG-MON-MONTH        PIC 9(02).
001070  01  PG-MONTH-FIRST          PIC X(08) VALUE SPACES.
001080  01  PG-MONTH-LAST           PIC X(08) VALUE SPACES.
001090  01  PG-MONTH-DAYS           PIC 9(02) VALUE ZERO.
001100  01  PG-MONTH-SECONDS        PIC 9(07) COMP VALUE ZERO.
001110  01  PG-LAST-DAY-TEXT        PIC 9(02) VALUE ZERO.
001120
001130  01  PG-RUN-DATE             PIC X(08) VALUE SPACES.
001140  01  PG-RUN-DATE-SPLIT REDEFINES PG-RUN-DATE.
001150      05  PG-RUN-YYYYMM       PIC X(06).
001160      05  FILLER              PIC X(02).
001170  01  PG-RUN-TIME             PIC 9(08) VALUE ZERO.
001180
001190  01  PG-MONTH-LENGTHS.
001200      05  FILLER              PIC X(24)
001210                               VALUE '312831303130313130313031'.
001220  01  PG-MONTH-LENGTH-TABLE REDEFINES PG-MONTH-LENGTHS.
001230      05  PG-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
001240
001250*-----------------------------------------------------------------
001260*    CALENDAR WORK AREA
001270*    THE SAME ZELLER'S CONGRUENCE PONGUTIL USES, GIVING THE DAY
001280*    OF WEEK OF THE MONTH'S FIRST DAY; EVERY OTHER DAY OF THE
001290*    MONTH JUST CYCLES ON FROM IT.
001300*-----------------------------------------------------------------
001310  01  PG-CAL-DATE.
001320      05  PG-CAL-YEAR         PIC 9(04).
001330      05  PG-CAL-MONTH        PIC 9(02).
001340      05  PG-CAL-DAY          PIC 9(02).
001350  01  PG-CAL-WORK.
001360      05  PG-CAL-Y            PIC 9(04) COMP.
001370      05  PG-CAL-M            PIC 9(02) COMP.
001380      05  PG-CAL-ZH           PIC 9(08) COMP.
001390      05  PG-CAL-Y4           PIC 9(08) COMP.
001400      05  PG-CAL-Y100         PIC 9(08) COMP.
001410      05  PG-CAL-Y400         PIC 9(08) COMP.
001420      05  PG-CAL-MTERM        PIC 9(08) COMP.
001430      05  PG-CAL-QUOT         PIC 9(08) COMP.
001440      05  PG-CAL-REM          PIC 9(08) COMP.
001450  01  PG-CAL-DOW              PIC 9(01) VALUE ZERO.
001460  01  PG-FIRST-DOW            PIC 9(01) VALUE ZERO.
001470
001480*    A DATE AND TIME OF DAY TAKEN APART SO THE MOMENT CAN BE
001490*    TURNED INTO SECONDS SINCE THE START OF THE REPORT MONTH.
001500  01  PG-STAMP-DATE.
001510      05  PG-SD-YYYYMM        PIC X(06).
001520      05  PG-SD-DAY           PIC 9(02).
001530  01  PG-STAMP-TIME.
001540      05  PG-ST-HH            PIC 9(02).
001550      05  PG-ST-MM            PIC 9(02).
001560      05  PG-ST-SS            PIC 9(02).
001570      05  PG-ST-HS            PIC 9(02).
001580  01  PG-STAMP-SECONDS        PIC 9(07) COMP VALUE ZERO.
001590
001600  01  PG-MATCH-TIME-SPLIT.
001610      05  PG-MTS-HH           PIC 9(02).
001620      05  PG-MTS-MM           PIC 9(02).
001630      05  PG-MTS-SS           PIC 9(02).
001640
001650*    ONE OUTAGE, CLIPPED TO THE MONTH, IN MONTH-SECONDS.
001660  01  PG-OUTAGE-WORK.
001670      05  PG-OUT-START        PIC 9(07) COMP.
001680      05  PG-OUT-END          PIC 9(07) COMP.
001690      05  PG-OUT-FIRST-HOUR   PIC 9(04) COMP.
001700      05  PG-OUT-LAST-HOUR    PIC 9(04) COMP.
001710      05  PG-HOUR-SLOT        PIC 9(04) COMP.
001720      05  PG-SLOT-START       PIC 9(07) COMP.
001730      05  PG-SLOT-END         PIC 9(07) COMP.
001740      05  PG-OVERLAP-START    PIC 9(07) COMP.
001750      05  PG-OVERLAP-END      PIC 9(07) COMP.
001760      05  PG-OVERLAP          PIC 9(07) COMP.
001770      05  PG-SLOT-DAY         PIC 9(04) COMP.
001780      05  PG-SLOT-HOUR        PIC 9(04) COMP.
001790
001800  01  PG-STATION-COUNT        PIC 9(04) COMP VALUE ZERO.
001810  01  PG-SPREAD-COUNT         PIC 9(04) COMP VALUE ZERO.
001820  01  PG-STN-SUB              PIC 9(04) COMP VALUE ZERO.
001830  01  PG-DAY-SUB              PIC 9(04) COMP VALUE ZERO.
001840  01  PG-DOW-SUB              PIC 9(04) COMP VALUE ZERO.
001850  01  PG-HOUR-SUB             PIC 9(04) COMP VALUE ZERO.
001860  01  PG-BUCKET-CAPACITY      PIC 9(07) COMP VALUE ZERO.
001870
001880*-----------------------------------------------------------------
001890*    UTILIZATION TABLES
001900*    PG-BT-SECONDS IS THE MONTH'S PLAY BY DAY OF WEEK (1=SUNDAY)
001910*    AND HOUR, AS PONGUTIL BUCKETS IT - EACH MATCH COUNTS IN THE
001920*    HOUR IT STARTED.  PG-BT-RATE IS THAT PLAY AS A SHARE OF ONE
001930*    STATION-HOUR: THE BUCKET'S SECONDS OVER THE STATIONS TIMES
001940*    THE DAYS OF THAT WEEKDAY IN THE MONTH TIMES 3600.
001950*-----------------------------------------------------------------
001960  01  PG-BUCKET-TABLE.
001970      05  PG-BT-DOW OCCURS 7 TIMES.
001980          10  PG-BT-HOUR OCCURS 24 TIMES.
001990              15  PG-BT-SECONDS   PIC 9(09) COMP.
002000              15  PG-BT-RATE      PIC 9(03)V9(06) COMP-3.
002010
002020  01  PG-DOW-DAYS-TABLE.
002030      05  PG-DOW-DAYS OCCURS 7 TIMES PIC 9(02) COMP.
002040
002050  01  PG-DAY-DOW-TABLE.
002060      05  PG-DAY-DOW OCCURS 31 TIMES PIC 9(01).
002070
002080*-----------------------------------------------------------------
002090*    STATION TABLE - SUBSCRIPT IS THE STATION NUMBER.
002100*-----------------------------------------------------------------
002110  01  PG-STATION-TABLE.
002120      05  PG-SX-ENTRY OCCURS 99 TIMES.
002130          10  PG-SX-PRESENT       PIC X(01).
002140              88  PG-SX-ON-MASTER        VALUE 'Y'.
002150              88  PG-SX-NOT-ON-MASTER    VALUE 'N'.
002160          10  PG-SX-CABINET-NAME  PIC X(20).
002170          10  PG-SX-STATUS        PIC X(01).
002180              88  PG-SX-DOWN             VALUE 'O'.
002190          10  PG-SX-OUTAGES       PIC 9(04) COMP.
002200          10  PG-SX-DOWN-SECONDS  PIC 9(07) COMP.
002210          10  PG-SX-PLAY-SECONDS  PIC 9(09) COMP.
002220          10  PG-SX-LOST-SECONDS  PIC 9(09)V9(06) COMP-3.
002230
002240  01  PG-TOTALS.
002250      05  PG-TOT-OUTAGES      PIC 9(05) COMP VALUE ZERO.
002260      05  PG-TOT-DOWN-SECONDS PIC 9(09) COMP VALUE ZERO.
002270      05  PG-TOT-PLAY-SECONDS PIC 9(09) COMP VALUE ZERO.
002280      05  PG-TOT-LOST-SECONDS PIC 9(09)V9(06) COMP-3 VALUE ZERO.
002290
002300  01  PG-HEADING-1.
002310      05  FILLER              PIC X(20)
002320                               VALUE 'PONGOL STATION DOWNT'.
002330      05  FILLER              PIC X(09) VALUE 'IME FOR '.
002340      05  PG-HDG-MONTH        PIC X(06).
002350      05  FILLER              PIC X(04) VALUE '  ( '.
002360      05  PG-HDG-STATIONS     PIC ZZ9.
002370      05  FILLER              PIC X(20)
002380                               VALUE ' STATIONS ON MASTER)'.
002390
002400  01  PG-HEADING-2.
002410      05  FILLER              PIC X(20)
002420                               VALUE 'STN CABINET         '.
002430      05  FILLER              PIC X(20)
002440                               VALUE '      OUTAGES  HOURS'.
002450      05  FILLER              PIC X(20)
002460                               VALUE ' DOWN  HOURS PLAYED '.
002470      05  FILLER              PIC X(20)
002480                               VALUE ' PLAY HRS LOST  NOW '.
002490
002500  01  PG-DETAIL-LINE.
002510      05  PG-DTL-STATION      PIC Z9.
002520      05  FILLER              PIC X(02) VALUE SPACES.
002530      05  PG-DTL-CABINET      PIC X(20).
002540      05  FILLER              PIC X(05) VALUE SPACES.
002550      05  PG-DTL-OUTAGES      PIC ZZZ9.
002560      05  FILLER              PIC X(04) VALUE SPACES.
002570      05  PG-DTL-DOWN-HRS     PIC ZZZ9.99.
002580      05  FILLER              PIC X(06) VALUE SPACES.
002590      05  PG-DTL-PLAY-HRS     PIC ZZZ9.99.
002600      05  FILLER              PIC X(07) VALUE SPACES.
002610      05  PG-DTL-LOST-HRS     PIC ZZZ9.99.
002620      05  FILLER              PIC X(02) VALUE SPACES.
002630      05  PG-DTL-NOW          PIC X(11).
002640
002650  01  PG-TOTAL-LINE.
002660      05  FILLER              PIC X(20)
002670                               VALUE 'TOTAL               '.
002680      05  FILLER              PIC X(08) VALUE SPACES.
002690      05  PG-TTL-OUTAGES      PIC ZZZZ9.
002700      05  FILLER              PIC X(02) VALUE SPACES.
002710      05  PG-TTL-DOWN-HRS     PIC ZZZZZ9.99.
002720      05  FILLER              PIC X(04) VALUE SPACES.
002730      05  PG-TTL-PLAY-HRS     PIC ZZZZZ9.99.
002740      05  FILLER              PIC X(05) VALUE SPACES.
002750      05  PG-TTL-LOST-HRS     PIC ZZZZZ9.99.
002760
002770  01  PG-NOT-ON-MASTER-NAME   PIC X(20) VALUE
002780          '(NOT ON MASTER)'.
002790
002800*-----------------------------------------------------------------
002810*    LINKAGE SECTION
002820*    THE MONTH IS A 6-DIGIT YYYYMM.  OMIT THE PARM TO REPORT THE
002830*    CURRENT MONTH TO DATE.
002840*-----------------------------------------------------------------
002850  LINKAGE SECTION.
002860  01  PG-PARM-DATA.
002870      05  PG-PARM-LENGTH        PIC S9(04) COMP.
002880      05  PG-PARM-TEXT          PIC X(06).
002890
002900*-----------------------------------------------------------------
002910*    0000-MAINLINE
002920*-----------------------------------------------------------------
002930  PROCEDURE DIVISION USING PG-PARM-DATA.
002940  0000-MAINLINE.
002950      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960      PERFORM 2000-LOAD-STATIONS THRU 2000-EXIT.
002970      PERFORM 3000-FOLD-LEDGER THRU 3000-EXIT.
002980      PERFORM 3500-COMPUTE-RATES THRU 3500-EXIT.
002990      PERFORM 4000-FOLD-OUTAGES THRU 4000-EXIT.
003000      PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
003010      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003020      STOP RUN.
003030
003040*-----------------------------------------------------------------
003050*    1000-INITIALIZE
003060*    SETS UP THE MONTH: ITS FIRST AND LAST DATES, ITS LENGTH
003070*    (FEBRUARY CHECKED FOR A LEAP YEAR), AND THE DAY OF WEEK OF
003080*    EVERY DAY IN IT.
003090*-----------------------------------------------------------------
003100  1000-INITIALIZE.
003110      ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
003120      ACCEPT PG-RUN-TIME FROM TIME.
003130      IF PG-PARM-LENGTH = ZERO
003140          MOVE PG-RUN-YYYYMM TO PG-MONTH-TEXT
003150      ELSE
003160          MOVE PG-PARM-TEXT TO PG-MONTH-TEXT
003170      END-IF.
003180      IF PG-MONTH-TEXT NOT NUMERIC
003190          OR PG-MON-MONTH < 1 OR PG-MON-MONTH > 12
003200          GO TO 9100-BAD-PARM
003210      END-IF.
003220
003230      MOVE PG-MONTH-LENGTH (PG-MON-MONTH) TO PG-MONTH-DAYS.
003240      IF PG-MON-MONTH = 2
003250          DIVIDE PG-MON-YEAR BY 4
003260              GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
003270          IF PG-CAL-REM = ZERO
003280              MOVE 29 TO PG-MONTH-DAYS
003290              DIVIDE PG-MON-YEAR BY 100
003300                  GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
003310              IF PG-CAL-REM = ZERO
003320                  MOVE 28 TO PG-MONTH-DAYS
003330                  DIVIDE PG-MON-YEAR BY 400
003340                      GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
003350                  IF PG-CAL-REM = ZERO
003360                      MOVE 29 TO PG-MONTH-DAYS
003370                  END-IF
003380              END-IF
003390          END-IF
003400      END-IF.
003410      COMPUTE PG-MONTH-SECONDS = PG-MONTH-DAYS * 86400.
003420
003430      STRING PG-MONTH-TEXT '01' DELIMITED BY SIZE
003440          INTO PG-MONTH-FIRST.
003450      MOVE PG-MONTH-DAYS TO PG-LAST-DAY-TEXT.
003460      STRING PG-MONTH-TEXT PG-LAST-DAY-TEXT DELIMITED BY SIZE
003470          INTO PG-MONTH-LAST.
003480
003490      MOVE PG-MONTH-FIRST TO PG-CAL-DATE.
003500      PERFORM 6000-COMPUTE-DOW THRU 6000-EXIT.
003510      MOVE PG-CAL-DOW TO PG-FIRST-DOW.
003520
003530      PERFORM 1100-CLEAR-ONE-DOW THRU 1100-EXIT
003540          VARYING PG-DOW-SUB FROM 1 BY 1
003550          UNTIL PG-DOW-SUB > 7.
003560      PERFORM 1200-SET-DAY-DOW THRU 1200-EXIT
003570          VARYING PG-DAY-SUB FROM 1 BY 1
003580          UNTIL PG-DAY-SUB > PG-MONTH-DAYS.
003590      PERFORM 1300-CLEAR-ONE-STATION THRU 1300-EXIT
003600          VARYING PG-STN-SUB FROM 1 BY 1
003610          UNTIL PG-STN-SUB > 99.
003620
003630      OPEN INPUT STNMAST.
003640      IF PG-STNMAST-STATUS NOT = '00'
003650          GO TO 9110-STNMAST-OPEN-FAILED
003660      END-IF.
003670      OPEN INPUT FAULTFIL.
003680      IF PG-FAULTFIL-STATUS NOT = '00'
003690          GO TO 9120-FAULTFIL-OPEN-FAILED
003700      END-IF.
003710      OPEN INPUT SCOREFILE.
003720      IF PG-SCOREFILE-STATUS NOT = '00'
003730          GO TO 9130-SCOREFILE-OPEN-FAILED
003740      END-IF.
003750      OPEN OUTPUT PRTFILE.
003760  1000-EXIT.
003770      EXIT.
003780
003790*-----------------------------------------------------------------
003800*    1100-CLEAR-ONE-DOW
003810*-----------------------------------------------------------------
003820  1100-CLEAR-ONE-DOW.
003830      MOVE ZERO TO PG-DOW-DAYS (PG-DOW-SUB).
003840      PERFORM 1110-CLEAR-ONE-BUCKET THRU 1110-EXIT
003850          VARYING PG-HOUR-SUB FROM 1 BY 1
003860          UNTIL PG-HOUR-SUB > 24.
003870  1100-EXIT.
003880      EXIT.
003890
003900*-----------------------------------------------------------------
003910*    1110-CLEAR-ONE-BUCKET
003920*-----------------------------------------------------------------
003930  1110-CLEAR-ONE-BUCKET.
003940      MOVE ZERO TO PG-BT-SECONDS (PG-DOW-SUB, PG-HOUR-SUB).
003950      MOVE ZERO TO PG-BT-RATE (PG-DOW-SUB, PG-HOUR-SUB).
003960  1110-EXIT.
003970      EXIT.
003980
003990*-----------------------------------------------------------------
004000*    1200-SET-DAY-DOW
004010*    THE WEEK CYCLES ON FROM THE FIRST OF THE MONTH, AND EACH
004020*    WEEKDAY'S COUNT OF DAYS IN THE MONTH IS KEPT FOR THE RATES.
004030*-----------------------------------------------------------------
004040  1200-SET-DAY-DOW.
004050      COMPUTE PG-CAL-ZH = PG-FIRST-DOW - 1 + PG-DAY-SUB - 1.
004060      DIVIDE PG-CAL-ZH BY 7
004070          GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM.
004080      COMPUTE PG-DAY-DOW (PG-DAY-SUB) = PG-CAL-REM + 1.
004090      MOVE PG-DAY-DOW (PG-DAY-SUB) TO PG-DOW-SUB.
004100      ADD 1 TO PG-DOW-DAYS (PG-DOW-SUB).
004110  1200-EXIT.
004120      EXIT.
004130
004140*-----------------------------------------------------------------
004150*    1300-CLEAR-ONE-STATION
004160*-----------------------------------------------------------------
004170  1300-CLEAR-ONE-STATION.
004180      SET PG-SX-NOT-ON-MASTER (PG-STN-SUB) TO TRUE.
004190      MOVE SPACES TO PG-SX-CABINET-NAME (PG-STN-SUB).
004200      MOVE SPACE  TO PG-SX-STATUS (PG-STN-SUB).
004210      MOVE ZERO   TO PG-SX-OUTAGES (PG-STN-SUB).
004220      MOVE ZERO   TO PG-SX-DOWN-SECONDS (PG-STN-SUB).
004230      MOVE ZERO   TO PG-SX-PLAY-SECONDS (PG-STN-SUB).
004240      MOVE ZERO   TO PG-SX-LOST-SECONDS (PG-STN-SUB).
004250  1300-EXIT.
004260      EXIT.
004270
004280*-----------------------------------------------------------------
004290*    2000-LOAD-STATIONS
004300*    EVERY STATION ON THE MASTER GETS A LINE, DOWN THIS MONTH OR
004310*    NOT, AND THE COUNT OF THEM IS WHAT THE MONTH'S PLAY IS
004320*    SPREAD OVER.
004330*-----------------------------------------------------------------
004340  2000-LOAD-STATIONS.
004350      PERFORM 2010-READ-STATION THRU 2010-EXIT.
004360      PERFORM 2020-KEEP-STATION THRU 2020-EXIT
004370          UNTIL PG-STN-AT-EOF.
004380  2000-EXIT.
004390      EXIT.
004400
004410*-----------------------------------------------------------------
004420*    2010-READ-STATION
004430*-----------------------------------------------------------------
004440  2010-READ-STATION.
004450      READ STNMAST
004460          AT END
004470              SET PG-STN-AT-EOF TO TRUE
004480      END-READ.
004490  2010-EXIT.
004500      EXIT.
004510
004520*-----------------------------------------------------------------
004530*    2020-KEEP-STATION
004540*-----------------------------------------------------------------
004550  2020-KEEP-STATION.
004560      IF PG-STN-STATION > ZERO
004570          MOVE PG-STN-STATION TO PG-STN-SUB
004580          SET PG-SX-ON-MASTER (PG-STN-SUB) TO TRUE
004590          MOVE PG-STN-CABINET-NAME
004600              TO PG-SX-CABINET-NAME (PG-STN-SUB)
004610          MOVE PG-STN-STATUS TO PG-SX-STATUS (PG-STN-SUB)
004620          ADD 1 TO PG-STATION-COUNT
004630      END-IF.
004640      PERFORM 2010-READ-STATION THRU 2010-EXIT.
004650  2020-EXIT.
004660      EXIT.
004670
004680*-----------------------------------------------------------------
004690*    3000-FOLD-LEDGER
004700*    ONE PASS OF THE LEDGER.  A MATCH PLAYED IN THE MONTH, AND
004710*    NOT VOIDED BY PONGADJ, ADDS ITS RUNNING TIME TO THE BUCKET
004720*    FOR ITS WEEKDAY AND STARTING HOUR, AND TO ITS STATION'S
004730*    HOURS PLAYED.
004740*-----------------------------------------------------------------
004750  3000-FOLD-LEDGER.
004760      PERFORM 3010-READ-SCORE THRU 3010-EXIT.
004770      PERFORM 3020-FOLD-MATCH THRU 3020-EXIT
004780          UNTIL PG-AT-EOF.
004790  3000-EXIT.
004800      EXIT.
004810
004820*-----------------------------------------------------------------
004830*    3010-READ-SCORE
004840*-----------------------------------------------------------------
004850  3010-READ-SCORE.
004860      READ SCOREFILE
004870          AT END
004880              SET PG-AT-EOF TO TRUE
004890      END-READ.
004900  3010-EXIT.
004910      EXIT.
004920
004930*-----------------------------------------------------------------
004940*    3020-FOLD-MATCH
004950*-----------------------------------------------------------------
004960  3020-FOLD-MATCH.
004970      IF PG-MATCH-DATE < PG-MONTH-FIRST
004980          OR PG-MATCH-DATE > PG-MONTH-LAST
004990          OR PG-MATCH-VOIDED
005000          GO TO 3020-NEXT
005010      END-IF.
005020
005030      MOVE PG-MATCH-DATE TO PG-STAMP-DATE.
005040      MOVE PG-DAY-DOW (PG-SD-DAY) TO PG-DOW-SUB.
005050      MOVE PG-MATCH-TIME TO PG-MATCH-TIME-SPLIT.
005060      COMPUTE PG-HOUR-SUB = PG-MTS-HH + 1.
005070      ADD PG-MATCH-DURATION
005080          TO PG-BT-SECONDS (PG-DOW-SUB, PG-HOUR-SUB).
005090
005100      IF PG-MATCH-STATION > ZERO
005110          MOVE PG-MATCH-STATION TO PG-STN-SUB
005120          ADD PG-MATCH-DURATION TO PG-SX-PLAY-SECONDS (PG-STN-SUB)
005130      END-IF.
005140
005150  3020-NEXT.
005160      PERFORM 3010-READ-SCORE THRU 3010-EXIT.
005170  3020-EXIT.
005180      EXIT.
005190
005200*-----------------------------------------------------------------
005210*    3500-COMPUTE-RATES
005220*    TURNS EACH BUCKET'S PLAY INTO A SHARE OF ONE STATION-HOUR.
005230*    AN EMPTY MASTER SPREADS THE PLAY OVER ONE STATION RATHER
005240*    THAN DIVIDE BY NOTHING.
005250*-----------------------------------------------------------------
005260  3500-COMPUTE-RATES.
005270      MOVE PG-STATION-COUNT TO PG-SPREAD-COUNT.
005280      IF PG-SPREAD-COUNT = ZERO
005290          MOVE 1 TO PG-SPREAD-COUNT
005300      END-IF.
005310      PERFORM 3510-RATE-ONE-DOW THRU 3510-EXIT
005320          VARYING PG-DOW-SUB FROM 1 BY 1
005330          UNTIL PG-DOW-SUB > 7.
005340  3500-EXIT.
005350      EXIT.
005360
005370*-----------------------------------------------------------------
005380*    3510-RATE-ONE-DOW
005390*-----------------------------------------------------------------
005400  3510-RATE-ONE-DOW.
005410      COMPUTE PG-BUCKET-CAPACITY =
005420          PG-SPREAD-COUNT * PG-DOW-DAYS (PG-DOW-SUB) * 3600.
005430      IF PG-BUCKET-CAPACITY = ZERO
005440          GO TO 3510-EXIT
005450      END-IF.
005460      PERFORM 3520-RATE-ONE-HOUR THRU 3520-EXIT
005470          VARYING PG-HOUR-SUB FROM 1 BY 1
005480          UNTIL PG-HOUR-SUB > 24.
005490  3510-EXIT.
005500      EXIT.
005510
005520*-----------------------------------------------------------------
005530*    3520-RATE-ONE-HOUR
005540*-----------------------------------------------------------------
005550  3520-RATE-ONE-HOUR.
005560      COMPUTE PG-BT-RATE (PG-DOW-SUB, PG-HOUR-SUB) ROUNDED =
005570          PG-BT-SECONDS (PG-DOW-SUB, PG-HOUR-SUB)
005580          / PG-BUCKET-CAPACITY.
005590  3520-EXIT.
005600      EXIT.
005610
005620*-----------------------------------------------------------------
005630*    4000-FOLD-OUTAGES
005640*    ONE PASS OF THE FAULT LOG.  EACH OUTAGE IS CLIPPED TO THE
005650*    MONTH - ONE STILL OPEN RUNS TO NOW - AND WHAT IS LEFT IS
005660*    CHARGED TO ITS STATION, HOUR BY HOUR, AS DOWNTIME AND AS
005670*    PLAY LOST.
005680*-----------------------------------------------------------------
005690  4000-FOLD-OUTAGES.
005700      PERFORM 4010-READ-FAULT THRU 4010-EXIT.
005710      PERFORM 4100-FOLD-ONE-OUTAGE THRU 4100-EXIT
005720          UNTIL PG-FLT-AT-EOF.
005730  4000-EXIT.
005740      EXIT.
005750
005760*-----------------------------------------------------------------
005770*    4010-READ-FAULT
005780*-----------------------------------------------------------------
005790  4010-READ-FAULT.
005800      READ FAULTFIL
005810          AT END
005820              SET PG-FLT-AT-EOF TO TRUE
005830      END-READ.
005840  4010-EXIT.
005850      EXIT.
005860
005870*-----------------------------------------------------------------
005880*    4100-FOLD-ONE-OUTAGE
005890*-----------------------------------------------------------------
005900  4100-FOLD-ONE-OUTAGE.
005910      IF PG-FLT-STATION = ZERO
005920          OR PG-FLT-DOWN-DATE > PG-MONTH-LAST
005930          GO TO 4100-NEXT
005940      END-IF.
005950
005960      MOVE PG-FLT-DOWN-DATE TO PG-STAMP-DATE.
005970      MOVE PG-FLT-DOWN-TIME TO PG-STAMP-TIME.
005980      PERFORM 4200-MONTH-SECONDS THRU 4200-EXIT.
005990      MOVE PG-STAMP-SECONDS TO PG-OUT-START.
006000
006010      IF PG-FLT-OPEN
006020          MOVE PG-RUN-DATE TO PG-STAMP-DATE
006030          MOVE PG-RUN-TIME TO PG-STAMP-TIME
006040      ELSE
006050          MOVE PG-FLT-UP-DATE TO PG-STAMP-DATE
006060          MOVE PG-FLT-UP-TIME TO PG-STAMP-TIME
006070      END-IF.
006080      PERFORM 4200-MONTH-SECONDS THRU 4200-EXIT.
006090      MOVE PG-STAMP-SECONDS TO PG-OUT-END.
006100
006110      IF PG-OUT-END NOT > PG-OUT-START
006120          GO TO 4100-NEXT
006130      END-IF.
006140
006150      MOVE PG-FLT-STATION TO PG-STN-SUB.
006160      ADD 1 TO PG-SX-OUTAGES (PG-STN-SUB).
006170      COMPUTE PG-SX-DOWN-SECONDS (PG-STN-SUB) =
006180          PG-SX-DOWN-SECONDS (PG-STN-SUB)
006190          + PG-OUT-END - PG-OUT-START.
006200
006210      DIVIDE PG-OUT-START BY 3600 GIVING PG-OUT-FIRST-HOUR.
006220      COMPUTE PG-CAL-ZH = PG-OUT-END - 1.
006230      DIVIDE PG-CAL-ZH BY 3600 GIVING PG-OUT-LAST-HOUR.
006240      PERFORM 4300-LOSE-ONE-HOUR THRU 4300-EXIT
006250          VARYING PG-HOUR-SLOT FROM PG-OUT-FIRST-HOUR BY 1
006260          UNTIL PG-HOUR-SLOT > PG-OUT-LAST-HOUR.
006270
006280  4100-NEXT.
006290      PERFORM 4010-READ-FAULT THRU 4010-EXIT.
006300  4100-EXIT.
006310      EXIT.
006320
006330*-----------------------------------------------------------------
006340*    4200-MONTH-SECONDS
006350*    TURNS THE DATE AND TIME IN PG-STAMP-DATE/-TIME INTO SECONDS
006360*    SINCE MIDNIGHT ON THE FIRST OF THE MONTH, CLAMPED TO THE
006370*    MONTH: ANY MOMENT BEFORE IT IS ZERO, ANY MOMENT AFTER IT IS
006380*    THE MONTH'S END.
006390*-----------------------------------------------------------------
006400  4200-MONTH-SECONDS.
006410      IF PG-STAMP-DATE < PG-MONTH-FIRST
006420          MOVE ZERO TO PG-STAMP-SECONDS
006430          GO TO 4200-EXIT
006440      END-IF.
006450      IF PG-STAMP-DATE > PG-MONTH-LAST
006460          MOVE PG-MONTH-SECONDS TO PG-STAMP-SECONDS
006470          GO TO 4200-EXIT
006480      END-IF.
006490      COMPUTE PG-STAMP-SECONDS =
006500          (PG-SD-DAY - 1) * 86400
006510          + PG-ST-HH * 3600 + PG-ST-MM * 60 + PG-ST-SS.
006520  4200-EXIT.
006530      EXIT.
006540
006550*-----------------------------------------------------------------
006560*    4300-LOSE-ONE-HOUR
006570*    THE PART OF ONE HOUR OF THE MONTH THE OUTAGE COVERED,
006580*    CHARGED AT THAT HOUR'S WEEKDAY-AND-HOUR RATE.
006590*-----------------------------------------------------------------
006600  4300-LOSE-ONE-HOUR.
006610      COMPUTE PG-SLOT-START = PG-HOUR-SLOT * 3600.
006620      COMPUTE PG-SLOT-END   = PG-SLOT-START + 3600.
006630      MOVE PG-OUT-START TO PG-OVERLAP-START.
006640      IF PG-SLOT-START > PG-OVERLAP-START
006650          MOVE PG-SLOT-START TO PG-OVERLAP-START
006660      END-IF.
006670      MOVE PG-OUT-END TO PG-OVERLAP-END.
006680      IF PG-SLOT-END < PG-OVERLAP-END
006690          MOVE PG-SLOT-END TO PG-OVERLAP-END
006700      END-IF.
006710      IF PG-OVERLAP-END NOT > PG-OVERLAP-START
006720          GO TO 4300-EXIT
006730      END-IF.
006740      COMPUTE PG-OVERLAP = PG-OVERLAP-END - PG-OVERLAP-START.
006750
006760      DIVIDE PG-HOUR-SLOT BY 24
006770          GIVING PG-SLOT-DAY REMAINDER PG-SLOT-HOUR.
006780      MOVE PG-DAY-DOW (PG-SLOT-DAY + 1) TO PG-DOW-SUB.
006790      COMPUTE PG-SX-LOST-SECONDS (PG-STN-SUB) =
006800          PG-SX-LOST-SECONDS (PG-STN-SUB)
006810          + PG-OVERLAP
006820            * PG-BT-RATE (PG-DOW-SUB, PG-SLOT-HOUR + 1).
006830  4300-EXIT.
006840      EXIT.
006850
006860*-----------------------------------------------------------------
006870*    5000-PRINT-REPORT
006880*    ONE LINE PER STATION ON THE MASTER, PLUS ANY STATION THE
006890*    FAULT LOG OR THE LEDGER KNOWS THAT THE MASTER DOES NOT, AND
006900*    THE MONTH'S TOTALS.
006910*-----------------------------------------------------------------
006920  5000-PRINT-REPORT.
006930      MOVE PG-MONTH-TEXT    TO PG-HDG-MONTH.
006940      MOVE PG-STATION-COUNT TO PG-HDG-STATIONS.
006950      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
006960      WRITE PG-PRINT-LINE FROM PG-HEADING-2.
006970
006980      PERFORM 5100-PRINT-ONE-STATION THRU 5100-EXIT
006990          VARYING PG-STN-SUB FROM 1 BY 1
007000          UNTIL PG-STN-SUB > 99.
007010
007020      MOVE PG-TOT-OUTAGES TO PG-TTL-OUTAGES.
007030      COMPUTE PG-TTL-DOWN-HRS ROUNDED =
007040          PG-TOT-DOWN-SECONDS / 3600.
007050      COMPUTE PG-TTL-PLAY-HRS ROUNDED =
007060          PG-TOT-PLAY-SECONDS / 3600.
007070      COMPUTE PG-TTL-LOST-HRS ROUNDED =
007080          PG-TOT-LOST-SECONDS / 3600.
007090      WRITE PG-PRINT-LINE FROM PG-TOTAL-LINE.
007100  5000-EXIT.
007110      EXIT.
007120
007130*-----------------------------------------------------------------
007140*    5100-PRINT-ONE-STATION
007150*-----------------------------------------------------------------
007160  5100-PRINT-ONE-STATION.
007170      IF PG-SX-NOT-ON-MASTER (PG-STN-SUB)
007180          AND PG-SX-OUTAGES (PG-STN-SUB) = ZERO
007190          AND PG-SX-PLAY-SECONDS (PG-STN-SUB) = ZERO
007200          GO TO 5100-EXIT
007210      END-IF.
007220
007230      MOVE PG-STN-SUB TO PG-DTL-STATION.
007240      IF PG-SX-ON-MASTER (PG-STN-SUB)
007250          MOVE PG-SX-CABINET-NAME (PG-STN-SUB) TO PG-DTL-CABINET
007260      ELSE
007270          MOVE PG-NOT-ON-MASTER-NAME TO PG-DTL-CABINET
007280      END-IF.
007290      MOVE PG-SX-OUTAGES (PG-STN-SUB) TO PG-DTL-OUTAGES.
007300      COMPUTE PG-DTL-DOWN-HRS ROUNDED =
007310          PG-SX-DOWN-SECONDS (PG-STN-SUB) / 3600.
007320      COMPUTE PG-DTL-PLAY-HRS ROUNDED =
007330          PG-SX-PLAY-SECONDS (PG-STN-SUB) / 3600.
007340      COMPUTE PG-DTL-LOST-HRS ROUNDED =
007350          PG-SX-LOST-SECONDS (PG-STN-SUB) / 3600.
007360      IF PG-SX-DOWN (PG-STN-SUB)
007370          MOVE 'DOWN'       TO PG-DTL-NOW
007380      ELSE
007390          MOVE 'IN SERVICE' TO PG-DTL-NOW
007400      END-IF.
007410      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
007420
007430      ADD PG-SX-OUTAGES (PG-STN-SUB)      TO PG-TOT-OUTAGES.
007440      ADD PG-SX-DOWN-SECONDS (PG-STN-SUB) TO PG-TOT-DOWN-SECONDS.
007450      ADD PG-SX-PLAY-SECONDS (PG-STN-SUB) TO PG-TOT-PLAY-SECONDS.
007460      ADD PG-SX-LOST-SECONDS (PG-STN-SUB) TO PG-TOT-LOST-SECONDS.
007470  5100-EXIT.
007480      EXIT.
007490
007500*-----------------------------------------------------------------
007510*    6000-COMPUTE-DOW
007520*    ZELLER'S CONGRUENCE ON PG-CAL-DATE, LEAVING 1-7 (1=SUNDAY)
007530*    IN PG-CAL-DOW - THE SAME EXPLICIT-DIVIDE ARITHMETIC AS
007540*    PONGUTIL'S 5000-COMPUTE-DOW.
007550*-----------------------------------------------------------------
007560  6000-COMPUTE-DOW.
007570      MOVE PG-CAL-YEAR  TO PG-CAL-Y.
007580      MOVE PG-CAL-MONTH TO PG-CAL-M.
007590      IF PG-CAL-M < 3
007600          ADD 12 TO PG-CAL-M
007610          SUBTRACT 1 FROM PG-CAL-Y
007620      END-IF.
007630      DIVIDE PG-CAL-Y BY 4   GIVING PG-CAL-Y4.
007640      DIVIDE PG-CAL-Y BY 100 GIVING PG-CAL-Y100.
007650      DIVIDE PG-CAL-Y BY 400 GIVING PG-CAL-Y400.
007660      COMPUTE PG-CAL-MTERM = 13 * (PG-CAL-M + 1).
007670      DIVIDE PG-CAL-MTERM BY 5 GIVING PG-CAL-MTERM.
007680      COMPUTE PG-CAL-ZH =
007690          PG-CAL-DAY + PG-CAL-MTERM + PG-CAL-Y
007700          + PG-CAL-Y4 - PG-CAL-Y100 + PG-CAL-Y400.
007710      ADD 6 TO PG-CAL-ZH.
007720      DIVIDE PG-CAL-ZH BY 7
007730          GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM.
007740      COMPUTE PG-CAL-DOW = PG-CAL-REM + 1.
007750  6000-EXIT.
007760      EXIT.
007770
007780*-----------------------------------------------------------------
007790*    9000-TERMINATE
007800*-----------------------------------------------------------------
007810  9000-TERMINATE.
007820      CLOSE STNMAST.
007830      CLOSE FAULTFIL.
007840      CLOSE SCOREFILE.
007850      CLOSE PRTFILE.
007860  9000-EXIT.
007870      EXIT.
007880
007890*-----------------------------------------------------------------
007900*    9100-BAD-PARM
007910*-----------------------------------------------------------------
007920  9100-BAD-PARM.
007930      DISPLAY 'PONGDOWN - PARM MUST BE A MONTH (YYYYMM)'.
007940      MOVE 8 TO RETURN-CODE.
007950      STOP RUN.
007960  9100-EXIT.
007970      EXIT.
007980
007990*-----------------------------------------------------------------
008000*    9110-STNMAST-OPEN-FAILED
008010*-----------------------------------------------------------------
008020  9110-STNMAST-OPEN-FAILED.
008030      DISPLAY 'PONGDOWN - STNMAST OPEN FAILED, STATUS '
008040          PG-STNMAST-STATUS.
008050      MOVE 8 TO RETURN-CODE.
008060      STOP RUN.
008070  9110-EXIT.
008080      EXIT.
008090
008100*-----------------------------------------------------------------
008110*    9120-FAULTFIL-OPEN-FAILED
008120*-----------------------------------------------------------------
008130  9120-FAULTFIL-OPEN-FAILED.
008140      DISPLAY 'PONGDOWN - FAULTFIL OPEN FAILED, STATUS '
008150          PG-FAULTFIL-STATUS.
008160      CLOSE STNMAST.
008170      MOVE 8 TO RETURN-CODE.
008180      STOP RUN.
008190  9120-EXIT.
008200      EXIT.
008210
008220*-----------------------------------------------------------------
008230*    9130-SCOREFILE-OPEN-FAILED
008240*-----------------------------------------------------------------
008250  9130-SCOREFILE-OPEN-FAILED.
008260      DISPLAY 'PONGDOWN - SCOREFILE OPEN FAILED, STATUS '
008270          PG-SCOREFILE-STATUS.
008280      CLOSE STNMAST.
008290      CLOSE FAULTFIL.
008300      MOVE 8 TO RETURN-CODE.
008310      STOP RUN.
008320  9130-EXIT.
008330      EXIT.
