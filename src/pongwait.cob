000100*=================================================================
000110*  PONGWAIT
000120*  FRONT-DESK WALK-UP WAITING LIST MAINTENANCE.  ON BUSY NIGHTS
000130*  THE DESK KEPT A PAPER LIST OF GROUPS WAITING FOR A CABINET;
000140*  PARTIES GOT SKIPPED AND NOBODY KNEW HOW LONG ANYONE WAITED.
000150*  THE LIST NOW LIVES ON THE WAITFILE VSAM KSDS (QUEUE DAY +
000160*  QUEUE NUMBER).  THE DESK ADDS A PARTY OF ONE TO FOUR
000170*  PLAYERS, EVERY ID VALIDATED AGAINST THE PLAYMAST MASTER THE
000180*  SAME WAY PONGRESV VALIDATES A BOOKING, AND TAKES A PARTY OFF
000190*  THE LIST AS LEFT OR AS A NO-SHOW.  A PARTY TAKEN OFF STAYS ON
000200*  FILE FLAGGED FOR THE PONGWRPT NIGHTLY WAITING REPORT.
000210*  OFFERING STATIONS AND SEATING PARTIES IS PONGOL'S AND
000220*  PONGSTAT'S JOB, NOT THIS PROGRAM'S.  SAME PROMPTED-ACTION
000230*  SHAPE AS PONGRESV.
000240*
000250*  THE QUEUE DAY IS THE BUSINESS DAY: BEFORE THE 06:00 CUTOVER
000260*  THE CLOCK IS STILL ON THE NIGHT BEFORE, SO A FRIDAY LINE
000270*  THAT RUNS PAST MIDNIGHT STAYS ON FRIDAY'S PAGE.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  15/10/2026 MP    ORIGINAL PROGRAM.
000320*=================================================================
000330  IDENTIFICATION DIVISION.
000340      PROGRAM-ID.    PONGWAIT.
000350      AUTHOR.        MAXIME POSTAIRE.
000360      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000370      DATE-WRITTEN.  15/10/2026.
000380      DATE-COMPILED.
000390
000400  ENVIRONMENT DIVISION.
000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430      SELECT WAITFILE ASSIGN TO WAITFILE
000440          ORGANIZATION IS INDEXED
000450          ACCESS MODE IS DYNAMIC
000460          RECORD KEY IS PG-WAIT-KEY
000470          FILE STATUS IS PG-WAITFILE-STATUS.
000480
000490      SELECT PLAYMAST ASSIGN TO PLAYMAST
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS RANDOM
000520          RECORD KEY IS PG-PMST-PLAYER-ID
000530          FILE STATUS IS PG-PLAYMAST-STATUS.
000540
000550  DATA DIVISION.
000560  FILE SECTION.
000570  FD  WAITFILE
000580      LABEL RECORDS ARE STANDARD.
000590      COPY WAITREC.
000600
000610  FD  PLAYMAST
000620      LABEL RECORDS ARE STANDARD.
000630      COPY PLAYREC.
000640
000650  WORKING-STORAGE SECTION.
000660  01  PG-WAITFILE-STATUS       PIC X(02) VALUE '00'.
000670  01  PG-PLAYMAST-STATUS       PIC X(02) VALUE '00'.
000680
000690  01  PG-REQUEST-SWITCH        PIC X(01) VALUE 'N'.
000700      88  PG-END-REQUESTED            VALUE 'Y'.
000710      88  PG-MORE-REQUESTS            VALUE 'N'.
000720
000730  01  PG-ACTION-CODE           PIC X(01) VALUE SPACE.
000740      88  PG-ACTION-ADD               VALUE 'A'.
000750      88  PG-ACTION-LEFT              VALUE 'L'.
000760      88  PG-ACTION-NO-SHOW           VALUE 'N'.
000770      88  PG-ACTION-END               VALUE 'X'.
000780
000790  01  PG-WAIT-EOF-SWITCH       PIC X(01) VALUE 'N'.
000800      88  PG-WAIT-NOT-AT-EOF          VALUE 'N'.
000810      88  PG-WAIT-AT-EOF              VALUE 'Y'.
000820
000830  01  PG-CHECK-PLAYER-ID       PIC X(10) VALUE SPACES.
000840  01  PG-PLAYER-OK-SWITCH      PIC X(01) VALUE 'Y'.
000850      88  PG-PLAYER-OK                VALUE 'Y'.
000860      88  PG-PLAYER-NOT-OK            VALUE 'N'.
000870
000880*    THE PARTY BEING ADDED.  THE IDS ARE HELD HERE UNTIL EVERY
000890*    ONE HAS PASSED, SO A BAD ID WRITES NOTHING.
000900  01  PG-PARTY-WORK.
000910      05  PG-WORK-PARTY-SIZE   PIC 9(01) VALUE ZERO.
000920      05  PG-PARTY-ID          PIC X(10) OCCURS 4 TIMES.
000930  01  PG-MEMBER-SUB            PIC 9(04) COMP VALUE ZERO.
000940  01  PG-MEMBER-NO             PIC 9(01) VALUE ZERO.
000950
000960  01  PG-WORK-QUEUE-NO         PIC 9(04) VALUE ZERO.
000970  01  PG-LAST-QUEUE-NO         PIC 9(04) VALUE ZERO.
000980  01  PG-AHEAD-COUNT           PIC 9(04) VALUE ZERO.
000990  01  PG-AHEAD-DISPLAY         PIC ZZZ9.
001000
001010*    THE BUSINESS DAY THE LINE IS KEPT UNDER.  BEFORE THE
001020*    CUTOVER HOUR THE CALENDAR DATE IS STEPPED BACK ONE DAY.
001030  01  PG-QUEUE-DAY-WORK.
001040      05  PG-QUEUE-DAY         PIC X(08).
001050      05  PG-QUEUE-DAY-SPLIT REDEFINES PG-QUEUE-DAY.
001060          10  PG-QDY-YEAR      PIC 9(04).
001070          10  PG-QDY-MONTH     PIC 9(02).
001080          10  PG-QDY-DAY       PIC 9(02).
001090      05  PG-NOW-TIME          PIC 9(08).
001100      05  PG-NOW-SPLIT REDEFINES PG-NOW-TIME.
001110          10  PG-NOW-HH        PIC 9(02).
001120          10  PG-NOW-MM        PIC 9(02).
001130          10  FILLER           PIC 9(04).
001140      05  PG-NOW-CLOCK REDEFINES PG-NOW-TIME.
001150          10  PG-NOW-HHMM      PIC 9(04).
001160          10  FILLER           PIC 9(04).
001170      05  PG-CAL-QUOT          PIC 9(08) COMP.
001180      05  PG-CAL-REM           PIC 9(08) COMP.
001190
001200  77  PG-QUEUE-CUTOVER-HH      PIC 9(02) VALUE 06.
001210
001220  01  PG-MONTH-LENGTHS         PIC X(24)
001230                               VALUE '312831303130313130313031'.
001240  01  PG-MONTH-LENGTH-TABLE REDEFINES PG-MONTH-LENGTHS.
001250      05  PG-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
001260
001270*-----------------------------------------------------------------
001280*    0000-MAINLINE
001290*-----------------------------------------------------------------
001300  PROCEDURE DIVISION.
001310  0000-MAINLINE.
001320      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330      PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001340          UNTIL PG-END-REQUESTED.
001350      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001360      STOP RUN.
001370
001380*-----------------------------------------------------------------
001390*    1000-INITIALIZE
001400*-----------------------------------------------------------------
001410  1000-INITIALIZE.
001420      OPEN I-O WAITFILE.
001430      IF PG-WAITFILE-STATUS NOT = '00'
001440          GO TO 9010-WAITFILE-OPEN-FAILED
001450      END-IF.
001460      OPEN INPUT PLAYMAST.
001470      IF PG-PLAYMAST-STATUS NOT = '00'
001480          GO TO 9020-PLAYMAST-OPEN-FAILED
001490      END-IF.
001500  1000-EXIT.
001510      EXIT.
001520
001530*-----------------------------------------------------------------
001540*    2000-PROCESS-ACTION
001550*-----------------------------------------------------------------
001560  2000-PROCESS-ACTION.
001570      DISPLAY 'PONGWAIT - ENTER ACTION '
001580          '(A=ADD, L=LEFT, N=NO-SHOW, X=END): '.
001590      ACCEPT PG-ACTION-CODE.
001600
001610      IF PG-ACTION-END
001620          SET PG-END-REQUESTED TO TRUE
001630      ELSE
001640          IF PG-ACTION-ADD
001650              PERFORM 3000-ADD-PARTY THRU 3000-EXIT
001660          ELSE
001670              IF PG-ACTION-LEFT OR PG-ACTION-NO-SHOW
001680                  PERFORM 4000-TAKE-OFF THRU 4000-EXIT
001690              ELSE
001700                  DISPLAY 'ACTION NOT RECOGNIZED - '
001710                      'USE A, L, N OR X'
001720              END-IF
001730          END-IF
001740      END-IF.
001750  2000-EXIT.
001760      EXIT.
001770
001780*-----------------------------------------------------------------
001790*    2100-SET-QUEUE-DAY
001800*    TAKES THE WALL CLOCK AND WORKS OUT THE QUEUE DAY.  TAKEN
001810*    FRESH FOR EVERY ACTION - THE DESK LEAVES THIS PROGRAM UP
001820*    ALL NIGHT, ACROSS MIDNIGHT.
001830*-----------------------------------------------------------------
001840  2100-SET-QUEUE-DAY.
001850      ACCEPT PG-NOW-TIME  FROM TIME.
001860      ACCEPT PG-QUEUE-DAY FROM DATE YYYYMMDD.
001870      IF PG-NOW-HH < PG-QUEUE-CUTOVER-HH
001880          PERFORM 2150-STEP-BACK-A-DAY THRU 2150-EXIT
001890      END-IF.
001900  2100-EXIT.
001910      EXIT.
001920
001930*-----------------------------------------------------------------
001940*    2150-STEP-BACK-A-DAY
001950*    THE DAY BEFORE PG-QUEUE-DAY, ACROSS A MONTH OR YEAR END.
001960*    FEBRUARY IS CHECKED FOR A LEAP YEAR THE SAME WAY PONGDOWN
001970*    CHECKS IT.
001980*-----------------------------------------------------------------
001990  2150-STEP-BACK-A-DAY.
002000      IF PG-QDY-DAY > 1
002010          SUBTRACT 1 FROM PG-QDY-DAY
002020          GO TO 2150-EXIT
002030      END-IF.
002040      IF PG-QDY-MONTH = 1
002050          SUBTRACT 1 FROM PG-QDY-YEAR
002060          MOVE 12 TO PG-QDY-MONTH
002070      ELSE
002080          SUBTRACT 1 FROM PG-QDY-MONTH
002090      END-IF.
002100      MOVE PG-MONTH-LENGTH (PG-QDY-MONTH) TO PG-QDY-DAY.
002110      IF PG-QDY-MONTH = 2
002120          DIVIDE PG-QDY-YEAR BY 4
002130              GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
002140          IF PG-CAL-REM = ZERO
002150              MOVE 29 TO PG-QDY-DAY
002160              DIVIDE PG-QDY-YEAR BY 100
002170                  GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
002180              IF PG-CAL-REM = ZERO
002190                  MOVE 28 TO PG-QDY-DAY
002200                  DIVIDE PG-QDY-YEAR BY 400
002210                      GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
002220                  IF PG-CAL-REM = ZERO
002230                      MOVE 29 TO PG-QDY-DAY
002240                  END-IF
002250              END-IF
002260          END-IF
002270      END-IF.
002280  2150-EXIT.
002290      EXIT.
002300
002310*-----------------------------------------------------------------
002320*    2200-START-DAY
002330*    POSITIONS ON THE FIRST PARTY OF THE QUEUE DAY'S PAGE.
002340*-----------------------------------------------------------------
002350  2200-START-DAY.
002360      MOVE PG-QUEUE-DAY TO PG-WAIT-DATE.
002370      MOVE ZERO         TO PG-WAIT-QUEUE-NO.
002380      SET PG-WAIT-NOT-AT-EOF TO TRUE.
002390      START WAITFILE KEY IS NOT LESS THAN PG-WAIT-KEY
002400          INVALID KEY
002410              SET PG-WAIT-AT-EOF TO TRUE
002420      END-START.
002430      IF PG-WAIT-NOT-AT-EOF
002440          PERFORM 2210-READ-PARTY THRU 2210-EXIT
002450      END-IF.
002460  2200-EXIT.
002470      EXIT.
002480
002490*-----------------------------------------------------------------
002500*    2210-READ-PARTY
002510*    THE DAY'S PAGE ENDS WHEN THE KEY ROLLS ONTO ANOTHER DATE.
002520*-----------------------------------------------------------------
002530  2210-READ-PARTY.
002540      READ WAITFILE NEXT RECORD
002550          AT END
002560              SET PG-WAIT-AT-EOF TO TRUE
002570      END-READ.
002580      IF PG-WAIT-NOT-AT-EOF
002590          AND PG-WAIT-DATE NOT = PG-QUEUE-DAY
002600          SET PG-WAIT-AT-EOF TO TRUE
002610      END-IF.
002620  2210-EXIT.
002630      EXIT.
002640
002650*-----------------------------------------------------------------
002660*    3000-ADD-PARTY
002670*    ADDS A PARTY TO THE END OF TONIGHT'S LINE.  EVERY PLAYER
002680*    MUST BE ACTIVE ON THE MASTER, NO PLAYER MAY BE KEYED TWICE,
002690*    AND NO PLAYER MAY ALREADY BE IN LINE IN ANOTHER PARTY -
002700*    A GROUP ON THE LIST TWICE IS HOW PARTIES GOT SKIPPED.
002710*-----------------------------------------------------------------
002720  3000-ADD-PARTY.
002730      PERFORM 2100-SET-QUEUE-DAY THRU 2100-EXIT.
002740      SET PG-PLAYER-OK TO TRUE.
002750      MOVE SPACES TO PG-PARTY-ID (1).
002760      MOVE SPACES TO PG-PARTY-ID (2).
002770      MOVE SPACES TO PG-PARTY-ID (3).
002780      MOVE SPACES TO PG-PARTY-ID (4).
002790
002800      DISPLAY 'ENTER PARTY SIZE (1-4): '.
002810      ACCEPT PG-WORK-PARTY-SIZE.
002820      IF PG-WORK-PARTY-SIZE NOT NUMERIC
002830          OR PG-WORK-PARTY-SIZE < 1
002840          OR PG-WORK-PARTY-SIZE > 4
002850          DISPLAY 'PARTY SIZE MUST BE 1 TO 4'
002860          GO TO 3000-EXIT
002870      END-IF.
002880
002890      PERFORM 3100-ACCEPT-MEMBER THRU 3100-EXIT
002900          VARYING PG-MEMBER-SUB FROM 1 BY 1
002910          UNTIL PG-MEMBER-SUB > PG-WORK-PARTY-SIZE
002920             OR PG-PLAYER-NOT-OK.
002930      IF PG-PLAYER-NOT-OK
002940          DISPLAY 'PARTY NOT ADDED - NOTHING WRITTEN'
002950          GO TO 3000-EXIT
002960      END-IF.
002970
002980      MOVE ZERO TO PG-LAST-QUEUE-NO.
002990      MOVE ZERO TO PG-AHEAD-COUNT.
003000      PERFORM 2200-START-DAY THRU 2200-EXIT.
003010      PERFORM 3200-WEIGH-PARTY THRU 3200-EXIT
003020          UNTIL PG-WAIT-AT-EOF.
003030      IF PG-PLAYER-NOT-OK
003040          DISPLAY 'PARTY NOT ADDED - NOTHING WRITTEN'
003050          GO TO 3000-EXIT
003060      END-IF.
003070
003080      MOVE PG-QUEUE-DAY         TO PG-WAIT-DATE.
003090      ADD 1 PG-LAST-QUEUE-NO GIVING PG-WAIT-QUEUE-NO.
003100      MOVE PG-WORK-PARTY-SIZE   TO PG-WAIT-PARTY-SIZE.
003110      MOVE PG-PARTY-ID (1)      TO PG-WAIT-PLAYER-1.
003120      MOVE PG-PARTY-ID (2)      TO PG-WAIT-PLAYER-2.
003130      MOVE PG-PARTY-ID (3)      TO PG-WAIT-PLAYER-3.
003140      MOVE PG-PARTY-ID (4)      TO PG-WAIT-PLAYER-4.
003150      MOVE PG-NOW-HHMM          TO PG-WAIT-ADDED-TIME.
003160      SET PG-WAIT-WAITING TO TRUE.
003170      MOVE ZERO TO PG-WAIT-OFFER-STATION.
003180      MOVE ZERO TO PG-WAIT-OFFER-TIME.
003190      MOVE ZERO TO PG-WAIT-CLOSED-TIME.
003200      MOVE ZERO TO PG-WAIT-SEATED-STATION.
003210      WRITE PG-WAITING-PARTY-RECORD
003220          INVALID KEY
003230              DISPLAY 'WAITFILE WRITE REJECTED, STATUS '
003240                  PG-WAITFILE-STATUS ' - PARTY NOT ADDED'
003250              GO TO 3000-EXIT
003260      END-WRITE.
003270      MOVE PG-AHEAD-COUNT TO PG-AHEAD-DISPLAY.
003280      DISPLAY 'PARTY ADDED AS QUEUE NO ' PG-WAIT-QUEUE-NO
003290          ' AT ' PG-WAIT-ADDED-TIME ' - ' PG-AHEAD-DISPLAY
003300          ' PARTIES AHEAD.'.
003310  3000-EXIT.
003320      EXIT.
003330
003340*-----------------------------------------------------------------
003350*    3100-ACCEPT-MEMBER
003360*    ACCEPTS AND CHECKS THE NEXT PLAYER OF THE PARTY.
003370*-----------------------------------------------------------------
003380  3100-ACCEPT-MEMBER.
003390      MOVE PG-MEMBER-SUB TO PG-MEMBER-NO.
003400      DISPLAY 'ENTER PLAYER ' PG-MEMBER-NO ' ID: '.
003410      PERFORM 5000-ACCEPT-ONE-ID THRU 5000-EXIT.
003420      IF PG-PLAYER-NOT-OK
003430          GO TO 3100-EXIT
003440      END-IF.
003450      IF PG-CHECK-PLAYER-ID = PG-PARTY-ID (1)
003460          OR PG-CHECK-PLAYER-ID = PG-PARTY-ID (2)
003470          OR PG-CHECK-PLAYER-ID = PG-PARTY-ID (3)
003480          OR PG-CHECK-PLAYER-ID = PG-PARTY-ID (4)
003490          DISPLAY 'PLAYER ' PG-CHECK-PLAYER-ID
003500              ' IS ALREADY IN THIS PARTY'
003510          SET PG-PLAYER-NOT-OK TO TRUE
003520          GO TO 3100-EXIT
003530      END-IF.
003540      MOVE PG-CHECK-PLAYER-ID TO PG-PARTY-ID (PG-MEMBER-SUB).
003550  3100-EXIT.
003560      EXIT.
003570
003580*-----------------------------------------------------------------
003590*    3200-WEIGH-PARTY
003600*    ONE PASS OF TONIGHT'S PAGE: NOTES THE LAST QUEUE NUMBER
003610*    ISSUED, COUNTS THE PARTIES STILL IN LINE AHEAD OF THE NEW
003620*    ONE, AND REFUSES A PLAYER ALREADY IN LINE ELSEWHERE.
003630*    PARTIES ALREADY SEATED OR TAKEN OFF DO NOT COUNT.
003640*-----------------------------------------------------------------
003650  3200-WEIGH-PARTY.
003660      MOVE PG-WAIT-QUEUE-NO TO PG-LAST-QUEUE-NO.
003670      IF NOT PG-WAIT-IN-LINE
003680          GO TO 3200-NEXT
003690      END-IF.
003700      ADD 1 TO PG-AHEAD-COUNT.
003710      PERFORM 3210-CHECK-MEMBER THRU 3210-EXIT
003720          VARYING PG-MEMBER-SUB FROM 1 BY 1
003730          UNTIL PG-MEMBER-SUB > PG-WORK-PARTY-SIZE.
003740
003750  3200-NEXT.
003760      PERFORM 2210-READ-PARTY THRU 2210-EXIT.
003770  3200-EXIT.
003780      EXIT.
003790
003800*-----------------------------------------------------------------
003810*    3210-CHECK-MEMBER
003820*-----------------------------------------------------------------
003830  3210-CHECK-MEMBER.
003840      IF PG-PARTY-ID (PG-MEMBER-SUB) = PG-WAIT-PLAYER-1
003850          OR PG-PARTY-ID (PG-MEMBER-SUB) = PG-WAIT-PLAYER-2
003860          OR PG-PARTY-ID (PG-MEMBER-SUB) = PG-WAIT-PLAYER-3
003870          OR PG-PARTY-ID (PG-MEMBER-SUB) = PG-WAIT-PLAYER-4
003880          DISPLAY 'PLAYER ' PG-PARTY-ID (PG-MEMBER-SUB)
003890              ' IS ALREADY IN LINE AS QUEUE NO '
003900              PG-WAIT-QUEUE-NO
003910          SET PG-PLAYER-NOT-OK TO TRUE
003920      END-IF.
003930  3210-EXIT.
003940      EXIT.
003950
003960*-----------------------------------------------------------------
003970*    4000-TAKE-OFF
003980*    TAKES A PARTY OFF TONIGHT'S LINE AS LEFT (GAVE UP WAITING)
003990*    OR AS A NO-SHOW (CALLED AND NEVER CAME).  THE RECORD STAYS
004000*    ON FILE WITH THE TIME, FOR THE NIGHTLY REPORT.  A PARTY
004010*    ALREADY SEATED OR TAKEN OFF IS LEFT ALONE.
004020*-----------------------------------------------------------------
004030  4000-TAKE-OFF.
004040      PERFORM 2100-SET-QUEUE-DAY THRU 2100-EXIT.
004050      DISPLAY 'ENTER QUEUE NO: '.
004060      ACCEPT PG-WORK-QUEUE-NO.
004070
004080      MOVE PG-QUEUE-DAY     TO PG-WAIT-DATE.
004090      MOVE PG-WORK-QUEUE-NO TO PG-WAIT-QUEUE-NO.
004100      READ WAITFILE
004110          INVALID KEY
004120              DISPLAY 'NO PARTY ' PG-WORK-QUEUE-NO
004130                  ' ON TONIGHT''S LIST - NOTHING DONE'
004140              GO TO 4000-EXIT
004150      END-READ.
004160      IF NOT PG-WAIT-IN-LINE
004170          DISPLAY 'PARTY IS NO LONGER IN LINE - NOTHING DONE'
004180          GO TO 4000-EXIT
004190      END-IF.
004200
004210      DISPLAY 'ON FILE: ' PG-WAIT-PLAYER-1 ' ' PG-WAIT-PLAYER-2
004220          ' ' PG-WAIT-PLAYER-3 ' ' PG-WAIT-PLAYER-4.
004230      IF PG-WAIT-OFFERED
004240          DISPLAY 'STATION ' PG-WAIT-OFFER-STATION
004250              ' IS NO LONGER HELD FOR THIS PARTY - RUN PONGSTAT'
004260              ' TO OFFER IT TO THE NEXT PARTY'
004270      END-IF.
004280      IF PG-ACTION-LEFT
004290          SET PG-WAIT-LEFT TO TRUE
004300      ELSE
004310          SET PG-WAIT-NO-SHOW TO TRUE
004320      END-IF.
004330      MOVE PG-NOW-HHMM TO PG-WAIT-CLOSED-TIME.
004340      REWRITE PG-WAITING-PARTY-RECORD
004350          INVALID KEY
004360              DISPLAY 'WAITFILE REWRITE REJECTED, STATUS '
004370                  PG-WAITFILE-STATUS ' - NOTHING DONE'
004380              GO TO 4000-EXIT
004390      END-REWRITE.
004400      DISPLAY 'PARTY TAKEN OFF THE LIST.'.
004410  4000-EXIT.
004420      EXIT.
004430
004440*-----------------------------------------------------------------
004450*    5000-ACCEPT-ONE-ID
004460*    ACCEPTS ONE PLAYER ID FOR A PARTY.  IT MUST BE AN ACTIVE
004470*    PLAYER ON THE MASTER OR THE WHOLE PARTY IS ABANDONED -
004480*    PONGOL WOULD REFUSE THE MATCH START ANYWAY.
004490*-----------------------------------------------------------------
004500  5000-ACCEPT-ONE-ID.
004510      MOVE SPACES TO PG-CHECK-PLAYER-ID.
004520      ACCEPT PG-CHECK-PLAYER-ID.
004530      IF PG-CHECK-PLAYER-ID = SPACES
004540          DISPLAY 'PLAYER ID MAY NOT BE BLANK'
004550          SET PG-PLAYER-NOT-OK TO TRUE
004560          GO TO 5000-EXIT
004570      END-IF.
004580      MOVE PG-CHECK-PLAYER-ID TO PG-PMST-PLAYER-ID.
004590      READ PLAYMAST
004600          INVALID KEY
004610              DISPLAY 'PLAYER ' PG-CHECK-PLAYER-ID
004620                  ' IS NOT ON THE MASTER'
004630              SET PG-PLAYER-NOT-OK TO TRUE
004640              GO TO 5000-EXIT
004650      END-READ.
004660      IF PG-PMST-INACTIVE
004670          DISPLAY 'PLAYER ' PG-CHECK-PLAYER-ID ' IS INACTIVE'
004680          SET PG-PLAYER-NOT-OK TO TRUE
004690      END-IF.
004700  5000-EXIT.
004710      EXIT.
004720
004730*-----------------------------------------------------------------
004740*    9000-TERMINATE
004750*-----------------------------------------------------------------
004760  9000-TERMINATE.
004770      CLOSE WAITFILE.
004780      CLOSE PLAYMAST.
004790  9000-EXIT.
004800      EXIT.
004810
004820*-----------------------------------------------------------------
004830*    9010-WAITFILE-OPEN-FAILED
004840*-----------------------------------------------------------------
004850  9010-WAITFILE-OPEN-FAILED.
004860      DISPLAY 'PONGWAIT - WAITFILE OPEN FAILED, STATUS '
004870          PG-WAITFILE-STATUS.
004880      MOVE 8 TO RETURN-CODE.
004890      STOP RUN.
004900  9010-EXIT.
004910      EXIT.
004920
004930*-----------------------------------------------------------------
004940*    9020-PLAYMAST-OPEN-FAILED
004950*-----------------------------------------------------------------
004960  9020-PLAYMAST-OPEN-FAILED.
004970      DISPLAY 'PONGWAIT - PLAYMAST OPEN FAILED, STATUS '
004980          PG-PLAYMAST-STATUS.
004990      CLOSE WAITFILE.
005000      MOVE 8 TO RETURN-CODE.
005010      STOP RUN.
005020  9020-EXIT.
005030      EXIT.
