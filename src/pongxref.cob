000100*=================================================================
000110*  PONGXREF
000120*  PLAYER ID REFERENTIAL-INTEGRITY VERIFIER.  PLAYMAST IS THE
000130*  ONE PLACE A PLAYER ID IS DEFINED, BUT THE ID IS CARRIED BY
000140*  EVERY OTHER FILE ON THE SYSTEM AND NOTHING EVER CHECKED
000150*  THAT THE TWO STILL AGREE: PONGMRG RE-POINTS THE LEDGER,
000160*  RATINGS, SUMMARIES, CHARGES AND PAYMENTS BUT NOT THE SEASON
000170*  HISTORY, THE BOOKINGS, THE TEAM ROSTERS OR THE ARCHIVE, AND
000180*  PONGSWP SWEEPS A PLAYER WHO MAY STILL HAVE A SLOT BOOKED OR
000190*  A BILL UNPAID.  THIS JOB WALKS EVERY ONE OF THOSE FILES -
000200*
000210*    SCOREFILE (ALL FOUR SEATS)   RATEFILE     SEASFILE
000220*    SUMMFILE                     CHRGFILE     PAYFILE
000230*    RESVFILE (BOTH PLAYERS)      TEAMMAST ROSTERS
000240*    THE PONGARCH ARCHFILE GENERATIONS (ALL FOUR SEATS)
000250*    THE PONGACHV ACHVFILE AWARDS
000260*
000270*  - LOOKS EVERY ID UP ON PLAYMAST, AND REPORTS THREE KINDS OF
000280*  PROBLEM:
000290*
000300*    NOT ON PLAYMAST   THE ID WAS NEVER REGISTERED (OR WAS
000310*                      DELETED FROM THE MASTER).
000320*    MERGED AWAY       THE ID WAS RETIRED BY PONGMRG AND STILL
000330*                      TURNS UP - THE NOTE NAMES THE SURVIVOR.
000340*    SWEPT, LIVE       THE ID WAS SWEPT BY PONGSWP BUT STILL
000350*                      HOLDS A BOOKING FOR TODAY OR LATER, OR AN
000360*                      OPEN BILLED CHARGE.  A SWEPT PLAYER'S
000370*                      HISTORY ELSEWHERE IS NORMAL AND NOT
000380*                      REPORTED.
000390*
000400*  THE PARM PICKS THE MODE.  COUNT, FOR THE NIGHTLY WINDOW,
000410*  PRINTS ONLY THE SUMMARY OF FINDINGS BY FILE AND KIND.  LIST,
000420*  FOR THE OPERATOR'S WEEKLY RUN, ALSO PRINTS EVERY FINDING,
000430*  SORTED AND GROUPED BY FILE, THEN BY KIND, THEN BY PLAYER.
000440*  EITHER WAY THE JOB ENDS RC 4 WHEN ANYTHING WAS FOUND SO THE
000450*  MORNING REPORT SHOWS IT.  EVERY FILE IS OPENED INPUT - THE JOB
000460*  REPAIRS NOTHING; PONGADJ, PONGMRG, PONGRESV AND PONGTMNT DO.
000470*-----------------------------------------------------------------
000480*  MODIFICATION HISTORY
000490*  DATE       INIT  DESCRIPTION
000500*  15/10/2026 MP    ORIGINAL PROGRAM.
000510*  15/10/2026 MP    THE PONGACHV ACHVFILE IS WALKED AS A TENTH
000520*                    FILE.
000530*=================================================================
000540  IDENTIFICATION DIVISION.
000550      PROGRAM-ID.    PONGXREF.
000560      AUTHOR.        MAXIME POSTAIRE.
000570      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000580      DATE-WRITTEN.  15/10/2026.
000590      DATE-COMPILED.
000600
000610  ENVIRONMENT DIVISION.
000620  INPUT-OUTPUT SECTION.
000630  FILE-CONTROL.
000640      SELECT PLAYMAST ASSIGN TO PLAYMAST
000650          ORGANIZATION IS INDEXED
000660          ACCESS MODE IS RANDOM
000670          RECORD KEY IS PG-PMST-PLAYER-ID
000680          FILE STATUS IS PG-PLAYMAST-STATUS.
000690
000700      SELECT SCOREFILE ASSIGN TO SCOREFILE
000710          ORGANIZATION IS INDEXED
000720          ACCESS MODE IS SEQUENTIAL
000730          RECORD KEY IS PG-MATCH-KEY
000740          FILE STATUS IS PG-SCOREFILE-STATUS.
000750
000760      SELECT RATEFILE ASSIGN TO RATEFILE
000770          ORGANIZATION IS INDEXED
000780          ACCESS MODE IS SEQUENTIAL
000790          RECORD KEY IS PG-RATE-PLAYER-ID
000800          FILE STATUS IS PG-RATEFILE-STATUS.
000810
000820      SELECT SEASFILE ASSIGN TO SEASFILE
000830          ORGANIZATION IS INDEXED
000840          ACCESS MODE IS SEQUENTIAL
000850          RECORD KEY IS PG-SEAS-KEY
000860          FILE STATUS IS PG-SEASFILE-STATUS.
000870
000880      SELECT SUMMFILE ASSIGN TO SUMMFILE
000890          ORGANIZATION IS INDEXED
000900          ACCESS MODE IS SEQUENTIAL
000910          RECORD KEY IS PG-SUM-KEY
000920          FILE STATUS IS PG-SUMMFILE-STATUS.
000930
000940      SELECT CHRGFILE ASSIGN TO CHRGFILE
000950          ORGANIZATION IS INDEXED
000960          ACCESS MODE IS SEQUENTIAL
000970          RECORD KEY IS PG-CHG-KEY
000980          FILE STATUS IS PG-CHRGFILE-STATUS.
000990
001000      SELECT PAYFILE ASSIGN TO PAYFILE
001010          ORGANIZATION IS INDEXED
001020          ACCESS MODE IS SEQUENTIAL
001030          RECORD KEY IS PG-PAY-KEY
001040          FILE STATUS IS PG-PAYFILE-STATUS.
001050
001060      SELECT RESVFILE ASSIGN TO RESVFILE
001070          ORGANIZATION IS INDEXED
001080          ACCESS MODE IS SEQUENTIAL
001090          RECORD KEY IS PG-RESV-KEY
001100          FILE STATUS IS PG-RESVFILE-STATUS.
001110
001120      SELECT TEAMMAST ASSIGN TO TEAMMAST
001130          ORGANIZATION IS INDEXED
001140          ACCESS MODE IS SEQUENTIAL
001150          RECORD KEY IS PG-TEAM-ID
001160          FILE STATUS IS PG-TEAMMAST-STATUS.
001170
001180      SELECT ARCHFILE ASSIGN TO ARCHFILE
001190          ORGANIZATION IS SEQUENTIAL
001200          FILE STATUS IS PG-ARCHFILE-STATUS.
001210
001220      SELECT ACHVFILE ASSIGN TO ACHVFILE
001230          ORGANIZATION IS INDEXED
001240          ACCESS MODE IS SEQUENTIAL
001250          RECORD KEY IS PG-ACH-KEY
001260          FILE STATUS IS PG-ACHVFILE-STATUS.
001270
001280      SELECT PRTFILE ASSIGN TO PRTFILE
001290          ORGANIZATION IS SEQUENTIAL.
001300
001310      SELECT SORTWORK ASSIGN TO SORTWK01.
001320
001330  DATA DIVISION.
001340  FILE SECTION.
001350  FD  PLAYMAST
001360      LABEL RECORDS ARE STANDARD.
001370      COPY PLAYREC.
001380
001390  FD  SCOREFILE
001400      LABEL RECORDS ARE STANDARD.
001410      COPY MATCHREC.
001420
001430  FD  RATEFILE
001440      LABEL RECORDS ARE STANDARD.
001450      COPY RATEREC.
001460
001470  FD  SEASFILE
001480      LABEL RECORDS ARE STANDARD.
001490      COPY SEASREC.
001500
001510  FD  SUMMFILE
001520      LABEL RECORDS ARE STANDARD.
001530      COPY SUMREC.
001540
001550  FD  CHRGFILE
001560      LABEL RECORDS ARE STANDARD.
001570      COPY CHGREC.
001580
001590  FD  PAYFILE
001600      LABEL RECORDS ARE STANDARD.
001610      COPY PAYREC.
001620
001630  FD  RESVFILE
001640      LABEL RECORDS ARE STANDARD.
001650      COPY RESVREC.
001660
001670  FD  TEAMMAST
001680      LABEL RECORDS ARE STANDARD.
001690      COPY TEAMREC.
001700
001710*    THE ARCHIVE CARRIES THE MATCHREC RECORD IMAGE AS WRITTEN
001720*    BY PONGARCH - KEEP THE LENGTH IN STEP WITH MATCHREC.
001730  FD  ARCHFILE
001740      LABEL RECORDS ARE STANDARD.
001750  01  PG-ARCHIVE-RECORD           PIC X(75).
001760
001770  FD  ACHVFILE
001780      LABEL RECORDS ARE STANDARD.
001790      COPY ACHVREC.
001800
001810  FD  PRTFILE
001820      LABEL RECORDS ARE STANDARD
001830      RECORD CONTAINS 132 CHARACTERS.
001840  01  PG-PRINT-LINE               PIC X(132).
001850
001860*    ONE FINDING.  THE FILE AND KIND SEQUENCE NUMBERS LEAD SO THE
001870*    SORT GROUPS THE LISTING IN THE ORDER THE FILES ARE WALKED.
001880  SD  SORTWORK.
001890  01  PG-SORT-RECORD.
001900      05  PG-SORT-KEY.
001910          10  PG-SORT-FILE-SEQ        PIC 9(02).
001920          10  PG-SORT-KIND-SEQ        PIC 9(01).
001930          10  PG-SORT-PLAYER-ID       PIC X(10).
001940      05  PG-SORT-WHERE               PIC X(46).
001950      05  PG-SORT-NOTE                PIC X(30).
001960
001970  WORKING-STORAGE SECTION.
001980  01  PG-SWITCHES.
001990      05  PG-INPUT-EOF        PIC X(01) VALUE 'N'.
002000          88  PG-NOT-AT-EOF           VALUE 'N'.
002010          88  PG-AT-EOF               VALUE 'Y'.
002020      05  PG-SORT-EOF         PIC X(01) VALUE 'N'.
002030          88  PG-SORT-NOT-DONE        VALUE 'N'.
002040          88  PG-SORT-DONE            VALUE 'Y'.
002050      05  PG-LIVE-SWITCH      PIC X(01) VALUE 'N'.
002060          88  PG-REF-IS-LIVE          VALUE 'Y'.
002070          88  PG-REF-NOT-LIVE         VALUE 'N'.
002080
002090  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
002100  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
002110  01  PG-RATEFILE-STATUS      PIC X(02) VALUE '00'.
002120  01  PG-SEASFILE-STATUS      PIC X(02) VALUE '00'.
002130  01  PG-SUMMFILE-STATUS      PIC X(02) VALUE '00'.
002140  01  PG-CHRGFILE-STATUS      PIC X(02) VALUE '00'.
002150  01  PG-PAYFILE-STATUS       PIC X(02) VALUE '00'.
002160  01  PG-RESVFILE-STATUS      PIC X(02) VALUE '00'.
002170  01  PG-TEAMMAST-STATUS      PIC X(02) VALUE '00'.
002180  01  PG-ARCHFILE-STATUS      PIC X(02) VALUE '00'.
002190  01  PG-ACHVFILE-STATUS      PIC X(02) VALUE '00'.
002200*    THE FILE THAT WOULD NOT OPEN, FOR 9110.
002210  01  PG-FAILED-FILE          PIC X(09) VALUE SPACES.
002220  01  PG-FAILED-STATUS        PIC X(02) VALUE SPACES.
002230
002240  01  PG-MODE                 PIC X(05) VALUE 'LIST'.
002250      88  PG-MODE-COUNT              VALUE 'COUNT'.
002260      88  PG-MODE-LIST               VALUE 'LIST'.
002270  01  PG-PARM-DATE            PIC X(08) VALUE SPACES.
002280  01  PG-RUN-DATE             PIC X(08) VALUE SPACES.
002290
002300*-----------------------------------------------------------------
002310*    THE FILES WALKED, IN ORDER, AND THE KINDS OF FINDING - THE
002320*    SUBSCRIPTS ARE THE SORT SEQUENCE NUMBERS.
002330*-----------------------------------------------------------------
002340  01  PG-FILE-NAME-VALUES.
002350      05  FILLER  PIC X(09) VALUE 'SCOREFILE'.
002360      05  FILLER  PIC X(09) VALUE 'RATEFILE'.
002370      05  FILLER  PIC X(09) VALUE 'SEASFILE'.
002380      05  FILLER  PIC X(09) VALUE 'SUMMFILE'.
002390      05  FILLER  PIC X(09) VALUE 'CHRGFILE'.
002400      05  FILLER  PIC X(09) VALUE 'PAYFILE'.
002410      05  FILLER  PIC X(09) VALUE 'RESVFILE'.
002420      05  FILLER  PIC X(09) VALUE 'TEAMMAST'.
002430      05  FILLER  PIC X(09) VALUE 'ARCHFILE'.
002440      05  FILLER  PIC X(09) VALUE 'ACHVFILE'.
002450  01  PG-FILE-NAME-TABLE REDEFINES PG-FILE-NAME-VALUES.
002460      05  PG-FILE-NAME OCCURS 10 TIMES PIC X(09).
002470
002480  01  PG-KIND-NAME-VALUES.
002490      05  FILLER  PIC X(16) VALUE 'NOT ON PLAYMAST'.
002500      05  FILLER  PIC X(16) VALUE 'MERGED AWAY'.
002510      05  FILLER  PIC X(16) VALUE 'SWEPT, LIVE'.
002520  01  PG-KIND-NAME-TABLE REDEFINES PG-KIND-NAME-VALUES.
002530      05  PG-KIND-NAME OCCURS 3 TIMES PIC X(16).
002540
002550  01  PG-FILE-TOTALS.
002560      05  PG-FT-ENTRY OCCURS 10 TIMES.
002570          10  PG-FT-RECORDS       PIC 9(07) COMP.
002580          10  PG-FT-KIND-COUNT OCCURS 3 TIMES
002590                                  PIC 9(07) COMP.
002600
002610  01  PG-FILE-SUB             PIC 9(04) COMP VALUE ZERO.
002620  01  PG-KIND-SUB             PIC 9(04) COMP VALUE ZERO.
002630  01  PG-SEAT-SUB             PIC 9(04) COMP VALUE ZERO.
002640  01  PG-FINDING-COUNT        PIC 9(07) COMP VALUE ZERO.
002650  01  PG-KIND-TOTAL           PIC 9(07) COMP VALUE ZERO.
002660
002670*    THE REFERENCE IN HAND - THE ID, WHERE IT WAS FOUND, AND
002680*    WHETHER IT IS A LIVE BOOKING OR OPEN CHARGE.
002690  01  PG-CHECK-ID             PIC X(10) VALUE SPACES.
002700  01  PG-CHECK-WHERE          PIC X(46) VALUE SPACES.
002710  01  PG-CHECK-NOTE           PIC X(30) VALUE SPACES.
002720  01  PG-SEAT-TEXT            PIC 9(01) VALUE ZERO.
002730
002740*    LISTING CONTROL BREAKS.
002750  01  PG-PREV-FILE-SEQ        PIC 9(02) VALUE ZERO.
002760  01  PG-PREV-KIND-SEQ        PIC 9(01) VALUE ZERO.
002770
002780*-----------------------------------------------------------------
002790*    ARCHIVED MATCH WORK AREA - THE SAME MIRROR OF MATCHREC
002800*    PONGAINQ READS THE ARCHIVE INTO.  KEEP IT IN STEP.
002810*-----------------------------------------------------------------
002820  01  PG-ARCH-MATCH.
002830      05  PG-ARC-KEY.
002840          10  PG-ARC-PLAYER-1 PIC X(10).
002850          10  PG-ARC-DATE     PIC X(08).
002860          10  PG-ARC-TIME     PIC X(06).
002870      05  PG-ARC-PLAYER-2     PIC X(10).
002880      05  PG-ARC-SCORE-1      PIC 9(03).
002890      05  PG-ARC-SCORE-2      PIC 9(03).
002900      05  PG-ARC-DURATION     PIC 9(05) COMP.
002910      05  PG-ARC-TYPE         PIC X(01).
002920          88  PG-ARC-DOUBLES         VALUE 'D'.
002930      05  PG-ARC-PLAYER-3     PIC X(10).
002940      05  PG-ARC-PLAYER-4     PIC X(10).
002950      05  PG-ARC-STATUS       PIC X(01).
002960          88  PG-ARC-VOIDED          VALUE 'V'.
002970      05  PG-ARC-STATION      PIC 9(02).
002980      05  PG-ARC-HCAP-SIDE    PIC X(01).
002990      05  PG-ARC-HCAP-POINTS  PIC 9(02).
003000      05  FILLER              PIC X(04).
003010
003020  01  PG-HEADING-1.
003030      05  FILLER                PIC X(20)
003040                                 VALUE 'PONGOL PLAYER ID REF'.
003050      05  FILLER                PIC X(20)
003060                                 VALUE 'ERENCE CHECK - RUN D'.
003070      05  FILLER                PIC X(05) VALUE 'ATE  '.
003080      05  PG-HDG-DATE           PIC X(08).
003090      05  FILLER                PIC X(08) VALUE '  MODE '.
003100      05  PG-HDG-MODE           PIC X(05).
003110
003120  01  PG-FILE-BREAK-LINE.
003130      05  FILLER                PIC X(06) VALUE 'FILE: '.
003140      05  PG-FBL-FILE           PIC X(09).
003150
003160  01  PG-KIND-BREAK-LINE.
003170      05  FILLER                PIC X(04) VALUE SPACES.
003180      05  PG-KBL-KIND           PIC X(16).
003190
003200  01  PG-LIST-HEADING.
003210      05  FILLER                PIC X(08) VALUE SPACES.
003220      05  FILLER                PIC X(12) VALUE 'PLAYER ID'.
003230      05  FILLER                PIC X(48) VALUE 'FOUND ON'.
003240      05  FILLER                PIC X(30) VALUE 'NOTE'.
003250
003260  01  PG-DETAIL-LINE.
003270      05  FILLER                PIC X(08) VALUE SPACES.
003280      05  PG-DTL-PLAYER-ID      PIC X(12).
003290      05  PG-DTL-WHERE          PIC X(48).
003300      05  PG-DTL-NOTE           PIC X(30).
003310
003320  01  PG-SUMMARY-HEADING-1      PIC X(40) VALUE
003330          'FINDINGS BY FILE AND KIND'.
003340
003350  01  PG-SUMMARY-HEADING-2.
003360      05  FILLER                PIC X(10) VALUE 'FILE'.
003370      05  FILLER                PIC X(12) VALUE '     RECORDS'.
003380      05  FILLER                PIC X(18)
003390                                 VALUE '   NOT ON PLAYMAST'.
003400      05  FILLER                PIC X(14) VALUE '   MERGED AWAY'.
003410      05  FILLER                PIC X(14) VALUE '   SWEPT, LIVE'.
003420
003430  01  PG-SUMMARY-LINE.
003440      05  PG-SUM-DTL-FILE       PIC X(10).
003450      05  PG-SUM-DTL-RECORDS    PIC ZZZ,ZZZ,ZZ9.
003460      05  FILLER                PIC X(07) VALUE SPACES.
003470      05  PG-SUM-DTL-MISSING    PIC ZZZ,ZZZ,ZZ9.
003480      05  FILLER                PIC X(03) VALUE SPACES.
003490      05  PG-SUM-DTL-MERGED     PIC ZZZ,ZZZ,ZZ9.
003500      05  FILLER                PIC X(03) VALUE SPACES.
003510      05  PG-SUM-DTL-SWEPT      PIC ZZZ,ZZZ,ZZ9.
003520
003530  01  PG-TRAILER-LINE.
003540      05  FILLER                PIC X(16)
003550                                 VALUE 'TOTAL FINDINGS: '.
003560      05  PG-TRL-FINDINGS       PIC Z,ZZZ,ZZ9.
003570
003580  01  PG-CLEAN-LINE             PIC X(40) VALUE
003590          'EVERY PLAYER ID ON FILE IS ON PLAYMAST.'.
003600
003610*-----------------------------------------------------------------
003620*    LINKAGE SECTION
003630*    THE PARM IS MODE[,DATE] - COUNT OR LIST, AND THE RUN DATE
003640*    (YYYYMMDD) THAT DECIDES WHICH BOOKINGS ARE STILL LIVE.  THE
003650*    MODE DEFAULTS TO LIST AND THE DATE TO TODAY.
003660*-----------------------------------------------------------------
003670  LINKAGE SECTION.
003680  01  PG-PARM-DATA.
003690      05  PG-PARM-LENGTH        PIC S9(04) COMP.
003700      05  PG-PARM-TEXT          PIC X(14).
003710
003720*-----------------------------------------------------------------
003730*    0000-MAINLINE
003740*    A LISTING RUNS THE WALK AS THE INPUT PROCEDURE OF THE SORT
003750*    THAT GROUPS THE FINDINGS; A COUNT RUN NEEDS NO SORT AND
003760*    JUST WALKS.
003770*-----------------------------------------------------------------
003780  PROCEDURE DIVISION USING PG-PARM-DATA.
003790  0000-MAINLINE.
003800      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003810
003820      IF PG-MODE-LIST
003830          SORT SORTWORK
003840              ON ASCENDING KEY PG-SORT-KEY
003850              INPUT PROCEDURE IS 2000-WALK-FILES
003860                  THRU 2000-EXIT
003870              OUTPUT PROCEDURE IS 5000-PRINT-LISTING
003880                  THRU 5000-EXIT
003890      ELSE
003900          PERFORM 2000-WALK-FILES THRU 2000-EXIT
003910      END-IF.
003920
003930      PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
003940      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003950      IF PG-FINDING-COUNT > ZERO
003960          MOVE 4 TO RETURN-CODE
003970      END-IF.
003980      STOP RUN.
003990
004000*-----------------------------------------------------------------
004010*    1000-INITIALIZE
004020*-----------------------------------------------------------------
004030  1000-INITIALIZE.
004040      IF PG-PARM-LENGTH > ZERO
004050          UNSTRING PG-PARM-TEXT DELIMITED BY ','
004060              INTO PG-MODE
004070                   PG-PARM-DATE
004080          END-UNSTRING
004090      END-IF.
004100      IF PG-MODE = SPACES
004110          MOVE 'LIST' TO PG-MODE
004120      END-IF.
004130      IF NOT PG-MODE-COUNT AND NOT PG-MODE-LIST
004140          GO TO 9100-BAD-PARM
004150      END-IF.
004160      IF PG-PARM-DATE = SPACES
004170          ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD
004180      ELSE
004190          MOVE PG-PARM-DATE TO PG-RUN-DATE
004200      END-IF.
004210
004220      PERFORM 1100-CLEAR-TOTALS THRU 1100-EXIT
004230          VARYING PG-FILE-SUB FROM 1 BY 1
004240          UNTIL PG-FILE-SUB > 10.
004250
004260      OPEN INPUT PLAYMAST.
004270      IF PG-PLAYMAST-STATUS NOT = '00'
004280          MOVE 'PLAYMAST' TO PG-FAILED-FILE
004290          MOVE PG-PLAYMAST-STATUS TO PG-FAILED-STATUS
004300          GO TO 9110-OPEN-FAILED
004310      END-IF.
004320      OPEN OUTPUT PRTFILE.
004330
004340      MOVE PG-RUN-DATE TO PG-HDG-DATE.
004350      MOVE PG-MODE     TO PG-HDG-MODE.
004360      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
004370  1000-EXIT.
004380      EXIT.
004390
004400*-----------------------------------------------------------------
004410*    1100-CLEAR-TOTALS
004420*-----------------------------------------------------------------
004430  1100-CLEAR-TOTALS.
004440      MOVE ZERO TO PG-FT-RECORDS (PG-FILE-SUB).
004450      MOVE ZERO TO PG-FT-KIND-COUNT (PG-FILE-SUB, 1).
004460      MOVE ZERO TO PG-FT-KIND-COUNT (PG-FILE-SUB, 2).
004470      MOVE ZERO TO PG-FT-KIND-COUNT (PG-FILE-SUB, 3).
004480  1100-EXIT.
004490      EXIT.
004500
004510*-----------------------------------------------------------------
004520*    2000-WALK-FILES
004530*    EACH FILE IS OPENED, READ FRONT TO BACK AND CLOSED IN TURN,
004540*    SO ONLY PLAYMAST AND ONE OTHER ARE OPEN AT ONCE.
004550*-----------------------------------------------------------------
004560  2000-WALK-FILES.
004570      PERFORM 2100-WALK-SCOREFILE THRU 2100-EXIT.
004580      PERFORM 2200-WALK-RATEFILE  THRU 2200-EXIT.
004590      PERFORM 2300-WALK-SEASFILE  THRU 2300-EXIT.
004600      PERFORM 2400-WALK-SUMMFILE  THRU 2400-EXIT.
004610      PERFORM 2500-WALK-CHRGFILE  THRU 2500-EXIT.
004620      PERFORM 2600-WALK-PAYFILE   THRU 2600-EXIT.
004630      PERFORM 2700-WALK-RESVFILE  THRU 2700-EXIT.
004640      PERFORM 2800-WALK-TEAMMAST  THRU 2800-EXIT.
004650      PERFORM 2900-WALK-ARCHFILE  THRU 2900-EXIT.
004660      PERFORM 2950-WALK-ACHVFILE  THRU 2950-EXIT.
004670  2000-EXIT.
004680      EXIT.
004690
004700*-----------------------------------------------------------------
004710*    2100-WALK-SCOREFILE
004720*    EVERY SEAT OF EVERY LEDGER RECORD, VOIDED OR NOT - A VOIDED
004730*    MATCH STILL CARRIES THE ID ON THE AUDIT TRAIL.  SEATS 3 AND
004740*    4 ARE BLANK ON A SINGLES MATCH AND ARE SKIPPED BY 3000.
004750*-----------------------------------------------------------------
004760  2100-WALK-SCOREFILE.
004770      OPEN INPUT SCOREFILE.
004780      IF PG-SCOREFILE-STATUS NOT = '00'
004790          MOVE 'SCOREFILE' TO PG-FAILED-FILE
004800          MOVE PG-SCOREFILE-STATUS TO PG-FAILED-STATUS
004810          GO TO 9110-OPEN-FAILED
004820      END-IF.
004830      MOVE 1 TO PG-FILE-SUB.
004840      SET PG-REF-NOT-LIVE TO TRUE.
004850      SET PG-NOT-AT-EOF TO TRUE.
004860      PERFORM 2110-READ-SCORE THRU 2110-EXIT.
004870      PERFORM 2120-CHECK-SCORE THRU 2120-EXIT
004880          UNTIL PG-AT-EOF.
004890      CLOSE SCOREFILE.
004900  2100-EXIT.
004910      EXIT.
004920
004930*-----------------------------------------------------------------
004940*    2110-READ-SCORE
004950*-----------------------------------------------------------------
004960  2110-READ-SCORE.
004970      READ SCOREFILE
004980          AT END
004990              SET PG-AT-EOF TO TRUE
005000      END-READ.
005010  2110-EXIT.
005020      EXIT.
005030
005040*-----------------------------------------------------------------
005050*    2120-CHECK-SCORE
005060*-----------------------------------------------------------------
005070  2120-CHECK-SCORE.
005080      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
005090      MOVE PG-PLAYER-1-ID TO PG-CHECK-ID.
005100      MOVE 1 TO PG-SEAT-TEXT.
005110      PERFORM 2130-SCORE-WHERE THRU 2130-EXIT.
005120      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
005130      MOVE PG-PLAYER-2-ID TO PG-CHECK-ID.
005140      MOVE 2 TO PG-SEAT-TEXT.
005150      PERFORM 2130-SCORE-WHERE THRU 2130-EXIT.
005160      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
005170      MOVE PG-PLAYER-3-ID TO PG-CHECK-ID.
005180      MOVE 3 TO PG-SEAT-TEXT.
005190      PERFORM 2130-SCORE-WHERE THRU 2130-EXIT.
005200      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
005210      MOVE PG-PLAYER-4-ID TO PG-CHECK-ID.
005220      MOVE 4 TO PG-SEAT-TEXT.
005230      PERFORM 2130-SCORE-WHERE THRU 2130-EXIT.
005240      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
005250      PERFORM 2110-READ-SCORE THRU 2110-EXIT.
005260  2120-EXIT.
005270      EXIT.
005280
005290*-----------------------------------------------------------------
005300*    2130-SCORE-WHERE
005310*-----------------------------------------------------------------
005320  2130-SCORE-WHERE.
005330      MOVE SPACES TO PG-CHECK-WHERE.
005340      STRING 'MATCH ' PG-MATCH-KEY ' SEAT ' PG-SEAT-TEXT
005350          DELIMITED BY SIZE INTO PG-CHECK-WHERE.
005360  2130-EXIT.
005370      EXIT.
005380
005390*-----------------------------------------------------------------
005400*    2200-WALK-RATEFILE
005410*-----------------------------------------------------------------
005420  2200-WALK-RATEFILE.
005430      OPEN INPUT RATEFILE.
005440      IF PG-RATEFILE-STATUS NOT = '00'
005450          MOVE 'RATEFILE' TO PG-FAILED-FILE
005460          MOVE PG-RATEFILE-STATUS TO PG-FAILED-STATUS
005470          GO TO 9110-OPEN-FAILED
005480      END-IF.
005490      MOVE 2 TO PG-FILE-SUB.
005500      SET PG-REF-NOT-LIVE TO TRUE.
005510      SET PG-NOT-AT-EOF TO TRUE.
005520      PERFORM 2210-READ-RATE THRU 2210-EXIT.
005530      PERFORM 2220-CHECK-RATE THRU 2220-EXIT
005540          UNTIL PG-AT-EOF.
005550      CLOSE RATEFILE.
005560  2200-EXIT.
005570      EXIT.
005580
005590*-----------------------------------------------------------------
005600*    2210-READ-RATE
005610*-----------------------------------------------------------------
005620  2210-READ-RATE.
005630      READ RATEFILE
005640          AT END
005650              SET PG-AT-EOF TO TRUE
005660      END-READ.
005670  2210-EXIT.
005680      EXIT.
005690
005700*-----------------------------------------------------------------
005710*    2220-CHECK-RATE
005720*-----------------------------------------------------------------
005730  2220-CHECK-RATE.
005740      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
005750      MOVE PG-RATE-PLAYER-ID TO PG-CHECK-ID.
005760      MOVE 'RATING RECORD' TO PG-CHECK-WHERE.
005770      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
005780      PERFORM 2210-READ-RATE THRU 2210-EXIT.
005790  2220-EXIT.
005800      EXIT.
005810
005820*-----------------------------------------------------------------
005830*    2300-WALK-SEASFILE
005840*-----------------------------------------------------------------
005850  2300-WALK-SEASFILE.
005860      OPEN INPUT SEASFILE.
005870      IF PG-SEASFILE-STATUS NOT = '00'
005880          MOVE 'SEASFILE' TO PG-FAILED-FILE
005890          MOVE PG-SEASFILE-STATUS TO PG-FAILED-STATUS
005900          GO TO 9110-OPEN-FAILED
005910      END-IF.
005920      MOVE 3 TO PG-FILE-SUB.
005930      SET PG-REF-NOT-LIVE TO TRUE.
005940      SET PG-NOT-AT-EOF TO TRUE.
005950      PERFORM 2310-READ-SEAS THRU 2310-EXIT.
005960      PERFORM 2320-CHECK-SEAS THRU 2320-EXIT
005970          UNTIL PG-AT-EOF.
005980      CLOSE SEASFILE.
005990  2300-EXIT.
006000      EXIT.
006010
006020*-----------------------------------------------------------------
006030*    2310-READ-SEAS
006040*-----------------------------------------------------------------
006050  2310-READ-SEAS.
006060      READ SEASFILE
006070          AT END
006080              SET PG-AT-EOF TO TRUE
006090      END-READ.
006100  2310-EXIT.
006110      EXIT.
006120
006130*-----------------------------------------------------------------
006140*    2320-CHECK-SEAS
006150*-----------------------------------------------------------------
006160  2320-CHECK-SEAS.
006170      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
006180      MOVE PG-SEAS-PLAYER-ID TO PG-CHECK-ID.
006190      MOVE SPACES TO PG-CHECK-WHERE.
006200      STRING 'SEASON ' PG-SEAS-SEASON
006210          DELIMITED BY SIZE INTO PG-CHECK-WHERE.
006220      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
006230      PERFORM 2310-READ-SEAS THRU 2310-EXIT.
006240  2320-EXIT.
006250      EXIT.
006260
006270*-----------------------------------------------------------------
006280*    2400-WALK-SUMMFILE
006290*-----------------------------------------------------------------
006300  2400-WALK-SUMMFILE.
006310      OPEN INPUT SUMMFILE.
006320      IF PG-SUMMFILE-STATUS NOT = '00'
006330          MOVE 'SUMMFILE' TO PG-FAILED-FILE
006340          MOVE PG-SUMMFILE-STATUS TO PG-FAILED-STATUS
006350          GO TO 9110-OPEN-FAILED
006360      END-IF.
006370      MOVE 4 TO PG-FILE-SUB.
006380      SET PG-REF-NOT-LIVE TO TRUE.
006390      SET PG-NOT-AT-EOF TO TRUE.
006400      PERFORM 2410-READ-SUMM THRU 2410-EXIT.
006410      PERFORM 2420-CHECK-SUMM THRU 2420-EXIT
006420          UNTIL PG-AT-EOF.
006430      CLOSE SUMMFILE.
006440  2400-EXIT.
006450      EXIT.
006460
006470*-----------------------------------------------------------------
006480*    2410-READ-SUMM
006490*-----------------------------------------------------------------
006500  2410-READ-SUMM.
006510      READ SUMMFILE
006520          AT END
006530              SET PG-AT-EOF TO TRUE
006540      END-READ.
006550  2410-EXIT.
006560      EXIT.
006570
006580*-----------------------------------------------------------------
006590*    2420-CHECK-SUMM
006600*-----------------------------------------------------------------
006610  2420-CHECK-SUMM.
006620      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
006630      MOVE PG-SUM-PLAYER-ID TO PG-CHECK-ID.
006640      MOVE SPACES TO PG-CHECK-WHERE.
006650      STRING 'MONTH ' PG-SUM-MONTH
006660          DELIMITED BY SIZE INTO PG-CHECK-WHERE.
006670      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
006680      PERFORM 2410-READ-SUMM THRU 2410-EXIT.
006690  2420-EXIT.
006700      EXIT.
006710
006720*-----------------------------------------------------------------
006730*    2500-WALK-CHRGFILE
006740*    AN OPEN BILLED CHARGE IS LIVE - MONEY STILL OWED.
006750*-----------------------------------------------------------------
006760  2500-WALK-CHRGFILE.
006770      OPEN INPUT CHRGFILE.
006780      IF PG-CHRGFILE-STATUS NOT = '00'
006790          MOVE 'CHRGFILE' TO PG-FAILED-FILE
006800          MOVE PG-CHRGFILE-STATUS TO PG-FAILED-STATUS
006810          GO TO 9110-OPEN-FAILED
006820      END-IF.
006830      MOVE 5 TO PG-FILE-SUB.
006840      SET PG-NOT-AT-EOF TO TRUE.
006850      PERFORM 2510-READ-CHRG THRU 2510-EXIT.
006860      PERFORM 2520-CHECK-CHRG THRU 2520-EXIT
006870          UNTIL PG-AT-EOF.
006880      CLOSE CHRGFILE.
006890  2500-EXIT.
006900      EXIT.
006910
006920*-----------------------------------------------------------------
006930*    2510-READ-CHRG
006940*-----------------------------------------------------------------
006950  2510-READ-CHRG.
006960      READ CHRGFILE
006970          AT END
006980              SET PG-AT-EOF TO TRUE
006990      END-READ.
007000  2510-EXIT.
007010      EXIT.
007020
007030*-----------------------------------------------------------------
007040*    2520-CHECK-CHRG
007050*-----------------------------------------------------------------
007060  2520-CHECK-CHRG.
007070      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
007080      IF PG-CHG-BILLED AND PG-CHG-OPEN
007090          SET PG-REF-IS-LIVE TO TRUE
007100      ELSE
007110          SET PG-REF-NOT-LIVE TO TRUE
007120      END-IF.
007130      MOVE PG-CHG-PLAYER-ID TO PG-CHECK-ID.
007140      MOVE SPACES TO PG-CHECK-WHERE.
007150      STRING 'CHARGE ' PG-CHG-MATCH-KEY ' TYPE ' PG-CHG-TYPE
007160          DELIMITED BY SIZE INTO PG-CHECK-WHERE.
007170      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
007180      PERFORM 2510-READ-CHRG THRU 2510-EXIT.
007190  2520-EXIT.
007200      EXIT.
007210
007220*-----------------------------------------------------------------
007230*    2600-WALK-PAYFILE
007240*-----------------------------------------------------------------
007250  2600-WALK-PAYFILE.
007260      OPEN INPUT PAYFILE.
007270      IF PG-PAYFILE-STATUS NOT = '00'
007280          MOVE 'PAYFILE' TO PG-FAILED-FILE
007290          MOVE PG-PAYFILE-STATUS TO PG-FAILED-STATUS
007300          GO TO 9110-OPEN-FAILED
007310      END-IF.
007320      MOVE 6 TO PG-FILE-SUB.
007330      SET PG-REF-NOT-LIVE TO TRUE.
007340      SET PG-NOT-AT-EOF TO TRUE.
007350      PERFORM 2610-READ-PAY THRU 2610-EXIT.
007360      PERFORM 2620-CHECK-PAY THRU 2620-EXIT
007370          UNTIL PG-AT-EOF.
007380      CLOSE PAYFILE.
007390  2600-EXIT.
007400      EXIT.
007410
007420*-----------------------------------------------------------------
007430*    2610-READ-PAY
007440*-----------------------------------------------------------------
007450  2610-READ-PAY.
007460      READ PAYFILE
007470          AT END
007480              SET PG-AT-EOF TO TRUE
007490      END-READ.
007500  2610-EXIT.
007510      EXIT.
007520
007530*-----------------------------------------------------------------
007540*    2620-CHECK-PAY
007550*-----------------------------------------------------------------
007560  2620-CHECK-PAY.
007570      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
007580      MOVE PG-PAY-PLAYER-ID TO PG-CHECK-ID.
007590      MOVE SPACES TO PG-CHECK-WHERE.
007600      STRING 'PAYMENT ' PG-PAY-DATE ' ' PG-PAY-TIME
007610          DELIMITED BY SIZE INTO PG-CHECK-WHERE.
007620      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
007630      PERFORM 2610-READ-PAY THRU 2610-EXIT.
007640  2620-EXIT.
007650      EXIT.
007660
007670*-----------------------------------------------------------------
007680*    2700-WALK-RESVFILE
007690*    A BOOKING STILL STANDING FOR THE RUN DATE OR LATER IS LIVE.
007700*    PLAYER 2 IS BLANK ON A BOOKING MADE FOR ONE.
007710*-----------------------------------------------------------------
007720  2700-WALK-RESVFILE.
007730      OPEN INPUT RESVFILE.
007740      IF PG-RESVFILE-STATUS NOT = '00'
007750          MOVE 'RESVFILE' TO PG-FAILED-FILE
007760          MOVE PG-RESVFILE-STATUS TO PG-FAILED-STATUS
007770          GO TO 9110-OPEN-FAILED
007780      END-IF.
007790      MOVE 7 TO PG-FILE-SUB.
007800      SET PG-NOT-AT-EOF TO TRUE.
007810      PERFORM 2710-READ-RESV THRU 2710-EXIT.
007820      PERFORM 2720-CHECK-RESV THRU 2720-EXIT
007830          UNTIL PG-AT-EOF.
007840      CLOSE RESVFILE.
007850  2700-EXIT.
007860      EXIT.
007870
007880*-----------------------------------------------------------------
007890*    2710-READ-RESV
007900*-----------------------------------------------------------------
007910  2710-READ-RESV.
007920      READ RESVFILE
007930          AT END
007940              SET PG-AT-EOF TO TRUE
007950      END-READ.
007960  2710-EXIT.
007970      EXIT.
007980
007990*-----------------------------------------------------------------
008000*    2720-CHECK-RESV
008010*-----------------------------------------------------------------
008020  2720-CHECK-RESV.
008030      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
008040      IF PG-RESV-BOOKED AND PG-RESV-DATE NOT < PG-RUN-DATE
008050          SET PG-REF-IS-LIVE TO TRUE
008060      ELSE
008070          SET PG-REF-NOT-LIVE TO TRUE
008080      END-IF.
008090      MOVE PG-RESV-PLAYER-1 TO PG-CHECK-ID.
008100      MOVE 1 TO PG-SEAT-TEXT.
008110      PERFORM 2730-RESV-WHERE THRU 2730-EXIT.
008120      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
008130      MOVE PG-RESV-PLAYER-2 TO PG-CHECK-ID.
008140      MOVE 2 TO PG-SEAT-TEXT.
008150      PERFORM 2730-RESV-WHERE THRU 2730-EXIT.
008160      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
008170      PERFORM 2710-READ-RESV THRU 2710-EXIT.
008180  2720-EXIT.
008190      EXIT.
008200
008210*-----------------------------------------------------------------
008220*    2730-RESV-WHERE
008230*-----------------------------------------------------------------
008240  2730-RESV-WHERE.
008250      MOVE SPACES TO PG-CHECK-WHERE.
008260      STRING 'BOOKING STN ' PG-RESV-STATION ' ' PG-RESV-DATE
008270             ' ' PG-RESV-SLOT ' PLAYER ' PG-SEAT-TEXT
008280          DELIMITED BY SIZE INTO PG-CHECK-WHERE.
008290  2730-EXIT.
008300      EXIT.
008310
008320*-----------------------------------------------------------------
008330*    2800-WALK-TEAMMAST
008340*    ALL SIX ROSTER SLOTS; AN EMPTY SLOT IS BLANK.
008350*-----------------------------------------------------------------
008360  2800-WALK-TEAMMAST.
008370      OPEN INPUT TEAMMAST.
008380      IF PG-TEAMMAST-STATUS NOT = '00'
008390          MOVE 'TEAMMAST' TO PG-FAILED-FILE
008400          MOVE PG-TEAMMAST-STATUS TO PG-FAILED-STATUS
008410          GO TO 9110-OPEN-FAILED
008420      END-IF.
008430      MOVE 8 TO PG-FILE-SUB.
008440      SET PG-REF-NOT-LIVE TO TRUE.
008450      SET PG-NOT-AT-EOF TO TRUE.
008460      PERFORM 2810-READ-TEAM THRU 2810-EXIT.
008470      PERFORM 2820-CHECK-TEAM THRU 2820-EXIT
008480          UNTIL PG-AT-EOF.
008490      CLOSE TEAMMAST.
008500  2800-EXIT.
008510      EXIT.
008520
008530*-----------------------------------------------------------------
008540*    2810-READ-TEAM
008550*-----------------------------------------------------------------
008560  2810-READ-TEAM.
008570      READ TEAMMAST
008580          AT END
008590              SET PG-AT-EOF TO TRUE
008600      END-READ.
008610  2810-EXIT.
008620      EXIT.
008630
008640*-----------------------------------------------------------------
008650*    2820-CHECK-TEAM
008660*-----------------------------------------------------------------
008670  2820-CHECK-TEAM.
008680      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
008690      PERFORM 2830-CHECK-MEMBER THRU 2830-EXIT
008700          VARYING PG-SEAT-SUB FROM 1 BY 1
008710          UNTIL PG-SEAT-SUB > 6.
008720      PERFORM 2810-READ-TEAM THRU 2810-EXIT.
008730  2820-EXIT.
008740      EXIT.
008750
008760*-----------------------------------------------------------------
008770*    2830-CHECK-MEMBER
008780*-----------------------------------------------------------------
008790  2830-CHECK-MEMBER.
008800      MOVE PG-TEAM-MEMBER (PG-SEAT-SUB) TO PG-CHECK-ID.
008810      MOVE PG-SEAT-SUB TO PG-SEAT-TEXT.
008820      MOVE SPACES TO PG-CHECK-WHERE.
008830      STRING 'TEAM ' PG-TEAM-ID ' ROSTER SLOT ' PG-SEAT-TEXT
008840          DELIMITED BY SIZE INTO PG-CHECK-WHERE.
008850      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
008860  2830-EXIT.
008870      EXIT.
008880
008890*-----------------------------------------------------------------
008900*    2900-WALK-ARCHFILE
008910*    AS MANY GENERATIONS AS THE JCL CONCATENATES, READ AS ONE.
008920*-----------------------------------------------------------------
008930  2900-WALK-ARCHFILE.
008940      OPEN INPUT ARCHFILE.
008950      IF PG-ARCHFILE-STATUS NOT = '00'
008960          MOVE 'ARCHFILE' TO PG-FAILED-FILE
008970          MOVE PG-ARCHFILE-STATUS TO PG-FAILED-STATUS
008980          GO TO 9110-OPEN-FAILED
008990      END-IF.
009000      MOVE 9 TO PG-FILE-SUB.
009010      SET PG-REF-NOT-LIVE TO TRUE.
009020      SET PG-NOT-AT-EOF TO TRUE.
009030      PERFORM 2910-READ-ARCH THRU 2910-EXIT.
009040      PERFORM 2920-CHECK-ARCH THRU 2920-EXIT
009050          UNTIL PG-AT-EOF.
009060      CLOSE ARCHFILE.
009070  2900-EXIT.
009080      EXIT.
009090
009100*-----------------------------------------------------------------
009110*    2910-READ-ARCH
009120*-----------------------------------------------------------------
009130  2910-READ-ARCH.
009140      READ ARCHFILE INTO PG-ARCH-MATCH
009150          AT END
009160              SET PG-AT-EOF TO TRUE
009170      END-READ.
009180  2910-EXIT.
009190      EXIT.
009200
009210*-----------------------------------------------------------------
009220*    2920-CHECK-ARCH
009230*-----------------------------------------------------------------
009240  2920-CHECK-ARCH.
009250      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
009260      MOVE PG-ARC-PLAYER-1 TO PG-CHECK-ID.
009270      MOVE 1 TO PG-SEAT-TEXT.
009280      PERFORM 2930-ARCH-WHERE THRU 2930-EXIT.
009290      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
009300      MOVE PG-ARC-PLAYER-2 TO PG-CHECK-ID.
009310      MOVE 2 TO PG-SEAT-TEXT.
009320      PERFORM 2930-ARCH-WHERE THRU 2930-EXIT.
009330      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
009340      MOVE PG-ARC-PLAYER-3 TO PG-CHECK-ID.
009350      MOVE 3 TO PG-SEAT-TEXT.
009360      PERFORM 2930-ARCH-WHERE THRU 2930-EXIT.
009370      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
009380      MOVE PG-ARC-PLAYER-4 TO PG-CHECK-ID.
009390      MOVE 4 TO PG-SEAT-TEXT.
009400      PERFORM 2930-ARCH-WHERE THRU 2930-EXIT.
009410      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
009420      PERFORM 2910-READ-ARCH THRU 2910-EXIT.
009430  2920-EXIT.
009440      EXIT.
009450
009460*-----------------------------------------------------------------
009470*    2930-ARCH-WHERE
009480*-----------------------------------------------------------------
009490  2930-ARCH-WHERE.
009500      MOVE SPACES TO PG-CHECK-WHERE.
009510      STRING 'ARCHIVED ' PG-ARC-KEY ' SEAT ' PG-SEAT-TEXT
009520          DELIMITED BY SIZE INTO PG-CHECK-WHERE.
009530  2930-EXIT.
009540      EXIT.
009550
009560*-----------------------------------------------------------------
009570*    2950-WALK-ACHVFILE
009580*-----------------------------------------------------------------
009590  2950-WALK-ACHVFILE.
009600      OPEN INPUT ACHVFILE.
009610      IF PG-ACHVFILE-STATUS NOT = '00'
009620          MOVE 'ACHVFILE' TO PG-FAILED-FILE
009630          MOVE PG-ACHVFILE-STATUS TO PG-FAILED-STATUS
009640          GO TO 9110-OPEN-FAILED
009650      END-IF.
009660      MOVE 10 TO PG-FILE-SUB.
009670      SET PG-REF-NOT-LIVE TO TRUE.
009680      SET PG-NOT-AT-EOF TO TRUE.
009690      PERFORM 2960-READ-AWARD THRU 2960-EXIT.
009700      PERFORM 2970-CHECK-AWARD THRU 2970-EXIT
009710          UNTIL PG-AT-EOF.
009720      CLOSE ACHVFILE.
009730  2950-EXIT.
009740      EXIT.
009750
009760*-----------------------------------------------------------------
009770*    2960-READ-AWARD
009780*-----------------------------------------------------------------
009790  2960-READ-AWARD.
009800      READ ACHVFILE
009810          AT END
009820              SET PG-AT-EOF TO TRUE
009830      END-READ.
009840  2960-EXIT.
009850      EXIT.
009860
009870*-----------------------------------------------------------------
009880*    2970-CHECK-AWARD
009890*-----------------------------------------------------------------
009900  2970-CHECK-AWARD.
009910      ADD 1 TO PG-FT-RECORDS (PG-FILE-SUB).
009920      MOVE PG-ACH-PLAYER-ID TO PG-CHECK-ID.
009930      MOVE SPACES TO PG-CHECK-WHERE.
009940      STRING 'AWARD ' PG-ACH-CODE ' ON ' PG-ACH-AWARD-DATE
009950          DELIMITED BY SIZE INTO PG-CHECK-WHERE.
009960      PERFORM 3000-CHECK-ID THRU 3000-EXIT.
009970      PERFORM 2960-READ-AWARD THRU 2960-EXIT.
009980  2970-EXIT.
009990      EXIT.
010000
010010*-----------------------------------------------------------------
010020*    3000-CHECK-ID
010030*    LOOKS THE ID IN HAND UP ON PLAYMAST AND RECORDS WHATEVER
010040*    IS WRONG WITH IT.  A BLANK ID IS AN EMPTY SEAT OR SLOT, NOT
010050*    A REFERENCE.
010060*-----------------------------------------------------------------
010070  3000-CHECK-ID.
010080      IF PG-CHECK-ID = SPACES
010090          GO TO 3000-EXIT
010100      END-IF.
010110      MOVE SPACES TO PG-CHECK-NOTE.
010120      MOVE PG-CHECK-ID TO PG-PMST-PLAYER-ID.
010130      READ PLAYMAST
010140          INVALID KEY
010150              MOVE 1 TO PG-KIND-SUB
010160              PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
010170              GO TO 3000-EXIT
010180      END-READ.
010190
010200      IF PG-PMST-MERGED-TO NOT = SPACES
010210          MOVE 2 TO PG-KIND-SUB
010220          STRING 'MERGED TO ' PG-PMST-MERGED-TO
010230              DELIMITED BY SIZE INTO PG-CHECK-NOTE
010240          PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
010250          GO TO 3000-EXIT
010260      END-IF.
010270
010280      IF PG-PMST-SWEPT AND PG-REF-IS-LIVE
010290          MOVE 3 TO PG-KIND-SUB
010300          STRING 'SWEPT, LAST PLAYED ' PG-PMST-LAST-PLAYED
010310              DELIMITED BY SIZE INTO PG-CHECK-NOTE
010320          PERFORM 7000-RECORD-FINDING THRU 7000-EXIT
010330      END-IF.
010340  3000-EXIT.
010350      EXIT.
010360
010370*-----------------------------------------------------------------
010380*    5000-PRINT-LISTING
010390*    SORT OUTPUT PROCEDURE.  THE FINDINGS COME BACK GROUPED BY
010400*    FILE, THEN KIND, THEN PLAYER; EACH CHANGE OF FILE OR KIND
010410*    GETS ITS OWN HEADING LINE.
010420*-----------------------------------------------------------------
010430  5000-PRINT-LISTING.
010440      MOVE ZERO TO PG-PREV-FILE-SEQ.
010450      MOVE ZERO TO PG-PREV-KIND-SEQ.
010460      PERFORM 5010-RETURN-FINDING THRU 5010-EXIT.
010470      PERFORM 5100-PRINT-ONE-FINDING THRU 5100-EXIT
010480          UNTIL PG-SORT-DONE.
010490  5000-EXIT.
010500      EXIT.
010510
010520*-----------------------------------------------------------------
010530*    5010-RETURN-FINDING
010540*-----------------------------------------------------------------
010550  5010-RETURN-FINDING.
010560      RETURN SORTWORK
010570          AT END
010580              SET PG-SORT-DONE TO TRUE
010590      END-RETURN.
010600  5010-EXIT.
010610      EXIT.
010620
010630*-----------------------------------------------------------------
010640*    5100-PRINT-ONE-FINDING
010650*-----------------------------------------------------------------
010660  5100-PRINT-ONE-FINDING.
010670      IF PG-SORT-FILE-SEQ NOT = PG-PREV-FILE-SEQ
010680          MOVE SPACES TO PG-PRINT-LINE
010690          WRITE PG-PRINT-LINE
010700          MOVE PG-FILE-NAME (PG-SORT-FILE-SEQ) TO PG-FBL-FILE
010710          WRITE PG-PRINT-LINE FROM PG-FILE-BREAK-LINE
010720          MOVE PG-SORT-FILE-SEQ TO PG-PREV-FILE-SEQ
010730          MOVE ZERO TO PG-PREV-KIND-SEQ
010740      END-IF.
010750      IF PG-SORT-KIND-SEQ NOT = PG-PREV-KIND-SEQ
010760          MOVE PG-KIND-NAME (PG-SORT-KIND-SEQ) TO PG-KBL-KIND
010770          WRITE PG-PRINT-LINE FROM PG-KIND-BREAK-LINE
010780          WRITE PG-PRINT-LINE FROM PG-LIST-HEADING
010790          MOVE PG-SORT-KIND-SEQ TO PG-PREV-KIND-SEQ
010800      END-IF.
010810
010820      MOVE PG-SORT-PLAYER-ID TO PG-DTL-PLAYER-ID.
010830      MOVE PG-SORT-WHERE     TO PG-DTL-WHERE.
010840      MOVE PG-SORT-NOTE      TO PG-DTL-NOTE.
010850      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
010860      PERFORM 5010-RETURN-FINDING THRU 5010-EXIT.
010870  5100-EXIT.
010880      EXIT.
010890
010900*-----------------------------------------------------------------
010910*    6000-PRINT-SUMMARY
010920*    ONE LINE PER FILE WALKED - RECORDS READ AND FINDINGS OF
010930*    EACH KIND - THEN THE TOTAL.  THIS IS ALL A COUNT RUN PRINTS.
010940*-----------------------------------------------------------------
010950  6000-PRINT-SUMMARY.
010960      MOVE SPACES TO PG-PRINT-LINE.
010970      WRITE PG-PRINT-LINE.
010980      WRITE PG-PRINT-LINE FROM PG-SUMMARY-HEADING-1.
010990      WRITE PG-PRINT-LINE FROM PG-SUMMARY-HEADING-2.
011000      PERFORM 6100-PRINT-ONE-FILE THRU 6100-EXIT
011010          VARYING PG-FILE-SUB FROM 1 BY 1
011020          UNTIL PG-FILE-SUB > 10.
011030
011040      IF PG-FINDING-COUNT = ZERO
011050          WRITE PG-PRINT-LINE FROM PG-CLEAN-LINE
011060      ELSE
011070          MOVE PG-FINDING-COUNT TO PG-TRL-FINDINGS
011080          WRITE PG-PRINT-LINE FROM PG-TRAILER-LINE
011090      END-IF.
011100  6000-EXIT.
011110      EXIT.
011120
011130*-----------------------------------------------------------------
011140*    6100-PRINT-ONE-FILE
011150*-----------------------------------------------------------------
011160  6100-PRINT-ONE-FILE.
011170      MOVE PG-FILE-NAME (PG-FILE-SUB)   TO PG-SUM-DTL-FILE.
011180      MOVE PG-FT-RECORDS (PG-FILE-SUB)  TO PG-SUM-DTL-RECORDS.
011190      MOVE PG-FT-KIND-COUNT (PG-FILE-SUB, 1)
011200          TO PG-SUM-DTL-MISSING.
011210      MOVE PG-FT-KIND-COUNT (PG-FILE-SUB, 2) TO PG-SUM-DTL-MERGED.
011220      MOVE PG-FT-KIND-COUNT (PG-FILE-SUB, 3) TO PG-SUM-DTL-SWEPT.
011230      WRITE PG-PRINT-LINE FROM PG-SUMMARY-LINE.
011240  6100-EXIT.
011250      EXIT.
011260
011270*-----------------------------------------------------------------
011280*    7000-RECORD-FINDING
011290*    COUNTS THE FINDING AGAINST ITS FILE AND KIND, AND IN A
011300*    LISTING RUN HANDS IT TO THE SORT.
011310*-----------------------------------------------------------------
011320  7000-RECORD-FINDING.
011330      ADD 1 TO PG-FT-KIND-COUNT (PG-FILE-SUB, PG-KIND-SUB).
011340      ADD 1 TO PG-FINDING-COUNT.
011350      IF PG-MODE-LIST
011360          MOVE PG-FILE-SUB    TO PG-SORT-FILE-SEQ
011370          MOVE PG-KIND-SUB    TO PG-SORT-KIND-SEQ
011380          MOVE PG-CHECK-ID    TO PG-SORT-PLAYER-ID
011390          MOVE PG-CHECK-WHERE TO PG-SORT-WHERE
011400          MOVE PG-CHECK-NOTE  TO PG-SORT-NOTE
011410          RELEASE PG-SORT-RECORD
011420      END-IF.
011430  7000-EXIT.
011440      EXIT.
011450
011460*-----------------------------------------------------------------
011470*    9000-TERMINATE
011480*-----------------------------------------------------------------
011490  9000-TERMINATE.
011500      CLOSE PLAYMAST.
011510      CLOSE PRTFILE.
011520  9000-EXIT.
011530      EXIT.
011540
011550*-----------------------------------------------------------------
011560*    9100-BAD-PARM
011570*-----------------------------------------------------------------
011580  9100-BAD-PARM.
011590      DISPLAY 'PONGXREF - PARM MUST BE COUNT OR LIST'
011600          '[,YYYYMMDD] - NOTHING CHECKED'.
011610      MOVE 8 TO RETURN-CODE.
011620      STOP RUN.
011630  9100-EXIT.
011640      EXIT.
011650
011660*-----------------------------------------------------------------
011670*    9110-OPEN-FAILED
011680*    ANY FILE THAT WILL NOT OPEN STOPS THE RUN - A CHECK THAT
011690*    QUIETLY SKIPPED A FILE WOULD REPORT IT CLEAN.  THE FILES
011700*    ARE WALKED ONE AT A TIME, SO ONLY PLAYMAST AND THE PRINT
011710*    FILE CAN BE OPEN HERE.
011720*-----------------------------------------------------------------
011730  9110-OPEN-FAILED.
011740      DISPLAY 'PONGXREF - ' PG-FAILED-FILE ' OPEN FAILED, STATUS '
011750          PG-FAILED-STATUS.
011760      IF PG-FAILED-FILE NOT = 'PLAYMAST'
011770          CLOSE PLAYMAST
011780          CLOSE PRTFILE
011790      END-IF.
011800      MOVE 8 TO RETURN-CODE.
011810      STOP RUN.
011820  9110-EXIT.
011830      EXIT.
