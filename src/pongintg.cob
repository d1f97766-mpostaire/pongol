000100*=================================================================
000110*  PONGINTG
000120*  NIGHTLY LEDGER INTEGRITY CHECK, RUN IN THE WINDOW BETWEEN
000130*  PONGBILL AND PONGRATE.  EVERY MATCH THE RATINGS RUN IS ABOUT
000140*  TO APPLY - ALL ACTIVE MATCHES STAMPED AFTER THE RATECTL
000150*  HIGH-WATER MARK - IS CROSS-CHECKED AGAINST THE PEVTFILE
000160*  POINT-EVENT LOG BEFORE IT CAN MOVE ANYBODY'S RATING:
000170*
000180*    SCORE DIFFERS       THE LAST LOGGED POINT DOES NOT CARRY
000190*                        THE SCORE ON THE LEDGER.         HIGH
000200*    TOO SHORT           THE LEDGER DURATION IS LESS THAN THE
000210*                        WINNING SCORE TIMES THE FASTEST A
000220*                        POINT CAN BE PLAYED.             HIGH
000230*    NO POINT EVENTS     A LEDGER MATCH WITH NOTHING ON THE
000240*                        POINT LOG TO CORROBORATE IT.     MEDIUM
000250*    DURATION DIFFERS    THE LEDGER DURATION AND THE SPAN OF
000260*                        THE EVENT STAMPS DISAGREE BY MORE
000270*                        THAN THE TOLERANCE.              MEDIUM
000280*    NO LEDGER RECORD    POINTS LOGGED FOR A MATCH THAT NEVER
000290*                        REACHED THE LEDGER.              LOW
000300*
000310*  IT ALSO WATCHES FOR RATING FARMING: A SINGLES PAIR THAT HAS
000320*  MET AT LEAST PG-FARM-MIN-MATCHES TIMES IN THE LAST
000330*  PG-FARM-DAYS DAYS WITH ONE SIDE WINNING EVERY TIME, AND
000340*  WHICH HAS AT LEAST ONE UNRATED MATCH, IS FLAGGED HIGH.
000350*
000360*  THE EXCEPTION REPORT CARRIES A SEVERITY ON EVERY FINDING.
000370*  THE JOB ENDS RC 8 WHEN ANY HIGH FINDING EXISTS, RC 4 FOR
000380*  MEDIUM OR LOW ONLY, RC 0 WHEN CLEAN.  RC 8 IS RECORDED BY
000390*  THE JCL'S RUNEND8 STEP, AND PONGRUNC REFUSES TO START
000400*  PONGRATE BEHIND A PREREQUISITE THAT COMPLETED RC 8, SO A
000410*  SUSPECT MATCH NEVER REACHES THE RATINGS UNREVIEWED.  THE
000420*  SUPERVISOR EITHER VOIDS THE BAD MATCHES WITH PONGADJ AND
000430*  RESUBMITS, OR RESUBMITS WITH REVIEWED IN THE PARM, WHICH
000440*  REPRINTS THE SAME FINDINGS BUT HOLDS THE RC AT 4 AND LETS
000450*  PONGRATE GO.  THE JOB'S OWN FAILURES (BAD PARM, A FILE THAT
000460*  WILL NOT OPEN, A TABLE OVERFLOW) END RC 12, WHICH NO END STEP
000470*  RECORDS, SO THEY CANNOT BE MISTAKEN FOR A NIGHT OF FINDINGS.
000480*
000490*  A MATCH THAT RUNS PAST MIDNIGHT WOULD WRAP THE SPAN
000500*  ARITHMETIC, BUT THE FLOOR CLOSES WELL BEFORE THEN - THE
000510*  SAME CLAMP PONGPEVT LIVES WITH.
000520*-----------------------------------------------------------------
000530*  MODIFICATION HISTORY
000540*  DATE       INIT  DESCRIPTION
000550*  15/10/2026 MP    ORIGINAL PROGRAM.
000552*  15/10/2026 MP    THE TOO-SHORT TEST NOW LEAVES A HANDICAP
000554*                    HEAD START OUT OF THE WINNER'S SCORE - THOSE
000556*                    POINTS WERE NEVER PLAYED, SO A HANDICAPPED
000558*                    WINNER WAS BEING HELD TO TOO HIGH A FLOOR.
000560*=================================================================
000570  IDENTIFICATION DIVISION.
000580      PROGRAM-ID.    PONGINTG.
000590      AUTHOR.        MAXIME POSTAIRE.
000600      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000610      DATE-WRITTEN.  15/10/2026.
000620      DATE-COMPILED.
000630
000640  ENVIRONMENT DIVISION.
000650  INPUT-OUTPUT SECTION.
000660  FILE-CONTROL.
000670      SELECT PEVTFILE ASSIGN TO PEVTFILE
000680          ORGANIZATION IS SEQUENTIAL
000690          FILE STATUS IS PG-PEVTFILE-STATUS.
000700
000710      SELECT SCOREFILE ASSIGN TO SCOREFILE
000720          ORGANIZATION IS INDEXED
000730          ACCESS MODE IS SEQUENTIAL
000740          RECORD KEY IS PG-MATCH-KEY
000750          FILE STATUS IS PG-SCOREFILE-STATUS.
000760
000770      SELECT RATECTL-FILE ASSIGN TO RATECTL
000780          ORGANIZATION IS RELATIVE
000790          ACCESS MODE IS RANDOM
000800          RELATIVE KEY IS PG-RCTL-REL-KEY
000810          FILE STATUS IS PG-RCTL-FILE-STATUS.
000820
000830      SELECT PRTFILE ASSIGN TO PRTFILE
000840          ORGANIZATION IS SEQUENTIAL.
000850
000860  DATA DIVISION.
000870  FILE SECTION.
000880  FD  PEVTFILE
000890      LABEL RECORDS ARE STANDARD.
000900      COPY PEVTREC.
000910
000920  FD  SCOREFILE
000930      LABEL RECORDS ARE STANDARD.
000940      COPY MATCHREC.
000950
000960  FD  RATECTL-FILE
000970      LABEL RECORDS ARE STANDARD.
000980      COPY RATECTL.
000990
001000  FD  PRTFILE
001010      LABEL RECORDS ARE STANDARD
001020      RECORD CONTAINS 132 CHARACTERS.
001030  01  PG-PRINT-LINE               PIC X(132).
001040
001050  WORKING-STORAGE SECTION.
001060  01  PG-SWITCHES.
001070      05  PG-PEVTFILE-EOF     PIC X(01) VALUE 'N'.
001080          88  PG-PEV-NOT-AT-EOF       VALUE 'N'.
001090          88  PG-PEV-AT-EOF           VALUE 'Y'.
001100      05  PG-SCOREFILE-EOF    PIC X(01) VALUE 'N'.
001110          88  PG-NOT-AT-EOF           VALUE 'N'.
001120          88  PG-AT-EOF               VALUE 'Y'.
001130      05  PG-REVIEWED-SWITCH  PIC X(01) VALUE 'N'.
001140          88  PG-FINDINGS-REVIEWED    VALUE 'Y'.
001150
001160  01  PG-PEVTFILE-STATUS      PIC X(02) VALUE '00'.
001170  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
001180  01  PG-RCTL-FILE-STATUS     PIC X(02) VALUE '00'.
001190  01  PG-RCTL-REL-KEY         PIC 9(05) COMP VALUE 1.
001200
001210*-----------------------------------------------------------------
001220*    SHOP LIMITS.  THE FASTEST A POINT CAN HONESTLY BE PLAYED
001230*    (SERVE, RALLY, BALL RESET), HOW FAR THE LEDGER DURATION MAY
001240*    STRAY FROM THE EVENT SPAN (THE SPAN MISSES THE WAIT FOR THE
001250*    FIRST SERVE), AND THE FARMING WINDOW AND THRESHOLD.
001260*-----------------------------------------------------------------
001270  01  PG-MIN-SECS-PER-POINT   PIC 9(03) COMP VALUE 3.
001280  01  PG-DURATION-TOLERANCE   PIC 9(05) COMP VALUE 180.
001290  01  PG-FARM-DAYS            PIC 9(03) COMP VALUE 7.
001300  01  PG-FARM-MIN-MATCHES     PIC 9(04) COMP VALUE 5.
001310
001320  01  PG-BUSINESS-DATE        PIC X(08) VALUE SPACES.
001330  01  PG-PARM-DATE            PIC X(08) VALUE SPACES.
001340  01  PG-PARM-OPTION          PIC X(08) VALUE SPACES.
001350
001360*    THE RATINGS RUN'S HIGH-WATER MARK, AND THE STAMP OF THE
001370*    RECORD IN HAND IN THE SAME SHAPE FOR THE COMPARISON.
001380  01  PG-HWM-STAMP.
001390      05  PG-HWM-DATE         PIC X(08).
001400      05  PG-HWM-TIME         PIC X(06).
001410  01  PG-CUR-STAMP.
001420      05  PG-CUR-STAMP-DATE   PIC X(08).
001430      05  PG-CUR-STAMP-TIME   PIC X(06).
001440
001450*-----------------------------------------------------------------
001460*    EVENT GATHERING TABLE - ONE ENTRY PER UNRATED MATCH SEEN ON
001470*    THE POINT LOG, FOUND BY ITS LEDGER KEY.  THE LOG IS WRITTEN
001480*    IN PLAY ORDER PER MATCH, SO THE LAST EVENT FOLDED IN CARRIES
001490*    THE FINAL SCORE EVEN THOUGH MATCHES INTERLEAVE.
001500*-----------------------------------------------------------------
001510  01  PG-EVENT-TABLE.
001520      05  PG-EV-ENTRY OCCURS 2000 TIMES.
001530          10  PG-EV-KEY           PIC X(24).
001540          10  PG-EV-SCORE-1       PIC 9(03).
001550          10  PG-EV-SCORE-2       PIC 9(03).
001560          10  PG-EV-FIRST-STAMP   PIC 9(08).
001570          10  PG-EV-LAST-STAMP    PIC 9(08).
001580          10  PG-EV-POINTS        PIC 9(05) COMP.
001590          10  PG-EV-ON-LEDGER     PIC X(01).
001600              88  PG-EV-MATCHED          VALUE 'Y'.
001610
001620  01  PG-EV-COUNT             PIC 9(04) COMP VALUE ZERO.
001630  01  PG-EV-SUB               PIC 9(04) COMP VALUE ZERO.
001640  01  PG-THIS-SUB             PIC 9(04) COMP VALUE ZERO.
001650  01  PG-SUB                  PIC 9(04) COMP VALUE ZERO.
001660
001670*-----------------------------------------------------------------
001680*    PAIR TABLE FOR THE FARMING CHECK - ONE ENTRY PER SINGLES
001690*    PAIRING MET INSIDE THE WINDOW, THE LOWER ID FIRST SO THE
001700*    PAIR IS THE SAME WHICHEVER SIDE EACH PLAYER STOOD.
001710*-----------------------------------------------------------------
001720  01  PG-PAIR-TABLE.
001730      05  PG-PR-ENTRY OCCURS 500 TIMES.
001740          10  PG-PR-LOW-ID        PIC X(10).
001750          10  PG-PR-HIGH-ID       PIC X(10).
001760          10  PG-PR-MATCHES       PIC 9(04) COMP.
001770          10  PG-PR-LOW-WINS      PIC 9(04) COMP.
001780          10  PG-PR-HIGH-WINS     PIC 9(04) COMP.
001790          10  PG-PR-UNRATED       PIC 9(04) COMP.
001800
001810  01  PG-PR-COUNT             PIC 9(04) COMP VALUE ZERO.
001820  01  PG-PR-SUB               PIC 9(04) COMP VALUE ZERO.
001830
001840  01  PG-PAIR-WORK.
001850      05  PG-PW-LOW-ID        PIC X(10).
001860      05  PG-PW-HIGH-ID       PIC X(10).
001870      05  PG-PW-LOW-SCORE     PIC 9(03).
001880      05  PG-PW-HIGH-SCORE    PIC 9(03).
001890
001900*    STAMP-TO-SECONDS CONVERSION FOR THE EVENT SPAN.
001910  01  PG-STAMP-WORK.
001920      05  PG-STW-TIME          PIC 9(08).
001930      05  PG-STW-SPLIT REDEFINES PG-STW-TIME.
001940          10  PG-STW-HH        PIC 9(02).
001950          10  PG-STW-MM        PIC 9(02).
001960          10  PG-STW-SS        PIC 9(02).
001970          10  FILLER           PIC 9(02).
001980      05  PG-FIRST-SECONDS     PIC 9(07) COMP.
001990      05  PG-LAST-SECONDS      PIC 9(07) COMP.
002000      05  PG-SPAN-SECONDS      PIC 9(07) COMP.
002010
002020  01  PG-WIN-SCORE            PIC 9(03) VALUE ZERO.
002030  01  PG-FLOOR-SECONDS        PIC 9(07) COMP VALUE ZERO.
002040  01  PG-MATCH-DUR-WORK       PIC 9(07) COMP VALUE ZERO.
002050
002060*-----------------------------------------------------------------
002070*    CALENDAR WORK AREA - THE SAME DAY-NUMBER ARITHMETIC AS
002080*    PONGAGED, USED ONLY TO BOUND THE FARMING WINDOW.
002090*-----------------------------------------------------------------
002100  01  PG-CAL-DATE.
002110      05  PG-CAL-YEAR         PIC 9(04).
002120      05  PG-CAL-MONTH        PIC 9(02).
002130      05  PG-CAL-DAY          PIC 9(02).
002140  01  PG-CAL-WORK.
002150      05  PG-CAL-Y            PIC 9(04) COMP.
002160      05  PG-CAL-M            PIC 9(02) COMP.
002170      05  PG-CAL-Y4           PIC 9(08) COMP.
002180      05  PG-CAL-Y100         PIC 9(08) COMP.
002190      05  PG-CAL-Y400         PIC 9(08) COMP.
002200      05  PG-CAL-MTERM        PIC 9(08) COMP.
002210  01  PG-CAL-DAYNUM           PIC 9(08) COMP VALUE ZERO.
002220  01  PG-BUSINESS-DAYNUM      PIC 9(08) COMP VALUE ZERO.
002230  01  PG-WINDOW-DAYNUM        PIC 9(08) COMP VALUE ZERO.
002240
002250  01  PG-CHECKED-COUNT        PIC 9(05) COMP VALUE ZERO.
002260  01  PG-HIGH-COUNT           PIC 9(05) COMP VALUE ZERO.
002270  01  PG-MEDIUM-COUNT         PIC 9(05) COMP VALUE ZERO.
002280  01  PG-LOW-COUNT            PIC 9(05) COMP VALUE ZERO.
002290  01  PG-FINAL-RC             PIC 9(04) VALUE ZERO.
002300
002310*    FINDING STAGING - FILLED BY EACH CHECK, PRINTED BY 7000.
002320  01  PG-FINDING.
002330      05  PG-FND-SEVERITY     PIC X(06).
002340          88  PG-FND-HIGH            VALUE 'HIGH'.
002350          88  PG-FND-MEDIUM          VALUE 'MEDIUM'.
002360          88  PG-FND-LOW             VALUE 'LOW'.
002370      05  PG-FND-KIND         PIC X(26).
002380      05  PG-FND-KEY          PIC X(24).
002390      05  PG-FND-OTHER        PIC X(10).
002400      05  PG-FND-DETAIL       PIC X(50).
002410
002420  01  PG-EDIT-WORK.
002430      05  PG-ED-SCORE-A       PIC ZZ9.
002440      05  PG-ED-SCORE-B       PIC ZZ9.
002450      05  PG-ED-SCORE-C       PIC ZZ9.
002460      05  PG-ED-SCORE-D       PIC ZZ9.
002470      05  PG-ED-SECS-A        PIC ZZZZ9.
002480      05  PG-ED-SECS-B        PIC ZZZZ9.
002490      05  PG-ED-COUNT         PIC ZZZ9.
002500      05  PG-ED-DAYS          PIC ZZ9.
002510
002520  01  PG-HEADING-1.
002530      05  FILLER                PIC X(20)
002540                                 VALUE 'PONGOL NIGHTLY INTEG'.
002550      05  FILLER                PIC X(20)
002560                                 VALUE 'RITY CHECK - WINDOW '.
002570      05  PG-HDG-DATE           PIC X(08).
002580      05  FILLER                PIC X(20)
002590                                 VALUE '   MATCHES AFTER RAT'.
002600      05  FILLER                PIC X(09) VALUE 'ING MARK '.
002610      05  PG-HDG-HWM-DATE       PIC X(08).
002620      05  FILLER                PIC X(01) VALUE SPACE.
002630      05  PG-HDG-HWM-TIME       PIC X(06).
002640
002650  01  PG-HEADING-2.
002660      05  FILLER                PIC X(08) VALUE 'SEV'.
002670      05  FILLER                PIC X(26) VALUE 'FINDING'.
002680      05  FILLER                PIC X(26)
002690                                 VALUE 'MATCH (P1/DATE/TIME)'.
002700      05  FILLER                PIC X(12) VALUE 'OPPONENT'.
002710      05  FILLER                PIC X(50) VALUE 'DETAIL'.
002720
002730  01  PG-DETAIL-LINE.
002740      05  PG-DTL-SEVERITY       PIC X(08).
002750      05  PG-DTL-KIND           PIC X(26).
002760      05  PG-DTL-KEY            PIC X(26).
002770      05  PG-DTL-OTHER          PIC X(12).
002780      05  PG-DTL-DETAIL         PIC X(50).
002790
002800  01  PG-NO-FINDINGS-LINE       PIC X(40) VALUE
002810          'NO INTEGRITY FINDINGS.'.
002820
002830  01  PG-TRAILER-LINE.
002840      05  FILLER                PIC X(17)
002850                                 VALUE 'MATCHES CHECKED: '.
002860      05  PG-TRL-CHECKED        PIC ZZZZ9.
002870      05  FILLER                PIC X(08) VALUE ', HIGH: '.
002880      05  PG-TRL-HIGH           PIC ZZZZ9.
002890      05  FILLER                PIC X(10) VALUE ', MEDIUM: '.
002900      05  PG-TRL-MEDIUM         PIC ZZZZ9.
002910      05  FILLER                PIC X(07) VALUE ', LOW: '.
002920      05  PG-TRL-LOW            PIC ZZZZ9.
002930
002940  01  PG-RC-LINE.
002950      05  FILLER                PIC X(12) VALUE 'RETURN CODE '.
002960      05  PG-RCL-RC             PIC 9(04).
002970      05  FILLER                PIC X(03) VALUE ' - '.
002980      05  PG-RCL-TEXT           PIC X(60).
002990
003000*-----------------------------------------------------------------
003010*    LINKAGE SECTION
003020*    THE PARM IS DATE[,REVIEWED].  THE DATE IS THE BUSINESS DATE
003030*    THE FARMING WINDOW ENDS ON, YYYYMMDD, DEFAULTING TO TODAY;
003040*    REVIEWED HOLDS THE RC AT 4 ONCE A SUPERVISOR HAS GONE
003050*    THROUGH THE HIGH FINDINGS - SEE THE PROLOGUE.
003060*-----------------------------------------------------------------
003070  LINKAGE SECTION.
003080  01  PG-PARM-DATA.
003090      05  PG-PARM-LENGTH        PIC S9(04) COMP.
003100      05  PG-PARM-TEXT          PIC X(17).
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
003220
003230      PERFORM 3000-READ-SCORE THRU 3000-EXIT.
003240      PERFORM 3100-CHECK-LEDGER THRU 3100-EXIT
003250          UNTIL PG-AT-EOF.
003260
003270      PERFORM 4000-CHECK-ONE-PAIR THRU 4000-EXIT
003280          VARYING PG-SUB FROM 1 BY 1
003290          UNTIL PG-SUB > PG-PR-COUNT.
003300      PERFORM 5000-CHECK-ORPHAN-EVENTS THRU 5000-EXIT
003310          VARYING PG-SUB FROM 1 BY 1
003320          UNTIL PG-SUB > PG-EV-COUNT.
003330
003340      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003350      MOVE PG-FINAL-RC TO RETURN-CODE.
003360      STOP RUN.
003370
003380*-----------------------------------------------------------------
003390*    1000-INITIALIZE
003400*    PICKS UP THE RATINGS RUN'S HIGH-WATER MARK - A RATECTL WITH
003410*    NO RECORD YET MEANS NOTHING HAS EVER BEEN RATED, SO THE
003420*    WHOLE LEDGER IS IN SCOPE, EXACTLY AS PONGRATE WOULD SEE IT.
003430*-----------------------------------------------------------------
003440  1000-INITIALIZE.
003450      IF PG-PARM-LENGTH > ZERO
003460          UNSTRING PG-PARM-TEXT DELIMITED BY ','
003470              INTO PG-PARM-DATE
003480                   PG-PARM-OPTION
003490          END-UNSTRING
003500      END-IF.
003510      IF PG-PARM-DATE = SPACES
003520          ACCEPT PG-BUSINESS-DATE FROM DATE YYYYMMDD
003530      ELSE
003540          MOVE PG-PARM-DATE TO PG-BUSINESS-DATE
003550      END-IF.
003560      IF PG-BUSINESS-DATE NOT NUMERIC
003570          GO TO 9100-BAD-PARM
003580      END-IF.
003590      IF PG-PARM-OPTION = 'REVIEWED'
003600          SET PG-FINDINGS-REVIEWED TO TRUE
003610      ELSE
003620          IF PG-PARM-OPTION NOT = SPACES
003630              GO TO 9100-BAD-PARM
003640          END-IF
003650      END-IF.
003660
003670      MOVE PG-BUSINESS-DATE TO PG-CAL-DATE.
003680      PERFORM 7500-COMPUTE-DAYNUM THRU 7500-EXIT.
003690      MOVE PG-CAL-DAYNUM TO PG-BUSINESS-DAYNUM.
003700      COMPUTE PG-WINDOW-DAYNUM =
003710          PG-BUSINESS-DAYNUM - PG-FARM-DAYS + 1.
003720
003730      OPEN INPUT RATECTL-FILE.
003740      IF PG-RCTL-FILE-STATUS NOT = '00'
003750          GO TO 9110-RATECTL-OPEN-FAILED
003760      END-IF.
003770      MOVE LOW-VALUES TO PG-HWM-STAMP.
003780      MOVE 1 TO PG-RCTL-REL-KEY.
003790      READ RATECTL-FILE
003800          INVALID KEY
003810              CONTINUE
003820      END-READ.
003830      IF PG-RCTL-FILE-STATUS = '00'
003840          MOVE PG-RCTL-LAST-DATE TO PG-HWM-DATE
003850          MOVE PG-RCTL-LAST-TIME TO PG-HWM-TIME
003860      END-IF.
003870      CLOSE RATECTL-FILE.
003880
003890      OPEN INPUT PEVTFILE.
003900      IF PG-PEVTFILE-STATUS NOT = '00'
003910          GO TO 9120-PEVTFILE-OPEN-FAILED
003920      END-IF.
003930      OPEN INPUT SCOREFILE.
003940      IF PG-SCOREFILE-STATUS NOT = '00'
003950          GO TO 9130-SCOREFILE-OPEN-FAILED
003960      END-IF.
003970      OPEN OUTPUT PRTFILE.
003980
003990      MOVE PG-BUSINESS-DATE TO PG-HDG-DATE.
004000      IF PG-HWM-STAMP = LOW-VALUES
004010          MOVE 'NONE'   TO PG-HDG-HWM-DATE
004020          MOVE SPACES   TO PG-HDG-HWM-TIME
004030      ELSE
004040          MOVE PG-HWM-DATE TO PG-HDG-HWM-DATE
004050          MOVE PG-HWM-TIME TO PG-HDG-HWM-TIME
004060      END-IF.
004070      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
004080      WRITE PG-PRINT-LINE FROM PG-HEADING-2.
004090  1000-EXIT.
004100      EXIT.
004110
004120*-----------------------------------------------------------------
004130*    2000-READ-EVENT
004140*-----------------------------------------------------------------
004150  2000-READ-EVENT.
004160      READ PEVTFILE
004170          AT END
004180              SET PG-PEV-AT-EOF TO TRUE
004190      END-READ.
004200  2000-EXIT.
004210      EXIT.
004220
004230*-----------------------------------------------------------------
004240*    2100-FOLD-EVENT
004250*    ONLY EVENTS OF UNRATED MATCHES ARE GATHERED - THE REST OF
004260*    THE LOG WAS CHECKED ON EARLIER NIGHTS.
004270*-----------------------------------------------------------------
004280  2100-FOLD-EVENT.
004290      MOVE PG-PEV-MATCH-DATE TO PG-CUR-STAMP-DATE.
004300      MOVE PG-PEV-MATCH-TIME TO PG-CUR-STAMP-TIME.
004310      IF PG-CUR-STAMP NOT > PG-HWM-STAMP
004320          GO TO 2100-NEXT
004330      END-IF.
004340
004350      PERFORM 2200-FIND-EVENT-ENTRY THRU 2200-EXIT.
004360
004370      ADD 1 TO PG-EV-POINTS (PG-THIS-SUB).
004380      MOVE PG-PEV-STAMP-TIME TO PG-EV-LAST-STAMP (PG-THIS-SUB).
004390      MOVE PG-PEV-SCORE-1    TO PG-EV-SCORE-1 (PG-THIS-SUB).
004400      MOVE PG-PEV-SCORE-2    TO PG-EV-SCORE-2 (PG-THIS-SUB).
004410  2100-NEXT.
004420      PERFORM 2000-READ-EVENT THRU 2000-EXIT.
004430  2100-EXIT.
004440      EXIT.
004450
004460*-----------------------------------------------------------------
004470*    2200-FIND-EVENT-ENTRY
004480*    LEAVES THE EVENT'S MATCH ENTRY SUBSCRIPT IN PG-THIS-SUB,
004490*    OPENING A FRESH ENTRY THE FIRST TIME THE MATCH IS SEEN.
004500*-----------------------------------------------------------------
004510  2200-FIND-EVENT-ENTRY.
004520      MOVE ZERO TO PG-THIS-SUB.
004530      PERFORM 2210-MATCH-ONE-ENTRY THRU 2210-EXIT
004540          VARYING PG-EV-SUB FROM 1 BY 1
004550          UNTIL PG-EV-SUB > PG-EV-COUNT
004560             OR PG-THIS-SUB > ZERO.
004570      IF PG-THIS-SUB > ZERO
004580          GO TO 2200-EXIT
004590      END-IF.
004600
004610      IF PG-EV-COUNT >= 2000
004620          GO TO 9140-EVENT-TABLE-FULL
004630      END-IF.
004640      ADD 1 TO PG-EV-COUNT.
004650      MOVE PG-EV-COUNT TO PG-THIS-SUB.
004660      MOVE PG-PEV-MATCH-KEY  TO PG-EV-KEY (PG-THIS-SUB).
004670      MOVE ZERO  TO PG-EV-SCORE-1 (PG-THIS-SUB).
004680      MOVE ZERO  TO PG-EV-SCORE-2 (PG-THIS-SUB).
004690      MOVE PG-PEV-STAMP-TIME TO PG-EV-FIRST-STAMP (PG-THIS-SUB).
004700      MOVE PG-PEV-STAMP-TIME TO PG-EV-LAST-STAMP (PG-THIS-SUB).
004710      MOVE ZERO  TO PG-EV-POINTS (PG-THIS-SUB).
004720      MOVE 'N'   TO PG-EV-ON-LEDGER (PG-THIS-SUB).
004730  2200-EXIT.
004740      EXIT.
004750
004760*-----------------------------------------------------------------
004770*    2210-MATCH-ONE-ENTRY
004780*-----------------------------------------------------------------
004790  2210-MATCH-ONE-ENTRY.
004800      IF PG-EV-KEY (PG-EV-SUB) = PG-PEV-MATCH-KEY
004810          MOVE PG-EV-SUB TO PG-THIS-SUB
004820      END-IF.
004830  2210-EXIT.
004840      EXIT.
004850
004860*-----------------------------------------------------------------
004870*    2300-FIND-LEDGER-ENTRY
004880*    THE SAME SEARCH BY THE LEDGER RECORD'S KEY; PG-THIS-SUB IS
004890*    LEFT ZERO WHEN THE MATCH HAS NO EVENTS.
004900*-----------------------------------------------------------------
004910  2300-FIND-LEDGER-ENTRY.
004920      MOVE ZERO TO PG-THIS-SUB.
004930      PERFORM 2310-MATCH-LEDGER-KEY THRU 2310-EXIT
004940          VARYING PG-EV-SUB FROM 1 BY 1
004950          UNTIL PG-EV-SUB > PG-EV-COUNT
004960             OR PG-THIS-SUB > ZERO.
004970  2300-EXIT.
004980      EXIT.
004990
005000*-----------------------------------------------------------------
005010*    2310-MATCH-LEDGER-KEY
005020*-----------------------------------------------------------------
005030  2310-MATCH-LEDGER-KEY.
005040      IF PG-EV-KEY (PG-EV-SUB) = PG-MATCH-KEY
005050          MOVE PG-EV-SUB TO PG-THIS-SUB
005060      END-IF.
005070  2310-EXIT.
005080      EXIT.
005090
005100*-----------------------------------------------------------------
005110*    3000-READ-SCORE
005120*-----------------------------------------------------------------
005130  3000-READ-SCORE.
005140      READ SCOREFILE
005150          AT END
005160              SET PG-AT-EOF TO TRUE
005170      END-READ.
005180  3000-EXIT.
005190      EXIT.
005200
005210*-----------------------------------------------------------------
005220*    3100-CHECK-LEDGER
005230*    ONE PASS OF THE LEDGER SERVES BOTH CHECKS: AN UNRATED
005240*    MATCH IS TESTED AGAINST ITS EVENTS, AND ANY ACTIVE SINGLES
005250*    MATCH INSIDE THE FARMING WINDOW IS TALLIED TO ITS PAIR.  A
005260*    VOIDED MATCH IS NEITHER, BUT ITS EVENTS ARE MARKED SO THEY
005270*    DO NOT TURN UP AS HAVING NO LEDGER RECORD.
005280*-----------------------------------------------------------------
005290  3100-CHECK-LEDGER.
005300      MOVE PG-MATCH-DATE TO PG-CUR-STAMP-DATE.
005310      MOVE PG-MATCH-TIME TO PG-CUR-STAMP-TIME.
005320
005330      IF PG-MATCH-VOIDED
005340          IF PG-CUR-STAMP > PG-HWM-STAMP
005350              PERFORM 2300-FIND-LEDGER-ENTRY THRU 2300-EXIT
005360              IF PG-THIS-SUB > ZERO
005370                  MOVE 'Y' TO PG-EV-ON-LEDGER (PG-THIS-SUB)
005380              END-IF
005390          END-IF
005400          GO TO 3100-NEXT
005410      END-IF.
005420
005430      IF PG-CUR-STAMP > PG-HWM-STAMP
005440          PERFORM 3200-CHECK-ONE-MATCH THRU 3200-EXIT
005450      END-IF.
005460
005470      IF PG-SINGLES-MATCH AND PG-MATCH-DATE NUMERIC
005480          MOVE PG-MATCH-DATE TO PG-CAL-DATE
005490          PERFORM 7500-COMPUTE-DAYNUM THRU 7500-EXIT
005500          IF PG-CAL-DAYNUM NOT < PG-WINDOW-DAYNUM
005510              AND PG-CAL-DAYNUM NOT > PG-BUSINESS-DAYNUM
005520              PERFORM 3500-TALLY-PAIR THRU 3500-EXIT
005530          END-IF
005540      END-IF.
005550  3100-NEXT.
005560      PERFORM 3000-READ-SCORE THRU 3000-EXIT.
005570  3100-EXIT.
005580      EXIT.
005590
005600*-----------------------------------------------------------------
005610*    3200-CHECK-ONE-MATCH
005620*    THE TOO-SHORT TEST NEEDS ONLY THE LEDGER; THE REST NEED THE
005630*    MATCH'S EVENTS.
005640*-----------------------------------------------------------------
005650  3200-CHECK-ONE-MATCH.
005660      ADD 1 TO PG-CHECKED-COUNT.
005670      MOVE PG-MATCH-DURATION TO PG-MATCH-DUR-WORK.
005680
005683*    A HANDICAP HEAD START WAS NEVER PLAYED, SO IT DOES NOT COUNT
005687*    TOWARDS THE POINTS THE WINNER HAD TO EARN.
005690      IF PG-SCORE-1 > PG-SCORE-2
005700          MOVE PG-SCORE-1 TO PG-WIN-SCORE
005702          IF PG-MATCH-HCAP-SIDE = '1'
005704              SUBTRACT PG-MATCH-HCAP-POINTS FROM PG-WIN-SCORE
005706          END-IF
005710      ELSE
005720          MOVE PG-SCORE-2 TO PG-WIN-SCORE
005722          IF PG-MATCH-HCAP-SIDE = '2'
005724              SUBTRACT PG-MATCH-HCAP-POINTS FROM PG-WIN-SCORE
005726          END-IF
005730      END-IF.
005740      COMPUTE PG-FLOOR-SECONDS =
005750          PG-WIN-SCORE * PG-MIN-SECS-PER-POINT.
005760      IF PG-MATCH-DUR-WORK < PG-FLOOR-SECONDS
005770          MOVE 'HIGH' TO PG-FND-SEVERITY
005780          MOVE 'TOO SHORT FOR SCORE' TO PG-FND-KIND
005790          MOVE PG-WIN-SCORE      TO PG-ED-SCORE-A
005800          MOVE PG-MATCH-DUR-WORK TO PG-ED-SECS-A
005810          MOVE PG-FLOOR-SECONDS  TO PG-ED-SECS-B
005820          MOVE SPACES TO PG-FND-DETAIL
005830          STRING 'WON ' PG-ED-SCORE-A ' IN ' PG-ED-SECS-A
005840                 'S, FLOOR ' PG-ED-SECS-B 'S'
005850                 DELIMITED BY SIZE INTO PG-FND-DETAIL
005860          PERFORM 7100-LEDGER-FINDING THRU 7100-EXIT
005870      END-IF.
005880
005890      PERFORM 2300-FIND-LEDGER-ENTRY THRU 2300-EXIT.
005900      IF PG-THIS-SUB = ZERO
005910          MOVE 'MEDIUM' TO PG-FND-SEVERITY
005920          MOVE 'NO POINT EVENTS' TO PG-FND-KIND
005930          MOVE 'NOTHING ON PEVTFILE FOR THIS MATCH'
005940              TO PG-FND-DETAIL
005950          PERFORM 7100-LEDGER-FINDING THRU 7100-EXIT
005960          GO TO 3200-EXIT
005970      END-IF.
005980      MOVE 'Y' TO PG-EV-ON-LEDGER (PG-THIS-SUB).
005990
006000      IF PG-EV-SCORE-1 (PG-THIS-SUB) NOT = PG-SCORE-1
006010          OR PG-EV-SCORE-2 (PG-THIS-SUB) NOT = PG-SCORE-2
006020          MOVE 'HIGH' TO PG-FND-SEVERITY
006030          MOVE 'SCORE DIFFERS FROM LOG' TO PG-FND-KIND
006040          MOVE PG-SCORE-1 TO PG-ED-SCORE-A
006050          MOVE PG-SCORE-2 TO PG-ED-SCORE-B
006060          MOVE PG-EV-SCORE-1 (PG-THIS-SUB) TO PG-ED-SCORE-C
006070          MOVE PG-EV-SCORE-2 (PG-THIS-SUB) TO PG-ED-SCORE-D
006080          MOVE SPACES TO PG-FND-DETAIL
006090          STRING 'LEDGER ' PG-ED-SCORE-A '-' PG-ED-SCORE-B
006100                 '  LAST EVENT ' PG-ED-SCORE-C '-' PG-ED-SCORE-D
006110                 DELIMITED BY SIZE INTO PG-FND-DETAIL
006120          PERFORM 7100-LEDGER-FINDING THRU 7100-EXIT
006130      END-IF.
006140
006150      MOVE PG-EV-FIRST-STAMP (PG-THIS-SUB) TO PG-STW-TIME.
006160      COMPUTE PG-FIRST-SECONDS =
006170          PG-STW-HH * 3600 + PG-STW-MM * 60 + PG-STW-SS.
006180      MOVE PG-EV-LAST-STAMP (PG-THIS-SUB) TO PG-STW-TIME.
006190      COMPUTE PG-LAST-SECONDS =
006200          PG-STW-HH * 3600 + PG-STW-MM * 60 + PG-STW-SS.
006210      IF PG-LAST-SECONDS < PG-FIRST-SECONDS
006220          MOVE PG-FIRST-SECONDS TO PG-LAST-SECONDS
006230      END-IF.
006240      COMPUTE PG-SPAN-SECONDS =
006250          PG-LAST-SECONDS - PG-FIRST-SECONDS.
006260      IF PG-MATCH-DUR-WORK
006270             > PG-SPAN-SECONDS + PG-DURATION-TOLERANCE
006280          OR PG-SPAN-SECONDS
006290             > PG-MATCH-DUR-WORK + PG-DURATION-TOLERANCE
006300          MOVE 'MEDIUM' TO PG-FND-SEVERITY
006310          MOVE 'DURATION DIFFERS FROM LOG' TO PG-FND-KIND
006320          MOVE PG-MATCH-DUR-WORK TO PG-ED-SECS-A
006330          MOVE PG-SPAN-SECONDS   TO PG-ED-SECS-B
006340          MOVE SPACES TO PG-FND-DETAIL
006350          STRING 'LEDGER ' PG-ED-SECS-A 'S  EVENT SPAN '
006360                 PG-ED-SECS-B 'S'
006370                 DELIMITED BY SIZE INTO PG-FND-DETAIL
006380          PERFORM 7100-LEDGER-FINDING THRU 7100-EXIT
006390      END-IF.
006400  3200-EXIT.
006410      EXIT.
006420
006430*-----------------------------------------------------------------
006440*    3500-TALLY-PAIR
006450*    FINDS (OR OPENS) THE PAIR'S ENTRY AND COUNTS THE MATCH, WHO
006460*    WON IT, AND WHETHER IT IS ONE PONGRATE HAS STILL TO APPLY.
006470*    A DRAWN MATCH COUNTS TO NEITHER SIDE'S WINS.
006480*-----------------------------------------------------------------
006490  3500-TALLY-PAIR.
006500      IF PG-PLAYER-1-ID < PG-PLAYER-2-ID
006510          MOVE PG-PLAYER-1-ID TO PG-PW-LOW-ID
006520          MOVE PG-SCORE-1     TO PG-PW-LOW-SCORE
006530          MOVE PG-PLAYER-2-ID TO PG-PW-HIGH-ID
006540          MOVE PG-SCORE-2     TO PG-PW-HIGH-SCORE
006550      ELSE
006560          MOVE PG-PLAYER-2-ID TO PG-PW-LOW-ID
006570          MOVE PG-SCORE-2     TO PG-PW-LOW-SCORE
006580          MOVE PG-PLAYER-1-ID TO PG-PW-HIGH-ID
006590          MOVE PG-SCORE-1     TO PG-PW-HIGH-SCORE
006600      END-IF.
006610
006620      MOVE ZERO TO PG-THIS-SUB.
006630      PERFORM 3510-MATCH-ONE-PAIR THRU 3510-EXIT
006640          VARYING PG-PR-SUB FROM 1 BY 1
006650          UNTIL PG-PR-SUB > PG-PR-COUNT
006660             OR PG-THIS-SUB > ZERO.
006670      IF PG-THIS-SUB = ZERO
006680          IF PG-PR-COUNT >= 500
006690              GO TO 9150-PAIR-TABLE-FULL
006700          END-IF
006710          ADD 1 TO PG-PR-COUNT
006720          MOVE PG-PR-COUNT   TO PG-THIS-SUB
006730          MOVE PG-PW-LOW-ID  TO PG-PR-LOW-ID (PG-THIS-SUB)
006740          MOVE PG-PW-HIGH-ID TO PG-PR-HIGH-ID (PG-THIS-SUB)
006750          MOVE ZERO TO PG-PR-MATCHES (PG-THIS-SUB)
006760          MOVE ZERO TO PG-PR-LOW-WINS (PG-THIS-SUB)
006770          MOVE ZERO TO PG-PR-HIGH-WINS (PG-THIS-SUB)
006780          MOVE ZERO TO PG-PR-UNRATED (PG-THIS-SUB)
006790      END-IF.
006800
006810      ADD 1 TO PG-PR-MATCHES (PG-THIS-SUB).
006820      IF PG-PW-LOW-SCORE > PG-PW-HIGH-SCORE
006830          ADD 1 TO PG-PR-LOW-WINS (PG-THIS-SUB)
006840      END-IF.
006850      IF PG-PW-HIGH-SCORE > PG-PW-LOW-SCORE
006860          ADD 1 TO PG-PR-HIGH-WINS (PG-THIS-SUB)
006870      END-IF.
006880      IF PG-CUR-STAMP > PG-HWM-STAMP
006890          ADD 1 TO PG-PR-UNRATED (PG-THIS-SUB)
006900      END-IF.
006910  3500-EXIT.
006920      EXIT.
006930
006940*-----------------------------------------------------------------
006950*    3510-MATCH-ONE-PAIR
006960*-----------------------------------------------------------------
006970  3510-MATCH-ONE-PAIR.
006980      IF PG-PR-LOW-ID (PG-PR-SUB) = PG-PW-LOW-ID
006990          AND PG-PR-HIGH-ID (PG-PR-SUB) = PG-PW-HIGH-ID
007000          MOVE PG-PR-SUB TO PG-THIS-SUB
007010      END-IF.
007020  3510-EXIT.
007030      EXIT.
007040
007050*-----------------------------------------------------------------
007060*    4000-CHECK-ONE-PAIR
007070*    A PAIR WHOSE MATCHES ARE ALL ALREADY RATED WAS EITHER
007080*    FLAGGED ON AN EARLIER NIGHT OR FELL BELOW THE THRESHOLD
007090*    THEN; IT IS ONLY WORTH HOLDING THE RATINGS RUN FOR WHEN
007100*    THERE IS SOMETHING NEW TO APPLY.
007110*-----------------------------------------------------------------
007120  4000-CHECK-ONE-PAIR.
007130      IF PG-PR-UNRATED (PG-SUB) = ZERO
007140          OR PG-PR-MATCHES (PG-SUB) < PG-FARM-MIN-MATCHES
007150          GO TO 4000-EXIT
007160      END-IF.
007170      IF PG-PR-LOW-WINS (PG-SUB) NOT = PG-PR-MATCHES (PG-SUB)
007180          AND PG-PR-HIGH-WINS (PG-SUB)
007190              NOT = PG-PR-MATCHES (PG-SUB)
007200          GO TO 4000-EXIT
007210      END-IF.
007220
007230      MOVE 'HIGH' TO PG-FND-SEVERITY.
007240      MOVE 'POSSIBLE RATING FARMING' TO PG-FND-KIND.
007250      MOVE PG-PR-LOW-ID (PG-SUB)  TO PG-FND-KEY.
007260      MOVE PG-PR-HIGH-ID (PG-SUB) TO PG-FND-OTHER.
007270      MOVE PG-PR-MATCHES (PG-SUB) TO PG-ED-COUNT.
007280      MOVE PG-FARM-DAYS           TO PG-ED-DAYS.
007290      MOVE SPACES TO PG-FND-DETAIL.
007300      IF PG-PR-LOW-WINS (PG-SUB) = PG-PR-MATCHES (PG-SUB)
007310          STRING PG-ED-COUNT ' MEETINGS IN ' PG-ED-DAYS
007320                 ' DAYS, ALL WON BY ' PG-PR-LOW-ID (PG-SUB)
007330                 DELIMITED BY SIZE INTO PG-FND-DETAIL
007340      ELSE
007350          STRING PG-ED-COUNT ' MEETINGS IN ' PG-ED-DAYS
007360                 ' DAYS, ALL WON BY ' PG-PR-HIGH-ID (PG-SUB)
007370                 DELIMITED BY SIZE INTO PG-FND-DETAIL
007380      END-IF.
007390      PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
007400  4000-EXIT.
007410      EXIT.
007420
007430*-----------------------------------------------------------------
007440*    5000-CHECK-ORPHAN-EVENTS
007450*    POINTS LOGGED FOR A MATCH THAT NEVER REACHED THE LEDGER -
007460*    A REJECTED WRITE OR A MATCH ABANDONED MID-PLAY.  NOTHING
007470*    WILL BE RATED FROM THEM, SO THEY ARE ONLY NOTED.
007480*-----------------------------------------------------------------
007490  5000-CHECK-ORPHAN-EVENTS.
007500      IF PG-EV-MATCHED (PG-SUB)
007510          GO TO 5000-EXIT
007520      END-IF.
007530      MOVE 'LOW' TO PG-FND-SEVERITY.
007540      MOVE 'NO LEDGER RECORD' TO PG-FND-KIND.
007550      MOVE PG-EV-KEY (PG-SUB) TO PG-FND-KEY.
007560      MOVE SPACES TO PG-FND-OTHER.
007570      MOVE PG-EV-POINTS (PG-SUB) TO PG-ED-COUNT.
007580      MOVE SPACES TO PG-FND-DETAIL.
007590      STRING PG-ED-COUNT ' POINTS LOGGED, NO MATCH ON SCOREFILE'
007600             DELIMITED BY SIZE INTO PG-FND-DETAIL.
007610      PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
007620  5000-EXIT.
007630      EXIT.
007640
007650*-----------------------------------------------------------------
007660*    7000-WRITE-FINDING
007670*    PRINTS THE STAGED FINDING AND COUNTS IT BY SEVERITY.
007680*-----------------------------------------------------------------
007690  7000-WRITE-FINDING.
007700      MOVE PG-FND-SEVERITY TO PG-DTL-SEVERITY.
007710      MOVE PG-FND-KIND     TO PG-DTL-KIND.
007720      MOVE PG-FND-KEY      TO PG-DTL-KEY.
007730      MOVE PG-FND-OTHER    TO PG-DTL-OTHER.
007740      MOVE PG-FND-DETAIL   TO PG-DTL-DETAIL.
007750      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
007760      IF PG-FND-HIGH
007770          ADD 1 TO PG-HIGH-COUNT
007780      END-IF.
007790      IF PG-FND-MEDIUM
007800          ADD 1 TO PG-MEDIUM-COUNT
007810      END-IF.
007820      IF PG-FND-LOW
007830          ADD 1 TO PG-LOW-COUNT
007840      END-IF.
007850  7000-EXIT.
007860      EXIT.
007870
007880*-----------------------------------------------------------------
007890*    7100-LEDGER-FINDING
007900*    A FINDING AGAINST THE LEDGER RECORD IN HAND.
007910*-----------------------------------------------------------------
007920  7100-LEDGER-FINDING.
007930      MOVE PG-MATCH-KEY   TO PG-FND-KEY.
007940      MOVE PG-PLAYER-2-ID TO PG-FND-OTHER.
007950      PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
007960  7100-EXIT.
007970      EXIT.
007980
007990*-----------------------------------------------------------------
008000*    7500-COMPUTE-DAYNUM
008010*    DAY NUMBER OF PG-CAL-DATE IN PG-CAL-DAYNUM.  THE YEAR IS
008020*    TAKEN TO START IN MARCH, AS FOR ZELLER, SO THE LEAP DAY
008030*    FALLS AT THE END OF IT; THE NUMBER ITSELF MEANS NOTHING,
008040*    ONLY THE DIFFERENCE BETWEEN TWO OF THEM.
008050*-----------------------------------------------------------------
008060  7500-COMPUTE-DAYNUM.
008070      MOVE PG-CAL-YEAR  TO PG-CAL-Y.
008080      MOVE PG-CAL-MONTH TO PG-CAL-M.
008090      IF PG-CAL-M < 3
008100          ADD 12 TO PG-CAL-M
008110          SUBTRACT 1 FROM PG-CAL-Y
008120      END-IF.
008130      DIVIDE PG-CAL-Y BY 4   GIVING PG-CAL-Y4.
008140      DIVIDE PG-CAL-Y BY 100 GIVING PG-CAL-Y100.
008150      DIVIDE PG-CAL-Y BY 400 GIVING PG-CAL-Y400.
008160      COMPUTE PG-CAL-MTERM = 153 * (PG-CAL-M - 3) + 2.
008170      DIVIDE PG-CAL-MTERM BY 5 GIVING PG-CAL-MTERM.
008180      COMPUTE PG-CAL-DAYNUM =
008190          365 * PG-CAL-Y + PG-CAL-Y4 - PG-CAL-Y100
008200          + PG-CAL-Y400 + PG-CAL-MTERM + PG-CAL-DAY.
008210  7500-EXIT.
008220      EXIT.
008230
008240*-----------------------------------------------------------------
008250*    9000-TERMINATE
008260*    PRINTS THE TRAILER AND SETS THE RC THE PONGRUNC GATE READS:
008270*    ANY HIGH FINDING HOLDS PONGRATE (RC 8) UNLESS A SUPERVISOR
008280*    HAS REVIEWED THEM; ANYTHING ELSE IS A WARNING (RC 4).
008290*-----------------------------------------------------------------
008300  9000-TERMINATE.
008310      IF PG-HIGH-COUNT = ZERO
008320          AND PG-MEDIUM-COUNT = ZERO
008330          AND PG-LOW-COUNT = ZERO
008340          WRITE PG-PRINT-LINE FROM PG-NO-FINDINGS-LINE
008350      END-IF.
008360      MOVE PG-CHECKED-COUNT TO PG-TRL-CHECKED.
008370      MOVE PG-HIGH-COUNT    TO PG-TRL-HIGH.
008380      MOVE PG-MEDIUM-COUNT  TO PG-TRL-MEDIUM.
008390      MOVE PG-LOW-COUNT     TO PG-TRL-LOW.
008400      WRITE PG-PRINT-LINE FROM PG-TRAILER-LINE.
008410
008420      IF PG-HIGH-COUNT > ZERO
008430          IF PG-FINDINGS-REVIEWED
008440              MOVE 4 TO PG-FINAL-RC
008450              MOVE 'HIGH FINDINGS REVIEWED - PONGRATE RELEASED'
008460                  TO PG-RCL-TEXT
008470          ELSE
008480              MOVE 8 TO PG-FINAL-RC
008490              MOVE 'PONGRATE HELD - HIGH FINDINGS NOT REVIEWED'
008500                  TO PG-RCL-TEXT
008510          END-IF
008520      ELSE
008530          IF PG-MEDIUM-COUNT > ZERO OR PG-LOW-COUNT > ZERO
008540              MOVE 4 TO PG-FINAL-RC
008550              MOVE 'WARNINGS ONLY - PONGRATE MAY RUN'
008560                  TO PG-RCL-TEXT
008570          ELSE
008580              MOVE ZERO TO PG-FINAL-RC
008590              MOVE 'CLEAN' TO PG-RCL-TEXT
008600          END-IF
008610      END-IF.
008620      MOVE PG-FINAL-RC TO PG-RCL-RC.
008630      WRITE PG-PRINT-LINE FROM PG-RC-LINE.
008640
008650      CLOSE PEVTFILE.
008660      CLOSE SCOREFILE.
008670      CLOSE PRTFILE.
008680  9000-EXIT.
008690      EXIT.
008700
008710*-----------------------------------------------------------------
008720*    9100-BAD-PARM
008730*-----------------------------------------------------------------
008740  9100-BAD-PARM.
008750      DISPLAY 'PONGINTG - PARM MUST BE YYYYMMDD[,REVIEWED] - '
008760          'NOTHING CHECKED'.
008770      MOVE 12 TO RETURN-CODE.
008780      STOP RUN.
008790  9100-EXIT.
008800      EXIT.
008810
008820*-----------------------------------------------------------------
008830*    9110-RATECTL-OPEN-FAILED
008840*-----------------------------------------------------------------
008850  9110-RATECTL-OPEN-FAILED.
008860      DISPLAY 'PONGINTG - RATECTL OPEN FAILED, STATUS '
008870          PG-RCTL-FILE-STATUS.
008880      MOVE 12 TO RETURN-CODE.
008890      STOP RUN.
008900  9110-EXIT.
008910      EXIT.
008920
008930*-----------------------------------------------------------------
008940*    9120-PEVTFILE-OPEN-FAILED
008950*-----------------------------------------------------------------
008960  9120-PEVTFILE-OPEN-FAILED.
008970      DISPLAY 'PONGINTG - PEVTFILE OPEN FAILED, STATUS '
008980          PG-PEVTFILE-STATUS.
008990      MOVE 12 TO RETURN-CODE.
009000      STOP RUN.
009010  9120-EXIT.
009020      EXIT.
009030
009040*-----------------------------------------------------------------
009050*    9130-SCOREFILE-OPEN-FAILED
009060*-----------------------------------------------------------------
009070  9130-SCOREFILE-OPEN-FAILED.
009080      DISPLAY 'PONGINTG - SCOREFILE OPEN FAILED, STATUS '
009090          PG-SCOREFILE-STATUS.
009100      CLOSE PEVTFILE.
009110      MOVE 12 TO RETURN-CODE.
009120      STOP RUN.
009130  9130-EXIT.
009140      EXIT.
009150
009160*-----------------------------------------------------------------
009170*    9140-EVENT-TABLE-FULL
009180*    MORE UNRATED MATCHES ON THE LOG THAN THE TABLE HOLDS MEANS
009190*    PONGRATE HAS NOT RUN FOR WEEKS - A HALF-DONE CHECK WOULD
009200*    FLAG EVERY MATCH PAST THE LIMIT AS HAVING NO EVENTS, SO THE
009210*    JOB STOPS AND LEAVES THE WINDOW GATED INSTEAD.
009220*-----------------------------------------------------------------
009230  9140-EVENT-TABLE-FULL.
009240      DISPLAY 'PONGINTG - MORE THAN 2000 UNRATED MATCHES ON '
009250          'PEVTFILE - CHECK NOT RUN'.
009260      CLOSE PEVTFILE.
009270      CLOSE SCOREFILE.
009280      CLOSE PRTFILE.
009290      MOVE 12 TO RETURN-CODE.
009300      STOP RUN.
009310  9140-EXIT.
009320      EXIT.
009330
009340*-----------------------------------------------------------------
009350*    9150-PAIR-TABLE-FULL
009360*-----------------------------------------------------------------
009370  9150-PAIR-TABLE-FULL.
009380      DISPLAY 'PONGINTG - MORE THAN 500 SINGLES PAIRINGS IN THE '
009390          'FARMING WINDOW - CHECK NOT RUN'.
009400      CLOSE PEVTFILE.
009410      CLOSE SCOREFILE.
009420      CLOSE PRTFILE.
009430      MOVE 12 TO RETURN-CODE.
009440      STOP RUN.
009450  9150-EXIT.
009460      EXIT.
