000100*=================================================================
000110*  PONGSECR
000120*  WEEKLY SECURITY REPORT OFF THE SECLOG SECURITY LOG.  FOR THE
000130*  SEVEN DAYS ENDING ON THE PARM DATE IT PRINTS EVERY LOGGED
000140*  SIGN-ON AND ACTION, GROUPED BY OPERATOR AND IN TIME ORDER
000150*  WITHIN EACH OPERATOR, WITH THE OPERATOR'S NAME AND AUTHORITY
000160*  LEVEL FROM THE OPERMAST OPERATOR MASTER.  EVERY REFUSED
000170*  ATTEMPT IS FLAGGED *** IN THE MARGIN.  EACH OPERATOR IS
000180*  TOTALLED, ACCEPTED AGAINST REFUSED, AND THE WEEK AFTER THAT.
000190*
000200*  THE LOG CARRIES THE OPERATOR ID AS KEYED, SO A SIGN-ON TRIED
000210*  UNDER AN ID THAT IS NOT ON THE MASTER PRINTS UNDER THAT ID,
000220*  MARKED NOT ON OPERMAST - OFTEN THE VERY LINE WORTH READING.
000230*  THE JOB ENDS RC 4 WHEN THE WEEK HOLDS ANY REFUSAL, SO THE
000240*  MONDAY REPORT SHOWS IT.  READS ONLY - A RERUN IS ALWAYS SAFE.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  15/10/2026 MP    ORIGINAL PROGRAM.
000290*=================================================================
000300  IDENTIFICATION DIVISION.
000310      PROGRAM-ID.    PONGSECR.
000320      AUTHOR.        MAXIME POSTAIRE.
000330      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000340      DATE-WRITTEN.  15/10/2026.
000350      DATE-COMPILED.
000360
000370  ENVIRONMENT DIVISION.
000380  INPUT-OUTPUT SECTION.
000390  FILE-CONTROL.
000400      SELECT SECLOG ASSIGN TO SECLOG
000410          ORGANIZATION IS SEQUENTIAL
000420          FILE STATUS IS PG-SECLOG-STATUS.
000430
000440      SELECT OPERMAST ASSIGN TO OPERMAST
000450          ORGANIZATION IS INDEXED
000460          ACCESS MODE IS RANDOM
000470          RECORD KEY IS PG-OPR-OPERATOR-ID
000480          FILE STATUS IS PG-OPERMAST-STATUS.
000490
000500      SELECT PRTFILE ASSIGN TO PRTFILE
000510          ORGANIZATION IS SEQUENTIAL.
000520
000530      SELECT SORTWORK ASSIGN TO SORTWK01.
000540
000550  DATA DIVISION.
000560  FILE SECTION.
000570  FD  SECLOG
000580      LABEL RECORDS ARE STANDARD.
000590      COPY SECLREC.
000600
000610  FD  OPERMAST
000620      LABEL RECORDS ARE STANDARD.
000630      COPY OPERREC.
000640
000650  FD  PRTFILE
000660      LABEL RECORDS ARE STANDARD
000670      RECORD CONTAINS 132 CHARACTERS.
000680  01  PG-PRINT-LINE               PIC X(132).
000690
000700  SD  SORTWORK.
000710  01  PG-SORT-RECORD.
000720      05  PG-SORT-KEY.
000730          10  PG-SORT-OPERATOR        PIC X(10).
000740          10  PG-SORT-DATE            PIC X(08).
000750          10  PG-SORT-TIME            PIC 9(08).
000760      05  PG-SORT-PROGRAM             PIC X(08).
000770      05  PG-SORT-ACTION              PIC X(12).
000780      05  PG-SORT-RESULT              PIC X(01).
000790          88  PG-SORT-REFUSED                VALUE 'R'.
000800      05  PG-SORT-REASON              PIC X(20).
000810      05  PG-SORT-DETAIL              PIC X(30).
000820
000830  WORKING-STORAGE SECTION.
000840  01  PG-SWITCHES.
000850      05  PG-INPUT-EOF        PIC X(01) VALUE 'N'.
000860          88  PG-NOT-AT-EOF           VALUE 'N'.
000870          88  PG-AT-EOF               VALUE 'Y'.
000880      05  PG-SORT-EOF         PIC X(01) VALUE 'N'.
000890          88  PG-SORT-NOT-DONE        VALUE 'N'.
000900          88  PG-SORT-DONE            VALUE 'Y'.
000910      05  PG-FIRST-SWITCH     PIC X(01) VALUE 'Y'.
000920          88  PG-FIRST-OPERATOR       VALUE 'Y'.
000930          88  PG-NOT-FIRST-OPERATOR   VALUE 'N'.
000940
000950  01  PG-SECLOG-STATUS        PIC X(02) VALUE '00'.
000960  01  PG-OPERMAST-STATUS      PIC X(02) VALUE '00'.
000970
000980*    THE WEEK REPORTED - THE PARM DATE AND THE SIX DAYS BEFORE
000990*    IT.  THE START IS STEPPED BACK A DAY AT A TIME, THE SAME
001000*    WAY PONGWRPT FINDS THE QUEUE DAY.
001010  01  PG-WEEK-END             PIC X(08) VALUE SPACES.
001020  01  PG-WEEK-START           PIC X(08) VALUE SPACES.
001030  01  PG-WEEK-START-SPLIT REDEFINES PG-WEEK-START.
001040      05  PG-WST-YEAR         PIC 9(04).
001050      05  PG-WST-MONTH        PIC 9(02).
001060      05  PG-WST-DAY          PIC 9(02).
001070
001080  01  PG-CAL-QUOT             PIC 9(08) COMP VALUE ZERO.
001090  01  PG-CAL-REM              PIC 9(08) COMP VALUE ZERO.
001100
001110  01  PG-MONTH-LENGTHS        PIC X(24)
001120                               VALUE '312831303130313130313031'.
001130  01  PG-MONTH-LENGTH-TABLE REDEFINES PG-MONTH-LENGTHS.
001140      05  PG-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
001150
001160  77  PG-WEEK-DAYS-BACK       PIC 9(02) VALUE 6.
001170
001180*    THE LOG TIME IS HHMMSSHH FROM ACCEPT FROM TIME.
001190  01  PG-TIME-WORK            PIC 9(08) VALUE ZERO.
001200  01  PG-TIME-SPLIT REDEFINES PG-TIME-WORK.
001210      05  PG-TIME-HH          PIC 9(02).
001220      05  PG-TIME-MM          PIC 9(02).
001230      05  PG-TIME-SS          PIC 9(02).
001240      05  FILLER              PIC 9(02).
001250
001260  01  PG-LOG-READ             PIC 9(07) COMP VALUE ZERO.
001270  01  PG-LOG-SELECTED         PIC 9(07) COMP VALUE ZERO.
001280  01  PG-OPR-ACCEPTED         PIC 9(07) COMP VALUE ZERO.
001290  01  PG-OPR-REFUSED          PIC 9(07) COMP VALUE ZERO.
001300  01  PG-WEEK-OPERATORS       PIC 9(07) COMP VALUE ZERO.
001310  01  PG-WEEK-ACCEPTED        PIC 9(07) COMP VALUE ZERO.
001320  01  PG-WEEK-REFUSED         PIC 9(07) COMP VALUE ZERO.
001330
001340*    LISTING CONTROL BREAK.
001350  01  PG-PREV-OPERATOR        PIC X(10) VALUE SPACES.
001360
001370  01  PG-HEADING-1.
001380      05  FILLER                PIC X(20)
001390                                 VALUE 'PONGOL SECURITY LOG '.
001400      05  FILLER                PIC X(20)
001410                                 VALUE '- ACTIONS BY OPERATO'.
001420      05  FILLER                PIC X(12) VALUE 'R - WEEK OF '.
001430      05  PG-HDG-START          PIC X(08).
001440      05  FILLER                PIC X(04) VALUE ' TO '.
001450      05  PG-HDG-END            PIC X(08).
001460
001470  01  PG-OPERATOR-BREAK-LINE.
001480      05  FILLER                PIC X(10) VALUE 'OPERATOR: '.
001490      05  PG-OBL-OPERATOR       PIC X(12).
001500      05  PG-OBL-NAME           PIC X(22).
001510      05  PG-OBL-LEVEL          PIC X(10).
001520      05  PG-OBL-STATUS         PIC X(08).
001530
001540  01  PG-LIST-HEADING.
001550      05  FILLER                PIC X(04) VALUE SPACES.
001560      05  FILLER                PIC X(10) VALUE 'DATE'.
001570      05  FILLER                PIC X(10) VALUE 'TIME'.
001580      05  FILLER                PIC X(10) VALUE 'PROGRAM'.
001590      05  FILLER                PIC X(14) VALUE 'ACTION'.
001600      05  FILLER                PIC X(10) VALUE 'RESULT'.
001610      05  FILLER                PIC X(22) VALUE 'REASON'.
001620      05  FILLER                PIC X(30) VALUE 'DETAIL'.
001630
001640  01  PG-DETAIL-LINE.
001650      05  PG-DTL-FLAG           PIC X(04).
001660      05  PG-DTL-DATE           PIC X(10).
001670      05  PG-DTL-HH             PIC 9(02).
001680      05  FILLER                PIC X(01) VALUE ':'.
001690      05  PG-DTL-MM             PIC 9(02).
001700      05  FILLER                PIC X(01) VALUE ':'.
001710      05  PG-DTL-SS             PIC 9(02).
001720      05  FILLER                PIC X(02) VALUE SPACES.
001730      05  PG-DTL-PROGRAM        PIC X(10).
001740      05  PG-DTL-ACTION         PIC X(14).
001750      05  PG-DTL-RESULT         PIC X(10).
001760      05  PG-DTL-REASON         PIC X(22).
001770      05  PG-DTL-DETAIL         PIC X(30).
001780
001790  01  PG-OPERATOR-TOTAL-LINE.
001800      05  FILLER                PIC X(14) VALUE '    ACCEPTED: '.
001810      05  PG-OTL-ACCEPTED       PIC Z,ZZZ,ZZ9.
001820      05  FILLER                PIC X(12) VALUE '   REFUSED: '.
001830      05  PG-OTL-REFUSED        PIC Z,ZZZ,ZZ9.
001840      05  PG-OTL-FLAG           PIC X(24).
001850
001860  01  PG-WEEK-HEADING           PIC X(40) VALUE
001870          'WEEK TOTALS'.
001880
001890  01  PG-WEEK-TOTAL-LINE.
001900      05  FILLER                PIC X(14) VALUE '    OPERATORS:'.
001910      05  PG-WTL-OPERATORS      PIC Z,ZZZ,ZZ9.
001920      05  FILLER                PIC X(12) VALUE '  ACCEPTED: '.
001930      05  PG-WTL-ACCEPTED       PIC Z,ZZZ,ZZ9.
001940      05  FILLER                PIC X(12) VALUE '   REFUSED: '.
001950      05  PG-WTL-REFUSED        PIC Z,ZZZ,ZZ9.
001960
001970  01  PG-REFUSED-LINE           PIC X(60) VALUE
001980          'REFUSED ATTEMPTS ARE FLAGGED *** - FOLLOW THEM UP.'.
001990
002000  01  PG-CLEAN-LINE             PIC X(40) VALUE
002010          'NO ACTION WAS REFUSED THIS WEEK.'.
002020
002030  01  PG-EMPTY-LINE             PIC X(40) VALUE
002040          'NO SECURITY LOG ENTRIES FOR THE WEEK.'.
002050
002060*-----------------------------------------------------------------
002070*    LINKAGE SECTION
002080*    THE PARM IS THE LAST DAY OF THE WEEK TO REPORT, YYYYMMDD.
002090*    OMIT IT TO REPORT THE SEVEN DAYS ENDING TODAY.
002100*-----------------------------------------------------------------
002110  LINKAGE SECTION.
002120  01  PG-PARM-DATA.
002130      05  PG-PARM-LENGTH        PIC S9(04) COMP.
002140      05  PG-PARM-TEXT          PIC X(08).
002150
002160*-----------------------------------------------------------------
002170*    0000-MAINLINE
002180*    THE WEEK'S LOG ENTRIES ARE PICKED OUT IN THE INPUT PROCEDURE
002190*    OF THE SORT THAT GROUPS THEM BY OPERATOR, AND PRINTED IN ITS
002200*    OUTPUT PROCEDURE.
002210*-----------------------------------------------------------------
002220  PROCEDURE DIVISION USING PG-PARM-DATA.
002230  0000-MAINLINE.
002240      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250
002260      SORT SORTWORK
002270          ON ASCENDING KEY PG-SORT-KEY
002280          INPUT PROCEDURE IS 2000-SELECT-WEEK
002290              THRU 2000-EXIT
002300          OUTPUT PROCEDURE IS 5000-PRINT-LISTING
002310              THRU 5000-EXIT.
002320
002330      PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
002340      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002350      IF PG-WEEK-REFUSED > ZERO
002360          MOVE 4 TO RETURN-CODE
002370      END-IF.
002380      STOP RUN.
002390
002400*-----------------------------------------------------------------
002410*    1000-INITIALIZE
002420*-----------------------------------------------------------------
002430  1000-INITIALIZE.
002440      IF PG-PARM-LENGTH = ZERO
002450          ACCEPT PG-WEEK-END FROM DATE YYYYMMDD
002460      ELSE
002470          MOVE PG-PARM-TEXT TO PG-WEEK-END
002480      END-IF.
002490      IF PG-WEEK-END NOT NUMERIC
002500          GO TO 9100-BAD-PARM
002510      END-IF.
002520      MOVE PG-WEEK-END TO PG-WEEK-START.
002530      PERFORM 1100-STEP-BACK-A-DAY THRU 1100-EXIT
002540          PG-WEEK-DAYS-BACK TIMES.
002550
002560      OPEN INPUT OPERMAST.
002570      IF PG-OPERMAST-STATUS NOT = '00'
002580          GO TO 9110-OPERMAST-OPEN-FAILED
002590      END-IF.
002600      OPEN OUTPUT PRTFILE.
002610
002620      MOVE PG-WEEK-START TO PG-HDG-START.
002630      MOVE PG-WEEK-END   TO PG-HDG-END.
002640      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
002650  1000-EXIT.
002660      EXIT.
002670
002680*-----------------------------------------------------------------
002690*    1100-STEP-BACK-A-DAY
002700*    THE DAY BEFORE PG-WEEK-START, ACROSS A MONTH OR YEAR END,
002710*    FEBRUARY CHECKED FOR A LEAP YEAR.
002720*-----------------------------------------------------------------
002730  1100-STEP-BACK-A-DAY.
002740      IF PG-WST-DAY > 1
002750          SUBTRACT 1 FROM PG-WST-DAY
002760          GO TO 1100-EXIT
002770      END-IF.
002780      IF PG-WST-MONTH = 1
002790          SUBTRACT 1 FROM PG-WST-YEAR
002800          MOVE 12 TO PG-WST-MONTH
002810      ELSE
002820          SUBTRACT 1 FROM PG-WST-MONTH
002830      END-IF.
002840      MOVE PG-MONTH-LENGTH (PG-WST-MONTH) TO PG-WST-DAY.
002850      IF PG-WST-MONTH = 2
002860          DIVIDE PG-WST-YEAR BY 4
002870              GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
002880          IF PG-CAL-REM = ZERO
002890              MOVE 29 TO PG-WST-DAY
002900              DIVIDE PG-WST-YEAR BY 100
002910                  GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
002920              IF PG-CAL-REM = ZERO
002930                  MOVE 28 TO PG-WST-DAY
002940                  DIVIDE PG-WST-YEAR BY 400
002950                      GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
002960                  IF PG-CAL-REM = ZERO
002970                      MOVE 29 TO PG-WST-DAY
002980                  END-IF
002990              END-IF
003000          END-IF
003010      END-IF.
003020  1100-EXIT.
003030      EXIT.
003040
003050*-----------------------------------------------------------------
003060*    2000-SELECT-WEEK
003070*    SORT INPUT PROCEDURE.  THE WHOLE LOG IS READ FRONT TO BACK
003080*    AND EVERY ENTRY DATED INSIDE THE WEEK IS RELEASED.
003090*-----------------------------------------------------------------
003100  2000-SELECT-WEEK.
003110      OPEN INPUT SECLOG.
003120      IF PG-SECLOG-STATUS NOT = '00'
003130          GO TO 9120-SECLOG-OPEN-FAILED
003140      END-IF.
003150      PERFORM 2010-READ-LOG THRU 2010-EXIT.
003160      PERFORM 2100-SELECT-ONE-ENTRY THRU 2100-EXIT
003170          UNTIL PG-AT-EOF.
003180      CLOSE SECLOG.
003190  2000-EXIT.
003200      EXIT.
003210
003220*-----------------------------------------------------------------
003230*    2010-READ-LOG
003240*-----------------------------------------------------------------
003250  2010-READ-LOG.
003260      READ SECLOG
003270          AT END
003280              SET PG-AT-EOF TO TRUE
003290      END-READ.
003300  2010-EXIT.
003310      EXIT.
003320
003330*-----------------------------------------------------------------
003340*    2100-SELECT-ONE-ENTRY
003350*-----------------------------------------------------------------
003360  2100-SELECT-ONE-ENTRY.
003370      ADD 1 TO PG-LOG-READ.
003380      IF PG-SEC-DATE NOT < PG-WEEK-START
003390          AND PG-SEC-DATE NOT > PG-WEEK-END
003400          ADD 1 TO PG-LOG-SELECTED
003410          MOVE PG-SEC-OPERATOR TO PG-SORT-OPERATOR
003420          MOVE PG-SEC-DATE     TO PG-SORT-DATE
003430          MOVE PG-SEC-TIME     TO PG-SORT-TIME
003440          MOVE PG-SEC-PROGRAM  TO PG-SORT-PROGRAM
003450          MOVE PG-SEC-ACTION   TO PG-SORT-ACTION
003460          MOVE PG-SEC-RESULT   TO PG-SORT-RESULT
003470          MOVE PG-SEC-REASON   TO PG-SORT-REASON
003480          MOVE PG-SEC-DETAIL   TO PG-SORT-DETAIL
003490          RELEASE PG-SORT-RECORD
003500      END-IF.
003510      PERFORM 2010-READ-LOG THRU 2010-EXIT.
003520  2100-EXIT.
003530      EXIT.
003540
003550*-----------------------------------------------------------------
003560*    5000-PRINT-LISTING
003570*    SORT OUTPUT PROCEDURE.  THE ENTRIES COME BACK GROUPED BY
003580*    OPERATOR, OLDEST FIRST; EACH CHANGE OF OPERATOR CLOSES THE
003590*    LAST ONE'S TOTALS AND OPENS WITH THE NEW ONE'S HEADING.
003600*-----------------------------------------------------------------
003610  5000-PRINT-LISTING.
003620      PERFORM 5010-RETURN-ENTRY THRU 5010-EXIT.
003630      PERFORM 5100-PRINT-ONE-ENTRY THRU 5100-EXIT
003640          UNTIL PG-SORT-DONE.
003650      IF PG-NOT-FIRST-OPERATOR
003660          PERFORM 5300-PRINT-OPERATOR-TOTALS THRU 5300-EXIT
003670      END-IF.
003680  5000-EXIT.
003690      EXIT.
003700
003710*-----------------------------------------------------------------
003720*    5010-RETURN-ENTRY
003730*-----------------------------------------------------------------
003740  5010-RETURN-ENTRY.
003750      RETURN SORTWORK
003760          AT END
003770              SET PG-SORT-DONE TO TRUE
003780      END-RETURN.
003790  5010-EXIT.
003800      EXIT.
003810
003820*-----------------------------------------------------------------
003830*    5100-PRINT-ONE-ENTRY
003840*    A BLANK OPERATOR ID IS A SIGN-ON WITH NOTHING KEYED, AND IS
003850*    A GROUP OF ITS OWN - HENCE THE FIRST-TIME SWITCH RATHER THAN
003860*    A PREVIOUS ID OF SPACES.
003870*-----------------------------------------------------------------
003880  5100-PRINT-ONE-ENTRY.
003890      IF PG-FIRST-OPERATOR
003900          OR PG-SORT-OPERATOR NOT = PG-PREV-OPERATOR
003910          IF PG-NOT-FIRST-OPERATOR
003920              PERFORM 5300-PRINT-OPERATOR-TOTALS THRU 5300-EXIT
003930          END-IF
003940          PERFORM 5200-PRINT-OPERATOR-HEADING THRU 5200-EXIT
003950          SET PG-NOT-FIRST-OPERATOR TO TRUE
003960          MOVE PG-SORT-OPERATOR TO PG-PREV-OPERATOR
003970      END-IF.
003980
003990      IF PG-SORT-REFUSED
004000          MOVE '***'     TO PG-DTL-FLAG
004010          MOVE 'REFUSED' TO PG-DTL-RESULT
004020          ADD 1 TO PG-OPR-REFUSED
004030      ELSE
004040          MOVE SPACES     TO PG-DTL-FLAG
004050          MOVE 'ACCEPTED' TO PG-DTL-RESULT
004060          ADD 1 TO PG-OPR-ACCEPTED
004070      END-IF.
004080      MOVE PG-SORT-DATE    TO PG-DTL-DATE.
004090      MOVE PG-SORT-TIME    TO PG-TIME-WORK.
004100      MOVE PG-TIME-HH      TO PG-DTL-HH.
004110      MOVE PG-TIME-MM      TO PG-DTL-MM.
004120      MOVE PG-TIME-SS      TO PG-DTL-SS.
004130      MOVE PG-SORT-PROGRAM TO PG-DTL-PROGRAM.
004140      MOVE PG-SORT-ACTION  TO PG-DTL-ACTION.
004150      MOVE PG-SORT-REASON  TO PG-DTL-REASON.
004160      MOVE PG-SORT-DETAIL  TO PG-DTL-DETAIL.
004170      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
004180      PERFORM 5010-RETURN-ENTRY THRU 5010-EXIT.
004190  5100-EXIT.
004200      EXIT.
004210
004220*-----------------------------------------------------------------
004230*    5200-PRINT-OPERATOR-HEADING
004240*    NAME, LEVEL AND STATUS AS THE MASTER HOLDS THEM TODAY.  AN ID
004250*    THE MASTER HAS NEVER HEARD OF IS SAID SO.
004260*-----------------------------------------------------------------
004270  5200-PRINT-OPERATOR-HEADING.
004280      ADD 1 TO PG-WEEK-OPERATORS.
004290      MOVE ZERO TO PG-OPR-ACCEPTED.
004300      MOVE ZERO TO PG-OPR-REFUSED.
004310      MOVE PG-SORT-OPERATOR TO PG-OBL-OPERATOR.
004320      PERFORM 5210-LOOK-UP-OPERATOR THRU 5210-EXIT.
004330
004340      MOVE SPACES TO PG-PRINT-LINE.
004350      WRITE PG-PRINT-LINE.
004360      WRITE PG-PRINT-LINE FROM PG-OPERATOR-BREAK-LINE.
004370      WRITE PG-PRINT-LINE FROM PG-LIST-HEADING.
004380  5200-EXIT.
004390      EXIT.
004400
004410*-----------------------------------------------------------------
004420*    5210-LOOK-UP-OPERATOR
004430*-----------------------------------------------------------------
004440  5210-LOOK-UP-OPERATOR.
004450      MOVE SPACES TO PG-OBL-NAME.
004460      MOVE SPACES TO PG-OBL-LEVEL.
004470      MOVE SPACES TO PG-OBL-STATUS.
004480      IF PG-SORT-OPERATOR = SPACES
004490          MOVE '(NO ID KEYED)' TO PG-OBL-NAME
004500          GO TO 5210-EXIT
004510      END-IF.
004520      MOVE PG-SORT-OPERATOR TO PG-OPR-OPERATOR-ID.
004530      READ OPERMAST
004540          INVALID KEY
004550              MOVE 'NOT ON OPERMAST' TO PG-OBL-NAME
004560              GO TO 5210-EXIT
004570      END-READ.
004580      MOVE PG-OPR-NAME TO PG-OBL-NAME.
004590      IF PG-OPR-DESK
004600          MOVE 'DESK' TO PG-OBL-LEVEL
004610      END-IF.
004620      IF PG-OPR-SUPERVISOR
004630          MOVE 'SUPERVISOR' TO PG-OBL-LEVEL
004640      END-IF.
004650      IF PG-OPR-MANAGER
004660          MOVE 'MANAGER' TO PG-OBL-LEVEL
004670      END-IF.
004680      IF PG-OPR-INACTIVE
004690          MOVE 'INACTIVE' TO PG-OBL-STATUS
004700      END-IF.
004710  5210-EXIT.
004720      EXIT.
004730
004740*-----------------------------------------------------------------
004750*    5300-PRINT-OPERATOR-TOTALS
004760*    CLOSES ONE OPERATOR AND ROLLS THEIR COUNTS INTO THE WEEK.
004770*-----------------------------------------------------------------
004780  5300-PRINT-OPERATOR-TOTALS.
004790      MOVE PG-OPR-ACCEPTED TO PG-OTL-ACCEPTED.
004800      MOVE PG-OPR-REFUSED  TO PG-OTL-REFUSED.
004810      IF PG-OPR-REFUSED > ZERO
004820          MOVE '   *** REFUSALS TO CHECK' TO PG-OTL-FLAG
004830      ELSE
004840          MOVE SPACES TO PG-OTL-FLAG
004850      END-IF.
004860      WRITE PG-PRINT-LINE FROM PG-OPERATOR-TOTAL-LINE.
004870      ADD PG-OPR-ACCEPTED TO PG-WEEK-ACCEPTED.
004880      ADD PG-OPR-REFUSED  TO PG-WEEK-REFUSED.
004890  5300-EXIT.
004900      EXIT.
004910
004920*-----------------------------------------------------------------
004930*    6000-PRINT-TOTALS
004940*-----------------------------------------------------------------
004950  6000-PRINT-TOTALS.
004960      MOVE SPACES TO PG-PRINT-LINE.
004970      WRITE PG-PRINT-LINE.
004980      IF PG-LOG-SELECTED = ZERO
004990          WRITE PG-PRINT-LINE FROM PG-EMPTY-LINE
005000          GO TO 6000-EXIT
005010      END-IF.
005020
005030      WRITE PG-PRINT-LINE FROM PG-WEEK-HEADING.
005040      MOVE PG-WEEK-OPERATORS TO PG-WTL-OPERATORS.
005050      MOVE PG-WEEK-ACCEPTED  TO PG-WTL-ACCEPTED.
005060      MOVE PG-WEEK-REFUSED   TO PG-WTL-REFUSED.
005070      WRITE PG-PRINT-LINE FROM PG-WEEK-TOTAL-LINE.
005080      IF PG-WEEK-REFUSED > ZERO
005090          WRITE PG-PRINT-LINE FROM PG-REFUSED-LINE
005100      ELSE
005110          WRITE PG-PRINT-LINE FROM PG-CLEAN-LINE
005120      END-IF.
005130  6000-EXIT.
005140      EXIT.
005150
005160*-----------------------------------------------------------------
005170*    9000-TERMINATE
005180*-----------------------------------------------------------------
005190  9000-TERMINATE.
005200      CLOSE OPERMAST.
005210      CLOSE PRTFILE.
005220  9000-EXIT.
005230      EXIT.
005240
005250*-----------------------------------------------------------------
005260*    9100-BAD-PARM
005270*-----------------------------------------------------------------
005280  9100-BAD-PARM.
005290      DISPLAY 'PONGSECR - PARM MUST BE THE WEEK-ENDING DATE, '
005300          'YYYYMMDD - NOTHING PRINTED'.
005310      MOVE 8 TO RETURN-CODE.
005320      STOP RUN.
005330  9100-EXIT.
005340      EXIT.
005350
005360*-----------------------------------------------------------------
005370*    9110-OPERMAST-OPEN-FAILED
005380*-----------------------------------------------------------------
005390  9110-OPERMAST-OPEN-FAILED.
005400      DISPLAY 'PONGSECR - OPERMAST OPEN FAILED, STATUS '
005410          PG-OPERMAST-STATUS.
005420      MOVE 8 TO RETURN-CODE.
005430      STOP RUN.
005440  9110-EXIT.
005450      EXIT.
005460
005470*-----------------------------------------------------------------
005480*    9120-SECLOG-OPEN-FAILED
005490*    A MISSING LOG IS NOT AN EMPTY WEEK - THE RUN STOPS RATHER
005500*    THAN PRINT A CLEAN REPORT IT CANNOT VOUCH FOR.
005510*-----------------------------------------------------------------
005520  9120-SECLOG-OPEN-FAILED.
005530      DISPLAY 'PONGSECR - SECLOG OPEN FAILED, STATUS '
005540          PG-SECLOG-STATUS.
005550      CLOSE OPERMAST.
005560      CLOSE PRTFILE.
005570      MOVE 8 TO RETURN-CODE.
005580      STOP RUN.
005590  9120-EXIT.
005600      EXIT.
