000100*=================================================================
000110*  PONGCASH
000120*  END-OF-SHIFT CASH-UP.  THE DESK COUNTS THE TILL BY TENDER
000130*  (CASH, CARD SLIPS, VOUCHERS) AND PASSES THE COUNTED FIGURES
000140*  ON THE EXEC PARM.  THIS JOB PRINTS, TENDER BY TENDER, WHAT
000150*  PONGPAY RECORDED AS TAKEN ON THE SHIFT AGAINST WHAT WAS
000160*  COUNTED, WITH THE VARIANCE, AND THEN SETS THE TOTAL COUNTED
000170*  AGAINST THE EXPECTED TAKINGS FROM THE CHARGES THE PONGBILL
000180*  NIGHTLY BILLING RUN POSTED FOR THE MATCHES PLAYED ON THE
000190*  SHIFT (CHARGES BILLED LESS CREDITS FOR THOSE OF THEM SINCE
000200*  VOIDED), WITH THAT VARIANCE TOO.  THE SECOND VARIANCE IS
000210*  NORMALLY NOT ZERO - PLAYERS PAY LATE OR PAY AHEAD - BUT IT IS
000220*  WHAT THE OFFICE RECONCILES THE TILL REPORT AGAINST.
000230*
000240*  RUN IT AFTER THE NIGHT'S PONGBILL SO THE SHIFT'S CHARGES ARE
000250*  ON FILE.  THE PARM IS DATE,CASH,CARD,VOUCHER,OPERATOR,START,
000260*  END - THE DATE AS YYYYMMDD (BLANK FOR TODAY) AND EACH COUNT AS
000270*  SEVEN DIGITS WITH NO POINT, THE LAST TWO BEING THE PENCE, THE
000280*  SAME WAY PONGPAY TAKES AN AMOUNT.  OPERATOR IS THE SIGN-ON
000290*  ID THE PAYMENTS WERE TAKEN UNDER (BLANK FOR EVERY OPERATOR).
000300*  START AND END ARE THE SHIFT TIMES AS HHMM ON THE DATE GIVEN
000310*  (BLANK FOR 0000 AND 2400, THE WHOLE DAY); AN END NOT LATER
000320*  THAN THE START IS ON THE NEXT DAY, SO A SHIFT MAY RUN PAST
000330*  MIDNIGHT.  A PAYMENT COUNTS WHEN IT WAS TAKEN AT OR AFTER THE
000340*  START AND BEFORE THE END.  THE CHARGE FILE CARRIES NO
000350*  OPERATOR, SO THE EXPECTED TAKINGS ARE FOR THE WHOLE FLOOR
000360*  OVER THE SHIFT, BY MATCH TIME.  THE JOB ENDS RC 4 WHEN ANY
000370*  TENDER COUNTED DIFFERS FROM WHAT WAS RECORDED, SO A SHORT OR
000380*  OVER TILL STANDS OUT IN THE JOB LOG.
000390*-----------------------------------------------------------------
000400*  MODIFICATION HISTORY
000410*  DATE       INIT  DESCRIPTION
000420*  15/10/2026 MP    ORIGINAL PROGRAM.
000430*  15/10/2026 MP    CASH-UP BY OPERATOR AND SHIFT - OPERATOR AND
000440*                    SHIFT START/END ON THE PARM.
000450*=================================================================
000460  IDENTIFICATION DIVISION.
000470      PROGRAM-ID.    PONGCASH.
000480      AUTHOR.        MAXIME POSTAIRE.
000490      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000500      DATE-WRITTEN.  15/10/2026.
000510      DATE-COMPILED.
000520
000530  ENVIRONMENT DIVISION.
000540  INPUT-OUTPUT SECTION.
000550  FILE-CONTROL.
000560      SELECT PAYFILE ASSIGN TO PAYFILE
000570          ORGANIZATION IS INDEXED
000580          ACCESS MODE IS SEQUENTIAL
000590          RECORD KEY IS PG-PAY-KEY
000600          FILE STATUS IS PG-PAYFILE-STATUS.
000610
000620      SELECT CHRGFILE ASSIGN TO CHRGFILE
000630          ORGANIZATION IS INDEXED
000640          ACCESS MODE IS SEQUENTIAL
000650          RECORD KEY IS PG-CHG-KEY
000660          FILE STATUS IS PG-CHRGFILE-STATUS.
000670
000680      SELECT PRTFILE ASSIGN TO PRTFILE
000690          ORGANIZATION IS SEQUENTIAL.
000700
000710  DATA DIVISION.
000720  FILE SECTION.
000730  FD  PAYFILE
000740      LABEL RECORDS ARE STANDARD.
000750      COPY PAYREC.
000760
000770  FD  CHRGFILE
000780      LABEL RECORDS ARE STANDARD.
000790      COPY CHGREC.
000800
000810  FD  PRTFILE
000820      LABEL RECORDS ARE STANDARD
000830      RECORD CONTAINS 132 CHARACTERS.
000840  01  PG-PRINT-LINE               PIC X(132).
000850
000860  WORKING-STORAGE SECTION.
000870  01  PG-SWITCHES.
000880      05  PG-PAYFILE-EOF      PIC X(01) VALUE 'N'.
000890          88  PG-PAY-NOT-AT-EOF       VALUE 'N'.
000900          88  PG-PAY-AT-EOF           VALUE 'Y'.
000910      05  PG-CHRGFILE-EOF     PIC X(01) VALUE 'N'.
000920          88  PG-CHG-NOT-AT-EOF       VALUE 'N'.
000930          88  PG-CHG-AT-EOF           VALUE 'Y'.
000940
000950  01  PG-PAYFILE-STATUS       PIC X(02) VALUE '00'.
000960  01  PG-CHRGFILE-STATUS      PIC X(02) VALUE '00'.
000970
000980  01  PG-CASHUP-DATE          PIC X(08) VALUE SPACES.
000990  01  PG-CASHUP-DATE-PARTS REDEFINES PG-CASHUP-DATE.
001000      05  PG-CUD-YEAR         PIC 9(04).
001010      05  PG-CUD-MONTH        PIC 9(02).
001020      05  PG-CUD-DAY          PIC 9(02).
001030
001040*    THE DAY AFTER THE CASH-UP DATE, SET ONLY WHEN THE SHIFT
001050*    RUNS PAST MIDNIGHT.
001060  01  PG-NEXT-DATE.
001070      05  PG-NXD-YEAR         PIC 9(04) VALUE ZERO.
001080      05  PG-NXD-MONTH        PIC 9(02) VALUE ZERO.
001090      05  PG-NXD-DAY          PIC 9(02) VALUE ZERO.
001100
001110  01  PG-MONTH-LENGTHS.
001120      05  FILLER              PIC X(24)
001130                               VALUE '312831303130313130313031'.
001140  01  PG-MONTH-LENGTH-TABLE REDEFINES PG-MONTH-LENGTHS.
001150      05  PG-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
001160  01  PG-MONTH-DAYS           PIC 9(02) VALUE ZERO.
001170  01  PG-CAL-QUOT             PIC 9(04) COMP VALUE ZERO.
001180  01  PG-CAL-REM              PIC 9(04) COMP VALUE ZERO.
001190
001200*-----------------------------------------------------------------
001210*    SHIFT WINDOW - START AND END AS HHMM.  AN END NOT LATER
001220*    THAN THE START FALLS ON PG-NEXT-DATE.
001230*-----------------------------------------------------------------
001240  01  PG-SHIFT-WINDOW.
001250      05  PG-SHIFT-START.
001260          10  PG-SST-HOUR         PIC 9(02).
001270          10  PG-SST-MINUTE       PIC 9(02).
001280      05  PG-SHIFT-START-HHMM REDEFINES PG-SHIFT-START
001290                                  PIC 9(04).
001300      05  PG-SHIFT-END.
001310          10  PG-SEN-HOUR         PIC 9(02).
001320          10  PG-SEN-MINUTE       PIC 9(02).
001330      05  PG-SHIFT-END-HHMM REDEFINES PG-SHIFT-END
001340                                  PIC 9(04).
001350      05  PG-SHIFT-CROSS-SWITCH   PIC X(01) VALUE 'N'.
001360          88  PG-SHIFT-SAME-DAY          VALUE 'N'.
001370          88  PG-SHIFT-PAST-MIDNIGHT     VALUE 'Y'.
001380
001390*    THE DATE AND CLOCK TIME TESTED AGAINST THE SHIFT WINDOW -
001400*    A PAYMENT'S HHMMSSHH OR A CHARGE'S MATCH HHMMSS, OF WHICH
001410*    ONLY THE HOURS AND MINUTES MATTER.
001420  01  PG-TEST-DATE            PIC X(08) VALUE SPACES.
001430  01  PG-TEST-CLOCK.
001440      05  PG-TST-HHMM         PIC 9(04).
001450      05  FILLER              PIC X(04).
001460  01  PG-WINDOW-SWITCH        PIC X(01) VALUE 'N'.
001470      88  PG-OUT-OF-WINDOW           VALUE 'N'.
001480      88  PG-IN-WINDOW               VALUE 'Y'.
001490
001500*    THE PARM AS UNSTRUNG, EACH COUNT CHECKED NUMERIC THROUGH
001510*    ITS TEXT VIEW BEFORE THE MONEY VIEW IS USED.
001520  01  PG-PARM-DATE            PIC X(08) VALUE SPACES.
001530  01  PG-PARM-OPERATOR        PIC X(10) VALUE SPACES.
001540  01  PG-PARM-START           PIC X(04) VALUE SPACES.
001550  01  PG-PARM-END             PIC X(04) VALUE SPACES.
001560  01  PG-PARM-COUNTS.
001570      05  PG-PARM-COUNT-TEXT  PIC X(07) OCCURS 3 TIMES.
001580  01  PG-PARM-COUNT-VALUES REDEFINES PG-PARM-COUNTS.
001590      05  PG-PARM-COUNT-VALUE PIC 9(05)V99 OCCURS 3 TIMES.
001600
001610*-----------------------------------------------------------------
001620*    TENDER TABLE - ONE ROW EACH FOR CASH, CARD AND VOUCHER, IN
001630*    THAT ORDER.  THE CODE MATCHES PG-PAY-TENDER.
001640*-----------------------------------------------------------------
001650  01  PG-TENDER-NAMES.
001660      05  FILLER              PIC X(08) VALUE 'CCASH   '.
001670      05  FILLER              PIC X(08) VALUE 'DCARD   '.
001680      05  FILLER              PIC X(08) VALUE 'VVOUCHER'.
001690  01  PG-TENDER-NAME-TABLE REDEFINES PG-TENDER-NAMES.
001700      05  PG-TNM-ENTRY OCCURS 3 TIMES.
001710          10  PG-TNM-CODE         PIC X(01).
001720          10  PG-TNM-NAME         PIC X(07).
001730
001740  01  PG-TENDER-TOTALS.
001750      05  PG-TND-ENTRY OCCURS 3 TIMES.
001760          10  PG-TND-COUNT        PIC 9(05) COMP.
001770          10  PG-TND-RECORDED     PIC 9(07)V99 COMP-3.
001780          10  PG-TND-COUNTED      PIC 9(07)V99 COMP-3.
001790          10  PG-TND-VARIANCE     PIC S9(07)V99 COMP-3.
001800
001810  01  PG-TND-SUB              PIC 9(04) COMP VALUE ZERO.
001820
001830  01  PG-CASHUP-TOTALS.
001840      05  PG-TOTAL-RECORDED   PIC 9(07)V99 COMP-3 VALUE ZERO.
001850      05  PG-TOTAL-COUNTED    PIC 9(07)V99 COMP-3 VALUE ZERO.
001860      05  PG-TOTAL-VARIANCE   PIC S9(07)V99 COMP-3 VALUE ZERO.
001870      05  PG-EXPECT-BILLED    PIC 9(07)V99 COMP-3 VALUE ZERO.
001880      05  PG-EXPECT-CREDITED  PIC 9(07)V99 COMP-3 VALUE ZERO.
001890      05  PG-EXPECT-NET       PIC S9(07)V99 COMP-3 VALUE ZERO.
001900      05  PG-EXPECT-VARIANCE  PIC S9(07)V99 COMP-3 VALUE ZERO.
001910
001920  01  PG-TILL-OUT-SWITCH      PIC X(01) VALUE 'N'.
001930      88  PG-TILL-BALANCED           VALUE 'N'.
001940      88  PG-TILL-OUT                VALUE 'Y'.
001950
001960  01  PG-HEADING-1.
001970      05  FILLER                PIC X(20)
001980                                 VALUE 'PONGOL END-OF-SHIFT '.
001990      05  FILLER                PIC X(10) VALUE 'CASH-UP - '.
002000      05  PG-HDG-DATE           PIC X(08).
002010      05  FILLER                PIC X(12) VALUE '  OPERATOR: '.
002020      05  PG-HDG-OPERATOR       PIC X(10).
002030      05  FILLER                PIC X(09) VALUE '  SHIFT: '.
002040      05  PG-HDG-START          PIC X(04).
002050      05  FILLER                PIC X(01) VALUE '-'.
002060      05  PG-HDG-END            PIC X(04).
002070
002080  01  PG-HEADING-2.
002090      05  FILLER                PIC X(10) VALUE 'TENDER'.
002100      05  FILLER                PIC X(08) VALUE 'PAYMENTS'.
002110      05  FILLER                PIC X(13) VALUE '     RECORDED'.
002120      05  FILLER                PIC X(13) VALUE '      COUNTED'.
002130      05  FILLER                PIC X(13) VALUE '     VARIANCE'.
002140
002150  01  PG-DETAIL-LINE.
002160      05  PG-DTL-TENDER         PIC X(10).
002170      05  PG-DTL-COUNT          PIC ZZZZ9.
002180      05  FILLER                PIC X(03) VALUE SPACES.
002190      05  PG-DTL-RECORDED       PIC ZZZZZZZZ9.99.
002200      05  FILLER                PIC X(01) VALUE SPACE.
002210      05  PG-DTL-COUNTED        PIC ZZZZZZZZ9.99.
002220      05  FILLER                PIC X(01) VALUE SPACE.
002230      05  PG-DTL-VARIANCE       PIC -ZZZZZZZ9.99.
002240
002250  01  PG-EXPECTED-LINE.
002260      05  FILLER                PIC X(20)
002270                                 VALUE 'PONGBILL EXPECTED - '.
002280      05  FILLER                PIC X(08) VALUE 'BILLED: '.
002290      05  PG-EXP-BILLED         PIC ZZZZZZ9.99.
002300      05  FILLER                PIC X(11) VALUE '  CREDITED:'.
002310      05  PG-EXP-CREDITED       PIC ZZZZZZ9.99.
002320      05  FILLER                PIC X(07) VALUE '  NET: '.
002330      05  PG-EXP-NET            PIC -ZZZZZZ9.99.
002340
002350  01  PG-EXPECT-VAR-LINE.
002360      05  FILLER                PIC X(20)
002370                                 VALUE 'COUNTED VS EXPECTED '.
002380      05  FILLER                PIC X(10) VALUE 'VARIANCE: '.
002390      05  PG-EXV-VARIANCE       PIC -ZZZZZZ9.99.
002400
002410  01  PG-TILL-OUT-LINE          PIC X(40) VALUE
002420          '*** COUNTED DIFFERS FROM RECORDED ***'.
002430
002440*-----------------------------------------------------------------
002450*    LINKAGE SECTION
002460*    DATE,CASH,CARD,VOUCHER,OPERATOR,START,END - SEE THE
002470*    PROLOGUE.
002480*-----------------------------------------------------------------
002490  LINKAGE SECTION.
002500  01  PG-PARM-DATA.
002510      05  PG-PARM-LENGTH        PIC S9(04) COMP.
002520      05  PG-PARM-TEXT          PIC X(60).
002530
002540*-----------------------------------------------------------------
002550*    0000-MAINLINE
002560*-----------------------------------------------------------------
002570  PROCEDURE DIVISION USING PG-PARM-DATA.
002580  0000-MAINLINE.
002590      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600      PERFORM 2000-TOTAL-PAYMENTS THRU 2000-EXIT.
002610      PERFORM 3000-TOTAL-EXPECTED THRU 3000-EXIT.
002620      PERFORM 4000-PRINT-CASHUP THRU 4000-EXIT.
002630      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640      IF PG-TILL-OUT
002650          MOVE 4 TO RETURN-CODE
002660      END-IF.
002670      STOP RUN.
002680
002690*-----------------------------------------------------------------
002700*    1000-INITIALIZE
002710*    A MISSING OR NON-NUMERIC COUNT IS REFUSED - A CASH-UP
002720*    AGAINST A GUESSED COUNT IS NO CASH-UP.  SO IS A DATE OR A
002730*    SHIFT TIME THAT IS NOT A REAL ONE.
002740*-----------------------------------------------------------------
002750  1000-INITIALIZE.
002760      IF PG-PARM-LENGTH = ZERO
002770          GO TO 9100-BAD-PARM
002780      END-IF.
002790      MOVE SPACES TO PG-PARM-COUNTS.
002800      UNSTRING PG-PARM-TEXT DELIMITED BY ','
002810          INTO PG-PARM-DATE
002820               PG-PARM-COUNT-TEXT (1)
002830               PG-PARM-COUNT-TEXT (2)
002840               PG-PARM-COUNT-TEXT (3)
002850               PG-PARM-OPERATOR
002860               PG-PARM-START
002870               PG-PARM-END
002880      END-UNSTRING.
002890      IF PG-PARM-DATE = SPACES
002900          ACCEPT PG-CASHUP-DATE FROM DATE YYYYMMDD
002910      ELSE
002920          MOVE PG-PARM-DATE TO PG-CASHUP-DATE
002930      END-IF.
002940      IF PG-CASHUP-DATE NOT NUMERIC
002950          OR PG-CUD-MONTH < 1 OR PG-CUD-MONTH > 12
002960          OR PG-CUD-DAY < 1
002970          GO TO 9100-BAD-PARM
002980      END-IF.
002990
003000      PERFORM 1100-LOAD-ONE-COUNT THRU 1100-EXIT
003010          VARYING PG-TND-SUB FROM 1 BY 1
003020          UNTIL PG-TND-SUB > 3.
003030      PERFORM 1200-SET-SHIFT THRU 1200-EXIT.
003040
003050      OPEN INPUT PAYFILE.
003060      IF PG-PAYFILE-STATUS NOT = '00'
003070          GO TO 9110-PAYFILE-OPEN-FAILED
003080      END-IF.
003090      OPEN INPUT CHRGFILE.
003100      IF PG-CHRGFILE-STATUS NOT = '00'
003110          GO TO 9120-CHRGFILE-OPEN-FAILED
003120      END-IF.
003130      OPEN OUTPUT PRTFILE.
003140
003150      MOVE PG-CASHUP-DATE TO PG-HDG-DATE.
003160      IF PG-PARM-OPERATOR = SPACES
003170          MOVE 'ALL'            TO PG-HDG-OPERATOR
003180      ELSE
003190          MOVE PG-PARM-OPERATOR TO PG-HDG-OPERATOR
003200      END-IF.
003210      MOVE PG-SHIFT-START TO PG-HDG-START.
003220      MOVE PG-SHIFT-END   TO PG-HDG-END.
003230      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
003240      WRITE PG-PRINT-LINE FROM PG-HEADING-2.
003250  1000-EXIT.
003260      EXIT.
003270
003280*-----------------------------------------------------------------
003290*    1100-LOAD-ONE-COUNT
003300*-----------------------------------------------------------------
003310  1100-LOAD-ONE-COUNT.
003320      IF PG-PARM-COUNT-TEXT (PG-TND-SUB) NOT NUMERIC
003330          GO TO 9100-BAD-PARM
003340      END-IF.
003350      MOVE ZERO TO PG-TND-COUNT (PG-TND-SUB).
003360      MOVE ZERO TO PG-TND-RECORDED (PG-TND-SUB).
003370      MOVE PG-PARM-COUNT-VALUE (PG-TND-SUB)
003380          TO PG-TND-COUNTED (PG-TND-SUB).
003390      MOVE ZERO TO PG-TND-VARIANCE (PG-TND-SUB).
003400  1100-EXIT.
003410      EXIT.
003420
003430*-----------------------------------------------------------------
003440*    1200-SET-SHIFT
003450*    A BLANK START OR END TAKES THE START OR END OF THE DAY.  AN
003460*    END NOT LATER THAN THE START RUNS THE SHIFT PAST MIDNIGHT,
003470*    ENDING ON THE NEXT DAY.
003480*-----------------------------------------------------------------
003490  1200-SET-SHIFT.
003500      IF PG-PARM-START = SPACES
003510          MOVE '0000' TO PG-PARM-START
003520      END-IF.
003530      IF PG-PARM-END = SPACES
003540          MOVE '2400' TO PG-PARM-END
003550      END-IF.
003560      IF PG-PARM-START NOT NUMERIC
003570          OR PG-PARM-END NOT NUMERIC
003580          GO TO 9100-BAD-PARM
003590      END-IF.
003600      MOVE PG-PARM-START TO PG-SHIFT-START.
003610      MOVE PG-PARM-END   TO PG-SHIFT-END.
003620      IF PG-SST-MINUTE > 59 OR PG-SEN-MINUTE > 59
003630          OR PG-SHIFT-START-HHMM > 2359
003640          OR PG-SHIFT-END-HHMM > 2400
003650          GO TO 9100-BAD-PARM
003660      END-IF.
003670      IF PG-SHIFT-END-HHMM > PG-SHIFT-START-HHMM
003680          SET PG-SHIFT-SAME-DAY TO TRUE
003690      ELSE
003700          SET PG-SHIFT-PAST-MIDNIGHT TO TRUE
003710          PERFORM 1300-FIND-NEXT-DAY THRU 1300-EXIT
003720      END-IF.
003730  1200-EXIT.
003740      EXIT.
003750
003760*-----------------------------------------------------------------
003770*    1300-FIND-NEXT-DAY
003780*    THE DAY AFTER THE CASH-UP DATE, ACROSS A MONTH OR YEAR END,
003790*    FEBRUARY CHECKED FOR A LEAP YEAR.  A DAY PAST THE END OF ITS
003800*    MONTH IS REFUSED HERE RATHER THAN ROLLED ON.
003810*-----------------------------------------------------------------
003820  1300-FIND-NEXT-DAY.
003830      MOVE PG-CUD-YEAR  TO PG-NXD-YEAR.
003840      MOVE PG-CUD-MONTH TO PG-NXD-MONTH.
003850      MOVE PG-CUD-DAY   TO PG-NXD-DAY.
003860      MOVE PG-MONTH-LENGTH (PG-NXD-MONTH) TO PG-MONTH-DAYS.
003870      IF PG-NXD-MONTH = 2
003880          DIVIDE PG-NXD-YEAR BY 4
003890              GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
003900          IF PG-CAL-REM = ZERO
003910              MOVE 29 TO PG-MONTH-DAYS
003920              DIVIDE PG-NXD-YEAR BY 100
003930                  GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
003940              IF PG-CAL-REM = ZERO
003950                  MOVE 28 TO PG-MONTH-DAYS
003960                  DIVIDE PG-NXD-YEAR BY 400
003970                      GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
003980                  IF PG-CAL-REM = ZERO
003990                      MOVE 29 TO PG-MONTH-DAYS
004000                  END-IF
004010              END-IF
004020          END-IF
004030      END-IF.
004040      IF PG-NXD-DAY > PG-MONTH-DAYS
004050          GO TO 9100-BAD-PARM
004060      END-IF.
004070      IF PG-NXD-DAY < PG-MONTH-DAYS
004080          ADD 1 TO PG-NXD-DAY
004090          GO TO 1300-EXIT
004100      END-IF.
004110      MOVE 1 TO PG-NXD-DAY.
004120      IF PG-NXD-MONTH = 12
004130          ADD 1 TO PG-NXD-YEAR
004140          MOVE 1 TO PG-NXD-MONTH
004150      ELSE
004160          ADD 1 TO PG-NXD-MONTH
004170      END-IF.
004180  1300-EXIT.
004190      EXIT.
004200
004210*-----------------------------------------------------------------
004220*    2000-TOTAL-PAYMENTS
004230*    ONE PASS OF THE PAYMENT FILE, TOTALLING THE SHIFT'S
004240*    PAYMENTS BY TENDER.  THE KEY LEADS WITH THE PLAYER, SO THE
004250*    WHOLE FILE IS READ AND FILTERED ON THE OPERATOR AND ON THE
004260*    PAYMENT DATE AND TIME.
004270*-----------------------------------------------------------------
004280  2000-TOTAL-PAYMENTS.
004290      PERFORM 2010-READ-PAYMENT THRU 2010-EXIT.
004300      PERFORM 2100-ADD-PAYMENT THRU 2100-EXIT
004310          UNTIL PG-PAY-AT-EOF.
004320  2000-EXIT.
004330      EXIT.
004340
004350*-----------------------------------------------------------------
004360*    2010-READ-PAYMENT
004370*-----------------------------------------------------------------
004380  2010-READ-PAYMENT.
004390      READ PAYFILE NEXT RECORD
004400          AT END
004410              SET PG-PAY-AT-EOF TO TRUE
004420      END-READ.
004430  2010-EXIT.
004440      EXIT.
004450
004460*-----------------------------------------------------------------
004470*    2100-ADD-PAYMENT
004480*-----------------------------------------------------------------
004490  2100-ADD-PAYMENT.
004500      IF PG-PARM-OPERATOR NOT = SPACES
004510          AND PG-PAY-OPERATOR NOT = PG-PARM-OPERATOR
004520          GO TO 2100-NEXT
004530      END-IF.
004540      MOVE PG-PAY-DATE TO PG-TEST-DATE.
004550      MOVE PG-PAY-TIME TO PG-TEST-CLOCK.
004560      PERFORM 7100-TEST-WINDOW THRU 7100-EXIT.
004570      IF PG-OUT-OF-WINDOW
004580          GO TO 2100-NEXT
004590      END-IF.
004600      IF PG-PAY-CASH
004610          MOVE 1 TO PG-TND-SUB
004620      ELSE
004630          IF PG-PAY-CARD
004640              MOVE 2 TO PG-TND-SUB
004650          ELSE
004660              IF PG-PAY-VOUCHER
004670                  MOVE 3 TO PG-TND-SUB
004680              ELSE
004690                  GO TO 2100-NEXT
004700              END-IF
004710          END-IF
004720      END-IF.
004730      ADD 1 TO PG-TND-COUNT (PG-TND-SUB).
004740      ADD PG-PAY-AMOUNT TO PG-TND-RECORDED (PG-TND-SUB).
004750  2100-NEXT.
004760      PERFORM 2010-READ-PAYMENT THRU 2010-EXIT.
004770  2100-EXIT.
004780      EXIT.
004790
004800*-----------------------------------------------------------------
004810*    3000-TOTAL-EXPECTED
004820*    THE EXPECTED TAKINGS ARE WHAT PONGBILL POSTED FOR THE
004830*    MATCHES PLAYED ON THE SHIFT: EVERY BILLED CHARGE WHOSE MATCH
004840*    DATE AND TIME FALL IN THE SHIFT WINDOW, LESS EVERY CREDIT
004850*    AGAINST SUCH A MATCH.  FOR A WHOLE-DAY CASH-UP THE BILLED
004860*    FIGURE IS THE ONE PONGBILL'S TILL REPORT PRINTS; A CREDIT
004870*    FALLS ON THE DAY OF THE MATCH IT REVERSES RATHER THAN THE
004880*    NIGHT IT WAS POSTED.  READ BACK FROM THE CHARGE FILE SO A
004890*    RERUN OF THE BILLING (WHICH POSTS NOTHING NEW) CHANGES
004900*    NOTHING.
004910*-----------------------------------------------------------------
004920  3000-TOTAL-EXPECTED.
004930      PERFORM 3010-READ-CHARGE THRU 3010-EXIT.
004940      PERFORM 3100-ADD-CHARGE THRU 3100-EXIT
004950          UNTIL PG-CHG-AT-EOF.
004960      COMPUTE PG-EXPECT-NET =
004970          PG-EXPECT-BILLED - PG-EXPECT-CREDITED.
004980  3000-EXIT.
004990      EXIT.
005000
005010*-----------------------------------------------------------------
005020*    3010-READ-CHARGE
005030*-----------------------------------------------------------------
005040  3010-READ-CHARGE.
005050      READ CHRGFILE NEXT RECORD
005060          AT END
005070              SET PG-CHG-AT-EOF TO TRUE
005080      END-READ.
005090  3010-EXIT.
005100      EXIT.
005110
005120*-----------------------------------------------------------------
005130*    3100-ADD-CHARGE
005140*-----------------------------------------------------------------
005150  3100-ADD-CHARGE.
005160      MOVE PG-CHG-MATCH-DATE TO PG-TEST-DATE.
005170      MOVE PG-CHG-MATCH-TIME TO PG-TEST-CLOCK.
005180      PERFORM 7100-TEST-WINDOW THRU 7100-EXIT.
005190      IF PG-IN-WINDOW
005200          IF PG-CHG-CREDIT
005210              ADD PG-CHG-AMOUNT TO PG-EXPECT-CREDITED
005220          ELSE
005230              ADD PG-CHG-AMOUNT TO PG-EXPECT-BILLED
005240          END-IF
005250      END-IF.
005260      PERFORM 3010-READ-CHARGE THRU 3010-EXIT.
005270  3100-EXIT.
005280      EXIT.
005290
005300*-----------------------------------------------------------------
005310*    4000-PRINT-CASHUP
005320*-----------------------------------------------------------------
005330  4000-PRINT-CASHUP.
005340      PERFORM 4100-PRINT-ONE-TENDER THRU 4100-EXIT
005350          VARYING PG-TND-SUB FROM 1 BY 1
005360          UNTIL PG-TND-SUB > 3.
005370
005380      COMPUTE PG-TOTAL-VARIANCE =
005390          PG-TOTAL-COUNTED - PG-TOTAL-RECORDED.
005400      MOVE 'TOTAL'           TO PG-DTL-TENDER.
005410      MOVE ZERO              TO PG-DTL-COUNT.
005420      MOVE PG-TOTAL-RECORDED TO PG-DTL-RECORDED.
005430      MOVE PG-TOTAL-COUNTED  TO PG-DTL-COUNTED.
005440      MOVE PG-TOTAL-VARIANCE TO PG-DTL-VARIANCE.
005450      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
005460      IF PG-TILL-OUT
005470          WRITE PG-PRINT-LINE FROM PG-TILL-OUT-LINE
005480      END-IF.
005490
005500      MOVE PG-EXPECT-BILLED   TO PG-EXP-BILLED.
005510      MOVE PG-EXPECT-CREDITED TO PG-EXP-CREDITED.
005520      MOVE PG-EXPECT-NET      TO PG-EXP-NET.
005530      WRITE PG-PRINT-LINE FROM PG-EXPECTED-LINE.
005540
005550      COMPUTE PG-EXPECT-VARIANCE =
005560          PG-TOTAL-COUNTED - PG-EXPECT-NET.
005570      MOVE PG-EXPECT-VARIANCE TO PG-EXV-VARIANCE.
005580      WRITE PG-PRINT-LINE FROM PG-EXPECT-VAR-LINE.
005590  4000-EXIT.
005600      EXIT.
005610
005620*-----------------------------------------------------------------
005630*    4100-PRINT-ONE-TENDER
005640*-----------------------------------------------------------------
005650  4100-PRINT-ONE-TENDER.
005660      COMPUTE PG-TND-VARIANCE (PG-TND-SUB) =
005670          PG-TND-COUNTED (PG-TND-SUB)
005680          - PG-TND-RECORDED (PG-TND-SUB).
005690      IF PG-TND-VARIANCE (PG-TND-SUB) NOT = ZERO
005700          SET PG-TILL-OUT TO TRUE
005710      END-IF.
005720      ADD PG-TND-RECORDED (PG-TND-SUB) TO PG-TOTAL-RECORDED.
005730      ADD PG-TND-COUNTED (PG-TND-SUB)  TO PG-TOTAL-COUNTED.
005740
005750      MOVE PG-TNM-NAME (PG-TND-SUB)     TO PG-DTL-TENDER.
005760      MOVE PG-TND-COUNT (PG-TND-SUB)    TO PG-DTL-COUNT.
005770      MOVE PG-TND-RECORDED (PG-TND-SUB) TO PG-DTL-RECORDED.
005780      MOVE PG-TND-COUNTED (PG-TND-SUB)  TO PG-DTL-COUNTED.
005790      MOVE PG-TND-VARIANCE (PG-TND-SUB) TO PG-DTL-VARIANCE.
005800      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
005810  4100-EXIT.
005820      EXIT.
005830
005840*-----------------------------------------------------------------
005850*    7100-TEST-WINDOW
005860*    PG-TEST-DATE AND PG-TEST-CLOCK IN THE SHIFT WINDOW - AT OR
005870*    AFTER THE START ON THE CASH-UP DATE AND BEFORE THE END,
005880*    WHICH IS ON THE NEXT DAY WHEN THE SHIFT RUNS PAST MIDNIGHT.
005890*-----------------------------------------------------------------
005900  7100-TEST-WINDOW.
005910      SET PG-OUT-OF-WINDOW TO TRUE.
005920      IF PG-TST-HHMM NOT NUMERIC
005930          GO TO 7100-EXIT
005940      END-IF.
005950      IF PG-TEST-DATE = PG-CASHUP-DATE
005960          AND PG-TST-HHMM NOT < PG-SHIFT-START-HHMM
005970          IF PG-SHIFT-PAST-MIDNIGHT
005980              OR PG-TST-HHMM < PG-SHIFT-END-HHMM
005990              SET PG-IN-WINDOW TO TRUE
006000          END-IF
006010          GO TO 7100-EXIT
006020      END-IF.
006030      IF PG-SHIFT-PAST-MIDNIGHT
006040          AND PG-TEST-DATE = PG-NEXT-DATE
006050          AND PG-TST-HHMM < PG-SHIFT-END-HHMM
006060          SET PG-IN-WINDOW TO TRUE
006070      END-IF.
006080  7100-EXIT.
006090      EXIT.
006100
006110*-----------------------------------------------------------------
006120*    9000-TERMINATE
006130*-----------------------------------------------------------------
006140  9000-TERMINATE.
006150      CLOSE PAYFILE.
006160      CLOSE CHRGFILE.
006170      CLOSE PRTFILE.
006180  9000-EXIT.
006190      EXIT.
006200
006210*-----------------------------------------------------------------
006220*    9100-BAD-PARM
006230*-----------------------------------------------------------------
006240  9100-BAD-PARM.
006250      DISPLAY 'PONGCASH - PARM MUST BE DATE,CASH,CARD,VOUCHER,'
006260          'OPERATOR,START,END WITH EACH COUNT AS 7 DIGITS AND '
006270          'EACH TIME AS HHMM - NOTHING DONE'.
006280      MOVE 8 TO RETURN-CODE.
006290      STOP RUN.
006300  9100-EXIT.
006310      EXIT.
006320
006330*-----------------------------------------------------------------
006340*    9110-PAYFILE-OPEN-FAILED
006350*-----------------------------------------------------------------
006360  9110-PAYFILE-OPEN-FAILED.
006370      DISPLAY 'PONGCASH - PAYFILE OPEN FAILED, STATUS '
006380          PG-PAYFILE-STATUS.
006390      MOVE 8 TO RETURN-CODE.
006400      STOP RUN.
006410  9110-EXIT.
006420      EXIT.
006430
006440*-----------------------------------------------------------------
006450*    9120-CHRGFILE-OPEN-FAILED
006460*-----------------------------------------------------------------
006470  9120-CHRGFILE-OPEN-FAILED.
006480      DISPLAY 'PONGCASH - CHRGFILE OPEN FAILED, STATUS '
006490          PG-CHRGFILE-STATUS.
006500      CLOSE PAYFILE.
006510      MOVE 8 TO RETURN-CODE.
006520      STOP RUN.
006530  9120-EXIT.
006540      EXIT.
