000100*=================================================================
000110*  PONGAGED
000120*  OUTSTANDING BALANCES REPORT, AGED BY BILL DATE.  BROWSES THE
000130*  WHOLE CHRGFILE CHARGE FILE AND, FOR EVERY PLAYER WITH BILLED
000140*  CHARGES NOT YET PAID IN FULL (AND NOT CREDITED BACK BY A
000150*  VOID), PRINTS WHAT IS STILL DUE SPREAD ACROSS FOUR AGE
000160*  COLUMNS - 0-30, 31-60, 61-90 AND OVER 90 DAYS SINCE THE BILL
000170*  DATE - WITH ANY MONEY THE PLAYER HAS ON ACCOUNT FROM THE
000180*  PAYFILE (PAYMENTS TAKEN BEFORE THE CHARGE THEY WERE MEANT
000190*  FOR WAS BILLED, OR MONEY PONGBILL PUT BACK ON ACCOUNT WHEN IT
000200*  CREDITED A CHARGE ALREADY PAID) AND THE NET STILL OWED.  THE
000210*  CHARGE KEY LEADS WITH THE PLAYER ID, SO ONE PASS OF THE FILE
000220*  WITH A CONTROL BREAK ON PLAYER GIVES ONE LINE PER PLAYER.
000230*
000240*  THE EXEC PARM IS THE AS-OF DATE (YYYYMMDD) THE AGES ARE
000250*  MEASURED FROM; OMIT IT TO AGE AS OF TODAY.  THE REPORT ONLY
000260*  READS - RUN IT ANY TIME.
000270*-----------------------------------------------------------------
000280*  MODIFICATION HISTORY
000290*  DATE       INIT  DESCRIPTION
000300*  15/10/2026 MP    ORIGINAL PROGRAM.
000310*=================================================================
000320  IDENTIFICATION DIVISION.
000330      PROGRAM-ID.    PONGAGED.
000340      AUTHOR.        MAXIME POSTAIRE.
000350      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000360      DATE-WRITTEN.  15/10/2026.
000370      DATE-COMPILED.
000380
000390  ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420      SELECT CHRGFILE ASSIGN TO CHRGFILE
000430          ORGANIZATION IS INDEXED
000440          ACCESS MODE IS SEQUENTIAL
000450          RECORD KEY IS PG-CHG-KEY
000460          FILE STATUS IS PG-CHRGFILE-STATUS.
000470
000480      SELECT PAYFILE ASSIGN TO PAYFILE
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS DYNAMIC
000510          RECORD KEY IS PG-PAY-KEY
000520          FILE STATUS IS PG-PAYFILE-STATUS.
000530
000540      SELECT PLAYMAST ASSIGN TO PLAYMAST
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS RANDOM
000570          RECORD KEY IS PG-PMST-PLAYER-ID
000580          FILE STATUS IS PG-PLAYMAST-STATUS.
000590
000600      SELECT PRTFILE ASSIGN TO PRTFILE
000610          ORGANIZATION IS SEQUENTIAL.
000620
000630  DATA DIVISION.
000640  FILE SECTION.
000650  FD  CHRGFILE
000660      LABEL RECORDS ARE STANDARD.
000670      COPY CHGREC.
000680
000690  FD  PAYFILE
000700      LABEL RECORDS ARE STANDARD.
000710      COPY PAYREC.
000720
000730  FD  PLAYMAST
000740      LABEL RECORDS ARE STANDARD.
000750      COPY PLAYREC.
000760
000770  FD  PRTFILE
000780      LABEL RECORDS ARE STANDARD
000790      RECORD CONTAINS 132 CHARACTERS.
000800  01  PG-PRINT-LINE               PIC X(132).
000810
000820  WORKING-STORAGE SECTION.
000830  01  PG-SWITCHES.
000840      05  PG-CHRGFILE-EOF     PIC X(01) VALUE 'N'.
000850          88  PG-CHG-NOT-AT-EOF       VALUE 'N'.
000860          88  PG-CHG-AT-EOF           VALUE 'Y'.
000870      05  PG-PAYFILE-EOF      PIC X(01) VALUE 'N'.
000880          88  PG-PAY-NOT-AT-EOF       VALUE 'N'.
000890          88  PG-PAY-AT-EOF           VALUE 'Y'.
000900
000910  01  PG-CHRGFILE-STATUS      PIC X(02) VALUE '00'.
000920  01  PG-PAYFILE-STATUS       PIC X(02) VALUE '00'.
000930  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
000940
000950  01  PG-ASOF-DATE            PIC X(08) VALUE SPACES.
000960  01  PG-ASOF-DAYNUM          PIC 9(08) COMP VALUE ZERO.
000970  01  PG-BILL-DAYNUM          PIC 9(08) COMP VALUE ZERO.
000980  01  PG-AGE-DAYS             PIC S9(08) COMP VALUE ZERO.
000990
001000  01  PG-CURRENT-PLAYER       PIC X(10) VALUE SPACES.
001010  01  PG-THIS-PAID            PIC 9(03)V99 VALUE ZERO.
001020  01  PG-THIS-DUE             PIC 9(03)V99 VALUE ZERO.
001030  01  PG-PLAYER-COUNT         PIC 9(05) COMP VALUE ZERO.
001040
001050*-----------------------------------------------------------------
001060*    AGE BUCKETS - ONE SET FOR THE PLAYER IN HAND, ONE FOR THE
001070*    GRAND TOTAL.  BUCKET 1 IS 0-30 DAYS, 2 IS 31-60, 3 IS 61-90
001080*    AND 4 IS OVER 90.
001090*-----------------------------------------------------------------
001100  01  PG-PLAYER-BUCKETS.
001110      05  PG-PLR-BUCKET       PIC 9(07)V99 COMP-3
001120                              OCCURS 4 TIMES.
001130      05  PG-PLR-DUE          PIC 9(07)V99 COMP-3.
001140      05  PG-PLR-ON-ACCOUNT   PIC 9(07)V99 COMP-3.
001150      05  PG-PLR-NET          PIC S9(07)V99 COMP-3.
001160
001170  01  PG-GRAND-BUCKETS.
001180      05  PG-GRD-BUCKET       PIC 9(07)V99 COMP-3
001190                              OCCURS 4 TIMES.
001200      05  PG-GRD-DUE          PIC 9(07)V99 COMP-3.
001210      05  PG-GRD-ON-ACCOUNT   PIC 9(07)V99 COMP-3.
001220      05  PG-GRD-NET          PIC S9(07)V99 COMP-3.
001230
001240  01  PG-BUCKET-SUB           PIC 9(04) COMP VALUE ZERO.
001250
001260  01  PG-NAME-LOOKUP-ID       PIC X(10) VALUE SPACES.
001270  01  PG-NAME-LOOKUP-NAME     PIC X(20) VALUE SPACES.
001280
001290*-----------------------------------------------------------------
001300*    CALENDAR WORK AREA
001310*    A DAY NUMBER FOR A YYYYMMDD DATE, SO TWO DATES CAN BE
001320*    SUBTRACTED - THE SAME MARCH-BASED YEAR AND EXPLICIT-DIVIDE
001330*    DISCIPLINE AS THE ZELLER ROUTINE IN PONGBILL AND PONGUTIL.
001340*-----------------------------------------------------------------
001350  01  PG-CAL-DATE.
001360      05  PG-CAL-YEAR         PIC 9(04).
001370      05  PG-CAL-MONTH        PIC 9(02).
001380      05  PG-CAL-DAY          PIC 9(02).
001390  01  PG-CAL-WORK.
001400      05  PG-CAL-Y            PIC 9(04) COMP.
001410      05  PG-CAL-M            PIC 9(02) COMP.
001420      05  PG-CAL-Y4           PIC 9(08) COMP.
001430      05  PG-CAL-Y100         PIC 9(08) COMP.
001440      05  PG-CAL-Y400         PIC 9(08) COMP.
001450      05  PG-CAL-MTERM        PIC 9(08) COMP.
001460  01  PG-CAL-DAYNUM           PIC 9(08) COMP VALUE ZERO.
001470
001480  01  PG-HEADING-1.
001490      05  FILLER                PIC X(20)
001500                                 VALUE 'PONGOL OUTSTANDING B'.
001510      05  FILLER                PIC X(20)
001520                                 VALUE 'ALANCES - AS OF     '.
001530      05  PG-HDG-DATE           PIC X(08).
001540
001550  01  PG-HEADING-2.
001560      05  FILLER                PIC X(12) VALUE 'PLAYER ID'.
001570      05  FILLER                PIC X(22) VALUE 'NAME'.
001580      05  FILLER                PIC X(11) VALUE '  0-30 DAYS'.
001590      05  FILLER                PIC X(11) VALUE '   31-60   '.
001600      05  FILLER                PIC X(11) VALUE '   61-90   '.
001610      05  FILLER                PIC X(11) VALUE '   OVER 90 '.
001620      05  FILLER                PIC X(11) VALUE ' TOTAL DUE '.
001630      05  FILLER                PIC X(11) VALUE ' ON ACCOUNT'.
001640      05  FILLER                PIC X(12) VALUE '    NET OWED'.
001650
001660  01  PG-DETAIL-LINE.
001670      05  PG-DTL-PLAYER-ID      PIC X(12).
001680      05  PG-DTL-PLAYER-NAME    PIC X(22).
001690      05  PG-DTL-BUCKET         PIC ZZZZZZZ9.99
001700                                 OCCURS 4 TIMES.
001710      05  FILLER                PIC X(01) VALUE SPACE.
001720      05  PG-DTL-DUE            PIC ZZZZZZ9.99.
001730      05  FILLER                PIC X(01) VALUE SPACE.
001740      05  PG-DTL-ON-ACCOUNT     PIC ZZZZZZ9.99.
001750      05  FILLER                PIC X(01) VALUE SPACE.
001760      05  PG-DTL-NET            PIC -ZZZZZZ9.99.
001770
001780  01  PG-TRAILER-LINE.
001790      05  FILLER                PIC X(20)
001800                                 VALUE 'PLAYERS OWING:      '.
001810      05  PG-TRL-PLAYERS        PIC ZZZZ9.
001820      05  FILLER                PIC X(08) VALUE SPACES.
001830
001840  01  PG-NONE-FOUND-LINE        PIC X(30) VALUE
001850          'NO OUTSTANDING CHARGES.'.
001860
001870*-----------------------------------------------------------------
001880*    LINKAGE SECTION
001890*    THE AS-OF DATE, YYYYMMDD.  OMIT THE PARM TO AGE AS OF
001900*    TODAY, THE SAME DEFAULT PONGBILL USES.
001910*-----------------------------------------------------------------
001920  LINKAGE SECTION.
001930  01  PG-PARM-DATA.
001940      05  PG-PARM-LENGTH        PIC S9(04) COMP.
001950      05  PG-PARM-TEXT          PIC X(08).
001960
001970*-----------------------------------------------------------------
001980*    0000-MAINLINE
001990*-----------------------------------------------------------------
002000  PROCEDURE DIVISION USING PG-PARM-DATA.
002010  0000-MAINLINE.
002020      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030      PERFORM 2010-READ-CHARGE THRU 2010-EXIT.
002040      PERFORM 2100-WEIGH-CHARGE THRU 2100-EXIT
002050          UNTIL PG-CHG-AT-EOF.
002060      PERFORM 3000-FINISH-PLAYER THRU 3000-EXIT.
002070      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002080      STOP RUN.
002090
002100*-----------------------------------------------------------------
002110*    1000-INITIALIZE
002120*-----------------------------------------------------------------
002130  1000-INITIALIZE.
002140      IF PG-PARM-LENGTH = ZERO
002150          ACCEPT PG-ASOF-DATE FROM DATE YYYYMMDD
002160      ELSE
002170          MOVE PG-PARM-TEXT TO PG-ASOF-DATE
002180      END-IF.
002190      MOVE PG-ASOF-DATE TO PG-CAL-DATE.
002200      PERFORM 7000-COMPUTE-DAYNUM THRU 7000-EXIT.
002210      MOVE PG-CAL-DAYNUM TO PG-ASOF-DAYNUM.
002220
002230      OPEN INPUT CHRGFILE.
002240      IF PG-CHRGFILE-STATUS NOT = '00'
002250          GO TO 9100-CHRGFILE-OPEN-FAILED
002260      END-IF.
002270      OPEN INPUT PAYFILE.
002280      IF PG-PAYFILE-STATUS NOT = '00'
002290          GO TO 9110-PAYFILE-OPEN-FAILED
002300      END-IF.
002310      OPEN INPUT PLAYMAST.
002320      OPEN OUTPUT PRTFILE.
002330
002340      PERFORM 1100-CLEAR-BUCKET THRU 1100-EXIT
002350          VARYING PG-BUCKET-SUB FROM 1 BY 1
002360          UNTIL PG-BUCKET-SUB > 4.
002370      MOVE ZERO TO PG-PLR-DUE.
002380      MOVE ZERO TO PG-PLR-ON-ACCOUNT.
002390      MOVE ZERO TO PG-PLR-NET.
002400      MOVE ZERO TO PG-GRD-DUE.
002410      MOVE ZERO TO PG-GRD-ON-ACCOUNT.
002420      MOVE ZERO TO PG-GRD-NET.
002430
002440      MOVE PG-ASOF-DATE TO PG-HDG-DATE.
002450      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
002460      WRITE PG-PRINT-LINE FROM PG-HEADING-2.
002470  1000-EXIT.
002480      EXIT.
002490
002500*-----------------------------------------------------------------
002510*    1100-CLEAR-BUCKET
002520*-----------------------------------------------------------------
002530  1100-CLEAR-BUCKET.
002540      MOVE ZERO TO PG-PLR-BUCKET (PG-BUCKET-SUB).
002550      MOVE ZERO TO PG-GRD-BUCKET (PG-BUCKET-SUB).
002560  1100-EXIT.
002570      EXIT.
002580
002590*-----------------------------------------------------------------
002600*    2010-READ-CHARGE
002610*-----------------------------------------------------------------
002620  2010-READ-CHARGE.
002630      READ CHRGFILE NEXT RECORD
002640          AT END
002650              SET PG-CHG-AT-EOF TO TRUE
002660      END-READ.
002670  2010-EXIT.
002680      EXIT.
002690
002700*-----------------------------------------------------------------
002710*    2100-WEIGH-CHARGE
002720*    A NEW PLAYER ID CLOSES OFF THE LAST PLAYER FIRST.  ONLY A
002730*    BILLED CHARGE STILL OPEN COUNTS - A CREDITED CHARGE WAS
002740*    VOIDED AWAY, AND ONE FLAGGED PAID IS SETTLED.  A CHARGE
002750*    BILLED AFTER THE AS-OF DATE IS NOT YET DUE AS OF THEN.
002760*    WHATEVER WAS PAID ON A CHARGE SINCE CREDITED IS NOT TAKEN
002770*    FROM HERE - PONGBILL PUT IT BACK ON ACCOUNT, AND IT NETS
002780*    THROUGH THE PAYFILE WITH THE PLAYER'S OTHER MONEY.
002790*-----------------------------------------------------------------
002800  2100-WEIGH-CHARGE.
002810      IF PG-CHG-PLAYER-ID NOT = PG-CURRENT-PLAYER
002820          PERFORM 3000-FINISH-PLAYER THRU 3000-EXIT
002830          MOVE PG-CHG-PLAYER-ID TO PG-CURRENT-PLAYER
002840      END-IF.
002850
002860      IF NOT PG-CHG-BILLED
002870          OR NOT PG-CHG-OPEN
002880          OR PG-CHG-BILL-DATE > PG-ASOF-DATE
002890          GO TO 2100-NEXT
002900      END-IF.
002910      IF PG-CHG-PAID-AMOUNT NUMERIC
002920          MOVE PG-CHG-PAID-AMOUNT TO PG-THIS-PAID
002930      ELSE
002940          MOVE ZERO TO PG-THIS-PAID
002950      END-IF.
002960      IF PG-THIS-PAID NOT < PG-CHG-AMOUNT
002970          GO TO 2100-NEXT
002980      END-IF.
002990      COMPUTE PG-THIS-DUE = PG-CHG-AMOUNT - PG-THIS-PAID.
003000
003010      MOVE PG-CHG-BILL-DATE TO PG-CAL-DATE.
003020      PERFORM 7000-COMPUTE-DAYNUM THRU 7000-EXIT.
003030      MOVE PG-CAL-DAYNUM TO PG-BILL-DAYNUM.
003040      COMPUTE PG-AGE-DAYS = PG-ASOF-DAYNUM - PG-BILL-DAYNUM.
003050      IF PG-AGE-DAYS NOT > 30
003060          MOVE 1 TO PG-BUCKET-SUB
003070      ELSE
003080          IF PG-AGE-DAYS NOT > 60
003090              MOVE 2 TO PG-BUCKET-SUB
003100          ELSE
003110              IF PG-AGE-DAYS NOT > 90
003120                  MOVE 3 TO PG-BUCKET-SUB
003130              ELSE
003140                  MOVE 4 TO PG-BUCKET-SUB
003150              END-IF
003160          END-IF
003170      END-IF.
003180      ADD PG-THIS-DUE TO PG-PLR-BUCKET (PG-BUCKET-SUB).
003190      ADD PG-THIS-DUE TO PG-PLR-DUE.
003200  2100-NEXT.
003210      PERFORM 2010-READ-CHARGE THRU 2010-EXIT.
003220  2100-EXIT.
003230      EXIT.
003240
003250*-----------------------------------------------------------------
003260*    3000-FINISH-PLAYER
003270*    PRINTS THE PLAYER IN HAND WHEN ANYTHING IS DUE AND FOLDS
003280*    THE FIGURES INTO THE GRAND TOTAL.  A PLAYER WHO OWES
003290*    NOTHING PRINTS NOTHING, WHATEVER IS ON ACCOUNT.
003300*-----------------------------------------------------------------
003310  3000-FINISH-PLAYER.
003320      IF PG-CURRENT-PLAYER = SPACES
003330          OR PG-PLR-DUE = ZERO
003340          GO TO 3000-CLEAR
003350      END-IF.
003360
003370      PERFORM 3100-SUM-ON-ACCOUNT THRU 3100-EXIT.
003380      COMPUTE PG-PLR-NET = PG-PLR-DUE - PG-PLR-ON-ACCOUNT.
003390
003400      MOVE PG-CURRENT-PLAYER TO PG-DTL-PLAYER-ID.
003410      MOVE PG-CURRENT-PLAYER TO PG-NAME-LOOKUP-ID.
003420      PERFORM 5000-GET-DISPLAY-NAME THRU 5000-EXIT.
003430      MOVE PG-NAME-LOOKUP-NAME TO PG-DTL-PLAYER-NAME.
003440      PERFORM 3200-MOVE-ONE-BUCKET THRU 3200-EXIT
003450          VARYING PG-BUCKET-SUB FROM 1 BY 1
003460          UNTIL PG-BUCKET-SUB > 4.
003470      MOVE PG-PLR-DUE        TO PG-DTL-DUE.
003480      MOVE PG-PLR-ON-ACCOUNT TO PG-DTL-ON-ACCOUNT.
003490      MOVE PG-PLR-NET        TO PG-DTL-NET.
003500      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
003510
003520      ADD 1 TO PG-PLAYER-COUNT.
003530      ADD PG-PLR-DUE        TO PG-GRD-DUE.
003540      ADD PG-PLR-ON-ACCOUNT TO PG-GRD-ON-ACCOUNT.
003550      ADD PG-PLR-NET        TO PG-GRD-NET.
003560  3000-CLEAR.
003570      PERFORM 3300-CLEAR-PLAYER-BUCKET THRU 3300-EXIT
003580          VARYING PG-BUCKET-SUB FROM 1 BY 1
003590          UNTIL PG-BUCKET-SUB > 4.
003600      MOVE ZERO TO PG-PLR-DUE.
003610      MOVE ZERO TO PG-PLR-ON-ACCOUNT.
003620      MOVE ZERO TO PG-PLR-NET.
003630  3000-EXIT.
003640      EXIT.
003650
003660*-----------------------------------------------------------------
003670*    3100-SUM-ON-ACCOUNT
003680*    TOTALS THE ON-ACCOUNT MONEY ON THE PLAYER'S PAYMENTS,
003690*    BROWSING FROM A PARTIAL KEY THE SAME WAY PONGSTMT DOES.
003700*    THIS IS WHAT PONGPAY HAS NOT YET DRAWN AGAINST A CHARGE, SO
003710*    IT IS NEVER COUNTED TWICE.  A PAYMENT DATED AFTER THE AS-OF
003720*    DATE IS LEFT OUT, THE SAME AS A CHARGE BILLED AFTER IT.
003730*-----------------------------------------------------------------
003740  3100-SUM-ON-ACCOUNT.
003750      MOVE ZERO TO PG-PLR-ON-ACCOUNT.
003760      SET PG-PAY-NOT-AT-EOF TO TRUE.
003770      MOVE LOW-VALUES TO PG-PAY-KEY.
003780      MOVE PG-CURRENT-PLAYER TO PG-PAY-PLAYER-ID.
003790      START PAYFILE KEY IS NOT LESS THAN PG-PAY-KEY
003800          INVALID KEY
003810              SET PG-PAY-AT-EOF TO TRUE
003820      END-START.
003830      PERFORM 3110-ADD-ONE-PAYMENT THRU 3110-EXIT
003840          UNTIL PG-PAY-AT-EOF.
003850  3100-EXIT.
003860      EXIT.
003870
003880*-----------------------------------------------------------------
003890*    3110-ADD-ONE-PAYMENT
003900*-----------------------------------------------------------------
003910  3110-ADD-ONE-PAYMENT.
003920      READ PAYFILE NEXT RECORD
003930          AT END
003940              SET PG-PAY-AT-EOF TO TRUE
003950              GO TO 3110-EXIT
003960      END-READ.
003970      IF PG-PAY-PLAYER-ID NOT = PG-CURRENT-PLAYER
003980          SET PG-PAY-AT-EOF TO TRUE
003990          GO TO 3110-EXIT
004000      END-IF.
004010      IF PG-PAY-DATE > PG-ASOF-DATE
004020          GO TO 3110-EXIT
004030      END-IF.
004040      ADD PG-PAY-ON-ACCOUNT TO PG-PLR-ON-ACCOUNT.
004050  3110-EXIT.
004060      EXIT.
004070
004080*-----------------------------------------------------------------
004090*    3200-MOVE-ONE-BUCKET
004100*-----------------------------------------------------------------
004110  3200-MOVE-ONE-BUCKET.
004120      MOVE PG-PLR-BUCKET (PG-BUCKET-SUB)
004130          TO PG-DTL-BUCKET (PG-BUCKET-SUB).
004140      ADD PG-PLR-BUCKET (PG-BUCKET-SUB)
004150          TO PG-GRD-BUCKET (PG-BUCKET-SUB).
004160  3200-EXIT.
004170      EXIT.
004180
004190*-----------------------------------------------------------------
004200*    3300-CLEAR-PLAYER-BUCKET
004210*-----------------------------------------------------------------
004220  3300-CLEAR-PLAYER-BUCKET.
004230      MOVE ZERO TO PG-PLR-BUCKET (PG-BUCKET-SUB).
004240  3300-EXIT.
004250      EXIT.
004260
004270*-----------------------------------------------------------------
004280*    5000-GET-DISPLAY-NAME
004290*    READS THE PLAYER MASTER FOR THE ID IN PG-NAME-LOOKUP-ID AND
004300*    LEAVES THE DISPLAY NAME IN PG-NAME-LOOKUP-NAME.  AN ID NOT
004310*    ON THE MASTER PRINTS AS (NOT REGISTERED) RATHER THAN BLANK
004320*    SO THE GAP IS VISIBLE ON THE REPORT.
004330*-----------------------------------------------------------------
004340  5000-GET-DISPLAY-NAME.
004350      MOVE PG-NAME-LOOKUP-ID TO PG-PMST-PLAYER-ID.
004360      READ PLAYMAST
004370          INVALID KEY
004380              MOVE '(NOT REGISTERED)' TO PG-NAME-LOOKUP-NAME
004390              GO TO 5000-EXIT
004400      END-READ.
004410      MOVE PG-PMST-DISPLAY-NAME TO PG-NAME-LOOKUP-NAME.
004420  5000-EXIT.
004430      EXIT.
004440
004450*-----------------------------------------------------------------
004460*    7000-COMPUTE-DAYNUM
004470*    DAY NUMBER OF PG-CAL-DATE IN PG-CAL-DAYNUM.  THE YEAR IS
004480*    TAKEN TO START IN MARCH, AS FOR ZELLER, SO THE LEAP DAY
004490*    FALLS AT THE END OF IT; THE NUMBER ITSELF MEANS NOTHING,
004500*    ONLY THE DIFFERENCE BETWEEN TWO OF THEM.
004510*-----------------------------------------------------------------
004520  7000-COMPUTE-DAYNUM.
004530      MOVE PG-CAL-YEAR  TO PG-CAL-Y.
004540      MOVE PG-CAL-MONTH TO PG-CAL-M.
004550      IF PG-CAL-M < 3
004560          ADD 12 TO PG-CAL-M
004570          SUBTRACT 1 FROM PG-CAL-Y
004580      END-IF.
004590      DIVIDE PG-CAL-Y BY 4   GIVING PG-CAL-Y4.
004600      DIVIDE PG-CAL-Y BY 100 GIVING PG-CAL-Y100.
004610      DIVIDE PG-CAL-Y BY 400 GIVING PG-CAL-Y400.
004620      COMPUTE PG-CAL-MTERM = 153 * (PG-CAL-M - 3) + 2.
004630      DIVIDE PG-CAL-MTERM BY 5 GIVING PG-CAL-MTERM.
004640      COMPUTE PG-CAL-DAYNUM =
004650          365 * PG-CAL-Y + PG-CAL-Y4 - PG-CAL-Y100
004660          + PG-CAL-Y400 + PG-CAL-MTERM + PG-CAL-DAY.
004670  7000-EXIT.
004680      EXIT.
004690
004700*-----------------------------------------------------------------
004710*    9000-TERMINATE
004720*-----------------------------------------------------------------
004730  9000-TERMINATE.
004740      IF PG-PLAYER-COUNT = ZERO
004750          WRITE PG-PRINT-LINE FROM PG-NONE-FOUND-LINE
004760      ELSE
004770          MOVE 'TOTAL'  TO PG-DTL-PLAYER-ID
004780          MOVE SPACES   TO PG-DTL-PLAYER-NAME
004790          PERFORM 9010-MOVE-GRAND-BUCKET THRU 9010-EXIT
004800              VARYING PG-BUCKET-SUB FROM 1 BY 1
004810              UNTIL PG-BUCKET-SUB > 4
004820          MOVE PG-GRD-DUE        TO PG-DTL-DUE
004830          MOVE PG-GRD-ON-ACCOUNT TO PG-DTL-ON-ACCOUNT
004840          MOVE PG-GRD-NET        TO PG-DTL-NET
004850          WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE
004860      END-IF.
004870      MOVE PG-PLAYER-COUNT TO PG-TRL-PLAYERS.
004880      WRITE PG-PRINT-LINE FROM PG-TRAILER-LINE.
004890      CLOSE CHRGFILE.
004900      CLOSE PAYFILE.
004910      CLOSE PLAYMAST.
004920      CLOSE PRTFILE.
004930  9000-EXIT.
004940      EXIT.
004950
004960*-----------------------------------------------------------------
004970*    9010-MOVE-GRAND-BUCKET
004980*-----------------------------------------------------------------
004990  9010-MOVE-GRAND-BUCKET.
005000      MOVE PG-GRD-BUCKET (PG-BUCKET-SUB)
005010          TO PG-DTL-BUCKET (PG-BUCKET-SUB).
005020  9010-EXIT.
005030      EXIT.
005040
005050*-----------------------------------------------------------------
005060*    9100-CHRGFILE-OPEN-FAILED
005070*-----------------------------------------------------------------
005080  9100-CHRGFILE-OPEN-FAILED.
005090      DISPLAY 'PONGAGED - CHRGFILE OPEN FAILED, STATUS '
005100          PG-CHRGFILE-STATUS.
005110      MOVE 8 TO RETURN-CODE.
005120      STOP RUN.
005130  9100-EXIT.
005140      EXIT.
005150
005160*-----------------------------------------------------------------
005170*    9110-PAYFILE-OPEN-FAILED
005180*    WITHOUT THE PAYMENTS THE ON-ACCOUNT MONEY CANNOT BE NETTED
005190*    OFF, AND A REPORT THAT OVERSTATES WHAT PLAYERS OWE IS WORSE
005200*    THAN NONE.
005210*-----------------------------------------------------------------
005220  9110-PAYFILE-OPEN-FAILED.
005230      DISPLAY 'PONGAGED - PAYFILE OPEN FAILED, STATUS '
005240          PG-PAYFILE-STATUS.
005250      CLOSE CHRGFILE.
005260      MOVE 8 TO RETURN-CODE.
005270      STOP RUN.
005280  9110-EXIT.
005290      EXIT.
