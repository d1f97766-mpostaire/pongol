000100*=================================================================
000110*  PONGPAY
000120*  FRONT-DESK PAYMENT POSTING.  PONGBILL WORKS OUT WHAT EACH
000130*  PLAYER OWES AND POSTS IT TO THE CHRGFILE CHARGE FILE, BUT
000140*  UNTIL NOW NOTHING RECORDED WHAT THE PLAYER ACTUALLY HANDED
000150*  OVER.  FOR EVERY PAYMENT TAKEN AT THE DESK THIS UTILITY
000160*  WRITES ONE PAYFILE RECORD - PLAYER, DATE, TIME, OPERATOR,
000170*  TENDER (CASH, CARD OR VOUCHER) AND AMOUNT - AND APPLIES THE
000180*  MONEY AGAINST THE PLAYER'S OPEN BILLED CHARGES, OLDEST BILL
000190*  DATE FIRST.  A CHARGE PAID IN PART CARRIES THE PART PAID; A
000200*  CHARGE PAID IN FULL IS FLAGGED 'P' AND DROPS OUT OF THE
000210*  OUTSTANDING BALANCES.  ANY MONEY LEFT OVER (A PLAYER PAYING
000220*  FOR TONIGHT'S GAMES BEFORE THE NIGHTLY BILLING RUN HAS
000230*  CHARGED THEM) IS RECORDED ON ACCOUNT ON THE PAYMENT ITSELF,
000240*  AND IS DRAWN AGAINST THE PLAYER'S OPEN CHARGES, OLDEST FIRST,
000250*  THE NEXT TIME THE PLAYER COMES TO THE DESK - BEFORE THE
000260*  BALANCE IS SHOWN, SO WHAT THE DESK QUOTES IS NET OF IT.
000270*
000280*  THE PAYMENT IS WRITTEN BEFORE ANY CHARGE IS TOUCHED, THE
000290*  SAME LOG-THEN-APPLY DISCIPLINE AS PONGADJ, SO MONEY TAKEN IS
000300*  NEVER LOST IF A CHARGE UPDATE IS REJECTED PARTWAY.  SAME
000310*  PROMPTED-ACTION SHAPE AS PONGRESV.
000320*
000330*  THE SESSION IS SIGNED ON AGAINST THE OPERMAST OPERATOR
000340*  MASTER (ID AND PIN) - ANY ACTIVE OPERATOR HAS THE DESK
000350*  AUTHORITY THIS NEEDS.  EVERY SIGN-ON, EVERY PAYMENT POSTED
000360*  AND EVERY DRAW ON ACCOUNT IS APPENDED TO THE SECLOG SECURITY
000370*  LOG.
000380*-----------------------------------------------------------------
000390*  MODIFICATION HISTORY
000400*  DATE       INIT  DESCRIPTION
000410*  15/10/2026 MP    ORIGINAL PROGRAM.
000420*=================================================================
000430  IDENTIFICATION DIVISION.
000440      PROGRAM-ID.    PONGPAY.
000450      AUTHOR.        MAXIME POSTAIRE.
000460      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000470      DATE-WRITTEN.  15/10/2026.
000480      DATE-COMPILED.
000490
000500  ENVIRONMENT DIVISION.
000510  INPUT-OUTPUT SECTION.
000520  FILE-CONTROL.
000530      SELECT PAYFILE ASSIGN TO PAYFILE
000540          ORGANIZATION IS INDEXED
000550          ACCESS MODE IS DYNAMIC
000560          RECORD KEY IS PG-PAY-KEY
000570          FILE STATUS IS PG-PAYFILE-STATUS.
000580
000590      SELECT CHRGFILE ASSIGN TO CHRGFILE
000600          ORGANIZATION IS INDEXED
000610          ACCESS MODE IS DYNAMIC
000620          RECORD KEY IS PG-CHG-KEY
000630          FILE STATUS IS PG-CHRGFILE-STATUS.
000640
000650      SELECT PLAYMAST ASSIGN TO PLAYMAST
000660          ORGANIZATION IS INDEXED
000670          ACCESS MODE IS RANDOM
000680          RECORD KEY IS PG-PMST-PLAYER-ID
000690          FILE STATUS IS PG-PLAYMAST-STATUS.
000700
000710      SELECT OPERMAST ASSIGN TO OPERMAST
000720          ORGANIZATION IS INDEXED
000730          ACCESS MODE IS RANDOM
000740          RECORD KEY IS PG-OPR-OPERATOR-ID
000750          FILE STATUS IS PG-OPERMAST-STATUS.
000760
000770      SELECT SECLOG ASSIGN TO SECLOG
000780          ORGANIZATION IS SEQUENTIAL
000790          FILE STATUS IS PG-SECLOG-STATUS.
000800
000810  DATA DIVISION.
000820  FILE SECTION.
000830  FD  PAYFILE
000840      LABEL RECORDS ARE STANDARD.
000850      COPY PAYREC.
000860
000870  FD  CHRGFILE
000880      LABEL RECORDS ARE STANDARD.
000890      COPY CHGREC.
000900
000910  FD  PLAYMAST
000920      LABEL RECORDS ARE STANDARD.
000930      COPY PLAYREC.
000940
000950  FD  OPERMAST
000960      LABEL RECORDS ARE STANDARD.
000970      COPY OPERREC.
000980
000990  FD  SECLOG
001000      LABEL RECORDS ARE STANDARD.
001010      COPY SECLREC.
001020
001030  WORKING-STORAGE SECTION.
001040  01  PG-PAYFILE-STATUS       PIC X(02) VALUE '00'.
001050  01  PG-CHRGFILE-STATUS      PIC X(02) VALUE '00'.
001060  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
001070  01  PG-OPERMAST-STATUS      PIC X(02) VALUE '00'.
001080  01  PG-SECLOG-STATUS        PIC X(02) VALUE '00'.
001090
001100  01  PG-REQUEST-SWITCH       PIC X(01) VALUE 'N'.
001110      88  PG-END-REQUESTED           VALUE 'Y'.
001120      88  PG-MORE-REQUESTS           VALUE 'N'.
001130
001140  01  PG-ACTION-CODE          PIC X(01) VALUE SPACE.
001150      88  PG-ACTION-PAY              VALUE 'P'.
001160      88  PG-ACTION-END              VALUE 'X'.
001170
001180  01  PG-CHG-EOF-SWITCH       PIC X(01) VALUE 'N'.
001190      88  PG-CHG-NOT-AT-EOF          VALUE 'N'.
001200      88  PG-CHG-AT-EOF              VALUE 'Y'.
001210
001220  01  PG-PAY-EOF-SWITCH       PIC X(01) VALUE 'N'.
001230      88  PG-PAY-NOT-AT-EOF          VALUE 'N'.
001240      88  PG-PAY-AT-EOF              VALUE 'Y'.
001250
001260  01  PG-OK-SWITCH            PIC X(01) VALUE 'Y'.
001270      88  PG-ENTRY-OK                VALUE 'Y'.
001280      88  PG-ENTRY-NOT-OK            VALUE 'N'.
001290
001300  01  PG-OPERATOR-ID          PIC X(10) VALUE SPACES.
001310  01  PG-OPERATOR-PIN         PIC X(08) VALUE SPACES.
001320  01  PG-OPERATOR-LEVEL       PIC X(01) VALUE SPACE.
001330  01  PG-SIGNON-SWITCH        PIC X(01) VALUE 'N'.
001340      88  PG-SIGNED-ON               VALUE 'Y'.
001350      88  PG-NOT-SIGNED-ON           VALUE 'N'.
001360  01  PG-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
001370  77  PG-SIGNON-LIMIT         PIC 9(02) VALUE 3.
001380
001390*    THE SECURITY LOG ENTRY IN THE MAKING - THE ACTION, WHETHER
001400*    IT WAS ACCEPTED, WHY NOT, AND WHAT IT WAS AGAINST.
001410  01  PG-LOG-ACTION           PIC X(12) VALUE SPACES.
001420  01  PG-LOG-RESULT           PIC X(01) VALUE SPACE.
001430  01  PG-LOG-REASON           PIC X(20) VALUE SPACES.
001440  01  PG-LOG-DETAIL           PIC X(30) VALUE SPACES.
001450
001460  01  PG-PAYER-ID             PIC X(10) VALUE SPACES.
001470  01  PG-TENDER-CODE          PIC X(01) VALUE SPACE.
001480  01  PG-CONFIRM-REPLY        PIC X(01) VALUE SPACE.
001490
001500*    THE AMOUNT IS KEYED AS SEVEN DIGITS WITH NO POINT, THE LAST
001510*    TWO BEING THE PENCE (0001250 IS 12.50), AND CHECKED NUMERIC
001520*    THROUGH THE TEXT VIEW BEFORE THE MONEY VIEW IS USED.
001530  01  PG-AMOUNT-TEXT          PIC X(07) VALUE SPACES.
001540  01  PG-AMOUNT-VALUE REDEFINES PG-AMOUNT-TEXT
001550                              PIC 9(05)V99.
001560
001570  01  PG-PAY-WORK.
001580      05  PG-TENDERED         PIC 9(05)V99 COMP-3 VALUE ZERO.
001590      05  PG-REMAINING        PIC 9(07)V99 COMP-3 VALUE ZERO.
001600      05  PG-APPLIED-TOTAL    PIC 9(07)V99 COMP-3 VALUE ZERO.
001610      05  PG-OUTSTANDING      PIC 9(07)V99 COMP-3 VALUE ZERO.
001620      05  PG-THIS-PAID        PIC 9(03)V99 VALUE ZERO.
001630      05  PG-THIS-DUE         PIC 9(03)V99 VALUE ZERO.
001640      05  PG-NET-OUTSTANDING  PIC S9(07)V99 COMP-3 VALUE ZERO.
001650      05  PG-OPEN-LEFT        PIC 9(04) COMP VALUE ZERO.
001660
001670*    MONEY ALREADY ON ACCOUNT - WHAT THE PLAYER'S EARLIER PAYMENTS
001680*    STILL HOLD, HOW MUCH OF IT THE OPEN CHARGES CAN TAKE, AND
001690*    HOW MUCH WAS ACTUALLY DRAWN OFF THE PAYMENT RECORDS.
001700  01  PG-ON-ACCOUNT-WORK.
001710      05  PG-HELD-ON-ACCOUNT  PIC 9(07)V99 COMP-3 VALUE ZERO.
001720      05  PG-TO-DRAW          PIC 9(07)V99 COMP-3 VALUE ZERO.
001730      05  PG-DRAWN            PIC 9(07)V99 COMP-3 VALUE ZERO.
001740      05  PG-THIS-DRAW        PIC 9(07)V99 COMP-3 VALUE ZERO.
001750
001760  01  PG-SHOW-AMOUNT          PIC ZZZZZZ9.99.
001770  01  PG-SHOW-APPLIED         PIC ZZZZ9.99.
001780  01  PG-SHOW-ON-ACCOUNT      PIC ZZZZ9.99.
001790  01  PG-SHOW-NET             PIC ZZZZZZ9.99-.
001800
001810*-----------------------------------------------------------------
001820*    OPEN CHARGE TABLE
001830*    THE PLAYER'S OPEN BILLED CHARGES, COLLECTED IN ONE BROWSE
001840*    AND APPLIED AFTERWARD SO THE BROWSE POSITION IS NEVER
001850*    DISTURBED BY THE REWRITES - THE SAME SHAPE PONGBILL USES FOR
001860*    ITS PENDING CREDITS.  THE CHARGE KEY ORDERS BY THE MATCH'S
001870*    PLAYER 1, NOT BY DATE, SO THE TABLE IS BUBBLE-SORTED ON
001880*    BILL DATE BEFORE ANY MONEY IS APPLIED.
001890*-----------------------------------------------------------------
001900  01  PG-OPEN-CHARGES.
001910      05  PG-OC-ENTRY OCCURS 200 TIMES.
001920          10  PG-OC-BILL-DATE     PIC X(08).
001930          10  PG-OC-KEY           PIC X(35).
001940          10  PG-OC-DUE           PIC 9(03)V99.
001950          10  PG-OC-APPLY         PIC 9(03)V99.
001960  01  PG-OC-COUNT             PIC 9(04) COMP VALUE ZERO.
001970  01  PG-OC-SWAP-HOLD         PIC X(53).
001980
001990  01  PG-SRT-I                PIC 9(04) COMP VALUE ZERO.
002000  01  PG-SRT-J                PIC 9(04) COMP VALUE ZERO.
002010  01  PG-SRT-LIMIT            PIC 9(04) COMP VALUE ZERO.
002020  01  PG-SRT-NEXT             PIC 9(04) COMP VALUE ZERO.
002030  01  PG-SUB                  PIC 9(04) COMP VALUE ZERO.
002040
002050*-----------------------------------------------------------------
002060*    0000-MAINLINE
002070*-----------------------------------------------------------------
002080  PROCEDURE DIVISION.
002090  0000-MAINLINE.
002100      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110      PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
002120          UNTIL PG-END-REQUESTED.
002130      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002140      STOP RUN.
002150
002160*-----------------------------------------------------------------
002170*    1000-INITIALIZE
002180*    OPENS THE FILES, THEN THE OPERATOR SIGNS ON AGAINST THE
002190*    OPERATOR MASTER, SAME AS PONGADJ - EVERY PAYMENT CARRIES
002200*    WHO TOOK IT, AND THE CASH-UP ANSWERS FOR IT.
002210*-----------------------------------------------------------------
002220  1000-INITIALIZE.
002230      OPEN I-O PAYFILE.
002240      IF PG-PAYFILE-STATUS NOT = '00'
002250          GO TO 9100-PAYFILE-OPEN-FAILED
002260      END-IF.
002270      OPEN I-O CHRGFILE.
002280      IF PG-CHRGFILE-STATUS NOT = '00'
002290          GO TO 9110-CHRGFILE-OPEN-FAILED
002300      END-IF.
002310      OPEN INPUT PLAYMAST.
002320      IF PG-PLAYMAST-STATUS NOT = '00'
002330          GO TO 9120-PLAYMAST-OPEN-FAILED
002340      END-IF.
002350      OPEN INPUT OPERMAST.
002360      IF PG-OPERMAST-STATUS NOT = '00'
002370          GO TO 9130-OPERMAST-OPEN-FAILED
002380      END-IF.
002390      OPEN EXTEND SECLOG.
002400      IF PG-SECLOG-STATUS NOT = '00'
002410          GO TO 9140-SECLOG-OPEN-FAILED
002420      END-IF.
002430
002440      PERFORM 1100-SIGN-ON THRU 1100-EXIT
002450          UNTIL PG-SIGNED-ON
002460          OR PG-SIGNON-TRIES NOT < PG-SIGNON-LIMIT.
002470      IF PG-NOT-SIGNED-ON
002480          GO TO 9150-SIGNON-REFUSED
002490      END-IF.
002500  1000-EXIT.
002510      EXIT.
002520
002530*-----------------------------------------------------------------
002540*    1100-SIGN-ON
002550*    ONE SIGN-ON ATTEMPT AGAINST THE OPERATOR MASTER: THE ID MUST
002560*    BE ON FILE AND ACTIVE, WITH AN AUTHORITY LEVEL, AND THE PIN
002570*    MUST MATCH.  EVERY ATTEMPT IS LOGGED, PASS OR FAIL.  THE
002580*    TERMINAL IS NOT TOLD WHICH PART WAS WRONG - THE LOG IS.
002590*-----------------------------------------------------------------
002600  1100-SIGN-ON.
002610      ADD 1 TO PG-SIGNON-TRIES.
002620      DISPLAY 'PONGPAY - ENTER OPERATOR ID: '.
002630      MOVE SPACES TO PG-OPERATOR-ID.
002640      ACCEPT PG-OPERATOR-ID.
002650      DISPLAY 'PONGPAY - ENTER PIN: '.
002660      MOVE SPACES TO PG-OPERATOR-PIN.
002670      ACCEPT PG-OPERATOR-PIN.
002680      MOVE 'SIGN-ON' TO PG-LOG-ACTION.
002690      MOVE SPACES    TO PG-LOG-DETAIL.
002700
002710      IF PG-OPERATOR-ID = SPACES
002720          MOVE 'NO OPERATOR ID' TO PG-LOG-REASON
002730          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002740          GO TO 1100-EXIT
002750      END-IF.
002760      MOVE PG-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
002770      READ OPERMAST
002780          INVALID KEY
002790              MOVE 'UNKNOWN OPERATOR' TO PG-LOG-REASON
002800              PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002810              GO TO 1100-EXIT
002820      END-READ.
002830      IF NOT PG-OPR-ACTIVE
002840          MOVE 'OPERATOR INACTIVE' TO PG-LOG-REASON
002850          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002860          GO TO 1100-EXIT
002870      END-IF.
002880      IF PG-OPR-PIN = SPACES
002890          OR PG-OPERATOR-PIN NOT = PG-OPR-PIN
002900          MOVE 'PIN INCORRECT' TO PG-LOG-REASON
002910          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002920          GO TO 1100-EXIT
002930      END-IF.
002940      IF NOT PG-OPR-LEVEL-VALID
002950          MOVE 'NO AUTHORITY LEVEL' TO PG-LOG-REASON
002960          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002970          GO TO 1100-EXIT
002980      END-IF.
002990
003000      MOVE PG-OPR-LEVEL TO PG-OPERATOR-LEVEL.
003010      SET PG-SIGNED-ON TO TRUE.
003020      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
003030      DISPLAY 'PONGPAY - SIGNED ON AS ' PG-OPR-NAME.
003040  1100-EXIT.
003050      EXIT.
003060
003070*-----------------------------------------------------------------
003080*    1110-REFUSE-SIGN-ON
003090*    LOGS THE FAILED ATTEMPT WITH THE REASON ALREADY IN
003100*    PG-LOG-REASON.
003110*-----------------------------------------------------------------
003120  1110-REFUSE-SIGN-ON.
003130      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
003140      DISPLAY 'PONGPAY - SIGN-ON REFUSED'.
003150  1110-EXIT.
003160      EXIT.
003170
003180*-----------------------------------------------------------------
003190*    2000-PROCESS-ACTION
003200*-----------------------------------------------------------------
003210  2000-PROCESS-ACTION.
003220      DISPLAY 'PONGPAY - ENTER ACTION '
003230          '(P=POST PAYMENT, X=END): '.
003240      ACCEPT PG-ACTION-CODE.
003250
003260      IF PG-ACTION-END
003270          SET PG-END-REQUESTED TO TRUE
003280      ELSE
003290          IF PG-ACTION-PAY
003300              PERFORM 3000-POST-PAYMENT THRU 3000-EXIT
003310          ELSE
003320              DISPLAY 'ACTION NOT RECOGNIZED - USE P OR X'
003330          END-IF
003340      END-IF.
003350  2000-EXIT.
003360      EXIT.
003370
003380*-----------------------------------------------------------------
003390*    3000-POST-PAYMENT
003400*    ONE PAYMENT, CONFIRMED BEFORE ANYTHING IS WRITTEN.  THE
003410*    PLAYER'S OUTSTANDING BALANCE IS SHOWN FIRST SO THE DESK CAN
003420*    TELL THE PLAYER WHAT IS OWED.
003430*-----------------------------------------------------------------
003440  3000-POST-PAYMENT.
003450      PERFORM 3100-ACCEPT-PAYER THRU 3100-EXIT.
003460      IF PG-ENTRY-NOT-OK
003470          GO TO 3000-EXIT
003480      END-IF.
003490
003500      PERFORM 3200-LOAD-OPEN-CHARGES THRU 3200-EXIT.
003510      IF PG-ENTRY-NOT-OK
003520          GO TO 3000-EXIT
003530      END-IF.
003540      MOVE PG-NET-OUTSTANDING TO PG-SHOW-NET.
003550      DISPLAY 'OPEN CHARGES: ' PG-OPEN-LEFT
003560          '  OUTSTANDING: ' PG-SHOW-NET.
003570      IF PG-HELD-ON-ACCOUNT > ZERO
003580          MOVE PG-HELD-ON-ACCOUNT TO PG-SHOW-AMOUNT
003590          DISPLAY 'STILL ON ACCOUNT: ' PG-SHOW-AMOUNT
003600      END-IF.
003610
003620      PERFORM 3300-ACCEPT-TENDER THRU 3300-EXIT.
003630      IF PG-ENTRY-NOT-OK
003640          GO TO 3000-EXIT
003650      END-IF.
003660
003670      MOVE PG-TENDERED TO PG-SHOW-AMOUNT.
003680      DISPLAY 'POST ' PG-SHOW-AMOUNT ' TENDER ' PG-TENDER-CODE
003690          ' FOR ' PG-PAYER-ID ' - CONFIRM (Y): '.
003700      MOVE SPACE TO PG-CONFIRM-REPLY.
003710      ACCEPT PG-CONFIRM-REPLY.
003720      IF PG-CONFIRM-REPLY NOT = 'Y'
003730          DISPLAY 'PAYMENT NOT CONFIRMED - NOTHING WRITTEN'
003740          GO TO 3000-EXIT
003750      END-IF.
003760
003770      PERFORM 4100-ALLOCATE-PAYMENT THRU 4100-EXIT.
003780      PERFORM 5000-WRITE-PAYMENT THRU 5000-EXIT.
003790      IF PG-ENTRY-NOT-OK
003800          GO TO 3000-EXIT
003810      END-IF.
003820      PERFORM 6000-APPLY-ONE-CHARGE THRU 6000-EXIT
003830          VARYING PG-SUB FROM 1 BY 1
003840          UNTIL PG-SUB > PG-OC-COUNT.
003850
003860      MOVE PG-APPLIED-TOTAL  TO PG-SHOW-APPLIED.
003870      MOVE PG-PAY-ON-ACCOUNT TO PG-SHOW-ON-ACCOUNT.
003880      DISPLAY 'PAYMENT POSTED - APPLIED ' PG-SHOW-APPLIED
003890          '  ON ACCOUNT ' PG-SHOW-ON-ACCOUNT.
003900  3000-EXIT.
003910      EXIT.
003920
003930*-----------------------------------------------------------------
003940*    3100-ACCEPT-PAYER
003950*    THE PAYER MUST BE ON THE MASTER.  AN INACTIVE OR SWEPT
003960*    PLAYER MAY STILL SETTLE WHAT THEY OWE, BUT A MERGED-AWAY
003970*    DUPLICATE MAY NOT - ITS CHARGES NOW SIT UNDER THE SURVIVOR,
003980*    SO THE DESK IS SENT THERE INSTEAD.
003990*-----------------------------------------------------------------
004000  3100-ACCEPT-PAYER.
004010      SET PG-ENTRY-OK TO TRUE.
004020      DISPLAY 'ENTER PLAYER ID: '.
004030      MOVE SPACES TO PG-PAYER-ID.
004040      ACCEPT PG-PAYER-ID.
004050      IF PG-PAYER-ID = SPACES
004060          DISPLAY 'PLAYER ID MAY NOT BE BLANK'
004070          SET PG-ENTRY-NOT-OK TO TRUE
004080          GO TO 3100-EXIT
004090      END-IF.
004100      MOVE PG-PAYER-ID TO PG-PMST-PLAYER-ID.
004110      READ PLAYMAST
004120          INVALID KEY
004130              DISPLAY 'PLAYER ' PG-PAYER-ID
004140                  ' IS NOT ON THE MASTER'
004150              SET PG-ENTRY-NOT-OK TO TRUE
004160              GO TO 3100-EXIT
004170      END-READ.
004180      IF PG-PMST-MERGED-TO NOT = SPACES
004190          DISPLAY 'PLAYER ' PG-PAYER-ID ' WAS MERGED INTO '
004200              PG-PMST-MERGED-TO ' - POST AGAINST THAT ID'
004210          SET PG-ENTRY-NOT-OK TO TRUE
004220          GO TO 3100-EXIT
004230      END-IF.
004240      DISPLAY 'PLAYER: ' PG-PMST-DISPLAY-NAME.
004250  3100-EXIT.
004260      EXIT.
004270
004280*-----------------------------------------------------------------
004290*    3200-LOAD-OPEN-CHARGES
004300*    BROWSES THE PLAYER'S CHARGES FROM A PARTIAL KEY, THE SAME
004310*    WAY PONGSTMT DOES, AND TABLES EVERY BILLED CHARGE STILL
004320*    OPEN WITH SOMETHING LEFT TO PAY.  CREDITED CHARGES AND
004330*    CHARGES PAID IN FULL ARE PASSED OVER.  THE TABLE IS THEN
004340*    SORTED OLDEST FIRST AND ANY MONEY THE PLAYER ALREADY HAS ON
004350*    ACCOUNT IS APPLIED TO IT BEFORE THE DESK SEES THE BALANCE,
004360*    SO THE OUTSTANDING FIGURE SHOWN IS NET OF IT.
004370*-----------------------------------------------------------------
004380  3200-LOAD-OPEN-CHARGES.
004390      MOVE ZERO TO PG-OC-COUNT.
004400      MOVE ZERO TO PG-OUTSTANDING.
004410      MOVE ZERO TO PG-HELD-ON-ACCOUNT.
004420      MOVE ZERO TO PG-NET-OUTSTANDING.
004430      MOVE ZERO TO PG-OPEN-LEFT.
004440      SET PG-CHG-NOT-AT-EOF TO TRUE.
004450      MOVE LOW-VALUES TO PG-CHG-KEY.
004460      MOVE PG-PAYER-ID TO PG-CHG-PLAYER-ID.
004470      START CHRGFILE KEY IS NOT LESS THAN PG-CHG-KEY
004480          INVALID KEY
004490              SET PG-CHG-AT-EOF TO TRUE
004500      END-START.
004510      PERFORM 3210-COLLECT-ONE-CHARGE THRU 3210-EXIT
004520          UNTIL PG-CHG-AT-EOF.
004530      IF PG-ENTRY-NOT-OK
004540          GO TO 3200-EXIT
004550      END-IF.
004560
004570      PERFORM 4000-SORT-OPEN-CHARGES THRU 4000-EXIT.
004580      PERFORM 3220-APPLY-ON-ACCOUNT THRU 3220-EXIT.
004590      PERFORM 3260-SETTLE-ONE-CHARGE THRU 3260-EXIT
004600          VARYING PG-SUB FROM 1 BY 1
004610          UNTIL PG-SUB > PG-OC-COUNT.
004620      COMPUTE PG-NET-OUTSTANDING =
004630          PG-OUTSTANDING - PG-HELD-ON-ACCOUNT.
004640  3200-EXIT.
004650      EXIT.
004660
004670*-----------------------------------------------------------------
004680*    3210-COLLECT-ONE-CHARGE
004690*    MORE THAN 200 OPEN CHARGES ABANDONS THE PAYMENT RATHER THAN
004700*    APPLY IT TO WHICHEVER 200 THE KEY ORDER HAPPENED TO REACH -
004710*    THE OLDEST-FIRST RULE CANNOT BE KEPT ON A PARTIAL TABLE.
004720*-----------------------------------------------------------------
004730  3210-COLLECT-ONE-CHARGE.
004740      READ CHRGFILE NEXT RECORD
004750          AT END
004760              SET PG-CHG-AT-EOF TO TRUE
004770              GO TO 3210-EXIT
004780      END-READ.
004790      IF PG-CHG-PLAYER-ID NOT = PG-PAYER-ID
004800          SET PG-CHG-AT-EOF TO TRUE
004810          GO TO 3210-EXIT
004820      END-IF.
004830      IF NOT PG-CHG-BILLED
004840          OR NOT PG-CHG-OPEN
004850          GO TO 3210-EXIT
004860      END-IF.
004870
004880      IF PG-CHG-PAID-AMOUNT NUMERIC
004890          MOVE PG-CHG-PAID-AMOUNT TO PG-THIS-PAID
004900      ELSE
004910          MOVE ZERO TO PG-THIS-PAID
004920      END-IF.
004930      IF PG-THIS-PAID NOT < PG-CHG-AMOUNT
004940          GO TO 3210-EXIT
004950      END-IF.
004960
004970      IF PG-OC-COUNT >= 200
004980          DISPLAY 'MORE THAN 200 OPEN CHARGES ON FILE - '
004990              'PAYMENT NOT POSTED, REFER TO THE OFFICE'
005000          SET PG-ENTRY-NOT-OK TO TRUE
005010          SET PG-CHG-AT-EOF TO TRUE
005020          GO TO 3210-EXIT
005030      END-IF.
005040      ADD 1 TO PG-OC-COUNT.
005050      MOVE PG-CHG-BILL-DATE TO PG-OC-BILL-DATE (PG-OC-COUNT).
005060      MOVE PG-CHG-KEY       TO PG-OC-KEY (PG-OC-COUNT).
005070      COMPUTE PG-OC-DUE (PG-OC-COUNT) =
005080          PG-CHG-AMOUNT - PG-THIS-PAID.
005090      MOVE ZERO TO PG-OC-APPLY (PG-OC-COUNT).
005100      ADD PG-OC-DUE (PG-OC-COUNT) TO PG-OUTSTANDING.
005110  3210-EXIT.
005120      EXIT.
005130
005140*-----------------------------------------------------------------
005150*    3220-APPLY-ON-ACCOUNT
005160*    TOTALS WHAT THE PLAYER'S PAYMENTS STILL HOLD ON ACCOUNT AND
005170*    DRAWS AS MUCH OF IT AS THE OPEN CHARGES CAN TAKE, OLDEST
005180*    PAYMENT FIRST, MOVING IT FROM ON ACCOUNT TO APPLIED ON EACH
005190*    PAYMENT RECORD.  ONLY WHAT WAS ACTUALLY DRAWN IS THEN SPREAD
005200*    OVER THE CHARGES, OLDEST BILL DATE FIRST, THE SAME WAY A NEW
005210*    PAYMENT IS - A REJECTED PAYMENT REWRITE STOPS THE DRAW, SO
005220*    NO CHARGE IS EVER PAID WITH MONEY STILL SHOWN ON ACCOUNT.
005230*    THE DRAW IS LOGGED AS ACCEPTED BEFORE THE FIRST PAYMENT IS
005240*    TOUCHED.
005250*-----------------------------------------------------------------
005260  3220-APPLY-ON-ACCOUNT.
005270      MOVE ZERO TO PG-DRAWN.
005280      PERFORM 3230-START-PAYMENTS THRU 3230-EXIT.
005290      PERFORM 3240-SUM-ONE-PAYMENT THRU 3240-EXIT
005300          UNTIL PG-PAY-AT-EOF.
005310      IF PG-HELD-ON-ACCOUNT = ZERO
005320          OR PG-OUTSTANDING = ZERO
005330          GO TO 3220-EXIT
005340      END-IF.
005350      IF PG-HELD-ON-ACCOUNT > PG-OUTSTANDING
005360          MOVE PG-OUTSTANDING TO PG-TO-DRAW
005370      ELSE
005380          MOVE PG-HELD-ON-ACCOUNT TO PG-TO-DRAW
005390      END-IF.
005400
005410      MOVE 'ON ACCOUNT' TO PG-LOG-ACTION.
005420      MOVE SPACES       TO PG-LOG-DETAIL.
005430      MOVE PG-TO-DRAW   TO PG-SHOW-AMOUNT.
005440      STRING PG-PAYER-ID ' ' PG-SHOW-AMOUNT
005450          DELIMITED BY SIZE INTO PG-LOG-DETAIL
005460      END-STRING.
005470      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
005480
005490      PERFORM 3230-START-PAYMENTS THRU 3230-EXIT.
005500      PERFORM 3250-DRAW-ONE-PAYMENT THRU 3250-EXIT
005510          UNTIL PG-PAY-AT-EOF
005520          OR PG-DRAWN = PG-TO-DRAW.
005530      SUBTRACT PG-DRAWN FROM PG-HELD-ON-ACCOUNT.
005540      IF PG-DRAWN = ZERO
005550          GO TO 3220-EXIT
005560      END-IF.
005570
005580      MOVE PG-DRAWN TO PG-REMAINING.
005590      MOVE ZERO TO PG-APPLIED-TOTAL.
005600      PERFORM 4110-ALLOCATE-ONE THRU 4110-EXIT
005610          VARYING PG-SUB FROM 1 BY 1
005620          UNTIL PG-SUB > PG-OC-COUNT
005630             OR PG-REMAINING = ZERO.
005640      PERFORM 6000-APPLY-ONE-CHARGE THRU 6000-EXIT
005650          VARYING PG-SUB FROM 1 BY 1
005660          UNTIL PG-SUB > PG-OC-COUNT.
005670      MOVE PG-DRAWN TO PG-SHOW-AMOUNT.
005680      DISPLAY 'ON ACCOUNT APPLIED: ' PG-SHOW-AMOUNT.
005690  3220-EXIT.
005700      EXIT.
005710
005720*-----------------------------------------------------------------
005730*    3230-START-PAYMENTS
005740*    POSITIONS THE PAYFILE AT THE PLAYER'S FIRST PAYMENT.
005750*-----------------------------------------------------------------
005760  3230-START-PAYMENTS.
005770      SET PG-PAY-NOT-AT-EOF TO TRUE.
005780      MOVE LOW-VALUES TO PG-PAY-KEY.
005790      MOVE PG-PAYER-ID TO PG-PAY-PLAYER-ID.
005800      START PAYFILE KEY IS NOT LESS THAN PG-PAY-KEY
005810          INVALID KEY
005820              SET PG-PAY-AT-EOF TO TRUE
005830      END-START.
005840  3230-EXIT.
005850      EXIT.
005860
005870*-----------------------------------------------------------------
005880*    3240-SUM-ONE-PAYMENT
005890*-----------------------------------------------------------------
005900  3240-SUM-ONE-PAYMENT.
005910      READ PAYFILE NEXT RECORD
005920          AT END
005930              SET PG-PAY-AT-EOF TO TRUE
005940              GO TO 3240-EXIT
005950      END-READ.
005960      IF PG-PAY-PLAYER-ID NOT = PG-PAYER-ID
005970          SET PG-PAY-AT-EOF TO TRUE
005980          GO TO 3240-EXIT
005990      END-IF.
006000      ADD PG-PAY-ON-ACCOUNT TO PG-HELD-ON-ACCOUNT.
006010  3240-EXIT.
006020      EXIT.
006030
006040*-----------------------------------------------------------------
006050*    3250-DRAW-ONE-PAYMENT
006060*    TAKES WHAT IS STILL TO BE DRAWN, UP TO WHAT THIS PAYMENT
006070*    HOLDS ON ACCOUNT.  A REJECTED REWRITE IS LOGGED AS FAILED
006080*    AGAINST THE SAME PLAYER AND ENDS THE DRAW WITH WHAT HAS
006090*    BEEN TAKEN SO FAR.
006100*-----------------------------------------------------------------
006110  3250-DRAW-ONE-PAYMENT.
006120      READ PAYFILE NEXT RECORD
006130          AT END
006140              SET PG-PAY-AT-EOF TO TRUE
006150              GO TO 3250-EXIT
006160      END-READ.
006170      IF PG-PAY-PLAYER-ID NOT = PG-PAYER-ID
006180          SET PG-PAY-AT-EOF TO TRUE
006190          GO TO 3250-EXIT
006200      END-IF.
006210      IF PG-PAY-ON-ACCOUNT = ZERO
006220          GO TO 3250-EXIT
006230      END-IF.
006240      COMPUTE PG-THIS-DRAW = PG-TO-DRAW - PG-DRAWN.
006250      IF PG-THIS-DRAW > PG-PAY-ON-ACCOUNT
006260          MOVE PG-PAY-ON-ACCOUNT TO PG-THIS-DRAW
006270      END-IF.
006280      SUBTRACT PG-THIS-DRAW FROM PG-PAY-ON-ACCOUNT.
006290      ADD PG-THIS-DRAW TO PG-PAY-APPLIED.
006300      REWRITE PG-PAYMENT-RECORD
006310          INVALID KEY
006320              DISPLAY 'PAYFILE REWRITE REJECTED, STATUS '
006330                  PG-PAYFILE-STATUS ' - ON ACCOUNT NOT DRAWN'
006340              MOVE 'REWRITE REJECTED' TO PG-LOG-REASON
006350              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
006360              SET PG-PAY-AT-EOF TO TRUE
006370              GO TO 3250-EXIT
006380      END-REWRITE.
006390      ADD PG-THIS-DRAW TO PG-DRAWN.
006400  3250-EXIT.
006410      EXIT.
006420
006430*-----------------------------------------------------------------
006440*    3260-SETTLE-ONE-CHARGE
006450*    TAKES WHAT THE ON-ACCOUNT MONEY PAID OFF THE CHARGE'S DUE
006460*    AND THE OUTSTANDING TOTAL, CLEARS THE SHARE READY FOR THE
006470*    PAYMENT NOW BEING TAKEN, AND COUNTS THE CHARGE IF ANYTHING
006480*    IS STILL DUE ON IT.
006490*-----------------------------------------------------------------
006500  3260-SETTLE-ONE-CHARGE.
006510      SUBTRACT PG-OC-APPLY (PG-SUB) FROM PG-OC-DUE (PG-SUB).
006520      SUBTRACT PG-OC-APPLY (PG-SUB) FROM PG-OUTSTANDING.
006530      MOVE ZERO TO PG-OC-APPLY (PG-SUB).
006540      IF PG-OC-DUE (PG-SUB) > ZERO
006550          ADD 1 TO PG-OPEN-LEFT
006560      END-IF.
006570  3260-EXIT.
006580      EXIT.
006590
006600*-----------------------------------------------------------------
006610*    3300-ACCEPT-TENDER
006620*-----------------------------------------------------------------
006630  3300-ACCEPT-TENDER.
006640      DISPLAY 'ENTER TENDER (C=CASH, D=CARD, V=VOUCHER): '.
006650      MOVE SPACE TO PG-TENDER-CODE.
006660      ACCEPT PG-TENDER-CODE.
006670      MOVE PG-TENDER-CODE TO PG-PAY-TENDER.
006680      IF NOT PG-PAY-TENDER-OK
006690          DISPLAY 'TENDER ' PG-TENDER-CODE ' NOT RECOGNIZED'
006700          SET PG-ENTRY-NOT-OK TO TRUE
006710          GO TO 3300-EXIT
006720      END-IF.
006730
006740      DISPLAY 'ENTER AMOUNT (7 DIGITS, NO POINT - '
006750          '0001250 IS 12.50): '.
006760      MOVE SPACES TO PG-AMOUNT-TEXT.
006770      ACCEPT PG-AMOUNT-TEXT.
006780      IF PG-AMOUNT-TEXT NOT NUMERIC
006790          DISPLAY 'AMOUNT ' PG-AMOUNT-TEXT ' NOT RECOGNIZED'
006800          SET PG-ENTRY-NOT-OK TO TRUE
006810          GO TO 3300-EXIT
006820      END-IF.
006830      IF PG-AMOUNT-VALUE = ZERO
006840          DISPLAY 'AMOUNT MAY NOT BE ZERO'
006850          SET PG-ENTRY-NOT-OK TO TRUE
006860          GO TO 3300-EXIT
006870      END-IF.
006880      MOVE PG-AMOUNT-VALUE TO PG-TENDERED.
006890  3300-EXIT.
006900      EXIT.
006910
006920*-----------------------------------------------------------------
006930*    4000-SORT-OPEN-CHARGES
006940*    BUBBLE SORT, ASCENDING BY BILL DATE, SAME SHAPE AS
006950*    PONGRATE'S STANDINGS SORT.
006960*-----------------------------------------------------------------
006970  4000-SORT-OPEN-CHARGES.
006980      PERFORM 4010-SORT-PASS THRU 4010-EXIT
006990          VARYING PG-SRT-I FROM 1 BY 1
007000          UNTIL PG-SRT-I >= PG-OC-COUNT.
007010  4000-EXIT.
007020      EXIT.
007030
007040*-----------------------------------------------------------------
007050*    4010-SORT-PASS
007060*-----------------------------------------------------------------
007070  4010-SORT-PASS.
007080      COMPUTE PG-SRT-LIMIT = PG-OC-COUNT - PG-SRT-I.
007090      PERFORM 4020-COMPARE-AND-SWAP THRU 4020-EXIT
007100          VARYING PG-SRT-J FROM 1 BY 1
007110          UNTIL PG-SRT-J > PG-SRT-LIMIT.
007120  4010-EXIT.
007130      EXIT.
007140
007150*-----------------------------------------------------------------
007160*    4020-COMPARE-AND-SWAP
007170*-----------------------------------------------------------------
007180  4020-COMPARE-AND-SWAP.
007190      COMPUTE PG-SRT-NEXT = PG-SRT-J + 1.
007200      IF PG-OC-BILL-DATE (PG-SRT-J) >
007210          PG-OC-BILL-DATE (PG-SRT-NEXT)
007220          MOVE PG-OC-ENTRY (PG-SRT-J) TO PG-OC-SWAP-HOLD
007230          MOVE PG-OC-ENTRY (PG-SRT-NEXT)
007240              TO PG-OC-ENTRY (PG-SRT-J)
007250          MOVE PG-OC-SWAP-HOLD TO PG-OC-ENTRY (PG-SRT-NEXT)
007260      END-IF.
007270  4020-EXIT.
007280      EXIT.
007290
007300*-----------------------------------------------------------------
007310*    4100-ALLOCATE-PAYMENT
007320*    WORKS OUT, OLDEST CHARGE FIRST, HOW MUCH OF THE PAYMENT
007330*    GOES AGAINST EACH CHARGE.  NOTHING IS WRITTEN HERE - THE
007340*    PAYMENT RECORD GOES DOWN FIRST WITH THE TOTALS THIS WORKS
007350*    OUT, AND ONLY THEN ARE THE CHARGES UPDATED.
007360*-----------------------------------------------------------------
007370  4100-ALLOCATE-PAYMENT.
007380      MOVE PG-TENDERED TO PG-REMAINING.
007390      MOVE ZERO TO PG-APPLIED-TOTAL.
007400      PERFORM 4110-ALLOCATE-ONE THRU 4110-EXIT
007410          VARYING PG-SUB FROM 1 BY 1
007420          UNTIL PG-SUB > PG-OC-COUNT
007430             OR PG-REMAINING = ZERO.
007440  4100-EXIT.
007450      EXIT.
007460
007470*-----------------------------------------------------------------
007480*    4110-ALLOCATE-ONE
007490*-----------------------------------------------------------------
007500  4110-ALLOCATE-ONE.
007510      IF PG-REMAINING < PG-OC-DUE (PG-SUB)
007520          MOVE PG-REMAINING TO PG-OC-APPLY (PG-SUB)
007530      ELSE
007540          MOVE PG-OC-DUE (PG-SUB) TO PG-OC-APPLY (PG-SUB)
007550      END-IF.
007560      SUBTRACT PG-OC-APPLY (PG-SUB) FROM PG-REMAINING.
007570      ADD PG-OC-APPLY (PG-SUB) TO PG-APPLIED-TOTAL.
007580  4110-EXIT.
007590      EXIT.
007600
007610*-----------------------------------------------------------------
007620*    5000-WRITE-PAYMENT
007630*    THE PAYMENT IS STAMPED WITH THE DATE AND TIME IT WAS TAKEN.
007640*    A DUPLICATE KEY (THE SAME PLAYER POSTED TWICE IN ONE
007650*    HUNDREDTH OF A SECOND) OR ANY OTHER REJECT LEAVES THE
007660*    CHARGES UNTOUCHED.  THE PAYMENT IS LOGGED AS ACCEPTED ON
007670*    THE SECURITY LOG JUST BEFORE IT IS WRITTEN, AND A REJECTED
007680*    WRITE IS LOGGED AGAIN AS FAILED.
007690*-----------------------------------------------------------------
007700  5000-WRITE-PAYMENT.
007710      MOVE 'PAYMENT' TO PG-LOG-ACTION.
007720      MOVE SPACES    TO PG-LOG-DETAIL.
007730      MOVE PG-TENDERED TO PG-SHOW-AMOUNT.
007740      STRING PG-PAYER-ID ' ' PG-SHOW-AMOUNT ' ' PG-TENDER-CODE
007750          DELIMITED BY SIZE INTO PG-LOG-DETAIL
007760      END-STRING.
007770      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
007780
007790      MOVE PG-PAYER-ID      TO PG-PAY-PLAYER-ID.
007800      ACCEPT PG-PAY-DATE FROM DATE YYYYMMDD.
007810      ACCEPT PG-PAY-TIME FROM TIME.
007820      MOVE PG-OPERATOR-ID   TO PG-PAY-OPERATOR.
007830      MOVE PG-TENDER-CODE   TO PG-PAY-TENDER.
007840      MOVE PG-TENDERED      TO PG-PAY-AMOUNT.
007850      MOVE PG-APPLIED-TOTAL TO PG-PAY-APPLIED.
007860      MOVE PG-REMAINING     TO PG-PAY-ON-ACCOUNT.
007870      WRITE PG-PAYMENT-RECORD
007880          INVALID KEY
007890              DISPLAY 'PAYFILE WRITE REJECTED, STATUS '
007900                  PG-PAYFILE-STATUS ' - NOTHING POSTED'
007910              MOVE 'WRITE REJECTED' TO PG-LOG-REASON
007920              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
007930              SET PG-ENTRY-NOT-OK TO TRUE
007940      END-WRITE.
007950  5000-EXIT.
007960      EXIT.
007970
007980*-----------------------------------------------------------------
007990*    6000-APPLY-ONE-CHARGE
008000*    ADDS THIS PAYMENT'S SHARE TO ONE CHARGE'S PAID AMOUNT AND
008010*    FLAGS THE CHARGE PAID ONCE NOTHING IS LEFT DUE.  A REJECTED
008020*    REWRITE IS REPORTED BUT DOES NOT UNDO THE PAYMENT - THE
008030*    MONEY IS ON FILE AND THE OFFICE SETTLES THE CHARGE BY HAND.
008040*-----------------------------------------------------------------
008050  6000-APPLY-ONE-CHARGE.
008060      IF PG-OC-APPLY (PG-SUB) = ZERO
008070          GO TO 6000-EXIT
008080      END-IF.
008090      MOVE PG-OC-KEY (PG-SUB) TO PG-CHG-KEY.
008100      READ CHRGFILE
008110          INVALID KEY
008120              DISPLAY 'CHARGE ' PG-OC-KEY (PG-SUB)
008130                  ' NO LONGER ON FILE - NOT UPDATED'
008140              GO TO 6000-EXIT
008150      END-READ.
008160      IF PG-CHG-PAID-AMOUNT NUMERIC
008170          MOVE PG-CHG-PAID-AMOUNT TO PG-THIS-PAID
008180      ELSE
008190          MOVE ZERO TO PG-THIS-PAID
008200      END-IF.
008210      ADD PG-OC-APPLY (PG-SUB) TO PG-THIS-PAID.
008220      MOVE PG-THIS-PAID TO PG-CHG-PAID-AMOUNT.
008230      COMPUTE PG-THIS-DUE = PG-CHG-AMOUNT - PG-THIS-PAID.
008240      IF PG-THIS-DUE = ZERO
008250          SET PG-CHG-PAID TO TRUE
008260      END-IF.
008270      REWRITE PG-CHARGE-RECORD
008280          INVALID KEY
008290              DISPLAY 'CHRGFILE REWRITE REJECTED, STATUS '
008300                  PG-CHRGFILE-STATUS ' FOR ' PG-OC-KEY (PG-SUB)
008310      END-REWRITE.
008320  6000-EXIT.
008330      EXIT.
008340
008350*-----------------------------------------------------------------
008360*    8100-LOG-ACCEPTED
008370*    LOGS THE ACTION IN PG-LOG-ACTION AS ACCEPTED, WITH ITS
008380*    TARGET IN PG-LOG-DETAIL.  AN ACTION IS LOGGED BEFORE THE
008390*    FIRST FILE IS CHANGED - NO LOG, NO CHANGE.
008400*-----------------------------------------------------------------
008410  8100-LOG-ACCEPTED.
008420      MOVE 'A'    TO PG-LOG-RESULT.
008430      MOVE SPACES TO PG-LOG-REASON.
008440      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
008450  8100-EXIT.
008460      EXIT.
008470
008480*-----------------------------------------------------------------
008490*    8110-LOG-REFUSED
008500*    LOGS THE ACTION IN PG-LOG-ACTION AS REFUSED, FOR THE REASON
008510*    IN PG-LOG-REASON - ALSO AFTER AN ACCEPTED ONE A FILE REJECTS.
008520*-----------------------------------------------------------------
008530  8110-LOG-REFUSED.
008540      MOVE 'R' TO PG-LOG-RESULT.
008550      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
008560  8110-EXIT.
008570      EXIT.
008580
008590*-----------------------------------------------------------------
008600*    8120-WRITE-SECURITY-LOG
008610*    APPENDS ONE SECLOG RECORD, STAMPED WITH THE OPERATOR AS
008620*    KEYED AND THE TIME OF DAY.  THE PIN IS NEVER LOGGED.
008630*-----------------------------------------------------------------
008640  8120-WRITE-SECURITY-LOG.
008650      MOVE SPACES TO PG-SECURITY-RECORD.
008660      ACCEPT PG-SEC-DATE FROM DATE YYYYMMDD.
008670      ACCEPT PG-SEC-TIME FROM TIME.
008680      MOVE PG-OPERATOR-ID TO PG-SEC-OPERATOR.
008690      MOVE 'PONGPAY'      TO PG-SEC-PROGRAM.
008700      MOVE PG-LOG-ACTION  TO PG-SEC-ACTION.
008710      MOVE PG-LOG-RESULT  TO PG-SEC-RESULT.
008720      MOVE PG-LOG-REASON  TO PG-SEC-REASON.
008730      MOVE PG-LOG-DETAIL  TO PG-SEC-DETAIL.
008740      WRITE PG-SECURITY-RECORD.
008750      IF PG-SECLOG-STATUS NOT = '00'
008760          GO TO 9160-SECLOG-WRITE-FAILED
008770      END-IF.
008780  8120-EXIT.
008790      EXIT.
008800
008810*-----------------------------------------------------------------
008820*    9000-TERMINATE
008830*-----------------------------------------------------------------
008840  9000-TERMINATE.
008850      CLOSE PAYFILE.
008860      CLOSE CHRGFILE.
008870      CLOSE PLAYMAST.
008880      CLOSE OPERMAST.
008890      CLOSE SECLOG.
008900  9000-EXIT.
008910      EXIT.
008920
008930*-----------------------------------------------------------------
008940*    9100-PAYFILE-OPEN-FAILED
008950*-----------------------------------------------------------------
008960  9100-PAYFILE-OPEN-FAILED.
008970      DISPLAY 'PONGPAY - PAYFILE OPEN FAILED, STATUS '
008980          PG-PAYFILE-STATUS.
008990      MOVE 8 TO RETURN-CODE.
009000      STOP RUN.
009010  9100-EXIT.
009020      EXIT.
009030
009040*-----------------------------------------------------------------
009050*    9110-CHRGFILE-OPEN-FAILED
009060*-----------------------------------------------------------------
009070  9110-CHRGFILE-OPEN-FAILED.
009080      DISPLAY 'PONGPAY - CHRGFILE OPEN FAILED, STATUS '
009090          PG-CHRGFILE-STATUS.
009100      CLOSE PAYFILE.
009110      MOVE 8 TO RETURN-CODE.
009120      STOP RUN.
009130  9110-EXIT.
009140      EXIT.
009150
009160*-----------------------------------------------------------------
009170*    9120-PLAYMAST-OPEN-FAILED
009180*-----------------------------------------------------------------
009190  9120-PLAYMAST-OPEN-FAILED.
009200      DISPLAY 'PONGPAY - PLAYMAST OPEN FAILED, STATUS '
009210          PG-PLAYMAST-STATUS.
009220      CLOSE PAYFILE.
009230      CLOSE CHRGFILE.
009240      MOVE 8 TO RETURN-CODE.
009250      STOP RUN.
009260  9120-EXIT.
009270      EXIT.
009280
009290*-----------------------------------------------------------------
009300*    9130-OPERMAST-OPEN-FAILED
009310*    NO OPERATOR MASTER, NO SIGN-ON - AND NO SIGN-ON, NO SESSION.
009320*-----------------------------------------------------------------
009330  9130-OPERMAST-OPEN-FAILED.
009340      DISPLAY 'PONGPAY - OPERMAST OPEN FAILED, STATUS '
009350          PG-OPERMAST-STATUS.
009360      CLOSE PAYFILE.
009370      CLOSE CHRGFILE.
009380      CLOSE PLAYMAST.
009390      MOVE 8 TO RETURN-CODE.
009400      STOP RUN.
009410  9130-EXIT.
009420      EXIT.
009430
009440*-----------------------------------------------------------------
009450*    9140-SECLOG-OPEN-FAILED
009460*    THE SECURITY LOG WOULD NOT OPEN EXTEND.  AN UNLOGGED SESSION
009470*    IS THE VERY THING THE LOG IS THERE TO PREVENT, SO THE RUN
009480*    ABENDS BEFORE THE SIGN-ON.
009490*-----------------------------------------------------------------
009500  9140-SECLOG-OPEN-FAILED.
009510      DISPLAY 'PONGPAY - SECLOG OPEN FAILED, STATUS '
009520          PG-SECLOG-STATUS.
009530      CLOSE PAYFILE.
009540      CLOSE CHRGFILE.
009550      CLOSE PLAYMAST.
009560      CLOSE OPERMAST.
009570      MOVE 8 TO RETURN-CODE.
009580      STOP RUN.
009590  9140-EXIT.
009600      EXIT.
009610
009620*-----------------------------------------------------------------
009630*    9150-SIGNON-REFUSED
009640*    THE SIGN-ON FAILED EVERY ATTEMPT ALLOWED.  EACH ATTEMPT IS
009650*    ALREADY ON THE SECURITY LOG; NOTHING HAS BEEN TOUCHED.
009660*-----------------------------------------------------------------
009670  9150-SIGNON-REFUSED.
009680      DISPLAY 'PONGPAY - SIGN-ON REFUSED - NOTHING DONE'.
009690      PERFORM 9000-TERMINATE THRU 9000-EXIT.
009700      MOVE 8 TO RETURN-CODE.
009710      STOP RUN.
009720  9150-EXIT.
009730      EXIT.
009740
009750*-----------------------------------------------------------------
009760*    9160-SECLOG-WRITE-FAILED
009770*    THE SECURITY LOG COULD NOT BE WRITTEN.  AN ACCEPTED ACTION
009780*    IS LOGGED BEFORE IT IS APPLIED, SO NOTHING FOR IT HAS BEEN
009790*    TOUCHED.
009800*-----------------------------------------------------------------
009810  9160-SECLOG-WRITE-FAILED.
009820      DISPLAY 'PONGPAY - SECLOG WRITE FAILED, STATUS '
009830          PG-SECLOG-STATUS ' - NOTHING DONE'.
009840      PERFORM 9000-TERMINATE THRU 9000-EXIT.
009850      MOVE 8 TO RETURN-CODE.
009860      STOP RUN.
009870  9160-EXIT.
009880      EXIT.
