000277*      THAT COLLIDES WITH ONE ALREADY UNDER THE SURVIVOR IS
000278*      THE SAME SEAT BILLED ONCE UNDER EACH IDENTITY - THE
000279*      RETIRING COPY IS DROPPED AND REPORTED;
000281*    - RE-KEYS THE RETIRING ID'S PAYFILE PAYMENTS TO THE
000283*      SURVIVOR, SO THE STATEMENT AND THE AGED BALANCES SEE
000285*      THEM AGAINST THE CHARGES THEY WERE APPLIED TO;
000287*    - MARKS THE RETIRING PLAYMAST ENTRY INACTIVE WITH A
000290*      POINTER TO THE SURVIVOR;
000300*    - APPENDS A BEFORE/AFTER 'M' RECORD TO THE ADJFILE TRAIL
000310*      FOR EVERY LEDGER RECORD TOUCHED, PLUS A CLOSING RECORD
000380*  WITH PONGADJ BEFORE RERUNNING.  EVERY COMPLETED STEP REMOVES
000390*  THE RETIRING ID FROM THE FILE IT TOUCHED, SO A RERUN SIMPLY
000400*  PICKS UP WHERE THE HALT LEFT OFF.
000402*
000403*  THE SESSION IS SIGNED ON AGAINST THE OPERMAST OPERATOR
000405*  MASTER (ID AND PIN), AND A MERGE IS REFUSED BELOW SUPERVISOR
000407*  AUTHORITY.  EVERY SIGN-ON AND EVERY MERGE, ACCEPTED OR
000408*  REFUSED, IS APPENDED TO THE SECLOG SECURITY LOG.
000410*-----------------------------------------------------------------
000420*  MODIFICATION HISTORY
000430*  DATE       INIT  DESCRIPTION
000440*  02/09/2026 MP    ORIGINAL PROGRAM.
000441*  15/10/2026 MP    FRONT-DESK PAYMENTS: THE RETIRING ID'S
000442*                    PAYFILE RECORDS ARE RE-KEYED TO THE SURVIVOR
000443*                    (6700-FOLD-PAYMENTS).
000444*  15/10/2026 MP    OPERATOR SIGN-ON AGAINST OPERMAST WITH PIN;
000445*                    A MERGE NEEDS SUPERVISOR AUTHORITY; EVERY
000446*                    SIGN-ON AND MERGE GOES TO SECLOG.
000450*=================================================================
000460  IDENTIFICATION DIVISION.
000470      PROGRAM-ID.    PONGMRG.
000766          RECORD KEY IS PG-CHG-KEY
000767          FILE STATUS IS PG-CHRGFILE-STATUS.
000768
000769      SELECT PAYFILE ASSIGN TO PAYFILE
000770          ORGANIZATION IS INDEXED
000771          ACCESS MODE IS DYNAMIC
000772          RECORD KEY IS PG-PAY-KEY
000773          FILE STATUS IS PG-PAYFILE-STATUS.
000774
000775      SELECT PLAYMAST ASSIGN TO PLAYMAST
000780          ORGANIZATION IS INDEXED
000790          ACCESS MODE IS RANDOM
000800          RECORD KEY IS PG-PMST-PLAYER-ID
000830      SELECT ADJFILE ASSIGN TO ADJFILE
000840          ORGANIZATION IS SEQUENTIAL
000850          FILE STATUS IS PG-ADJFILE-STATUS.
000851
000852      SELECT OPERMAST ASSIGN TO OPERMAST
000853          ORGANIZATION IS INDEXED
000854          ACCESS MODE IS RANDOM
000855          RECORD KEY IS PG-OPR-OPERATOR-ID
000856          FILE STATUS IS PG-OPERMAST-STATUS.
000857
000858      SELECT SECLOG ASSIGN TO SECLOG
000859          ORGANIZATION IS SEQUENTIAL
000860          FILE STATUS IS PG-SECLOG-STATUS.
000861
000870  DATA DIVISION.
000880  FILE SECTION.
000890  FD  SCOREFILE
000996      LABEL RECORDS ARE STANDARD.
000998      COPY CHGREC.
001000
001002  FD  PAYFILE
001004      LABEL RECORDS ARE STANDARD.
001006      COPY PAYREC.
001008
001010  FD  PLAYMAST
001020      LABEL RECORDS ARE STANDARD.
001030      COPY PLAYREC.
001060      LABEL RECORDS ARE STANDARD.
001070      COPY ADJREC.
001080
001081  FD  OPERMAST
001082      LABEL RECORDS ARE STANDARD.
001083      COPY OPERREC.
001084
001085  FD  SECLOG
001086      LABEL RECORDS ARE STANDARD.
001087      COPY SECLREC.
001088
001090  WORKING-STORAGE SECTION.
001100  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
001110  01  PG-RATEFILE-STATUS      PIC X(02) VALUE '00'.
001120  01  PG-SUMMFILE-STATUS      PIC X(02) VALUE '00'.
001125  01  PG-CHRGFILE-STATUS      PIC X(02) VALUE '00'.
001127  01  PG-PAYFILE-STATUS       PIC X(02) VALUE '00'.
001130  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
001140  01  PG-ADJFILE-STATUS       PIC X(02) VALUE '00'.
001143  01  PG-OPERMAST-STATUS      PIC X(02) VALUE '00'.
001147  01  PG-SECLOG-STATUS        PIC X(02) VALUE '00'.
001150
001160  01  PG-REQUEST-SWITCH       PIC X(01) VALUE 'N'.
001170      88  PG-END-REQUESTED           VALUE 'Y'.
001220      88  PG-ACTION-END              VALUE 'X'.
001230
001240  01  PG-OPERATOR-ID          PIC X(10) VALUE SPACES.
001241  01  PG-OPERATOR-PIN         PIC X(08) VALUE SPACES.
001242  01  PG-OPERATOR-LEVEL       PIC X(01) VALUE SPACE.
001243      88  PG-OPERATOR-SUPERVISOR     VALUES 'S', 'M'.
001244  01  PG-SIGNON-SWITCH        PIC X(01) VALUE 'N'.
001245      88  PG-SIGNED-ON               VALUE 'Y'.
001246      88  PG-NOT-SIGNED-ON           VALUE 'N'.
001247  01  PG-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
001248  77  PG-SIGNON-LIMIT         PIC 9(02) VALUE 3.
001249  01  PG-AUTHORITY-SWITCH     PIC X(01) VALUE 'N'.
001250      88  PG-AUTHORIZED              VALUE 'Y'.
001251      88  PG-NOT-AUTHORIZED          VALUE 'N'.
001252
001253*    THE SECURITY LOG ENTRY IN THE MAKING - THE ACTION, WHETHER
001254*    IT WAS ACCEPTED, WHY NOT, AND WHAT IT WAS AGAINST.
001255  01  PG-LOG-ACTION           PIC X(12) VALUE SPACES.
001256  01  PG-LOG-RESULT           PIC X(01) VALUE SPACE.
001257  01  PG-LOG-REASON           PIC X(20) VALUE SPACES.
001258  01  PG-LOG-DETAIL           PIC X(30) VALUE SPACES.
001259
001260  01  PG-SURVIVOR-ID          PIC X(10) VALUE SPACES.
001270  01  PG-RETIRING-ID          PIC X(10) VALUE SPACES.
001280  01  PG-CONFIRM-REPLY        PIC X(01) VALUE SPACE.
001470      05  PG-MONTH-COUNT      PIC 9(05) COMP VALUE ZERO.
001472      05  PG-CHARGE-COUNT     PIC 9(05) COMP VALUE ZERO.
001474      05  PG-CHARGE-DUP-COUNT PIC 9(05) COMP VALUE ZERO.
001477      05  PG-PAYMENT-COUNT    PIC 9(05) COMP VALUE ZERO.
001480
001490*    THE RETIRING RATING RECORD'S FIGURES, STAGED HERE SO THE
001500*    RECORD CAN BE DELETED BEFORE THE SURVIVOR'S IS READ - THE
001630*    THE RE-KEYED COPY IS WRITTEN FROM IT.
001631  01  PG-HOLD-CHARGE-RECORD   PIC X(60).
001632
001633*    THE PAYMENT AS READ, HELD WHOLE FOR THE SAME REASON, AND
001634*    ITS ORIGINAL KEY FOR THE DELETE.
001635  01  PG-HOLD-PAYMENT-RECORD  PIC X(68).
001636  01  PG-HOLD-PAYMENT-KEY     PIC X(26).
001637
001630*-----------------------------------------------------------------
001640*    0000-MAINLINE
001650*-----------------------------------------------------------------
001730
001740*-----------------------------------------------------------------
001750*    1000-INITIALIZE
001758*    THE OPERATOR SIGNS THE SESSION ON AGAINST THE OPERATOR
001766*    MASTER, SAME AS PONGADJ - EVERY TRAIL RECORD CARRIES WHO RAN
001774*    THE MERGE.  ADJFILE AND THE SECLOG SECURITY LOG ARE OPENED
001780*    EXTEND SO BOTH ONLY EVER GROW.
001790*-----------------------------------------------------------------
001800  1000-INITIALIZE.
001810      OPEN I-O SCOREFILE.
001924      IF PG-CHRGFILE-STATUS NOT = '00'
001926          GO TO 9125-CHRGFILE-OPEN-FAILED
001928      END-IF.
001930      OPEN I-O PAYFILE.
001932      IF PG-PAYFILE-STATUS NOT = '00'
001934          GO TO 9127-PAYFILE-OPEN-FAILED
001936      END-IF.
001938      OPEN I-O PLAYMAST.
001940      IF PG-PLAYMAST-STATUS NOT = '00'
001950          GO TO 9130-PLAYMAST-OPEN-FAILED
001960      END-IF.
001980      IF PG-ADJFILE-STATUS NOT = '00'
001990          GO TO 9140-ADJFILE-OPEN-FAILED
002000      END-IF.
002001      OPEN INPUT OPERMAST.
002002      IF PG-OPERMAST-STATUS NOT = '00'
002003          GO TO 9250-OPERMAST-OPEN-FAILED
002004      END-IF.
002006      OPEN EXTEND SECLOG.
002007      IF PG-SECLOG-STATUS NOT = '00'
002008          GO TO 9260-SECLOG-OPEN-FAILED
002009      END-IF.
002010
002019      PERFORM 1100-SIGN-ON THRU 1100-EXIT
002027          UNTIL PG-SIGNED-ON
002036          OR PG-SIGNON-TRIES NOT < PG-SIGNON-LIMIT.
002044      IF PG-NOT-SIGNED-ON
002053          GO TO 9150-SIGNON-REFUSED
002060      END-IF.
002070  1000-EXIT.
002071      EXIT.
002072
002073*-----------------------------------------------------------------
002074*    1100-SIGN-ON
002075*    ONE SIGN-ON ATTEMPT AGAINST THE OPERATOR MASTER: THE ID MUST
002076*    BE ON FILE AND ACTIVE, WITH AN AUTHORITY LEVEL, AND THE PIN
002077*    MUST MATCH.  EVERY ATTEMPT IS LOGGED, PASS OR FAIL.  THE
002078*    TERMINAL IS NOT TOLD WHICH PART WAS WRONG - THE LOG IS.
002079*-----------------------------------------------------------------
002080  1100-SIGN-ON.
002081      ADD 1 TO PG-SIGNON-TRIES.
002082      DISPLAY 'PONGMRG - ENTER OPERATOR ID: '.
002083      MOVE SPACES TO PG-OPERATOR-ID.
002084      ACCEPT PG-OPERATOR-ID.
002085      DISPLAY 'PONGMRG - ENTER PIN: '.
002086      MOVE SPACES TO PG-OPERATOR-PIN.
002087      ACCEPT PG-OPERATOR-PIN.
002088      MOVE 'SIGN-ON' TO PG-LOG-ACTION.
002089      MOVE SPACES    TO PG-LOG-DETAIL.
002090
002091      IF PG-OPERATOR-ID = SPACES
002092          MOVE 'NO OPERATOR ID' TO PG-LOG-REASON
002093          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002094          GO TO 1100-EXIT
002095      END-IF.
002096      MOVE PG-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
002097      READ OPERMAST
002098          INVALID KEY
002099              MOVE 'UNKNOWN OPERATOR' TO PG-LOG-REASON
002100              PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002101              GO TO 1100-EXIT
002102      END-READ.
002103      IF NOT PG-OPR-ACTIVE
002104          MOVE 'OPERATOR INACTIVE' TO PG-LOG-REASON
002105          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002106          GO TO 1100-EXIT
002107      END-IF.
002108      IF PG-OPR-PIN = SPACES
002109          OR PG-OPERATOR-PIN NOT = PG-OPR-PIN
002110          MOVE 'PIN INCORRECT' TO PG-LOG-REASON
002111          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002112          GO TO 1100-EXIT
002113      END-IF.
002114      IF NOT PG-OPR-LEVEL-VALID
002115          MOVE 'NO AUTHORITY LEVEL' TO PG-LOG-REASON
002116          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002117          GO TO 1100-EXIT
002118      END-IF.
002119
002120      MOVE PG-OPR-LEVEL TO PG-OPERATOR-LEVEL.
002121      SET PG-SIGNED-ON TO TRUE.
002122      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
002123      DISPLAY 'PONGMRG - SIGNED ON AS ' PG-OPR-NAME.
002124  1100-EXIT.
002125      EXIT.
002126
002127*-----------------------------------------------------------------
002128*    1110-REFUSE-SIGN-ON
002129*    LOGS THE FAILED ATTEMPT WITH THE REASON ALREADY IN
002130*    PG-LOG-REASON.
002131*-----------------------------------------------------------------
002132  1110-REFUSE-SIGN-ON.
002133      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
002134      DISPLAY 'PONGMRG - SIGN-ON REFUSED'.
002135  1110-EXIT.
002136      EXIT.
002137
002138*-----------------------------------------------------------------
002139*    2000-PROCESS-ACTION
002140*-----------------------------------------------------------------
002141  2000-PROCESS-ACTION.
002142      DISPLAY 'ENTER ACTION (M=MERGE, X=END): '.
002150      ACCEPT PG-ACTION-CODE.
002160
002170      IF PG-ACTION-END
002180          SET PG-END-REQUESTED TO TRUE
002190      ELSE
002200          IF PG-ACTION-MERGE
002203              MOVE 'MERGE' TO PG-LOG-ACTION
002206              PERFORM 2100-CHECK-SUPERVISOR THRU 2100-EXIT
002209              IF PG-AUTHORIZED
002210                  PERFORM 3000-MERGE-PLAYER THRU 3000-EXIT
002215              END-IF
002220          ELSE
002230              DISPLAY 'ACTION NOT RECOGNIZED - USE M OR X'
002240          END-IF
002250      END-IF.
002260  2000-EXIT.
002261      EXIT.
002262
002263*-----------------------------------------------------------------
002264*    2100-CHECK-SUPERVISOR
002265*    THE ACTION IN PG-LOG-ACTION NEEDS SUPERVISOR AUTHORITY OR
002266*    ABOVE.  A REFUSAL IS LOGGED HERE, BEFORE ANYTHING IS
002267*    PROMPTED FOR; AN ACCEPTED ACTION IS LOGGED LATER, ONCE ITS
002268*    TARGET IS KNOWN AND JUST BEFORE THE FIRST FILE IS CHANGED.
002269*-----------------------------------------------------------------
002270  2100-CHECK-SUPERVISOR.
002271      IF PG-OPERATOR-SUPERVISOR
002272          SET PG-AUTHORIZED TO TRUE
002273          GO TO 2100-EXIT
002274      END-IF.
002275      SET PG-NOT-AUTHORIZED TO TRUE.
002276      MOVE 'NEEDS SUPERVISOR' TO PG-LOG-REASON.
002277      MOVE SPACES TO PG-LOG-DETAIL.
002278      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
002279      DISPLAY 'REFUSED - SUPERVISOR AUTHORITY NEEDED'.
002280  2100-EXIT.
002281      EXIT.
002282
002290*-----------------------------------------------------------------
002300*    3000-MERGE-PLAYER
002310*    ONE SUPERVISED MERGE, CONFIRMED BEFORE ANYTHING IS TOUCHED.
002820          GO TO 3000-EXIT
002830      END-IF.
002840
002841      MOVE SPACES TO PG-LOG-DETAIL.
002842      STRING PG-RETIRING-ID DELIMITED BY SPACE
002843             ' INTO '       DELIMITED BY SIZE
002844             PG-SURVIVOR-ID DELIMITED BY SPACE
002845          INTO PG-LOG-DETAIL
002846      END-STRING.
002847      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
002848
002850      MOVE ZERO TO PG-SEAT-1-COUNT.
002860      MOVE ZERO TO PG-SEAT-2-COUNT.
002870      MOVE ZERO TO PG-SEAT-3-COUNT.
002890      MOVE ZERO TO PG-MONTH-COUNT.
002892      MOVE ZERO TO PG-CHARGE-COUNT.
002894      MOVE ZERO TO PG-CHARGE-DUP-COUNT.
002897      MOVE ZERO TO PG-PAYMENT-COUNT.
002900
002910      PERFORM 4000-MERGE-SEAT-1 THRU 4000-EXIT.
002920      PERFORM 4100-MERGE-SEAT-2 THRU 4100-EXIT.
002950      PERFORM 5000-FOLD-RATING THRU 5000-EXIT.
002960      PERFORM 6000-FOLD-SUMMARIES THRU 6000-EXIT.
002965      PERFORM 6500-FOLD-CHARGES THRU 6500-EXIT.
002967      PERFORM 6700-FOLD-PAYMENTS THRU 6700-EXIT.
002970      PERFORM 7000-MARK-MASTER THRU 7000-EXIT.
002980
002990      DISPLAY 'MERGE COMPLETE - SEAT 1: ' PG-SEAT-1-COUNT
003020          ' SEAT 4: ' PG-SEAT-4-COUNT
003030          ' MONTHS: ' PG-MONTH-COUNT
003032          ' CHARGES: ' PG-CHARGE-COUNT
003034          ' DROPPED DUPS: ' PG-CHARGE-DUP-COUNT
003037          ' PAYMENTS: ' PG-PAYMENT-COUNT.
003040  3000-EXIT.
003050      EXIT.
003060
006197      EXIT.
006198
006199*-----------------------------------------------------------------
006200*    6700-FOLD-PAYMENTS
006201*    THE PAYMENT KEY LEADS WITH THE PAYER, SO THE RETIRING ID'S
006202*    PAYMENTS ARE ONE KEY RANGE.  EACH IS RE-KEYED - WRITE THE
006203*    SURVIVOR'S COPY FIRST, DELETE THE OLD RECORD SECOND - AND
006204*    THE BROWSE RESTARTS EACH TIME, SAME AS THE SEAT-1 PASS, SO
006205*    A RERUN AFTER A HALT PICKS UP WHERE IT LEFT OFF.  THE
006206*    AMOUNTS AND THEIR APPLICATION TO CHARGES ARE UNCHANGED -
006207*    THE CHARGES THEY PAID MOVE TO THE SURVIVOR TOO.
006208*-----------------------------------------------------------------
006209  6700-FOLD-PAYMENTS.
006210      SET PG-PASS-MORE TO TRUE.
006211      PERFORM 6710-FOLD-ONE-PAYMENT THRU 6710-EXIT
006212          UNTIL PG-PASS-DONE.
006213  6700-EXIT.
006214      EXIT.
006215
006216*-----------------------------------------------------------------
006217*    6710-FOLD-ONE-PAYMENT
006218*    THE SURVIVOR MAY ALREADY HAVE PAID AT THE VERY SAME
006219*    HUNDREDTH OF A SECOND UNDER THE OTHER IDENTITY; THE MOVED
006220*    PAYMENT THEN TAKES THE NEXT FREE TIME RATHER THAN BEING
006221*    LOST - UNLIKE A CHARGE, TWO PAYMENTS ARE NEVER THE SAME
006222*    MONEY TWICE.  ANY OTHER WRITE REJECT HALTS THE MERGE.
006223*-----------------------------------------------------------------
006224  6710-FOLD-ONE-PAYMENT.
006225      MOVE PG-RETIRING-ID TO PG-PAY-PLAYER-ID.
006226      MOVE LOW-VALUES TO PG-PAY-DATE.
006227      MOVE ZERO TO PG-PAY-TIME.
006228      START PAYFILE KEY IS NOT LESS THAN PG-PAY-KEY
006229          INVALID KEY
006230              SET PG-PASS-DONE TO TRUE
006231              GO TO 6710-EXIT
006232      END-START.
006233      READ PAYFILE NEXT RECORD
006234          AT END
006235              SET PG-PASS-DONE TO TRUE
006236              GO TO 6710-EXIT
006237      END-READ.
006238      IF PG-PAY-PLAYER-ID NOT = PG-RETIRING-ID
006239          SET PG-PASS-DONE TO TRUE
006240          GO TO 6710-EXIT
006241      END-IF.
006242      MOVE PG-PAY-KEY TO PG-HOLD-PAYMENT-KEY.
006243      MOVE PG-PAYMENT-RECORD TO PG-HOLD-PAYMENT-RECORD.
006244      MOVE PG-SURVIVOR-ID TO PG-PAY-PLAYER-ID.
006245
006246  6710-WRITE.
006247      WRITE PG-PAYMENT-RECORD
006248          INVALID KEY
006249              IF PG-PAYFILE-STATUS = '22'
006250                  ADD 1 TO PG-PAY-TIME
006251                  GO TO 6710-WRITE
006252              END-IF
006253              GO TO 9240-PAYMENT-FOLD-FAILED
006254      END-WRITE.
006255      ADD 1 TO PG-PAYMENT-COUNT.
006256
006257      MOVE PG-HOLD-PAYMENT-KEY TO PG-PAY-KEY.
006258      DELETE PAYFILE RECORD
006259          INVALID KEY
006260              GO TO 9240-PAYMENT-FOLD-FAILED
006261      END-DELETE.
006262  6710-EXIT.
006263      EXIT.
006264
006265*-----------------------------------------------------------------
006266*    7000-MARK-MASTER
006140*    FLAGS THE RETIRING MASTER ENTRY INACTIVE WITH THE POINTER
006150*    TO THE SURVIVOR, THEN APPENDS THE CLOSING TRAIL RECORD FOR
006160*    THE MASTER-LEVEL MERGE (BLANK DATE/TIME IN THE ORIGINAL
006940      EXIT.
006950
006960*-----------------------------------------------------------------
006961*    8100-LOG-ACCEPTED
006962*    LOGS THE ACTION IN PG-LOG-ACTION AS ACCEPTED, WITH ITS
006963*    TARGET IN PG-LOG-DETAIL.  AN ACTION IS LOGGED BEFORE THE
006964*    FIRST FILE IS CHANGED - NO LOG, NO CHANGE.
006965*-----------------------------------------------------------------
006966  8100-LOG-ACCEPTED.
006967      MOVE 'A'    TO PG-LOG-RESULT.
006968      MOVE SPACES TO PG-LOG-REASON.
006969      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
006970  8100-EXIT.
006971      EXIT.
006972
006973*-----------------------------------------------------------------
006974*    8110-LOG-REFUSED
006975*    LOGS THE ACTION IN PG-LOG-ACTION AS REFUSED, FOR THE REASON
006976*    IN PG-LOG-REASON.
006977*-----------------------------------------------------------------
006978  8110-LOG-REFUSED.
006979      MOVE 'R' TO PG-LOG-RESULT.
006980      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
006981  8110-EXIT.
006982      EXIT.
006983
006984*-----------------------------------------------------------------
006985*    8120-WRITE-SECURITY-LOG
006986*    APPENDS ONE SECLOG RECORD, STAMPED WITH THE OPERATOR AS
006987*    KEYED AND THE TIME OF DAY.  THE PIN IS NEVER LOGGED.
006988*-----------------------------------------------------------------
006989  8120-WRITE-SECURITY-LOG.
006990      MOVE SPACES TO PG-SECURITY-RECORD.
006991      ACCEPT PG-SEC-DATE FROM DATE YYYYMMDD.
006992      ACCEPT PG-SEC-TIME FROM TIME.
006993      MOVE PG-OPERATOR-ID TO PG-SEC-OPERATOR.
006994      MOVE 'PONGMRG'      TO PG-SEC-PROGRAM.
006995      MOVE PG-LOG-ACTION  TO PG-SEC-ACTION.
006996      MOVE PG-LOG-RESULT  TO PG-SEC-RESULT.
006997      MOVE PG-LOG-REASON  TO PG-SEC-REASON.
006998      MOVE PG-LOG-DETAIL  TO PG-SEC-DETAIL.
006999      WRITE PG-SECURITY-RECORD.
007000      IF PG-SECLOG-STATUS NOT = '00'
007001          GO TO 9270-SECLOG-WRITE-FAILED
007002      END-IF.
007003  8120-EXIT.
007004      EXIT.
007005
007006*-----------------------------------------------------------------
007007*    9000-TERMINATE
007008*-----------------------------------------------------------------
007009  9000-TERMINATE.
007010      CLOSE SCOREFILE.
007011      CLOSE RATEFILE.
007020      CLOSE SUMMFILE.
007025      CLOSE CHRGFILE.
007027      CLOSE PAYFILE.
007030      CLOSE PLAYMAST.
007040      CLOSE ADJFILE.
007043      CLOSE OPERMAST.
007047      CLOSE SECLOG.
007050  9000-EXIT.
007060      EXIT.
007070
007454      EXIT.
007456
007458*-----------------------------------------------------------------
007459*    9127-PAYFILE-OPEN-FAILED
007460*    LEFT BEHIND, THE RETIRING ID'S PAYMENTS WOULD VANISH FROM
007461*    THE SURVIVOR'S STATEMENT, SO THE RUN ABENDS BEFORE
007462*    TOUCHING ANYTHING.
007463*-----------------------------------------------------------------
007464  9127-PAYFILE-OPEN-FAILED.
007465      DISPLAY 'PONGMRG - PAYFILE OPEN FAILED, STATUS '
007466          PG-PAYFILE-STATUS.
007467      CLOSE SCOREFILE.
007468      CLOSE RATEFILE.
007469      CLOSE SUMMFILE.
007470      CLOSE CHRGFILE.
007471      MOVE 8 TO RETURN-CODE.
007472      STOP RUN.
007473  9127-EXIT.
007474      EXIT.
007475
007476*-----------------------------------------------------------------
007477*    9130-PLAYMAST-OPEN-FAILED
007478*-----------------------------------------------------------------
007479  9130-PLAYMAST-OPEN-FAILED.
007480      DISPLAY 'PONGMRG - PLAYMAST OPEN FAILED, STATUS '
007490          PG-PLAYMAST-STATUS.
007500      CLOSE SCOREFILE.
007510      CLOSE RATEFILE.
007520      CLOSE SUMMFILE.
007525      CLOSE CHRGFILE.
007527      CLOSE PAYFILE.
007530      MOVE 8 TO RETURN-CODE.
007540      STOP RUN.
007550  9130-EXIT.
007670      CLOSE RATEFILE.
007680      CLOSE SUMMFILE.
007685      CLOSE CHRGFILE.
007687      CLOSE PAYFILE.
007690      CLOSE PLAYMAST.
007700      MOVE 8 TO RETURN-CODE.
007710      STOP RUN.
007730      EXIT.
007740
007750*-----------------------------------------------------------------
007759*    9150-SIGNON-REFUSED
007767*    THE SIGN-ON FAILED EVERY ATTEMPT ALLOWED.  EACH ATTEMPT IS
007776*    ALREADY ON THE SECURITY LOG; NOTHING HAS BEEN TOUCHED.
007780*-----------------------------------------------------------------
007790  9150-SIGNON-REFUSED.
007800      DISPLAY 'PONGMRG - SIGN-ON REFUSED - NOTHING DONE'.
007810      PERFORM 9000-TERMINATE THRU 9000-EXIT.
007820      MOVE 8 TO RETURN-CODE.
007830      STOP RUN.
008900      STOP RUN.
008910  9230-EXIT.
008920      EXIT.
008930
008940*-----------------------------------------------------------------
008950*    9240-PAYMENT-FOLD-FAILED
008960*    THE PAYMENT FILE REJECTED A WRITE OR A DELETE PARTWAY.  A
008962*    REJECTED WRITE LEAVES THE PAYMENT UNDER THE OLD ID FOR THE
008964*    RERUN TO MOVE.  AFTER A REJECTED DELETE THE SURVIVOR'S
008970*    COPY IS ALREADY ON FILE, SO THE OLD ONE MUST BE REMOVED BY
008980*    HAND BEFORE RERUNNING OR THE PAYMENT WOULD MOVE TWICE.
008990*-----------------------------------------------------------------
009000  9240-PAYMENT-FOLD-FAILED.
009010      DISPLAY 'PONGMRG - PAYFILE UPDATE FAILED, STATUS '
009020          PG-PAYFILE-STATUS ' - MERGE HALTED, SEE TRAIL'.
009030      PERFORM 9000-TERMINATE THRU 9000-EXIT.
009040      MOVE 8 TO RETURN-CODE.
009050      STOP RUN.
009060  9240-EXIT.
009070      EXIT.
009080
009090*-----------------------------------------------------------------
009100*    9250-OPERMAST-OPEN-FAILED
009110*    NO OPERATOR MASTER, NO SIGN-ON - AND NO SIGN-ON, NO SESSION.
009120*-----------------------------------------------------------------
009130  9250-OPERMAST-OPEN-FAILED.
009140      DISPLAY 'PONGMRG - OPERMAST OPEN FAILED, STATUS '
009150          PG-OPERMAST-STATUS.
009160      CLOSE SCOREFILE.
009170      CLOSE RATEFILE.
009180      CLOSE SUMMFILE.
009190      CLOSE CHRGFILE.
009200      CLOSE PAYFILE.
009210      CLOSE PLAYMAST.
009220      CLOSE ADJFILE.
009230      MOVE 8 TO RETURN-CODE.
009240      STOP RUN.
009250  9250-EXIT.
009260      EXIT.
009270
009280*-----------------------------------------------------------------
009290*    9260-SECLOG-OPEN-FAILED
009300*    THE SECURITY LOG WOULD NOT OPEN EXTEND.  AN UNLOGGED SESSION
009310*    IS THE VERY THING THE LOG IS THERE TO PREVENT, SO THE RUN
009320*    ABENDS BEFORE THE SIGN-ON.
009330*-----------------------------------------------------------------
009340  9260-SECLOG-OPEN-FAILED.
009350      DISPLAY 'PONGMRG - SECLOG OPEN FAILED, STATUS '
009360          PG-SECLOG-STATUS.
009370      CLOSE SCOREFILE.
009380      CLOSE RATEFILE.
009390      CLOSE SUMMFILE.
009400      CLOSE CHRGFILE.
009410      CLOSE PAYFILE.
009420      CLOSE PLAYMAST.
009430      CLOSE ADJFILE.
009440      CLOSE OPERMAST.
009450      MOVE 8 TO RETURN-CODE.
009460      STOP RUN.
009470  9260-EXIT.
009480      EXIT.
009490
009500*-----------------------------------------------------------------
009510*    9270-SECLOG-WRITE-FAILED
009520*    THE SECURITY LOG COULD NOT BE WRITTEN.  AN ACCEPTED ACTION
009530*    IS LOGGED BEFORE IT IS APPLIED, SO NOTHING FOR IT HAS BEEN
009540*    TOUCHED.
009550*-----------------------------------------------------------------
009560  9270-SECLOG-WRITE-FAILED.
009570      DISPLAY 'PONGMRG - SECLOG WRITE FAILED, STATUS '
009580          PG-SECLOG-STATUS ' - NOTHING DONE'.
009590      PERFORM 9000-TERMINATE THRU 9000-EXIT.
009600      MOVE 8 TO RETURN-CODE.
009610      STOP RUN.
009620  9270-EXIT.
009630      EXIT.
