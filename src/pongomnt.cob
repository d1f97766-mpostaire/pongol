000100*=================================================================
000110*  PONGOMNT
000120*  OPERATOR MASTER MAINTENANCE, MANAGERS ONLY.  ADDS OPERATORS
000130*  TO THE OPERMAST VSAM KSDS AND UPDATES THOSE ALREADY ON FILE
000140*  (NAME, PIN, AUTHORITY LEVEL, ACTIVE/INACTIVE STATUS).  THE
000150*  MAINTENANCE UTILITIES SIGN THEIR SESSIONS ON AGAINST THIS
000160*  MASTER AND REFUSE ACTIONS ABOVE THE OPERATOR'S LEVEL, SO
000170*  THIS IS WHERE DESK STAFF, SUPERVISORS AND MANAGERS ARE MADE.
000180*
000190*  THE SESSION SIGNS ON LIKE ANY OTHER, AND BOTH ACTIONS ARE
000200*  REFUSED BELOW MANAGER AUTHORITY.  AN OPERATOR WHO LEAVES IS
000210*  MADE INACTIVE, NEVER DELETED, SO THE TRAILS STILL RESOLVE.
000220*  A MANAGER MAY CHANGE THEIR OWN NAME AND PIN BUT NOT THEIR
000230*  OWN LEVEL OR STATUS - THAT TAKES A SECOND MANAGER, SO THE
000240*  LAST MANAGER CAN NEVER LOCK THE MASTER OUT BY MISTAKE.  THE
000250*  FIRST MANAGER IS LOADED WITH IDCAMS REPRO.  EVERY SIGN-ON
000260*  AND EVERY ACTION, ACCEPTED OR REFUSED, IS APPENDED TO THE
000270*  SECLOG SECURITY LOG; THE PIN NEVER IS.  SAME PROMPTED-ACTION
000280*  SHAPE AS PONGPMNT.
000290*-----------------------------------------------------------------
000300*  MODIFICATION HISTORY
000310*  DATE       INIT  DESCRIPTION
000320*  15/10/2026 MP    ORIGINAL PROGRAM.
000330*=================================================================
000340  IDENTIFICATION DIVISION.
000350      PROGRAM-ID.    PONGOMNT.
000360      AUTHOR.        MAXIME POSTAIRE.
000370      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000380      DATE-WRITTEN.  15/10/2026.
000390      DATE-COMPILED.
000400
000410  ENVIRONMENT DIVISION.
000420  INPUT-OUTPUT SECTION.
000430  FILE-CONTROL.
000440      SELECT OPERMAST ASSIGN TO OPERMAST
000450          ORGANIZATION IS INDEXED
000460          ACCESS MODE IS RANDOM
000470          RECORD KEY IS PG-OPR-OPERATOR-ID
000480          FILE STATUS IS PG-OPERMAST-STATUS.
000490
000500      SELECT SECLOG ASSIGN TO SECLOG
000510          ORGANIZATION IS SEQUENTIAL
000520          FILE STATUS IS PG-SECLOG-STATUS.
000530
000540  DATA DIVISION.
000550  FILE SECTION.
000560  FD  OPERMAST
000570      LABEL RECORDS ARE STANDARD.
000580      COPY OPERREC.
000590
000600  FD  SECLOG
000610      LABEL RECORDS ARE STANDARD.
000620      COPY SECLREC.
000630
000640  WORKING-STORAGE SECTION.
000650  01  PG-OPERMAST-STATUS       PIC X(02) VALUE '00'.
000660  01  PG-SECLOG-STATUS         PIC X(02) VALUE '00'.
000670
000680  01  PG-REQUEST-SWITCH        PIC X(01) VALUE 'N'.
000690      88  PG-END-REQUESTED            VALUE 'Y'.
000700      88  PG-MORE-REQUESTS            VALUE 'N'.
000710
000720  01  PG-ACTION-CODE           PIC X(01) VALUE SPACE.
000730      88  PG-ACTION-ADD               VALUE 'A'.
000740      88  PG-ACTION-UPDATE            VALUE 'U'.
000750      88  PG-ACTION-END               VALUE 'X'.
000760
000770  01  PG-WORK-OPERATOR-ID      PIC X(10) VALUE SPACES.
000780  01  PG-WORK-NAME             PIC X(20) VALUE SPACES.
000790  01  PG-WORK-PIN              PIC X(08) VALUE SPACES.
000800  01  PG-WORK-LEVEL            PIC X(01) VALUE SPACE.
000810      88  PG-WORK-LEVEL-VALID         VALUES 'D', 'S', 'M'.
000820  01  PG-WORK-STATUS           PIC X(01) VALUE SPACE.
000830
000840  01  PG-OPERATOR-ID           PIC X(10) VALUE SPACES.
000850  01  PG-OPERATOR-PIN          PIC X(08) VALUE SPACES.
000860  01  PG-OPERATOR-LEVEL        PIC X(01) VALUE SPACE.
000870      88  PG-OPERATOR-MANAGER         VALUE 'M'.
000880  01  PG-SIGNON-SWITCH         PIC X(01) VALUE 'N'.
000890      88  PG-SIGNED-ON                VALUE 'Y'.
000900      88  PG-NOT-SIGNED-ON            VALUE 'N'.
000910  01  PG-SIGNON-TRIES          PIC 9(02) COMP VALUE ZERO.
000920  77  PG-SIGNON-LIMIT          PIC 9(02) VALUE 3.
000930  01  PG-AUTHORITY-SWITCH      PIC X(01) VALUE 'N'.
000940      88  PG-AUTHORIZED               VALUE 'Y'.
000950      88  PG-NOT-AUTHORIZED           VALUE 'N'.
000960
000970*    THE SECURITY LOG ENTRY IN THE MAKING - THE ACTION, WHETHER
000980*    IT WAS ACCEPTED, WHY NOT, AND WHAT IT WAS AGAINST.
000990  01  PG-LOG-ACTION            PIC X(12) VALUE SPACES.
001000  01  PG-LOG-RESULT            PIC X(01) VALUE SPACE.
001010  01  PG-LOG-REASON            PIC X(20) VALUE SPACES.
001020  01  PG-LOG-DETAIL            PIC X(30) VALUE SPACES.
001030
001040*-----------------------------------------------------------------
001050*    0000-MAINLINE
001060*-----------------------------------------------------------------
001070  PROCEDURE DIVISION.
001080  0000-MAINLINE.
001090      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100      PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001110          UNTIL PG-END-REQUESTED.
001120      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001130      STOP RUN.
001140
001150*-----------------------------------------------------------------
001160*    1000-INITIALIZE
001170*    OPENS THE OPERATOR MASTER I-O AND THE SECURITY LOG EXTEND,
001180*    THEN THE MANAGER SIGNS ON AGAINST THE MASTER BEING
001190*    MAINTAINED.  THE OPERMAST CLUSTER MUST BE DEFINED, AND THE
001200*    FIRST MANAGER LOADED, BEFORE THE FIRST RUN.
001210*-----------------------------------------------------------------
001220  1000-INITIALIZE.
001230      OPEN I-O OPERMAST.
001240      IF PG-OPERMAST-STATUS NOT = '00'
001250          GO TO 9010-OPERMAST-OPEN-FAILED
001260      END-IF.
001270      OPEN EXTEND SECLOG.
001280      IF PG-SECLOG-STATUS NOT = '00'
001290          GO TO 9020-SECLOG-OPEN-FAILED
001300      END-IF.
001310
001320      PERFORM 1100-SIGN-ON THRU 1100-EXIT
001330          UNTIL PG-SIGNED-ON
001340          OR PG-SIGNON-TRIES NOT < PG-SIGNON-LIMIT.
001350      IF PG-NOT-SIGNED-ON
001360          GO TO 9030-SIGNON-REFUSED
001370      END-IF.
001380  1000-EXIT.
001390      EXIT.
001400
001410*-----------------------------------------------------------------
001420*    1100-SIGN-ON
001430*    ONE SIGN-ON ATTEMPT AGAINST THE OPERATOR MASTER: THE ID MUST
001440*    BE ON FILE AND ACTIVE, WITH AN AUTHORITY LEVEL, AND THE PIN
001450*    MUST MATCH.  EVERY ATTEMPT IS LOGGED, PASS OR FAIL.  THE
001460*    TERMINAL IS NOT TOLD WHICH PART WAS WRONG - THE LOG IS.
001470*-----------------------------------------------------------------
001480  1100-SIGN-ON.
001490      ADD 1 TO PG-SIGNON-TRIES.
001500      DISPLAY 'PONGOMNT - ENTER OPERATOR ID: '.
001510      MOVE SPACES TO PG-OPERATOR-ID.
001520      ACCEPT PG-OPERATOR-ID.
001530      DISPLAY 'PONGOMNT - ENTER PIN: '.
001540      MOVE SPACES TO PG-OPERATOR-PIN.
001550      ACCEPT PG-OPERATOR-PIN.
001560      MOVE 'SIGN-ON' TO PG-LOG-ACTION.
001570      MOVE SPACES    TO PG-LOG-DETAIL.
001580
001590      IF PG-OPERATOR-ID = SPACES
001600          MOVE 'NO OPERATOR ID' TO PG-LOG-REASON
001610          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001620          GO TO 1100-EXIT
001630      END-IF.
001640      MOVE PG-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
001650      READ OPERMAST
001660          INVALID KEY
001670              MOVE 'UNKNOWN OPERATOR' TO PG-LOG-REASON
001680              PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001690              GO TO 1100-EXIT
001700      END-READ.
001710      IF NOT PG-OPR-ACTIVE
001720          MOVE 'OPERATOR INACTIVE' TO PG-LOG-REASON
001730          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001740          GO TO 1100-EXIT
001750      END-IF.
001760      IF PG-OPR-PIN = SPACES
001770          OR PG-OPERATOR-PIN NOT = PG-OPR-PIN
001780          MOVE 'PIN INCORRECT' TO PG-LOG-REASON
001790          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001800          GO TO 1100-EXIT
001810      END-IF.
001820      IF NOT PG-OPR-LEVEL-VALID
001830          MOVE 'NO AUTHORITY LEVEL' TO PG-LOG-REASON
001840          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001850          GO TO 1100-EXIT
001860      END-IF.
001870
001880      MOVE PG-OPR-LEVEL TO PG-OPERATOR-LEVEL.
001890      SET PG-SIGNED-ON TO TRUE.
001900      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
001910      DISPLAY 'PONGOMNT - SIGNED ON AS ' PG-OPR-NAME.
001920  1100-EXIT.
001930      EXIT.
001940
001950*-----------------------------------------------------------------
001960*    1110-REFUSE-SIGN-ON
001970*    LOGS THE FAILED ATTEMPT WITH THE REASON ALREADY IN
001980*    PG-LOG-REASON.
001990*-----------------------------------------------------------------
002000  1110-REFUSE-SIGN-ON.
002010      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
002020      DISPLAY 'PONGOMNT - SIGN-ON REFUSED'.
002030  1110-EXIT.
002040      EXIT.
002050
002060*-----------------------------------------------------------------
002070*    2000-PROCESS-ACTION
002080*    PROMPTS FOR ONE MAINTENANCE ACTION AND DISPATCHES IT.  AN
002090*    UNRECOGNIZED CODE JUST REPROMPTS, SAME AS PONGPMNT.
002100*-----------------------------------------------------------------
002110  2000-PROCESS-ACTION.
002120      DISPLAY 'PONGOMNT - ENTER ACTION '
002130          '(A=ADD, U=UPDATE, X=END): '.
002140      ACCEPT PG-ACTION-CODE.
002150
002160      IF PG-ACTION-END
002170          SET PG-END-REQUESTED TO TRUE
002180      ELSE
002190          IF PG-ACTION-ADD
002200              MOVE 'OPER ADD' TO PG-LOG-ACTION
002210              PERFORM 2100-CHECK-MANAGER THRU 2100-EXIT
002220              IF PG-AUTHORIZED
002230                  PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
002240              END-IF
002250          ELSE
002260              IF PG-ACTION-UPDATE
002270                  MOVE 'OPER UPDATE' TO PG-LOG-ACTION
002280                  PERFORM 2100-CHECK-MANAGER THRU 2100-EXIT
002290                  IF PG-AUTHORIZED
002300                      PERFORM 4000-UPDATE-OPERATOR THRU 4000-EXIT
002310                  END-IF
002320              ELSE
002330                  DISPLAY 'ACTION NOT RECOGNIZED - USE A, U OR X'
002340              END-IF
002350          END-IF
002360      END-IF.
002370  2000-EXIT.
002380      EXIT.
002390
002400*-----------------------------------------------------------------
002410*    2100-CHECK-MANAGER
002420*    THE ACTION IN PG-LOG-ACTION NEEDS MANAGER AUTHORITY OR
002430*    ABOVE.  A REFUSAL IS LOGGED HERE, BEFORE ANYTHING IS
002440*    PROMPTED FOR; AN ACCEPTED ACTION IS LOGGED LATER, ONCE ITS
002450*    TARGET IS KNOWN AND JUST BEFORE THE FIRST FILE IS CHANGED.
002460*-----------------------------------------------------------------
002470  2100-CHECK-MANAGER.
002480      IF PG-OPERATOR-MANAGER
002490          SET PG-AUTHORIZED TO TRUE
002500          GO TO 2100-EXIT
002510      END-IF.
002520      SET PG-NOT-AUTHORIZED TO TRUE.
002530      MOVE 'NEEDS MANAGER' TO PG-LOG-REASON.
002540      MOVE SPACES TO PG-LOG-DETAIL.
002550      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
002560      DISPLAY 'REFUSED - MANAGER AUTHORITY NEEDED'.
002570  2100-EXIT.
002580      EXIT.
002590
002600*-----------------------------------------------------------------
002610*    3000-ADD-OPERATOR
002620*    ADDS A NEW OPERATOR.  THE OPERATOR STARTS OUT ACTIVE, WITH
002630*    A PIN AND ONE OF THE THREE LEVELS - NEITHER MAY BE LEFT
002640*    BLANK.  AN ID ALREADY ON FILE IS REFUSED RATHER THAN
002650*    OVERWRITTEN, EVEN WHEN INACTIVE - REUSING AN ID WOULD MIX
002660*    TWO PEOPLE ON THE TRAILS.  STAMPED WITH WHO ADDED IT.
002670*-----------------------------------------------------------------
002680  3000-ADD-OPERATOR.
002690      DISPLAY 'ENTER NEW OPERATOR ID: '.
002700      MOVE SPACES TO PG-WORK-OPERATOR-ID.
002710      ACCEPT PG-WORK-OPERATOR-ID.
002720      IF PG-WORK-OPERATOR-ID = SPACES
002730          DISPLAY 'OPERATOR ID MAY NOT BE BLANK - NOT ADDED'
002740          GO TO 3000-EXIT
002750      END-IF.
002760
002770      MOVE PG-WORK-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
002780      READ OPERMAST
002790          INVALID KEY
002800              CONTINUE
002810      END-READ.
002820      IF PG-OPERMAST-STATUS = '00'
002830          DISPLAY 'OPERATOR ' PG-WORK-OPERATOR-ID
002840              ' IS ALREADY ON FILE AS ' PG-OPR-NAME
002850          GO TO 3000-EXIT
002860      END-IF.
002870
002880      DISPLAY 'ENTER OPERATOR NAME: '.
002890      MOVE SPACES TO PG-WORK-NAME.
002900      ACCEPT PG-WORK-NAME.
002910      DISPLAY 'ENTER PIN: '.
002920      MOVE SPACES TO PG-WORK-PIN.
002930      ACCEPT PG-WORK-PIN.
002940      IF PG-WORK-PIN = SPACES
002950          DISPLAY 'PIN MAY NOT BE BLANK - NOT ADDED'
002960          GO TO 3000-EXIT
002970      END-IF.
002980      DISPLAY 'ENTER LEVEL (D=DESK, S=SUPERVISOR, M=MANAGER): '.
002990      MOVE SPACE TO PG-WORK-LEVEL.
003000      ACCEPT PG-WORK-LEVEL.
003010      IF NOT PG-WORK-LEVEL-VALID
003020          DISPLAY 'LEVEL ' PG-WORK-LEVEL
003030              ' NOT RECOGNIZED - NOT ADDED'
003040          GO TO 3000-EXIT
003050      END-IF.
003060
003070*    THE RECORD AREA STILL HOLDS THE LAST RECORD READ - CLEARED
003080*    WHOLE SO THE NEW OPERATOR INHERITS NOTHING.
003090      MOVE SPACES              TO PG-OPERATOR-RECORD.
003100      MOVE PG-WORK-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
003110      MOVE PG-WORK-NAME        TO PG-OPR-NAME.
003120      MOVE PG-WORK-PIN         TO PG-OPR-PIN.
003130      MOVE PG-WORK-LEVEL       TO PG-OPR-LEVEL.
003140      SET PG-OPR-ACTIVE TO TRUE.
003150      ACCEPT PG-OPR-ADDED-DATE FROM DATE YYYYMMDD.
003160      MOVE PG-OPERATOR-ID      TO PG-OPR-ADDED-BY.
003170
003180      MOVE PG-WORK-OPERATOR-ID TO PG-LOG-DETAIL.
003190      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
003200      WRITE PG-OPERATOR-RECORD
003210          INVALID KEY
003220              DISPLAY 'OPERMAST WRITE REJECTED, STATUS '
003230                  PG-OPERMAST-STATUS ' - NOT ADDED'
003240              MOVE 'WRITE REJECTED' TO PG-LOG-REASON
003250              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
003260              GO TO 3000-EXIT
003270      END-WRITE.
003280      DISPLAY 'OPERATOR ' PG-WORK-OPERATOR-ID ' ADDED.'.
003290  3000-EXIT.
003300      EXIT.
003310
003320*-----------------------------------------------------------------
003330*    4000-UPDATE-OPERATOR
003340*    UPDATES AN OPERATOR ALREADY ON FILE.  A BLANK REPLY TO ANY
003350*    PROMPT KEEPS THE VALUE ALREADY ON THE RECORD.  THE LEVEL
003360*    AND STATUS PROMPTS ARE NOT OFFERED ON THE MANAGER'S OWN
003370*    RECORD.  STAMPED WITH WHO CHANGED IT AND WHEN.
003380*-----------------------------------------------------------------
003390  4000-UPDATE-OPERATOR.
003400      DISPLAY 'ENTER OPERATOR ID TO UPDATE: '.
003410      MOVE SPACES TO PG-WORK-OPERATOR-ID.
003420      ACCEPT PG-WORK-OPERATOR-ID.
003430
003440      MOVE PG-WORK-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
003450      READ OPERMAST
003460          INVALID KEY
003470              DISPLAY 'OPERATOR ' PG-WORK-OPERATOR-ID
003480                  ' IS NOT ON THE MASTER - NOTHING UPDATED'
003490              GO TO 4000-EXIT
003500      END-READ.
003510
003520      DISPLAY 'ON FILE: ' PG-OPR-NAME
003530          ' LEVEL ' PG-OPR-LEVEL ' STATUS ' PG-OPR-STATUS.
003540      DISPLAY 'ENTER NEW NAME (BLANK TO KEEP): '.
003550      MOVE SPACES TO PG-WORK-NAME.
003560      ACCEPT PG-WORK-NAME.
003570      IF PG-WORK-NAME NOT = SPACES
003580          MOVE PG-WORK-NAME TO PG-OPR-NAME
003590      END-IF.
003600
003610      DISPLAY 'ENTER NEW PIN (BLANK TO KEEP): '.
003620      MOVE SPACES TO PG-WORK-PIN.
003630      ACCEPT PG-WORK-PIN.
003640      IF PG-WORK-PIN NOT = SPACES
003650          MOVE PG-WORK-PIN TO PG-OPR-PIN
003660      END-IF.
003670
003680      IF PG-WORK-OPERATOR-ID = PG-OPERATOR-ID
003690          DISPLAY 'OWN LEVEL AND STATUS NEED A SECOND MANAGER'
003700      ELSE
003710          PERFORM 4100-KEY-LEVEL-STATUS THRU 4100-EXIT
003720      END-IF.
003730
003740      ACCEPT PG-OPR-CHANGED-DATE FROM DATE YYYYMMDD.
003750      MOVE PG-OPERATOR-ID      TO PG-OPR-CHANGED-BY.
003760      MOVE PG-WORK-OPERATOR-ID TO PG-LOG-DETAIL.
003770      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
003780      REWRITE PG-OPERATOR-RECORD
003790          INVALID KEY
003800              DISPLAY 'OPERMAST REWRITE REJECTED, STATUS '
003810                  PG-OPERMAST-STATUS ' - NOTHING UPDATED'
003820              MOVE 'REWRITE REJECTED' TO PG-LOG-REASON
003830              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
003840              GO TO 4000-EXIT
003850      END-REWRITE.
003860      DISPLAY 'OPERATOR ' PG-WORK-OPERATOR-ID ' UPDATED.'.
003870  4000-EXIT.
003880      EXIT.
003890
003900*-----------------------------------------------------------------
003910*    4100-KEY-LEVEL-STATUS
003920*    PROMPTS FOR A NEW LEVEL AND STATUS ON THE RECORD IN HAND.
003930*    AN UNRECOGNIZED REPLY LEAVES THAT VALUE AS IT IS.
003940*-----------------------------------------------------------------
003950  4100-KEY-LEVEL-STATUS.
003960      DISPLAY 'ENTER NEW LEVEL, D, S OR M (BLANK TO KEEP): '.
003970      MOVE SPACE TO PG-WORK-LEVEL.
003980      ACCEPT PG-WORK-LEVEL.
003990      IF PG-WORK-LEVEL-VALID
004000          MOVE PG-WORK-LEVEL TO PG-OPR-LEVEL
004010      ELSE
004020          IF PG-WORK-LEVEL NOT = SPACE
004030              DISPLAY 'LEVEL ' PG-WORK-LEVEL
004040                  ' NOT RECOGNIZED - LEVEL LEFT AS IS'
004050          END-IF
004060      END-IF.
004070
004080      DISPLAY 'ENTER NEW STATUS, A OR I (BLANK TO KEEP): '.
004090      MOVE SPACE TO PG-WORK-STATUS.
004100      ACCEPT PG-WORK-STATUS.
004110      IF PG-WORK-STATUS = 'A' OR PG-WORK-STATUS = 'I'
004120          MOVE PG-WORK-STATUS TO PG-OPR-STATUS
004130      ELSE
004140          IF PG-WORK-STATUS NOT = SPACE
004150              DISPLAY 'STATUS ' PG-WORK-STATUS
004160                  ' NOT RECOGNIZED - STATUS LEFT AS IS'
004170          END-IF
004180      END-IF.
004190  4100-EXIT.
004200      EXIT.
004210
004220*-----------------------------------------------------------------
004230*    8100-LOG-ACCEPTED
004240*    LOGS THE ACTION IN PG-LOG-ACTION AS ACCEPTED, WITH ITS
004250*    TARGET IN PG-LOG-DETAIL.  AN ACTION IS LOGGED BEFORE THE
004260*    FIRST FILE IS CHANGED - NO LOG, NO CHANGE.
004270*-----------------------------------------------------------------
004280  8100-LOG-ACCEPTED.
004290      MOVE 'A'    TO PG-LOG-RESULT.
004300      MOVE SPACES TO PG-LOG-REASON.
004310      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
004320  8100-EXIT.
004330      EXIT.
004340
004350*-----------------------------------------------------------------
004360*    8110-LOG-REFUSED
004370*    LOGS THE ACTION IN PG-LOG-ACTION AS REFUSED, FOR THE REASON
004380*    IN PG-LOG-REASON - ALSO AFTER AN ACCEPTED ONE A FILE REJECTS.
004390*-----------------------------------------------------------------
004400  8110-LOG-REFUSED.
004410      MOVE 'R' TO PG-LOG-RESULT.
004420      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
004430  8110-EXIT.
004440      EXIT.
004450
004460*-----------------------------------------------------------------
004470*    8120-WRITE-SECURITY-LOG
004480*    APPENDS ONE SECLOG RECORD, STAMPED WITH THE OPERATOR AS
004490*    KEYED AND THE TIME OF DAY.  THE PIN IS NEVER LOGGED.
004500*-----------------------------------------------------------------
004510  8120-WRITE-SECURITY-LOG.
004520      MOVE SPACES TO PG-SECURITY-RECORD.
004530      ACCEPT PG-SEC-DATE FROM DATE YYYYMMDD.
004540      ACCEPT PG-SEC-TIME FROM TIME.
004550      MOVE PG-OPERATOR-ID TO PG-SEC-OPERATOR.
004560      MOVE 'PONGOMNT'     TO PG-SEC-PROGRAM.
004570      MOVE PG-LOG-ACTION  TO PG-SEC-ACTION.
004580      MOVE PG-LOG-RESULT  TO PG-SEC-RESULT.
004590      MOVE PG-LOG-REASON  TO PG-SEC-REASON.
004600      MOVE PG-LOG-DETAIL  TO PG-SEC-DETAIL.
004610      WRITE PG-SECURITY-RECORD.
004620      IF PG-SECLOG-STATUS NOT = '00'
004630          GO TO 9040-SECLOG-WRITE-FAILED
004640      END-IF.
004650  8120-EXIT.
004660      EXIT.
004670
004680*-----------------------------------------------------------------
004690*    9000-TERMINATE
004700*-----------------------------------------------------------------
004710  9000-TERMINATE.
004720      CLOSE OPERMAST.
004730      CLOSE SECLOG.
004740  9000-EXIT.
004750      EXIT.
004760
004770*-----------------------------------------------------------------
004780*    9010-OPERMAST-OPEN-FAILED
004790*    THE OPERATOR MASTER WOULD NOT OPEN I-O (MOST LIKELY THE
004800*    CLUSTER WAS NEVER DEFINED).  NOBODY CAN SIGN ON WITHOUT IT,
004810*    SO THE RUN ABENDS BEFORE PROMPTING FOR ANYTHING.
004820*-----------------------------------------------------------------
004830  9010-OPERMAST-OPEN-FAILED.
004840      DISPLAY 'PONGOMNT - OPERMAST OPEN FAILED, STATUS '
004850          PG-OPERMAST-STATUS.
004860      MOVE 8 TO RETURN-CODE.
004870      STOP RUN.
004880  9010-EXIT.
004890      EXIT.
004900
004910*-----------------------------------------------------------------
004920*    9020-SECLOG-OPEN-FAILED
004930*    THE SECURITY LOG WOULD NOT OPEN EXTEND.  AN UNLOGGED SESSION
004940*    IS THE VERY THING THE LOG IS THERE TO PREVENT, SO THE RUN
004950*    ABENDS BEFORE THE SIGN-ON.
004960*-----------------------------------------------------------------
004970  9020-SECLOG-OPEN-FAILED.
004980      DISPLAY 'PONGOMNT - SECLOG OPEN FAILED, STATUS '
004990          PG-SECLOG-STATUS.
005000      CLOSE OPERMAST.
005010      MOVE 8 TO RETURN-CODE.
005020      STOP RUN.
005030  9020-EXIT.
005040      EXIT.
005050
005060*-----------------------------------------------------------------
005070*    9030-SIGNON-REFUSED
005080*    THE SIGN-ON FAILED EVERY ATTEMPT ALLOWED.  EACH ATTEMPT IS
005090*    ALREADY ON THE SECURITY LOG; NOTHING HAS BEEN TOUCHED.
005100*-----------------------------------------------------------------
005110  9030-SIGNON-REFUSED.
005120      DISPLAY 'PONGOMNT - SIGN-ON REFUSED - NOTHING DONE'.
005130      PERFORM 9000-TERMINATE THRU 9000-EXIT.
005140      MOVE 8 TO RETURN-CODE.
005150      STOP RUN.
005160  9030-EXIT.
005170      EXIT.
005180
005190*-----------------------------------------------------------------
005200*    9040-SECLOG-WRITE-FAILED
005210*    THE SECURITY LOG COULD NOT BE WRITTEN.  AN ACCEPTED ACTION
005220*    IS LOGGED BEFORE IT IS APPLIED, SO NOTHING FOR IT HAS BEEN
005230*    TOUCHED.
005240*-----------------------------------------------------------------
005250  9040-SECLOG-WRITE-FAILED.
005260      DISPLAY 'PONGOMNT - SECLOG WRITE FAILED, STATUS '
005270          PG-SECLOG-STATUS ' - NOTHING DONE'.
005280      PERFORM 9000-TERMINATE THRU 9000-EXIT.
005290      MOVE 8 TO RETURN-CODE.
005300      STOP RUN.
005310  9040-EXIT.
005320      EXIT.
