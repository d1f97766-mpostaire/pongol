000180*  FILE FLAGGED RATHER THAN DELETED, THE WAY PONGADJ VOIDS A
000190*  MATCH, SO THE BOOK CAN BE ARGUED FROM.  SAME PROMPTED-ACTION
000200*  SHAPE AS PONGPMNT.
000202*
000203*  THE SESSION IS SIGNED ON AGAINST THE OPERMAST OPERATOR
000205*  MASTER (ID AND PIN) - ANY ACTIVE OPERATOR HAS THE DESK
000207*  AUTHORITY THIS NEEDS.  EVERY SIGN-ON, BOOKING AND
000208*  CANCELLATION IS APPENDED TO THE SECLOG SECURITY LOG.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  02/09/2026 MP    ORIGINAL PROGRAM.
000242*  15/10/2026 MP    OPERATOR SIGN-ON AGAINST OPERMAST WITH PIN;
000245*                    EVERY SIGN-ON, BOOKING AND CANCELLATION GOES
000248*                    TO SECLOG.
000250*=================================================================
000260  IDENTIFICATION DIVISION.
000270      PROGRAM-ID.    PONGRESV.
000450          RECORD KEY IS PG-PMST-PLAYER-ID
000460          FILE STATUS IS PG-PLAYMAST-STATUS.
000470
000471      SELECT OPERMAST ASSIGN TO OPERMAST
000472          ORGANIZATION IS INDEXED
000473          ACCESS MODE IS RANDOM
000474          RECORD KEY IS PG-OPR-OPERATOR-ID
000475          FILE STATUS IS PG-OPERMAST-STATUS.
000476
000477      SELECT SECLOG ASSIGN TO SECLOG
000478          ORGANIZATION IS SEQUENTIAL
000479          FILE STATUS IS PG-SECLOG-STATUS.
000480
000481  DATA DIVISION.
000490  FILE SECTION.
000500  FD  RESVFILE
000510      LABEL RECORDS ARE STANDARD.
000550      LABEL RECORDS ARE STANDARD.
000560      COPY PLAYREC.
000570
000571  FD  OPERMAST
000572      LABEL RECORDS ARE STANDARD.
000573      COPY OPERREC.
000574
000575  FD  SECLOG
000576      LABEL RECORDS ARE STANDARD.
000577      COPY SECLREC.
000578
000580  WORKING-STORAGE SECTION.
000590  01  PG-RESVFILE-STATUS       PIC X(02) VALUE '00'.
000600  01  PG-PLAYMAST-STATUS       PIC X(02) VALUE '00'.
000603  01  PG-OPERMAST-STATUS       PIC X(02) VALUE '00'.
000607  01  PG-SECLOG-STATUS         PIC X(02) VALUE '00'.
000610
000620  01  PG-REQUEST-SWITCH        PIC X(01) VALUE 'N'.
000630      88  PG-END-REQUESTED            VALUE 'Y'.
000800      88  PG-PLAYER-OK                VALUE 'Y'.
000810      88  PG-PLAYER-NOT-OK            VALUE 'N'.
000820
000821  01  PG-OPERATOR-ID           PIC X(10) VALUE SPACES.
000822  01  PG-OPERATOR-PIN          PIC X(08) VALUE SPACES.
000823  01  PG-OPERATOR-LEVEL        PIC X(01) VALUE SPACE.
000824  01  PG-SIGNON-SWITCH         PIC X(01) VALUE 'N'.
000825      88  PG-SIGNED-ON                VALUE 'Y'.
000826      88  PG-NOT-SIGNED-ON            VALUE 'N'.
000827  01  PG-SIGNON-TRIES          PIC 9(02) COMP VALUE ZERO.
000828  77  PG-SIGNON-LIMIT          PIC 9(02) VALUE 3.
000829
000830*    THE SECURITY LOG ENTRY IN THE MAKING - THE ACTION, WHETHER
000831*    IT WAS ACCEPTED, WHY NOT, AND WHAT IT WAS AGAINST.
000832  01  PG-LOG-ACTION            PIC X(12) VALUE SPACES.
000833  01  PG-LOG-RESULT            PIC X(01) VALUE SPACE.
000834  01  PG-LOG-REASON            PIC X(20) VALUE SPACES.
000835  01  PG-LOG-DETAIL            PIC X(30) VALUE SPACES.
000836
000837*-----------------------------------------------------------------
000840*    0000-MAINLINE
000850*-----------------------------------------------------------------
000860  PROCEDURE DIVISION.
000930
000940*-----------------------------------------------------------------
000950*    1000-INITIALIZE
000953*    OPENS THE FILES, THEN THE OPERATOR SIGNS ON AGAINST THE
000957*    OPERATOR MASTER.
000960*-----------------------------------------------------------------
000970  1000-INITIALIZE.
000980      OPEN I-O RESVFILE.
001030      IF PG-PLAYMAST-STATUS NOT = '00'
001040          GO TO 9020-PLAYMAST-OPEN-FAILED
001050      END-IF.
001051      OPEN INPUT OPERMAST.
001052      IF PG-OPERMAST-STATUS NOT = '00'
001053          GO TO 9030-OPERMAST-OPEN-FAILED
001054      END-IF.
001055      OPEN EXTEND SECLOG.
001056      IF PG-SECLOG-STATUS NOT = '00'
001057          GO TO 9040-SECLOG-OPEN-FAILED
001058      END-IF.
001059      PERFORM 1050-SIGN-ON-OPERATOR THRU 1050-EXIT.
001060  1000-EXIT.
001070      EXIT.
001080
001180          SET PG-END-REQUESTED TO TRUE
001190      ELSE
001200          IF PG-ACTION-BOOK
001205              MOVE 'BOOK' TO PG-LOG-ACTION
001210              PERFORM 3000-BOOK-SLOT THRU 3000-EXIT
001220          ELSE
001230              IF PG-ACTION-CANCEL
001235                  MOVE 'CANCEL' TO PG-LOG-ACTION
001240                  PERFORM 4000-CANCEL-SLOT THRU 4000-EXIT
001250              ELSE
001260                  DISPLAY 'ACTION NOT RECOGNIZED - USE B, C OR X'
001570          SET PG-PLAYER-NOT-OK TO TRUE
001580      END-IF.
001590  2100-EXIT.
001591      EXIT.
001592
001593*-----------------------------------------------------------------
001594*    2200-LOG-THE-SLOT
001595*    LOGS THE BOOKING OR CANCELLATION AS ACCEPTED, AGAINST THE
001596*    SLOT KEYED, JUST BEFORE RESVFILE IS CHANGED.
001597*-----------------------------------------------------------------
001598  2200-LOG-THE-SLOT.
001599      MOVE SPACES TO PG-LOG-DETAIL.
001600      STRING 'STATION ' PG-WORK-STATION ' ' PG-WORK-DATE
001601             ' ' PG-WORK-SLOT
001602          DELIMITED BY SIZE INTO PG-LOG-DETAIL
001603      END-STRING.
001604      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
001605  2200-EXIT.
001606      EXIT.
001610
001620*-----------------------------------------------------------------
001630*    3000-BOOK-SLOT
002000      END-IF.
002010      MOVE PG-CHECK-PLAYER-ID TO PG-RESV-PLAYER-2.
002020
002025      PERFORM 2200-LOG-THE-SLOT THRU 2200-EXIT.
002030      MOVE PG-WORK-STATION TO PG-RESV-STATION.
002040      MOVE PG-WORK-DATE    TO PG-RESV-DATE.
002050      MOVE PG-WORK-SLOT    TO PG-RESV-SLOT.
002100                  INVALID KEY
002110                      DISPLAY 'RESVFILE WRITE REJECTED, STATUS '
002120                          PG-RESVFILE-STATUS ' - NOT BOOKED'
002123                      MOVE 'WRITE REJECTED' TO PG-LOG-REASON
002126                      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
002130                      GO TO 3000-EXIT
002140              END-WRITE
002150      END-REWRITE.
002440
002450      DISPLAY 'ON FILE: ' PG-RESV-PLAYER-1 ' + '
002460          PG-RESV-PLAYER-2.
002465      PERFORM 2200-LOG-THE-SLOT THRU 2200-EXIT.
002470      SET PG-RESV-CANCELLED TO TRUE.
002480      REWRITE PG-RESERVATION-RECORD
002490          INVALID KEY
002500              DISPLAY 'RESVFILE REWRITE REJECTED, STATUS '
002510                  PG-RESVFILE-STATUS ' - NOTHING DONE'
002513              MOVE 'REWRITE REJECTED' TO PG-LOG-REASON
002516              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
002520              GO TO 4000-EXIT
002530      END-REWRITE.
002540      DISPLAY 'BOOKING CANCELLED.'.
002900  9000-TERMINATE.
002910      CLOSE RESVFILE.
002920      CLOSE PLAYMAST.
002923      CLOSE OPERMAST.
002927      CLOSE SECLOG.
002930  9000-EXIT.
002940      EXIT.
002950
003150      STOP RUN.
003160  9020-EXIT.
003170      EXIT.
003180
003190*-----------------------------------------------------------------
003200*    9030-OPERMAST-OPEN-FAILED
003210*    NO OPERATOR MASTER, NO SIGN-ON - AND NO SIGN-ON, NO SESSION.
003220*-----------------------------------------------------------------
003230  9030-OPERMAST-OPEN-FAILED.
003240      DISPLAY 'PONGRESV - OPERMAST OPEN FAILED, STATUS '
003250          PG-OPERMAST-STATUS.
003260      CLOSE RESVFILE.
003270      CLOSE PLAYMAST.
003280      MOVE 8 TO RETURN-CODE.
003290      STOP RUN.
003300  9030-EXIT.
003310      EXIT.
003320
003330*-----------------------------------------------------------------
003340*    9040-SECLOG-OPEN-FAILED
003350*    THE SECURITY LOG WOULD NOT OPEN EXTEND.  AN UNLOGGED SESSION
003360*    IS THE VERY THING THE LOG IS THERE TO PREVENT, SO THE RUN
003370*    ABENDS BEFORE THE SIGN-ON.
003380*-----------------------------------------------------------------
003390  9040-SECLOG-OPEN-FAILED.
003400      DISPLAY 'PONGRESV - SECLOG OPEN FAILED, STATUS '
003410          PG-SECLOG-STATUS.
003420      CLOSE RESVFILE.
003430      CLOSE PLAYMAST.
003440      CLOSE OPERMAST.
003450      MOVE 8 TO RETURN-CODE.
003460      STOP RUN.
003470  9040-EXIT.
003480      EXIT.
003490
003500*-----------------------------------------------------------------
003510*    9050-SIGNON-REFUSED
003520*    THE SIGN-ON FAILED EVERY ATTEMPT ALLOWED.  EACH ATTEMPT IS
003530*    ALREADY ON THE SECURITY LOG; NOTHING HAS BEEN TOUCHED.
003540*-----------------------------------------------------------------
003550  9050-SIGNON-REFUSED.
003560      DISPLAY 'PONGRESV - SIGN-ON REFUSED - NOTHING DONE'.
003570      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003580      MOVE 8 TO RETURN-CODE.
003590      STOP RUN.
003600  9050-EXIT.
003610      EXIT.
003620
003630*-----------------------------------------------------------------
003640*    9060-SECLOG-WRITE-FAILED
003650*    THE SECURITY LOG COULD NOT BE WRITTEN.  AN ACCEPTED ACTION
003660*    IS LOGGED BEFORE IT IS APPLIED, SO NOTHING FOR IT HAS BEEN
003670*    TOUCHED.
003680*-----------------------------------------------------------------
003690  9060-SECLOG-WRITE-FAILED.
003700      DISPLAY 'PONGRESV - SECLOG WRITE FAILED, STATUS '
003710          PG-SECLOG-STATUS ' - NOTHING DONE'.
003720      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003730      MOVE 8 TO RETURN-CODE.
003740      STOP RUN.
003750  9060-EXIT.
003760      EXIT.
003770
003780*-----------------------------------------------------------------
003790*    1050-SIGN-ON-OPERATOR
003800*    UP TO PG-SIGNON-LIMIT SIGN-ON ATTEMPTS.  NONE GOOD ENDS THE
003810*    RUN BEFORE ANY ACTION IS TAKEN.
003820*-----------------------------------------------------------------
003830  1050-SIGN-ON-OPERATOR.
003840      PERFORM 1100-SIGN-ON THRU 1100-EXIT
003850          UNTIL PG-SIGNED-ON
003860          OR PG-SIGNON-TRIES NOT < PG-SIGNON-LIMIT.
003870      IF PG-NOT-SIGNED-ON
003880          GO TO 9050-SIGNON-REFUSED
003890      END-IF.
003900  1050-EXIT.
003910      EXIT.
003920
003930*-----------------------------------------------------------------
003940*    1100-SIGN-ON
003950*    ONE SIGN-ON ATTEMPT AGAINST THE OPERATOR MASTER: THE ID MUST
003960*    BE ON FILE AND ACTIVE, WITH AN AUTHORITY LEVEL, AND THE PIN
003970*    MUST MATCH.  EVERY ATTEMPT IS LOGGED, PASS OR FAIL.  THE
003980*    TERMINAL IS NOT TOLD WHICH PART WAS WRONG - THE LOG IS.
003990*-----------------------------------------------------------------
004000  1100-SIGN-ON.
004010      ADD 1 TO PG-SIGNON-TRIES.
004020      DISPLAY 'PONGRESV - ENTER OPERATOR ID: '.
004030      MOVE SPACES TO PG-OPERATOR-ID.
004040      ACCEPT PG-OPERATOR-ID.
004050      DISPLAY 'PONGRESV - ENTER PIN: '.
004060      MOVE SPACES TO PG-OPERATOR-PIN.
004070      ACCEPT PG-OPERATOR-PIN.
004080      MOVE 'SIGN-ON' TO PG-LOG-ACTION.
004090      MOVE SPACES    TO PG-LOG-DETAIL.
004100
004110      IF PG-OPERATOR-ID = SPACES
004120          MOVE 'NO OPERATOR ID' TO PG-LOG-REASON
004130          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
004140          GO TO 1100-EXIT
004150      END-IF.
004160      MOVE PG-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
004170      READ OPERMAST
004180          INVALID KEY
004190              MOVE 'UNKNOWN OPERATOR' TO PG-LOG-REASON
004200              PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
004210              GO TO 1100-EXIT
004220      END-READ.
004230      IF NOT PG-OPR-ACTIVE
004240          MOVE 'OPERATOR INACTIVE' TO PG-LOG-REASON
004250          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
004260          GO TO 1100-EXIT
004270      END-IF.
004280      IF PG-OPR-PIN = SPACES
004290          OR PG-OPERATOR-PIN NOT = PG-OPR-PIN
004300          MOVE 'PIN INCORRECT' TO PG-LOG-REASON
004310          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
004320          GO TO 1100-EXIT
004330      END-IF.
004340      IF NOT PG-OPR-LEVEL-VALID
004350          MOVE 'NO AUTHORITY LEVEL' TO PG-LOG-REASON
004360          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
004370          GO TO 1100-EXIT
004380      END-IF.
004390
004400      MOVE PG-OPR-LEVEL TO PG-OPERATOR-LEVEL.
004410      SET PG-SIGNED-ON TO TRUE.
004420      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
004430      DISPLAY 'PONGRESV - SIGNED ON AS ' PG-OPR-NAME.
004440  1100-EXIT.
004450      EXIT.
004460
004470*-----------------------------------------------------------------
004480*    1110-REFUSE-SIGN-ON
004490*    LOGS THE FAILED ATTEMPT WITH THE REASON ALREADY IN
004500*    PG-LOG-REASON.
004510*-----------------------------------------------------------------
004520  1110-REFUSE-SIGN-ON.
004530      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
004540      DISPLAY 'PONGRESV - SIGN-ON REFUSED'.
004550  1110-EXIT.
004560      EXIT.
004570
004580*-----------------------------------------------------------------
004590*    8100-LOG-ACCEPTED
004600*    LOGS THE ACTION IN PG-LOG-ACTION AS ACCEPTED, WITH ITS
004610*    TARGET IN PG-LOG-DETAIL.  AN ACTION IS LOGGED BEFORE THE
004620*    FIRST FILE IS CHANGED - NO LOG, NO CHANGE.
004630*-----------------------------------------------------------------
004640  8100-LOG-ACCEPTED.
004650      MOVE 'A'    TO PG-LOG-RESULT.
004660      MOVE SPACES TO PG-LOG-REASON.
004670      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
004680  8100-EXIT.
004690      EXIT.
004700
004710*-----------------------------------------------------------------
004720*    8110-LOG-REFUSED
004730*    LOGS THE ACTION IN PG-LOG-ACTION AS REFUSED, FOR THE REASON
004740*    IN PG-LOG-REASON - ALSO AFTER AN ACCEPTED ONE A FILE REJECTS.
004750*-----------------------------------------------------------------
004760  8110-LOG-REFUSED.
004770      MOVE 'R' TO PG-LOG-RESULT.
004780      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
004790  8110-EXIT.
004800      EXIT.
004810
004820*-----------------------------------------------------------------
004830*    8120-WRITE-SECURITY-LOG
004840*    APPENDS ONE SECLOG RECORD, STAMPED WITH THE OPERATOR AS
004850*    KEYED AND THE TIME OF DAY.  THE PIN IS NEVER LOGGED.
004860*-----------------------------------------------------------------
004870  8120-WRITE-SECURITY-LOG.
004880      MOVE SPACES TO PG-SECURITY-RECORD.
004890      ACCEPT PG-SEC-DATE FROM DATE YYYYMMDD.
004900      ACCEPT PG-SEC-TIME FROM TIME.
004910      MOVE PG-OPERATOR-ID TO PG-SEC-OPERATOR.
004920      MOVE 'PONGRESV'     TO PG-SEC-PROGRAM.
004930      MOVE PG-LOG-ACTION  TO PG-SEC-ACTION.
004940      MOVE PG-LOG-RESULT  TO PG-SEC-RESULT.
004950      MOVE PG-LOG-REASON  TO PG-SEC-REASON.
004960      MOVE PG-LOG-DETAIL  TO PG-SEC-DETAIL.
004970      WRITE PG-SECURITY-RECORD.
004980      IF PG-SECLOG-STATUS NOT = '00'
004990          GO TO 9060-SECLOG-WRITE-FAILED
005000      END-IF.
005010  8120-EXIT.
005020      EXIT.
