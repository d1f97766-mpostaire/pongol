000170*  START - THE WHOLE POINT OF THE TEAM FILE IS TYING LEDGER
000180*  PAIRS TO ROSTERS, WHICH A TYPO ON THE ROSTER WOULD DEFEAT.
000190*  SAME PROMPTED-ACTION SHAPE AS PONGPMNT.
000192*
000193*  THE SESSION IS SIGNED ON AGAINST THE OPERMAST OPERATOR
000195*  MASTER (ID AND PIN) - ANY ACTIVE OPERATOR HAS THE DESK
000197*  AUTHORITY THIS NEEDS.  EVERY SIGN-ON, REGISTRATION AND UPDATE
000198*  IS APPENDED TO THE SECLOG SECURITY LOG.
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  02/09/2026 MP    ORIGINAL PROGRAM.
000232*  15/10/2026 MP    OPERATOR SIGN-ON AGAINST OPERMAST WITH PIN;
000235*                    EVERY SIGN-ON, REGISTRATION AND UPDATE GOES
000238*                    TO SECLOG.
000240*=================================================================
000250  IDENTIFICATION DIVISION.
000260      PROGRAM-ID.    PONGTMNT.
000440          RECORD KEY IS PG-PMST-PLAYER-ID
000450          FILE STATUS IS PG-PLAYMAST-STATUS.
000460
000461      SELECT OPERMAST ASSIGN TO OPERMAST
000462          ORGANIZATION IS INDEXED
000463          ACCESS MODE IS RANDOM
000464          RECORD KEY IS PG-OPR-OPERATOR-ID
000465          FILE STATUS IS PG-OPERMAST-STATUS.
000466
000467      SELECT SECLOG ASSIGN TO SECLOG
000468          ORGANIZATION IS SEQUENTIAL
000469          FILE STATUS IS PG-SECLOG-STATUS.
000470
000471  DATA DIVISION.
000480  FILE SECTION.
000490  FD  TEAMMAST
000500      LABEL RECORDS ARE STANDARD.
000540      LABEL RECORDS ARE STANDARD.
000550      COPY PLAYREC.
000560
000561  FD  OPERMAST
000562      LABEL RECORDS ARE STANDARD.
000563      COPY OPERREC.
000564
000565  FD  SECLOG
000566      LABEL RECORDS ARE STANDARD.
000567      COPY SECLREC.
000568
000570  WORKING-STORAGE SECTION.
000580  01  PG-TEAMMAST-STATUS       PIC X(02) VALUE '00'.
000590  01  PG-PLAYMAST-STATUS       PIC X(02) VALUE '00'.
000593  01  PG-OPERMAST-STATUS       PIC X(02) VALUE '00'.
000597  01  PG-SECLOG-STATUS         PIC X(02) VALUE '00'.
000600
000610  01  PG-REQUEST-SWITCH        PIC X(01) VALUE 'N'.
000620      88  PG-END-REQUESTED            VALUE 'Y'.
000710  01  PG-WORK-TEAM-NAME        PIC X(20) VALUE SPACES.
000720  01  PG-WORK-STATUS           PIC X(01) VALUE SPACE.
000730  01  PG-WORK-REPLY            PIC X(01) VALUE SPACE.
000731
000732  01  PG-OPERATOR-ID           PIC X(10) VALUE SPACES.
000733  01  PG-OPERATOR-PIN          PIC X(08) VALUE SPACES.
000734  01  PG-OPERATOR-LEVEL        PIC X(01) VALUE SPACE.
000735  01  PG-SIGNON-SWITCH         PIC X(01) VALUE 'N'.
000736      88  PG-SIGNED-ON                VALUE 'Y'.
000737      88  PG-NOT-SIGNED-ON            VALUE 'N'.
000738  01  PG-SIGNON-TRIES          PIC 9(02) COMP VALUE ZERO.
000739  77  PG-SIGNON-LIMIT          PIC 9(02) VALUE 3.
000740
000741*    THE SECURITY LOG ENTRY IN THE MAKING - THE ACTION, WHETHER
000742*    IT WAS ACCEPTED, WHY NOT, AND WHAT IT WAS AGAINST.
000743  01  PG-LOG-ACTION            PIC X(12) VALUE SPACES.
000744  01  PG-LOG-RESULT            PIC X(01) VALUE SPACE.
000745  01  PG-LOG-REASON            PIC X(20) VALUE SPACES.
000746  01  PG-LOG-DETAIL            PIC X(30) VALUE SPACES.
000747
000750  01  PG-CHECK-PLAYER-ID       PIC X(10) VALUE SPACES.
000760  01  PG-ROSTER-OK-SWITCH      PIC X(01) VALUE 'Y'.
000770      88  PG-ROSTER-OK                VALUE 'Y'.
001010*    OPENS THE TEAM MASTER I-O AND THE PLAYER MASTER INPUT.  BOTH
001020*    DATA SETS MUST BE DEFINED BEFORE THE FIRST RUN - THE OPENS
001030*    ARE CHECKED AND THE RUN ABENDS CLEANLY IF EITHER FAILS.
001035*    THE OPERATOR THEN SIGNS ON AGAINST THE OPERATOR MASTER.
001040*-----------------------------------------------------------------
001050  1000-INITIALIZE.
001060      OPEN I-O TEAMMAST.
001110      IF PG-PLAYMAST-STATUS NOT = '00'
001120          GO TO 9020-PLAYMAST-OPEN-FAILED
001130      END-IF.
001131      OPEN INPUT OPERMAST.
001132      IF PG-OPERMAST-STATUS NOT = '00'
001133          GO TO 9030-OPERMAST-OPEN-FAILED
001134      END-IF.
001135      OPEN EXTEND SECLOG.
001136      IF PG-SECLOG-STATUS NOT = '00'
001137          GO TO 9040-SECLOG-OPEN-FAILED
001138      END-IF.
001139
001140      PERFORM 1100-SIGN-ON THRU 1100-EXIT
001141          UNTIL PG-SIGNED-ON
001142          OR PG-SIGNON-TRIES NOT < PG-SIGNON-LIMIT.
001143      IF PG-NOT-SIGNED-ON
001144          GO TO 9050-SIGNON-REFUSED
001145      END-IF.
001146  1000-EXIT.
001147      EXIT.
001148
001149*-----------------------------------------------------------------
001150*    1100-SIGN-ON
001151*    ONE SIGN-ON ATTEMPT AGAINST THE OPERATOR MASTER: THE ID MUST
001152*    BE ON FILE AND ACTIVE, WITH AN AUTHORITY LEVEL, AND THE PIN
001153*    MUST MATCH.  EVERY ATTEMPT IS LOGGED, PASS OR FAIL.  THE
001154*    TERMINAL IS NOT TOLD WHICH PART WAS WRONG - THE LOG IS.
001155*-----------------------------------------------------------------
001156  1100-SIGN-ON.
001157      ADD 1 TO PG-SIGNON-TRIES.
001158      DISPLAY 'PONGTMNT - ENTER OPERATOR ID: '.
001159      MOVE SPACES TO PG-OPERATOR-ID.
001160      ACCEPT PG-OPERATOR-ID.
001161      DISPLAY 'PONGTMNT - ENTER PIN: '.
001162      MOVE SPACES TO PG-OPERATOR-PIN.
001163      ACCEPT PG-OPERATOR-PIN.
001164      MOVE 'SIGN-ON' TO PG-LOG-ACTION.
001165      MOVE SPACES    TO PG-LOG-DETAIL.
001166
001167      IF PG-OPERATOR-ID = SPACES
001168          MOVE 'NO OPERATOR ID' TO PG-LOG-REASON
001169          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001170          GO TO 1100-EXIT
001171      END-IF.
001172      MOVE PG-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
001173      READ OPERMAST
001174          INVALID KEY
001175              MOVE 'UNKNOWN OPERATOR' TO PG-LOG-REASON
001176              PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001177              GO TO 1100-EXIT
001178      END-READ.
001179      IF NOT PG-OPR-ACTIVE
001180          MOVE 'OPERATOR INACTIVE' TO PG-LOG-REASON
001181          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001182          GO TO 1100-EXIT
001183      END-IF.
001184      IF PG-OPR-PIN = SPACES
001185          OR PG-OPERATOR-PIN NOT = PG-OPR-PIN
001186          MOVE 'PIN INCORRECT' TO PG-LOG-REASON
001187          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001188          GO TO 1100-EXIT
001189      END-IF.
001190      IF NOT PG-OPR-LEVEL-VALID
001191          MOVE 'NO AUTHORITY LEVEL' TO PG-LOG-REASON
001192          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
001193          GO TO 1100-EXIT
001194      END-IF.
001195
001196      MOVE PG-OPR-LEVEL TO PG-OPERATOR-LEVEL.
001197      SET PG-SIGNED-ON TO TRUE.
001198      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
001199      DISPLAY 'PONGTMNT - SIGNED ON AS ' PG-OPR-NAME.
001200  1100-EXIT.
001201      EXIT.
001202
001203*-----------------------------------------------------------------
001204*    1110-REFUSE-SIGN-ON
001205*    LOGS THE FAILED ATTEMPT WITH THE REASON ALREADY IN
001206*    PG-LOG-REASON.
001207*-----------------------------------------------------------------
001208  1110-REFUSE-SIGN-ON.
001209      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
001210      DISPLAY 'PONGTMNT - SIGN-ON REFUSED'.
001211  1110-EXIT.
001212      EXIT.
001213
001214*-----------------------------------------------------------------
001215*    2000-PROCESS-ACTION
001216*    PROMPTS FOR ONE MAINTENANCE ACTION AND DISPATCHES IT.  AN
001217*    UNRECOGNIZED CODE JUST REPROMPTS, SAME AS PONGPMNT.
001218*-----------------------------------------------------------------
001220  2000-PROCESS-ACTION.
001230      DISPLAY 'PONGTMNT - ENTER ACTION '
001240          '(R=REGISTER, U=UPDATE, X=END): '.
001280          SET PG-END-REQUESTED TO TRUE
001290      ELSE
001300          IF PG-ACTION-REGISTER
001305              MOVE 'REGISTER' TO PG-LOG-ACTION
001310              PERFORM 3000-REGISTER-TEAM THRU 3000-EXIT
001320          ELSE
001330              IF PG-ACTION-UPDATE
001335                  MOVE 'UPDATE' TO PG-LOG-ACTION
001340                  PERFORM 4000-UPDATE-TEAM THRU 4000-EXIT
001350              ELSE
001360                  DISPLAY 'ACTION NOT RECOGNIZED - USE R, U OR X'
001800          GO TO 3000-EXIT
001810      END-IF.
001820
001823      MOVE PG-WORK-TEAM-ID TO PG-LOG-DETAIL.
001827      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
001830      WRITE PG-TEAM-MASTER-RECORD
001840          INVALID KEY
001850              DISPLAY 'TEAMMAST WRITE REJECTED, STATUS '
001860                  PG-TEAMMAST-STATUS ' - NOT REGISTERED'
001863              MOVE 'WRITE REJECTED' TO PG-LOG-REASON
001866              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
001870              GO TO 3000-EXIT
001880      END-WRITE.
001890      DISPLAY 'TEAM ' PG-WORK-TEAM-ID ' REGISTERED.'.
002430          END-IF
002440      END-IF.
002450
002453      MOVE PG-WORK-TEAM-ID TO PG-LOG-DETAIL.
002457      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
002460      REWRITE PG-TEAM-MASTER-RECORD
002470          INVALID KEY
002480              DISPLAY 'TEAMMAST REWRITE REJECTED, STATUS '
002490                  PG-TEAMMAST-STATUS ' - NOTHING UPDATED'
002493              MOVE 'REWRITE REJECTED' TO PG-LOG-REASON
002496              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
002500              GO TO 4000-EXIT
002510      END-REWRITE.
002520      DISPLAY 'TEAM ' PG-WORK-TEAM-ID ' UPDATED.'.
003080      EXIT.
003090
003100*-----------------------------------------------------------------
003101*    8100-LOG-ACCEPTED
003102*    LOGS THE ACTION IN PG-LOG-ACTION AS ACCEPTED, WITH ITS
003103*    TARGET IN PG-LOG-DETAIL.  AN ACTION IS LOGGED BEFORE THE
003104*    FIRST FILE IS CHANGED - NO LOG, NO CHANGE.
003105*-----------------------------------------------------------------
003106  8100-LOG-ACCEPTED.
003107      MOVE 'A'    TO PG-LOG-RESULT.
003108      MOVE SPACES TO PG-LOG-REASON.
003109      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
003110  8100-EXIT.
003111      EXIT.
003112
003113*-----------------------------------------------------------------
003114*    8110-LOG-REFUSED
003115*    LOGS THE ACTION IN PG-LOG-ACTION AS REFUSED, FOR THE REASON
003116*    IN PG-LOG-REASON - ALSO AFTER AN ACCEPTED ONE A FILE REJECTS.
003117*-----------------------------------------------------------------
003118  8110-LOG-REFUSED.
003119      MOVE 'R' TO PG-LOG-RESULT.
003120      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
003121  8110-EXIT.
003122      EXIT.
003123
003124*-----------------------------------------------------------------
003125*    8120-WRITE-SECURITY-LOG
003126*    APPENDS ONE SECLOG RECORD, STAMPED WITH THE OPERATOR AS
003127*    KEYED AND THE TIME OF DAY.  THE PIN IS NEVER LOGGED.
003128*-----------------------------------------------------------------
003129  8120-WRITE-SECURITY-LOG.
003130      MOVE SPACES TO PG-SECURITY-RECORD.
003131      ACCEPT PG-SEC-DATE FROM DATE YYYYMMDD.
003132      ACCEPT PG-SEC-TIME FROM TIME.
003133      MOVE PG-OPERATOR-ID TO PG-SEC-OPERATOR.
003134      MOVE 'PONGTMNT'     TO PG-SEC-PROGRAM.
003135      MOVE PG-LOG-ACTION  TO PG-SEC-ACTION.
003136      MOVE PG-LOG-RESULT  TO PG-SEC-RESULT.
003137      MOVE PG-LOG-REASON  TO PG-SEC-REASON.
003138      MOVE PG-LOG-DETAIL  TO PG-SEC-DETAIL.
003139      WRITE PG-SECURITY-RECORD.
003140      IF PG-SECLOG-STATUS NOT = '00'
003141          GO TO 9060-SECLOG-WRITE-FAILED
003142      END-IF.
003143  8120-EXIT.
003144      EXIT.
003145
003146*-----------------------------------------------------------------
003147*    9000-TERMINATE
003148*-----------------------------------------------------------------
003149  9000-TERMINATE.
003150      CLOSE TEAMMAST.
003151      CLOSE PLAYMAST.
003153      CLOSE OPERMAST.
003157      CLOSE SECLOG.
003160  9000-EXIT.
003170      EXIT.
003180
003450      STOP RUN.
003460  9020-EXIT.
003470      EXIT.
003480
003490*-----------------------------------------------------------------
003500*    9030-OPERMAST-OPEN-FAILED
003510*    NO OPERATOR MASTER, NO SIGN-ON - AND NO SIGN-ON, NO SESSION.
003520*-----------------------------------------------------------------
003530  9030-OPERMAST-OPEN-FAILED.
003540      DISPLAY 'PONGTMNT - OPERMAST OPEN FAILED, STATUS '
003550          PG-OPERMAST-STATUS.
003560      CLOSE TEAMMAST.
003570      CLOSE PLAYMAST.
003580      MOVE 8 TO RETURN-CODE.
003590      STOP RUN.
003600  9030-EXIT.
003610      EXIT.
003620
003630*-----------------------------------------------------------------
003640*    9040-SECLOG-OPEN-FAILED
003650*    THE SECURITY LOG WOULD NOT OPEN EXTEND.  AN UNLOGGED SESSION
003660*    IS THE VERY THING THE LOG IS THERE TO PREVENT, SO THE RUN
003670*    ABENDS BEFORE THE SIGN-ON.
003680*-----------------------------------------------------------------
003690  9040-SECLOG-OPEN-FAILED.
003700      DISPLAY 'PONGTMNT - SECLOG OPEN FAILED, STATUS '
003710          PG-SECLOG-STATUS.
003720      CLOSE TEAMMAST.
003730      CLOSE PLAYMAST.
003740      CLOSE OPERMAST.
003750      MOVE 8 TO RETURN-CODE.
003760      STOP RUN.
003770  9040-EXIT.
003780      EXIT.
003790
003800*-----------------------------------------------------------------
003810*    9050-SIGNON-REFUSED
003820*    THE SIGN-ON FAILED EVERY ATTEMPT ALLOWED.  EACH ATTEMPT IS
003830*    ALREADY ON THE SECURITY LOG; NOTHING HAS BEEN TOUCHED.
003840*-----------------------------------------------------------------
003850  9050-SIGNON-REFUSED.
003860      DISPLAY 'PONGTMNT - SIGN-ON REFUSED - NOTHING DONE'.
003870      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003880      MOVE 8 TO RETURN-CODE.
003890      STOP RUN.
003900  9050-EXIT.
003910      EXIT.
003920
003930*-----------------------------------------------------------------
003940*    9060-SECLOG-WRITE-FAILED
003950*    THE SECURITY LOG COULD NOT BE WRITTEN.  AN ACCEPTED ACTION
003960*    IS LOGGED BEFORE IT IS APPLIED, SO NOTHING FOR IT HAS BEEN
003970*    TOUCHED.
003980*-----------------------------------------------------------------
003990  9060-SECLOG-WRITE-FAILED.
004000      DISPLAY 'PONGTMNT - SECLOG WRITE FAILED, STATUS '
004010          PG-SECLOG-STATUS ' - NOTHING DONE'.
004020      PERFORM 9000-TERMINATE THRU 9000-EXIT.
004030      MOVE 8 TO RETURN-CODE.
004040      STOP RUN.
004050  9060-EXIT.
004060      EXIT.
