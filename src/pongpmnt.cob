000150*  MASTER IS WHAT PONGOL VALIDATES MATCH-START PLAYER IDS
000160*  AGAINST, SO A PLAYER WHO IS NOT REGISTERED HERE CANNOT OPEN
000170*  A MATCH ON THE FLOOR.
000172*
000173*  THE SESSION IS SIGNED ON AGAINST THE OPERMAST OPERATOR
000175*  MASTER (ID AND PIN) - ANY ACTIVE OPERATOR HAS THE DESK
000177*  AUTHORITY THIS NEEDS.  EVERY SIGN-ON, REGISTRATION AND UPDATE
000178*  IS APPENDED TO THE SECLOG SECURITY LOG.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000215*                    WRITE - THE RECORD AREA STILL HOLDS
000216*                    WHATEVER WAS READ LAST, AND THOSE BYTES
000217*                    WERE FILLER WHEN THIS PROGRAM WAS WRITTEN.
000218*  15/10/2026 MP    OPERATOR SIGN-ON AGAINST OPERMAST WITH PIN;
000219*                    SIGN-ONS AND CHANGES ARE LOGGED TO SECLOG.
000220*=================================================================
000230  IDENTIFICATION DIVISION.
000240      PROGRAM-ID.    PONGPMNT.
000360          RECORD KEY IS PG-PMST-PLAYER-ID
000370          FILE STATUS IS PG-PLAYMAST-STATUS.
000380
000381      SELECT OPERMAST ASSIGN TO OPERMAST
000382          ORGANIZATION IS INDEXED
000383          ACCESS MODE IS RANDOM
000384          RECORD KEY IS PG-OPR-OPERATOR-ID
000385          FILE STATUS IS PG-OPERMAST-STATUS.
000386
000387      SELECT SECLOG ASSIGN TO SECLOG
000388          ORGANIZATION IS SEQUENTIAL
000389          FILE STATUS IS PG-SECLOG-STATUS.
000390
000391  DATA DIVISION.
000400  FILE SECTION.
000410  FD  PLAYMAST
000420      LABEL RECORDS ARE STANDARD.
000430      COPY PLAYREC.
000440
000441  FD  OPERMAST
000442      LABEL RECORDS ARE STANDARD.
000443      COPY OPERREC.
000444
000445  FD  SECLOG
000446      LABEL RECORDS ARE STANDARD.
000447      COPY SECLREC.
000448
000450  WORKING-STORAGE SECTION.
000460  01  PG-PLAYMAST-STATUS       PIC X(02) VALUE '00'.
000463  01  PG-OPERMAST-STATUS       PIC X(02) VALUE '00'.
000467  01  PG-SECLOG-STATUS         PIC X(02) VALUE '00'.
000470
000480  01  PG-REQUEST-SWITCH        PIC X(01) VALUE 'N'.
000490      88  PG-END-REQUESTED            VALUE 'Y'.
000570  01  PG-WORK-PLAYER-ID        PIC X(10) VALUE SPACES.
000580  01  PG-WORK-DISPLAY-NAME     PIC X(20) VALUE SPACES.
000590  01  PG-WORK-STATUS           PIC X(01) VALUE SPACE.
000591
000592  01  PG-OPERATOR-ID           PIC X(10) VALUE SPACES.
000593  01  PG-OPERATOR-PIN          PIC X(08) VALUE SPACES.
000594  01  PG-OPERATOR-LEVEL        PIC X(01) VALUE SPACE.
000595  01  PG-SIGNON-SWITCH         PIC X(01) VALUE 'N'.
000596      88  PG-SIGNED-ON                VALUE 'Y'.
000597      88  PG-NOT-SIGNED-ON            VALUE 'N'.
000598  01  PG-SIGNON-TRIES          PIC 9(02) COMP VALUE ZERO.
000599  77  PG-SIGNON-LIMIT          PIC 9(02) VALUE 3.
000600
000601*    THE SECURITY LOG ENTRY IN THE MAKING - THE ACTION, WHETHER
000602*    IT WAS ACCEPTED, WHY NOT, AND WHAT IT WAS AGAINST.
000603  01  PG-LOG-ACTION            PIC X(12) VALUE SPACES.
000604  01  PG-LOG-RESULT            PIC X(01) VALUE SPACE.
000605  01  PG-LOG-REASON            PIC X(20) VALUE SPACES.
000606  01  PG-LOG-DETAIL            PIC X(30) VALUE SPACES.
000607
000610*-----------------------------------------------------------------
000620*    0000-MAINLINE
000630*-----------------------------------------------------------------
000740*    OPENS THE PLAYER MASTER I-O.  LIKE PONGOL'S CHECKPOINT FILE,
000750*    THE DATA SET MUST BE DEFINED BEFORE THE FIRST RUN - THE OPEN
000760*    IS CHECKED AND THE RUN ABENDS CLEANLY IF IT WILL NOT OPEN.
000765*    THE OPERATOR THEN SIGNS ON AGAINST THE OPERATOR MASTER.
000770*-----------------------------------------------------------------
000780  1000-INITIALIZE.
000790      OPEN I-O PLAYMAST.
000800      IF PG-PLAYMAST-STATUS NOT = '00'
000810          GO TO 9010-PLAYMAST-OPEN-FAILED
000820      END-IF.
000821      OPEN INPUT OPERMAST.
000822      IF PG-OPERMAST-STATUS NOT = '00'
000823          GO TO 9020-OPERMAST-OPEN-FAILED
000824      END-IF.
000825      OPEN EXTEND SECLOG.
000826      IF PG-SECLOG-STATUS NOT = '00'
000827          GO TO 9030-SECLOG-OPEN-FAILED
000828      END-IF.
000829      PERFORM 1050-SIGN-ON-OPERATOR THRU 1050-EXIT.
000830  1000-EXIT.
000840      EXIT.
000850
000980          SET PG-END-REQUESTED TO TRUE
000990      ELSE
001000          IF PG-ACTION-REGISTER
001005              MOVE 'REGISTER' TO PG-LOG-ACTION
001010              PERFORM 3000-REGISTER-PLAYER THRU 3000-EXIT
001020          ELSE
001030              IF PG-ACTION-UPDATE
001035                  MOVE 'UPDATE' TO PG-LOG-ACTION
001040                  PERFORM 4000-UPDATE-PLAYER THRU 4000-EXIT
001050              ELSE
001060                  DISPLAY 'ACTION NOT RECOGNIZED - USE R, U OR X'
001468      MOVE SPACES TO PG-PMST-MERGED-TO.
001470      MOVE SPACES TO PG-PMST-LAST-PLAYED.
001470
001473      MOVE PG-WORK-PLAYER-ID TO PG-LOG-DETAIL.
001477      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
001480      WRITE PG-PLAYER-MASTER-RECORD
001490          INVALID KEY
001500              DISPLAY 'PLAYMAST WRITE REJECTED, STATUS '
001510                  PG-PLAYMAST-STATUS ' - NOT REGISTERED'
001513              MOVE 'WRITE REJECTED' TO PG-LOG-REASON
001516              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
001520              GO TO 3000-EXIT
001530      END-WRITE.
001540      DISPLAY 'PLAYER ' PG-WORK-PLAYER-ID ' REGISTERED.'.
001950          END-IF
001960      END-IF.
001970
001973      MOVE PG-WORK-PLAYER-ID TO PG-LOG-DETAIL.
001977      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
001980      REWRITE PG-PLAYER-MASTER-RECORD
001990          INVALID KEY
002000              DISPLAY 'PLAYMAST REWRITE REJECTED, STATUS '
002010                  PG-PLAYMAST-STATUS ' - NOTHING UPDATED'
002013              MOVE 'REWRITE REJECTED' TO PG-LOG-REASON
002016              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
002020              GO TO 4000-EXIT
002030      END-REWRITE.
002040      DISPLAY 'PLAYER ' PG-WORK-PLAYER-ID ' UPDATED.'.
002100*-----------------------------------------------------------------
002110  9000-TERMINATE.
002120      CLOSE PLAYMAST.
002123      CLOSE OPERMAST.
002127      CLOSE SECLOG.
002130  9000-EXIT.
002140      EXIT.
002150
002260      STOP RUN.
002270  9010-EXIT.
002280      EXIT.
002290
002300*-----------------------------------------------------------------
002310*    9020-OPERMAST-OPEN-FAILED
002320*    NO OPERATOR MASTER, NO SIGN-ON - AND NO SIGN-ON, NO SESSION.
002330*-----------------------------------------------------------------
002340  9020-OPERMAST-OPEN-FAILED.
002350      DISPLAY 'PONGPMNT - OPERMAST OPEN FAILED, STATUS '
002360          PG-OPERMAST-STATUS.
002370      CLOSE PLAYMAST.
002380      MOVE 8 TO RETURN-CODE.
002390      STOP RUN.
002400  9020-EXIT.
002410      EXIT.
002420
002430*-----------------------------------------------------------------
002440*    9030-SECLOG-OPEN-FAILED
002450*    THE SECURITY LOG WOULD NOT OPEN EXTEND.  AN UNLOGGED SESSION
002460*    IS THE VERY THING THE LOG IS THERE TO PREVENT, SO THE RUN
002470*    ABENDS BEFORE THE SIGN-ON.
002480*-----------------------------------------------------------------
002490  9030-SECLOG-OPEN-FAILED.
002500      DISPLAY 'PONGPMNT - SECLOG OPEN FAILED, STATUS '
002510          PG-SECLOG-STATUS.
002520      CLOSE PLAYMAST.
002530      CLOSE OPERMAST.
002540      MOVE 8 TO RETURN-CODE.
002550      STOP RUN.
002560  9030-EXIT.
002570      EXIT.
002580
002590*-----------------------------------------------------------------
002600*    9040-SIGNON-REFUSED
002610*    THE SIGN-ON FAILED EVERY ATTEMPT ALLOWED.  EACH ATTEMPT IS
002620*    ALREADY ON THE SECURITY LOG; NOTHING HAS BEEN TOUCHED.
002630*-----------------------------------------------------------------
002640  9040-SIGNON-REFUSED.
002650      DISPLAY 'PONGPMNT - SIGN-ON REFUSED - NOTHING DONE'.
002660      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002670      MOVE 8 TO RETURN-CODE.
002680      STOP RUN.
002690  9040-EXIT.
002700      EXIT.
002710
002720*-----------------------------------------------------------------
002730*    9050-SECLOG-WRITE-FAILED
002740*    THE SECURITY LOG COULD NOT BE WRITTEN.  AN ACCEPTED ACTION
002750*    IS LOGGED BEFORE IT IS APPLIED, SO NOTHING FOR IT HAS BEEN
002760*    TOUCHED.
002770*-----------------------------------------------------------------
002780  9050-SECLOG-WRITE-FAILED.
002790      DISPLAY 'PONGPMNT - SECLOG WRITE FAILED, STATUS '
002800          PG-SECLOG-STATUS ' - NOTHING DONE'.
002810      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820      MOVE 8 TO RETURN-CODE.
002830      STOP RUN.
002840  9050-EXIT.
002850      EXIT.
002860
002870*-----------------------------------------------------------------
002880*    1050-SIGN-ON-OPERATOR
002890*    NOTHING IS MAINTAINED UNTIL AN OPERATOR HAS SIGNED ON - THE
002900*    TERMINAL GETS PG-SIGNON-LIMIT ATTEMPTS AND THE JOB ENDS.
002910*-----------------------------------------------------------------
002920  1050-SIGN-ON-OPERATOR.
002930      PERFORM 1100-SIGN-ON THRU 1100-EXIT
002940          UNTIL PG-SIGNED-ON
002950          OR PG-SIGNON-TRIES NOT < PG-SIGNON-LIMIT.
002960      IF PG-NOT-SIGNED-ON
002970          GO TO 9040-SIGNON-REFUSED
002980      END-IF.
002990  1050-EXIT.
003000      EXIT.
003010
003020*-----------------------------------------------------------------
003030*    1100-SIGN-ON
003040*    ONE SIGN-ON ATTEMPT AGAINST THE OPERATOR MASTER: THE ID MUST
003050*    BE ON FILE AND ACTIVE, WITH AN AUTHORITY LEVEL, AND THE PIN
003060*    MUST MATCH.  EVERY ATTEMPT IS LOGGED, PASS OR FAIL.  THE
003070*    TERMINAL IS NOT TOLD WHICH PART WAS WRONG - THE LOG IS.
003080*-----------------------------------------------------------------
003090  1100-SIGN-ON.
003100      ADD 1 TO PG-SIGNON-TRIES.
003110      DISPLAY 'PONGPMNT - ENTER OPERATOR ID: '.
003120      MOVE SPACES TO PG-OPERATOR-ID.
003130      ACCEPT PG-OPERATOR-ID.
003140      DISPLAY 'PONGPMNT - ENTER PIN: '.
003150      MOVE SPACES TO PG-OPERATOR-PIN.
003160      ACCEPT PG-OPERATOR-PIN.
003170      MOVE 'SIGN-ON' TO PG-LOG-ACTION.
003180      MOVE SPACES    TO PG-LOG-DETAIL.
003190
003200      IF PG-OPERATOR-ID = SPACES
003210          MOVE 'NO OPERATOR ID' TO PG-LOG-REASON
003220          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
003230          GO TO 1100-EXIT
003240      END-IF.
003250      MOVE PG-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
003260      READ OPERMAST
003270          INVALID KEY
003280              MOVE 'UNKNOWN OPERATOR' TO PG-LOG-REASON
003290              PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
003300              GO TO 1100-EXIT
003310      END-READ.
003320      IF NOT PG-OPR-ACTIVE
003330          MOVE 'OPERATOR INACTIVE' TO PG-LOG-REASON
003340          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
003350          GO TO 1100-EXIT
003360      END-IF.
003370      IF PG-OPR-PIN = SPACES
003380          OR PG-OPERATOR-PIN NOT = PG-OPR-PIN
003390          MOVE 'PIN INCORRECT' TO PG-LOG-REASON
003400          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
003410          GO TO 1100-EXIT
003420      END-IF.
003430      IF NOT PG-OPR-LEVEL-VALID
003440          MOVE 'NO AUTHORITY LEVEL' TO PG-LOG-REASON
003450          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
003460          GO TO 1100-EXIT
003470      END-IF.
003480
003490      MOVE PG-OPR-LEVEL TO PG-OPERATOR-LEVEL.
003500      SET PG-SIGNED-ON TO TRUE.
003510      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
003520      DISPLAY 'PONGPMNT - SIGNED ON AS ' PG-OPR-NAME.
003530  1100-EXIT.
003540      EXIT.
003550
003560*-----------------------------------------------------------------
003570*    1110-REFUSE-SIGN-ON
003580*    LOGS THE FAILED ATTEMPT WITH THE REASON ALREADY IN
003590*    PG-LOG-REASON.
003600*-----------------------------------------------------------------
003610  1110-REFUSE-SIGN-ON.
003620      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
003630      DISPLAY 'PONGPMNT - SIGN-ON REFUSED'.
003640  1110-EXIT.
003650      EXIT.
003660
003670*-----------------------------------------------------------------
003680*    8100-LOG-ACCEPTED
003690*    LOGS THE ACTION IN PG-LOG-ACTION AS ACCEPTED, WITH ITS
003700*    TARGET IN PG-LOG-DETAIL.  AN ACTION IS LOGGED BEFORE THE
003710*    FIRST FILE IS CHANGED - NO LOG, NO CHANGE.
003720*-----------------------------------------------------------------
003730  8100-LOG-ACCEPTED.
003740      MOVE 'A'    TO PG-LOG-RESULT.
003750      MOVE SPACES TO PG-LOG-REASON.
003760      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
003770  8100-EXIT.
003780      EXIT.
003790
003800*-----------------------------------------------------------------
003810*    8110-LOG-REFUSED
003820*    LOGS THE ACTION IN PG-LOG-ACTION AS REFUSED, FOR THE REASON
003830*    IN PG-LOG-REASON - ALSO AFTER AN ACCEPTED ONE A FILE REJECTS.
003840*-----------------------------------------------------------------
003850  8110-LOG-REFUSED.
003860      MOVE 'R' TO PG-LOG-RESULT.
003870      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
003880  8110-EXIT.
003890      EXIT.
003900
003910*-----------------------------------------------------------------
003920*    8120-WRITE-SECURITY-LOG
003930*    APPENDS ONE SECLOG RECORD, STAMPED WITH THE OPERATOR AS
003940*    KEYED AND THE TIME OF DAY.  THE PIN IS NEVER LOGGED.
003950*-----------------------------------------------------------------
003960  8120-WRITE-SECURITY-LOG.
003970      MOVE SPACES TO PG-SECURITY-RECORD.
003980      ACCEPT PG-SEC-DATE FROM DATE YYYYMMDD.
003990      ACCEPT PG-SEC-TIME FROM TIME.
004000      MOVE PG-OPERATOR-ID TO PG-SEC-OPERATOR.
004010      MOVE 'PONGPMNT'     TO PG-SEC-PROGRAM.
004020      MOVE PG-LOG-ACTION  TO PG-SEC-ACTION.
004030      MOVE PG-LOG-RESULT  TO PG-SEC-RESULT.
004040      MOVE PG-LOG-REASON  TO PG-SEC-REASON.
004050      MOVE PG-LOG-DETAIL  TO PG-SEC-DETAIL.
004060      WRITE PG-SECURITY-RECORD.
004070      IF PG-SECLOG-STATUS NOT = '00'
004080          GO TO 9050-SECLOG-WRITE-FAILED
004090      END-IF.
004100  8120-EXIT.
004110      EXIT.
