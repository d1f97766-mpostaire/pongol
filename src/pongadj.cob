000250*  PONGRATE RATINGS RUN: THE RATINGS APPLY EACH MATCH ONCE, SO
000260*  A MATCH ALREADY RATED KEEPS ITS RATING EFFECT EVEN IF VOIDED
000270*  OR CORRECTED AFTERWARD.
000272*
000273*  THE SESSION IS SIGNED ON AGAINST THE OPERMAST OPERATOR
000275*  MASTER (ID AND PIN), AND VOIDS AND CORRECTIONS ARE REFUSED
000277*  BELOW SUPERVISOR AUTHORITY.  EVERY SIGN-ON AND EVERY ACTION,
000278*  ACCEPTED OR REFUSED, IS APPENDED TO THE SECLOG SECURITY LOG.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  21/08/2026 MP    ORIGINAL PROGRAM.
000312*  15/10/2026 MP    OPERATOR SIGN-ON AGAINST OPERMAST WITH PIN;
000315*                    VOID AND CORRECT NEED SUPERVISOR AUTHORITY;
000318*                    EVERY SIGN-ON AND ACTION GOES TO SECLOG.
000320*=================================================================
000330  IDENTIFICATION DIVISION.
000340      PROGRAM-ID.    PONGADJ.
000590          RECORD KEY IS PG-PMST-PLAYER-ID
000600          FILE STATUS IS PG-PLAYMAST-STATUS.
000610
000611      SELECT OPERMAST ASSIGN TO OPERMAST
000612          ORGANIZATION IS INDEXED
000613          ACCESS MODE IS RANDOM
000614          RECORD KEY IS PG-OPR-OPERATOR-ID
000615          FILE STATUS IS PG-OPERMAST-STATUS.
000616
000617      SELECT SECLOG ASSIGN TO SECLOG
000618          ORGANIZATION IS SEQUENTIAL
000619          FILE STATUS IS PG-SECLOG-STATUS.
000620
000621  DATA DIVISION.
000630  FILE SECTION.
000640  FD  SCOREFILE
000650      LABEL RECORDS ARE STANDARD.
000730      LABEL RECORDS ARE STANDARD.
000740      COPY PLAYREC.
000750
000751  FD  OPERMAST
000752      LABEL RECORDS ARE STANDARD.
000753      COPY OPERREC.
000754
000755  FD  SECLOG
000756      LABEL RECORDS ARE STANDARD.
000757      COPY SECLREC.
000758
000760  WORKING-STORAGE SECTION.
000770  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
000780  01  PG-ADJFILE-STATUS       PIC X(02) VALUE '00'.
000790  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
000793  01  PG-OPERMAST-STATUS      PIC X(02) VALUE '00'.
000797  01  PG-SECLOG-STATUS        PIC X(02) VALUE '00'.
000800
000810  01  PG-REQUEST-SWITCH       PIC X(01) VALUE 'N'.
000820      88  PG-END-REQUESTED           VALUE 'Y'.
000880      88  PG-ACTION-END              VALUE 'X'.
000890
000900  01  PG-OPERATOR-ID          PIC X(10) VALUE SPACES.
000901  01  PG-OPERATOR-PIN         PIC X(08) VALUE SPACES.
000902  01  PG-OPERATOR-LEVEL       PIC X(01) VALUE SPACE.
000903      88  PG-OPERATOR-SUPERVISOR     VALUES 'S', 'M'.
000904  01  PG-SIGNON-SWITCH        PIC X(01) VALUE 'N'.
000905      88  PG-SIGNED-ON               VALUE 'Y'.
000906      88  PG-NOT-SIGNED-ON           VALUE 'N'.
000907  01  PG-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
000908  77  PG-SIGNON-LIMIT         PIC 9(02) VALUE 3.
000909  01  PG-AUTHORITY-SWITCH     PIC X(01) VALUE 'N'.
000910      88  PG-AUTHORIZED              VALUE 'Y'.
000911      88  PG-NOT-AUTHORIZED          VALUE 'N'.
000912
000913*    THE SECURITY LOG ENTRY IN THE MAKING - THE ACTION, WHETHER
000914*    IT WAS ACCEPTED, WHY NOT, AND WHAT IT WAS AGAINST.
000915  01  PG-LOG-ACTION           PIC X(12) VALUE SPACES.
000916  01  PG-LOG-RESULT           PIC X(01) VALUE SPACE.
000917  01  PG-LOG-REASON           PIC X(20) VALUE SPACES.
000918  01  PG-LOG-DETAIL           PIC X(30) VALUE SPACES.
000919
000920  01  PG-TARGET-KEY.
000930      05  PG-TGT-PLAYER-1     PIC X(10).
000940      05  PG-TGT-DATE         PIC X(08).
001220
001230*-----------------------------------------------------------------
001240*    1000-INITIALIZE
001248*    THE OPERATOR SIGNS THE SESSION ON AGAINST THE OPERATOR
001256*    MASTER - EVERY ADJUSTMENT RECORD CARRIES WHO MADE IT.
001264*    ADJFILE IS OPENED EXTEND, LIKE THE AUDIT LOG, SO THE TRAIL
001272*    ONLY EVER GROWS, AND SO DOES THE SECLOG SECURITY LOG.
001280*-----------------------------------------------------------------
001290  1000-INITIALIZE.
001300      OPEN I-O SCOREFILE.
001390      IF PG-PLAYMAST-STATUS NOT = '00'
001400          GO TO 9120-PLAYMAST-OPEN-FAILED
001410      END-IF.
001411      OPEN INPUT OPERMAST.
001412      IF PG-OPERMAST-STATUS NOT = '00'
001413          GO TO 9160-OPERMAST-OPEN-FAILED
001414      END-IF.
001416      OPEN EXTEND SECLOG.
001417      IF PG-SECLOG-STATUS NOT = '00'
001418          GO TO 9170-SECLOG-OPEN-FAILED
001419      END-IF.
001420
001429      PERFORM 1100-SIGN-ON THRU 1100-EXIT
001437          UNTIL PG-SIGNED-ON
001446          OR PG-SIGNON-TRIES NOT < PG-SIGNON-LIMIT.
001454      IF PG-NOT-SIGNED-ON
001463          GO TO 9130-SIGNON-REFUSED
001470      END-IF.
001480  1000-EXIT.
001490      EXIT.
001590          SET PG-END-REQUESTED TO TRUE
001600      ELSE
001610          IF PG-ACTION-VOID
001613              MOVE 'VOID' TO PG-LOG-ACTION
001616              PERFORM 2300-CHECK-SUPERVISOR THRU 2300-EXIT
001619              IF PG-AUTHORIZED
001620                  PERFORM 3000-VOID-MATCH THRU 3000-EXIT
001625              END-IF
001630          ELSE
001640              IF PG-ACTION-CORRECT
001643                  MOVE 'CORRECT' TO PG-LOG-ACTION
001646                  PERFORM 2300-CHECK-SUPERVISOR THRU 2300-EXIT
001649                  IF PG-AUTHORIZED
001650                      PERFORM 4000-CORRECT-MATCH THRU 4000-EXIT
001655                  END-IF
001660              ELSE
001670                  DISPLAY 'ACTION NOT RECOGNIZED - USE V, C OR X'
001680              END-IF
002440      MOVE PG-PLAYER-3-ID TO PG-NEW-PLAYER-3.
002450      MOVE PG-PLAYER-4-ID TO PG-NEW-PLAYER-4.
002460      SET PG-ADJ-VOID TO TRUE.
002463      MOVE PG-TARGET-KEY TO PG-LOG-DETAIL.
002467      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
002470      PERFORM 2200-WRITE-ADJUSTMENT THRU 2200-EXIT.
002480
002490      SET PG-MATCH-VOIDED TO TRUE.
002890      END-IF.
002900
002910      SET PG-ADJ-CORRECTION TO TRUE.
002913      MOVE PG-TARGET-KEY TO PG-LOG-DETAIL.
002917      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
002920      PERFORM 2200-WRITE-ADJUSTMENT THRU 2200-EXIT.
002930
002940      IF PG-NEW-PLAYER-1 = PG-TGT-PLAYER-1
004340      CLOSE SCOREFILE.
004350      CLOSE ADJFILE.
004360      CLOSE PLAYMAST.
004363      CLOSE OPERMAST.
004367      CLOSE SECLOG.
004370  9000-EXIT.
004380      EXIT.
004390
004760      EXIT.
004770
004780*-----------------------------------------------------------------
004789*    9130-SIGNON-REFUSED
004797*    THE SIGN-ON FAILED EVERY ATTEMPT ALLOWED.  EACH ATTEMPT IS
004806*    ALREADY ON THE SECURITY LOG; NOTHING HAS BEEN TOUCHED.
004810*-----------------------------------------------------------------
004820  9130-SIGNON-REFUSED.
004830      DISPLAY 'PONGADJ - SIGN-ON REFUSED - NOTHING DONE'.
004840      PERFORM 9000-TERMINATE THRU 9000-EXIT.
004850      MOVE 8 TO RETURN-CODE.
004860      STOP RUN.
005160      STOP RUN.
005170  9150-EXIT.
005180      EXIT.
005190
005200*-----------------------------------------------------------------
005210*    9160-OPERMAST-OPEN-FAILED
005220*    NO OPERATOR MASTER, NO SIGN-ON - AND NO SIGN-ON, NO SESSION.
005230*-----------------------------------------------------------------
005240  9160-OPERMAST-OPEN-FAILED.
005250      DISPLAY 'PONGADJ - OPERMAST OPEN FAILED, STATUS '
005260          PG-OPERMAST-STATUS.
005270      CLOSE SCOREFILE.
005280      CLOSE ADJFILE.
005290      CLOSE PLAYMAST.
005300      MOVE 8 TO RETURN-CODE.
005310      STOP RUN.
005320  9160-EXIT.
005330      EXIT.
005340
005350*-----------------------------------------------------------------
005360*    9170-SECLOG-OPEN-FAILED
005370*    THE SECURITY LOG WOULD NOT OPEN EXTEND.  AN UNLOGGED SESSION
005380*    IS THE VERY THING THE LOG IS THERE TO PREVENT, SO THE RUN
005390*    ABENDS BEFORE THE SIGN-ON.
005400*-----------------------------------------------------------------
005410  9170-SECLOG-OPEN-FAILED.
005420      DISPLAY 'PONGADJ - SECLOG OPEN FAILED, STATUS '
005430          PG-SECLOG-STATUS.
005440      CLOSE SCOREFILE.
005450      CLOSE ADJFILE.
005460      CLOSE PLAYMAST.
005470      CLOSE OPERMAST.
005480      MOVE 8 TO RETURN-CODE.
005490      STOP RUN.
005500  9170-EXIT.
005510      EXIT.
005520
005530*-----------------------------------------------------------------
005540*    9180-SECLOG-WRITE-FAILED
005550*    THE SECURITY LOG COULD NOT BE WRITTEN.  AN ACCEPTED ACTION
005560*    IS LOGGED BEFORE IT IS APPLIED, SO NOTHING FOR IT HAS BEEN
005570*    TOUCHED.
005580*-----------------------------------------------------------------
005590  9180-SECLOG-WRITE-FAILED.
005600      DISPLAY 'PONGADJ - SECLOG WRITE FAILED, STATUS '
005610          PG-SECLOG-STATUS ' - NOTHING DONE'.
005620      PERFORM 9000-TERMINATE THRU 9000-EXIT.
005630      MOVE 8 TO RETURN-CODE.
005640      STOP RUN.
005650  9180-EXIT.
005660      EXIT.
005670
005680*-----------------------------------------------------------------
005690*    1100-SIGN-ON
005700*    ONE SIGN-ON ATTEMPT AGAINST THE OPERATOR MASTER: THE ID MUST
005710*    BE ON FILE AND ACTIVE, WITH AN AUTHORITY LEVEL, AND THE PIN
005720*    MUST MATCH.  EVERY ATTEMPT IS LOGGED, PASS OR FAIL.  THE
005730*    TERMINAL IS NOT TOLD WHICH PART WAS WRONG - THE LOG IS.
005740*-----------------------------------------------------------------
005750  1100-SIGN-ON.
005760      ADD 1 TO PG-SIGNON-TRIES.
005770      DISPLAY 'PONGADJ - ENTER OPERATOR ID: '.
005780      MOVE SPACES TO PG-OPERATOR-ID.
005790      ACCEPT PG-OPERATOR-ID.
005800      DISPLAY 'PONGADJ - ENTER PIN: '.
005810      MOVE SPACES TO PG-OPERATOR-PIN.
005820      ACCEPT PG-OPERATOR-PIN.
005830      MOVE 'SIGN-ON' TO PG-LOG-ACTION.
005840      MOVE SPACES    TO PG-LOG-DETAIL.
005850
005860      IF PG-OPERATOR-ID = SPACES
005870          MOVE 'NO OPERATOR ID' TO PG-LOG-REASON
005880          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
005890          GO TO 1100-EXIT
005900      END-IF.
005910      MOVE PG-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
005920      READ OPERMAST
005930          INVALID KEY
005940              MOVE 'UNKNOWN OPERATOR' TO PG-LOG-REASON
005950              PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
005960              GO TO 1100-EXIT
005970      END-READ.
005980      IF NOT PG-OPR-ACTIVE
005990          MOVE 'OPERATOR INACTIVE' TO PG-LOG-REASON
006000          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
006010          GO TO 1100-EXIT
006020      END-IF.
006030      IF PG-OPR-PIN = SPACES
006040          OR PG-OPERATOR-PIN NOT = PG-OPR-PIN
006050          MOVE 'PIN INCORRECT' TO PG-LOG-REASON
006060          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
006070          GO TO 1100-EXIT
006080      END-IF.
006090      IF NOT PG-OPR-LEVEL-VALID
006100          MOVE 'NO AUTHORITY LEVEL' TO PG-LOG-REASON
006110          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
006120          GO TO 1100-EXIT
006130      END-IF.
006140
006150      MOVE PG-OPR-LEVEL TO PG-OPERATOR-LEVEL.
006160      SET PG-SIGNED-ON TO TRUE.
006170      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
006180      DISPLAY 'PONGADJ - SIGNED ON AS ' PG-OPR-NAME.
006190  1100-EXIT.
006200      EXIT.
006210
006220*-----------------------------------------------------------------
006230*    1110-REFUSE-SIGN-ON
006240*    LOGS THE FAILED ATTEMPT WITH THE REASON ALREADY IN
006250*    PG-LOG-REASON.
006260*-----------------------------------------------------------------
006270  1110-REFUSE-SIGN-ON.
006280      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
006290      DISPLAY 'PONGADJ - SIGN-ON REFUSED'.
006300  1110-EXIT.
006310      EXIT.
006320
006330*-----------------------------------------------------------------
006340*    2300-CHECK-SUPERVISOR
006350*    THE ACTION IN PG-LOG-ACTION NEEDS SUPERVISOR AUTHORITY OR
006360*    ABOVE.  A REFUSAL IS LOGGED HERE, BEFORE ANYTHING IS
006370*    PROMPTED FOR; AN ACCEPTED ACTION IS LOGGED LATER, ONCE ITS
006380*    TARGET IS KNOWN AND JUST BEFORE THE FIRST FILE IS CHANGED.
006390*-----------------------------------------------------------------
006400  2300-CHECK-SUPERVISOR.
006410      IF PG-OPERATOR-SUPERVISOR
006420          SET PG-AUTHORIZED TO TRUE
006430          GO TO 2300-EXIT
006440      END-IF.
006450      SET PG-NOT-AUTHORIZED TO TRUE.
006460      MOVE 'NEEDS SUPERVISOR' TO PG-LOG-REASON.
006470      MOVE SPACES TO PG-LOG-DETAIL.
006480      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
006490      DISPLAY 'REFUSED - SUPERVISOR AUTHORITY NEEDED'.
006500  2300-EXIT.
006510      EXIT.
006520
006530*-----------------------------------------------------------------
006540*    8100-LOG-ACCEPTED
006550*    LOGS THE ACTION IN PG-LOG-ACTION AS ACCEPTED, WITH ITS
006560*    TARGET IN PG-LOG-DETAIL.  AN ACTION IS LOGGED BEFORE THE
006570*    FIRST FILE IS CHANGED - NO LOG, NO CHANGE.
006580*-----------------------------------------------------------------
006590  8100-LOG-ACCEPTED.
006600      MOVE 'A'    TO PG-LOG-RESULT.
006610      MOVE SPACES TO PG-LOG-REASON.
006620      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
006630  8100-EXIT.
006640      EXIT.
006650
006660*-----------------------------------------------------------------
006670*    8110-LOG-REFUSED
006680*    LOGS THE ACTION IN PG-LOG-ACTION AS REFUSED, FOR THE REASON
006690*    IN PG-LOG-REASON.
006700*-----------------------------------------------------------------
006710  8110-LOG-REFUSED.
006720      MOVE 'R' TO PG-LOG-RESULT.
006730      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
006740  8110-EXIT.
006750      EXIT.
006760
006770*-----------------------------------------------------------------
006780*    8120-WRITE-SECURITY-LOG
006790*    APPENDS ONE SECLOG RECORD, STAMPED WITH THE OPERATOR AS
006800*    KEYED AND THE TIME OF DAY.  THE PIN IS NEVER LOGGED.
006810*-----------------------------------------------------------------
006820  8120-WRITE-SECURITY-LOG.
006830      MOVE SPACES TO PG-SECURITY-RECORD.
006840      ACCEPT PG-SEC-DATE FROM DATE YYYYMMDD.
006850      ACCEPT PG-SEC-TIME FROM TIME.
006860      MOVE PG-OPERATOR-ID TO PG-SEC-OPERATOR.
006870      MOVE 'PONGADJ'      TO PG-SEC-PROGRAM.
006880      MOVE PG-LOG-ACTION  TO PG-SEC-ACTION.
006890      MOVE PG-LOG-RESULT  TO PG-SEC-RESULT.
006900      MOVE PG-LOG-REASON  TO PG-SEC-REASON.
006910      MOVE PG-LOG-DETAIL  TO PG-SEC-DETAIL.
006920      WRITE PG-SECURITY-RECORD.
006930      IF PG-SECLOG-STATUS NOT = '00'
006940          GO TO 9180-SECLOG-WRITE-FAILED
006950      END-IF.
006960  8120-EXIT.
006970      EXIT.
