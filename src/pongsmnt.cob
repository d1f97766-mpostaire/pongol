000100*=================================================================
000110*  PONGSMNT
000120*  STATION MASTER MAINTENANCE.  KEEPS THE STNMAST STATION MASTER
000130*  - ONE RECORD PER FLOOR CABINET WITH ITS NAME, MODEL, SERIAL,
000140*  LOCATION AND INSTALL DATE - AND TAKES STATIONS OUT OF AND
000150*  BACK INTO SERVICE.  TAKING A STATION DOWN NEEDS A FAULT
000160*  REASON AND OPENS A FAULTFIL RECORD STAMPED WITH THE DATE AND
000170*  TIME; BRINGING IT BACK CLOSES THAT SAME RECORD, SO EVERY
000180*  OUTAGE HAS A START AND AN END FOR THE PONGDOWN MONTHLY
000190*  DOWNTIME REPORT.  PONGOL REFUSES A MATCH START ON A DOWN
000200*  STATION FROM THE MOMENT THE MASTER IS REWRITTEN.  SAME
000210*  PROMPTED-ACTION SHAPE AS PONGRESV.
000220*
000230*  THE SESSION IS SIGNED ON AGAINST THE OPERMAST OPERATOR
000240*  MASTER (ID AND PIN) - ANY ACTIVE OPERATOR HAS THE DESK
000250*  AUTHORITY THIS NEEDS, AND EVERY FAULT CARRIES WHO RAISED AND
000260*  WHO CLEARED IT.  EVERY SIGN-ON, DETAILS CHANGE, TAKE-DOWN AND
000270*  RETURN TO SERVICE IS APPENDED TO THE SECLOG SECURITY LOG.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  15/10/2026 MP    ORIGINAL PROGRAM.
000320*=================================================================
000330  IDENTIFICATION DIVISION.
000340      PROGRAM-ID.    PONGSMNT.
000350      AUTHOR.        MAXIME POSTAIRE.
000360      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000370      DATE-WRITTEN.  15/10/2026.
000380      DATE-COMPILED.
000390
000400  ENVIRONMENT DIVISION.
000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430      SELECT STNMAST ASSIGN TO STNMAST
000440          ORGANIZATION IS INDEXED
000450          ACCESS MODE IS RANDOM
000460          RECORD KEY IS PG-STN-STATION
000470          FILE STATUS IS PG-STNMAST-STATUS.
000480
000490      SELECT FAULTFIL ASSIGN TO FAULTFIL
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS RANDOM
000520          RECORD KEY IS PG-FLT-KEY
000530          FILE STATUS IS PG-FAULTFIL-STATUS.
000540
000550      SELECT OPERMAST ASSIGN TO OPERMAST
000560          ORGANIZATION IS INDEXED
000570          ACCESS MODE IS RANDOM
000580          RECORD KEY IS PG-OPR-OPERATOR-ID
000590          FILE STATUS IS PG-OPERMAST-STATUS.
000600
000610      SELECT SECLOG ASSIGN TO SECLOG
000620          ORGANIZATION IS SEQUENTIAL
000630          FILE STATUS IS PG-SECLOG-STATUS.
000640
000650  DATA DIVISION.
000660  FILE SECTION.
000670  FD  STNMAST
000680      LABEL RECORDS ARE STANDARD.
000690      COPY STNREC.
000700
000710  FD  FAULTFIL
000720      LABEL RECORDS ARE STANDARD.
000730      COPY FLTREC.
000740
000750  FD  OPERMAST
000760      LABEL RECORDS ARE STANDARD.
000770      COPY OPERREC.
000780
000790  FD  SECLOG
000800      LABEL RECORDS ARE STANDARD.
000810      COPY SECLREC.
000820
000830  WORKING-STORAGE SECTION.
000840  01  PG-STNMAST-STATUS        PIC X(02) VALUE '00'.
000850  01  PG-FAULTFIL-STATUS       PIC X(02) VALUE '00'.
000860  01  PG-OPERMAST-STATUS       PIC X(02) VALUE '00'.
000870  01  PG-SECLOG-STATUS         PIC X(02) VALUE '00'.
000880
000890  01  PG-REQUEST-SWITCH        PIC X(01) VALUE 'N'.
000900      88  PG-END-REQUESTED            VALUE 'Y'.
000910      88  PG-MORE-REQUESTS            VALUE 'N'.
000920
000930  01  PG-ACTION-CODE           PIC X(01) VALUE SPACE.
000940      88  PG-ACTION-DETAILS           VALUE 'A'.
000950      88  PG-ACTION-DOWN              VALUE 'D'.
000960      88  PG-ACTION-UP                VALUE 'U'.
000970      88  PG-ACTION-END               VALUE 'X'.
000980
000990  01  PG-OK-SWITCH             PIC X(01) VALUE 'Y'.
001000      88  PG-ENTRY-OK                 VALUE 'Y'.
001010      88  PG-ENTRY-NOT-OK             VALUE 'N'.
001020
001030  01  PG-ON-FILE-SWITCH        PIC X(01) VALUE 'N'.
001040      88  PG-STATION-ON-FILE          VALUE 'Y'.
001050      88  PG-STATION-NOT-ON-FILE      VALUE 'N'.
001060
001070  01  PG-OPERATOR-ID           PIC X(10) VALUE SPACES.
001080  01  PG-OPERATOR-PIN          PIC X(08) VALUE SPACES.
001090  01  PG-OPERATOR-LEVEL        PIC X(01) VALUE SPACE.
001100  01  PG-SIGNON-SWITCH         PIC X(01) VALUE 'N'.
001110      88  PG-SIGNED-ON                VALUE 'Y'.
001120      88  PG-NOT-SIGNED-ON            VALUE 'N'.
001130  01  PG-SIGNON-TRIES          PIC 9(02) COMP VALUE ZERO.
001140  77  PG-SIGNON-LIMIT          PIC 9(02) VALUE 3.
001150
001160*    THE SECURITY LOG ENTRY IN THE MAKING - THE ACTION, WHETHER
001170*    IT WAS ACCEPTED, WHY NOT, AND WHAT IT WAS AGAINST.
001180  01  PG-LOG-ACTION            PIC X(12) VALUE SPACES.
001190  01  PG-LOG-RESULT            PIC X(01) VALUE SPACE.
001200  01  PG-LOG-REASON            PIC X(20) VALUE SPACES.
001210  01  PG-LOG-DETAIL            PIC X(30) VALUE SPACES.
001220
001230  01  PG-WORK-STATION          PIC 9(02) VALUE ZERO.
001240  01  PG-WORK-REASON           PIC X(30) VALUE SPACES.
001250  01  PG-NOW-DATE              PIC X(08) VALUE SPACES.
001260  01  PG-NOW-TIME              PIC 9(08) VALUE ZERO.
001270
001280*    EACH DETAIL IS RE-KEYED INTO A REPLY FIELD FIRST; A BLANK
001290*    REPLY KEEPS WHAT IS ALREADY ON THE MASTER, SO CORRECTING ONE
001300*    DETAIL DOES NOT MEAN RETYPING THE OTHER FOUR.
001310  01  PG-DETAIL-REPLIES.
001320      05  PG-RPL-CABINET-NAME  PIC X(20).
001330      05  PG-RPL-MODEL         PIC X(12).
001340      05  PG-RPL-SERIAL        PIC X(12).
001350      05  PG-RPL-LOCATION      PIC X(15).
001360      05  PG-RPL-INSTALLED     PIC X(08).
001370
001380*-----------------------------------------------------------------
001390*    0000-MAINLINE
001400*-----------------------------------------------------------------
001410  PROCEDURE DIVISION.
001420  0000-MAINLINE.
001430      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440      PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001450          UNTIL PG-END-REQUESTED.
001460      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001470      STOP RUN.
001480
001490*-----------------------------------------------------------------
001500*    1000-INITIALIZE
001510*    OPENS THE FILES, THEN THE OPERATOR SIGNS ON AGAINST THE
001520*    OPERATOR MASTER, SAME AS PONGPAY - EVERY FAULT RAISED OR
001530*    CLEARED CARRIES WHO DID IT.
001540*-----------------------------------------------------------------
001550  1000-INITIALIZE.
001560      OPEN I-O STNMAST.
001570      IF PG-STNMAST-STATUS NOT = '00'
001580          GO TO 9100-STNMAST-OPEN-FAILED
001590      END-IF.
001600      OPEN I-O FAULTFIL.
001610      IF PG-FAULTFIL-STATUS NOT = '00'
001620          GO TO 9110-FAULTFIL-OPEN-FAILED
001630      END-IF.
001640      OPEN INPUT OPERMAST.
001650      IF PG-OPERMAST-STATUS NOT = '00'
001660          GO TO 9120-OPERMAST-OPEN-FAILED
001670      END-IF.
001680      OPEN EXTEND SECLOG.
001690      IF PG-SECLOG-STATUS NOT = '00'
001700          GO TO 9130-SECLOG-OPEN-FAILED
001710      END-IF.
001720
001730      PERFORM 1100-SIGN-ON THRU 1100-EXIT
001740          UNTIL PG-SIGNED-ON
001750          OR PG-SIGNON-TRIES NOT < PG-SIGNON-LIMIT.
001760      IF PG-NOT-SIGNED-ON
001770          GO TO 9140-SIGNON-REFUSED
001780      END-IF.
001790  1000-EXIT.
001800      EXIT.
001810
001820*-----------------------------------------------------------------
001830*    1100-SIGN-ON
001840*    ONE SIGN-ON ATTEMPT AGAINST THE OPERATOR MASTER: THE ID MUST
001850*    BE ON FILE AND ACTIVE, WITH AN AUTHORITY LEVEL, AND THE PIN
001860*    MUST MATCH.  EVERY ATTEMPT IS LOGGED, PASS OR FAIL.  THE
001870*    TERMINAL IS NOT TOLD WHICH PART WAS WRONG - THE LOG IS.
001880*-----------------------------------------------------------------
001890  1100-SIGN-ON.
001900      ADD 1 TO PG-SIGNON-TRIES.
001910      DISPLAY 'PONGSMNT - ENTER OPERATOR ID: '.
001920      MOVE SPACES TO PG-OPERATOR-ID.
001930      ACCEPT PG-OPERATOR-ID.
001940      DISPLAY 'PONGSMNT - ENTER PIN: '.
001950      MOVE SPACES TO PG-OPERATOR-PIN.
001960      ACCEPT PG-OPERATOR-PIN.
001970      MOVE 'SIGN-ON' TO PG-LOG-ACTION.
001980      MOVE SPACES    TO PG-LOG-DETAIL.
001990
002000      IF PG-OPERATOR-ID = SPACES
002010          MOVE 'NO OPERATOR ID' TO PG-LOG-REASON
002020          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002030          GO TO 1100-EXIT
002040      END-IF.
002050      MOVE PG-OPERATOR-ID TO PG-OPR-OPERATOR-ID.
002060      READ OPERMAST
002070          INVALID KEY
002080              MOVE 'UNKNOWN OPERATOR' TO PG-LOG-REASON
002090              PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002100              GO TO 1100-EXIT
002110      END-READ.
002120      IF NOT PG-OPR-ACTIVE
002130          MOVE 'OPERATOR INACTIVE' TO PG-LOG-REASON
002140          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002150          GO TO 1100-EXIT
002160      END-IF.
002170      IF PG-OPR-PIN = SPACES
002180          OR PG-OPERATOR-PIN NOT = PG-OPR-PIN
002190          MOVE 'PIN INCORRECT' TO PG-LOG-REASON
002200          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002210          GO TO 1100-EXIT
002220      END-IF.
002230      IF NOT PG-OPR-LEVEL-VALID
002240          MOVE 'NO AUTHORITY LEVEL' TO PG-LOG-REASON
002250          PERFORM 1110-REFUSE-SIGN-ON THRU 1110-EXIT
002260          GO TO 1100-EXIT
002270      END-IF.
002280
002290      MOVE PG-OPR-LEVEL TO PG-OPERATOR-LEVEL.
002300      SET PG-SIGNED-ON TO TRUE.
002310      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
002320      DISPLAY 'PONGSMNT - SIGNED ON AS ' PG-OPR-NAME.
002330  1100-EXIT.
002340      EXIT.
002350
002360*-----------------------------------------------------------------
002370*    1110-REFUSE-SIGN-ON
002380*    LOGS THE FAILED ATTEMPT WITH THE REASON ALREADY IN
002390*    PG-LOG-REASON.
002400*-----------------------------------------------------------------
002410  1110-REFUSE-SIGN-ON.
002420      PERFORM 8110-LOG-REFUSED THRU 8110-EXIT.
002430      DISPLAY 'PONGSMNT - SIGN-ON REFUSED'.
002440  1110-EXIT.
002450      EXIT.
002460
002470*-----------------------------------------------------------------
002480*    2000-PROCESS-ACTION
002490*-----------------------------------------------------------------
002500  2000-PROCESS-ACTION.
002510      DISPLAY 'PONGSMNT - ENTER ACTION '
002520          '(A=ADD/CHANGE DETAILS, D=TAKE DOWN, U=BRING BACK, '
002530          'X=END): '.
002540      ACCEPT PG-ACTION-CODE.
002550
002560      IF PG-ACTION-END
002570          SET PG-END-REQUESTED TO TRUE
002580      ELSE
002590          IF PG-ACTION-DETAILS
002600              MOVE 'DETAILS' TO PG-LOG-ACTION
002610              PERFORM 3000-MAINTAIN-DETAILS THRU 3000-EXIT
002620          ELSE
002630              IF PG-ACTION-DOWN
002640                  MOVE 'TAKE DOWN' TO PG-LOG-ACTION
002650                  PERFORM 4000-TAKE-DOWN THRU 4000-EXIT
002660              ELSE
002670                  IF PG-ACTION-UP
002680                      MOVE 'BRING BACK' TO PG-LOG-ACTION
002690                      PERFORM 5000-BRING-BACK THRU 5000-EXIT
002700                  ELSE
002710                      DISPLAY 'ACTION NOT RECOGNIZED - '
002720                          'USE A, D, U OR X'
002730                  END-IF
002740              END-IF
002750          END-IF
002760      END-IF.
002770  2000-EXIT.
002780      EXIT.
002790
002800*-----------------------------------------------------------------
002810*    2100-KEY-THE-STATION
002820*    PROMPTS FOR THE STATION AND READS ITS MASTER RECORD, LEAVING
002830*    PG-ON-FILE-SWITCH SAYING WHETHER ONE WAS FOUND.
002840*-----------------------------------------------------------------
002850  2100-KEY-THE-STATION.
002860      SET PG-ENTRY-OK TO TRUE.
002870      SET PG-STATION-ON-FILE TO TRUE.
002880      DISPLAY 'ENTER STATION (01-99): '.
002890      ACCEPT PG-WORK-STATION.
002900      IF PG-WORK-STATION = ZERO
002910          DISPLAY 'STATION MAY NOT BE ZERO'
002920          SET PG-ENTRY-NOT-OK TO TRUE
002930          GO TO 2100-EXIT
002940      END-IF.
002950      MOVE PG-WORK-STATION TO PG-STN-STATION.
002960      READ STNMAST
002970          INVALID KEY
002980              SET PG-STATION-NOT-ON-FILE TO TRUE
002990      END-READ.
003000  2100-EXIT.
003010      EXIT.
003020
003030*-----------------------------------------------------------------
003040*    2200-LOG-THE-STATION
003050*    LOGS THE ACTION AS ACCEPTED, AGAINST THE STATION KEYED, JUST
003060*    BEFORE THE FIRST FILE IS CHANGED.
003070*-----------------------------------------------------------------
003080  2200-LOG-THE-STATION.
003090      MOVE SPACES TO PG-LOG-DETAIL.
003100      STRING 'STATION ' PG-WORK-STATION
003110          DELIMITED BY SIZE INTO PG-LOG-DETAIL
003120      END-STRING.
003130      PERFORM 8100-LOG-ACCEPTED THRU 8100-EXIT.
003140  2200-EXIT.
003150      EXIT.
003160
003170*-----------------------------------------------------------------
003180*    3000-MAINTAIN-DETAILS
003190*    ADDS A NEW CABINET TO THE MASTER, IN SERVICE, OR CORRECTS
003200*    THE DETAILS OF ONE ALREADY ON IT.  THE SERVICE STATUS IS
003210*    NEVER CHANGED HERE - THAT TAKES D OR U, SO EVERY OUTAGE IS
003220*    LOGGED.
003230*-----------------------------------------------------------------
003240  3000-MAINTAIN-DETAILS.
003250      PERFORM 2100-KEY-THE-STATION THRU 2100-EXIT.
003260      IF PG-ENTRY-NOT-OK
003270          GO TO 3000-EXIT
003280      END-IF.
003290
003300      IF PG-STATION-NOT-ON-FILE
003310          MOVE SPACES TO PG-STATION-RECORD
003320          MOVE PG-WORK-STATION TO PG-STN-STATION
003330          SET PG-STN-IN-SERVICE TO TRUE
003340          MOVE ZERO TO PG-STN-DOWN-TIME
003350          DISPLAY 'NEW STATION - ENTER ITS DETAILS'
003360      ELSE
003370          DISPLAY 'ON FILE: ' PG-STN-CABINET-NAME ' '
003380              PG-STN-MODEL ' ' PG-STN-SERIAL
003390          DISPLAY '         ' PG-STN-LOCATION ' INSTALLED '
003400              PG-STN-INSTALLED
003410          DISPLAY 'BLANK REPLY KEEPS THE DETAIL ON FILE'
003420      END-IF.
003430
003440      MOVE SPACES TO PG-DETAIL-REPLIES.
003450      DISPLAY 'ENTER CABINET NAME: '.
003460      ACCEPT PG-RPL-CABINET-NAME.
003470      DISPLAY 'ENTER MODEL: '.
003480      ACCEPT PG-RPL-MODEL.
003490      DISPLAY 'ENTER SERIAL NUMBER: '.
003500      ACCEPT PG-RPL-SERIAL.
003510      DISPLAY 'ENTER FLOOR LOCATION: '.
003520      ACCEPT PG-RPL-LOCATION.
003530      DISPLAY 'ENTER INSTALL DATE (YYYYMMDD): '.
003540      ACCEPT PG-RPL-INSTALLED.
003550
003560      IF PG-RPL-CABINET-NAME NOT = SPACES
003570          MOVE PG-RPL-CABINET-NAME TO PG-STN-CABINET-NAME
003580      END-IF.
003590      IF PG-RPL-MODEL NOT = SPACES
003600          MOVE PG-RPL-MODEL TO PG-STN-MODEL
003610      END-IF.
003620      IF PG-RPL-SERIAL NOT = SPACES
003630          MOVE PG-RPL-SERIAL TO PG-STN-SERIAL
003640      END-IF.
003650      IF PG-RPL-LOCATION NOT = SPACES
003660          MOVE PG-RPL-LOCATION TO PG-STN-LOCATION
003670      END-IF.
003680      IF PG-RPL-INSTALLED NOT = SPACES
003690          MOVE PG-RPL-INSTALLED TO PG-STN-INSTALLED
003700      END-IF.
003710
003720      PERFORM 2200-LOG-THE-STATION THRU 2200-EXIT.
003730      IF PG-STATION-NOT-ON-FILE
003740          WRITE PG-STATION-RECORD
003750              INVALID KEY
003760                  DISPLAY 'STNMAST WRITE REJECTED, STATUS '
003770                      PG-STNMAST-STATUS ' - NOTHING DONE'
003780                  MOVE 'WRITE REJECTED' TO PG-LOG-REASON
003790                  PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
003800                  GO TO 3000-EXIT
003810          END-WRITE
003820          DISPLAY 'STATION ' PG-WORK-STATION ' ADDED IN SERVICE.'
003830      ELSE
003840          REWRITE PG-STATION-RECORD
003850              INVALID KEY
003860                  DISPLAY 'STNMAST REWRITE REJECTED, STATUS '
003870                      PG-STNMAST-STATUS ' - NOTHING DONE'
003880                  MOVE 'REWRITE REJECTED' TO PG-LOG-REASON
003890                  PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
003900                  GO TO 3000-EXIT
003910          END-REWRITE
003920          DISPLAY 'STATION ' PG-WORK-STATION ' DETAILS UPDATED.'
003930      END-IF.
003940  3000-EXIT.
003950      EXIT.
003960
003970*-----------------------------------------------------------------
003980*    4000-TAKE-DOWN
003990*    TAKES AN IN-SERVICE STATION OUT OF SERVICE.  THE FAULT
004000*    RECORD IS WRITTEN BEFORE THE MASTER IS TOUCHED, THE SAME
004010*    LOG-THEN-APPLY DISCIPLINE AS PONGADJ, SO A STATION IS NEVER
004020*    DOWN WITHOUT AN OUTAGE ON FILE TO CLOSE.
004030*-----------------------------------------------------------------
004040  4000-TAKE-DOWN.
004050      PERFORM 2100-KEY-THE-STATION THRU 2100-EXIT.
004060      IF PG-ENTRY-NOT-OK
004070          GO TO 4000-EXIT
004080      END-IF.
004090      IF PG-STATION-NOT-ON-FILE
004100          DISPLAY 'STATION ' PG-WORK-STATION ' IS NOT ON THE '
004110              'MASTER - ADD IT WITH ACTION A FIRST'
004120          GO TO 4000-EXIT
004130      END-IF.
004140      IF PG-STN-OUT-OF-SERVICE
004150          DISPLAY 'STATION IS ALREADY DOWN SINCE '
004160              PG-STN-DOWN-DATE ' - ' PG-STN-FAULT-REASON
004170          GO TO 4000-EXIT
004180      END-IF.
004190
004200      DISPLAY 'ENTER FAULT REASON: '.
004210      MOVE SPACES TO PG-WORK-REASON.
004220      ACCEPT PG-WORK-REASON.
004230      IF PG-WORK-REASON = SPACES
004240          DISPLAY 'FAULT REASON MAY NOT BE BLANK - NOTHING DONE'
004250          GO TO 4000-EXIT
004260      END-IF.
004270
004280      ACCEPT PG-NOW-DATE FROM DATE YYYYMMDD.
004290      ACCEPT PG-NOW-TIME FROM TIME.
004300
004310      PERFORM 2200-LOG-THE-STATION THRU 2200-EXIT.
004320      MOVE SPACES          TO PG-FAULT-RECORD.
004330      MOVE PG-WORK-STATION TO PG-FLT-STATION.
004340      MOVE PG-NOW-DATE     TO PG-FLT-DOWN-DATE.
004350      MOVE PG-NOW-TIME     TO PG-FLT-DOWN-TIME.
004360      MOVE ZERO            TO PG-FLT-UP-TIME.
004370      SET PG-FLT-OPEN      TO TRUE.
004380      SET PG-FLT-FROM-DESK TO TRUE.
004390      MOVE PG-WORK-REASON  TO PG-FLT-REASON.
004400      MOVE PG-OPERATOR-ID  TO PG-FLT-RAISED-BY.
004410      WRITE PG-FAULT-RECORD
004420          INVALID KEY
004430              DISPLAY 'FAULTFIL WRITE REJECTED, STATUS '
004440                  PG-FAULTFIL-STATUS ' - NOTHING DONE'
004450              MOVE 'WRITE REJECTED' TO PG-LOG-REASON
004460              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
004470              GO TO 4000-EXIT
004480      END-WRITE.
004490
004500      SET PG-STN-OUT-OF-SERVICE TO TRUE.
004510      MOVE PG-WORK-REASON  TO PG-STN-FAULT-REASON.
004520      MOVE PG-NOW-DATE     TO PG-STN-DOWN-DATE.
004530      MOVE PG-NOW-TIME     TO PG-STN-DOWN-TIME.
004540      REWRITE PG-STATION-RECORD
004550          INVALID KEY
004560              DISPLAY 'STNMAST REWRITE REJECTED, STATUS '
004570                  PG-STNMAST-STATUS ' - FAULT LOGGED BUT STATION '
004580                  'STILL IN SERVICE'
004590              MOVE 'REWRITE REJECTED' TO PG-LOG-REASON
004600              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
004610              GO TO 4000-EXIT
004620      END-REWRITE.
004630      DISPLAY 'STATION ' PG-WORK-STATION ' TAKEN OUT OF SERVICE.'.
004640  4000-EXIT.
004650      EXIT.
004660
004670*-----------------------------------------------------------------
004680*    5000-BRING-BACK
004690*    RETURNS A DOWN STATION TO SERVICE AND CLOSES ITS OPEN FAULT,
004700*    FOUND BY THE DOWN DATE AND TIME THE MASTER CARRIES.  A FAULT
004710*    THAT CANNOT BE FOUND IS REPORTED BUT DOES NOT KEEP A MENDED
004720*    CABINET OFF THE FLOOR.
004730*-----------------------------------------------------------------
004740  5000-BRING-BACK.
004750      PERFORM 2100-KEY-THE-STATION THRU 2100-EXIT.
004760      IF PG-ENTRY-NOT-OK
004770          GO TO 5000-EXIT
004780      END-IF.
004790      IF PG-STATION-NOT-ON-FILE
004800          DISPLAY 'STATION ' PG-WORK-STATION ' IS NOT ON THE '
004810              'MASTER - NOTHING DONE'
004820          GO TO 5000-EXIT
004830      END-IF.
004840      IF PG-STN-IN-SERVICE
004850          DISPLAY 'STATION IS ALREADY IN SERVICE - NOTHING DONE'
004860          GO TO 5000-EXIT
004870      END-IF.
004880
004890      DISPLAY 'DOWN SINCE ' PG-STN-DOWN-DATE ' - '
004900          PG-STN-FAULT-REASON.
004910      ACCEPT PG-NOW-DATE FROM DATE YYYYMMDD.
004920      ACCEPT PG-NOW-TIME FROM TIME.
004930
004940      PERFORM 2200-LOG-THE-STATION THRU 2200-EXIT.
004950      PERFORM 5100-CLOSE-THE-FAULT THRU 5100-EXIT.
004960
004970      SET PG-STN-IN-SERVICE TO TRUE.
004980      MOVE SPACES TO PG-STN-FAULT-REASON.
004990      MOVE SPACES TO PG-STN-DOWN-DATE.
005000      MOVE ZERO   TO PG-STN-DOWN-TIME.
005010      REWRITE PG-STATION-RECORD
005020          INVALID KEY
005030              DISPLAY 'STNMAST REWRITE REJECTED, STATUS '
005040                  PG-STNMAST-STATUS ' - STATION STILL DOWN'
005050              MOVE 'REWRITE REJECTED' TO PG-LOG-REASON
005060              PERFORM 8110-LOG-REFUSED THRU 8110-EXIT
005070              GO TO 5000-EXIT
005080      END-REWRITE.
005090      DISPLAY 'STATION ' PG-WORK-STATION ' BACK IN SERVICE.'.
005100  5000-EXIT.
005110      EXIT.
005120
005130*-----------------------------------------------------------------
005140*    5100-CLOSE-THE-FAULT
005150*-----------------------------------------------------------------
005160  5100-CLOSE-THE-FAULT.
005170      MOVE PG-STN-STATION   TO PG-FLT-STATION.
005180      MOVE PG-STN-DOWN-DATE TO PG-FLT-DOWN-DATE.
005190      MOVE PG-STN-DOWN-TIME TO PG-FLT-DOWN-TIME.
005200      READ FAULTFIL
005210          INVALID KEY
005220              DISPLAY 'NO OPEN FAULT ON FILE FOR THIS OUTAGE - '
005230                  'THE DOWNTIME REPORT WILL NOT SHOW IT'
005240              GO TO 5100-EXIT
005250      END-READ.
005260      IF PG-FLT-CLOSED
005270          GO TO 5100-EXIT
005280      END-IF.
005290
005300      SET PG-FLT-CLOSED   TO TRUE.
005310      MOVE PG-NOW-DATE    TO PG-FLT-UP-DATE.
005320      MOVE PG-NOW-TIME    TO PG-FLT-UP-TIME.
005330      MOVE PG-OPERATOR-ID TO PG-FLT-CLEARED-BY.
005340      REWRITE PG-FAULT-RECORD
005350          INVALID KEY
005360              DISPLAY 'FAULTFIL REWRITE REJECTED, STATUS '
005370                  PG-FAULTFIL-STATUS ' - FAULT LEFT OPEN'
005380      END-REWRITE.
005390  5100-EXIT.
005400      EXIT.
005410
005420*-----------------------------------------------------------------
005430*    8100-LOG-ACCEPTED
005440*    LOGS THE ACTION IN PG-LOG-ACTION AS ACCEPTED, WITH ITS
005450*    TARGET IN PG-LOG-DETAIL.  AN ACTION IS LOGGED BEFORE THE
005460*    FIRST FILE IS CHANGED - NO LOG, NO CHANGE.
005470*-----------------------------------------------------------------
005480  8100-LOG-ACCEPTED.
005490      MOVE 'A'    TO PG-LOG-RESULT.
005500      MOVE SPACES TO PG-LOG-REASON.
005510      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
005520  8100-EXIT.
005530      EXIT.
005540
005550*-----------------------------------------------------------------
005560*    8110-LOG-REFUSED
005570*    LOGS THE ACTION IN PG-LOG-ACTION AS REFUSED, FOR THE REASON
005580*    IN PG-LOG-REASON - ALSO AFTER AN ACCEPTED ONE A FILE REJECTS.
005590*-----------------------------------------------------------------
005600  8110-LOG-REFUSED.
005610      MOVE 'R' TO PG-LOG-RESULT.
005620      PERFORM 8120-WRITE-SECURITY-LOG THRU 8120-EXIT.
005630  8110-EXIT.
005640      EXIT.
005650
005660*-----------------------------------------------------------------
005670*    8120-WRITE-SECURITY-LOG
005680*    APPENDS ONE SECLOG RECORD, STAMPED WITH THE OPERATOR AS
005690*    KEYED AND THE TIME OF DAY.  THE PIN IS NEVER LOGGED.
005700*-----------------------------------------------------------------
005710  8120-WRITE-SECURITY-LOG.
005720      MOVE SPACES TO PG-SECURITY-RECORD.
005730      ACCEPT PG-SEC-DATE FROM DATE YYYYMMDD.
005740      ACCEPT PG-SEC-TIME FROM TIME.
005750      MOVE PG-OPERATOR-ID TO PG-SEC-OPERATOR.
005760      MOVE 'PONGSMNT'     TO PG-SEC-PROGRAM.
005770      MOVE PG-LOG-ACTION  TO PG-SEC-ACTION.
005780      MOVE PG-LOG-RESULT  TO PG-SEC-RESULT.
005790      MOVE PG-LOG-REASON  TO PG-SEC-REASON.
005800      MOVE PG-LOG-DETAIL  TO PG-SEC-DETAIL.
005810      WRITE PG-SECURITY-RECORD.
005820      IF PG-SECLOG-STATUS NOT = '00'
005830          GO TO 9150-SECLOG-WRITE-FAILED
005840      END-IF.
005850  8120-EXIT.
005860      EXIT.
005870
005880*-----------------------------------------------------------------
005890*    9000-TERMINATE
005900*-----------------------------------------------------------------
005910  9000-TERMINATE.
005920      CLOSE STNMAST.
005930      CLOSE FAULTFIL.
005940      CLOSE OPERMAST.
005950      CLOSE SECLOG.
005960  9000-EXIT.
005970      EXIT.
005980
005990*-----------------------------------------------------------------
006000*    9100-STNMAST-OPEN-FAILED
006010*-----------------------------------------------------------------
006020  9100-STNMAST-OPEN-FAILED.
006030      DISPLAY 'PONGSMNT - STNMAST OPEN FAILED, STATUS '
006040          PG-STNMAST-STATUS.
006050      MOVE 8 TO RETURN-CODE.
006060      STOP RUN.
006070  9100-EXIT.
006080      EXIT.
006090
006100*-----------------------------------------------------------------
006110*    9110-FAULTFIL-OPEN-FAILED
006120*-----------------------------------------------------------------
006130  9110-FAULTFIL-OPEN-FAILED.
006140      DISPLAY 'PONGSMNT - FAULTFIL OPEN FAILED, STATUS '
006150          PG-FAULTFIL-STATUS.
006160      CLOSE STNMAST.
006170      MOVE 8 TO RETURN-CODE.
006180      STOP RUN.
006190  9110-EXIT.
006200      EXIT.
006210
006220*-----------------------------------------------------------------
006230*    9120-OPERMAST-OPEN-FAILED
006240*    NO OPERATOR MASTER, NO SIGN-ON - AND NO SIGN-ON, NO SESSION.
006250*-----------------------------------------------------------------
006260  9120-OPERMAST-OPEN-FAILED.
006270      DISPLAY 'PONGSMNT - OPERMAST OPEN FAILED, STATUS '
006280          PG-OPERMAST-STATUS.
006290      CLOSE STNMAST.
006300      CLOSE FAULTFIL.
006310      MOVE 8 TO RETURN-CODE.
006320      STOP RUN.
006330  9120-EXIT.
006340      EXIT.
006350
006360*-----------------------------------------------------------------
006370*    9130-SECLOG-OPEN-FAILED
006380*    THE SECURITY LOG WOULD NOT OPEN EXTEND.  AN UNLOGGED SESSION
006390*    IS THE VERY THING THE LOG IS THERE TO PREVENT, SO THE RUN
006400*    ABENDS BEFORE THE SIGN-ON.
006410*-----------------------------------------------------------------
006420  9130-SECLOG-OPEN-FAILED.
006430      DISPLAY 'PONGSMNT - SECLOG OPEN FAILED, STATUS '
006440          PG-SECLOG-STATUS.
006450      CLOSE STNMAST.
006460      CLOSE FAULTFIL.
006470      CLOSE OPERMAST.
006480      MOVE 8 TO RETURN-CODE.
006490      STOP RUN.
006500  9130-EXIT.
006510      EXIT.
006520
006530*-----------------------------------------------------------------
006540*    9140-SIGNON-REFUSED
006550*    THE SIGN-ON FAILED EVERY ATTEMPT ALLOWED.  EACH ATTEMPT IS
006560*    ALREADY ON THE SECURITY LOG; NOTHING HAS BEEN TOUCHED.
006570*-----------------------------------------------------------------
006580  9140-SIGNON-REFUSED.
006590      DISPLAY 'PONGSMNT - SIGN-ON REFUSED - NOTHING DONE'.
006600      PERFORM 9000-TERMINATE THRU 9000-EXIT.
006610      MOVE 8 TO RETURN-CODE.
006620      STOP RUN.
006630  9140-EXIT.
006640      EXIT.
006650
006660*-----------------------------------------------------------------
006670*    9150-SECLOG-WRITE-FAILED
006680*    THE SECURITY LOG COULD NOT BE WRITTEN.  AN ACCEPTED ACTION
006690*    IS LOGGED BEFORE IT IS APPLIED, SO NOTHING FOR IT HAS BEEN
006700*    TOUCHED.
006710*-----------------------------------------------------------------
006720  9150-SECLOG-WRITE-FAILED.
006730      DISPLAY 'PONGSMNT - SECLOG WRITE FAILED, STATUS '
006740          PG-SECLOG-STATUS ' - NOTHING DONE'.
006750      PERFORM 9000-TERMINATE THRU 9000-EXIT.
006760      MOVE 8 TO RETURN-CODE.
006770      STOP RUN.
006780  9150-EXIT.
006790      EXIT.
