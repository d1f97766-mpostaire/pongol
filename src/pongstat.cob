000160*  PLAYING AND THE SCORE AS OF THE LAST CHECKPOINTED POINT.
000170*  OUTPUT GOES TO THE OPERATOR CONSOLE - THIS IS A QUICK FLOOR
000180*  GLANCE, NOT A PRINTED REPORT.
000181*  STATIONS THE STNMAST STATION MASTER HAS OUT OF SERVICE ARE
000182*  LISTED AFTER THE LIVE MATCHES WITH THEIR FAULT REASON.
000183*  A FREE STATION THE RESERVATION BOOK IS NOT HOLDING IS OFFERED
000184*  TO THE NEXT PARTY ON THE WAITFILE WAITING LIST, AND THE LIST
000185*  ITSELF IS SHOWN LAST.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000225*                    (MAINTAINED BY PONGRESV) UNDER THE
000226*                    IN-PROGRESS SCORE, SO THE FLOOR CAN SEE A
000227*                    RESERVED STATION COMING FREE OR NOT.
000228*  15/10/2026 MP    STATIONS OUT OF SERVICE ON THE STNMAST STATION
000229*                    MASTER (PONGSMNT / PONGEOD) ARE NOW LISTED
000230*                    WITH THEIR FAULT REASON AND DOWN DATE.
000231*  15/10/2026 MP    WALK-UP WAITING LIST: A STATION WITH NO MATCH
000232*                    IN PROGRESS, IN SERVICE AND NOT HELD BY A
000233*                    BOOKING FOR THE CURRENT OR NEXT HALF HOUR IS
000234*                    OFFERED TO THE FIRST PARTY IN LINE ON THE
000235*                    WAITFILE LIST (PONGWAIT), THE SAME WAY PONGOL
000236*                    OFFERS A STATION IT FREES.  THE PARTIES STILL
000237*                    IN LINE ARE LISTED WITH THEIR WAIT SO FAR.
000238*                    STNMAST IS NOW READ BY KEY AS WELL.
000239*=================================================================
000240  IDENTIFICATION DIVISION.
000250      PROGRAM-ID.    PONGSTAT.
000260      AUTHOR.        MAXIME POSTAIRE.
000387          RECORD KEY IS PG-RESV-KEY
000388          FILE STATUS IS PG-RESVFILE-STATUS.
000390
000391      SELECT STNMAST ASSIGN TO STNMAST
000392          ORGANIZATION IS INDEXED
000393          ACCESS MODE IS DYNAMIC
000394          RECORD KEY IS PG-STN-STATION
000395          FILE STATUS IS PG-STNMAST-STATUS.
000396
000397      SELECT WAITFILE ASSIGN TO WAITFILE
000398          ORGANIZATION IS INDEXED
000399          ACCESS MODE IS DYNAMIC
000400          RECORD KEY IS PG-WAIT-KEY
000401          FILE STATUS IS PG-WAITFILE-STATUS.
000402
000403  DATA DIVISION.
000410  FILE SECTION.
000420  FD  CHECKPOINT-FILE
000430      LABEL RECORDS ARE STANDARD.
000444  FD  RESVFILE
000446      LABEL RECORDS ARE STANDARD.
000448      COPY RESVREC.
000449
000450  FD  STNMAST
000451      LABEL RECORDS ARE STANDARD.
000452      COPY STNREC.
000453
000454  FD  WAITFILE
000455      LABEL RECORDS ARE STANDARD.
000456      COPY WAITREC.
000457
000460  WORKING-STORAGE SECTION.
000470  01  PG-SWITCHES.
000480      05  PG-CKPT-EOF         PIC X(01) VALUE 'N'.
000514          88  PG-RESV-NOT-AT-EOF      VALUE 'N'.
000516          88  PG-RESV-AT-EOF          VALUE 'Y'.
000518
000519      05  PG-STNMAST-EOF      PIC X(01) VALUE 'N'.
000520          88  PG-STN-NOT-AT-EOF       VALUE 'N'.
000521          88  PG-STN-AT-EOF           VALUE 'Y'.
000522
000523      05  PG-WAITFILE-EOF     PIC X(01) VALUE 'N'.
000524          88  PG-WAIT-NOT-AT-EOF      VALUE 'N'.
000525          88  PG-WAIT-AT-EOF          VALUE 'Y'.
000526
000527      05  PG-STATION-HOLD     PIC X(01) VALUE 'N'.
000528          88  PG-STATION-HELD         VALUE 'Y'.
000529          88  PG-STATION-NOT-HELD     VALUE 'N'.
000530
000531  01  PG-CKPT-FILE-STATUS     PIC X(02) VALUE '00'.
000532  01  PG-RESVFILE-STATUS      PIC X(02) VALUE '00'.
000533  01  PG-STNMAST-STATUS       PIC X(02) VALUE '00'.
000534  01  PG-WAITFILE-STATUS      PIC X(02) VALUE '00'.
000535  01  PG-CKPT-REL-KEY         PIC 9(05) COMP VALUE ZERO.
000540  01  PG-LIVE-COUNT           PIC 9(04) COMP VALUE ZERO.
000541  01  PG-DOWN-COUNT           PIC 9(04) COMP VALUE ZERO.
000542  01  PG-QUEUE-COUNT          PIC 9(04) COMP VALUE ZERO.
000543
000544  01  PG-TODAY-DATE           PIC X(08) VALUE SPACES.
000546
000548*    THE WALL CLOCK AND EACH BOOKED SLOT REDUCED TO MINUTES OF
000572      05  PG-SLOT-NUM REDEFINES PG-SLOT-TEXT.
000574          10  PG-SLOT-HH       PIC 9(02).
000576          10  PG-SLOT-MM       PIC 9(02).
000577
000578*    WAITING LIST WORK, AS IN PONGOL.  THE LIST IS KEPT BY QUEUE
000579*    DAY - THE BUSINESS DAY, STEPPED BACK ONE CALENDAR DAY BEFORE
000580*    THE CUTOVER HOUR - AND ITS CLOCK TIMES ARE TURNED INTO
000581*    MINUTES OF THAT DAY, COUNTING ON FROM 1440 AFTER MIDNIGHT.
000582  01  PG-WAIT-CHECK-WORK.
000583      05  PG-QUEUE-DAY         PIC X(08).
000584      05  PG-QUEUE-DAY-SPLIT REDEFINES PG-QUEUE-DAY.
000585          10  PG-QDY-YEAR      PIC 9(04).
000586          10  PG-QDY-MONTH     PIC 9(02).
000587          10  PG-QDY-DAY       PIC 9(02).
000588      05  PG-CAL-QUOT          PIC 9(08) COMP.
000589      05  PG-CAL-REM           PIC 9(08) COMP.
000590      05  PG-WAIT-NOW-HHMM     PIC 9(04).
000591      05  PG-QUEUE-NOW-MINUTES PIC 9(05) COMP.
000592      05  PG-CLOCK-TEXT        PIC 9(04).
000593      05  PG-CLOCK-SPLIT REDEFINES PG-CLOCK-TEXT.
000594          10  PG-CLOCK-HH      PIC 9(02).
000595          10  PG-CLOCK-MM      PIC 9(02).
000596      05  PG-CLOCK-MINUTES     PIC 9(05) COMP.
000597      05  PG-WAITED-MINUTES    PIC 9(05) COMP.
000598      05  PG-NEXT-QUEUE-NO     PIC 9(04).
000599
000600*    AN OFFER HOLDS THE STATION FOR THE PARTY THIS MANY MINUTES -
000601*    THE SAME HOLD PONGOL ENFORCES AT THE MATCH START.
000602  77  PG-OFFER-HOLD-MINUTES    PIC 9(02) VALUE 05.
000603  77  PG-QUEUE-CUTOVER-HH      PIC 9(02) VALUE 06.
000604
000605  01  PG-MONTH-LENGTHS         PIC X(24)
000606                               VALUE '312831303130313130313031'.
000607  01  PG-MONTH-LENGTH-TABLE REDEFINES PG-MONTH-LENGTHS.
000608      05  PG-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
000609
000610  01  PG-RESV-LINE.
000611      05  FILLER              PIC X(12)
000612                               VALUE '  NEXT RESV '.
000613      05  PG-RSV-SLOT         PIC X(04).
000614      05  FILLER              PIC X(01) VALUE SPACE.
000615      05  PG-RSV-PLAYER-1     PIC X(10).
000616      05  FILLER              PIC X(03) VALUE ' + '.
000617      05  PG-RSV-PLAYER-2     PIC X(10).
000618
000560  01  PG-STATUS-LINE.
000570      05  FILLER              PIC X(08) VALUE 'STATION '.
000580      05  PG-STS-STATION      PIC Z9.
000660      05  FILLER              PIC X(12)
000670                               VALUE ' IN PROGRESS'.
000680
000681  01  PG-DOWN-LINE.
000682      05  FILLER              PIC X(08) VALUE 'STATION '.
000683      05  PG-DWN-STATION      PIC Z9.
000684      05  FILLER              PIC X(20)
000685                               VALUE ': OUT OF SERVICE SIN'.
000686      05  FILLER              PIC X(03) VALUE 'CE '.
000687      05  PG-DWN-DATE         PIC X(08).
000688      05  FILLER              PIC X(03) VALUE ' - '.
000689      05  PG-DWN-REASON       PIC X(30).
000690
000691  01  PG-QUEUE-LINE.
000692      05  FILLER              PIC X(06) VALUE 'QUEUE '.
000693      05  PG-QUE-NO           PIC 9(04).
000694      05  FILLER              PIC X(10) VALUE ' PARTY OF '.
000695      05  PG-QUE-SIZE         PIC 9(01).
000696      05  FILLER              PIC X(02) VALUE SPACES.
000697      05  PG-QUE-PLAYER-1     PIC X(10).
000698      05  FILLER              PIC X(07) VALUE ' ADDED '.
000699      05  PG-QUE-ADDED        PIC 9(04).
000700      05  FILLER              PIC X(09) VALUE ' WAITING '.
000701      05  PG-QUE-WAITED       PIC ZZZ9.
000702      05  FILLER              PIC X(05) VALUE ' MIN '.
000703      05  PG-QUE-OFFER        PIC X(18).
000704
000705  01  PG-OFFER-TEXT.
000706      05  FILLER              PIC X(16) VALUE 'OFFERED STATION '.
000707      05  PG-OFT-STATION      PIC 9(02).
000708
000709*-----------------------------------------------------------------
000710*    0000-MAINLINE
000711*-----------------------------------------------------------------
000720  PROCEDURE DIVISION.
000730  0000-MAINLINE.
000740      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000750      PERFORM 2000-READ-CHECKPOINT THRU 2000-EXIT.
000760      PERFORM 2100-SHOW-STATION THRU 2100-EXIT
000770          UNTIL PG-CKPT-AT-EOF.
000775      PERFORM 3000-SHOW-DOWN-STATIONS THRU 3000-EXIT.
000777      PERFORM 4000-SHOW-QUEUE THRU 4000-EXIT.
000780      PERFORM 9000-TERMINATE THRU 9000-EXIT.
000790      STOP RUN.
000800
000884      IF PG-RESVFILE-STATUS NOT = '00'
000886          GO TO 9020-RESVFILE-OPEN-FAILED
000888      END-IF.
000889      OPEN INPUT STNMAST.
000890      IF PG-STNMAST-STATUS NOT = '00'
000891          GO TO 9030-STNMAST-OPEN-FAILED
000892      END-IF.
000893      OPEN I-O WAITFILE.
000894      IF PG-WAITFILE-STATUS NOT = '00'
000895          GO TO 9040-WAITFILE-OPEN-FAILED
000896      END-IF.
000897      DISPLAY 'PONGOL FLOOR STATUS'.
000898
000899      ACCEPT PG-TODAY-DATE FROM DATE YYYYMMDD.
000900      ACCEPT PG-NOW-TIME FROM TIME.
000901      COMPUTE PG-NOW-MINUTES = PG-NOW-HH * 60 + PG-NOW-MM.
000902      PERFORM 1100-SET-QUEUE-DAY THRU 1100-EXIT.
000903  1000-EXIT.
000904      EXIT.
000905
000906*-----------------------------------------------------------------
000907*    1100-SET-QUEUE-DAY
000908*    THE QUEUE DAY THE WAITING LIST IS FILED UNDER, THE SAME RULE
000909*    PONGWAIT AND PONGOL USE, AND THE MINUTE OF IT IT IS NOW.
000910*-----------------------------------------------------------------
000911  1100-SET-QUEUE-DAY.
000912      MOVE PG-TODAY-DATE TO PG-QUEUE-DAY.
000913      IF PG-NOW-HH < PG-QUEUE-CUTOVER-HH
000914          PERFORM 1110-STEP-BACK-A-DAY THRU 1110-EXIT
000915      END-IF.
000916      COMPUTE PG-WAIT-NOW-HHMM = PG-NOW-HH * 100 + PG-NOW-MM.
000917      MOVE PG-WAIT-NOW-HHMM TO PG-CLOCK-TEXT.
000918      PERFORM 2390-QUEUE-MINUTES THRU 2390-EXIT.
000919      MOVE PG-CLOCK-MINUTES TO PG-QUEUE-NOW-MINUTES.
000920  1100-EXIT.
000921      EXIT.
000922
000923*-----------------------------------------------------------------
000924*    1110-STEP-BACK-A-DAY
000925*    THE DAY BEFORE PG-QUEUE-DAY, ACROSS A MONTH OR YEAR END,
000926*    FEBRUARY CHECKED FOR A LEAP YEAR.
000927*-----------------------------------------------------------------
000928  1110-STEP-BACK-A-DAY.
000929      IF PG-QDY-DAY > 1
000930          SUBTRACT 1 FROM PG-QDY-DAY
000931          GO TO 1110-EXIT
000932      END-IF.
000933      IF PG-QDY-MONTH = 1
000934          SUBTRACT 1 FROM PG-QDY-YEAR
000935          MOVE 12 TO PG-QDY-MONTH
000936      ELSE
000937          SUBTRACT 1 FROM PG-QDY-MONTH
000938      END-IF.
000939      MOVE PG-MONTH-LENGTH (PG-QDY-MONTH) TO PG-QDY-DAY.
000940      IF PG-QDY-MONTH = 2
000941          DIVIDE PG-QDY-YEAR BY 4
000942              GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
000943          IF PG-CAL-REM = ZERO
000944              MOVE 29 TO PG-QDY-DAY
000945              DIVIDE PG-QDY-YEAR BY 100
000946                  GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
000947              IF PG-CAL-REM = ZERO
000948                  MOVE 28 TO PG-QDY-DAY
000949                  DIVIDE PG-QDY-YEAR BY 400
000950                      GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
000951                  IF PG-CAL-REM = ZERO
000952                      MOVE 29 TO PG-QDY-DAY
000953                  END-IF
000954              END-IF
000955          END-IF
000956      END-IF.
000957  1110-EXIT.
000958      EXIT.
000959
000960*-----------------------------------------------------------------
000961*    2000-READ-CHECKPOINT
000962*    A SEQUENTIAL READ OF THE RELATIVE FILE VISITS EVERY SLOT IN
000963*    STATION ORDER AND LEAVES THE SLOT NUMBER IN THE RELATIVE
000970*    KEY.
000980*-----------------------------------------------------------------
000990  2000-READ-CHECKPOINT.
001070*-----------------------------------------------------------------
001080*    2100-SHOW-STATION
001090*    A SLOT STILL FLAGGED IN PROGRESS IS A LIVE MATCH; COMPLETED
001100*    SLOTS ARE SKIPPED - THE STATION IS IDLE.  AN IDLE STATION
001103*    THE BOOK IS NOT HOLDING IS OFFERED TO THE WAITING LIST.
001110*-----------------------------------------------------------------
001120  2100-SHOW-STATION.
001130      IF PG-CKPT-IN-PROGRESS
001200          DISPLAY PG-STATUS-LINE
001210      END-IF.
001212      PERFORM 2200-SHOW-NEXT-RESV THRU 2200-EXIT.
001213      IF NOT PG-CKPT-IN-PROGRESS
001215          AND PG-STATION-NOT-HELD
001216          PERFORM 2300-OFFER-STATION THRU 2300-EXIT
001218      END-IF.
001220      PERFORM 2000-READ-CHECKPOINT THRU 2000-EXIT.
001230  2100-EXIT.
001240      EXIT.
001248*    SHOWS THE STATION'S NEXT LIVE BOOKING FROM TODAY'S PAGE OF
001250*    THE RESERVATION BOOK - THE FIRST BOOKED SLOT STILL RUNNING
001252*    OR YET TO START.  NOTHING PRINTS FOR A STATION WITH NO
001254*    BOOKING LEFT TODAY.  CANCELLED BOOKINGS ARE SKIPPED.  A
001255*    BOOKING WHOSE SLOT COVERS NOW OR STARTS WITHIN THE NEXT HALF
001256*    HOUR HOLDS THE STATION - PONGOL WOULD TURN A WALK-UP AWAY -
001257*    SO IT IS NOT OFFERED TO THE WAITING LIST.
001258*-----------------------------------------------------------------
001259  2200-SHOW-NEXT-RESV.
001260      SET PG-STATION-NOT-HELD TO TRUE.
001261      MOVE PG-CKPT-REL-KEY TO PG-RESV-STATION.
001262      MOVE PG-TODAY-DATE   TO PG-RESV-DATE.
001264      MOVE LOW-VALUES      TO PG-RESV-SLOT.
001266      SET PG-RESV-NOT-AT-EOF TO TRUE.
001360          MOVE PG-RESV-PLAYER-1 TO PG-RSV-PLAYER-1
001362          MOVE PG-RESV-PLAYER-2 TO PG-RSV-PLAYER-2
001364          DISPLAY PG-RESV-LINE
001365          IF PG-SLOT-MINUTES <= PG-NOW-MINUTES + 30
001366              SET PG-STATION-HELD TO TRUE
001367          END-IF
001368          SET PG-RESV-AT-EOF TO TRUE
001369          GO TO 2220-EXIT
001370      END-IF.
001372
001374  2220-NEXT.
001380      EXIT.
001382
001260*-----------------------------------------------------------------
001261*    2300-OFFER-STATION
001262*    OFFERS THE IDLE STATION TO THE FIRST PARTY IN LINE ON THE
001263*    QUEUE DAY'S WAITING LIST - THE LOWEST QUEUE NUMBER STILL
001264*    WAITING, OR WHOSE LAST OFFER LAPSED.  A PARTY WITH A LIVE
001265*    OFFER OF ANOTHER STATION IS ON ITS WAY THERE AND IS PASSED
001266*    OVER; A LIVE OFFER OF THIS STATION ALREADY STANDING MEANS
001267*    THERE IS NOTHING TO DO.  A STATION OUT OF SERVICE IS NEVER
001268*    OFFERED; ONE MISSING FROM STNMAST IS TAKEN AS IN SERVICE, AS
001269*    PONGOL TAKES IT.
001270*-----------------------------------------------------------------
001271  2300-OFFER-STATION.
001272      MOVE PG-CKPT-REL-KEY TO PG-STN-STATION.
001273      READ STNMAST
001274          INVALID KEY
001275              SET PG-STN-IN-SERVICE TO TRUE
001276      END-READ.
001277      IF PG-STN-OUT-OF-SERVICE
001278          GO TO 2300-EXIT
001279      END-IF.
001280
001281      MOVE ZERO TO PG-NEXT-QUEUE-NO.
001282      PERFORM 2310-START-DAY THRU 2310-EXIT.
001283      PERFORM 2330-WEIGH-CANDIDATE THRU 2330-EXIT
001284          UNTIL PG-WAIT-AT-EOF.
001285      IF PG-STATION-HELD OR PG-NEXT-QUEUE-NO = ZERO
001286          GO TO 2300-EXIT
001287      END-IF.
001288
001289      MOVE PG-QUEUE-DAY     TO PG-WAIT-DATE.
001290      MOVE PG-NEXT-QUEUE-NO TO PG-WAIT-QUEUE-NO.
001291      READ WAITFILE
001292          INVALID KEY
001293              GO TO 2300-EXIT
001294      END-READ.
001295      SET PG-WAIT-OFFERED TO TRUE.
001296      MOVE PG-CKPT-REL-KEY  TO PG-WAIT-OFFER-STATION.
001297      MOVE PG-WAIT-NOW-HHMM TO PG-WAIT-OFFER-TIME.
001298      REWRITE PG-WAITING-PARTY-RECORD
001299          INVALID KEY
001300              DISPLAY 'WAITFILE REWRITE REJECTED, STATUS '
001301                  PG-WAITFILE-STATUS ' - STATION NOT OFFERED'
001302              GO TO 2300-EXIT
001303      END-REWRITE.
001304      DISPLAY '  OFFERED TO WAITING PARTY ' PG-WAIT-QUEUE-NO ': '
001305          PG-WAIT-PLAYER-1 ' ' PG-WAIT-PLAYER-2 ' '
001306          PG-WAIT-PLAYER-3 ' ' PG-WAIT-PLAYER-4.
001307  2300-EXIT.
001308      EXIT.
001309
001310*-----------------------------------------------------------------
001311*    2310-START-DAY
001312*    POSITIONS ON THE FIRST PARTY OF THE QUEUE DAY'S PAGE.
001313*-----------------------------------------------------------------
001314  2310-START-DAY.
001315      MOVE PG-QUEUE-DAY TO PG-WAIT-DATE.
001316      MOVE ZERO         TO PG-WAIT-QUEUE-NO.
001317      SET PG-WAIT-NOT-AT-EOF TO TRUE.
001318      START WAITFILE KEY IS NOT LESS THAN PG-WAIT-KEY
001319          INVALID KEY
001320              SET PG-WAIT-AT-EOF TO TRUE
001321      END-START.
001322      IF PG-WAIT-NOT-AT-EOF
001323          PERFORM 2320-READ-PARTY THRU 2320-EXIT
001324      END-IF.
001325  2310-EXIT.
001326      EXIT.
001327
001328*-----------------------------------------------------------------
001329*    2320-READ-PARTY
001330*    THE LIST IS IN QUEUE DAY + QUEUE NUMBER ORDER, SO THE
001331*    NIGHT'S LINE ENDS WHEN THE KEY ROLLS ONTO ANOTHER DAY.
001332*-----------------------------------------------------------------
001333  2320-READ-PARTY.
001334      READ WAITFILE NEXT RECORD
001335          AT END
001336              SET PG-WAIT-AT-EOF TO TRUE
001337      END-READ.
001338      IF PG-WAIT-NOT-AT-EOF
001339          AND PG-WAIT-DATE NOT = PG-QUEUE-DAY
001340          SET PG-WAIT-AT-EOF TO TRUE
001341      END-IF.
001342  2320-EXIT.
001343      EXIT.
001344
001345*-----------------------------------------------------------------
001346*    2330-WEIGH-CANDIDATE
001347*    NOTES THE FIRST PARTY IN LINE THAT CAN TAKE THE STATION.
001348*-----------------------------------------------------------------
001349  2330-WEIGH-CANDIDATE.
001350      IF NOT PG-WAIT-IN-LINE
001351          GO TO 2330-NEXT
001352      END-IF.
001353      IF PG-WAIT-OFFERED
001354          MOVE PG-WAIT-OFFER-TIME TO PG-CLOCK-TEXT
001355          PERFORM 2390-QUEUE-MINUTES THRU 2390-EXIT
001356          IF PG-QUEUE-NOW-MINUTES <
001357                  PG-CLOCK-MINUTES + PG-OFFER-HOLD-MINUTES
001358              IF PG-WAIT-OFFER-STATION = PG-CKPT-REL-KEY
001359                  SET PG-STATION-HELD TO TRUE
001360              END-IF
001361              GO TO 2330-NEXT
001362          END-IF
001363      END-IF.
001364      IF PG-NEXT-QUEUE-NO = ZERO
001365          MOVE PG-WAIT-QUEUE-NO TO PG-NEXT-QUEUE-NO
001366      END-IF.
001367
001368  2330-NEXT.
001369      PERFORM 2320-READ-PARTY THRU 2320-EXIT.
001370  2330-EXIT.
001371      EXIT.
001372
001373*-----------------------------------------------------------------
001374*    2390-QUEUE-MINUTES
001375*    TURNS THE HHMM IN PG-CLOCK-TEXT INTO MINUTES OF THE QUEUE
001376*    DAY.  A TIME BEFORE THE CUTOVER HOUR BELONGS TO THE SMALL
001377*    HOURS AFTER THE NIGHT'S MIDNIGHT.
001378*-----------------------------------------------------------------
001379  2390-QUEUE-MINUTES.
001380      COMPUTE PG-CLOCK-MINUTES =
001381          PG-CLOCK-HH * 60 + PG-CLOCK-MM.
001382      IF PG-CLOCK-HH < PG-QUEUE-CUTOVER-HH
001383          ADD 1440 TO PG-CLOCK-MINUTES
001384      END-IF.
001385  2390-EXIT.
001386      EXIT.
001387
001388*-----------------------------------------------------------------
001389*    3000-SHOW-DOWN-STATIONS
001390*    ONE PASS OF THE STATION MASTER IN STATION ORDER, LISTING
001391*    EVERY CABINET OUT OF SERVICE SO THE FLOOR DOES NOT SEND
001392*    PLAYERS TO IT.  THE MASTER WAS READ BY KEY FOR THE OFFERS,
001393*    SO THE PASS STARTS AGAIN FROM THE LOWEST STATION.
001394*-----------------------------------------------------------------
001395  3000-SHOW-DOWN-STATIONS.
001396      MOVE ZERO TO PG-STN-STATION.
001397      START STNMAST KEY IS NOT LESS THAN PG-STN-STATION
001398          INVALID KEY
001399              SET PG-STN-AT-EOF TO TRUE
001400      END-START.
001401      IF PG-STN-AT-EOF
001402          GO TO 3000-EXIT
001403      END-IF.
001404      PERFORM 3010-READ-STATION THRU 3010-EXIT.
001405      PERFORM 3020-SHOW-IF-DOWN THRU 3020-EXIT
001406          UNTIL PG-STN-AT-EOF.
001407  3000-EXIT.
001408      EXIT.
001409
001410*-----------------------------------------------------------------
001411*    3010-READ-STATION
001412*-----------------------------------------------------------------
001413  3010-READ-STATION.
001414      READ STNMAST NEXT RECORD
001415          AT END
001416              SET PG-STN-AT-EOF TO TRUE
001417      END-READ.
001418  3010-EXIT.
001419      EXIT.
001420
001421*-----------------------------------------------------------------
001422*    3020-SHOW-IF-DOWN
001423*-----------------------------------------------------------------
001424  3020-SHOW-IF-DOWN.
001425      IF PG-STN-OUT-OF-SERVICE
001426          ADD 1 TO PG-DOWN-COUNT
001427          MOVE PG-STN-STATION      TO PG-DWN-STATION
001428          MOVE PG-STN-DOWN-DATE    TO PG-DWN-DATE
001429          MOVE PG-STN-FAULT-REASON TO PG-DWN-REASON
001430          DISPLAY PG-DOWN-LINE
001431      END-IF.
001432      PERFORM 3010-READ-STATION THRU 3010-EXIT.
001433  3020-EXIT.
001434      EXIT.
001435
001436*-----------------------------------------------------------------
001437*    4000-SHOW-QUEUE
001438*    LISTS EVERY PARTY STILL IN LINE ON THE QUEUE DAY'S WAITING
001439*    LIST, IN QUEUE ORDER, WITH ITS WAIT SO FAR AND ANY OFFER -
001440*    INCLUDING THE OFFERS JUST MADE ABOVE.
001441*-----------------------------------------------------------------
001442  4000-SHOW-QUEUE.
001443      PERFORM 2310-START-DAY THRU 2310-EXIT.
001444      PERFORM 4010-SHOW-PARTY THRU 4010-EXIT
001445          UNTIL PG-WAIT-AT-EOF.
001446  4000-EXIT.
001447      EXIT.
001448
001449*-----------------------------------------------------------------
001450*    4010-SHOW-PARTY
001451*-----------------------------------------------------------------
001452  4010-SHOW-PARTY.
001453      IF NOT PG-WAIT-IN-LINE
001454          GO TO 4010-NEXT
001455      END-IF.
001456      ADD 1 TO PG-QUEUE-COUNT.
001457      MOVE PG-WAIT-QUEUE-NO   TO PG-QUE-NO.
001458      MOVE PG-WAIT-PARTY-SIZE TO PG-QUE-SIZE.
001459      MOVE PG-WAIT-PLAYER-1   TO PG-QUE-PLAYER-1.
001460      MOVE PG-WAIT-ADDED-TIME TO PG-QUE-ADDED.
001461      MOVE PG-WAIT-ADDED-TIME TO PG-CLOCK-TEXT.
001462      PERFORM 2390-QUEUE-MINUTES THRU 2390-EXIT.
001463      MOVE ZERO TO PG-WAITED-MINUTES.
001464      IF PG-QUEUE-NOW-MINUTES > PG-CLOCK-MINUTES
001465          COMPUTE PG-WAITED-MINUTES =
001466              PG-QUEUE-NOW-MINUTES - PG-CLOCK-MINUTES
001467      END-IF.
001468      MOVE PG-WAITED-MINUTES TO PG-QUE-WAITED.
001469
001470      MOVE SPACES TO PG-QUE-OFFER.
001471      IF PG-WAIT-OFFERED
001472          MOVE PG-WAIT-OFFER-TIME TO PG-CLOCK-TEXT
001473          PERFORM 2390-QUEUE-MINUTES THRU 2390-EXIT
001474          IF PG-QUEUE-NOW-MINUTES <
001475                  PG-CLOCK-MINUTES + PG-OFFER-HOLD-MINUTES
001476              MOVE PG-WAIT-OFFER-STATION TO PG-OFT-STATION
001477              MOVE PG-OFFER-TEXT         TO PG-QUE-OFFER
001478          ELSE
001479              MOVE 'OFFER LAPSED'        TO PG-QUE-OFFER
001480          END-IF
001481      END-IF.
001482      DISPLAY PG-QUEUE-LINE.
001483
001484  4010-NEXT.
001485      PERFORM 2320-READ-PARTY THRU 2320-EXIT.
001486  4010-EXIT.
001487      EXIT.
001488
001489*-----------------------------------------------------------------
001490*    9000-TERMINATE
001491*-----------------------------------------------------------------
001492  9000-TERMINATE.
001493      IF PG-LIVE-COUNT = ZERO
001494          DISPLAY 'NO MATCHES IN PROGRESS'
001495      END-IF.
001496      IF PG-DOWN-COUNT = ZERO
001497          DISPLAY 'NO STATIONS OUT OF SERVICE'
001498      END-IF.
001499      IF PG-QUEUE-COUNT = ZERO
001500          DISPLAY 'NO PARTIES WAITING'
001501      END-IF.
001502      CLOSE CHECKPOINT-FILE.
001503      CLOSE RESVFILE.
001504      CLOSE STNMAST.
001505      CLOSE WAITFILE.
001506  9000-EXIT.
001507      EXIT.
001508
001509*-----------------------------------------------------------------
001510*    9010-CHECKPOINT-OPEN-FAILED
001511*-----------------------------------------------------------------
001512  9010-CHECKPOINT-OPEN-FAILED.
001513      DISPLAY 'PONGSTAT - CHKPTFIL OPEN FAILED, STATUS '
001514          PG-CKPT-FILE-STATUS.
001515      MOVE 8 TO RETURN-CODE.
001516      STOP RUN.
001517  9010-EXIT.
001518      EXIT.
001519
001520*-----------------------------------------------------------------
001521*    9020-RESVFILE-OPEN-FAILED
001522*-----------------------------------------------------------------
001523  9020-RESVFILE-OPEN-FAILED.
001524      DISPLAY 'PONGSTAT - RESVFILE OPEN FAILED, STATUS '
001530          PG-RESVFILE-STATUS.
001540      CLOSE CHECKPOINT-FILE.
001550      MOVE 8 TO RETURN-CODE.
001560      STOP RUN.
001570  9020-EXIT.
001580      EXIT.
001590
001600*-----------------------------------------------------------------
001610*    9030-STNMAST-OPEN-FAILED
001620*-----------------------------------------------------------------
001630  9030-STNMAST-OPEN-FAILED.
001640      DISPLAY 'PONGSTAT - STNMAST OPEN FAILED, STATUS '
001650          PG-STNMAST-STATUS.
001660      CLOSE CHECKPOINT-FILE.
001670      CLOSE RESVFILE.
001680      MOVE 8 TO RETURN-CODE.
001690      STOP RUN.
001700  9030-EXIT.
001710      EXIT.
001720
001730*-----------------------------------------------------------------
001740*    9040-WAITFILE-OPEN-FAILED
001750*-----------------------------------------------------------------
001760  9040-WAITFILE-OPEN-FAILED.
001770      DISPLAY 'PONGSTAT - WAITFILE OPEN FAILED, STATUS '
001780          PG-WAITFILE-STATUS.
001790      CLOSE CHECKPOINT-FILE.
001800      CLOSE RESVFILE.
001810      CLOSE STNMAST.
001820      MOVE 8 TO RETURN-CODE.
001830      STOP RUN.
001840  9040-EXIT.
001850      EXIT.
