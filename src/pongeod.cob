000240*  BUSINESS DAY (A MATCH ABANDONED ON A DEAD TERMINAL SOME
000250*  EARLIER EVENING), AND SETS RETURN CODE 4 WHEN ANY EXCEPTION
000260*  EXISTS SO THE SCHEDULER CAN ALERT THE NIGHT OPERATOR.
000261*
000262*  BOTH DEAD-TERMINAL EXCEPTIONS - A STALE CHECKPOINT, AND A
000263*  STATION WHOSE INITSCR SESSIONS OUTNUMBER ITS RESULTS - NOW
000264*  RAISE A FAULT ON THE FAULTFIL FAULT LOG AND TAKE THE STATION
000265*  OUT OF SERVICE ON THE STNMAST STATION MASTER, SO THE NEXT
000266*  EVENING'S FLOOR DOES NOT PUT PLAYERS ON A CABINET THAT DIED.
000267*  THE FRONT DESK BRINGS IT BACK WITH PONGSMNT ONCE IT IS
000268*  CHECKED.  A STATION ALREADY DOWN GETS NO SECOND FAULT, SO A
000269*  RERUN OF THE SAME DAY RAISES NOTHING TWICE.
000270*
000271*  A SESSION PONGOL TURNED AWAY AT THE START (RESERVED, HELD OR
000272*  DOWN STATION, UNKNOWN PLAYER, A FILE THAT WOULD NOT OPEN)
000273*  ENDS WITH A 'REFUSED' TRACE RECORD.  IT LEAVES NO RESULT BY
000274*  DESIGN, SO IT TIES AS A RESULT OF ITS OWN.
000275*-----------------------------------------------------------------
000280*  MODIFICATION HISTORY
000290*  DATE       INIT  DESCRIPTION
000300*  21/08/2026 MP    ORIGINAL PROGRAM.
000301*  15/10/2026 MP    DEAD-TERMINAL EXCEPTIONS NOW RAISE A STATION
000302*                    FAULT (FAULTFIL) AND TAKE THE STATION OUT OF
000303*                    SERVICE ON THE STNMAST STATION MASTER.  THE
000304*                    SESSION/RESULT TIE IS ALSO MADE PER STATION,
000305*                    FROM THE STATION THE AUDIT TRACE NOW CARRIES.
000306*  15/10/2026 MP    A MATCH START PONGOL REFUSED NOW CLOSES ITS
000307*                    SESSION WITH A 'REFUSED' TRACE RECORD, AND IS
000308*                    COUNTED HERE AS ACCOUNTED FOR - A RESERVED,
000309*                    HELD OR DOWN STATION TURNING PLAYERS AWAY NO
000310*                    LONGER RAISES A DEAD-TERMINAL FAULT.
000311*=================================================================
000320  IDENTIFICATION DIVISION.
000330      PROGRAM-ID.    PONGEOD.
000340      AUTHOR.        MAXIME POSTAIRE.
000580      SELECT PRTFILE ASSIGN TO PRTFILE
000590          ORGANIZATION IS SEQUENTIAL.
000600
000601      SELECT STNMAST ASSIGN TO STNMAST
000602          ORGANIZATION IS INDEXED
000603          ACCESS MODE IS RANDOM
000604          RECORD KEY IS PG-STN-STATION
000605          FILE STATUS IS PG-STNMAST-STATUS.
000606
000607      SELECT FAULTFIL ASSIGN TO FAULTFIL
000608          ORGANIZATION IS INDEXED
000609          ACCESS MODE IS RANDOM
000610          RECORD KEY IS PG-FLT-KEY
000611          FILE STATUS IS PG-FAULTFIL-STATUS.
000612
000613  DATA DIVISION.
000620  FILE SECTION.
000630  FD  AUDITFILE
000640      LABEL RECORDS ARE STANDARD.
000770      RECORD CONTAINS 132 CHARACTERS.
000780  01  PG-PRINT-LINE               PIC X(132).
000790
000791  FD  STNMAST
000792      LABEL RECORDS ARE STANDARD.
000793      COPY STNREC.
000794
000795  FD  FAULTFIL
000796      LABEL RECORDS ARE STANDARD.
000797      COPY FLTREC.
000798
000800  WORKING-STORAGE SECTION.
000810  01  PG-SWITCHES.
000820      05  PG-AUDITFILE-EOF    PIC X(01) VALUE 'N'.
000930  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
000940  01  PG-CKPT-FILE-STATUS     PIC X(02) VALUE '00'.
000950  01  PG-CKPT-REL-KEY         PIC 9(05) COMP VALUE ZERO.
000953  01  PG-STNMAST-STATUS       PIC X(02) VALUE '00'.
000957  01  PG-FAULTFIL-STATUS      PIC X(02) VALUE '00'.
000960
000970  01  PG-BUSINESS-DATE        PIC X(08).
000980
001030  01  PG-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
001040  01  PG-RESULT-COUNT         PIC 9(05) COMP VALUE ZERO.
001050  01  PG-GAP-COUNT            PIC 9(05) COMP VALUE ZERO.
001051  01  PG-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001052  01  PG-FAULT-COUNT          PIC 9(05) COMP VALUE ZERO.
001053  01  PG-STN-SUB              PIC 9(04) COMP VALUE ZERO.
001054
001055*-----------------------------------------------------------------
001056*    PER-STATION TALLY
001057*    THE SAME SESSION/RESULT TIE AS THE DAILY COUNTS, KEPT FOR
001058*    EACH STATION (SUBSCRIPT = STATION NUMBER) SO A DEAD TERMINAL
001059*    CAN BE PINNED TO ITS CABINET.  TRACE RECORDS WRITTEN BEFORE
001060*    THE TRACE CARRIED A STATION COUNT ONLY IN THE DAILY TOTAL.
001061*    THE LAST INITSCR TIME IS WHEN THE DEAD SESSION STARTED, AND
001062*    STAMPS THE FAULT RAISED FOR IT.
001063*-----------------------------------------------------------------
001064  01  PG-STATION-TALLY.
001065      05  PG-ST-ENTRY OCCURS 99 TIMES.
001066          10  PG-ST-SESSIONS      PIC 9(05) COMP.
001067          10  PG-ST-RESULTS       PIC 9(05) COMP.
001068          10  PG-ST-LAST-INITSCR  PIC 9(08).
001069
001070*    THE FAULT TO RAISE, SET UP BY THE CALLER OF 6000-RAISE-FAULT.
001071  01  PG-RAISE-WORK.
001072      05  PG-RAISE-STATION        PIC 9(02).
001073      05  PG-RAISE-DATE           PIC X(08).
001074      05  PG-RAISE-TIME           PIC 9(08).
001075      05  PG-RAISE-REASON         PIC X(30).
001076  01  PG-NEW-STATION-SWITCH     PIC X(01) VALUE 'N'.
001077      88  PG-STATION-IS-NEW            VALUE 'Y'.
001078      88  PG-STATION-ON-MASTER         VALUE 'N'.
001079
001080  01  PG-HEADING-1.
001081      05  FILLER                PIC X(20)
001090                                 VALUE 'PONGOL END-OF-DAY RE'.
001100      05  FILLER                PIC X(15)
001110                                 VALUE 'CONCILIATION - '.
001450  01  PG-CLEAN-LINE             PIC X(40) VALUE
001460          'NO EXCEPTIONS - ALL SESSIONS ACCOUNTED'.
001470
001471  01  PG-STATION-GAP-LINE.
001472      05  FILLER                PIC X(19)
001473                                 VALUE 'EXCEPTION: STATION '.
001474      05  PG-SGL-STATION        PIC Z9.
001475      05  FILLER                PIC X(01) VALUE SPACE.
001476      05  PG-SGL-COUNT          PIC ZZZZ9.
001477      05  FILLER                PIC X(20)
001478                                 VALUE ' SESSION(S) WITH NO '.
001479      05  FILLER                PIC X(06) VALUE 'RESULT'.
001480
001481  01  PG-FAULT-LINE.
001482      05  FILLER                PIC X(22)
001483                                 VALUE '  FAULT RAISED: STATIO'.
001484      05  FILLER                PIC X(02) VALUE 'N '.
001485      05  PG-FLN-STATION        PIC Z9.
001486      05  FILLER                PIC X(11) VALUE ' DOWN FROM '.
001487      05  PG-FLN-DATE           PIC X(08).
001488      05  FILLER                PIC X(01) VALUE SPACE.
001489      05  PG-FLN-TIME           PIC X(06).
001490      05  FILLER                PIC X(03) VALUE ' - '.
001491      05  PG-FLN-REASON         PIC X(30).
001492
001493  01  PG-ALREADY-DOWN-LINE.
001494      05  FILLER                PIC X(19)
001495                                 VALUE '  NO FAULT: STATION'.
001496      05  FILLER                PIC X(01) VALUE SPACE.
001497      05  PG-ADL-STATION        PIC Z9.
001498      05  FILLER                PIC X(20)
001499                                 VALUE ' IS ALREADY OUT OF S'.
001500      05  FILLER                PIC X(13)
001501                                 VALUE 'ERVICE SINCE '.
001502      05  PG-ADL-DATE           PIC X(08).
001503
001504*-----------------------------------------------------------------
001505*    LINKAGE SECTION
001506*    THE BUSINESS DAY TO RECONCILE IS TAKEN FROM THE EXEC PARM
001510*    AS AN 8-DIGIT YYYYMMDD DATE, THE SAME WAY PONGTRNY TAKES
001520*    ITS NIGHT.  OMIT THE PARM TO RECONCILE TODAY.
001530*-----------------------------------------------------------------
001660      PERFORM 3000-COUNT-LEDGER THRU 3000-EXIT.
001670      PERFORM 4000-SCAN-CHECKPOINTS THRU 4000-EXIT.
001680      PERFORM 5000-REPORT-EXCEPTIONS THRU 5000-EXIT.
001685      PERFORM 5500-CHECK-STATIONS THRU 5500-EXIT.
001690      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700      STOP RUN.
001710
001910      IF PG-CKPT-FILE-STATUS NOT = '00'
001920          GO TO 9120-CHECKPOINT-OPEN-FAILED
001930      END-IF.
001931      OPEN I-O STNMAST.
001932      IF PG-STNMAST-STATUS NOT = '00'
001933          GO TO 9130-STNMAST-OPEN-FAILED
001934      END-IF.
001936      OPEN I-O FAULTFIL.
001937      IF PG-FAULTFIL-STATUS NOT = '00'
001938          GO TO 9140-FAULTFIL-OPEN-FAILED
001939      END-IF.
001940      OPEN OUTPUT PRTFILE.
001942
001944      PERFORM 1100-CLEAR-ONE-STATION THRU 1100-EXIT
001946          VARYING PG-STN-SUB FROM 1 BY 1
001948          UNTIL PG-STN-SUB > 99.
001950
001960      MOVE PG-BUSINESS-DATE TO PG-HDG-DATE.
001970      WRITE PG-PRINT-LINE FROM PG-HEADING-1.
001980  1000-EXIT.
001981      EXIT.
001982
001983*-----------------------------------------------------------------
001984*    1100-CLEAR-ONE-STATION
001985*-----------------------------------------------------------------
001986  1100-CLEAR-ONE-STATION.
001987      MOVE ZERO TO PG-ST-SESSIONS (PG-STN-SUB).
001988      MOVE ZERO TO PG-ST-RESULTS (PG-STN-SUB).
001989      MOVE ZERO TO PG-ST-LAST-INITSCR (PG-STN-SUB).
001990  1100-EXIT.
001991      EXIT.
002000
002010*-----------------------------------------------------------------
002020*    2000-COUNT-SESSIONS
002270*-----------------------------------------------------------------
002280  2020-TALLY-AUDIT.
002290      IF PG-AUDIT-DATE = PG-BUSINESS-DATE
002291          AND PG-AUDIT-CALL-NAME = 'REFUSED'
002292          ADD 1 TO PG-REFUSED-COUNT
002293          IF PG-AUDIT-STATION NUMERIC
002294              AND PG-AUDIT-STATION > ZERO
002295              MOVE PG-AUDIT-STATION TO PG-STN-SUB
002296              ADD 1 TO PG-ST-RESULTS (PG-STN-SUB)
002297          END-IF
002298      END-IF.
002299      IF PG-AUDIT-DATE = PG-BUSINESS-DATE
002300          AND PG-AUDIT-CALL-NAME = 'INITSCR'
002310          ADD 1 TO PG-SESSION-COUNT
002311          IF PG-AUDIT-STATION NUMERIC
002312              AND PG-AUDIT-STATION > ZERO
002314              MOVE PG-AUDIT-STATION TO PG-STN-SUB
002315              ADD 1 TO PG-ST-SESSIONS (PG-STN-SUB)
002316              MOVE PG-AUDIT-TIMESTAMP
002318                  TO PG-ST-LAST-INITSCR (PG-STN-SUB)
002319          END-IF
002320      END-IF.
002330      PERFORM 2010-READ-AUDIT THRU 2010-EXIT.
002340  2020-EXIT.
002650  3020-TALLY-LEDGER.
002660      IF PG-MATCH-DATE = PG-BUSINESS-DATE
002670          ADD 1 TO PG-LEDGER-COUNT
002672          IF PG-MATCH-STATION > ZERO
002674              MOVE PG-MATCH-STATION TO PG-STN-SUB
002676              ADD 1 TO PG-ST-RESULTS (PG-STN-SUB)
002678          END-IF
002680      END-IF.
002690      PERFORM 3010-READ-SCORE THRU 3010-EXIT.
002700  3020-EXIT.
003020      IF PG-CKPT-IN-PROGRESS
003030          IF PG-CKPT-MATCH-DATE = PG-BUSINESS-DATE
003040              ADD 1 TO PG-INPROG-COUNT
003043              MOVE PG-CKPT-REL-KEY TO PG-STN-SUB
003047              ADD 1 TO PG-ST-RESULTS (PG-STN-SUB)
003050          ELSE
003060              IF PG-CKPT-MATCH-DATE < PG-BUSINESS-DATE
003070                  PERFORM 4100-REPORT-STALE THRU 4100-EXIT
003140
003150*-----------------------------------------------------------------
003160*    4100-REPORT-STALE
003163*    THE MATCH WAS ABANDONED ON A DEAD TERMINAL, SO THE STATION
003166*    IS TAKEN DOWN FROM THE MOMENT THAT MATCH STARTED.
003170*-----------------------------------------------------------------
003180  4100-REPORT-STALE.
003190      ADD 1 TO PG-STALE-COUNT.
003220      MOVE PG-CKPT-PLAYER-2-ID TO PG-STL-PLAYER-2.
003230      MOVE PG-CKPT-MATCH-DATE  TO PG-STL-DATE.
003240      WRITE PG-PRINT-LINE FROM PG-STALE-LINE.
003241
003243      MOVE PG-CKPT-REL-KEY    TO PG-RAISE-STATION.
003244      MOVE PG-CKPT-MATCH-DATE TO PG-RAISE-DATE.
003246      MOVE PG-CKPT-START-TIME TO PG-RAISE-TIME.
003247      MOVE 'STALE CHECKPOINT - DEAD TERM' TO PG-RAISE-REASON.
003249      PERFORM 6000-RAISE-FAULT THRU 6000-EXIT.
003250  4100-EXIT.
003260      EXIT.
003270
003290*    5000-REPORT-EXCEPTIONS
003300*    PRINTS THE DAY'S COUNTS, THEN THE COUNT-LEVEL EXCEPTIONS:
003310*    SESSIONS THE AUDIT TRACED THAT LEFT NEITHER A LEDGER RESULT
003315*    NOR A LIVE CHECKPOINT NOR A REFUSED-START TRACE, AND
003320*    RESULTS ON FILE WITH NO AUDIT
003330*    TRAIL BEHIND THEM (A TERMINAL WRITING TO THE LEDGER WITHOUT
003340*    GOING THROUGH THE TRACED LIFECYCLE).
003350*-----------------------------------------------------------------
003460      MOVE PG-INPROG-COUNT TO PG-CNT-VALUE.
003470      WRITE PG-PRINT-LINE FROM PG-COUNT-LINE.
003480
003482      MOVE 'MATCH STARTS REFUSED:     ' TO PG-CNT-LABEL.
003484      MOVE PG-REFUSED-COUNT TO PG-CNT-VALUE.
003486      WRITE PG-PRINT-LINE FROM PG-COUNT-LINE.
003488
003490      COMPUTE PG-RESULT-COUNT =
003492          PG-LEDGER-COUNT + PG-INPROG-COUNT + PG-REFUSED-COUNT.
003500
003510      IF PG-SESSION-COUNT > PG-RESULT-COUNT
003520          COMPUTE PG-GAP-COUNT =
003710      EXIT.
003720
003730*-----------------------------------------------------------------
003731*    5500-CHECK-STATIONS
003732*    THE SESSION/RESULT TIE AGAIN, STATION BY STATION.  A STATION
003733*    THAT TRACED MORE SESSIONS THAN IT LEFT RESULTS, LIVE
003734*    CHECKPOINTS OR REFUSED STARTS HAD A TERMINAL DIE UNDER A
003735*    MATCH; THE STATION IS LISTED AND TAKEN DOWN FROM THE START
003736*    OF ITS LAST SESSION.
003737*    THE DAILY COUNT LINES ABOVE ALREADY COUNTED THE GAP AS AN
003738*    EXCEPTION, SO IT IS NOT COUNTED AGAIN HERE.
003739*-----------------------------------------------------------------
003740  5500-CHECK-STATIONS.
003741      PERFORM 5510-CHECK-ONE-STATION THRU 5510-EXIT
003742          VARYING PG-STN-SUB FROM 1 BY 1
003743          UNTIL PG-STN-SUB > 99.
003744
003745      MOVE 'STATION FAULTS RAISED:    ' TO PG-CNT-LABEL.
003746      MOVE PG-FAULT-COUNT TO PG-CNT-VALUE.
003747      WRITE PG-PRINT-LINE FROM PG-COUNT-LINE.
003748  5500-EXIT.
003749      EXIT.
003750
003751*-----------------------------------------------------------------
003752*    5510-CHECK-ONE-STATION
003753*-----------------------------------------------------------------
003754  5510-CHECK-ONE-STATION.
003755      IF PG-ST-SESSIONS (PG-STN-SUB)
003756          NOT > PG-ST-RESULTS (PG-STN-SUB)
003757          GO TO 5510-EXIT
003758      END-IF.
003759
003760      COMPUTE PG-GAP-COUNT =
003761          PG-ST-SESSIONS (PG-STN-SUB)
003762          - PG-ST-RESULTS (PG-STN-SUB).
003763      MOVE PG-STN-SUB   TO PG-SGL-STATION.
003764      MOVE PG-GAP-COUNT TO PG-SGL-COUNT.
003765      WRITE PG-PRINT-LINE FROM PG-STATION-GAP-LINE.
003766
003767      MOVE PG-STN-SUB       TO PG-RAISE-STATION.
003768      MOVE PG-BUSINESS-DATE TO PG-RAISE-DATE.
003769      MOVE PG-ST-LAST-INITSCR (PG-STN-SUB) TO PG-RAISE-TIME.
003770      MOVE 'SESSION WITH NO RESULT' TO PG-RAISE-REASON.
003771      PERFORM 6000-RAISE-FAULT THRU 6000-EXIT.
003772  5510-EXIT.
003773      EXIT.
003774
003775*-----------------------------------------------------------------
003776*    6000-RAISE-FAULT
003777*    OPENS A FAULT FOR THE STATION IN PG-RAISE-WORK AND TAKES THE
003778*    STATION OUT OF SERVICE.  A STATION ALREADY DOWN KEEPS ITS
003779*    OPEN FAULT AND GETS NO SECOND ONE.  A STATION NOT YET ON THE
003780*    MASTER IS ADDED, DOWN, WITH ITS DETAILS LEFT FOR THE FRONT
003781*    DESK TO FILL IN WITH PONGSMNT.  THE FAULT IS WRITTEN BEFORE
003782*    THE MASTER IS TOUCHED, THE SAME ORDER PONGSMNT KEEPS.
003783*-----------------------------------------------------------------
003784  6000-RAISE-FAULT.
003785      SET PG-STATION-ON-MASTER TO TRUE.
003786      MOVE PG-RAISE-STATION TO PG-STN-STATION.
003787      READ STNMAST
003788          INVALID KEY
003789              SET PG-STATION-IS-NEW TO TRUE
003790      END-READ.
003791      IF PG-STATION-ON-MASTER AND PG-STN-OUT-OF-SERVICE
003792          MOVE PG-RAISE-STATION TO PG-ADL-STATION
003793          MOVE PG-STN-DOWN-DATE TO PG-ADL-DATE
003794          WRITE PG-PRINT-LINE FROM PG-ALREADY-DOWN-LINE
003795          GO TO 6000-EXIT
003796      END-IF.
003797      IF PG-STATION-IS-NEW
003798          MOVE SPACES TO PG-STATION-RECORD
003799          MOVE PG-RAISE-STATION TO PG-STN-STATION
003800      END-IF.
003801
003802      MOVE SPACES           TO PG-FAULT-RECORD.
003803      MOVE PG-RAISE-STATION TO PG-FLT-STATION.
003804      MOVE PG-RAISE-DATE    TO PG-FLT-DOWN-DATE.
003805      MOVE PG-RAISE-TIME    TO PG-FLT-DOWN-TIME.
003806      MOVE ZERO             TO PG-FLT-UP-TIME.
003807      SET PG-FLT-OPEN       TO TRUE.
003808      SET PG-FLT-FROM-EOD   TO TRUE.
003809      MOVE PG-RAISE-REASON  TO PG-FLT-REASON.
003810      MOVE 'PONGEOD'        TO PG-FLT-RAISED-BY.
003811      WRITE PG-FAULT-RECORD
003812          INVALID KEY
003813              DISPLAY 'PONGEOD - FAULTFIL WRITE REJECTED, STATUS '
003814                  PG-FAULTFIL-STATUS ' - STATION '
003815                  PG-RAISE-STATION ' LEFT AS IT WAS'
003816              GO TO 6000-EXIT
003817      END-WRITE.
003818
003819      SET PG-STN-OUT-OF-SERVICE TO TRUE.
003820      MOVE PG-RAISE-REASON TO PG-STN-FAULT-REASON.
003821      MOVE PG-RAISE-DATE   TO PG-STN-DOWN-DATE.
003822      MOVE PG-RAISE-TIME   TO PG-STN-DOWN-TIME.
003823      IF PG-STATION-IS-NEW
003824          WRITE PG-STATION-RECORD
003825              INVALID KEY
003826                  DISPLAY 'PONGEOD - STNMAST WRITE REJECTED, '
003827                      'STATUS ' PG-STNMAST-STATUS
003828          END-WRITE
003829      ELSE
003830          REWRITE PG-STATION-RECORD
003831              INVALID KEY
003832                  DISPLAY 'PONGEOD - STNMAST REWRITE REJECTED, '
003833                      'STATUS ' PG-STNMAST-STATUS
003834          END-REWRITE
003835      END-IF.
003836
003837      ADD 1 TO PG-FAULT-COUNT.
003838      MOVE PG-RAISE-STATION TO PG-FLN-STATION.
003839      MOVE PG-RAISE-DATE    TO PG-FLN-DATE.
003840      MOVE PG-RAISE-TIME    TO PG-FLN-TIME.
003841      MOVE PG-RAISE-REASON  TO PG-FLN-REASON.
003842      WRITE PG-PRINT-LINE FROM PG-FAULT-LINE.
003843  6000-EXIT.
003844      EXIT.
003845
003846*-----------------------------------------------------------------
003847*    9000-TERMINATE
003848*    A NON-ZERO RETURN CODE WHEN EXCEPTIONS EXIST IS WHAT THE
003849*    SCHEDULER KEYS ITS OPERATOR ALERT ON.
003850*-----------------------------------------------------------------
003851  9000-TERMINATE.
003852      CLOSE AUDITFILE.
003853      CLOSE SCOREFILE.
003854      CLOSE CHECKPOINT-FILE.
003855      CLOSE STNMAST.
003856      CLOSE FAULTFIL.
003857      CLOSE PRTFILE.
003858      IF PG-EXCEPTION-COUNT > ZERO
003859          MOVE 4 TO RETURN-CODE
003860      END-IF.
003861  9000-EXIT.
003870      EXIT.
003880
003890*-----------------------------------------------------------------
004210      STOP RUN.
004220  9120-EXIT.
004230      EXIT.
004240
004250*-----------------------------------------------------------------
004260*    9130-STNMAST-OPEN-FAILED
004270*-----------------------------------------------------------------
004280  9130-STNMAST-OPEN-FAILED.
004290      DISPLAY 'PONGEOD - STNMAST OPEN FAILED, STATUS '
004300          PG-STNMAST-STATUS.
004310      CLOSE AUDITFILE.
004320      CLOSE SCOREFILE.
004330      CLOSE CHECKPOINT-FILE.
004340      MOVE 8 TO RETURN-CODE.
004350      STOP RUN.
004360  9130-EXIT.
004370      EXIT.
004380
004390*-----------------------------------------------------------------
004400*    9140-FAULTFIL-OPEN-FAILED
004410*-----------------------------------------------------------------
004420  9140-FAULTFIL-OPEN-FAILED.
004430      DISPLAY 'PONGEOD - FAULTFIL OPEN FAILED, STATUS '
004440          PG-FAULTFIL-STATUS.
004450      CLOSE AUDITFILE.
004460      CLOSE SCOREFILE.
004470      CLOSE CHECKPOINT-FILE.
004480      CLOSE STNMAST.
004490      MOVE 8 TO RETURN-CODE.
004500      STOP RUN.
004510  9140-EXIT.
004520      EXIT.
