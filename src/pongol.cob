001480*                    SEATS, SO A BOOKED PAIR KEYED INTO THE
001490*                    PARTNER SEATS OF A DOUBLES START IS NOT
001500*                    REFUSED ITS OWN BOOKING.
001501*  15/10/2026 MP    A MATCH START NOW CHECKS THE STNMAST STATION
001502*                    MASTER (MAINTAINED BY PONGSMNT) FIRST: A
001503*                    STATION TAKEN OUT OF SERVICE REFUSES THE
001504*                    START WITH ITS FAULT REASON ON SCREEN, THE
001505*                    SAME WAY A RESERVED STATION DOES, RESUMED
001506*                    MATCH OR NEW.  A STATION NOT YET ON THE
001507*                    MASTER IS LET THROUGH.  THE AUDIT TRACE NOW
001508*                    CARRIES THE STATION SO PONGEOD CAN PIN A
001509*                    DEAD TERMINAL TO ITS CABINET.
001510*  15/10/2026 MP    HANDICAP MODE: 3030-NEW-MATCH NOW OFFERS A
001511*                    HANDICAP MATCH.  THE WEAKER SIDE, BY RATEFILE
001512*                    RATING, STARTS WITH THE HEAD START THE
001513*                    HCAPFILE SCALE GIVES FOR THE RATING GAP.  THE
001514*                    HEAD START SHOWS ON THE SCOREBOARD, RIDES ON
001515*                    THE CHECKPOINT SO A RESUMED MATCH KEEPS IT,
001516*                    AND IS STAMPED ON THE LEDGER RECORD.
001517*  15/10/2026 MP    WALK-UP WAITING LIST: A STATION OFFERED TO A
001518*                    PARTY ON THE WAITFILE LIST (PONGWAIT) IS
001519*                    HELD FOR THAT PARTY FOR A FEW MINUTES - A
001520*                    NEW MATCH BY ANYONE ELSE IS REFUSED - AND A
001521*                    MATCH START BY A PARTY IN LINE MARKS IT
001522*                    SEATED.  WHEN A RESULT IS WRITTEN AND THE
001523*                    CHECKPOINT RETIRED, THE STATION IS OFFERED TO
001524*                    THE NEXT PARTY IN LINE UNLESS THE RESERVATION
001525*                    BOOK IS HOLDING IT.
001526*  15/10/2026 MP    EVERY REFUSED MATCH START NOW CLOSES ITS
001527*                    SESSION ON THE AUDIT LOG WITH A 'REFUSED'
001528*                    TRACE RECORD, SO PONGEOD NO LONGER TAKES A
001529*                    HEALTHY STATION DOWN FOR A SESSION THAT WAS
001530*                    TURNED AWAY AT THE START.
001531*=================================================================
001532  IDENTIFICATION DIVISION.
001533      PROGRAM-ID.    PONGOL.
001540      AUTHOR.        COLIN EVRARD, MAXIME POSTAIRE.
001550      INSTALLATION.  ARCADE FLOOR OPERATIONS.
001560      DATE-WRITTEN.  24/02/2023.
001920          RECORD KEY IS PG-RESV-KEY
001930          FILE STATUS IS PG-RESVFILE-STATUS.
001940
001941      SELECT STNMAST ASSIGN TO STNMAST
001942          ORGANIZATION IS INDEXED
001943          ACCESS MODE IS RANDOM
001944          RECORD KEY IS PG-STN-STATION
001945          FILE STATUS IS PG-STNMAST-STATUS.
001946
001947      SELECT RATEFILE ASSIGN TO RATEFILE
001948          ORGANIZATION IS INDEXED
001949          ACCESS MODE IS RANDOM
001950          RECORD KEY IS PG-RATE-PLAYER-ID
001951          FILE STATUS IS PG-RATEFILE-STATUS.
001952
001953      SELECT HCAPFILE ASSIGN TO HCAPFILE
001954          ORGANIZATION IS INDEXED
001955          ACCESS MODE IS SEQUENTIAL
001956          RECORD KEY IS PG-HCAP-GAP-FROM
001957          FILE STATUS IS PG-HCAPFILE-STATUS.
001958
001959      SELECT WAITFILE ASSIGN TO WAITFILE
001960          ORGANIZATION IS INDEXED
001961          ACCESS MODE IS DYNAMIC
001962          RECORD KEY IS PG-WAIT-KEY
001963          FILE STATUS IS PG-WAITFILE-STATUS.
001964
001965  DATA DIVISION.
001966  FILE SECTION.
001970  FD  SCOREFILE
001980      LABEL RECORDS ARE STANDARD.
001990      COPY MATCHREC.
002170  FD  RESVFILE
002180      LABEL RECORDS ARE STANDARD.
002190      COPY RESVREC.
002191
002192  FD  STNMAST
002193      LABEL RECORDS ARE STANDARD.
002194      COPY STNREC.
002195
002196  FD  RATEFILE
002197      LABEL RECORDS ARE STANDARD.
002198      COPY RATEREC.
002199
002200  FD  HCAPFILE
002201      LABEL RECORDS ARE STANDARD.
002202      COPY HCAPREC.
002203
002204  FD  WAITFILE
002205      LABEL RECORDS ARE STANDARD.
002206      COPY WAITREC.
002207
002210  WORKING-STORAGE SECTION.
002220  01  R                       PIC 9(8) BINARY.
002230 
002520      05  PG-WORK-PLAYER-3-ID      PIC X(10).
002530      05  PG-WORK-PLAYER-4-ID      PIC X(10).
002540 
002541*    HANDICAP STATE FOR THE MATCH ON THE TABLE.  THE SIDE IS THE
002542*    ONE THAT STARTED WITH THE HEAD START ('1' OR '2'), BLANK ON
002543*    AN ORDINARY MATCH.  IT IS CARRIED ON THE CHECKPOINT AND
002544*    STAMPED ON THE LEDGER RECORD BY 8000-WRITE-SCORE.
002545  01  PG-HANDICAP-WORK.
002546      05  PG-WORK-HCAP-SIDE        PIC X(01) VALUE SPACE.
002547          88  PG-WORK-HANDICAPPED         VALUES '1', '2'.
002548      05  PG-WORK-HCAP-POINTS      PIC 9(02) VALUE ZERO.
002549      05  PG-HCAP-ANSWER           PIC X(01) VALUE 'N'.
002550          88  PG-HCAP-REQUESTED           VALUES 'Y', 'y'.
002551      05  PG-SIDE-1-RATING         PIC 9(05) COMP.
002552      05  PG-SIDE-2-RATING         PIC 9(05) COMP.
002553      05  PG-RATING-GAP            PIC 9(05) COMP.
002554      05  PG-HCAP-LOOKUP-ID        PIC X(10).
002555      05  PG-HCAP-LOOKUP-RATING    PIC 9(04).
002556
002557  01  PG-HCAP-EOF-SWITCH       PIC X(01) VALUE 'N'.
002558      88  PG-HCAP-NOT-AT-EOF          VALUE 'N'.
002559      88  PG-HCAP-AT-EOF              VALUE 'Y'.
002560
002561*    A PLAYER WITH NO RATEFILE RECORD YET COUNTS AT THE SAME
002562*    OPENING RATING PONGRATE GIVES A NEW PLAYER.
002563  77  PG-HCAP-START-RATING     PIC 9(04) VALUE 1500.
002564
002565  01  PG-MATCH-TIMING.
002566      05  PG-START-TIME.
002570          10  PG-START-HH     PIC 9(02).
002580          10  PG-START-MM     PIC 9(02).
002590          10  PG-START-SS     PIC 9(02).
002720  01  PG-PLAYMAST-STATUS       PIC X(02) VALUE '00'.
002730  01  PG-CHECK-PLAYER-ID       PIC X(10) VALUE SPACES.
002740  01  PG-RESVFILE-STATUS       PIC X(02) VALUE '00'.
002745  01  PG-STNMAST-STATUS        PIC X(02) VALUE '00'.
002747  01  PG-RATEFILE-STATUS       PIC X(02) VALUE '00'.
002748  01  PG-HCAPFILE-STATUS       PIC X(02) VALUE '00'.
002749  01  PG-WAITFILE-STATUS       PIC X(02) VALUE '00'.
002750
002760  01  PG-RESV-EOF-SWITCH       PIC X(01) VALUE 'N'.
002770      88  PG-RESV-NOT-AT-EOF          VALUE 'N'.
002920      05  PG-SLOT-NUM REDEFINES PG-SLOT-TEXT.
002930          10  PG-SLOT-HH       PIC 9(02).
002940          10  PG-SLOT-MM       PIC 9(02).
002941
002942  01  PG-WAIT-EOF-SWITCH       PIC X(01) VALUE 'N'.
002943      88  PG-WAIT-NOT-AT-EOF          VALUE 'N'.
002944      88  PG-WAIT-AT-EOF              VALUE 'Y'.
002945
002946*    WAITING LIST WORK.  THE LIST IS KEPT BY QUEUE DAY - THE
002947*    BUSINESS DAY, STEPPED BACK ONE CALENDAR DAY BEFORE THE
002948*    CUTOVER HOUR - AND ITS CLOCK TIMES ARE TURNED INTO MINUTES
002949*    OF THAT DAY, SO A TIME AFTER MIDNIGHT COUNTS ON FROM 1440
002950*    AND A HOLD RUNNING ACROSS MIDNIGHT STILL ADDS UP.
002951  01  PG-WAIT-CHECK-WORK.
002952      05  PG-QUEUE-DAY         PIC X(08).
002953      05  PG-QUEUE-DAY-SPLIT REDEFINES PG-QUEUE-DAY.
002954          10  PG-QDY-YEAR      PIC 9(04).
002955          10  PG-QDY-MONTH     PIC 9(02).
002956          10  PG-QDY-DAY       PIC 9(02).
002957      05  PG-CAL-QUOT          PIC 9(08) COMP.
002958      05  PG-CAL-REM           PIC 9(08) COMP.
002959      05  PG-WAIT-NOW-HHMM     PIC 9(04).
002960      05  PG-QUEUE-NOW-MINUTES PIC 9(05) COMP.
002961      05  PG-CLOCK-TEXT        PIC 9(04).
002962      05  PG-CLOCK-SPLIT REDEFINES PG-CLOCK-TEXT.
002963          10  PG-CLOCK-HH      PIC 9(02).
002964          10  PG-CLOCK-MM      PIC 9(02).
002965      05  PG-CLOCK-MINUTES     PIC 9(05) COMP.
002966      05  PG-NEXT-QUEUE-NO     PIC 9(04).
002967      05  PG-OFFER-RESV-DATE   PIC X(08).
002968
002969  01  PG-PARTY-KEYED-SWITCH    PIC X(01) VALUE 'N'.
002970      88  PG-PARTY-KEYED              VALUE 'Y'.
002971      88  PG-PARTY-NOT-KEYED          VALUE 'N'.
002972
002973  01  PG-STATION-HOLD-SWITCH   PIC X(01) VALUE 'N'.
002974      88  PG-STATION-HELD             VALUE 'Y'.
002975      88  PG-STATION-NOT-HELD         VALUE 'N'.
002976
002977*    A STATION OFFERED TO A WAITING PARTY IS HELD FOR IT THIS
002978*    MANY MINUTES.  PONGSTAT HOLDS ITS OFFERS THE SAME TIME.
002979  77  PG-OFFER-HOLD-MINUTES    PIC 9(02) VALUE 05.
002980  77  PG-QUEUE-CUTOVER-HH      PIC 9(02) VALUE 06.
002981
002982  01  PG-MONTH-LENGTHS         PIC X(24)
002983                               VALUE '312831303130313130313031'.
002984  01  PG-MONTH-LENGTH-TABLE REDEFINES PG-MONTH-LENGTHS.
002985      05  PG-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
002986
002987  01  PG-RESTART-SWITCH         PIC X(01) VALUE 'N'.
002988      88  PG-RESTART-AVAILABLE         VALUE 'Y'.
002989      88  PG-NO-RESTART-AVAILABLE      VALUE 'N'.
002990 
003000*    SERVE ROTATION - SIDE 1 SERVES THE FIRST POINT AND THE SERVE
003010*    ALTERNATES EVERY POINT AFTER THAT.  THE SERVING SIDE DECIDES
003890  01  PG-DRAW-COL             PIC S9(04) COMP VALUE ZERO.
003900
003910  01  PG-SCOREBOARD-LINE.
003911*    A HANDICAP HEAD START SHOWS AS +N BESIDE THE SIDE THAT
003912*    STARTED WITH IT; BOTH MARKS ARE BLANK ON AN ORDINARY MATCH.
003913      05  PG-SCB-HCAP-1-MARK  PIC X(01).
003914      05  PG-SCB-HCAP-1-POINTS PIC Z9 BLANK WHEN ZERO.
003915      05  FILLER              PIC X(01) VALUE SPACE.
003920      05  PG-SCB-PLAYER-1     PIC X(10).
003930      05  FILLER              PIC X(01) VALUE SPACE.
003940      05  PG-SCB-SCORE-1      PIC ZZ9.
003960      05  PG-SCB-SCORE-2      PIC ZZ9.
003970      05  FILLER              PIC X(01) VALUE SPACE.
003980      05  PG-SCB-PLAYER-2     PIC X(10).
003982      05  FILLER              PIC X(01) VALUE SPACE.
003985      05  PG-SCB-HCAP-2-MARK  PIC X(01).
003988      05  PG-SCB-HCAP-2-POINTS PIC Z9 BLANK WHEN ZERO.
003990*    MVADDSTR WANTS A C STRING, SO THE LINE ENDS IN A NUL BYTE.
004000      05  FILLER              PIC X(01) VALUE LOW-VALUE.
004010
005040      ACCEPT PG-AUDIT-DATE FROM DATE YYYYMMDD.
005050      MOVE PG-LAST-CALL-NAME TO PG-AUDIT-CALL-NAME.
005060      MOVE R                 TO PG-AUDIT-R-VALUE.
005065      MOVE PG-CFG-STATION    TO PG-AUDIT-STATION.
005070      WRITE PG-AUDIT-RECORD.
005080  2010-EXIT.
005081      EXIT.
005082
005083*-----------------------------------------------------------------
005084*    2015-TRACE-REFUSAL
005085*    CLOSES THE SESSION ON THE AUDIT LOG WHEN THE MATCH START IS
005086*    REFUSED.  THE INITSCR TRACE IS ALREADY WRITTEN BY THEN, AND
005087*    A REFUSED START LEAVES NEITHER A RESULT NOR A CHECKPOINT -
005088*    WITHOUT THIS RECORD PONGEOD WOULD SEE A TERMINAL THAT DIED
005089*    UNDER A MATCH AND TAKE THE STATION DOWN.
005090*-----------------------------------------------------------------
005091  2015-TRACE-REFUSAL.
005092      MOVE 'REFUSED'   TO PG-LAST-CALL-NAME.
005093      MOVE ZERO        TO R.
005094      PERFORM 2010-WRITE-AUDIT THRU 2010-EXIT.
005095  2015-EXIT.
005096      EXIT.
005100 
005110*-----------------------------------------------------------------
005120*    2020-CHECK-TERM-SIZE
005400*    FROM THE CHECKPOINT ON RESUME, STAMPED FRESH ON A NEW MATCH)
005410*    SO 8000-WRITE-SCORE CAN COMPUTE A DURATION THAT COVERS THE
005420*    WHOLE MATCH, NOT JUST THE TIME SINCE THE LAST RESUME.
005422*    A STATION THE STATION MASTER HAS OUT OF SERVICE NEVER GETS
005425*    THAT FAR - RESUMED MATCH OR NEW, A DOWN CABINET TAKES NO
005428*    PLAY UNTIL PONGSMNT BRINGS IT BACK.
005430*-----------------------------------------------------------------
005440  3000-START-MATCH.
005443      PERFORM 3005-CHECK-STATION-SERVICE THRU 3005-EXIT.
005447
005450      PERFORM 3010-CHECK-FOR-RESTART THRU 3010-EXIT.
005460
005470      IF PG-RESTART-AVAILABLE
005530  3000-EXIT.
005540      EXIT.
005550 
005551*-----------------------------------------------------------------
005552*    3005-CHECK-STATION-SERVICE
005553*    READS THIS STATION'S RECORD ON THE STATION MASTER.  A
005554*    STATION FLAGGED OUT OF SERVICE REFUSES THE MATCH START.  A
005555*    STATION NOT ON THE MASTER AT ALL IS LET THROUGH - THE MASTER
005556*    DESCRIBES THE CABINETS, IT DOES NOT LICENSE THEM.
005557*-----------------------------------------------------------------
005558  3005-CHECK-STATION-SERVICE.
005559      OPEN INPUT STNMAST.
005560      IF PG-STNMAST-STATUS NOT = '00'
005561          GO TO 9100-STNMAST-OPEN-FAILED
005562      END-IF.
005563      MOVE PG-CFG-STATION TO PG-STN-STATION.
005564      READ STNMAST
005565          INVALID KEY
005566              SET PG-STN-IN-SERVICE TO TRUE
005567      END-READ.
005568      IF PG-STN-OUT-OF-SERVICE
005569          GO TO 9110-STATION-OUT-OF-SERVICE
005570      END-IF.
005571      CLOSE STNMAST.
005572  3005-EXIT.
005573      EXIT.
005574
005575*-----------------------------------------------------------------
005576*    3010-CHECK-FOR-RESTART
005580*    OPENS THE CHECKPOINT FILE AND LOOKS FOR A RECORD LEFT BY A
005590*    MATCH THAT NEVER REACHED 8000-WRITE-SCORE.
005600*-----------------------------------------------------------------
005970*    INTERRUPTION ALREADY CARRY IT.  A RE-STAMPED TIME WOULD
005980*    ORPHAN THEM FROM THE RECORD THE MATCH FINALLY WRITES.
005990      MOVE PG-CKPT-MATCH-TIME  TO PG-WORK-MATCH-TIME.
005991*    A HANDICAP MATCH KEEPS ITS HEAD START - THE SCORES ALREADY
005992*    INCLUDE IT, AND THE SIDE AND POINTS GO BACK ON THE LEDGER.
005993      MOVE PG-CKPT-HCAP-SIDE   TO PG-WORK-HCAP-SIDE.
005994      MOVE PG-CKPT-HCAP-POINTS TO PG-WORK-HCAP-POINTS.
005996      IF NOT PG-WORK-HANDICAPPED
005997          MOVE SPACE TO PG-WORK-HCAP-SIDE
005998          MOVE ZERO  TO PG-WORK-HCAP-POINTS
005999      END-IF.
006000
006010      DISPLAY 'RESUMING MATCH IN PROGRESS FOR '.
006020      DISPLAY PG-WORK-PLAYER-1-ID.
006140*    IS VALIDATED AGAINST THE PLAYMAST PLAYER MASTER - AN ID
006150*    NOT ON THE MASTER, OR FLAGGED INACTIVE, REJECTS THE MATCH
006160*    START OUTRIGHT.
006161*    EITHER SIDE MAY ASK FOR A HANDICAP MATCH - SEE
006162*    3080-SET-HANDICAP.
006163*    A STATION HELD FOR A PARTY ON THE WAITING LIST IS REFUSED
006164*    TO EVERYONE ELSE WHILE THE HOLD LASTS - SEE
006165*    3100-CHECK-WAITING-LIST.
006170*-----------------------------------------------------------------
006180  3030-NEW-MATCH.
006190      OPEN INPUT PLAYMAST.
006550      MOVE ZERO TO PG-WORK-SCORE-1.
006560      MOVE ZERO TO PG-WORK-SCORE-2.
006570
006571      MOVE SPACE TO PG-WORK-HCAP-SIDE.
006572      MOVE ZERO  TO PG-WORK-HCAP-POINTS.
006573      DISPLAY 'HANDICAP MATCH (Y/N): '.
006574      ACCEPT PG-HCAP-ANSWER.
006575      IF PG-HCAP-REQUESTED
006576          PERFORM 3080-SET-HANDICAP THRU 3080-EXIT
006577      END-IF.
006578
006580      ACCEPT PG-WORK-MATCH-DATE FROM DATE YYYYMMDD.
006590      ACCEPT PG-WORK-MATCH-TIME FROM TIME.
006600      ACCEPT PG-START-TIME      FROM TIME.
006610
006620      PERFORM 3050-CHECK-RESERVATION THRU 3050-EXIT.
006625      PERFORM 3100-CHECK-WAITING-LIST THRU 3100-EXIT.
006630  3030-EXIT.
006640      EXIT.
006650
007850      EXIT.
007860
007870*-----------------------------------------------------------------
007871*    3080-SET-HANDICAP
007872*    WORKS OUT THE HEAD START FOR A HANDICAP MATCH.  EACH SIDE'S
007873*    STRENGTH IS ITS RATEFILE RATING - THE AVERAGE OF THE TWO
007874*    PARTNERS ON A DOUBLES SIDE.  THE GAP BETWEEN THE SIDES IS
007875*    LOOKED UP ON THE HCAPFILE SCALE AND THE WEAKER SIDE STARTS
007876*    THE MATCH ON THAT MANY POINTS.  EVENLY RATED SIDES, OR A GAP
007877*    BELOW THE FIRST BAND OF THE SCALE, PLAY LEVEL.  THE HEAD
007878*    START IS HELD BELOW THE WINNING SCORE SO THE MATCH STILL HAS
007879*    TO BE PLAYED.
007880*-----------------------------------------------------------------
007881  3080-SET-HANDICAP.
007882      OPEN INPUT RATEFILE.
007883      IF PG-RATEFILE-STATUS NOT = '00'
007884          GO TO 9120-RATEFILE-OPEN-FAILED
007885      END-IF.
007886
007887      MOVE PG-WORK-PLAYER-1-ID TO PG-HCAP-LOOKUP-ID.
007888      PERFORM 3085-GET-RATING THRU 3085-EXIT.
007889      MOVE PG-HCAP-LOOKUP-RATING TO PG-SIDE-1-RATING.
007890      MOVE PG-WORK-PLAYER-2-ID TO PG-HCAP-LOOKUP-ID.
007891      PERFORM 3085-GET-RATING THRU 3085-EXIT.
007892      MOVE PG-HCAP-LOOKUP-RATING TO PG-SIDE-2-RATING.
007893
007894      IF PG-WORK-DOUBLES
007895          MOVE PG-WORK-PLAYER-3-ID TO PG-HCAP-LOOKUP-ID
007896          PERFORM 3085-GET-RATING THRU 3085-EXIT
007897          COMPUTE PG-SIDE-1-RATING =
007898              (PG-SIDE-1-RATING + PG-HCAP-LOOKUP-RATING) / 2
007899          MOVE PG-WORK-PLAYER-4-ID TO PG-HCAP-LOOKUP-ID
007900          PERFORM 3085-GET-RATING THRU 3085-EXIT
007901          COMPUTE PG-SIDE-2-RATING =
007902              (PG-SIDE-2-RATING + PG-HCAP-LOOKUP-RATING) / 2
007903      END-IF.
007904
007905      CLOSE RATEFILE.
007906
007907      IF PG-SIDE-1-RATING > PG-SIDE-2-RATING
007908          COMPUTE PG-RATING-GAP =
007909              PG-SIDE-1-RATING - PG-SIDE-2-RATING
007910          MOVE '2' TO PG-WORK-HCAP-SIDE
007911      ELSE
007912          COMPUTE PG-RATING-GAP =
007913              PG-SIDE-2-RATING - PG-SIDE-1-RATING
007914          MOVE '1' TO PG-WORK-HCAP-SIDE
007915      END-IF.
007916
007917      IF PG-RATING-GAP = ZERO
007918          MOVE SPACE TO PG-WORK-HCAP-SIDE
007919          DISPLAY 'HANDICAP: SIDES EVENLY RATED - PLAYING LEVEL'
007920          GO TO 3080-EXIT
007921      END-IF.
007922
007923      OPEN INPUT HCAPFILE.
007924      IF PG-HCAPFILE-STATUS NOT = '00'
007925          GO TO 9130-HCAPFILE-OPEN-FAILED
007926      END-IF.
007927      SET PG-HCAP-NOT-AT-EOF TO TRUE.
007928      PERFORM 3090-READ-SCALE THRU 3090-EXIT.
007929      PERFORM 3095-WEIGH-BAND THRU 3095-EXIT
007930          UNTIL PG-HCAP-AT-EOF.
007931      CLOSE HCAPFILE.
007932
007933      IF PG-WORK-HCAP-POINTS NOT < PG-CFG-WINNING-SCORE
007934          COMPUTE PG-WORK-HCAP-POINTS = PG-CFG-WINNING-SCORE - 1
007935      END-IF.
007936
007937      IF PG-WORK-HCAP-POINTS = ZERO
007938          MOVE SPACE TO PG-WORK-HCAP-SIDE
007939          DISPLAY 'HANDICAP: RATING GAP BELOW THE SCALE - '
007940              'PLAYING LEVEL'
007941          GO TO 3080-EXIT
007942      END-IF.
007943
007944      IF PG-WORK-HCAP-SIDE = '1'
007945          MOVE PG-WORK-HCAP-POINTS TO PG-WORK-SCORE-1
007946      ELSE
007947          MOVE PG-WORK-HCAP-POINTS TO PG-WORK-SCORE-2
007948      END-IF.
007949      DISPLAY 'HANDICAP: SIDE ' PG-WORK-HCAP-SIDE ' STARTS ON '
007950          PG-WORK-HCAP-POINTS.
007951  3080-EXIT.
007952      EXIT.
007953
007954*-----------------------------------------------------------------
007955*    3085-GET-RATING
007956*    READS THE RATING FOR THE PLAYER IN PG-HCAP-LOOKUP-ID INTO
007957*    PG-HCAP-LOOKUP-RATING.  A PLAYER NEVER RATED COUNTS AT THE
007958*    OPENING RATING.
007959*-----------------------------------------------------------------
007960  3085-GET-RATING.
007961      MOVE PG-HCAP-LOOKUP-ID TO PG-RATE-PLAYER-ID.
007962      READ RATEFILE
007963          INVALID KEY
007964              MOVE PG-HCAP-START-RATING TO PG-HCAP-LOOKUP-RATING
007965              GO TO 3085-EXIT
007966      END-READ.
007967      MOVE PG-RATE-RATING TO PG-HCAP-LOOKUP-RATING.
007968  3085-EXIT.
007969      EXIT.
007970
007971*-----------------------------------------------------------------
007972*    3090-READ-SCALE
007973*-----------------------------------------------------------------
007974  3090-READ-SCALE.
007975      READ HCAPFILE
007976          AT END
007977              SET PG-HCAP-AT-EOF TO TRUE
007978      END-READ.
007979  3090-EXIT.
007980      EXIT.
007981
007982*-----------------------------------------------------------------
007983*    3095-WEIGH-BAND
007984*    THE SCALE COMES BACK IN GAP-FROM ORDER, SO THE LAST BAND
007985*    WHOSE GAP-FROM THE RATING GAP REACHES IS THE ONE THAT
007986*    APPLIES, AND THE WALK STOPS AT THE FIRST BAND BEYOND IT.
007987*-----------------------------------------------------------------
007988  3095-WEIGH-BAND.
007989      IF PG-HCAP-GAP-FROM > PG-RATING-GAP
007990          SET PG-HCAP-AT-EOF TO TRUE
007991          GO TO 3095-EXIT
007992      END-IF.
007993      MOVE PG-HCAP-POINTS TO PG-WORK-HCAP-POINTS.
007994      PERFORM 3090-READ-SCALE THRU 3090-EXIT.
007995  3095-EXIT.
007996      EXIT.
007997
007998*-----------------------------------------------------------------
007999*    3100-CHECK-WAITING-LIST
008000*    WEIGHS TONIGHT'S WAITING LIST AGAINST THE PLAYERS JUST
008001*    KEYED.  A STATION OFFERED TO A PARTY INSIDE THE LAST FEW
008002*    MINUTES IS THAT PARTY'S: IF NONE OF THE KEYED PLAYERS IS IN
008003*    IT THE MATCH START IS REFUSED, SO THE PARTY THAT WAITED GETS
008004*    THE CABINET AHEAD OF WHOEVER WALKED UP TO IT.  ONCE THE
008005*    START IS ALLOWED, EVERY PARTY STILL IN LINE THAT ONE OF THE
008006*    KEYED PLAYERS BELONGS TO IS MARKED SEATED ON THIS STATION -
008007*    OFFERED HERE OR NOT, THEY ARE PLAYING.  TWO PASSES, SO A
008008*    REFUSED START MARKS NOBODY SEATED.
008009*-----------------------------------------------------------------
008010  3100-CHECK-WAITING-LIST.
008011      OPEN I-O WAITFILE.
008012      IF PG-WAITFILE-STATUS NOT = '00'
008013          GO TO 9140-WAITFILE-OPEN-FAILED
008014      END-IF.
008015      PERFORM 3110-SET-QUEUE-DAY THRU 3110-EXIT.
008016
008017      PERFORM 3120-START-DAY THRU 3120-EXIT.
008018      PERFORM 3140-WEIGH-HOLD THRU 3140-EXIT
008019          UNTIL PG-WAIT-AT-EOF.
008020
008021      PERFORM 3120-START-DAY THRU 3120-EXIT.
008022      PERFORM 3150-SEAT-PARTY THRU 3150-EXIT
008023          UNTIL PG-WAIT-AT-EOF.
008024
008025      CLOSE WAITFILE.
008026  3100-EXIT.
008027      EXIT.
008028
008029*-----------------------------------------------------------------
008030*    3110-SET-QUEUE-DAY
008031*    TAKES THE WALL CLOCK AND WORKS OUT THE QUEUE DAY, THE SAME
008032*    RULE PONGWAIT FILES THE PARTIES UNDER, AND THE MINUTE OF
008033*    THE QUEUE DAY IT IS NOW.
008034*-----------------------------------------------------------------
008035  3110-SET-QUEUE-DAY.
008036      ACCEPT PG-NOW-TIME  FROM TIME.
008037      ACCEPT PG-QUEUE-DAY FROM DATE YYYYMMDD.
008038      IF PG-NOW-HH < PG-QUEUE-CUTOVER-HH
008039          PERFORM 3115-STEP-BACK-A-DAY THRU 3115-EXIT
008040      END-IF.
008041      COMPUTE PG-WAIT-NOW-HHMM = PG-NOW-HH * 100 + PG-NOW-MM.
008042      MOVE PG-WAIT-NOW-HHMM TO PG-CLOCK-TEXT.
008043      PERFORM 3190-QUEUE-MINUTES THRU 3190-EXIT.
008044      MOVE PG-CLOCK-MINUTES TO PG-QUEUE-NOW-MINUTES.
008045  3110-EXIT.
008046      EXIT.
008047
008048*-----------------------------------------------------------------
008049*    3115-STEP-BACK-A-DAY
008050*    THE DAY BEFORE PG-QUEUE-DAY, ACROSS A MONTH OR YEAR END,
008051*    FEBRUARY CHECKED FOR A LEAP YEAR.
008052*-----------------------------------------------------------------
008053  3115-STEP-BACK-A-DAY.
008054      IF PG-QDY-DAY > 1
008055          SUBTRACT 1 FROM PG-QDY-DAY
008056          GO TO 3115-EXIT
008057      END-IF.
008058      IF PG-QDY-MONTH = 1
008059          SUBTRACT 1 FROM PG-QDY-YEAR
008060          MOVE 12 TO PG-QDY-MONTH
008061      ELSE
008062          SUBTRACT 1 FROM PG-QDY-MONTH
008063      END-IF.
008064      MOVE PG-MONTH-LENGTH (PG-QDY-MONTH) TO PG-QDY-DAY.
008065      IF PG-QDY-MONTH = 2
008066          DIVIDE PG-QDY-YEAR BY 4
008067              GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
008068          IF PG-CAL-REM = ZERO
008069              MOVE 29 TO PG-QDY-DAY
008070              DIVIDE PG-QDY-YEAR BY 100
008071                  GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
008072              IF PG-CAL-REM = ZERO
008073                  MOVE 28 TO PG-QDY-DAY
008074                  DIVIDE PG-QDY-YEAR BY 400
008075                      GIVING PG-CAL-QUOT REMAINDER PG-CAL-REM
008076                  IF PG-CAL-REM = ZERO
008077                      MOVE 29 TO PG-QDY-DAY
008078                  END-IF
008079              END-IF
008080          END-IF
008081      END-IF.
008082  3115-EXIT.
008083      EXIT.
008084
008085*-----------------------------------------------------------------
008086*    3120-START-DAY
008087*    POSITIONS ON THE FIRST PARTY OF THE QUEUE DAY'S PAGE.
008088*-----------------------------------------------------------------
008089  3120-START-DAY.
008090      MOVE PG-QUEUE-DAY TO PG-WAIT-DATE.
008091      MOVE ZERO         TO PG-WAIT-QUEUE-NO.
008092      SET PG-WAIT-NOT-AT-EOF TO TRUE.
008093      START WAITFILE KEY IS NOT LESS THAN PG-WAIT-KEY
008094          INVALID KEY
008095              SET PG-WAIT-AT-EOF TO TRUE
008096      END-START.
008097      IF PG-WAIT-NOT-AT-EOF
008098          PERFORM 3130-READ-PARTY THRU 3130-EXIT
008099      END-IF.
008100  3120-EXIT.
008101      EXIT.
008102
008103*-----------------------------------------------------------------
008104*    3130-READ-PARTY
008105*    THE LIST IS IN QUEUE DAY + QUEUE NUMBER ORDER, SO THE
008106*    NIGHT'S LINE ENDS WHEN THE KEY ROLLS ONTO ANOTHER DAY.
008107*-----------------------------------------------------------------
008108  3130-READ-PARTY.
008109      READ WAITFILE NEXT RECORD
008110          AT END
008111              SET PG-WAIT-AT-EOF TO TRUE
008112      END-READ.
008113      IF PG-WAIT-NOT-AT-EOF
008114          AND PG-WAIT-DATE NOT = PG-QUEUE-DAY
008115          SET PG-WAIT-AT-EOF TO TRUE
008116      END-IF.
008117  3130-EXIT.
008118      EXIT.
008119
008120*-----------------------------------------------------------------
008121*    3140-WEIGH-HOLD
008122*    A LIVE OFFER OF THIS STATION TO A PARTY NONE OF THE KEYED
008123*    PLAYERS BELONGS TO REFUSES THE MATCH START.
008124*-----------------------------------------------------------------
008125  3140-WEIGH-HOLD.
008126      IF PG-WAIT-OFFERED
008127          AND PG-WAIT-OFFER-STATION = PG-CFG-STATION
008128          MOVE PG-WAIT-OFFER-TIME TO PG-CLOCK-TEXT
008129          PERFORM 3190-QUEUE-MINUTES THRU 3190-EXIT
008130          IF PG-QUEUE-NOW-MINUTES <
008131                  PG-CLOCK-MINUTES + PG-OFFER-HOLD-MINUTES
008132              PERFORM 3160-MATCH-PARTY THRU 3160-EXIT
008133              IF PG-PARTY-NOT-KEYED
008134                  GO TO 9150-STATION-HELD
008135              END-IF
008136          END-IF
008137      END-IF.
008138      PERFORM 3130-READ-PARTY THRU 3130-EXIT.
008139  3140-EXIT.
008140      EXIT.
008141
008142*-----------------------------------------------------------------
008143*    3150-SEAT-PARTY
008144*    A PARTY STILL IN LINE THAT ONE OF THE KEYED PLAYERS BELONGS
008145*    TO IS SEATED ON THIS STATION.  A REJECTED REWRITE LOSES
008146*    ONLY THE WAITING-LIST MARK, NOT THE MATCH - IT IS SHOWN
008147*    AND THE START GOES AHEAD.
008148*-----------------------------------------------------------------
008149  3150-SEAT-PARTY.
008150      IF PG-WAIT-IN-LINE
008151          PERFORM 3160-MATCH-PARTY THRU 3160-EXIT
008152          IF PG-PARTY-KEYED
008153              SET PG-WAIT-SEATED TO TRUE
008154              MOVE PG-WAIT-NOW-HHMM TO PG-WAIT-CLOSED-TIME
008155              MOVE PG-CFG-STATION   TO PG-WAIT-SEATED-STATION
008156              REWRITE PG-WAITING-PARTY-RECORD
008157                  INVALID KEY
008158                      DISPLAY 'WAITFILE REWRITE REJECTED, STATUS '
008159                          PG-WAITFILE-STATUS ' - PARTY '
008160                          PG-WAIT-QUEUE-NO ' NOT MARKED SEATED'
008161              END-REWRITE
008162          END-IF
008163      END-IF.
008164      PERFORM 3130-READ-PARTY THRU 3130-EXIT.
008165  3150-EXIT.
008166      EXIT.
008167
008168*-----------------------------------------------------------------
008169*    3160-MATCH-PARTY
008170*    IS ANY KEYED PLAYER IN THE PARTY ON HAND?  THE PARTNER
008171*    SEATS ARE BLANK ON A SINGLES START AND SO ARE A SMALL
008172*    PARTY'S SPARE PLACES, SO A BLANK SEAT IS NEVER COMPARED.
008173*-----------------------------------------------------------------
008174  3160-MATCH-PARTY.
008175      SET PG-PARTY-NOT-KEYED TO TRUE.
008176      IF PG-WORK-PLAYER-1-ID = PG-WAIT-PLAYER-1
008177          OR PG-WORK-PLAYER-1-ID = PG-WAIT-PLAYER-2
008178          OR PG-WORK-PLAYER-1-ID = PG-WAIT-PLAYER-3
008179          OR PG-WORK-PLAYER-1-ID = PG-WAIT-PLAYER-4
008180          OR PG-WORK-PLAYER-2-ID = PG-WAIT-PLAYER-1
008181          OR PG-WORK-PLAYER-2-ID = PG-WAIT-PLAYER-2
008182          OR PG-WORK-PLAYER-2-ID = PG-WAIT-PLAYER-3
008183          OR PG-WORK-PLAYER-2-ID = PG-WAIT-PLAYER-4
008184          SET PG-PARTY-KEYED TO TRUE
008185          GO TO 3160-EXIT
008186      END-IF.
008187      IF PG-WORK-PLAYER-3-ID NOT = SPACES
008188          AND (PG-WORK-PLAYER-3-ID = PG-WAIT-PLAYER-1
008189            OR PG-WORK-PLAYER-3-ID = PG-WAIT-PLAYER-2
008190            OR PG-WORK-PLAYER-3-ID = PG-WAIT-PLAYER-3
008191            OR PG-WORK-PLAYER-3-ID = PG-WAIT-PLAYER-4)
008192          SET PG-PARTY-KEYED TO TRUE
008193          GO TO 3160-EXIT
008194      END-IF.
008195      IF PG-WORK-PLAYER-4-ID NOT = SPACES
008196          AND (PG-WORK-PLAYER-4-ID = PG-WAIT-PLAYER-1
008197            OR PG-WORK-PLAYER-4-ID = PG-WAIT-PLAYER-2
008198            OR PG-WORK-PLAYER-4-ID = PG-WAIT-PLAYER-3
008199            OR PG-WORK-PLAYER-4-ID = PG-WAIT-PLAYER-4)
008200          SET PG-PARTY-KEYED TO TRUE
008201      END-IF.
008202  3160-EXIT.
008203      EXIT.
008204
008205*-----------------------------------------------------------------
008206*    3190-QUEUE-MINUTES
008207*    TURNS THE HHMM IN PG-CLOCK-TEXT INTO MINUTES OF THE QUEUE
008208*    DAY.  A TIME BEFORE THE CUTOVER HOUR BELONGS TO THE SMALL
008209*    HOURS AFTER THE NIGHT'S MIDNIGHT.
008210*-----------------------------------------------------------------
008211  3190-QUEUE-MINUTES.
008212      COMPUTE PG-CLOCK-MINUTES =
008213          PG-CLOCK-HH * 60 + PG-CLOCK-MM.
008214      IF PG-CLOCK-HH < PG-QUEUE-CUTOVER-HH
008215          ADD 1440 TO PG-CLOCK-MINUTES
008216      END-IF.
008217  3190-EXIT.
008218      EXIT.
008219
008220*-----------------------------------------------------------------
008221*    4000-PLAY-MATCH
008222*    RUNS THE MATCH OUT POINT BY POINT UNTIL ONE SIDE REACHES THE
008223*    CONFIGURED WINNING SCORE.  EACH POINT IS A LIVE RALLY ON THE
008224*    DRAWN COURT; THE RALLY DECIDES THE WINNER AND 4100-SCORE-
008225*    POINT AWARDS IT AND CHECKPOINTS THE MATCH.  THE SCREEN IS
008226*    RESTORED WHEN THE MATCH ENDS SO THE CLOSING MESSAGES FROM
008227*    8000-WRITE-SCORE ARE READABLE ON THE TERMINAL.
008228*-----------------------------------------------------------------
008229  4000-PLAY-MATCH.
008230      PERFORM 4010-SET-UP-COURT THRU 4010-EXIT.
008231
008232      PERFORM 4050-PLAY-ONE-POINT THRU 4050-EXIT
008233          UNTIL PG-WORK-SCORE-1 >= PG-CFG-WINNING-SCORE
008234             OR PG-WORK-SCORE-2 >= PG-CFG-WINNING-SCORE.
008235
008236      MOVE 'ENDWIN'    TO PG-LAST-CALL-NAME.
008237      CALL "endwin" RETURNING R.
008238      PERFORM 2010-WRITE-AUDIT THRU 2010-EXIT.
008239      PERFORM 2000-CHECK-R THRU 2000-EXIT.
008240  4000-EXIT.
008241      EXIT.
008242
008243*-----------------------------------------------------------------
008244*    4010-SET-UP-COURT
008245*    LAYS OUT THE COURT FROM THE CONFIGURED SCREEN SIZE (ALREADY
008246*    VALIDATED AGAINST THE REAL TERMINAL BY 2020-CHECK-TERM-SIZE),
008247*    CENTERS BOTH PADDLES, HIDES THE CURSOR AND SETS THE FRAME
008248*    PACE.  THE PADDLE-SPEED PARM IS THE GETCH HALF-DELAY IN
008249*    TENTHS OF A SECOND - THE PACE THE PADDLE KEYS ARE READ AT
008250*    AND THE PACE THE BALL ADVANCES - SO A LOWER VALUE IS A
008251*    FASTER GAME.  SIDE 1 SERVES FIRST AND THE SERVE ALTERNATES,
008252*    SO ON A RESUMED MATCH THE SERVE FALLS STRAIGHT OUT OF THE
008253*    POINTS ALREADY PLAYED.
008254*-----------------------------------------------------------------
008255  4010-SET-UP-COURT.
008256      MOVE 1 TO PG-COURT-TOP.
008257      COMPUTE PG-COURT-BOTTOM = PG-CFG-SCREEN-LINES - 1.
008258      MOVE ZERO TO PG-COURT-LEFT-COL.
008260      COMPUTE PG-COURT-RIGHT-COL = PG-CFG-SCREEN-COLS - 1.
008270      COMPUTE PG-COURT-NET-COL = PG-CFG-SCREEN-COLS / 2.
008280      COMPUTE PG-PADDLE-1-COL = PG-COURT-LEFT-COL + 1.
008300      COMPUTE PG-PADDLE-1-ROW =
008310          (PG-COURT-TOP + PG-COURT-BOTTOM - PG-PADDLE-LENGTH) / 2.
008320      MOVE PG-PADDLE-1-ROW TO PG-PADDLE-2-ROW.
008330      COMPUTE PG-SCOREBOARD-COL = (PG-CFG-SCREEN-COLS - 39) / 2.
008340      IF PG-SCOREBOARD-COL < ZERO
008350          MOVE ZERO TO PG-SCOREBOARD-COL
008360      END-IF.
008370
008380      COMPUTE PG-POINTS-PLAYED =
008390          PG-WORK-SCORE-1 + PG-WORK-SCORE-2 - PG-WORK-HCAP-POINTS.
008400      DIVIDE PG-POINTS-PLAYED BY 2
008410          GIVING PG-SERVE-QUOTIENT REMAINDER PG-SERVE-REMAINDER.
008420      IF PG-SERVE-REMAINDER = ZERO
009770      MOVE PG-WORK-PLAYER-3-ID TO PG-CKPT-PLAYER-3-ID.
009780      MOVE PG-WORK-MATCH-TIME  TO PG-CKPT-MATCH-TIME.
009790      MOVE PG-WORK-PLAYER-4-ID TO PG-CKPT-PLAYER-4-ID.
009793      MOVE PG-WORK-HCAP-SIDE   TO PG-CKPT-HCAP-SIDE.
009797      MOVE PG-WORK-HCAP-POINTS TO PG-CKPT-HCAP-POINTS.
009800      SET PG-CKPT-IN-PROGRESS TO TRUE.
009810
009820      MOVE PG-CFG-STATION TO PG-CKPT-REL-KEY.
010050      MOVE PG-WORK-SCORE-1     TO PG-SCB-SCORE-1.
010060      MOVE PG-WORK-SCORE-2     TO PG-SCB-SCORE-2.
010070      MOVE PG-WORK-PLAYER-2-ID TO PG-SCB-PLAYER-2.
010071      MOVE SPACE TO PG-SCB-HCAP-1-MARK.
010072      MOVE ZERO  TO PG-SCB-HCAP-1-POINTS.
010073      MOVE SPACE TO PG-SCB-HCAP-2-MARK.
010074      MOVE ZERO  TO PG-SCB-HCAP-2-POINTS.
010075      IF PG-WORK-HCAP-SIDE = '1'
010076          MOVE '+'                 TO PG-SCB-HCAP-1-MARK
010077          MOVE PG-WORK-HCAP-POINTS TO PG-SCB-HCAP-1-POINTS
010078      END-IF.
010079      IF PG-WORK-HCAP-SIDE = '2'
010080          MOVE '+'                 TO PG-SCB-HCAP-2-MARK
010081          MOVE PG-WORK-HCAP-POINTS TO PG-SCB-HCAP-2-POINTS
010082      END-IF.
010083      MOVE ZERO TO PG-CUR-ROW.
010090      MOVE PG-SCOREBOARD-COL TO PG-CUR-COL.
010100      CALL "mvaddstr" USING BY VALUE PG-CUR-ROW PG-CUR-COL
010110          BY REFERENCE PG-SCOREBOARD-LINE RETURNING R.
011960      END-IF.
011970      MOVE PG-WORK-MATCH-RECORD TO PG-MATCH-RECORD.
011980      MOVE PG-CFG-STATION       TO PG-MATCH-STATION.
011983      MOVE PG-WORK-HCAP-SIDE    TO PG-MATCH-HCAP-SIDE.
011987      MOVE PG-WORK-HCAP-POINTS  TO PG-MATCH-HCAP-POINTS.
011990      WRITE PG-MATCH-RECORD
012000          INVALID KEY
012010              GO TO 9020-SCORE-WRITE-FAILED
012030      CLOSE SCOREFILE.
012040
012050      PERFORM 8100-RETIRE-CHECKPOINT THRU 8100-EXIT.
012055      PERFORM 8200-OFFER-STATION THRU 8200-EXIT.
012060      CLOSE AUDITFILE.
012070      CLOSE PEVTFILE.
012080  8000-EXIT.
012230      REWRITE PG-CHECKPOINT-RECORD.
012240      CLOSE CHECKPOINT-FILE.
012250  8100-EXIT.
012251      EXIT.
012252
012253*-----------------------------------------------------------------
012254*    8200-OFFER-STATION
012255*    THE STATION IS FREE AGAIN: OFFERS IT TO THE FIRST PARTY IN
012256*    LINE ON TONIGHT'S WAITING LIST, AND 3100-CHECK-WAITING-LIST
012257*    HOLDS IT FOR THAT PARTY FOR A FEW MINUTES.  A STATION THE
012258*    RESERVATION BOOK HOLDS FOR THE CURRENT OR NEXT HALF HOUR IS
012259*    NOT OFFERED - 3050 WOULD ONLY TURN THE PARTY AWAY.  THE
012260*    FIRST PARTY IN LINE IS THE LOWEST QUEUE NUMBER STILL
012261*    WAITING, OR WHOSE LAST OFFER LAPSED; A PARTY WITH A LIVE
012262*    OFFER OF ANOTHER STATION IS ON ITS WAY THERE AND IS PASSED
012263*    OVER.  THE MATCH IS ALREADY SAVED, SO NOTHING HERE ABENDS -
012264*    A FILE THAT WILL NOT OPEN JUST MEANS NO OFFER IS MADE, AND
012265*    PONGSTAT WILL OFFER THE STATION ON ITS NEXT LOOK.
012266*-----------------------------------------------------------------
012267  8200-OFFER-STATION.
012268      OPEN INPUT RESVFILE.
012269      IF PG-RESVFILE-STATUS NOT = '00'
012270          DISPLAY 'PONGOL - RESVFILE OPEN FAILED, STATUS '
012271              PG-RESVFILE-STATUS ' - STATION NOT OFFERED'
012272          GO TO 8200-EXIT
012273      END-IF.
012274      PERFORM 8210-CHECK-BOOKED THRU 8210-EXIT.
012275      CLOSE RESVFILE.
012276      IF PG-STATION-HELD
012277          GO TO 8200-EXIT
012278      END-IF.
012279
012280      OPEN I-O WAITFILE.
012281      IF PG-WAITFILE-STATUS NOT = '00'
012282          DISPLAY 'PONGOL - WAITFILE OPEN FAILED, STATUS '
012283              PG-WAITFILE-STATUS ' - STATION NOT OFFERED'
012284          GO TO 8200-EXIT
012285      END-IF.
012286      PERFORM 3110-SET-QUEUE-DAY THRU 3110-EXIT.
012287      MOVE ZERO TO PG-NEXT-QUEUE-NO.
012288      PERFORM 3120-START-DAY THRU 3120-EXIT.
012289      PERFORM 8240-WEIGH-CANDIDATE THRU 8240-EXIT
012290          UNTIL PG-WAIT-AT-EOF.
012291      IF PG-STATION-HELD OR PG-NEXT-QUEUE-NO = ZERO
012292          CLOSE WAITFILE
012293          GO TO 8200-EXIT
012294      END-IF.
012295
012296      MOVE PG-QUEUE-DAY     TO PG-WAIT-DATE.
012297      MOVE PG-NEXT-QUEUE-NO TO PG-WAIT-QUEUE-NO.
012298      READ WAITFILE
012299          INVALID KEY
012300              CLOSE WAITFILE
012301              GO TO 8200-EXIT
012302      END-READ.
012303      SET PG-WAIT-OFFERED TO TRUE.
012304      MOVE PG-CFG-STATION   TO PG-WAIT-OFFER-STATION.
012305      MOVE PG-WAIT-NOW-HHMM TO PG-WAIT-OFFER-TIME.
012306      REWRITE PG-WAITING-PARTY-RECORD
012307          INVALID KEY
012308              DISPLAY 'WAITFILE REWRITE REJECTED, STATUS '
012309                  PG-WAITFILE-STATUS ' - STATION NOT OFFERED'
012310              CLOSE WAITFILE
012311              GO TO 8200-EXIT
012312      END-REWRITE.
012313      CLOSE WAITFILE.
012314      DISPLAY 'STATION ' PG-CFG-STATION ' OFFERED TO WAITING '
012315          'PARTY ' PG-WAIT-QUEUE-NO ': ' PG-WAIT-PLAYER-1 ' '
012316          PG-WAIT-PLAYER-2 ' ' PG-WAIT-PLAYER-3 ' '
012317          PG-WAIT-PLAYER-4.
012318  8200-EXIT.
012319      EXIT.
012320
012321*-----------------------------------------------------------------
012322*    8210-CHECK-BOOKED
012323*    IS THERE A LIVE BOOKING ON THIS STATION WHOSE HALF-HOUR
012324*    SLOT COVERS NOW OR STARTS WITHIN THE NEXT HALF HOUR?  THE
012325*    SAME WINDOW 3050-CHECK-RESERVATION REFUSES WALK-UPS IN,
012326*    WEIGHED AGAINST THE CALENDAR DATE THE BOOK IS KEPT BY.
012327*-----------------------------------------------------------------
012328  8210-CHECK-BOOKED.
012329      SET PG-STATION-NOT-HELD TO TRUE.
012330      ACCEPT PG-OFFER-RESV-DATE FROM DATE YYYYMMDD.
012331      ACCEPT PG-NOW-TIME FROM TIME.
012332      COMPUTE PG-NOW-MINUTES = PG-NOW-HH * 60 + PG-NOW-MM.
012333
012334      MOVE PG-CFG-STATION     TO PG-RESV-STATION.
012335      MOVE PG-OFFER-RESV-DATE TO PG-RESV-DATE.
012336      MOVE LOW-VALUES         TO PG-RESV-SLOT.
012337      SET PG-RESV-NOT-AT-EOF TO TRUE.
012338      START RESVFILE KEY IS NOT LESS THAN PG-RESV-KEY
012339          INVALID KEY
012340              SET PG-RESV-AT-EOF TO TRUE
012341      END-START.
012342      IF PG-RESV-NOT-AT-EOF
012343          PERFORM 8220-READ-BOOKING THRU 8220-EXIT
012344      END-IF.
012345      PERFORM 8230-WEIGH-BOOKING THRU 8230-EXIT
012346          UNTIL PG-RESV-AT-EOF.
012347  8210-EXIT.
012348      EXIT.
012349
012350*-----------------------------------------------------------------
012351*    8220-READ-BOOKING
012352*-----------------------------------------------------------------
012353  8220-READ-BOOKING.
012354      READ RESVFILE NEXT RECORD
012355          AT END
012356              SET PG-RESV-AT-EOF TO TRUE
012357      END-READ.
012358      IF PG-RESV-NOT-AT-EOF
012359          AND (PG-RESV-STATION NOT = PG-CFG-STATION
012360               OR PG-RESV-DATE NOT = PG-OFFER-RESV-DATE)
012361          SET PG-RESV-AT-EOF TO TRUE
012362      END-IF.
012363  8220-EXIT.
012364      EXIT.
012365
012366*-----------------------------------------------------------------
012367*    8230-WEIGH-BOOKING
012368*-----------------------------------------------------------------
012369  8230-WEIGH-BOOKING.
012370      IF PG-RESV-BOOKED
012371          MOVE PG-RESV-SLOT TO PG-SLOT-TEXT
012372          COMPUTE PG-SLOT-MINUTES =
012373              PG-SLOT-HH * 60 + PG-SLOT-MM
012374          IF PG-SLOT-MINUTES + 30 > PG-NOW-MINUTES
012375              AND PG-SLOT-MINUTES <= PG-NOW-MINUTES + 30
012376              SET PG-STATION-HELD TO TRUE
012377              SET PG-RESV-AT-EOF TO TRUE
012378              GO TO 8230-EXIT
012379          END-IF
012380      END-IF.
012381      PERFORM 8220-READ-BOOKING THRU 8220-EXIT.
012382  8230-EXIT.
012383      EXIT.
012384
012385*-----------------------------------------------------------------
012386*    8240-WEIGH-CANDIDATE
012387*    NOTES THE FIRST PARTY IN LINE THAT CAN TAKE THE STATION.
012388*    A LIVE OFFER OF THIS VERY STATION ALREADY STANDING MEANS
012389*    THERE IS NOTHING TO OFFER.
012390*-----------------------------------------------------------------
012391  8240-WEIGH-CANDIDATE.
012392      IF NOT PG-WAIT-IN-LINE
012393          GO TO 8240-NEXT
012394      END-IF.
012395      IF PG-WAIT-OFFERED
012396          MOVE PG-WAIT-OFFER-TIME TO PG-CLOCK-TEXT
012397          PERFORM 3190-QUEUE-MINUTES THRU 3190-EXIT
012398          IF PG-QUEUE-NOW-MINUTES <
012399                  PG-CLOCK-MINUTES + PG-OFFER-HOLD-MINUTES
012400              IF PG-WAIT-OFFER-STATION = PG-CFG-STATION
012401                  SET PG-STATION-HELD TO TRUE
012402              END-IF
012403              GO TO 8240-NEXT
012404          END-IF
012405      END-IF.
012406      IF PG-NEXT-QUEUE-NO = ZERO
012407          MOVE PG-WAIT-QUEUE-NO TO PG-NEXT-QUEUE-NO
012408      END-IF.
012409
012410  8240-NEXT.
012411      PERFORM 3130-READ-PARTY THRU 3130-EXIT.
012412  8240-EXIT.
012413      EXIT.
012414 
012415*-----------------------------------------------------------------
012416*    9000-ABEND
012417*    DISPLAYS A DIAGNOSTIC FOR A FAILED CURSES LIFECYCLE CALL,
012418*    CLOSES THE AUDIT LOG SO ITS LAST RECORD IS NOT LOST, AND
012419*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE.
012420*-----------------------------------------------------------------
012421  9000-ABEND.
012422      MOVE PG-LAST-CALL-NAME TO PG-ABEND-CALL-NAME.
012423      MOVE R TO PG-ABEND-R-DISPLAY.
012424      DISPLAY PG-ABEND-MESSAGE.
012425      CLOSE AUDITFILE.
012426      CLOSE PEVTFILE.
012427      MOVE R TO RETURN-CODE.
012428      STOP RUN.
012429  9000-EXIT.
012430      EXIT.
012440 
012450*-----------------------------------------------------------------
013170  9040-CHECKPOINT-OPEN-FAILED.
013180      DISPLAY 'PONGOL - CHECKPOINT FILE OPEN FAILED, STATUS '
013190          PG-CKPT-FILE-STATUS.
013195      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
013200      CLOSE AUDITFILE.
013210      CLOSE PEVTFILE.
013220      MOVE 8 TO RETURN-CODE.
013390          'MATCH START REJECTED'.
013400      CLOSE PLAYMAST.
013410      CLOSE CHECKPOINT-FILE.
013415      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
013420      CLOSE AUDITFILE.
013430      CLOSE PEVTFILE.
013440      MOVE 8 TO RETURN-CODE.
013580      DISPLAY 'PONGOL - PLAYMAST OPEN FAILED, STATUS '
013590          PG-PLAYMAST-STATUS ' - MATCH START REJECTED'.
013600      CLOSE CHECKPOINT-FILE.
013605      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
013610      CLOSE AUDITFILE.
013620      CLOSE PEVTFILE.
013630      MOVE 8 TO RETURN-CODE.
013780      DISPLAY 'PONGOL - RESVFILE OPEN FAILED, STATUS '
013790          PG-RESVFILE-STATUS ' - MATCH START REJECTED'.
013800      CLOSE CHECKPOINT-FILE.
013805      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
013810      CLOSE AUDITFILE.
013820      CLOSE PEVTFILE.
013830      MOVE 8 TO RETURN-CODE.
014010          ' - MATCH START REJECTED'.
014020      CLOSE RESVFILE.
014030      CLOSE CHECKPOINT-FILE.
014035      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
014040      CLOSE AUDITFILE.
014050      CLOSE PEVTFILE.
014060      MOVE 8 TO RETURN-CODE.
014240          'REINSTATE WITH PONGSWP, THEN RERUN'.
014250      CLOSE PLAYMAST.
014260      CLOSE CHECKPOINT-FILE.
014265      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
014270      CLOSE AUDITFILE.
014280      CLOSE PEVTFILE.
014290      MOVE 8 TO RETURN-CODE.
014300      STOP RUN.
014310  9090-EXIT.
014320      EXIT.
014330
014340*-----------------------------------------------------------------
014350*    9100-STNMAST-OPEN-FAILED
014360*    THE STATION MASTER WOULD NOT OPEN (MOST LIKELY THE DATA SET
014370*    WAS NEVER ALLOCATED/DEFINED).  WITHOUT IT A DOWN CABINET
014380*    CANNOT BE TOLD FROM A WORKING ONE, SO THE MATCH START IS
014390*    REJECTED THE SAME AS WHEN THE RESERVATION BOOK WILL NOT
014400*    OPEN.  NOTHING ELSE BUT THE LOGS IS OPEN YET.
014410*-----------------------------------------------------------------
014420  9100-STNMAST-OPEN-FAILED.
014430      CALL "endwin".
014440      DISPLAY 'PONGOL - STNMAST OPEN FAILED, STATUS '
014450          PG-STNMAST-STATUS ' - MATCH START REJECTED'.
014460      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
014470      CLOSE AUDITFILE.
014480      CLOSE PEVTFILE.
014490      MOVE 8 TO RETURN-CODE.
014500      STOP RUN.
014510  9100-EXIT.
014520      EXIT.
014530
014540*-----------------------------------------------------------------
014550*    9110-STATION-OUT-OF-SERVICE
014560*    THE STATION IS FLAGGED OUT OF SERVICE ON THE STATION MASTER.
014570*    THE MATCH START IS REFUSED WITH THE FAULT REASON ON SCREEN
014580*    SO THE FLOOR STAFF CAN SEND THE PLAYERS TO ANOTHER CABINET -
014590*    THE FRONT DESK BRINGS THE STATION BACK WITH PONGSMNT ONCE IT
014600*    IS MENDED.
014610*-----------------------------------------------------------------
014620  9110-STATION-OUT-OF-SERVICE.
014630      CALL "endwin".
014640      DISPLAY 'PONGOL - STATION ' PG-CFG-STATION
014650          ' IS OUT OF SERVICE SINCE ' PG-STN-DOWN-DATE ' ('
014660          PG-STN-FAULT-REASON ') - MATCH START REJECTED'.
014670      CLOSE STNMAST.
014680      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
014690      CLOSE AUDITFILE.
014700      CLOSE PEVTFILE.
014710      MOVE 8 TO RETURN-CODE.
014720      STOP RUN.
014730  9110-EXIT.
014740      EXIT.
014750
014760*-----------------------------------------------------------------
014770*    9120-RATEFILE-OPEN-FAILED
014780*    A HANDICAP MATCH WAS ASKED FOR BUT THE RATINGS FILE WOULD NOT
014790*    OPEN, SO THE HEAD START CANNOT BE WORKED OUT.  THE MATCH
014800*    START IS REJECTED RATHER THAN PLAYED LEVEL UNANNOUNCED - THE
014810*    PLAYERS CAN START AGAIN AND ANSWER N.
014820*-----------------------------------------------------------------
014830  9120-RATEFILE-OPEN-FAILED.
014840      CALL "endwin".
014850      DISPLAY 'PONGOL - RATEFILE OPEN FAILED, STATUS '
014860          PG-RATEFILE-STATUS ' - MATCH START REJECTED'.
014870      CLOSE CHECKPOINT-FILE.
014880      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
014890      CLOSE AUDITFILE.
014900      CLOSE PEVTFILE.
014910      MOVE 8 TO RETURN-CODE.
014920      STOP RUN.
014930  9120-EXIT.
014940      EXIT.
014950
014960*-----------------------------------------------------------------
014970*    9130-HCAPFILE-OPEN-FAILED
014980*    THE HANDICAP SCALE WOULD NOT OPEN (MOST LIKELY THE DATA SET
014990*    WAS NEVER DEFINED AND LOADED).  AS FOR THE RATINGS FILE, THE
015000*    MATCH START IS REJECTED.
015010*-----------------------------------------------------------------
015020  9130-HCAPFILE-OPEN-FAILED.
015030      CALL "endwin".
015040      DISPLAY 'PONGOL - HCAPFILE OPEN FAILED, STATUS '
015050          PG-HCAPFILE-STATUS ' - MATCH START REJECTED'.
015060      CLOSE CHECKPOINT-FILE.
015070      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
015080      CLOSE AUDITFILE.
015090      CLOSE PEVTFILE.
015100      MOVE 8 TO RETURN-CODE.
015110      STOP RUN.
015120  9130-EXIT.
015130      EXIT.
015140
015150*-----------------------------------------------------------------
015160*    9140-WAITFILE-OPEN-FAILED
015170*    THE WAITING LIST WOULD NOT OPEN (MOST LIKELY THE DATA SET
015180*    WAS NEVER DEFINED).  WITHOUT IT A STATION HELD FOR A
015190*    WAITING PARTY CANNOT BE TOLD FROM A FREE ONE, SO THE MATCH
015200*    START IS REJECTED THE SAME AS WHEN THE RESERVATION BOOK
015210*    WILL NOT OPEN.
015220*-----------------------------------------------------------------
015230  9140-WAITFILE-OPEN-FAILED.
015240      CALL "endwin".
015250      DISPLAY 'PONGOL - WAITFILE OPEN FAILED, STATUS '
015260          PG-WAITFILE-STATUS ' - MATCH START REJECTED'.
015270      CLOSE CHECKPOINT-FILE.
015280      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
015290      CLOSE AUDITFILE.
015300      CLOSE PEVTFILE.
015310      MOVE 8 TO RETURN-CODE.
015320      STOP RUN.
015330  9140-EXIT.
015340      EXIT.
015350
015360*-----------------------------------------------------------------
015370*    9150-STATION-HELD
015380*    THE STATION WAS OFFERED TO A PARTY ON THE WAITING LIST A
015390*    FEW MINUTES AGO AND NONE OF THE KEYED PLAYERS IS IN IT.
015400*    THE MATCH START IS REFUSED WITH THE PARTY ON SCREEN - THE
015410*    WALK-UPS JOIN THE LIST AT THE DESK OR WAIT OUT THE HOLD.
015420*-----------------------------------------------------------------
015430  9150-STATION-HELD.
015440      CALL "endwin".
015450      DISPLAY 'PONGOL - STATION ' PG-CFG-STATION
015460          ' IS HELD SINCE ' PG-WAIT-OFFER-TIME
015470          ' FOR WAITING PARTY '
015480          PG-WAIT-QUEUE-NO ' (' PG-WAIT-PLAYER-1
015490          ') - MATCH START REJECTED'.
015500      CLOSE WAITFILE.
015510      CLOSE CHECKPOINT-FILE.
015520      PERFORM 2015-TRACE-REFUSAL THRU 2015-EXIT.
015530      CLOSE AUDITFILE.
015540      CLOSE PEVTFILE.
015550      MOVE 8 TO RETURN-CODE.
015560      STOP RUN.
015570  9150-EXIT.
015580      EXIT.
