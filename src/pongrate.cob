000220*  TIME OF THE LAST MATCH APPLIED.  ONLY MATCHES STAMPED AFTER
000230*  THAT POINT ARE RELEASED TO THE SORT, SO A RERUN OF THE JOB
000240*  APPLIES NOTHING TWICE AND SIMPLY REPRINTS THE STANDINGS.
000241*  THE MARK ROLLS FORWARD AT EVERY COMMIT POINT, AND EVERY
000242*  RATING RECORD IS JOURNALED TO JRNLFILE BEFORE IT IS
000244*  REWRITTEN, SO A RUN THAT ABENDS PARTWAY IS SIMPLY
000245*  RESUBMITTED: THE RESTART PUTS BACK THE RATINGS CHANGED SINCE
000247*  THE LAST COMMIT AND CARRIES ON FROM THE COMMITTED MARK (SEE
000248*  4000-OPEN-JOURNAL).  NO RESTORE FROM THE PRE-JOB BACKUP.
000250*
000260*  UNLIKE PONGTRNY'S ONE-NIGHT TABLE, THE UNRATED BACKLOG CAN
000270*  SPAN WEEKS, SO THE PLAY-ORDER SORT USES A SORT WORK FILE
000280*  RATHER THAN AN IN-MEMORY TABLE.
000282*
000283*  HANDICAP MATCHES ARE WEIGHTED, NOT EXCLUDED: THE SCORE CARRIES
000285*  THE WEAKER SIDE'S HEAD START, SO THE RESULT SAYS LESS ABOUT THE
000287*  TWO SIDES THAN A LEVEL MATCH DOES, AND THE RATING MOVES BY THE
000288*  SMALLER HANDICAP K-FACTOR.  WINS AND LOSSES COUNT IN FULL.
000290*-----------------------------------------------------------------
000300*  MODIFICATION HISTORY
000310*  DATE       INIT  DESCRIPTION
000325*                    THE SAME THING - SO DOUBLES MATCHES ARE
000326*                    SKIPPED HERE AND SINGLES ALONE DRIVE THE
000327*                    SEASON STANDINGS.
000328*  15/10/2026 MP    HANDICAP MATCHES (PG-MATCH-HANDICAPPED) ARE
000329*                    RATED AT A REDUCED WEIGHT - THE RATING MOVE
000330*                    USES PG-ELO-HCAP-K-FACTOR IN PLACE OF THE
000331*                    STANDARD K-FACTOR, SO A WIN BOUGHT PARTLY
000332*                    WITH A HEAD START MOVES A RATING LESS THAN A
000333*                    LEVEL ONE.  THE WIN/LOSS RECORD COUNTS THEM
000334*                    IN FULL.  THE TRAILER SHOWS HOW MANY WERE
000335*                    APPLIED.
000336*  15/10/2026 MP    RESTARTABLE: RATEFILE BEFORE-IMAGES GO TO
000337*                    JRNLFILE AND THE RUN COMMITS EVERY 50
000338*                    MATCHES; A RESUBMIT BACKS OUT AND RESUMES.
000339*=================================================================
000340  IDENTIFICATION DIVISION.
000350      PROGRAM-ID.    PONGRATE.
000360      AUTHOR.        MAXIME POSTAIRE.
000650          RECORD KEY IS PG-PMST-PLAYER-ID
000660          FILE STATUS IS PG-PLAYMAST-STATUS.
000670
000671      SELECT JRNLFILE ASSIGN TO JRNLFILE
000672          ORGANIZATION IS INDEXED
000674          ACCESS MODE IS DYNAMIC
000675          RECORD KEY IS PG-JRNL-KEY
000677          FILE STATUS IS PG-JRNLFILE-STATUS.
000678
000680      SELECT PRTFILE ASSIGN TO PRTFILE
000690          ORGANIZATION IS SEQUENTIAL.
000700
000880      LABEL RECORDS ARE STANDARD.
000890      COPY PLAYREC.
000900
000902  FD  JRNLFILE
000904      LABEL RECORDS ARE STANDARD.
000906      COPY JRNLREC.
000908
000910  FD  PRTFILE
000920      LABEL RECORDS ARE STANDARD
000930      RECORD CONTAINS 132 CHARACTERS.
001020      05  PG-SORT-PLAYER-2        PIC X(10).
001030      05  PG-SORT-SCORE-1         PIC 9(03).
001040      05  PG-SORT-SCORE-2         PIC 9(03).
001043      05  PG-SORT-HCAP-SIDE       PIC X(01).
001047          88  PG-SORT-HANDICAPPED        VALUES '1', '2'.
001050
001060  WORKING-STORAGE SECTION.
001070  01  PG-SWITCHES.
001140      05  PG-RATEFILE-EOF     PIC X(01) VALUE 'N'.
001150          88  PG-RATE-NOT-AT-EOF      VALUE 'N'.
001160          88  PG-RATE-AT-EOF          VALUE 'Y'.
001162      05  PG-JRNL-EOF         PIC X(01) VALUE 'N'.
001165          88  PG-JRNL-NOT-AT-EOF      VALUE 'N'.
001167          88  PG-JRNL-AT-EOF          VALUE 'Y'.
001170
001180  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
001190  01  PG-RATEFILE-STATUS      PIC X(02) VALUE '00'.
001200  01  PG-RCTL-FILE-STATUS     PIC X(02) VALUE '00'.
001210  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
001215  01  PG-JRNLFILE-STATUS      PIC X(02) VALUE '00'.
001220  01  PG-RCTL-REL-KEY         PIC 9(05) COMP VALUE 1.
001230
001240  01  PG-HWM-STAMP.
001284      05  PG-CUR-STAMP-TIME   PIC X(06).
001290
001300  01  PG-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001301  01  PG-HCAP-APPLIED-COUNT   PIC 9(05) COMP VALUE ZERO.
001302
001303*-----------------------------------------------------------------
001304*    RESTART JOURNAL WORK
001305*    THE RUN COMMITS AFTER EVERY PG-COMMIT-INTERVAL MATCHES -
001306*    SMALL ENOUGH THAT A RESTART BACKS OUT LITTLE, LARGE ENOUGH
001307*    THAT THE CONTROL REWRITES DO NOT SLOW A NORMAL NIGHT.
001308*-----------------------------------------------------------------
001309  77  PG-COMMIT-INTERVAL      PIC 9(04) VALUE 0050.
001310  01  PG-JOURNAL-WORK.
001311      05  PG-JRN-JOB-NAME     PIC X(08) VALUE 'PONGRATE'.
001312      05  PG-JRN-RUN-STATUS   PIC X(01) VALUE 'A'.
001313          88  PG-JRN-RUN-ACTIVE       VALUE 'A'.
001314          88  PG-JRN-RUN-COMPLETE     VALUE 'C'.
001315      05  PG-JRN-RESTART-SW   PIC X(01) VALUE 'N'.
001316          88  PG-RESTART-RUN          VALUE 'Y'.
001317          88  PG-FRESH-RUN            VALUE 'N'.
001318      05  PG-JRN-COMMITTED    PIC 9(06) VALUE ZERO.
001319      05  PG-JRN-CUR-INTERVAL PIC 9(06) VALUE ZERO.
001320      05  PG-JRN-SINCE-COMMIT PIC 9(04) COMP VALUE ZERO.
001321      05  PG-JRN-BACKED-OUT   PIC 9(07) COMP VALUE ZERO.
001322      05  PG-JRN-RESUMED      PIC 9(07) COMP VALUE ZERO.
001323      05  PG-JRN-RESUME-KEY   PIC X(24) VALUE SPACES.
001324
001325*    STARTING RATING FOR A PLAYER NEVER RATED BEFORE, AND THE
001330*    K-FACTOR THAT SCALES HOW FAR ONE RESULT MOVES A RATING.
001340*    THE FLOOR KEEPS A LONG LOSING STREAK FROM WRAPPING THE
001350*    UNSIGNED RATING PICTURE THROUGH ZERO.
001360  77  PG-ELO-START-RATING     PIC 9(04) VALUE 1500.
001370  77  PG-ELO-K-FACTOR         PIC 9(02) VALUE 32.
001372*    HANDICAP MATCHES MOVE RATINGS BY THIS SMALLER K-FACTOR.
001375  77  PG-ELO-HCAP-K-FACTOR    PIC 9(02) VALUE 16.
001378  77  PG-K-APPLIED            PIC 9(02) VALUE ZERO.
001380  77  PG-ELO-FLOOR            PIC 9(04) VALUE 0100.
001390
001400  01  PG-ELO-WORK.
002320                                 VALUE 'MATCHES APPLIED THIS'.
002325      05  FILLER                PIC X(06) VALUE ' RUN: '.
002330      05  PG-TRL-APPLIED        PIC ZZZZ9.
002332      05  FILLER                PIC X(20)
002334                                 VALUE '   OF WHICH HANDICAP'.
002336      05  FILLER                PIC X(04) VALUE 'PED '.
002338      05  PG-TRL-HCAP-APPLIED   PIC ZZZZ9.
002340
002341  01  PG-RESTART-LINE.
002342      05  FILLER                PIC X(20)
002343                                 VALUE 'RESTARTED - RECORDS '.
002344      05  FILLER                PIC X(12) VALUE 'BACKED OUT: '.
002345      05  PG-RST-BACKED-OUT     PIC ZZZZZZ9.
002346      05  FILLER                PIC X(20)
002347                                 VALUE '   MATCHES RESUMED: '.
002348      05  PG-RST-RESUMED        PIC ZZZZZZ9.
002349
002350*-----------------------------------------------------------------
002360*    0000-MAINLINE
002370*-----------------------------------------------------------------
002450              THRU 2000-EXIT
002460          OUTPUT PROCEDURE IS 3000-APPLY-MATCHES
002470              THRU 3000-EXIT.
002475      PERFORM 4400-COMMIT-POINT THRU 4400-EXIT.
002480
002490      PERFORM 5000-BUILD-STANDINGS THRU 5000-EXIT.
002500      PERFORM 6000-SORT-STANDINGS THRU 6000-EXIT.
002510      PERFORM 7000-PRINT-STANDINGS THRU 7000-EXIT.
002520      PERFORM 8000-UPDATE-CONTROL THRU 8000-EXIT.
002525      PERFORM 4500-COMPLETE-JOURNAL THRU 4500-EXIT.
002530      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002540      STOP RUN.
002550
002560*-----------------------------------------------------------------
002570*    1000-INITIALIZE
002580*    OPENS EVERY FILE AND LOADS THE HIGH-WATER MARK OF THE LAST
002585*    RUN FROM THE RATECTL CONTROL RECORD, THEN OPENS THE RESTART
002590*    JOURNAL - A RESTART TAKES ITS MARK FROM THE JOURNAL'S LAST
002595*    COMMIT INSTEAD.  NO CONTROL RECORD ON
002600*    FILE MEANS THE RATINGS HAVE NEVER RUN, SO THE HIGH-WATER
002610*    MARK STARTS AT LOW-VALUES AND THE WHOLE LEDGER QUALIFIES.
002620*-----------------------------------------------------------------
002850          MOVE PG-RCTL-LAST-DATE TO PG-HWM-DATE
002860          MOVE PG-RCTL-LAST-TIME TO PG-HWM-TIME
002870      END-IF.
002871
002873      PERFORM 4000-OPEN-JOURNAL THRU 4000-EXIT.
002875      IF PG-RESTART-RUN
002876          MOVE PG-JRN-RESUME-KEY TO PG-HWM-STAMP
002878      END-IF.
002880      MOVE PG-HWM-STAMP TO PG-NEW-HWM-STAMP.
002882      IF PG-RESTART-RUN
002885          PERFORM 8000-UPDATE-CONTROL THRU 8000-EXIT
002887      END-IF.
002890  1000-EXIT.
002900      EXIT.
002910
003270          MOVE PG-PLAYER-2-ID TO PG-SORT-PLAYER-2
003280          MOVE PG-SCORE-1     TO PG-SORT-SCORE-1
003290          MOVE PG-SCORE-2     TO PG-SORT-SCORE-2
003295          MOVE PG-MATCH-HCAP-SIDE TO PG-SORT-HCAP-SIDE
003300          RELEASE PG-SORT-RECORD
003310      END-IF.
003320      PERFORM 2010-READ-SCORE THRU 2010-EXIT.
003950          ADD 1 TO PG-B-WINS
003960      END-IF.
003970
003971      IF PG-SORT-HANDICAPPED
003972          MOVE PG-ELO-HCAP-K-FACTOR TO PG-K-APPLIED
003974          ADD 1 TO PG-HCAP-APPLIED-COUNT
003975      ELSE
003976          MOVE PG-ELO-K-FACTOR TO PG-K-APPLIED
003978      END-IF.
003979
003980      COMPUTE PG-NEW-RATING-A ROUNDED = PG-RATING-A
003990          + PG-K-APPLIED * (PG-ACTUAL-A - PG-EXPECTED-A).
004000      COMPUTE PG-NEW-RATING-B ROUNDED = PG-RATING-B
004010          + PG-K-APPLIED * (PG-ACTUAL-B - PG-EXPECTED-B).
004020
004030      IF PG-NEW-RATING-A < PG-ELO-FLOOR
004040          MOVE PG-ELO-FLOOR TO PG-NEW-RATING-A
004170
004180      MOVE PG-SORT-STAMP TO PG-NEW-HWM-STAMP.
004190      ADD 1 TO PG-APPLIED-COUNT.
004195      ADD 1 TO PG-JRN-SINCE-COMMIT.
004200
004210      PERFORM 3010-RETURN-MATCH THRU 3010-EXIT.
004211*    COMMIT ONLY BETWEEN TWO DIFFERENT STAMPS - THE RESTART PICKS
004212*    UP STRICTLY AFTER THE COMMITTED STAMP, SO A COMMIT BETWEEN
004213*    TWO MATCHES PLAYED IN THE SAME SECOND WOULD LOSE THE SECOND.
004214*    THE LAST MATCH IS COMMITTED BY THE MAINLINE AFTER THE SORT.
004215      IF PG-JRN-SINCE-COMMIT NOT < PG-COMMIT-INTERVAL
004216          AND PG-SORT-NOT-DONE
004217          AND PG-SORT-STAMP NOT = PG-NEW-HWM-STAMP
004218          PERFORM 4400-COMMIT-POINT THRU 4400-EXIT
004219      END-IF.
004220  3100-EXIT.
004230      EXIT.
004240
004520*    WRITES THE RATING IN PG-LOOKUP-RATING BACK TO THE RATEFILE,
004530*    CREATING THE RECORD WHEN THE PLAYER HAS NEVER BEEN RATED -
004540*    THE SAME REWRITE-THEN-WRITE SHAPE PONGOL USES FOR ITS
004546*    CHECKPOINT RECORD.  THE RECORD AS IT STOOD IS JOURNALED
004553*    FIRST.
004560*-----------------------------------------------------------------
004570  3300-STORE-RATING.
004575      PERFORM 4310-JOURNAL-RATING THRU 4310-EXIT.
004580      MOVE PG-LKP-PLAYER-ID   TO PG-RATE-PLAYER-ID.
004590      MOVE PG-LKP-RATING      TO PG-RATE-RATING.
004600      MOVE PG-LKP-PREV-RATING TO PG-RATE-PREV-RATING.
004710      EXIT.
004720
004730*-----------------------------------------------------------------
004731*    4000-OPEN-JOURNAL
004732*    A CONTROL RECORD STILL ACTIVE MEANS THE LAST RUN NEVER
004733*    FINISHED: THIS RUN IS ITS RESTART.  ANYTHING ELSE (NO
004734*    CONTROL RECORD, OR THE LAST RUN COMPLETED) IS A FRESH RUN.
004735*    EITHER WAY THE CONTROL RECORD IS ACTIVE AGAIN ON THE WAY OUT
004736*    AND THE FIRST INTERVAL OF THIS RUN FOLLOWS THE LAST COMMIT.
004737*-----------------------------------------------------------------
004738  4000-OPEN-JOURNAL.
004739      OPEN I-O JRNLFILE.
004740      IF PG-JRNLFILE-STATUS NOT = '00'
004741          GO TO 9130-JRNLFILE-OPEN-FAILED
004742      END-IF.
004743
004744      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
004745      MOVE ZERO TO PG-JRNL-INTERVAL.
004746      SET PG-JRNL-CONTROL TO TRUE.
004747      MOVE SPACES TO PG-JRNL-REC-KEY.
004748      READ JRNLFILE
004749          INVALID KEY
004750              CONTINUE
004751      END-READ.
004752      IF PG-JRNLFILE-STATUS = '00'
004753          AND PG-JCTL-ACTIVE
004754          PERFORM 4100-RESTART-RUN THRU 4100-EXIT
004755      ELSE
004756          PERFORM 4200-FRESH-RUN THRU 4200-EXIT
004757      END-IF.
004758
004759      COMPUTE PG-JRN-CUR-INTERVAL = PG-JRN-COMMITTED + 1.
004760  4000-EXIT.
004761      EXIT.
004762
004763*-----------------------------------------------------------------
004764*    4100-RESTART-RUN
004765*    PICKS UP THE LAST COMMIT - THE MARK AND THE COUNTS AS THEY
004766*    STOOD - AND PUTS BACK EVERYTHING CHANGED AFTER IT.  THE
004767*    MATCHES COMMITTED BEFORE THE FAILURE ARE THE ONES RESUMED.
004768*-----------------------------------------------------------------
004769  4100-RESTART-RUN.
004770      SET PG-RESTART-RUN TO TRUE.
004771      MOVE PG-JCTL-COMMITTED  TO PG-JRN-COMMITTED.
004772      MOVE PG-JCTL-RESUME-KEY TO PG-JRN-RESUME-KEY.
004773      MOVE PG-JCTL-DONE-COUNT TO PG-APPLIED-COUNT.
004774      MOVE PG-JCTL-AUX-COUNT  TO PG-HCAP-APPLIED-COUNT.
004775      MOVE PG-JCTL-DONE-COUNT TO PG-JRN-RESUMED.
004776
004777      PERFORM 4110-BACK-OUT THRU 4110-EXIT.
004778      PERFORM 4900-WRITE-CONTROL THRU 4900-EXIT.
004779
004780      DISPLAY 'PONGRATE - RESTARTED: ' PG-JRN-BACKED-OUT
004781          ' RECORDS BACKED OUT, ' PG-JRN-RESUMED
004782          ' MATCHES RESUMED FROM THE LAST COMMIT'.
004783  4100-EXIT.
004784      EXIT.
004785
004786*-----------------------------------------------------------------
004787*    4110-BACK-OUT
004788*    EVERY JOURNAL ENTRY AFTER THE LAST COMMITTED INTERVAL IS
004789*    PUT BACK AND THEN DROPPED, SO A RESTART THAT ITSELF DIES
004790*    PARTWAY THROUGH THE BACK-OUT SIMPLY DOES THE REST NEXT TIME.
004791*-----------------------------------------------------------------
004792  4110-BACK-OUT.
004793      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
004794      COMPUTE PG-JRNL-INTERVAL = PG-JRN-COMMITTED + 1.
004795      MOVE LOW-VALUES TO PG-JRNL-FILE.
004796      MOVE LOW-VALUES TO PG-JRNL-REC-KEY.
004797      PERFORM 4800-START-JOURNAL THRU 4800-EXIT.
004798      PERFORM 4120-BACK-OUT-ONE THRU 4120-EXIT
004799          UNTIL PG-JRNL-AT-EOF.
004800  4110-EXIT.
004801      EXIT.
004802
004803*-----------------------------------------------------------------
004804*    4120-BACK-OUT-ONE
004805*    A RATING THE RUN CREATED IS DELETED; ONE IT CHANGED GETS ITS
004806*    BEFORE-IMAGE BACK.
004807*-----------------------------------------------------------------
004808  4120-BACK-OUT-ONE.
004809      IF PG-JRNL-WAS-ADDED
004810          MOVE PG-JRNL-REC-KEY TO PG-RATE-PLAYER-ID
004811          DELETE RATEFILE RECORD
004812              INVALID KEY
004813                  CONTINUE
004814          END-DELETE
004815      ELSE
004816          MOVE PG-JRNL-IMAGE TO PG-RATING-RECORD
004817          REWRITE PG-RATING-RECORD
004818              INVALID KEY
004819                  WRITE PG-RATING-RECORD
004820                      INVALID KEY
004821                          CONTINUE
004822                  END-WRITE
004823          END-REWRITE
004824      END-IF.
004825
004826      DELETE JRNLFILE RECORD
004827          INVALID KEY
004828              CONTINUE
004829      END-DELETE.
004830      ADD 1 TO PG-JRN-BACKED-OUT.
004831      PERFORM 4810-READ-JOURNAL THRU 4810-EXIT.
004832  4120-EXIT.
004833      EXIT.
004834
004835*-----------------------------------------------------------------
004836*    4200-FRESH-RUN
004837*    CLEARS WHAT THE LAST COMPLETED RUN LEFT ON THE JOURNAL AND
004838*    MARKS THIS ONE ACTIVE FROM THE RATECTL MARK, SO A FAILURE
004839*    BEFORE THE FIRST COMMIT RESTARTS FROM WHERE THIS RUN BEGAN.
004840*-----------------------------------------------------------------
004841  4200-FRESH-RUN.
004842      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
004843      MOVE ZERO TO PG-JRNL-INTERVAL.
004844      MOVE LOW-VALUES TO PG-JRNL-FILE.
004845      MOVE LOW-VALUES TO PG-JRNL-REC-KEY.
004846      PERFORM 4800-START-JOURNAL THRU 4800-EXIT.
004847      PERFORM 4210-CLEAR-ONE THRU 4210-EXIT
004848          UNTIL PG-JRNL-AT-EOF.
004849
004850      MOVE ZERO TO PG-JRN-COMMITTED.
004851      MOVE PG-HWM-STAMP TO PG-JRN-RESUME-KEY.
004852      PERFORM 4900-WRITE-CONTROL THRU 4900-EXIT.
004853  4200-EXIT.
004854      EXIT.
004855
004856*-----------------------------------------------------------------
004857*    4210-CLEAR-ONE
004858*-----------------------------------------------------------------
004859  4210-CLEAR-ONE.
004860      DELETE JRNLFILE RECORD
004861          INVALID KEY
004862              CONTINUE
004863      END-DELETE.
004864      PERFORM 4810-READ-JOURNAL THRU 4810-EXIT.
004865  4210-EXIT.
004866      EXIT.
004867
004868*-----------------------------------------------------------------
004869*    4300-JOURNAL-IMAGE
004870*    FILES THE IMAGE THE CALLER HAS SET UP UNDER THE CURRENT
004871*    INTERVAL.  A DUPLICATE IS A RECORD ALREADY JOURNALED THIS
004872*    INTERVAL - THE FIRST IMAGE IS THE ONE TO PUT BACK, SO THE
004873*    LATER ONE IS DROPPED.  ANY OTHER FAILURE STOPS THE RUN
004874*    BEFORE THE RECORD IS CHANGED.
004875*-----------------------------------------------------------------
004876  4300-JOURNAL-IMAGE.
004877      MOVE PG-JRN-JOB-NAME     TO PG-JRNL-JOB.
004878      MOVE PG-JRN-CUR-INTERVAL TO PG-JRNL-INTERVAL.
004879      WRITE PG-JOURNAL-RECORD
004880          INVALID KEY
004881              CONTINUE
004882      END-WRITE.
004883      IF PG-JRNLFILE-STATUS NOT = '00'
004884          AND PG-JRNLFILE-STATUS NOT = '22'
004885          GO TO 9140-JOURNAL-WRITE-FAILED
004886      END-IF.
004887  4300-EXIT.
004888      EXIT.
004889
004890*-----------------------------------------------------------------
004891*    4310-JOURNAL-RATING
004892*    JOURNALS THE RATING FOR PG-LKP-PLAYER-ID AS IT STANDS ON
004893*    FILE, OR AS ADDED WHEN THE PLAYER HAS NEVER BEEN RATED.
004894*-----------------------------------------------------------------
004895  4310-JOURNAL-RATING.
004896      MOVE PG-LKP-PLAYER-ID TO PG-RATE-PLAYER-ID.
004897      READ RATEFILE
004898          INVALID KEY
004899              CONTINUE
004900      END-READ.
004901      IF PG-RATEFILE-STATUS = '00'
004902          PERFORM 4320-JOURNAL-CURRENT-RATING THRU 4320-EXIT
004903          GO TO 4310-EXIT
004904      END-IF.
004905
004906      SET PG-JRNL-RATEFILE TO TRUE.
004907      MOVE PG-LKP-PLAYER-ID TO PG-JRNL-REC-KEY.
004908      SET PG-JRNL-WAS-ADDED TO TRUE.
004909      MOVE SPACES TO PG-JRNL-IMAGE.
004910      PERFORM 4300-JOURNAL-IMAGE THRU 4300-EXIT.
004911  4310-EXIT.
004912      EXIT.
004913
004914*-----------------------------------------------------------------
004915*    4320-JOURNAL-CURRENT-RATING
004916*    JOURNALS THE RATING RECORD NOW IN THE RECORD AREA.
004917*-----------------------------------------------------------------
004918  4320-JOURNAL-CURRENT-RATING.
004919      SET PG-JRNL-RATEFILE TO TRUE.
004920      MOVE PG-RATE-PLAYER-ID TO PG-JRNL-REC-KEY.
004921      SET PG-JRNL-WAS-ON-FILE TO TRUE.
004922      MOVE PG-RATING-RECORD TO PG-JRNL-IMAGE.
004923      PERFORM 4300-JOURNAL-IMAGE THRU 4300-EXIT.
004924  4320-EXIT.
004925      EXIT.
004926
004927*-----------------------------------------------------------------
004928*    4400-COMMIT-POINT
004929*    THE JOURNAL CONTROL RECORD IS THE COMMIT - IT CARRIES THE
004930*    MARK, SO RATECTL IS ROLLED FORWARD ONLY AFTER IT.  A FAILURE
004931*    BETWEEN THE TWO LEAVES RATECTL BEHIND, AND THE RESTART SETS
004932*    IT FROM THE JOURNAL.
004933*-----------------------------------------------------------------
004934  4400-COMMIT-POINT.
004935      MOVE PG-NEW-HWM-STAMP    TO PG-JRN-RESUME-KEY.
004936      MOVE PG-JRN-CUR-INTERVAL TO PG-JRN-COMMITTED.
004937      PERFORM 4900-WRITE-CONTROL THRU 4900-EXIT.
004938      PERFORM 8000-UPDATE-CONTROL THRU 8000-EXIT.
004939      ADD 1 TO PG-JRN-CUR-INTERVAL.
004940      MOVE ZERO TO PG-JRN-SINCE-COMMIT.
004941  4400-EXIT.
004942      EXIT.
004943
004944*-----------------------------------------------------------------
004945*    4500-COMPLETE-JOURNAL
004946*    THE RUN FINISHED - THE NEXT ONE STARTS FRESH.  THE RESTART
004947*    COUNTS STAY ON THE CONTROL RECORD FOR PONGRUNC'S END STEP.
004948*-----------------------------------------------------------------
004949  4500-COMPLETE-JOURNAL.
004950      SET PG-JRN-RUN-COMPLETE TO TRUE.
004951      PERFORM 4900-WRITE-CONTROL THRU 4900-EXIT.
004952  4500-EXIT.
004953      EXIT.
004954
004955*-----------------------------------------------------------------
004956*    4800-START-JOURNAL
004957*    POSITIONS ON THE KEY SET UP BY THE CALLER AND READS THE
004958*    FIRST ENTRY.  RUNNING OFF THIS JOB'S ENTRIES IS END OF FILE.
004959*-----------------------------------------------------------------
004960  4800-START-JOURNAL.
004961      SET PG-JRNL-NOT-AT-EOF TO TRUE.
004962      START JRNLFILE KEY IS NOT LESS THAN PG-JRNL-KEY
004963          INVALID KEY
004964              SET PG-JRNL-AT-EOF TO TRUE
004965      END-START.
004966      IF PG-JRNL-NOT-AT-EOF
004967          PERFORM 4810-READ-JOURNAL THRU 4810-EXIT
004968      END-IF.
004969  4800-EXIT.
004970      EXIT.
004971
004972*-----------------------------------------------------------------
004973*    4810-READ-JOURNAL
004974*-----------------------------------------------------------------
004975  4810-READ-JOURNAL.
004976      READ JRNLFILE NEXT RECORD
004977          AT END
004978              SET PG-JRNL-AT-EOF TO TRUE
004979      END-READ.
004980      IF PG-JRNL-NOT-AT-EOF
004981          AND PG-JRNL-JOB NOT = PG-JRN-JOB-NAME
004982          SET PG-JRNL-AT-EOF TO TRUE
004983      END-IF.
004984  4810-EXIT.
004985      EXIT.
004986
004987*-----------------------------------------------------------------
004988*    4900-WRITE-CONTROL
004989*    REWRITES THE JOB'S CONTROL RECORD FROM THE JOURNAL WORK
004990*    FIELDS, CREATING IT ON THE FIRST EVER RUN.
004991*-----------------------------------------------------------------
004992  4900-WRITE-CONTROL.
004993      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
004994      MOVE ZERO TO PG-JRNL-INTERVAL.
004995      SET PG-JRNL-CONTROL TO TRUE.
004996      MOVE SPACES TO PG-JRNL-REC-KEY.
004997      MOVE SPACES TO PG-JRNL-ACTION.
004998      MOVE SPACES TO PG-JRNL-IMAGE.
004999      MOVE PG-JRN-RUN-STATUS     TO PG-JCTL-STATUS.
005000      MOVE PG-JRN-COMMITTED      TO PG-JCTL-COMMITTED.
005001      MOVE PG-JRN-RESUME-KEY     TO PG-JCTL-RESUME-KEY.
005002      MOVE PG-APPLIED-COUNT      TO PG-JCTL-DONE-COUNT.
005003      MOVE PG-HCAP-APPLIED-COUNT TO PG-JCTL-AUX-COUNT.
005004      MOVE PG-JRN-RESTART-SW     TO PG-JCTL-RESTART.
005005      MOVE PG-JRN-BACKED-OUT     TO PG-JCTL-BACKED-OUT.
005006      MOVE PG-JRN-RESUMED        TO PG-JCTL-RESUMED.
005007      REWRITE PG-JOURNAL-RECORD
005008          INVALID KEY
005009              WRITE PG-JOURNAL-RECORD
005010                  INVALID KEY
005011                      CONTINUE
005012              END-WRITE
005013      END-REWRITE.
005014      IF PG-JRNLFILE-STATUS NOT = '00'
005015          GO TO 9140-JOURNAL-WRITE-FAILED
005016      END-IF.
005017  4900-EXIT.
005018      EXIT.
005019
005020*-----------------------------------------------------------------
005021*    5000-BUILD-STANDINGS
005022*    BROWSES THE WHOLE RATEFILE INTO THE STANDINGS TABLE.  THE
005023*    CHANGE COLUMN IS THE GAP BETWEEN THE RATING NOW AND THE
005024*    RATING AT THE END OF THE LAST RUN; ONCE CAPTURED, THE
005025*    PREVIOUS RATING IS ROLLED FORWARD SO THE NEXT RUN MEASURES
005026*    ITS CHANGE FROM TODAY.  EACH RECORD IS JOURNALED BEFORE THE
005027*    ROLL, SO A RUN THAT DIES PARTWAY THROUGH IT HAS THE ROLL
005028*    BACKED OUT ON RESTART RATHER THAN SHOWING NO CHANGE FOR THE
005029*    PLAYERS ALREADY ROLLED.
005030*-----------------------------------------------------------------
005031  5000-BUILD-STANDINGS.
005032      MOVE LOW-VALUES TO PG-RATE-PLAYER-ID.
005033      START RATEFILE KEY IS NOT LESS THAN PG-RATE-PLAYER-ID
005034          INVALID KEY
005035              SET PG-RATE-AT-EOF TO TRUE
005036      END-START.
005037      IF PG-RATE-NOT-AT-EOF
005038          PERFORM 5010-READ-RATING THRU 5010-EXIT
005039      END-IF.
005040      PERFORM 5100-CAPTURE-RATING THRU 5100-EXIT
005041          UNTIL PG-RATE-AT-EOF.
005042  5000-EXIT.
005043      EXIT.
005044
005045*-----------------------------------------------------------------
005046*    5010-READ-RATING
005047*-----------------------------------------------------------------
005048  5010-READ-RATING.
005049      READ RATEFILE NEXT RECORD
005050          AT END
005051              SET PG-RATE-AT-EOF TO TRUE
005052      END-READ.
005053  5010-EXIT.
005054      EXIT.
005055
005060*-----------------------------------------------------------------
005070*    5100-CAPTURE-RATING
005080*-----------------------------------------------------------------
005180      COMPUTE PG-STD-CHANGE (PG-STD-COUNT) =
005190          PG-RATE-RATING - PG-RATE-PREV-RATING.
005200
005205      PERFORM 4320-JOURNAL-CURRENT-RATING THRU 4320-EXIT.
005210      MOVE PG-RATE-RATING TO PG-RATE-PREV-RATING.
005220      REWRITE PG-RATING-RECORD
005230          INVALID KEY
005850          UNTIL PG-SUB > PG-STD-COUNT.
005860
005870      MOVE PG-APPLIED-COUNT TO PG-TRL-APPLIED.
005875      MOVE PG-HCAP-APPLIED-COUNT TO PG-TRL-HCAP-APPLIED.
005880      WRITE PG-PRINT-LINE FROM PG-TRAILER-LINE.
005881      IF PG-RESTART-RUN
005883          MOVE PG-JRN-BACKED-OUT TO PG-RST-BACKED-OUT
005885          MOVE PG-JRN-RESUMED    TO PG-RST-RESUMED
005886          WRITE PG-PRINT-LINE FROM PG-RESTART-LINE
005888      END-IF.
005890  7000-EXIT.
005900      EXIT.
005910
006540      CLOSE RATECTL-FILE.
006550      CLOSE PLAYMAST.
006560      CLOSE PRTFILE.
006565      CLOSE JRNLFILE.
006570  9000-EXIT.
006580      EXIT.
006590
007060      STOP RUN.
007070  9120-EXIT.
007080      EXIT.
007090
007100*-----------------------------------------------------------------
007110*    9130-JRNLFILE-OPEN-FAILED
007120*    WITHOUT THE JOURNAL A FAILURE COULD NOT BE BACKED OUT, AND A
007130*    RESTART COULD NOT BE TOLD FROM A FRESH RUN, SO NOTHING IS
007140*    RATED.
007150*-----------------------------------------------------------------
007160  9130-JRNLFILE-OPEN-FAILED.
007170      DISPLAY 'PONGRATE - JRNLFILE OPEN FAILED, STATUS '
007180          PG-JRNLFILE-STATUS ' - NOTHING RATED'.
007190      CLOSE SCOREFILE.
007200      CLOSE RATEFILE.
007210      CLOSE RATECTL-FILE.
007220      CLOSE PLAYMAST.
007230      CLOSE PRTFILE.
007240      MOVE 8 TO RETURN-CODE.
007250      STOP RUN.
007260  9130-EXIT.
007270      EXIT.
007280
007290*-----------------------------------------------------------------
007300*    9140-JOURNAL-WRITE-FAILED
007310*    THE JOURNAL REFUSED AN IMAGE OR A COMMIT.  THE RECORD IN HAND
007320*    HAS NOT BEEN CHANGED, SO THE RUN STOPS HERE AND THE RESUBMIT
007330*    BACKS OUT TO THE LAST COMMIT THAT DID REACH THE JOURNAL.
007340*-----------------------------------------------------------------
007350  9140-JOURNAL-WRITE-FAILED.
007360      DISPLAY 'PONGRATE - JRNLFILE WRITE FAILED, STATUS '
007370          PG-JRNLFILE-STATUS ' - RUN ABANDONED, RESUBMIT TO BACK '
007380          'OUT AND RESUME'.
007390      PERFORM 9000-TERMINATE THRU 9000-EXIT.
007400      MOVE 8 TO RETURN-CODE.
007410      STOP RUN.
007420  9140-EXIT.
007430      EXIT.
