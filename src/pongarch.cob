000240*  STRICTLY BEFORE IT ARE ARCHIVED.  THE PARM IS DELIBERATELY
000250*  REQUIRED - A JOB THAT DELETES LEDGER DETAIL DOES NOT GUESS
000260*  ITS OWN CUTOFF.
000261*
000262*  RESTART: EVERY MATCH IS JOURNALED TO JRNLFILE BEFORE IT IS
000263*  TOUCHED, AND EVERY SUMMARY RECORD BEFORE IT IS REWRITTEN; THE
000264*  RUN COMMITS EVERY PG-COMMIT-INTERVAL MATCHES.  A RUN THAT
000265*  FAILS PARTWAY IS RESUBMITTED WITH THE SAME CUTOFF: THE RESTART
000266*  WRITES THE MATCHES COMMITTED BEFORE THE FAILURE TO THE NEW
000267*  ARCHIVE GENERATION (THE FAILED RUN'S GENERATION IS SCRATCHED
000268*  BY THE JCL), PUTS BACK THE SUMMARIES AND LEDGER DETAIL CHANGED
000269*  SINCE THE LAST COMMIT, AND CARRIES ON DOWN THE LEDGER.
000270*-----------------------------------------------------------------
000280*  MODIFICATION HISTORY
000290*  DATE       INIT  DESCRIPTION
000304*                    NOW FOLDS ALL FOUR PLAYERS INTO THE
000305*                    MONTHLY SUMMARIES, EACH PARTNER WITH
000306*                    THEIR SIDE'S SCORE.
000307*  15/10/2026 MP    RESTARTABLE THROUGH JRNLFILE: BEFORE-IMAGES,
000308*                    COMMIT POINTS, BACK-OUT AND RESUME ON A
000309*                    RESUBMIT.  SCOREFILE IS NOW DYNAMIC.
000310*=================================================================
000320  IDENTIFICATION DIVISION.
000330      PROGRAM-ID.    PONGARCH.
000410  FILE-CONTROL.
000420      SELECT SCOREFILE ASSIGN TO SCOREFILE
000430          ORGANIZATION IS INDEXED
000440          ACCESS MODE IS DYNAMIC
000450          RECORD KEY IS PG-MATCH-KEY
000460          FILE STATUS IS PG-SCOREFILE-STATUS.
000470
000540          ACCESS MODE IS RANDOM
000550          RECORD KEY IS PG-SUM-KEY
000560          FILE STATUS IS PG-SUMMFILE-STATUS.
000561
000562      SELECT JRNLFILE ASSIGN TO JRNLFILE
000564          ORGANIZATION IS INDEXED
000565          ACCESS MODE IS DYNAMIC
000567          RECORD KEY IS PG-JRNL-KEY
000568          FILE STATUS IS PG-JRNLFILE-STATUS.
000570
000580  DATA DIVISION.
000590  FILE SECTION.
000730      LABEL RECORDS ARE STANDARD.
000740      COPY SUMREC.
000750
000752  FD  JRNLFILE
000754      LABEL RECORDS ARE STANDARD.
000756      COPY JRNLREC.
000758
000760  WORKING-STORAGE SECTION.
000770  01  PG-SWITCHES.
000780      05  PG-SCOREFILE-EOF    PIC X(01) VALUE 'N'.
000790          88  PG-NOT-AT-EOF           VALUE 'N'.
000800          88  PG-AT-EOF               VALUE 'Y'.
000802      05  PG-JRNL-EOF         PIC X(01) VALUE 'N'.
000805          88  PG-JRNL-NOT-AT-EOF      VALUE 'N'.
000807          88  PG-JRNL-AT-EOF          VALUE 'Y'.
000810
000820  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
000830  01  PG-ARCHFILE-STATUS      PIC X(02) VALUE '00'.
000840  01  PG-SUMMFILE-STATUS      PIC X(02) VALUE '00'.
000845  01  PG-JRNLFILE-STATUS      PIC X(02) VALUE '00'.
000850
000860  01  PG-CUTOFF-DATE          PIC X(08) VALUE SPACES.
000870
000880  01  PG-ARCHIVED-COUNT       PIC 9(07) COMP VALUE ZERO.
000890  01  PG-RETAINED-COUNT       PIC 9(07) COMP VALUE ZERO.
000891
000892*-----------------------------------------------------------------
000893*    RESTART JOURNAL WORK
000894*    THE RUN COMMITS AFTER EVERY PG-COMMIT-INTERVAL MATCHES
000895*    ARCHIVED - THE SAME INTERVAL AS THE RATINGS RUN.
000896*-----------------------------------------------------------------
000897  77  PG-COMMIT-INTERVAL      PIC 9(04) VALUE 0050.
000898  01  PG-JOURNAL-WORK.
000899      05  PG-JRN-JOB-NAME     PIC X(08) VALUE 'PONGARCH'.
000900      05  PG-JRN-RUN-STATUS   PIC X(01) VALUE 'A'.
000901          88  PG-JRN-RUN-ACTIVE       VALUE 'A'.
000902          88  PG-JRN-RUN-COMPLETE     VALUE 'C'.
000903      05  PG-JRN-RESTART-SW   PIC X(01) VALUE 'N'.
000904          88  PG-RESTART-RUN          VALUE 'Y'.
000905          88  PG-FRESH-RUN            VALUE 'N'.
000906      05  PG-JRN-COMMITTED    PIC 9(06) VALUE ZERO.
000907      05  PG-JRN-CUR-INTERVAL PIC 9(06) VALUE ZERO.
000908      05  PG-JRN-SINCE-COMMIT PIC 9(04) COMP VALUE ZERO.
000909      05  PG-JRN-BACKED-OUT   PIC 9(07) COMP VALUE ZERO.
000910      05  PG-JRN-RESUMED      PIC 9(07) COMP VALUE ZERO.
000911
000912*    SPLITS THE MATCH DATE INTO ITS MONTH AND DAY SO THE MONTH
000920*    CAN KEY THE SUMMARY RECORD WITHOUT ARITHMETIC.
000930  01  PG-DATE-SPLIT.
000940      05  PG-DS-MONTH         PIC X(06).
001180  PROCEDURE DIVISION USING PG-PARM-DATA.
001190  0000-MAINLINE.
001200      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210      PERFORM 1500-START-LEDGER THRU 1500-EXIT.
001220      PERFORM 2100-PROCESS-MATCH THRU 2100-EXIT
001230          UNTIL PG-AT-EOF.
001240      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001245      PERFORM 4500-COMPLETE-JOURNAL THRU 4500-EXIT.
001250      STOP RUN.
001260
001270*-----------------------------------------------------------------
001280*    1000-INITIALIZE
001282*    THE JOURNAL OPENS LAST - A RESTART PUTS BACK SUMMARIES AND
001285*    LEDGER DETAIL AND REWRITES THE ARCHIVE, SO IT NEEDS THE
001287*    OTHER THREE FILES OPEN FIRST.
001290*-----------------------------------------------------------------
001300  1000-INITIALIZE.
001310      IF PG-PARM-LENGTH = ZERO
001480      IF PG-SUMMFILE-STATUS NOT = '00'
001490          GO TO 9130-SUMMFILE-OPEN-FAILED
001500      END-IF.
001503
001506      PERFORM 4000-OPEN-JOURNAL THRU 4000-EXIT.
001510  1000-EXIT.
001511      EXIT.
001512
001513*-----------------------------------------------------------------
001514*    1500-START-LEDGER
001515*    POSITIONS ON THE FIRST MATCH OF THE LEDGER.  A RESTART HAS
001516*    ALREADY WRITTEN BACK THE DETAIL IT BACKED OUT, SO THE
001517*    BROWSE PICKS THOSE MATCHES UP AGAIN IN KEY ORDER.
001518*-----------------------------------------------------------------
001519  1500-START-LEDGER.
001520      MOVE LOW-VALUES TO PG-MATCH-KEY.
001521      START SCOREFILE KEY IS NOT LESS THAN PG-MATCH-KEY
001522          INVALID KEY
001523              SET PG-AT-EOF TO TRUE
001524      END-START.
001525      IF PG-NOT-AT-EOF
001526          PERFORM 2000-READ-SCORE THRU 2000-EXIT
001527      END-IF.
001528  1500-EXIT.
001529      EXIT.
001530
001540*-----------------------------------------------------------------
001550*    2000-READ-SCORE
001560*-----------------------------------------------------------------
001570  2000-READ-SCORE.
001580      READ SCOREFILE NEXT RECORD
001590          AT END
001600              SET PG-AT-EOF TO TRUE
001610      END-READ.
001660*    2100-PROCESS-MATCH
001670*    A MATCH DATED STRICTLY BEFORE THE CUTOFF IS ARCHIVED,
001680*    SUMMARIZED AND DELETED; ANYTHING ELSE STAYS ON THE LIVE
001686*    LEDGER UNTOUCHED.  EVERY PG-COMMIT-INTERVAL MATCHES ARCHIVED
001693*    THE RUN COMMITS.
001700*-----------------------------------------------------------------
001710  2100-PROCESS-MATCH.
001720      IF PG-MATCH-DATE < PG-CUTOFF-DATE
001730          PERFORM 3000-ARCHIVE-MATCH THRU 3000-EXIT
001740      ELSE
001750          ADD 1 TO PG-RETAINED-COUNT
001752      END-IF.
001755      IF PG-JRN-SINCE-COMMIT NOT < PG-COMMIT-INTERVAL
001757          PERFORM 4400-COMMIT-POINT THRU 4400-EXIT
001760      END-IF.
001770      PERFORM 2000-READ-SCORE THRU 2000-EXIT.
001780  2100-EXIT.
001820*    3000-ARCHIVE-MATCH
001830*    ARCHIVE FIRST, SUMMARIZE SECOND, DELETE LAST - A FAILURE
001840*    PARTWAY LEAVES THE DETAIL STILL ON THE LIVE LEDGER, NEVER
001850*    GONE FROM BOTH.  THE WHOLE MATCH IS JOURNALED BEFORE ANY OF
001860*    IT, SO A RESTART CAN PUT THE DETAIL BACK (OR WRITE IT TO THE
001870*    NEW ARCHIVE GENERATION, IF THE MATCH WAS COMMITTED).
001880*-----------------------------------------------------------------
001890  3000-ARCHIVE-MATCH.
001893      PERFORM 4330-JOURNAL-MATCH THRU 4330-EXIT.
001896
001900      WRITE PG-ARCHIVE-RECORD FROM PG-MATCH-RECORD.
001910      IF PG-ARCHFILE-STATUS NOT = '00'
001920          GO TO 9140-ARCHIVE-WRITE-FAILED
002065  3050-DELETE-DETAIL.
002070      DELETE SCOREFILE RECORD.
002080      ADD 1 TO PG-ARCHIVED-COUNT.
002085      ADD 1 TO PG-JRN-SINCE-COMMIT.
002090  3000-EXIT.
002100      EXIT.
002110
002140*    ADDS ONE SIDE OF THE CURRENT MATCH TO THAT PLAYER'S SUMMARY
002150*    RECORD FOR THE MATCH MONTH, CREATING THE RECORD THE FIRST
002160*    TIME THE PLAYER-MONTH TURNS UP - THE SAME REWRITE-THEN-
002170*    WRITE SHAPE PONGOL USES FOR ITS CHECKPOINT.  THE RECORD AS
002173*    IT STOOD IS JOURNALED BEFORE IT IS CHANGED.
002180*-----------------------------------------------------------------
002190  3100-FOLD-SUMMARY.
002200      MOVE PG-FOLD-PLAYER-ID TO PG-SUM-PLAYER-ID.
002260              MOVE ZERO TO PG-SUM-POINTS-FOR
002270              MOVE ZERO TO PG-SUM-POINTS-AGAINST
002280      END-READ.
002285      PERFORM 4310-JOURNAL-SUMMARY THRU 4310-EXIT.
002290
002300      MOVE PG-FOLD-PLAYER-ID TO PG-SUM-PLAYER-ID.
002310      MOVE PG-DS-MONTH       TO PG-SUM-MONTH.
002440              END-WRITE
002450      END-REWRITE.
002460  3100-EXIT.
002461      EXIT.
002462
002463*-----------------------------------------------------------------
002464*    4000-OPEN-JOURNAL
002465*    A CONTROL RECORD STILL ACTIVE MEANS THE LAST RUN NEVER
002466*    FINISHED: THIS RUN IS ITS RESTART, AND MUST BE FOR THE SAME
002467*    CUTOFF.  ANYTHING ELSE IS A FRESH RUN.  EITHER WAY THE FIRST
002468*    INTERVAL OF THIS RUN FOLLOWS THE LAST COMMIT.
002469*-----------------------------------------------------------------
002470  4000-OPEN-JOURNAL.
002471      OPEN I-O JRNLFILE.
002472      IF PG-JRNLFILE-STATUS NOT = '00'
002473          GO TO 9150-JRNLFILE-OPEN-FAILED
002474      END-IF.
002475
002476      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
002477      MOVE ZERO TO PG-JRNL-INTERVAL.
002478      SET PG-JRNL-CONTROL TO TRUE.
002479      MOVE SPACES TO PG-JRNL-REC-KEY.
002480      READ JRNLFILE
002481          INVALID KEY
002482              CONTINUE
002483      END-READ.
002484      IF PG-JRNLFILE-STATUS = '00'
002485          AND PG-JCTL-ACTIVE
002486          PERFORM 4100-RESTART-RUN THRU 4100-EXIT
002487      ELSE
002488          PERFORM 4200-FRESH-RUN THRU 4200-EXIT
002489      END-IF.
002490
002491      COMPUTE PG-JRN-CUR-INTERVAL = PG-JRN-COMMITTED + 1.
002492  4000-EXIT.
002493      EXIT.
002494
002495*-----------------------------------------------------------------
002496*    4100-RESTART-RUN
002497*    WALKS THE WHOLE JOURNAL FOR THE JOB: MATCHES COMMITTED
002498*    BEFORE THE FAILURE ARE WRITTEN TO THIS RUN'S ARCHIVE
002499*    GENERATION AND COUNT AS RESUMED; EVERYTHING AFTER THE LAST
002500*    COMMIT IS PUT BACK.
002501*-----------------------------------------------------------------
002502  4100-RESTART-RUN.
002503      IF PG-JCTL-RUN-PARM NOT = PG-CUTOFF-DATE
002504          GO TO 9170-RESTART-CUTOFF-DIFFERS
002505      END-IF.
002506      SET PG-RESTART-RUN TO TRUE.
002507      MOVE PG-JCTL-COMMITTED TO PG-JRN-COMMITTED.
002508
002509      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
002510      MOVE 1 TO PG-JRNL-INTERVAL.
002511      MOVE LOW-VALUES TO PG-JRNL-FILE.
002512      MOVE LOW-VALUES TO PG-JRNL-REC-KEY.
002513      PERFORM 4800-START-JOURNAL THRU 4800-EXIT.
002514      PERFORM 4110-RESTART-ONE THRU 4110-EXIT
002515          UNTIL PG-JRNL-AT-EOF.
002516
002517      MOVE PG-JRN-RESUMED TO PG-ARCHIVED-COUNT.
002518      PERFORM 4900-WRITE-CONTROL THRU 4900-EXIT.
002519
002520      DISPLAY 'PONGARCH - RESTARTED: ' PG-JRN-BACKED-OUT
002521          ' RECORDS BACKED OUT, ' PG-JRN-RESUMED
002522          ' MATCHES RESUMED FROM THE LAST COMMIT'.
002523  4100-EXIT.
002524      EXIT.
002525
002526*-----------------------------------------------------------------
002527*    4110-RESTART-ONE
002528*-----------------------------------------------------------------
002529  4110-RESTART-ONE.
002530      IF PG-JRNL-INTERVAL > PG-JRN-COMMITTED
002531          PERFORM 4120-BACK-OUT-ONE THRU 4120-EXIT
002532      ELSE
002533          IF PG-JRNL-SCOREFILE
002534              MOVE PG-JRNL-IMAGE TO PG-ARCHIVE-RECORD
002535              WRITE PG-ARCHIVE-RECORD
002536              IF PG-ARCHFILE-STATUS NOT = '00'
002537                  GO TO 9140-ARCHIVE-WRITE-FAILED
002538              END-IF
002539              ADD 1 TO PG-JRN-RESUMED
002540          END-IF
002541      END-IF.
002542      PERFORM 4810-READ-JOURNAL THRU 4810-EXIT.
002543  4110-EXIT.
002544      EXIT.
002545
002546*-----------------------------------------------------------------
002547*    4120-BACK-OUT-ONE
002548*    LEDGER DETAIL GOES BACK ON SCOREFILE (A DUPLICATE MEANS THE
002549*    FAILURE CAME BEFORE THE DELETE); A SUMMARY THE RUN CREATED
002550*    IS DELETED; ONE IT CHANGED GETS ITS BEFORE-IMAGE BACK.  THE
002551*    ENTRY IS THEN DROPPED, SO A RESTART THAT ITSELF DIES
002552*    PARTWAY SIMPLY DOES THE REST NEXT TIME.
002553*-----------------------------------------------------------------
002554  4120-BACK-OUT-ONE.
002555      IF PG-JRNL-SCOREFILE
002556          MOVE PG-JRNL-IMAGE TO PG-MATCH-RECORD
002557          WRITE PG-MATCH-RECORD
002558              INVALID KEY
002559                  CONTINUE
002560          END-WRITE
002561      ELSE
002562          IF PG-JRNL-WAS-ADDED
002563              MOVE PG-JRNL-REC-KEY TO PG-SUM-KEY
002564              DELETE SUMMFILE RECORD
002565                  INVALID KEY
002566                      CONTINUE
002567              END-DELETE
002568          ELSE
002569              MOVE PG-JRNL-IMAGE TO PG-SUMMARY-RECORD
002570              REWRITE PG-SUMMARY-RECORD
002571                  INVALID KEY
002572                      WRITE PG-SUMMARY-RECORD
002573                          INVALID KEY
002574                              CONTINUE
002575                      END-WRITE
002576              END-REWRITE
002577          END-IF
002578      END-IF.
002579
002580      DELETE JRNLFILE RECORD
002581          INVALID KEY
002582              CONTINUE
002583      END-DELETE.
002584      ADD 1 TO PG-JRN-BACKED-OUT.
002585  4120-EXIT.
002586      EXIT.
002587
002588*-----------------------------------------------------------------
002589*    4200-FRESH-RUN
002590*    CLEARS WHAT THE LAST COMPLETED RUN LEFT ON THE JOURNAL AND
002591*    MARKS THIS ONE ACTIVE FOR ITS CUTOFF.
002592*-----------------------------------------------------------------
002593  4200-FRESH-RUN.
002594      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
002595      MOVE ZERO TO PG-JRNL-INTERVAL.
002596      MOVE LOW-VALUES TO PG-JRNL-FILE.
002597      MOVE LOW-VALUES TO PG-JRNL-REC-KEY.
002598      PERFORM 4800-START-JOURNAL THRU 4800-EXIT.
002599      PERFORM 4210-CLEAR-ONE THRU 4210-EXIT
002600          UNTIL PG-JRNL-AT-EOF.
002601
002602      MOVE ZERO TO PG-JRN-COMMITTED.
002603      PERFORM 4900-WRITE-CONTROL THRU 4900-EXIT.
002604  4200-EXIT.
002605      EXIT.
002606
002607*-----------------------------------------------------------------
002608*    4210-CLEAR-ONE
002609*-----------------------------------------------------------------
002610  4210-CLEAR-ONE.
002611      DELETE JRNLFILE RECORD
002612          INVALID KEY
002613              CONTINUE
002614      END-DELETE.
002615      PERFORM 4810-READ-JOURNAL THRU 4810-EXIT.
002616  4210-EXIT.
002617      EXIT.
002618
002619*-----------------------------------------------------------------
002620*    4300-JOURNAL-IMAGE
002621*    FILES THE IMAGE THE CALLER HAS SET UP UNDER THE CURRENT
002622*    INTERVAL.  A DUPLICATE IS A RECORD ALREADY JOURNALED THIS
002623*    INTERVAL - THE FIRST IMAGE IS THE ONE TO PUT BACK, SO THE
002624*    LATER ONE IS DROPPED.  ANY OTHER FAILURE STOPS THE RUN
002625*    BEFORE THE RECORD IS CHANGED.
002626*-----------------------------------------------------------------
002627  4300-JOURNAL-IMAGE.
002628      MOVE PG-JRN-JOB-NAME     TO PG-JRNL-JOB.
002629      MOVE PG-JRN-CUR-INTERVAL TO PG-JRNL-INTERVAL.
002630      WRITE PG-JOURNAL-RECORD
002631          INVALID KEY
002632              CONTINUE
002633      END-WRITE.
002634      IF PG-JRNLFILE-STATUS NOT = '00'
002635          AND PG-JRNLFILE-STATUS NOT = '22'
002636          GO TO 9160-JOURNAL-WRITE-FAILED
002637      END-IF.
002638  4300-EXIT.
002639      EXIT.
002640
002641*-----------------------------------------------------------------
002642*    4310-JOURNAL-SUMMARY
002643*    JOURNALS THE SUMMARY RECORD 3100 HAS JUST READ, OR MARKS IT
002644*    ADDED WHEN THE PLAYER-MONTH IS NEW.
002645*-----------------------------------------------------------------
002646  4310-JOURNAL-SUMMARY.
002647      SET PG-JRNL-SUMMFILE TO TRUE.
002648      MOVE PG-SUM-KEY TO PG-JRNL-REC-KEY.
002649      IF PG-SUMMFILE-STATUS = '00'
002650          SET PG-JRNL-WAS-ON-FILE TO TRUE
002651          MOVE PG-SUMMARY-RECORD TO PG-JRNL-IMAGE
002652      ELSE
002653          SET PG-JRNL-WAS-ADDED TO TRUE
002654          MOVE SPACES TO PG-JRNL-IMAGE
002655      END-IF.
002656      PERFORM 4300-JOURNAL-IMAGE THRU 4300-EXIT.
002657  4310-EXIT.
002658      EXIT.
002659
002660*-----------------------------------------------------------------
002661*    4330-JOURNAL-MATCH
002662*    THE FULL LEDGER RECORD - THE BEFORE-IMAGE OF THE DELETE AND,
002663*    ONCE COMMITTED, THE COPY A RESTART REWRITES TO THE ARCHIVE.
002664*-----------------------------------------------------------------
002665  4330-JOURNAL-MATCH.
002666      SET PG-JRNL-SCOREFILE TO TRUE.
002667      MOVE PG-MATCH-KEY TO PG-JRNL-REC-KEY.
002668      SET PG-JRNL-WAS-DELETED TO TRUE.
002669      MOVE PG-MATCH-RECORD TO PG-JRNL-IMAGE.
002670      PERFORM 4300-JOURNAL-IMAGE THRU 4300-EXIT.
002671  4330-EXIT.
002672      EXIT.
002673
002674*-----------------------------------------------------------------
002675*    4400-COMMIT-POINT
002676*    THE MATCHES ARCHIVED SO FAR ARE OFF THE LEDGER AND IN THE
002677*    SUMMARIES FOR GOOD - REWRITING THE CONTROL RECORD IS THE
002678*    COMMIT.
002679*-----------------------------------------------------------------
002680  4400-COMMIT-POINT.
002681      MOVE PG-JRN-CUR-INTERVAL TO PG-JRN-COMMITTED.
002682      PERFORM 4900-WRITE-CONTROL THRU 4900-EXIT.
002683      ADD 1 TO PG-JRN-CUR-INTERVAL.
002684      MOVE ZERO TO PG-JRN-SINCE-COMMIT.
002685  4400-EXIT.
002686      EXIT.
002687
002688*-----------------------------------------------------------------
002689*    4500-COMPLETE-JOURNAL
002690*    RUN ONLY ONCE THE ARCHIVE GENERATION IS CLOSED - UNTIL THEN
002691*    THE JOURNAL HOLDS THE ONLY OTHER COPY OF THE COMMITTED
002692*    MATCHES.  THE RESTART COUNTS STAY ON THE CONTROL RECORD FOR
002693*    PONGRUNC'S END STEP.
002694*-----------------------------------------------------------------
002695  4500-COMPLETE-JOURNAL.
002696      SET PG-JRN-RUN-COMPLETE TO TRUE.
002697      PERFORM 4900-WRITE-CONTROL THRU 4900-EXIT.
002698      CLOSE JRNLFILE.
002699  4500-EXIT.
002700      EXIT.
002701
002702*-----------------------------------------------------------------
002703*    4800-START-JOURNAL
002704*    POSITIONS ON THE KEY SET UP BY THE CALLER AND READS THE
002705*    FIRST ENTRY.  RUNNING OFF THIS JOB'S ENTRIES IS END OF FILE.
002706*-----------------------------------------------------------------
002707  4800-START-JOURNAL.
002708      SET PG-JRNL-NOT-AT-EOF TO TRUE.
002709      START JRNLFILE KEY IS NOT LESS THAN PG-JRNL-KEY
002710          INVALID KEY
002711              SET PG-JRNL-AT-EOF TO TRUE
002712      END-START.
002713      IF PG-JRNL-NOT-AT-EOF
002714          PERFORM 4810-READ-JOURNAL THRU 4810-EXIT
002715      END-IF.
002716  4800-EXIT.
002717      EXIT.
002718
002719*-----------------------------------------------------------------
002720*    4810-READ-JOURNAL
002721*-----------------------------------------------------------------
002722  4810-READ-JOURNAL.
002723      READ JRNLFILE NEXT RECORD
002724          AT END
002725              SET PG-JRNL-AT-EOF TO TRUE
002726      END-READ.
002727      IF PG-JRNL-NOT-AT-EOF
002728          AND PG-JRNL-JOB NOT = PG-JRN-JOB-NAME
002729          SET PG-JRNL-AT-EOF TO TRUE
002730      END-IF.
002731  4810-EXIT.
002732      EXIT.
002733
002734*-----------------------------------------------------------------
002735*    4900-WRITE-CONTROL
002736*    REWRITES THE JOB'S CONTROL RECORD FROM THE JOURNAL WORK
002737*    FIELDS, CREATING IT ON THE FIRST EVER RUN.
002738*-----------------------------------------------------------------
002739  4900-WRITE-CONTROL.
002740      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
002741      MOVE ZERO TO PG-JRNL-INTERVAL.
002742      SET PG-JRNL-CONTROL TO TRUE.
002743      MOVE SPACES TO PG-JRNL-REC-KEY.
002744      MOVE SPACES TO PG-JRNL-ACTION.
002745      MOVE SPACES TO PG-JRNL-IMAGE.
002746      MOVE PG-JRN-RUN-STATUS TO PG-JCTL-STATUS.
002747      MOVE PG-CUTOFF-DATE    TO PG-JCTL-RUN-PARM.
002748      MOVE PG-JRN-COMMITTED  TO PG-JCTL-COMMITTED.
002749      MOVE PG-ARCHIVED-COUNT TO PG-JCTL-DONE-COUNT.
002750      MOVE ZERO              TO PG-JCTL-AUX-COUNT.
002751      MOVE PG-JRN-RESTART-SW TO PG-JCTL-RESTART.
002752      MOVE PG-JRN-BACKED-OUT TO PG-JCTL-BACKED-OUT.
002753      MOVE PG-JRN-RESUMED    TO PG-JCTL-RESUMED.
002754      REWRITE PG-JOURNAL-RECORD
002755          INVALID KEY
002756              WRITE PG-JOURNAL-RECORD
002757                  INVALID KEY
002758                      CONTINUE
002759              END-WRITE
002760      END-REWRITE.
002761      IF PG-JRNLFILE-STATUS NOT = '00'
002762          GO TO 9160-JOURNAL-WRITE-FAILED
002763      END-IF.
002764  4900-EXIT.
002765      EXIT.
002766
002767*-----------------------------------------------------------------
002768*    9000-TERMINATE
002769*-----------------------------------------------------------------
002770  9000-TERMINATE.
002771      CLOSE SCOREFILE.
002772      CLOSE ARCHFILE.
002773      CLOSE SUMMFILE.
002774      DISPLAY 'PONGARCH - MATCHES ARCHIVED: ' PG-ARCHIVED-COUNT
002775          ', RETAINED: ' PG-RETAINED-COUNT.
002776  9000-EXIT.
002777      EXIT.
002778
002779*-----------------------------------------------------------------
002780*    9100-NO-CUTOFF-PARM
002781*    NO CUTOFF DATE WAS SUPPLIED.  A JOB THAT DELETES LEDGER
002782*    DETAIL DOES NOT GUESS ITS OWN CUTOFF, SO THE RUN ABENDS
002783*    BEFORE OPENING ANYTHING.
002784*-----------------------------------------------------------------
002785  9100-NO-CUTOFF-PARM.
002786      DISPLAY 'PONGARCH - CUTOFF DATE PARM (YYYYMMDD) REQUIRED '
002787          '- NOTHING ARCHIVED'.
002788      MOVE 8 TO RETURN-CODE.
002789      STOP RUN.
002790  9100-EXIT.
002791      EXIT.
002792
002793*-----------------------------------------------------------------
002794*    9110-SCOREFILE-OPEN-FAILED
002795*-----------------------------------------------------------------
002796  9110-SCOREFILE-OPEN-FAILED.
002797      DISPLAY 'PONGARCH - SCOREFILE OPEN FAILED, STATUS '
002800          PG-SCOREFILE-STATUS ' - NOTHING ARCHIVED'.
002810      MOVE 8 TO RETURN-CODE.
002820      STOP RUN.
003130*    THE ARCHIVE REJECTED A RECORD.  THE MATCH IN HAND HAS NOT
003140*    BEEN SUMMARIZED OR DELETED, AND EVERYTHING ARCHIVED BEFORE
003150*    IT IS ALREADY SAFELY OFF - BUT THE GENERATION IS SHORT, SO
003157*    THE RUN STOPS AND THE JCL SCRATCHES THE GENERATION.  FIX THE
003165*    ARCHIVE ALLOCATION AND RESUBMIT - THE RESTART REWRITES THE
003172*    COMMITTED MATCHES TO THE NEW GENERATION AND CARRIES ON.
003180*-----------------------------------------------------------------
003190  9140-ARCHIVE-WRITE-FAILED.
003200      DISPLAY 'PONGARCH - ARCHFILE WRITE FAILED, STATUS '
003210          PG-ARCHFILE-STATUS ' - RUN ABANDONED, RESUBMIT TO '
003213          'BACK OUT AND RESUME'.
003220      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003225      CLOSE JRNLFILE.
003230      MOVE 8 TO RETURN-CODE.
003240      STOP RUN.
003250  9140-EXIT.
003260      EXIT.
003270
003280*-----------------------------------------------------------------
003290*    9150-JRNLFILE-OPEN-FAILED
003300*    WITHOUT THE JOURNAL A FAILURE COULD NOT BE BACKED OUT, SO
003310*    NOTHING IS ARCHIVED.
003320*-----------------------------------------------------------------
003330  9150-JRNLFILE-OPEN-FAILED.
003340      DISPLAY 'PONGARCH - JRNLFILE OPEN FAILED, STATUS '
003350          PG-JRNLFILE-STATUS ' - NOTHING ARCHIVED'.
003360      CLOSE SCOREFILE.
003370      CLOSE ARCHFILE.
003380      CLOSE SUMMFILE.
003390      MOVE 8 TO RETURN-CODE.
003400      STOP RUN.
003410  9150-EXIT.
003420      EXIT.
003430
003440*-----------------------------------------------------------------
003450*    9160-JOURNAL-WRITE-FAILED
003460*    THE JOURNAL REFUSED AN IMAGE OR A COMMIT.  THE RECORD IN HAND
003470*    HAS NOT BEEN CHANGED, SO THE RUN STOPS HERE AND THE RESUBMIT
003480*    BACKS OUT TO THE LAST COMMIT THAT DID REACH THE JOURNAL.
003490*-----------------------------------------------------------------
003500  9160-JOURNAL-WRITE-FAILED.
003510      DISPLAY 'PONGARCH - JRNLFILE WRITE FAILED, STATUS '
003520          PG-JRNLFILE-STATUS ' - RUN ABANDONED, RESUBMIT TO BACK '
003530          'OUT AND RESUME'.
003540      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003550      CLOSE JRNLFILE.
003560      MOVE 8 TO RETURN-CODE.
003570      STOP RUN.
003580  9160-EXIT.
003590      EXIT.
003600
003610*-----------------------------------------------------------------
003620*    9170-RESTART-CUTOFF-DIFFERS
003630*    THE LAST RUN DID NOT FINISH AND WAS FOR ANOTHER CUTOFF.  ITS
003640*    HALF-DONE WORK HAS TO BE FINISHED UNDER ITS OWN CUTOFF
003650*    BEFORE A NEW ONE MAY START, SO NOTHING IS TOUCHED.
003660*-----------------------------------------------------------------
003670  9170-RESTART-CUTOFF-DIFFERS.
003680      DISPLAY 'PONGARCH - THE RUN FOR CUTOFF ' PG-JCTL-RUN-PARM
003690          ' DID NOT FINISH - RESUBMIT WITH THAT CUTOFF FIRST'.
003700      CLOSE SCOREFILE.
003710      CLOSE ARCHFILE.
003720      CLOSE SUMMFILE.
003730      CLOSE JRNLFILE.
003740      MOVE 8 TO RETURN-CODE.
003750      STOP RUN.
003760  9170-EXIT.
003770      EXIT.
