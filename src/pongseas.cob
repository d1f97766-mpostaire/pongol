000270*
000280*  HISTORY IS WRITTEN FIRST, THE AWARDS SECOND, THE RESET LAST -
000290*  A FAILURE PARTWAY LEAVES THE LIVE RATINGS UNTOUCHED OR
000300*  ALREADY SAFELY ON THE HISTORY, NEVER GONE FROM BOTH.  EACH
000302*  HISTORY RECORD AND RATING IS JOURNALED TO JRNLFILE BEFORE IT
000308*  IS WRITTEN, AND THE RUN COMMITS EVERY PG-COMMIT-INTERVAL
000315*  PLAYERS.  A FAILED RUN IS RESUBMITTED WITH THE SAME SEASON:
000321*  THE RESTART BACKS OUT THE PLAYERS CLOSED SINCE THE LAST
000327*  COMMIT, TAKES THE ONES COMMITTED BEFORE IT FROM THE HISTORY
000333*  (FOR THE AWARDS) AND CLOSES OUT THE REST.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  02/09/2026 MP    ORIGINAL PROGRAM.
000372*  15/10/2026 MP    RESTARTABLE: SEASFILE AND RATEFILE IMAGES
000375*                    GO TO JRNLFILE, COMMIT EVERY 50 PLAYERS, A
000377*                    RESUBMIT BACKS OUT AND RESUMES.
000380*=================================================================
000390  IDENTIFICATION DIVISION.
000400      PROGRAM-ID.    PONGSEAS.
000700          RECORD KEY IS PG-PMST-PLAYER-ID
000710          FILE STATUS IS PG-PLAYMAST-STATUS.
000720
000721      SELECT JRNLFILE ASSIGN TO JRNLFILE
000722          ORGANIZATION IS INDEXED
000724          ACCESS MODE IS DYNAMIC
000725          RECORD KEY IS PG-JRNL-KEY
000727          FILE STATUS IS PG-JRNLFILE-STATUS.
000728
000730      SELECT PRTFILE ASSIGN TO PRTFILE
000740          ORGANIZATION IS SEQUENTIAL.
000750
000910      LABEL RECORDS ARE STANDARD.
000920      COPY PLAYREC.
000930
000932  FD  JRNLFILE
000934      LABEL RECORDS ARE STANDARD.
000936      COPY JRNLREC.
000938
000940  FD  PRTFILE
000950      LABEL RECORDS ARE STANDARD
000960      RECORD CONTAINS 132 CHARACTERS.
001010      05  PG-RATEFILE-EOF     PIC X(01) VALUE 'N'.
001020          88  PG-RATE-NOT-AT-EOF      VALUE 'N'.
001030          88  PG-RATE-AT-EOF          VALUE 'Y'.
001031      05  PG-JRNL-EOF         PIC X(01) VALUE 'N'.
001032          88  PG-JRNL-NOT-AT-EOF      VALUE 'N'.
001034          88  PG-JRNL-AT-EOF          VALUE 'Y'.
001035      05  PG-RESUMED-SW       PIC X(01) VALUE 'N'.
001037          88  PG-PLAYER-RESUMED       VALUE 'Y'.
001038          88  PG-PLAYER-NOT-RESUMED   VALUE 'N'.
001040
001050  01  PG-RATEFILE-STATUS      PIC X(02) VALUE '00'.
001060  01  PG-SEASFILE-STATUS      PIC X(02) VALUE '00'.
001070  01  PG-RCTL-FILE-STATUS     PIC X(02) VALUE '00'.
001080  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
001085  01  PG-JRNLFILE-STATUS      PIC X(02) VALUE '00'.
001090  01  PG-RCTL-REL-KEY         PIC 9(05) COMP VALUE 1.
001100
001110  01  PG-SEASON-ID            PIC X(06) VALUE SPACES.
001160*    PLAYER AT - KEEP THE TWO IN STEP OR THE MOST-IMPROVED
001170*    DELTA AND THE RESET DRIFT APART.
001180  77  PG-ELO-START-RATING     PIC 9(04) VALUE 1500.
001181
001182*-----------------------------------------------------------------
001183*    RESTART JOURNAL WORK
001184*    THE RUN COMMITS AFTER EVERY PG-COMMIT-INTERVAL PLAYERS
001185*    CLOSED OUT.
001186*-----------------------------------------------------------------
001187  77  PG-COMMIT-INTERVAL      PIC 9(04) VALUE 0050.
001188  01  PG-JOURNAL-WORK.
001189      05  PG-JRN-JOB-NAME     PIC X(08) VALUE 'PONGSEAS'.
001190      05  PG-JRN-RUN-STATUS   PIC X(01) VALUE 'A'.
001191          88  PG-JRN-RUN-ACTIVE       VALUE 'A'.
001192          88  PG-JRN-RUN-COMPLETE     VALUE 'C'.
001193      05  PG-JRN-RESTART-SW   PIC X(01) VALUE 'N'.
001194          88  PG-RESTART-RUN          VALUE 'Y'.
001195          88  PG-FRESH-RUN            VALUE 'N'.
001196      05  PG-JRN-COMMITTED    PIC 9(06) VALUE ZERO.
001197      05  PG-JRN-CUR-INTERVAL PIC 9(06) VALUE ZERO.
001198      05  PG-JRN-SINCE-COMMIT PIC 9(04) COMP VALUE ZERO.
001199      05  PG-JRN-BACKED-OUT   PIC 9(07) COMP VALUE ZERO.
001200      05  PG-JRN-RESUMED      PIC 9(07) COMP VALUE ZERO.
001201
001202*    RUNNING AWARD LEADERS - NO TABLE NEEDED, EACH RATING
001210*    RECORD EITHER BEATS THE LEADER OR DOES NOT.
001220  01  PG-AWARD-WORK.
001230      05  PG-CHAMP-ID         PIC X(10) VALUE SPACES.
001510                                 VALUE 'PLAYERS CLOSED OUT: '.
001520      05  PG-TRL-CLOSED         PIC ZZZZ9.
001530
001531  01  PG-RESTART-LINE.
001532      05  FILLER                PIC X(20)
001533                                 VALUE 'RESTARTED - RECORDS '.
001534      05  FILLER                PIC X(12) VALUE 'BACKED OUT: '.
001535      05  PG-RST-BACKED-OUT     PIC ZZZZZZ9.
001536      05  FILLER                PIC X(20)
001537                                 VALUE '   PLAYERS RESUMED: '.
001538      05  PG-RST-RESUMED        PIC ZZZZZZ9.
001539
001540  01  PG-NONE-LINE              PIC X(40) VALUE
001550          'NO RATED PLAYERS - NOTHING CLOSED OUT'.
001560
001730  0000-MAINLINE.
001740      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750      PERFORM 2000-CLOSE-OUT-PLAYERS THRU 2000-EXIT.
001755      PERFORM 5400-COMMIT-POINT THRU 5400-EXIT.
001760      PERFORM 3000-PRINT-AWARDS THRU 3000-EXIT.
001770      PERFORM 4000-STAMP-CONTROL THRU 4000-EXIT.
001775      PERFORM 5500-COMPLETE-JOURNAL THRU 5500-EXIT.
001780      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001790      STOP RUN.
001800
001840*    AGAINST A SEASON THE CONTROL RECORD SAYS IS ALREADY CLOSED -
001850*    A DOUBLE SUBMISSION WOULD RESET THE NEW SEASON'S RATINGS
001860*    BACK TO BASELINE.
001863*    THE JOURNAL DECIDES BETWEEN A FRESH RUN AND THE RESTART OF
001866*    ONE THAT FAILED (SEE 5000-OPEN-JOURNAL).
001870*-----------------------------------------------------------------
001880  1000-INITIALIZE.
001890      IF PG-PARM-LENGTH = ZERO
002160          INVALID KEY
002170              CONTINUE
002180      END-READ.
002205      PERFORM 5000-OPEN-JOURNAL THRU 5000-EXIT.
002230
002240      MOVE PG-SEASON-ID TO PG-HDG-SEASON.
002250      MOVE PG-RUN-DATE  TO PG-HDG-DATE.
002600
002610*-----------------------------------------------------------------
002620*    2100-CLOSE-ONE-PLAYER
002622*    A PLAYER A FAILED RUN CLOSED OUT AND COMMITTED IS ONLY
002624*    WEIGHED FOR THE AWARDS, FROM THE HISTORY; EVERY OTHER PLAYER
002626*    IS CLOSED OUT HERE.  THE RUN COMMITS EVERY
002628*    PG-COMMIT-INTERVAL PLAYERS CLOSED.
002630*-----------------------------------------------------------------
002640  2100-CLOSE-ONE-PLAYER.
002641      PERFORM 5600-CHECK-RESUMED THRU 5600-EXIT.
002642      IF PG-PLAYER-RESUMED
002643          PERFORM 2300-WEIGH-AWARDS THRU 2300-EXIT
002644          ADD 1 TO PG-JRN-RESUMED
002645      ELSE
002650          PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT
002660          PERFORM 2300-WEIGH-AWARDS THRU 2300-EXIT
002670          PERFORM 2400-RESET-RATING THRU 2400-EXIT
002672          ADD 1 TO PG-JRN-SINCE-COMMIT
002676      END-IF.
002680      ADD 1 TO PG-CLOSED-COUNT.
002682      IF PG-JRN-SINCE-COMMIT NOT < PG-COMMIT-INTERVAL
002685          PERFORM 5400-COMMIT-POINT THRU 5400-EXIT
002687      END-IF.
002690      PERFORM 2010-READ-RATING THRU 2010-EXIT.
002700  2100-EXIT.
002710      EXIT.
002740*    2200-WRITE-HISTORY
002750*    FREEZES THE PLAYER'S FINAL STANDING INTO THE SEASON
002760*    HISTORY.  A DUPLICATE KEY MEANS THIS PLAYER-SEASON WAS
002773*    ALREADY CLOSED - THE JOURNAL HAS NO RECORD OF IT, SO THE
002786*    RUN STOPS RATHER THAN FEED THE HISTORY TWICE.
002800*-----------------------------------------------------------------
002810  2200-WRITE-HISTORY.
002820      MOVE PG-RATE-PLAYER-ID TO PG-SEAS-PLAYER-ID.
002840      MOVE PG-RATE-RATING    TO PG-SEAS-FINAL-RATING.
002850      MOVE PG-RATE-WINS      TO PG-SEAS-WINS.
002860      MOVE PG-RATE-LOSSES    TO PG-SEAS-LOSSES.
002865      PERFORM 5310-JOURNAL-HISTORY THRU 5310-EXIT.
002870      WRITE PG-SEASON-RECORD
002880          INVALID KEY
002890              GO TO 9150-HISTORY-WRITE-FAILED
003250*    RATHER THAN FROM LAST SEASON'S FINAL.
003260*-----------------------------------------------------------------
003270  2400-RESET-RATING.
003275      PERFORM 5320-JOURNAL-RATING THRU 5320-EXIT.
003280      MOVE PG-ELO-START-RATING TO PG-RATE-RATING.
003290      MOVE PG-ELO-START-RATING TO PG-RATE-PREV-RATING.
003300      MOVE ZERO TO PG-RATE-WINS.
003400*    3000-PRINT-AWARDS
003410*-----------------------------------------------------------------
003420  3000-PRINT-AWARDS.
003421      IF PG-RESTART-RUN
003422          MOVE PG-JRN-BACKED-OUT TO PG-RST-BACKED-OUT
003424          MOVE PG-JRN-RESUMED    TO PG-RST-RESUMED
003425          WRITE PG-PRINT-LINE FROM PG-RESTART-LINE
003427      END-IF.
003428
003430      IF PG-CLOSED-COUNT = ZERO
003440          WRITE PG-PRINT-LINE FROM PG-NONE-LINE
003450          GO TO 3000-EXIT
004150      EXIT.
004160
004170*-----------------------------------------------------------------
004171*    5000-OPEN-JOURNAL
004172*    A CONTROL RECORD STILL ACTIVE MEANS THE LAST RUN NEVER
004173*    FINISHED: THIS RUN IS ITS RESTART, AND MUST BE FOR THE SAME
004174*    SEASON.  THE ALREADY-CLOSED GATE APPLIES ONLY TO A FRESH RUN
004175*    - A RESTART MAY HAVE FAILED AFTER THE SEASON WAS STAMPED.
004176*    EITHER WAY THE CONTROL RECORD IS ACTIVE AGAIN ON THE WAY OUT
004177*    AND THE FIRST INTERVAL OF THIS RUN FOLLOWS THE LAST COMMIT.
004178*-----------------------------------------------------------------
004179  5000-OPEN-JOURNAL.
004180      OPEN I-O JRNLFILE.
004181      IF PG-JRNLFILE-STATUS NOT = '00'
004182          GO TO 9170-JRNLFILE-OPEN-FAILED
004183      END-IF.
004184
004185      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
004186      MOVE ZERO TO PG-JRNL-INTERVAL.
004187      SET PG-JRNL-CONTROL TO TRUE.
004188      MOVE SPACES TO PG-JRNL-REC-KEY.
004189      READ JRNLFILE
004190          INVALID KEY
004191              CONTINUE
004192      END-READ.
004193      IF PG-JRNLFILE-STATUS = '00'
004194          AND PG-JCTL-ACTIVE
004195          IF PG-JCTL-RUN-PARM NOT = PG-SEASON-ID
004196              GO TO 9190-RESTART-SEASON-DIFFERS
004197          END-IF
004198          PERFORM 5100-RESTART-RUN THRU 5100-EXIT
004199      ELSE
004200          IF PG-RCTL-FILE-STATUS = '00'
004201              AND PG-RCTL-LAST-SEASON = PG-SEASON-ID
004202              GO TO 9140-SEASON-ALREADY-CLOSED
004203          END-IF
004204          PERFORM 5200-FRESH-RUN THRU 5200-EXIT
004205      END-IF.
004206
004207      COMPUTE PG-JRN-CUR-INTERVAL = PG-JRN-COMMITTED + 1.
004208  5000-EXIT.
004209      EXIT.
004210
004211*-----------------------------------------------------------------
004212*    5100-RESTART-RUN
004213*    PUTS BACK EVERYTHING CHANGED AFTER THE LAST COMMIT.  THE
004214*    PLAYERS CLOSED BEFORE IT ARE PICKED UP AGAIN BY
004215*    5600-CHECK-RESUMED AS THE BROWSE REACHES THEM.
004216*-----------------------------------------------------------------
004217  5100-RESTART-RUN.
004218      SET PG-RESTART-RUN TO TRUE.
004219      MOVE PG-JCTL-COMMITTED TO PG-JRN-COMMITTED.
004220
004221      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
004222      COMPUTE PG-JRNL-INTERVAL = PG-JRN-COMMITTED + 1.
004223      MOVE LOW-VALUES TO PG-JRNL-FILE.
004224      MOVE LOW-VALUES TO PG-JRNL-REC-KEY.
004225      PERFORM 5800-START-JOURNAL THRU 5800-EXIT.
004226      PERFORM 5110-BACK-OUT-ONE THRU 5110-EXIT
004227          UNTIL PG-JRNL-AT-EOF.
004228      PERFORM 5900-WRITE-CONTROL THRU 5900-EXIT.
004229
004230      DISPLAY 'PONGSEAS - RESTARTED: ' PG-JRN-BACKED-OUT
004231          ' RECORDS BACKED OUT SINCE THE LAST COMMIT'.
004232  5100-EXIT.
004233      EXIT.
004234
004235*-----------------------------------------------------------------
004236*    5110-BACK-OUT-ONE
004237*    A HISTORY RECORD THE RUN WROTE IS DELETED; A RATING IT RESET
004238*    GETS ITS BEFORE-IMAGE BACK.  THE ENTRY IS THEN DROPPED, SO A
004239*    RESTART THAT ITSELF DIES PARTWAY SIMPLY DOES THE REST NEXT
004240*    TIME.
004241*-----------------------------------------------------------------
004242  5110-BACK-OUT-ONE.
004243      IF PG-JRNL-SEASFILE
004244          MOVE PG-JRNL-REC-KEY TO PG-SEAS-KEY
004245          DELETE SEASFILE RECORD
004246              INVALID KEY
004247                  CONTINUE
004248          END-DELETE
004249      ELSE
004250          MOVE PG-JRNL-IMAGE TO PG-RATING-RECORD
004251          REWRITE PG-RATING-RECORD
004252              INVALID KEY
004253                  CONTINUE
004254          END-REWRITE
004255      END-IF.
004256
004257      DELETE JRNLFILE RECORD
004258          INVALID KEY
004259              CONTINUE
004260      END-DELETE.
004261      ADD 1 TO PG-JRN-BACKED-OUT.
004262      PERFORM 5810-READ-JOURNAL THRU 5810-EXIT.
004263  5110-EXIT.
004264      EXIT.
004265
004266*-----------------------------------------------------------------
004267*    5200-FRESH-RUN
004268*    CLEARS WHAT THE LAST COMPLETED RUN LEFT ON THE JOURNAL AND
004269*    MARKS THIS ONE ACTIVE FOR ITS SEASON.
004270*-----------------------------------------------------------------
004271  5200-FRESH-RUN.
004272      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
004273      MOVE ZERO TO PG-JRNL-INTERVAL.
004274      MOVE LOW-VALUES TO PG-JRNL-FILE.
004275      MOVE LOW-VALUES TO PG-JRNL-REC-KEY.
004276      PERFORM 5800-START-JOURNAL THRU 5800-EXIT.
004277      PERFORM 5210-CLEAR-ONE THRU 5210-EXIT
004278          UNTIL PG-JRNL-AT-EOF.
004279
004280      MOVE ZERO TO PG-JRN-COMMITTED.
004281      PERFORM 5900-WRITE-CONTROL THRU 5900-EXIT.
004282  5200-EXIT.
004283      EXIT.
004284
004285*-----------------------------------------------------------------
004286*    5210-CLEAR-ONE
004287*-----------------------------------------------------------------
004288  5210-CLEAR-ONE.
004289      DELETE JRNLFILE RECORD
004290          INVALID KEY
004291              CONTINUE
004292      END-DELETE.
004293      PERFORM 5810-READ-JOURNAL THRU 5810-EXIT.
004294  5210-EXIT.
004295      EXIT.
004296
004297*-----------------------------------------------------------------
004298*    5300-JOURNAL-IMAGE
004299*    FILES THE IMAGE THE CALLER HAS SET UP UNDER THE CURRENT
004300*    INTERVAL.  ANY FAILURE STOPS THE RUN BEFORE THE RECORD IS
004301*    CHANGED.
004302*-----------------------------------------------------------------
004303  5300-JOURNAL-IMAGE.
004304      MOVE PG-JRN-JOB-NAME     TO PG-JRNL-JOB.
004305      MOVE PG-JRN-CUR-INTERVAL TO PG-JRNL-INTERVAL.
004306      WRITE PG-JOURNAL-RECORD
004307          INVALID KEY
004308              CONTINUE
004309      END-WRITE.
004310      IF PG-JRNLFILE-STATUS NOT = '00'
004311          AND PG-JRNLFILE-STATUS NOT = '22'
004312          GO TO 9180-JOURNAL-WRITE-FAILED
004313      END-IF.
004314  5300-EXIT.
004315      EXIT.
004316
004317*-----------------------------------------------------------------
004318*    5310-JOURNAL-HISTORY
004319*    THE HISTORY RECORD ABOUT TO BE WRITTEN IS NEW, SO ONLY ITS
004320*    KEY IS NEEDED TO TAKE IT OFF AGAIN.
004321*-----------------------------------------------------------------
004322  5310-JOURNAL-HISTORY.
004323      SET PG-JRNL-SEASFILE TO TRUE.
004324      MOVE PG-SEAS-KEY TO PG-JRNL-REC-KEY.
004325      SET PG-JRNL-WAS-ADDED TO TRUE.
004326      MOVE SPACES TO PG-JRNL-IMAGE.
004327      PERFORM 5300-JOURNAL-IMAGE THRU 5300-EXIT.
004328  5310-EXIT.
004329      EXIT.
004330
004331*-----------------------------------------------------------------
004332*    5320-JOURNAL-RATING
004333*    JOURNALS THE RATING RECORD NOW IN THE RECORD AREA, BEFORE
004334*    THE RESET.
004335*-----------------------------------------------------------------
004336  5320-JOURNAL-RATING.
004337      SET PG-JRNL-RATEFILE TO TRUE.
004338      MOVE PG-RATE-PLAYER-ID TO PG-JRNL-REC-KEY.
004339      SET PG-JRNL-WAS-ON-FILE TO TRUE.
004340      MOVE PG-RATING-RECORD TO PG-JRNL-IMAGE.
004341      PERFORM 5300-JOURNAL-IMAGE THRU 5300-EXIT.
004342  5320-EXIT.
004343      EXIT.
004344
004345*-----------------------------------------------------------------
004346*    5400-COMMIT-POINT
004347*    THE PLAYERS CLOSED SO FAR ARE ON THE HISTORY AND RESET FOR
004348*    GOOD - REWRITING THE CONTROL RECORD IS THE COMMIT.
004349*-----------------------------------------------------------------
004350  5400-COMMIT-POINT.
004351      MOVE PG-JRN-CUR-INTERVAL TO PG-JRN-COMMITTED.
004352      PERFORM 5900-WRITE-CONTROL THRU 5900-EXIT.
004353      ADD 1 TO PG-JRN-CUR-INTERVAL.
004354      MOVE ZERO TO PG-JRN-SINCE-COMMIT.
004355  5400-EXIT.
004356      EXIT.
004357
004358*-----------------------------------------------------------------
004359*    5500-COMPLETE-JOURNAL
004360*    RUN ONLY ONCE THE SEASON IS STAMPED ON RATECTL - THE NEXT
004361*    RUN STARTS FRESH.
004362*-----------------------------------------------------------------
004363  5500-COMPLETE-JOURNAL.
004364      SET PG-JRN-RUN-COMPLETE TO TRUE.
004365      PERFORM 5900-WRITE-CONTROL THRU 5900-EXIT.
004366  5500-EXIT.
004367      EXIT.
004368
004369*-----------------------------------------------------------------
004370*    5600-CHECK-RESUMED
004371*    ON A RESTART, A PLAYER WHOSE HISTORY RECORD FOR THE SEASON
004372*    SURVIVED THE BACK-OUT WAS CLOSED AND COMMITTED BY THE FAILED
004373*    RUN.  THE FROZEN STANDING IS MOVED INTO THE RECORD AREA (NOT
004374*    REWRITTEN) SO THE AWARDS WEIGH IT AS THE FIRST RUN DID.
004375*-----------------------------------------------------------------
004376  5600-CHECK-RESUMED.
004377      SET PG-PLAYER-NOT-RESUMED TO TRUE.
004378      IF PG-FRESH-RUN
004379          GO TO 5600-EXIT
004380      END-IF.
004381      MOVE PG-RATE-PLAYER-ID TO PG-SEAS-PLAYER-ID.
004382      MOVE PG-SEASON-ID      TO PG-SEAS-SEASON.
004383      READ SEASFILE
004384          INVALID KEY
004385              GO TO 5600-EXIT
004386      END-READ.
004387      MOVE PG-SEAS-FINAL-RATING TO PG-RATE-RATING.
004388      MOVE PG-SEAS-WINS         TO PG-RATE-WINS.
004389      MOVE PG-SEAS-LOSSES       TO PG-RATE-LOSSES.
004390      SET PG-PLAYER-RESUMED TO TRUE.
004391  5600-EXIT.
004392      EXIT.
004393
004394*-----------------------------------------------------------------
004395*    5800-START-JOURNAL
004396*    POSITIONS ON THE KEY SET UP BY THE CALLER AND READS THE
004397*    FIRST ENTRY.  RUNNING OFF THIS JOB'S ENTRIES IS END OF FILE.
004398*-----------------------------------------------------------------
004399  5800-START-JOURNAL.
004400      SET PG-JRNL-NOT-AT-EOF TO TRUE.
004401      START JRNLFILE KEY IS NOT LESS THAN PG-JRNL-KEY
004402          INVALID KEY
004403              SET PG-JRNL-AT-EOF TO TRUE
004404      END-START.
004405      IF PG-JRNL-NOT-AT-EOF
004406          PERFORM 5810-READ-JOURNAL THRU 5810-EXIT
004407      END-IF.
004408  5800-EXIT.
004409      EXIT.
004410
004411*-----------------------------------------------------------------
004412*    5810-READ-JOURNAL
004413*-----------------------------------------------------------------
004414  5810-READ-JOURNAL.
004415      READ JRNLFILE NEXT RECORD
004416          AT END
004417              SET PG-JRNL-AT-EOF TO TRUE
004418      END-READ.
004419      IF PG-JRNL-NOT-AT-EOF
004420          AND PG-JRNL-JOB NOT = PG-JRN-JOB-NAME
004421          SET PG-JRNL-AT-EOF TO TRUE
004422      END-IF.
004423  5810-EXIT.
004424      EXIT.
004425
004426*-----------------------------------------------------------------
004427*    5900-WRITE-CONTROL
004428*    REWRITES THE JOB'S CONTROL RECORD FROM THE JOURNAL WORK
004429*    FIELDS, CREATING IT ON THE FIRST EVER RUN.
004430*-----------------------------------------------------------------
004431  5900-WRITE-CONTROL.
004432      MOVE PG-JRN-JOB-NAME TO PG-JRNL-JOB.
004433      MOVE ZERO TO PG-JRNL-INTERVAL.
004434      SET PG-JRNL-CONTROL TO TRUE.
004435      MOVE SPACES TO PG-JRNL-REC-KEY.
004436      MOVE SPACES TO PG-JRNL-ACTION.
004437      MOVE SPACES TO PG-JRNL-IMAGE.
004438      MOVE PG-JRN-RUN-STATUS TO PG-JCTL-STATUS.
004439      MOVE PG-SEASON-ID      TO PG-JCTL-RUN-PARM.
004440      MOVE PG-JRN-COMMITTED  TO PG-JCTL-COMMITTED.
004441      MOVE PG-CLOSED-COUNT   TO PG-JCTL-DONE-COUNT.
004442      MOVE ZERO              TO PG-JCTL-AUX-COUNT.
004443      MOVE PG-JRN-RESTART-SW TO PG-JCTL-RESTART.
004444      MOVE PG-JRN-BACKED-OUT TO PG-JCTL-BACKED-OUT.
004445      MOVE PG-JRN-RESUMED    TO PG-JCTL-RESUMED.
004446      REWRITE PG-JOURNAL-RECORD
004447          INVALID KEY
004448              WRITE PG-JOURNAL-RECORD
004449                  INVALID KEY
004450                      CONTINUE
004451              END-WRITE
004452      END-REWRITE.
004453      IF PG-JRNLFILE-STATUS NOT = '00'
004454          GO TO 9180-JOURNAL-WRITE-FAILED
004455      END-IF.
004456  5900-EXIT.
004457      EXIT.
004458
004459*-----------------------------------------------------------------
004460*    9000-TERMINATE
004461*-----------------------------------------------------------------
004462  9000-TERMINATE.
004463      CLOSE RATEFILE.
004464      CLOSE SEASFILE.
004465      CLOSE RATECTL-FILE.
004466      CLOSE PLAYMAST.
004467      CLOSE PRTFILE.
004468      CLOSE JRNLFILE.
004469  9000-EXIT.
004470      EXIT.
004471
004472*-----------------------------------------------------------------
004473*    9100-NO-SEASON-PARM
004474*-----------------------------------------------------------------
004475  9100-NO-SEASON-PARM.
004476      DISPLAY 'PONGSEAS - SEASON ID PARM REQUIRED - '
004477          'NOTHING CLOSED OUT'.
004478      MOVE 8 TO RETURN-CODE.
004479      STOP RUN.
004480  9100-EXIT.
004481      EXIT.
004482
004483*-----------------------------------------------------------------
004484*    9110-RATEFILE-OPEN-FAILED
004485*-----------------------------------------------------------------
004486  9110-RATEFILE-OPEN-FAILED.
004487      DISPLAY 'PONGSEAS - RATEFILE OPEN FAILED, STATUS '
004488          PG-RATEFILE-STATUS.
004489      MOVE 8 TO RETURN-CODE.
004490      STOP RUN.
004491  9110-EXIT.
004492      EXIT.
004500
004510*-----------------------------------------------------------------
004520*    9120-SEASFILE-OPEN-FAILED
004900
004910*-----------------------------------------------------------------
004920*    9150-HISTORY-WRITE-FAILED
004932*    THE SEASON HISTORY REJECTED A RECORD.  THE PLAYER'S RATING
004945*    HAS NOT BEEN RESET; RESUBMIT AND THE RESTART BACKS OUT TO THE
004957*    LAST COMMIT AND CARRIES ON.
004970*-----------------------------------------------------------------
004980  9150-HISTORY-WRITE-FAILED.
004990      DISPLAY 'PONGSEAS - SEASFILE WRITE REJECTED FOR '
005000          PG-SEAS-PLAYER-ID ', STATUS ' PG-SEASFILE-STATUS
005010          ' - RUN ABANDONED, RESUBMIT TO BACK OUT AND RESUME'.
005020      PERFORM 9000-TERMINATE THRU 9000-EXIT.
005030      MOVE 8 TO RETURN-CODE.
005040      STOP RUN.
005080*-----------------------------------------------------------------
005090*    9160-RESET-FAILED
005100*    THE RATEFILE REJECTED THE BASELINE REWRITE.  THE PLAYER'S
005110*    HISTORY RECORD IS ALREADY WRITTEN AND THE LIVE RATING IS
005115*    LEFT AS IT STOOD.  RESUBMIT - THE RESTART TAKES BOTH BACK TO
005122*    THE LAST COMMIT AND CARRIES ON.
005130*-----------------------------------------------------------------
005140  9160-RESET-FAILED.
005150      DISPLAY 'PONGSEAS - RATEFILE REWRITE FAILED FOR '
005160          PG-RATE-PLAYER-ID ', STATUS ' PG-RATEFILE-STATUS
005170          ' - RUN ABANDONED, RESUBMIT TO BACK OUT AND RESUME'.
005180      PERFORM 9000-TERMINATE THRU 9000-EXIT.
005190      MOVE 8 TO RETURN-CODE.
005200      STOP RUN.
005210  9160-EXIT.
005220      EXIT.
005230
005240*-----------------------------------------------------------------
005250*    9170-JRNLFILE-OPEN-FAILED
005260*    WITHOUT THE JOURNAL A FAILURE COULD NOT BE BACKED OUT, SO
005270*    NOTHING IS CLOSED OUT.
005280*-----------------------------------------------------------------
005290  9170-JRNLFILE-OPEN-FAILED.
005300      DISPLAY 'PONGSEAS - JRNLFILE OPEN FAILED, STATUS '
005310          PG-JRNLFILE-STATUS ' - NOTHING CLOSED OUT'.
005320      CLOSE RATEFILE.
005330      CLOSE SEASFILE.
005340      CLOSE RATECTL-FILE.
005350      CLOSE PLAYMAST.
005360      CLOSE PRTFILE.
005370      MOVE 8 TO RETURN-CODE.
005380      STOP RUN.
005390  9170-EXIT.
005400      EXIT.
005410
005420*-----------------------------------------------------------------
005430*    9180-JOURNAL-WRITE-FAILED
005440*    THE JOURNAL REFUSED AN IMAGE OR A COMMIT.  THE RECORD IN HAND
005450*    HAS NOT BEEN CHANGED, SO THE RUN STOPS HERE AND THE RESUBMIT
005460*    BACKS OUT TO THE LAST COMMIT THAT DID REACH THE JOURNAL.
005470*-----------------------------------------------------------------
005480  9180-JOURNAL-WRITE-FAILED.
005490      DISPLAY 'PONGSEAS - JRNLFILE WRITE FAILED, STATUS '
005500          PG-JRNLFILE-STATUS ' - RUN ABANDONED, RESUBMIT TO BACK '
005510          'OUT AND RESUME'.
005520      PERFORM 9000-TERMINATE THRU 9000-EXIT.
005530      MOVE 8 TO RETURN-CODE.
005540      STOP RUN.
005550  9180-EXIT.
005560      EXIT.
005570
005580*-----------------------------------------------------------------
005590*    9190-RESTART-SEASON-DIFFERS
005600*    THE LAST RUN DID NOT FINISH AND WAS CLOSING ANOTHER SEASON.
005610*    THAT CLOSE-OUT HAS TO BE FINISHED FIRST, SO NOTHING IS
005620*    TOUCHED.
005630*-----------------------------------------------------------------
005640  9190-RESTART-SEASON-DIFFERS.
005650      DISPLAY 'PONGSEAS - THE CLOSE-OUT OF SEASON '
005660          PG-JCTL-RUN-PARM ' DID NOT FINISH'
005670          ' - RESUBMIT FOR THAT SEASON FIRST'.
005680      PERFORM 9000-TERMINATE THRU 9000-EXIT.
005690      MOVE 8 TO RETURN-CODE.
005700      STOP RUN.
005710  9190-EXIT.
005720      EXIT.
