000110*  PONGRUNC
000120*  NIGHTLY JOBSTREAM RUN-CONTROL DRIVER.  THE NIGHTLY WINDOW IS
000130*  A HAND-SUBMITTED SEQUENCE - PONGEOD, PONGADJ CORRECTIONS,
000135*  PONGBILL, THE PONGINTG INTEGRITY CHECK, PONGRATE, PONGRPT,
000138*  THE PONGACHV ACHIEVEMENTS RUN, PONGXTR, PONGUTIL, THE
000142*  PONGXREF PLAYER ID CHECK AND THE
000150*  MONTHLY PONGARCH - AND THE ORDERING RULES LIVED IN PROGRAM
000160*  COMMENTS (PONGADJ MUST RUN BEFORE PONGRATE OR A VOIDED MATCH
000170*  KEEPS ITS RATING EFFECT; PONGARCH MUST NOT RUN MID-WINDOW).
000230*    START,JOB[,DATE]     GATE STEP BEFORE THE JOB.  REFUSES
000240*                         (RC 8) WHEN THE JOB'S PREREQUISITE
000250*                         HAS NOT COMPLETED FOR THE DATE, OR
000253*                         COMPLETED WITH RC 8 OR ABOVE, OR
000260*                         WHEN A COMPLETED NON-RESTARTABLE JOB
000268*                         IS SUBMITTED AGAIN.  PONGRATE AND
000276*                         PONGARCH JOURNAL THEIR UPDATES AND
000284*                         RESTART THEMSELVES, SO THEY MAY BE
000292*                         RESUBMITTED LIKE ANY OTHER JOB.
000300*                         OTHERWISE MARKS THE JOB STARTED.
000310*    END,JOB[,DATE][,RC]  STEP AFTER THE JOB, RUN ONLY WHEN
000320*                         THE JOB ENDED CLEANLY (JCL COND) -
000330*                         MARKS IT COMPLETED WITH THE RC.
000333*                         FOR A JOURNALED JOB IT ALSO PICKS UP
000336*                         THE RESTART COUNTS FROM JRNLFILE.  AN
000340*                         ABENDED JOB STAYS STARTED, WHICH
000350*                         BLOCKS EVERYTHING DOWNSTREAM.
000360*    REPORT[,,DATE]       MORNING REPORT OF THE WINDOW - EVERY
000370*                         JOB IN SEQUENCE WITH ITS STATUS,
000380*                         START/END TIMES AND RETURN CODE,
000383*                         AND FOR A RUN THAT RESTARTED, THE
000386*                         RECORDS BACKED OUT AND RESUMED.
000390*
000400*  THE DATE DEFAULTS TO TODAY.  THE WINDOW SEQUENCE AND WHICH
000410*  JOBS ARE NON-RESTARTABLE ARE FIXED IN THE TABLE BELOW - THE
000450*  MODIFICATION HISTORY
000460*  DATE       INIT  DESCRIPTION
000470*  02/09/2026 MP    ORIGINAL PROGRAM.
000471*  15/10/2026 MP    PONGINTG, THE NIGHTLY LEDGER INTEGRITY CHECK,
000472*                    JOINS THE WINDOW BETWEEN PONGBILL AND
000473*                    PONGRATE AND BECOMES PONGRATE'S PREREQUISITE.
000474*                    A PREREQUISITE THAT COMPLETED WITH RC 8 OR
000475*                    ABOVE NOW REFUSES THE DEPENDENT JOB THE SAME
000476*                    AS ONE THAT NEVER COMPLETED - PONGINTG ENDS
000477*                    RC 8 ON A HIGH FINDING SO THE RATINGS RUN
000478*                    WAITS FOR A SUPERVISOR.  NO OTHER JOB'S JCL
000479*                    RECORDS AN ENDING ABOVE RC 4, SO NOTHING ELSE
000480*                    IS AFFECTED.
000481*  15/10/2026 MP    PONGXREF, THE PLAYER ID REFERENCE CHECK, JOINS
000482*                    THE WINDOW AFTER PONGUTIL (COUNT MODE) AND
000483*                    BECOMES PONGARCH'S PREREQUISITE.
000484*  15/10/2026 MP    PONGACHV, THE NIGHTLY ACHIEVEMENTS RUN, JOINS
000485*                    THE WINDOW AFTER PONGRPT AND BECOMES
000486*                    PONGXTR'S PREREQUISITE SO THE LOBBY FEED
000487*                    CARRIES THE NIGHT'S AWARDS.
000488*  15/10/2026 MP    PONGRATE AND PONGARCH NOW JOURNAL TO JRNLFILE
000489*                    AND ARE RESTARTABLE.  THE END STEP COPIES A
000490*                    RESTART'S BACKED-OUT AND RESUMED COUNTS TO
000491*                    RUNCTL AND THE MORNING REPORT SHOWS THEM.
000492*=================================================================
000493  IDENTIFICATION DIVISION.
000500      PROGRAM-ID.    PONGRUNC.
000510      AUTHOR.        MAXIME POSTAIRE.
000520      INSTALLATION.  ARCADE FLOOR OPERATIONS.
000650      SELECT PRTFILE ASSIGN TO PRTFILE
000660          ORGANIZATION IS SEQUENTIAL.
000670
000671      SELECT JRNLFILE ASSIGN TO JRNLFILE
000672          ORGANIZATION IS INDEXED
000674          ACCESS MODE IS RANDOM
000675          RECORD KEY IS PG-JRNL-KEY
000677          FILE STATUS IS PG-JRNLFILE-STATUS.
000678
000680  DATA DIVISION.
000690  FILE SECTION.
000700  FD  RUNCTL-FILE
000760      RECORD CONTAINS 132 CHARACTERS.
000770  01  PG-PRINT-LINE               PIC X(132).
000780
000782  FD  JRNLFILE
000784      LABEL RECORDS ARE STANDARD.
000786      COPY JRNLREC.
000788
000790  WORKING-STORAGE SECTION.
000800  01  PG-RUNCTL-STATUS        PIC X(02) VALUE '00'.
000805  01  PG-JRNLFILE-STATUS      PIC X(02) VALUE '00'.
000810
000820  01  PG-FUNCTION-CODE        PIC X(08) VALUE SPACES.
000830      88  PG-FUNC-START              VALUE 'START'.
000940*    THE NIGHTLY WINDOW, IN RUN ORDER.  EACH JOB NAMES THE ONE
000950*    PREREQUISITE THAT MUST HAVE COMPLETED FOR THE SAME DATE
000960*    BEFORE IT MAY START (BLANK = NONE), AND WHETHER A
000970*    COMPLETED RUN MAY BE SUBMITTED AGAIN (R), OR MAY BE AND
000976*    ALSO KEEPS A RESTART JOURNAL ON JRNLFILE (J) - PONGRATE AND
000984*    PONGARCH, WHOSE RESTART COUNTS THE END STEP PICKS UP.
001000*    PONGARCH'S PREREQUISITE IS THE LAST JOB OF THE WINDOW, WHICH
001010*    IS WHAT KEEPS THE MONTHLY ARCHIVE FROM RUNNING MID-WINDOW.
001013*    PONGRATE WAITS ON PONGINTG SO NO MATCH REACHES THE RATINGS
001017*    BEFORE THE INTEGRITY CHECK HAS PASSED IT.
001020*-----------------------------------------------------------------
001030  01  PG-WINDOW-TABLE-VALUES.
001040      05  FILLER  PIC X(17) VALUE 'PONGEOD         R'.
001050      05  FILLER  PIC X(17) VALUE 'PONGADJ PONGEOD R'.
001060      05  FILLER  PIC X(17) VALUE 'PONGBILLPONGADJ R'.
001070      05  FILLER  PIC X(17) VALUE 'PONGINTGPONGBILLR'.
001073      05  FILLER  PIC X(17) VALUE 'PONGRATEPONGINTGJ'.
001080      05  FILLER  PIC X(17) VALUE 'PONGRPT PONGRATER'.
001090      05  FILLER  PIC X(17) VALUE 'PONGACHVPONGRPT R'.
001095      05  FILLER  PIC X(17) VALUE 'PONGXTR PONGACHVR'.
001100      05  FILLER  PIC X(17) VALUE 'PONGUTILPONGXTR R'.
001110      05  FILLER  PIC X(17) VALUE 'PONGXREFPONGUTILR'.
001113      05  FILLER  PIC X(17) VALUE 'PONGARCHPONGXREFJ'.
001120  01  PG-WINDOW-TABLE REDEFINES PG-WINDOW-TABLE-VALUES.
001130      05  PG-WIN-ENTRY OCCURS 11 TIMES.
001140          10  PG-WIN-JOB      PIC X(08).
001150          10  PG-WIN-PREREQ   PIC X(08).
001160          10  PG-WIN-RESTART  PIC X(01).
001170              88  PG-WIN-RESTARTABLE     VALUE 'R' 'J'.
001173              88  PG-WIN-JOURNALED       VALUE 'J'.
001180
001190  01  PG-WIN-SUB              PIC 9(04) COMP VALUE ZERO.
001200  01  PG-JOB-SUB              PIC 9(04) COMP VALUE ZERO.
001380      05  FILLER                PIC X(08) VALUE 'START'.
001390      05  FILLER                PIC X(08) VALUE 'END'.
001400      05  FILLER                PIC X(04) VALUE 'RC'.
001403      05  FILLER                PIC X(12) VALUE '  BACKED OUT'.
001406      05  FILLER                PIC X(10) VALUE '   RESUMED'.
001410
001420  01  PG-DETAIL-LINE.
001430      05  PG-DTL-JOB            PIC X(10).
001450      05  PG-DTL-START          PIC X(08).
001460      05  PG-DTL-END            PIC X(08).
001470      05  PG-DTL-RC             PIC X(04).
001471      05  FILLER                PIC X(05) VALUE SPACES.
001472      05  PG-DTL-BACKED-OUT     PIC ZZZZZZ9.
001473      05  PG-DTL-BACKED-OUT-X REDEFINES PG-DTL-BACKED-OUT
001474                                PIC X(07).
001475      05  FILLER                PIC X(03) VALUE SPACES.
001476      05  PG-DTL-RESUMED        PIC ZZZZZZ9.
001477      05  PG-DTL-RESUMED-X REDEFINES PG-DTL-RESUMED
001478                                PIC X(07).
001480
001490  01  PG-TIME-EDIT.
001500      05  PG-TE-HH              PIC X(02).
002500      MOVE PG-TIME-NOW-HMS TO PG-RUN-START-TIME.
002510      MOVE ZERO TO PG-RUN-END-TIME.
002520      MOVE ZERO TO PG-RUN-RETURN-CODE.
002522      MOVE 'N'  TO PG-RUN-RESTART.
002525      MOVE ZERO TO PG-RUN-BACKED-OUT.
002527      MOVE ZERO TO PG-RUN-RESUMED.
002530      REWRITE PG-RUN-CONTROL-RECORD
002540          INVALID KEY
002550              WRITE PG-RUN-CONTROL-RECORD
002720      MOVE ZERO TO PG-JOB-SUB.
002730      PERFORM 2110-MATCH-ONE-JOB THRU 2110-EXIT
002740          VARYING PG-WIN-SUB FROM 1 BY 1
002750          UNTIL PG-WIN-SUB > 11
002760             OR PG-JOB-SUB > ZERO.
002770      IF PG-JOB-SUB = ZERO
002780          GO TO 9120-UNKNOWN-JOB
002920
002930*-----------------------------------------------------------------
002940*    2200-CHECK-PREREQ
002942*    A PREREQUISITE THAT COMPLETED WITH RC 8 OR ABOVE FINISHED
002944*    CLEANLY BUT REPORTED SOMETHING THE NEXT JOB MUST NOT RUN
002946*    PAST - PONGINTG'S HIGH FINDINGS ARE THE CASE IN POINT.
002950*-----------------------------------------------------------------
002960  2200-CHECK-PREREQ.
002970      SET PG-PREREQ-MISSING TO TRUE.
003050      IF NOT PG-RUN-COMPLETED
003060          GO TO 9140-PREREQ-NOT-DONE
003070      END-IF.
003072      IF PG-RUN-RETURN-CODE NOT < 8
003075          GO TO 9160-PREREQ-FAILED
003078      END-IF.
003080  2200-EXIT.
003090      EXIT.
003100
003140*    ONLY RUNS THIS STEP WHEN THE JOB ENDED CLEANLY, SO A
003150*    MISSING OR STILL-STARTED RECORD HERE MEANS THE END STEP
003160*    WAS SUBMITTED BY HAND OUT OF ORDER - IT IS REFUSED.
003163*    A JOURNALED JOB'S RESTART COUNTS ARE COPIED IN FROM ITS
003166*    JOURNAL CONTROL RECORD.
003170*-----------------------------------------------------------------
003180  3000-RECORD-END.
003190      MOVE PG-PARM-JOB      TO PG-RUN-JOB-NAME.
003330      ELSE
003340          MOVE ZERO TO PG-RUN-RETURN-CODE
003350      END-IF.
003351      MOVE ZERO TO PG-JOB-SUB.
003352      PERFORM 2110-MATCH-ONE-JOB THRU 2110-EXIT
003353          VARYING PG-WIN-SUB FROM 1 BY 1
003354          UNTIL PG-WIN-SUB > 11 OR PG-JOB-SUB > ZERO.
003355      IF PG-JOB-SUB > ZERO
003356          IF PG-WIN-JOURNALED (PG-JOB-SUB)
003357              PERFORM 3100-GET-RESTART-COUNTS THRU 3100-EXIT
003358          END-IF
003359      END-IF.
003360      REWRITE PG-RUN-CONTROL-RECORD
003370          INVALID KEY
003380              CONTINUE
003430      EXIT.
003440
003450*-----------------------------------------------------------------
003451*    3100-GET-RESTART-COUNTS
003452*    READS THE JOB'S JOURNAL CONTROL RECORD.  THE JOB HAS ALREADY
003453*    FINISHED, SO A JOURNAL THAT CANNOT BE READ COSTS ONLY THE
003454*    COUNTS ON THE REPORT - IT IS NOT A REASON TO LEAVE THE JOB
003455*    STARTED AND BLOCK THE WINDOW.
003456*-----------------------------------------------------------------
003457  3100-GET-RESTART-COUNTS.
003458      OPEN INPUT JRNLFILE.
003459      IF PG-JRNLFILE-STATUS NOT = '00'
003460          DISPLAY 'PONGRUNC - JRNLFILE OPEN FAILED, STATUS '
003461              PG-JRNLFILE-STATUS ' - RESTART COUNTS NOT RECORDED'
003462          GO TO 3100-EXIT
003463      END-IF.
003464      MOVE PG-PARM-JOB TO PG-JRNL-JOB.
003465      MOVE ZERO TO PG-JRNL-INTERVAL.
003466      SET PG-JRNL-CONTROL TO TRUE.
003467      MOVE SPACES TO PG-JRNL-REC-KEY.
003468      READ JRNLFILE
003469          INVALID KEY
003470              CONTINUE
003471      END-READ.
003472      IF PG-JRNLFILE-STATUS = '00'
003473          AND PG-JCTL-RESTARTED
003474          MOVE PG-JCTL-RESTART    TO PG-RUN-RESTART
003475          MOVE PG-JCTL-BACKED-OUT TO PG-RUN-BACKED-OUT
003476          MOVE PG-JCTL-RESUMED    TO PG-RUN-RESUMED
003477      END-IF.
003478      CLOSE JRNLFILE.
003479  3100-EXIT.
003480      EXIT.
003481
003482*-----------------------------------------------------------------
003483*    4000-MORNING-REPORT
003484*    ONE LINE PER WINDOW JOB IN RUN ORDER, READ BY KEY FOR THE
003485*    BUSINESS DATE: COMPLETED WITH ITS RC, STILL STARTED
003490*    (ABENDED OR RUNNING), OR NEVER RUN.
003493*    A COMPLETED RUN THAT RESTARTED SHOWS AS RESTARTED, WITH THE
003496*    RECORDS IT BACKED OUT AND RESUMED.
003500*-----------------------------------------------------------------
003510  4000-MORNING-REPORT.
003520      OPEN OUTPUT PRTFILE.
003550      WRITE PG-PRINT-LINE FROM PG-HEADING-2.
003560      PERFORM 4100-REPORT-ONE-JOB THRU 4100-EXIT
003570          VARYING PG-WIN-SUB FROM 1 BY 1
003580          UNTIL PG-WIN-SUB > 11.
003590      CLOSE PRTFILE.
003600  4000-EXIT.
003610      EXIT.
003730              MOVE SPACES     TO PG-DTL-START
003740              MOVE SPACES     TO PG-DTL-END
003750              MOVE SPACES     TO PG-DTL-RC
003753              MOVE SPACES     TO PG-DTL-BACKED-OUT-X
003756              MOVE SPACES     TO PG-DTL-RESUMED-X
003760              WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE
003770              GO TO 4100-EXIT
003780      END-READ.
003790
003800      IF PG-RUN-COMPLETED
003803          IF PG-RUN-RESTARTED
003810              MOVE 'RESTARTED'  TO PG-DTL-STATUS
003812          ELSE
003814              MOVE 'COMPLETED'  TO PG-DTL-STATUS
003816          END-IF
003820      ELSE
003830          MOVE 'STARTED *'  TO PG-DTL-STATUS
003840      END-IF.
003930      ELSE
003940          MOVE SPACES TO PG-DTL-END
003950          MOVE SPACES TO PG-DTL-RC
003951      END-IF.
003952      IF PG-RUN-COMPLETED
003953          AND PG-RUN-RESTARTED
003954          MOVE PG-RUN-BACKED-OUT TO PG-DTL-BACKED-OUT
003955          MOVE PG-RUN-RESUMED    TO PG-DTL-RESUMED
003956      ELSE
003957          MOVE SPACES TO PG-DTL-BACKED-OUT-X
003958          MOVE SPACES TO PG-DTL-RESUMED-X
003960      END-IF.
003970      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
003980  4100-EXIT.
005000      STOP RUN.
005010  9150-EXIT.
005020      EXIT.
005030
005040*-----------------------------------------------------------------
005050*    9160-PREREQ-FAILED
005060*-----------------------------------------------------------------
005070  9160-PREREQ-FAILED.
005080      MOVE PG-RUN-RETURN-CODE TO PG-DTL-RC.
005090      DISPLAY 'PONGRUNC - ' PG-PARM-JOB ' REFUSED: '
005100          PG-WIN-PREREQ (PG-JOB-SUB) ' ENDED RC ' PG-DTL-RC
005110          ' FOR ' PG-BUSINESS-DATE ' - SEE ITS REPORT'.
005120      PERFORM 9000-TERMINATE THRU 9000-EXIT.
005130      MOVE 8 TO RETURN-CODE.
005140      STOP RUN.
005150  9160-EXIT.
005160      EXIT.
