000160*  THE BROWSE NEVER SCANS THE WHOLE FILE - AND PRINTS EVERY
000170*  CHARGE AND CREDIT ON FILE FOR THE PLAYER WITH A NET TOTAL
000180*  AT THE BOTTOM.
000181*
000182*  PAYMENTS TAKEN AT THE DESK BY PONGPAY SIT ON THE PAYFILE,
000184*  KEYED THE SAME WAY, AND PRINT ALONGSIDE THE CHARGES.  THE
000185*  CHARGE KEY ORDERS BY THE MATCH'S PLAYER 1 RATHER THAN BY
000186*  DATE, SO CHARGES AND PAYMENTS ARE TABLED AND SORTED INTO
000188*  DATE ORDER FIRST, AND EVERY LINE CARRIES THE RUNNING BALANCE
000189*  OWED AT THAT POINT.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  02/09/2026 MP    ORIGINAL PROGRAM.
000221*  15/10/2026 MP    PAYMENTS FROM THE PAYFILE PRINT ALONGSIDE
000222*                    THE CHARGES IN DATE ORDER, WITH A RUNNING
000223*                    BALANCE ON EVERY LINE AND THE BALANCE DUE ON
000224*                    THE TOTAL LINE.
000225*  15/10/2026 MP    MONEY PONGBILL PUTS BACK ON ACCOUNT WHEN IT
000226*                    CREDITS A PAID CHARGE IS LEFT OFF - THE
000227*                    CREDIT LINE ALREADY TAKES THE BALANCE DOWN.
000230*=================================================================
000240  IDENTIFICATION DIVISION.
000250      PROGRAM-ID.    PONGSTMT.
000430          RECORD KEY IS PG-PMST-PLAYER-ID
000440          FILE STATUS IS PG-PLAYMAST-STATUS.
000450
000452      SELECT PAYFILE ASSIGN TO PAYFILE
000453          ORGANIZATION IS INDEXED
000455          ACCESS MODE IS DYNAMIC
000457          RECORD KEY IS PG-PAY-KEY
000458          FILE STATUS IS PG-PAYFILE-STATUS.
000459
000460      SELECT PRTFILE ASSIGN TO PRTFILE
000470          ORGANIZATION IS SEQUENTIAL.
000480
000560      LABEL RECORDS ARE STANDARD.
000570      COPY PLAYREC.
000580
000582  FD  PAYFILE
000585      LABEL RECORDS ARE STANDARD.
000588      COPY PAYREC.
000589
000590  FD  PRTFILE
000600      LABEL RECORDS ARE STANDARD
000610      RECORD CONTAINS 132 CHARACTERS.
000660      05  PG-CHRGFILE-EOF     PIC X(01) VALUE 'N'.
000670          88  PG-CHG-NOT-AT-EOF       VALUE 'N'.
000680          88  PG-CHG-AT-EOF           VALUE 'Y'.
000682      05  PG-PAYFILE-EOF      PIC X(01) VALUE 'N'.
000685          88  PG-PAY-NOT-AT-EOF       VALUE 'N'.
000688          88  PG-PAY-AT-EOF           VALUE 'Y'.
000690
000700  01  PG-CHRGFILE-STATUS      PIC X(02) VALUE '00'.
000710  01  PG-PLAYMAST-STATUS      PIC X(02) VALUE '00'.
000715  01  PG-PAYFILE-STATUS       PIC X(02) VALUE '00'.
000720
000730  01  PG-LOOKUP-PLAYER-ID     PIC X(10) VALUE SPACES.
000740  01  PG-FOUND-COUNT          PIC 9(04) COMP VALUE ZERO.
000770      05  PG-CHARGE-TOTAL     PIC 9(07)V99 COMP-3 VALUE ZERO.
000780      05  PG-CREDIT-TOTAL     PIC 9(07)V99 COMP-3 VALUE ZERO.
000790      05  PG-NET-TOTAL        PIC S9(07)V99 COMP-3 VALUE ZERO.
000793      05  PG-PAYMENT-TOTAL    PIC 9(07)V99 COMP-3 VALUE ZERO.
000797      05  PG-RUNNING-BALANCE  PIC S9(07)V99 COMP-3 VALUE ZERO.
000800
000801*-----------------------------------------------------------------
000802*    STATEMENT TABLE
000803*    EVERY CHARGE, CREDIT AND PAYMENT FOR THE PLAYER, SORTED INTO
000804*    DATE ORDER BEFORE PRINTING - A CHARGE BY ITS BILL DATE AND
000805*    MATCH TIME, A PAYMENT BY WHEN IT WAS TAKEN.  A PLAYER WITH
000806*    MORE THAN 500 ENTRIES STILL GETS TRUE TOTALS; ONLY THE
000807*    DETAIL LINES PAST THE FIRST 500 ARE LEFT OFF, AND THE
000808*    STATEMENT SAYS SO.
000809*-----------------------------------------------------------------
000810  01  PG-STATEMENT-TABLE.
000811      05  PG-ST-ENTRY OCCURS 500 TIMES.
000812          10  PG-ST-STAMP.
000813              15  PG-ST-STAMP-DATE    PIC X(08).
000814              15  PG-ST-STAMP-TIME    PIC X(06).
000815          10  PG-ST-KIND          PIC X(01).
000816              88  PG-ST-IS-CHARGE         VALUE 'B'.
000817              88  PG-ST-IS-CREDIT         VALUE 'C'.
000818              88  PG-ST-IS-PAYMENT        VALUE 'P'.
000819          10  PG-ST-MATCH-DATE    PIC X(08).
000820          10  PG-ST-MATCH-TIME    PIC X(06).
000821          10  PG-ST-STATION       PIC 9(02).
000822          10  PG-ST-TENDER        PIC X(01).
000823          10  PG-ST-AMOUNT        PIC 9(05)V99.
000824  01  PG-ST-COUNT             PIC 9(04) COMP VALUE ZERO.
000825  01  PG-ST-DROPPED           PIC 9(04) COMP VALUE ZERO.
000826  01  PG-ST-SWAP-HOLD         PIC X(39).
000827
000828  01  PG-SRT-I                PIC 9(04) COMP VALUE ZERO.
000829  01  PG-SRT-J                PIC 9(04) COMP VALUE ZERO.
000830  01  PG-SRT-LIMIT            PIC 9(04) COMP VALUE ZERO.
000831  01  PG-SRT-NEXT             PIC 9(04) COMP VALUE ZERO.
000832  01  PG-SUB                  PIC 9(04) COMP VALUE ZERO.
000833
000834  01  PG-PAY-TIME-SPLIT.
000835      05  PG-PTS-HHMMSS       PIC X(06).
000836      05  PG-PTS-HUNDREDTHS   PIC X(02).
000837  01  PG-HEADING-LINE.
000838      05  FILLER                PIC X(15)
000839                                 VALUE 'STATEMENT FOR: '.
000840      05  PG-HDG-PLAYER-ID      PIC X(10).
000850      05  FILLER                PIC X(02) VALUE SPACES.
000860      05  PG-HDG-PLAYER-NAME    PIC X(20).
000970      05  FILLER                PIC X(02) VALUE SPACES.
000980      05  PG-DTL-KIND           PIC X(07).
000990      05  PG-DTL-SIGN           PIC X(01).
001000      05  PG-DTL-AMOUNT         PIC ZZZZ9.99.
001003      05  FILLER                PIC X(02) VALUE SPACES.
001007      05  PG-DTL-BALANCE        PIC -ZZZZZZ9.99.
001010
001020  01  PG-TOTAL-LINE.
001030      05  FILLER                PIC X(17)
001070      05  PG-TOT-CREDITS        PIC ZZZZZZ9.99.
001080      05  FILLER                PIC X(07) VALUE '  NET: '.
001090      05  PG-TOT-NET            PIC -ZZZZZZ9.99.
001091      05  FILLER                PIC X(12) VALUE '  PAYMENTS: '.
001092      05  PG-TOT-PAYMENTS       PIC ZZZZZZ9.99.
001093      05  FILLER                PIC X(15)
001094                                 VALUE '  BALANCE DUE: '.
001095      05  PG-TOT-BALANCE        PIC -ZZZZZZ9.99.
001096
001097  01  PG-PAYMENT-LINE.
001098      05  FILLER                PIC X(02) VALUE SPACES.
001099      05  PG-PAY-DTL-DATE       PIC X(08).
001100      05  FILLER                PIC X(02) VALUE SPACES.
001101      05  PG-PAY-DTL-TENDER     PIC X(24).
001102      05  FILLER                PIC X(07) VALUE 'PAYMENT'.
001103      05  FILLER                PIC X(01) VALUE '-'.
001104      05  PG-PAY-DTL-AMOUNT     PIC ZZZZ9.99.
001105      05  FILLER                PIC X(02) VALUE SPACES.
001106      05  PG-PAY-DTL-BALANCE    PIC -ZZZZZZ9.99.
001107
001108  01  PG-DROPPED-LINE.
001109      05  FILLER                PIC X(20)
001110                                 VALUE 'STATEMENT TABLE FULL'.
001111      05  FILLER                PIC X(07) VALUE ' - LAST'.
001112      05  PG-DRP-COUNT          PIC ZZZ9.
001113      05  FILLER                PIC X(34)
001114              VALUE ' ENTRIES NOT LISTED, TOTALS ARE IN'.
001115
001116  01  PG-NONE-FOUND-LINE        PIC X(30) VALUE
001120          'NO CHARGES OR PAYMENTS FOUND.'.
001130
001140  01  PG-NAME-LOOKUP-ID       PIC X(10) VALUE SPACES.
001150  01  PG-NAME-LOOKUP-NAME     PIC X(20) VALUE SPACES.
001260  0000-MAINLINE.
001270      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280      PERFORM 2000-FIND-FIRST THRU 2000-EXIT.
001290      PERFORM 2100-TABLE-CHARGE THRU 2100-EXIT
001300          UNTIL PG-CHG-AT-EOF.
001301      PERFORM 3000-FIND-FIRST-PAYMENT THRU 3000-EXIT.
001302      PERFORM 3100-TABLE-PAYMENT THRU 3100-EXIT
001304          UNTIL PG-PAY-AT-EOF.
001305      PERFORM 4000-SORT-STATEMENT THRU 4000-EXIT.
001306      PERFORM 4100-PRINT-ENTRY THRU 4100-EXIT
001308          VARYING PG-SUB FROM 1 BY 1
001309          UNTIL PG-SUB > PG-ST-COUNT.
001310      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001320      STOP RUN.
001330
001430          GO TO 9100-CHRGFILE-OPEN-FAILED
001440      END-IF.
001450      OPEN INPUT PLAYMAST.
001452      OPEN INPUT PAYFILE.
001454      IF PG-PAYFILE-STATUS NOT = '00'
001456          GO TO 9110-PAYFILE-OPEN-FAILED
001458      END-IF.
001460      OPEN OUTPUT PRTFILE.
001470
001480      MOVE PG-LOOKUP-PLAYER-ID TO PG-NAME-LOOKUP-ID.
001920      EXIT.
001930
001940*-----------------------------------------------------------------
001950*    2100-TABLE-CHARGE
001953*    A CHARGE OR CREDIT GOES INTO THE STATEMENT TABLE STAMPED
001957*    WITH ITS BILL DATE AND THE MATCH TIME.
001960*-----------------------------------------------------------------
001970  2100-TABLE-CHARGE.
001980      ADD 1 TO PG-FOUND-COUNT.
002040      IF PG-CHG-CREDIT
002070          ADD PG-CHG-AMOUNT TO PG-CREDIT-TOTAL
002080      ELSE
002110          ADD PG-CHG-AMOUNT TO PG-CHARGE-TOTAL
002120      END-IF.
002121      IF PG-ST-COUNT >= 500
002122          ADD 1 TO PG-ST-DROPPED
002123          GO TO 2100-NEXT
002124      END-IF.
002125      ADD 1 TO PG-ST-COUNT.
002126      MOVE PG-CHG-BILL-DATE  TO PG-ST-STAMP-DATE (PG-ST-COUNT).
002127      MOVE PG-CHG-MATCH-TIME TO PG-ST-STAMP-TIME (PG-ST-COUNT).
002128      MOVE PG-CHG-TYPE       TO PG-ST-KIND (PG-ST-COUNT).
002129      MOVE PG-CHG-MATCH-DATE TO PG-ST-MATCH-DATE (PG-ST-COUNT).
002130      MOVE PG-CHG-MATCH-TIME TO PG-ST-MATCH-TIME (PG-ST-COUNT).
002131      MOVE PG-CHG-STATION    TO PG-ST-STATION (PG-ST-COUNT).
002132      MOVE SPACE             TO PG-ST-TENDER (PG-ST-COUNT).
002133      MOVE PG-CHG-AMOUNT     TO PG-ST-AMOUNT (PG-ST-COUNT).
002134  2100-NEXT.
002140      PERFORM 2010-READ-NEXT THRU 2010-EXIT.
002150  2100-EXIT.
002160      EXIT.
002170
002171*-----------------------------------------------------------------
002172*    3000-FIND-FIRST-PAYMENT
002173*    THE PAYMENT KEY LEADS WITH THE PLAYER ID TOO, SO THE
002174*    PAYMENTS ARE FOUND THE SAME WAY AS THE CHARGES.
002175*-----------------------------------------------------------------
002176  3000-FIND-FIRST-PAYMENT.
002177      MOVE LOW-VALUES TO PG-PAY-KEY.
002178      MOVE PG-LOOKUP-PLAYER-ID TO PG-PAY-PLAYER-ID.
002179      START PAYFILE KEY IS NOT LESS THAN PG-PAY-KEY
002180          INVALID KEY
002181              SET PG-PAY-AT-EOF TO TRUE
002182      END-START.
002183      IF PG-PAY-NOT-AT-EOF
002184          PERFORM 3010-READ-NEXT-PAYMENT THRU 3010-EXIT
002185      END-IF.
002186  3000-EXIT.
002187      EXIT.
002188
002189*-----------------------------------------------------------------
002190*    3010-READ-NEXT-PAYMENT
002191*-----------------------------------------------------------------
002192  3010-READ-NEXT-PAYMENT.
002193      READ PAYFILE NEXT RECORD
002194          AT END
002195              SET PG-PAY-AT-EOF TO TRUE
002196      END-READ.
002197      IF PG-PAY-NOT-AT-EOF
002198          AND PG-PAY-PLAYER-ID NOT = PG-LOOKUP-PLAYER-ID
002199              SET PG-PAY-AT-EOF TO TRUE
002200      END-IF.
002201  3010-EXIT.
002202      EXIT.
002203
002204*-----------------------------------------------------------------
002205*    3100-TABLE-PAYMENT
002206*    MONEY PONGBILL PUT BACK ON ACCOUNT (TENDER R) IS LEFT
002207*    OFF - THE CREDIT FOR THE VOIDED MATCH ALREADY SHOWS.
002208*-----------------------------------------------------------------
002209  3100-TABLE-PAYMENT.
002210      IF PG-PAY-VOID-REFUND
002211          GO TO 3100-NEXT
002212      END-IF.
002213      ADD 1 TO PG-FOUND-COUNT.
002214      ADD PG-PAY-AMOUNT TO PG-PAYMENT-TOTAL.
002215      IF PG-ST-COUNT >= 500
002216          ADD 1 TO PG-ST-DROPPED
002217          GO TO 3100-NEXT
002218      END-IF.
002219      ADD 1 TO PG-ST-COUNT.
002220      MOVE PG-PAY-TIME TO PG-PAY-TIME-SPLIT.
002221      MOVE PG-PAY-DATE   TO PG-ST-STAMP-DATE (PG-ST-COUNT).
002222      MOVE PG-PTS-HHMMSS TO PG-ST-STAMP-TIME (PG-ST-COUNT).
002223      SET PG-ST-IS-PAYMENT (PG-ST-COUNT) TO TRUE.
002224      MOVE SPACES        TO PG-ST-MATCH-DATE (PG-ST-COUNT).
002225      MOVE SPACES        TO PG-ST-MATCH-TIME (PG-ST-COUNT).
002226      MOVE ZERO          TO PG-ST-STATION (PG-ST-COUNT).
002227      MOVE PG-PAY-TENDER TO PG-ST-TENDER (PG-ST-COUNT).
002228      MOVE PG-PAY-AMOUNT TO PG-ST-AMOUNT (PG-ST-COUNT).
002229  3100-NEXT.
002230      PERFORM 3010-READ-NEXT-PAYMENT THRU 3010-EXIT.
002231  3100-EXIT.
002232      EXIT.
002233
002234*-----------------------------------------------------------------
002235*    4000-SORT-STATEMENT
002236*    BUBBLE SORT, ASCENDING BY DATE AND TIME, SAME SHAPE AS
002237*    PONGRATE'S STANDINGS SORT.
002238*-----------------------------------------------------------------
002239  4000-SORT-STATEMENT.
002240      PERFORM 4010-SORT-PASS THRU 4010-EXIT
002241          VARYING PG-SRT-I FROM 1 BY 1
002242          UNTIL PG-SRT-I >= PG-ST-COUNT.
002243  4000-EXIT.
002244      EXIT.
002245
002246*-----------------------------------------------------------------
002247*    4010-SORT-PASS
002248*-----------------------------------------------------------------
002249  4010-SORT-PASS.
002250      COMPUTE PG-SRT-LIMIT = PG-ST-COUNT - PG-SRT-I.
002251      PERFORM 4020-COMPARE-AND-SWAP THRU 4020-EXIT
002252          VARYING PG-SRT-J FROM 1 BY 1
002253          UNTIL PG-SRT-J > PG-SRT-LIMIT.
002254  4010-EXIT.
002255      EXIT.
002256
002257*-----------------------------------------------------------------
002258*    4020-COMPARE-AND-SWAP
002259*-----------------------------------------------------------------
002260  4020-COMPARE-AND-SWAP.
002261      COMPUTE PG-SRT-NEXT = PG-SRT-J + 1.
002262      IF PG-ST-STAMP (PG-SRT-J) > PG-ST-STAMP (PG-SRT-NEXT)
002263          MOVE PG-ST-ENTRY (PG-SRT-J) TO PG-ST-SWAP-HOLD
002264          MOVE PG-ST-ENTRY (PG-SRT-NEXT)
002265              TO PG-ST-ENTRY (PG-SRT-J)
002266          MOVE PG-ST-SWAP-HOLD TO PG-ST-ENTRY (PG-SRT-NEXT)
002267      END-IF.
002268  4020-EXIT.
002269      EXIT.
002270
002271*-----------------------------------------------------------------
002272*    4100-PRINT-ENTRY
002273*    A CHARGE ADDS TO THE BALANCE OWED; A CREDIT OR A PAYMENT
002274*    TAKES IT DOWN.
002275*-----------------------------------------------------------------
002276  4100-PRINT-ENTRY.
002277      IF PG-ST-IS-PAYMENT (PG-SUB)
002278          SUBTRACT PG-ST-AMOUNT (PG-SUB) FROM PG-RUNNING-BALANCE
002279          MOVE PG-ST-STAMP-DATE (PG-SUB) TO PG-PAY-DTL-DATE
002280          IF PG-ST-TENDER (PG-SUB) = 'C'
002281              MOVE 'CASH'    TO PG-PAY-DTL-TENDER
002282          ELSE
002283              IF PG-ST-TENDER (PG-SUB) = 'D'
002284                  MOVE 'CARD'    TO PG-PAY-DTL-TENDER
002285              ELSE
002286                  IF PG-ST-TENDER (PG-SUB) = 'V'
002287                      MOVE 'VOUCHER' TO PG-PAY-DTL-TENDER
002288                  ELSE
002289                      MOVE SPACES    TO PG-PAY-DTL-TENDER
002290                  END-IF
002291              END-IF
002292          END-IF
002293          MOVE PG-ST-AMOUNT (PG-SUB) TO PG-PAY-DTL-AMOUNT
002294          MOVE PG-RUNNING-BALANCE    TO PG-PAY-DTL-BALANCE
002295          WRITE PG-PRINT-LINE FROM PG-PAYMENT-LINE
002296          GO TO 4100-EXIT
002297      END-IF.
002298
002299      MOVE PG-ST-STAMP-DATE (PG-SUB) TO PG-DTL-BILL-DATE.
002300      MOVE PG-ST-MATCH-DATE (PG-SUB) TO PG-DTL-MATCH-DATE.
002301      MOVE PG-ST-MATCH-TIME (PG-SUB) TO PG-DTL-MATCH-TIME.
002302      MOVE PG-ST-STATION (PG-SUB)    TO PG-DTL-STATION.
002303      MOVE PG-ST-AMOUNT (PG-SUB)     TO PG-DTL-AMOUNT.
002304      IF PG-ST-IS-CREDIT (PG-SUB)
002305          MOVE 'CREDIT ' TO PG-DTL-KIND
002306          MOVE '-'       TO PG-DTL-SIGN
002307          SUBTRACT PG-ST-AMOUNT (PG-SUB) FROM PG-RUNNING-BALANCE
002308      ELSE
002309          MOVE 'CHARGE ' TO PG-DTL-KIND
002310          MOVE SPACE     TO PG-DTL-SIGN
002311          ADD PG-ST-AMOUNT (PG-SUB) TO PG-RUNNING-BALANCE
002312      END-IF.
002313      MOVE PG-RUNNING-BALANCE TO PG-DTL-BALANCE.
002314      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
002315  4100-EXIT.
002316      EXIT.
002317
002318*-----------------------------------------------------------------
002319*    5000-GET-DISPLAY-NAME
002320*    READS THE PLAYER MASTER FOR THE ID IN PG-NAME-LOOKUP-ID AND
002321*    LEAVES THE DISPLAY NAME IN PG-NAME-LOOKUP-NAME.  AN ID NOT
002322*    ON THE MASTER PRINTS AS (NOT REGISTERED) RATHER THAN BLANK
002323*    SO THE GAP IS VISIBLE ON THE STATEMENT.
002324*-----------------------------------------------------------------
002325  5000-GET-DISPLAY-NAME.
002326      MOVE PG-NAME-LOOKUP-ID TO PG-PMST-PLAYER-ID.
002327      READ PLAYMAST
002328          INVALID KEY
002329              MOVE '(NOT REGISTERED)' TO PG-NAME-LOOKUP-NAME
002330              GO TO 5000-EXIT
002331      END-READ.
002332      MOVE PG-PMST-DISPLAY-NAME TO PG-NAME-LOOKUP-NAME.
002333  5000-EXIT.
002340      EXIT.
002350
002360*-----------------------------------------------------------------
002450          MOVE PG-CHARGE-TOTAL TO PG-TOT-CHARGES
002460          MOVE PG-CREDIT-TOTAL TO PG-TOT-CREDITS
002470          MOVE PG-NET-TOTAL    TO PG-TOT-NET
002471          MOVE PG-PAYMENT-TOTAL TO PG-TOT-PAYMENTS
002472          COMPUTE PG-RUNNING-BALANCE =
002473              PG-NET-TOTAL - PG-PAYMENT-TOTAL
002474          MOVE PG-RUNNING-BALANCE TO PG-TOT-BALANCE
002476          IF PG-ST-DROPPED > ZERO
002477              MOVE PG-ST-DROPPED TO PG-DRP-COUNT
002478              WRITE PG-PRINT-LINE FROM PG-DROPPED-LINE
002479          END-IF
002480          WRITE PG-PRINT-LINE FROM PG-TOTAL-LINE
002490      END-IF.
002500      CLOSE CHRGFILE.
002510      CLOSE PLAYMAST.
002515      CLOSE PAYFILE.
002520      CLOSE PRTFILE.
002530  9000-EXIT.
002540      EXIT.
002630      STOP RUN.
002640  9100-EXIT.
002650      EXIT.
002655
002660*-----------------------------------------------------------------
002670*    9110-PAYFILE-OPEN-FAILED
002680*    A STATEMENT WITHOUT THE PAYMENTS WOULD SHOW THE PLAYER
002690*    OWING MONEY ALREADY PAID, SO NONE IS PRINTED.
002700*-----------------------------------------------------------------
002710  9110-PAYFILE-OPEN-FAILED.
002720      DISPLAY 'PONGSTMT - PAYFILE OPEN FAILED, STATUS '
002730          PG-PAYFILE-STATUS.
002740      CLOSE CHRGFILE.
002750      CLOSE PLAYMAST.
002760      MOVE 8 TO RETURN-CODE.
002770      STOP RUN.
002780  9110-EXIT.
002790      EXIT.
