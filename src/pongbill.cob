000260*  AND EVERY OPEN BILLED CHARGE WHOSE LEDGER MATCH IS NOW
000270*  VOIDED GETS A CREDIT RECORD DATED THIS BUSINESS DAY AND IS
000280*  FLAGGED SO IT IS NEVER CREDITED TWICE.
000282*  ANYTHING PONGPAY HAD ALREADY APPLIED TO THE CHARGE IS PAID
000284*  BACK ON THE PLAYER'S ACCOUNT AS A PAYFILE RECORD, FOR PONGPAY
000286*  TO DRAW AGAINST THEIR NEXT CHARGES.
000290*
000300*  RERUN SAFETY: THE CHARGE KEY IS PLAYER + MATCH KEY + TYPE,
000310*  SO A RERUN'S WRITES LAND ON DUPLICATE KEYS AND ARE SKIPPED -
000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  02/09/2026 MP    ORIGINAL PROGRAM.
000372*  15/10/2026 MP    NEW CHARGES AND CREDITS ARE WRITTEN WITH A
000374*                    ZERO PAID AMOUNT FOR PONGPAY TO APPLY
000376*                    PAYMENTS AGAINST.
000377*  15/10/2026 MP    MONEY PAID AGAINST A CHARGE THAT IS LATER
000378*                    CREDITED IS PUT BACK ON THE PLAYER'S
000379*                    ACCOUNT IN THE PAYFILE.
000380*=================================================================
000390  IDENTIFICATION DIVISION.
000400      PROGRAM-ID.    PONGBILL.
000640          RECORD KEY IS PG-CHG-KEY
000650          FILE STATUS IS PG-CHRGFILE-STATUS.
000660
000661      SELECT PAYFILE ASSIGN TO PAYFILE
000662          ORGANIZATION IS INDEXED
000663          ACCESS MODE IS RANDOM
000664          RECORD KEY IS PG-PAY-KEY
000665          FILE STATUS IS PG-PAYFILE-STATUS.
000666
000670      SELECT PRTFILE ASSIGN TO PRTFILE
000680          ORGANIZATION IS SEQUENTIAL.
000690
000800  FD  CHRGFILE
000810      LABEL RECORDS ARE STANDARD.
000820      COPY CHGREC.
000822
000824  FD  PAYFILE
000826      LABEL RECORDS ARE STANDARD.
000828      COPY PAYREC.
000830
000840  FD  PRTFILE
000850      LABEL RECORDS ARE STANDARD
000980  01  PG-SCOREFILE-STATUS     PIC X(02) VALUE '00'.
000990  01  PG-TARIFILE-STATUS      PIC X(02) VALUE '00'.
001000  01  PG-CHRGFILE-STATUS      PIC X(02) VALUE '00'.
001005  01  PG-PAYFILE-STATUS       PIC X(02) VALUE '00'.
001010
001020  01  PG-BILL-DATE            PIC X(08) VALUE SPACES.
001030  01  PG-BILL-DOW             PIC 9(01) VALUE ZERO.
001090  01  PG-CREDIT-COUNT         PIC 9(05) COMP VALUE ZERO.
001100  01  PG-CREDIT-TOTAL         PIC 9(07)V99 COMP-3 VALUE ZERO.
001110  01  PG-BILLED-TOTAL         PIC 9(07)V99 COMP-3 VALUE ZERO.
001111  01  PG-REFUND-COUNT         PIC 9(05) COMP VALUE ZERO.
001112  01  PG-REFUND-TOTAL         PIC 9(07)V99 COMP-3 VALUE ZERO.
001113  01  PG-THIS-PAID            PIC 9(03)V99 VALUE ZERO.
001120
001130  01  PG-PAYER-ID             PIC X(10) VALUE SPACES.
001131
001132*    MONEY PUT BACK ON ACCOUNT IS KEYED ON THE VOIDED MATCH'S
001133*    DATE AND TIME WITH 99 HUNDREDTHS, SO A RERUN LANDS ON THE
001134*    SAME KEY AND NEVER PAYS IT BACK TWICE.
001135  01  PG-REFUND-TIME.
001136      05  PG-RFT-MATCH-TIME   PIC X(06).
001137      05  FILLER              PIC X(02) VALUE '99'.
001138  01  PG-REFUND-TIME-NUM REDEFINES PG-REFUND-TIME
001139                              PIC 9(08).
001140
001150*-----------------------------------------------------------------
001160*    CALENDAR WORK AREA
001970      05  FILLER                PIC X(06) VALUE ' FOR -'.
001980      05  PG-CRD-AMOUNT         PIC ZZZZZZ9.99.
001990
001991  01  PG-REFUND-LINE.
001992      05  FILLER                PIC X(20)
001993                                 VALUE 'PAID BACK ON ACCOUNT'.
001994      05  FILLER                PIC X(05) VALUE ':    '.
001995      05  PG-RFD-COUNT          PIC ZZZZ9.
001996      05  FILLER                PIC X(06) VALUE ' FOR  '.
001997      05  PG-RFD-AMOUNT         PIC ZZZZZZ9.99.
001998
002000  01  PG-TRAILER-LINE.
002010      05  FILLER                PIC X(16)
002020                                 VALUE 'CHARGES POSTED: '.
002550      OPEN I-O CHRGFILE.
002560      IF PG-CHRGFILE-STATUS NOT = '00'
002570          GO TO 9120-CHRGFILE-OPEN-FAILED
002572      END-IF.
002574      OPEN I-O PAYFILE.
002576      IF PG-PAYFILE-STATUS NOT = '00'
002578          GO TO 9150-PAYFILE-OPEN-FAILED
002580      END-IF.
002590      OPEN OUTPUT PRTFILE.
002600
003800      MOVE PG-MATCH-STATION TO PG-CHG-STATION.
003810      MOVE PG-THIS-RATE    TO PG-CHG-AMOUNT.
003820      MOVE 'O'             TO PG-CHG-STATUS.
003825      MOVE ZERO            TO PG-CHG-PAID-AMOUNT.
003830      WRITE PG-CHARGE-RECORD
003840          INVALID KEY
003850              ADD 1 TO PG-DUP-COUNT
004670*    4000-POST-CREDITS
004680*    WRITES THE CREDIT RECORD FOR EACH COLLECTED CHARGE, DATED
004690*    THIS BUSINESS DAY, AND FLAGS THE ORIGINAL BILLED CHARGE
004700*    CREDITED SO THE NEXT RUN DOES NOT CREDIT IT AGAIN.  ANY
004702*    PART OF THE CHARGE ALREADY PAID GOES BACK ON THE PLAYER'S
004704*    ACCOUNT BEFORE THE CHARGE IS FLAGGED, SO A RUN THAT STOPS
004706*    BETWEEN THE TWO FINISHES THE JOB ON THE RERUN.
004710*-----------------------------------------------------------------
004720  4000-POST-CREDITS.
004730      PERFORM 4100-POST-ONE-CREDIT THRU 4100-EXIT
004870      MOVE PG-PC-STATION (PG-SUB) TO PG-CHG-STATION.
004880      MOVE PG-PC-AMOUNT (PG-SUB)  TO PG-CHG-AMOUNT.
004890      MOVE 'O' TO PG-CHG-STATUS.
004895      MOVE ZERO TO PG-CHG-PAID-AMOUNT.
004900      WRITE PG-CHARGE-RECORD
004910          INVALID KEY
004920              GO TO 4100-FLAG
005020          INVALID KEY
005030              GO TO 4100-EXIT
005040      END-READ.
005041      IF PG-CHG-PAID-AMOUNT NUMERIC
005042          MOVE PG-CHG-PAID-AMOUNT TO PG-THIS-PAID
005043      ELSE
005044          MOVE ZERO TO PG-THIS-PAID
005045      END-IF.
005046      IF PG-THIS-PAID > ZERO
005047          PERFORM 4200-PUT-BACK-ON-ACCOUNT THRU 4200-EXIT
005048      END-IF.
005050      SET PG-CHG-CREDITED TO TRUE.
005060      REWRITE PG-CHARGE-RECORD
005070          INVALID KEY
005270          MOVE PG-CREDIT-COUNT TO PG-CRD-COUNT
005280          MOVE PG-CREDIT-TOTAL TO PG-CRD-AMOUNT
005290          WRITE PG-PRINT-LINE FROM PG-CREDIT-LINE
005291      END-IF.
005292      IF PG-REFUND-COUNT > ZERO
005293          MOVE PG-REFUND-COUNT TO PG-RFD-COUNT
005294          MOVE PG-REFUND-TOTAL TO PG-RFD-AMOUNT
005295          WRITE PG-PRINT-LINE FROM PG-REFUND-LINE
005300      END-IF.
005310
005320      MOVE PG-BILLED-COUNT TO PG-TRL-BILLED.
005960      CLOSE SCOREFILE.
005970      CLOSE TARIFILE.
005980      CLOSE CHRGFILE.
005985      CLOSE PAYFILE.
005990      CLOSE PRTFILE.
006000  9000-EXIT.
006010      EXIT.
006680      STOP RUN.
006690  9140-EXIT.
006700      EXIT.
006710
006720*-----------------------------------------------------------------
006730*    9150-PAYFILE-OPEN-FAILED
006740*-----------------------------------------------------------------
006750  9150-PAYFILE-OPEN-FAILED.
006760      DISPLAY 'PONGBILL - PAYFILE OPEN FAILED, STATUS '
006770          PG-PAYFILE-STATUS ' - NOTHING BILLED'.
006780      CLOSE SCOREFILE.
006790      CLOSE TARIFILE.
006800      CLOSE CHRGFILE.
006810      MOVE 8 TO RETURN-CODE.
006820      STOP RUN.
006830  9150-EXIT.
006840      EXIT.
006850
006860*-----------------------------------------------------------------
006870*    9160-PAYFILE-WRITE-FAILED
006880*    MONEY PAID AGAINST A VOIDED CHARGE COULD NOT BE PUT BACK ON
006890*    ACCOUNT.  THE RUN ABENDS BEFORE THE CHARGE IS FLAGGED, SO
006900*    ITS CREDIT RECORD STANDS AND THE RERUN, FINDING THAT CREDIT
006910*    ON FILE, PUTS THE MONEY BACK AND FLAGS THE CHARGE THEN.
006920*-----------------------------------------------------------------
006930  9160-PAYFILE-WRITE-FAILED.
006940      DISPLAY 'PONGBILL - PAYFILE WRITE FAILED, STATUS '
006950          PG-PAYFILE-STATUS ' FOR ' PG-CHG-PLAYER-ID
006960          ' - RUN ABANDONED, RERUN AFTER FIXING'.
006970      PERFORM 9000-TERMINATE THRU 9000-EXIT.
006980      MOVE 8 TO RETURN-CODE.
006990      STOP RUN.
007000  9160-EXIT.
007010      EXIT.
007020
007030*-----------------------------------------------------------------
007040*    4200-PUT-BACK-ON-ACCOUNT
007050*    WRITES THE PAID PART OF THE CHARGE IN HAND BACK TO THE
007060*    PLAYER AS A PAYFILE RECORD HELD WHOLLY ON ACCOUNT, TENDER
007070*    'R' SO THE CASH-UP NEVER COUNTS IT AS MONEY TAKEN.  A
007080*    DUPLICATE KEY MEANS AN EARLIER RUN ALREADY PUT IT BACK.
007090*-----------------------------------------------------------------
007100  4200-PUT-BACK-ON-ACCOUNT.
007110      MOVE SPACES TO PG-PAYMENT-RECORD.
007120      MOVE PG-CHG-PLAYER-ID   TO PG-PAY-PLAYER-ID.
007130      MOVE PG-CHG-MATCH-DATE  TO PG-PAY-DATE.
007140      MOVE PG-CHG-MATCH-TIME  TO PG-RFT-MATCH-TIME.
007150      MOVE PG-REFUND-TIME-NUM TO PG-PAY-TIME.
007160      MOVE 'PONGBILL'         TO PG-PAY-OPERATOR.
007170      SET PG-PAY-VOID-REFUND  TO TRUE.
007180      MOVE PG-THIS-PAID       TO PG-PAY-AMOUNT.
007190      MOVE ZERO               TO PG-PAY-APPLIED.
007200      MOVE PG-THIS-PAID       TO PG-PAY-ON-ACCOUNT.
007210      WRITE PG-PAYMENT-RECORD
007220          INVALID KEY
007230              IF PG-PAYFILE-STATUS = '22'
007240                  GO TO 4200-EXIT
007250              END-IF
007260              GO TO 9160-PAYFILE-WRITE-FAILED
007270      END-WRITE.
007280      ADD 1 TO PG-REFUND-COUNT.
007290      ADD PG-THIS-PAID TO PG-REFUND-TOTAL.
007300  4200-EXIT.
007310      EXIT.
