000282*  21/08/2026 MP    DOUBLES RECORDS ARE NOW ON THE LEDGER.  A
000284*                    RIVALRY IS A SINGLES QUESTION, SO DOUBLES
000286*                    MEETINGS ARE SKIPPED BY BOTH PASSES.
000287*  15/10/2026 MP    A MEETING PLAYED AS A HANDICAP MATCH NOW
000288*                    PRINTS WHO HAD THE HEAD START AND HOW MANY
000289*                    POINTS, WITH A LEGEND UNDER THE MATCHES.
000290*=================================================================
000300  IDENTIFICATION DIVISION.
000310      PROGRAM-ID.    PONGH2H.
000970              15  PG-HH-TIME      PIC X(06).
000980          10  PG-HH-A-SCORE       PIC 9(03).
000990          10  PG-HH-B-SCORE       PIC 9(03).
000993          10  PG-HH-HCAP-ID       PIC X(10).
000997          10  PG-HH-HCAP-POINTS   PIC 9(02).
001000
001010  01  PG-HH-COUNT             PIC 9(04) COMP VALUE ZERO.
001020  01  PG-HH-SWAP-HOLD.
001030      05  PG-HH-HOLD-STAMP    PIC X(14).
001040      05  PG-HH-HOLD-A-SCORE  PIC 9(03).
001050      05  PG-HH-HOLD-B-SCORE  PIC 9(03).
001053      05  PG-HH-HOLD-HCAP-ID  PIC X(10).
001057      05  PG-HH-HOLD-HCAP-POINTS PIC 9(02).
001060
001070  01  PG-SRT-I                PIC 9(04) COMP VALUE ZERO.
001080  01  PG-SRT-J                PIC 9(04) COMP VALUE ZERO.
001170  01  PG-B-CUR-STREAK         PIC 9(04) COMP VALUE ZERO.
001180  01  PG-A-LONG-STREAK        PIC 9(04) COMP VALUE ZERO.
001190  01  PG-B-LONG-STREAK        PIC 9(04) COMP VALUE ZERO.
001195  01  PG-HCAP-COUNT           PIC 9(04) COMP VALUE ZERO.
001200
001210  01  PG-HEADING-1.
001220      05  FILLER                PIC X(14)
001710      05  FILLER                PIC X(09)
001720                                 VALUE '  WINNER '.
001730      05  PG-DTL-WINNER         PIC X(10).
001731      05  PG-DTL-HCAP-LABEL     PIC X(08).
001732      05  PG-DTL-HCAP-POINTS    PIC Z9 BLANK WHEN ZERO.
001733      05  PG-DTL-HCAP-TO        PIC X(04).
001734      05  PG-DTL-HCAP-ID        PIC X(10).
001735
001736  01  PG-HCAP-LEGEND-LINE.
001737      05  FILLER                PIC X(20)
001738                                 VALUE 'HCAP +N TO X: X STAR'.
001739      05  FILLER                PIC X(20)
001740                                 VALUE 'TED N POINTS UP IN A'.
001741      05  FILLER                PIC X(20)
001742                                 VALUE ' HANDICAP MATCH; THE'.
001743      05  FILLER                PIC X(20)
001744                                 VALUE ' SCORES INCLUDE THE '.
001745      05  FILLER                PIC X(10)
001746                                 VALUE 'HEAD START'.
001747
001750  01  PG-NONE-FOUND-LINE        PIC X(36) VALUE
001760          'NO MATCHES BETWEEN THESE PLAYERS.'.
001770
002940          MOVE PG-MATCH-TIME TO PG-HH-TIME (PG-HH-COUNT)
002950          MOVE PG-SCORE-1    TO PG-HH-A-SCORE (PG-HH-COUNT)
002960          MOVE PG-SCORE-2    TO PG-HH-B-SCORE (PG-HH-COUNT)
002961          MOVE SPACES TO PG-HH-HCAP-ID (PG-HH-COUNT)
002962          MOVE ZERO   TO PG-HH-HCAP-POINTS (PG-HH-COUNT)
002963          IF PG-MATCH-HCAP-SIDE = '1'
002964              MOVE PG-PLAYER-1-ID TO PG-HH-HCAP-ID (PG-HH-COUNT)
002965          END-IF
002966          IF PG-MATCH-HCAP-SIDE = '2'
002967              MOVE PG-PLAYER-2-ID TO PG-HH-HCAP-ID (PG-HH-COUNT)
002968          END-IF
002969          IF PG-MATCH-HANDICAPPED
002970              MOVE PG-MATCH-HCAP-POINTS
002971                  TO PG-HH-HCAP-POINTS (PG-HH-COUNT)
002972          END-IF
002973      END-IF.
002980      PERFORM 2010-READ-NEXT-P1 THRU 2010-EXIT.
002990  2100-EXIT.
003000      EXIT.
003520          MOVE PG-MATCH-TIME TO PG-HH-TIME (PG-HH-COUNT)
003530          MOVE PG-SCORE-2    TO PG-HH-A-SCORE (PG-HH-COUNT)
003540          MOVE PG-SCORE-1    TO PG-HH-B-SCORE (PG-HH-COUNT)
003541          MOVE SPACES TO PG-HH-HCAP-ID (PG-HH-COUNT)
003542          MOVE ZERO   TO PG-HH-HCAP-POINTS (PG-HH-COUNT)
003543          IF PG-MATCH-HCAP-SIDE = '1'
003544              MOVE PG-PLAYER-1-ID TO PG-HH-HCAP-ID (PG-HH-COUNT)
003545          END-IF
003546          IF PG-MATCH-HCAP-SIDE = '2'
003547              MOVE PG-PLAYER-2-ID TO PG-HH-HCAP-ID (PG-HH-COUNT)
003548          END-IF
003549          IF PG-MATCH-HANDICAPPED
003550              MOVE PG-MATCH-HCAP-POINTS
003551                  TO PG-HH-HCAP-POINTS (PG-HH-COUNT)
003552          END-IF
003553      END-IF.
003560      PERFORM 2510-READ-NEXT-P2 THRU 2510-EXIT.
003570  2600-EXIT.
003580      EXIT.
004860      PERFORM 5100-PRINT-ONE-MATCH THRU 5100-EXIT
004870          VARYING PG-SUB FROM 1 BY 1
004880          UNTIL PG-SUB > PG-HH-COUNT.
004882      IF PG-HCAP-COUNT > ZERO
004885          WRITE PG-PRINT-LINE FROM PG-HCAP-LEGEND-LINE
004888      END-IF.
004890  5000-EXIT.
004900      EXIT.
004910
005010          MOVE PG-PLAYER-A-ID TO PG-DTL-WINNER
005020      ELSE
005030          MOVE PG-PLAYER-B-ID TO PG-DTL-WINNER
005031      END-IF.
005032      MOVE SPACES TO PG-DTL-HCAP-LABEL.
005033      MOVE ZERO   TO PG-DTL-HCAP-POINTS.
005034      MOVE SPACES TO PG-DTL-HCAP-TO.
005035      MOVE SPACES TO PG-DTL-HCAP-ID.
005036      IF PG-HH-HCAP-ID (PG-SUB) NOT = SPACES
005037          MOVE '  HCAP +' TO PG-DTL-HCAP-LABEL
005038          MOVE PG-HH-HCAP-POINTS (PG-SUB) TO PG-DTL-HCAP-POINTS
005039          MOVE ' TO ' TO PG-DTL-HCAP-TO
005040          MOVE PG-HH-HCAP-ID (PG-SUB) TO PG-DTL-HCAP-ID
005041          ADD 1 TO PG-HCAP-COUNT
005042      END-IF.
005050      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
005060  5100-EXIT.
005070      EXIT.
