000219*                    WITH THEIR SIDE'S SCORE.
000220*  21/08/2026 MP    MATCHES VOIDED BY PONGADJ NO LONGER COUNT
000221*                    TOWARD THE LEADERBOARD.
000222*  15/10/2026 MP    NEW HCAP COLUMN COUNTS EACH PLAYER'S GAMES
000223*                    PLAYED AS HANDICAP MATCHES, WITH A FOOTNOTE -
000224*                    THE SCORES ON THOSE GAMES INCLUDE THE HEAD
000225*                    START.
000226*=================================================================
000230  IDENTIFICATION DIVISION.
000240      PROGRAM-ID.    PONGRPT.
000250      AUTHOR.        MAXIME POSTAIRE.
000630          10  PG-STAT-GAMES       PIC 9(05) COMP.
000640          10  PG-STAT-HIGH        PIC 9(03).
000650          10  PG-STAT-TOTAL       PIC 9(07) COMP.
000655          10  PG-STAT-HCAP-GAMES  PIC 9(05) COMP.
000660 
000670  01  PG-CUR-PLAYER-ID         PIC X(10).
000680  01  PG-CUR-SCORE              PIC 9(03).
000682  01  PG-CUR-HCAP-SWITCH       PIC X(01) VALUE 'N'.
000685      88  PG-CUR-LEVEL                   VALUE 'N'.
000688      88  PG-CUR-HANDICAPPED             VALUE 'Y'.
000690 
000700  01  PG-REPORT-DATE           PIC X(08).
000710 
000810      05  FILLER                PIC X(08) VALUE 'GAMES'.
000820      05  FILLER                PIC X(12) VALUE 'HIGH SCORE'.
000830      05  FILLER                PIC X(12) VALUE 'AVG SCORE'.
000835      05  FILLER                PIC X(04) VALUE 'HCAP'.
000840
000850  01  PG-DETAIL-LINE.
000860      05  PG-DTL-PLAYER-ID      PIC X(12).
000890      05  PG-DTL-HIGH           PIC ZZ9.
000900      05  FILLER                PIC X(09) VALUE SPACES.
000910      05  PG-DTL-AVERAGE        PIC ZZ9.
000911      05  FILLER                PIC X(05) VALUE SPACES.
000912      05  PG-DTL-HCAP-GAMES     PIC ZZZ9.
000913
000914  01  PG-FOOTNOTE-LINE.
000915      05  FILLER                PIC X(20)
000916                                 VALUE 'HCAP = GAMES PLAYED '.
000917      05  FILLER                PIC X(20)
000918                                 VALUE 'AS HANDICAP MATCHES;'.
000919      05  FILLER                PIC X(20)
000920                                 VALUE ' THEIR SCORES INCLUD'.
000921      05  FILLER                PIC X(16)
000922                                 VALUE 'E THE HEAD START'.
000923 
000930  01  PG-AVERAGE-WORK          PIC 9(05) COMP.
000940 
000950*-----------------------------------------------------------------
001330*-----------------------------------------------------------------
001340  2100-ACCUMULATE.
001350      IF PG-MATCH-DATE = PG-REPORT-DATE AND PG-MATCH-ACTIVE
001351          IF PG-MATCH-HANDICAPPED
001352              SET PG-CUR-HANDICAPPED TO TRUE
001353          ELSE
001354              SET PG-CUR-LEVEL TO TRUE
001355          END-IF
001356          MOVE PG-PLAYER-1-ID TO PG-CUR-PLAYER-ID
001357          MOVE PG-SCORE-1     TO PG-CUR-SCORE
001370          PERFORM 2150-ACCUMULATE-ONE THRU 2150-EXIT
001380
001390          MOVE PG-PLAYER-2-ID TO PG-CUR-PLAYER-ID
001600 
001610      ADD 1 TO PG-STAT-GAMES (PG-IDX).
001620      ADD PG-CUR-SCORE TO PG-STAT-TOTAL (PG-IDX).
001622      IF PG-CUR-HANDICAPPED
001625          ADD 1 TO PG-STAT-HCAP-GAMES (PG-IDX)
001628      END-IF.
001630      IF PG-CUR-SCORE > PG-STAT-HIGH (PG-IDX)
001640          MOVE PG-CUR-SCORE TO PG-STAT-HIGH (PG-IDX)
001650      END-IF.
001770      MOVE ZERO             TO PG-STAT-GAMES (PG-IDX).
001780      MOVE ZERO             TO PG-STAT-HIGH (PG-IDX).
001790      MOVE ZERO             TO PG-STAT-TOTAL (PG-IDX).
001795      MOVE ZERO             TO PG-STAT-HCAP-GAMES (PG-IDX).
001800  2200-EXIT.
001810      EXIT.
001820 
001910      PERFORM 3100-PRINT-PLAYER THRU 3100-EXIT
001920          VARYING PG-SUB FROM 1 BY 1
001930          UNTIL PG-SUB > PG-TABLE-COUNT.
001935      WRITE PG-PRINT-LINE FROM PG-FOOTNOTE-LINE.
001940  3000-EXIT.
001950      EXIT.
001960 
002050      DIVIDE PG-STAT-TOTAL (PG-SUB) BY PG-STAT-GAMES (PG-SUB)
002060          GIVING PG-AVERAGE-WORK ROUNDED.
002070      MOVE PG-AVERAGE-WORK TO PG-DTL-AVERAGE.
002075      MOVE PG-STAT-HCAP-GAMES (PG-SUB) TO PG-DTL-HCAP-GAMES.
002080 
002090      WRITE PG-PRINT-LINE FROM PG-DETAIL-LINE.
002100  3100-EXIT.
