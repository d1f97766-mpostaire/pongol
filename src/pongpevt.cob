000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  02/09/2026 MP    ORIGINAL PROGRAM.
000352*  15/10/2026 MP    A HANDICAP HEAD START NO LONGER COUNTS AS A
000354*                    DEFICIT THE STRONGER SIDE CAME BACK FROM -
000356*                    THE POINT LOG SCORES INCLUDE IT.
000360*=================================================================
000370  IDENTIFICATION DIVISION.
000380      PROGRAM-ID.    PONGPEVT.
003900*    LEDGER RECORD AT ALL (STILL IN PROGRESS, OR A REJECTED
003910*    WRITE) IS EXCLUDED TOO.  THE COMEBACK IS THE WORST
003920*    DEFICIT THE EVENTUAL WINNER STOOD AT DURING THE MATCH.
003922*    WHEN THE LOSER STARTED WITH A HANDICAP HEAD START THOSE
003924*    POINTS WERE NEVER WON, SO THEY COME OFF THE DEFICIT.
003930*-----------------------------------------------------------------
003940  4100-PRINT-ONE-MATCH.
003950      MOVE PG-MT-KEY (PG-SUB) TO PG-MATCH-KEY.
004090      ELSE
004100          MOVE '2' TO PG-WINNER-SIDE
004110          MOVE PG-MT-MAX-DEF-2 (PG-SUB) TO PG-COMEBACK-WORK
004111      END-IF.
004112      IF PG-MATCH-HANDICAPPED
004113          AND PG-MATCH-HCAP-SIDE NOT = PG-WINNER-SIDE
004114          IF PG-COMEBACK-WORK > PG-MATCH-HCAP-POINTS
004115              SUBTRACT PG-MATCH-HCAP-POINTS FROM PG-COMEBACK-WORK
004116          ELSE
004117              MOVE ZERO TO PG-COMEBACK-WORK
004118          END-IF
004120      END-IF.
004130
004140      MOVE PG-MT-FIRST-STAMP (PG-SUB) TO PG-STW-TIME.
