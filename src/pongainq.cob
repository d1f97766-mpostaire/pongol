000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  02/09/2026 MP    ORIGINAL PROGRAM.
000373*  15/10/2026 MP    ARCHIVE WORK AREA CARRIES THE MATCHREC
000376*                    HANDICAP SIDE AND POINTS.
000380*=================================================================
000390  IDENTIFICATION DIVISION.
000400      PROGRAM-ID.    PONGAINQ.
001340      05  PG-ARC-STATUS       PIC X(01).
001350          88  PG-ARC-VOIDED          VALUE 'V'.
001360      05  PG-ARC-STATION      PIC 9(02).
001363      05  PG-ARC-HCAP-SIDE    PIC X(01).
001366      05  PG-ARC-HCAP-POINTS  PIC 9(02).
001370      05  FILLER              PIC X(04).
001380
001390  01  PG-NAME-LOOKUP-ID       PIC X(10) VALUE SPACES.
001400  01  PG-NAME-LOOKUP-NAME     PIC X(20) VALUE SPACES.
