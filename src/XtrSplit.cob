002160*                    LIKE THE SCREENERS DO, SO THE NIGHTMON
002170*                    STEP MONITOR CAN PROVE THIS STEP RAN AND
002180*                    CROSS-FOOT ITS COUNTS.
002200*    2026-10-15 SMS  WIDENED AGAIN FOR THE ACTION CODE ADDED TO
002233*                    XTRCREC.
002266******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  "XtrSplit".
002500 AUTHOR.      SEBASTIAN.
004900     COPY XTRCREC.
005000
005100 FD  SITE1-FILE.
005200 01  SITE1-RECORD             PIC X(76).
005300
005400 FD  SITE2-FILE.
005500 01  SITE2-RECORD             PIC X(76).
005600
005700 FD  SITE3-FILE.
005800 01  SITE3-RECORD             PIC X(76).
005810
005820 FD  AUDIT-FILE.
005830     COPY AUDREC.
