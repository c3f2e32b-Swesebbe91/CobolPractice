001100*                 FOR THE NEXT RUN, A KEYING SLIP IS SCRAPPED.
001200*    MOD HISTORY
001300*    2026-09-03 SMS  INITIAL VERSION
001310*    2026-10-15 SMS  ADDED HLD-HELD-DATE SO A ROW LEFT HELD FOR
001320*                    WEEKS CAN BE FOUND.
001400******************************************************************
001500 01  HOLD-RECORD.
001600     05  HLD-EMP-NUMBER       PIC 9(06).
002900         88  HLD-HELD                     VALUE "H".
003000         88  HLD-RELEASED                 VALUE "R".
003100         88  HLD-SCRAPPED                 VALUE "S".
003200     05  HLD-HELD-DATE        PIC 9(08).
