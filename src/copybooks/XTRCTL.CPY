001300*                 BEGIN WITH "HDR" OR "TRL".
001400*    MOD HISTORY
001500*    2026-09-03 SMS  INITIAL VERSION
001533*    2026-10-15 SMS  WIDENED BY ONE BYTE WITH XTRCREC (ACTION
001566*                    CODE).
001600******************************************************************
001700 01  EXTRACT-CONTROL-RECORD.
001800     05  XCT-RECORD-TYPE      PIC X(03).
001900         88  XCT-HEADER                   VALUE "HDR".
002000         88  XCT-TRAILER                  VALUE "TRL".
002100     05  XCT-DATA             PIC X(73).
002200     05  XCT-HEADER-DATA      REDEFINES XCT-DATA.
002300         10  XCT-HDR-RUN-ID.
002400             15  XCT-HDR-RUN-DATE PIC 9(08).
002500             15  XCT-HDR-RUN-TIME PIC 9(08).
002600         10  XCT-HDR-BUS-DATE PIC 9(08).
002700         10  FILLER           PIC X(49).
002800     05  XCT-TRAILER-DATA     REDEFINES XCT-DATA.
002900         10  XCT-TRL-REC-COUNT PIC 9(07).
003000         10  XCT-TRL-BMI-HASH PIC 9(09)V99.
003100         10  FILLER           PIC X(55).
