000100******************************************************************
000200*    COPYBOOK     POLWS
000300*    PURPOSE      WORKING-STORAGE FOR THE SCREENING POLICY LOOKUP
000400*                 (COPYBOOK POLPROC).  7900 LOADS EVERY POLFILE
000500*                 ENTRY INTO WS-POL-TABLE ONCE PER RUN; 7950 THEN
000600*                 SETS THE WS-POL-... VALUES IN FORCE ON
000700*                 WS-POL-AS-OF-DATE.  WHEN POLFILE IS MISSING OR
000800*                 NO ENTRY IS YET IN FORCE, THE STANDING VALUES
000900*                 BELOW APPLY, SO AN EMPTY FILE CHANGES NOTHING.
001000*    MOD HISTORY
001100*    2026-10-15 SMS  INITIAL VERSION
001200******************************************************************
001300 01  WS-POLICY-FIELDS.
001400     05  WS-POL-FILE-STATUS   PIC X(02).
001500     05  WS-POL-AS-OF-DATE    PIC 9(08)   VALUE ZERO.
001600     05  WS-POL-IN-FORCE-DATE PIC 9(08)   VALUE ZERO.
001700     05  WS-POL-UNDER-LIMIT   PIC 999V99  VALUE 018.50.
001800     05  WS-POL-NORMAL-LIMIT  PIC 999V99  VALUE 025.00.
001900     05  WS-POL-OVER-LIMIT    PIC 999V99  VALUE 030.00.
002000     05  WS-POL-OBESE-DAYS    PIC 9(03)   VALUE 030.
002100     05  WS-POL-OVER-DAYS     PIC 9(03)   VALUE 090.
002200     05  WS-POL-SWING-PCT     PIC 9(03)   VALUE 020.
002300     05  WS-POL-HEIGHT-TOL    PIC 99V9    VALUE 03.0.
002400     05  WS-POL-EOF-SWITCH    PIC X(01)   VALUE "N".
002500         88  WS-POL-LOAD-DONE             VALUE "Y".
002600
002700*--------------------------------------------------------------*
002800*    01  WS-POL-STANDING  -  THE VALUES USED BEFORE THE POLICY
002900*                            FILE EXISTED
003000*--------------------------------------------------------------*
003100 01  WS-POL-STANDING.
003200     05  WS-POL-STD-UNDER     PIC 999V99  VALUE 018.50.
003300     05  WS-POL-STD-NORMAL    PIC 999V99  VALUE 025.00.
003400     05  WS-POL-STD-OVER      PIC 999V99  VALUE 030.00.
003500     05  WS-POL-STD-OBESE-DAYS PIC 9(03)  VALUE 030.
003600     05  WS-POL-STD-OVER-DAYS PIC 9(03)   VALUE 090.
003700     05  WS-POL-STD-SWING-PCT PIC 9(03)   VALUE 020.
003800     05  WS-POL-STD-HEIGHT-TOL PIC 99V9   VALUE 03.0.
003900
004000*--------------------------------------------------------------*
004100*    01  WS-POL-TABLE  -  POLFILE ENTRIES IN EFFECTIVE-DATE
004200*                         ORDER, AS LOADED BY 7900
004300*--------------------------------------------------------------*
004400 01  WS-POL-TABLE.
004500     05  WS-POL-USED          PIC 9(04)   COMP VALUE ZERO.
004600     05  WS-POL-SUB           PIC 9(04)   COMP VALUE ZERO.
004700     05  WS-POL-ENTRY OCCURS 20 TIMES.
004800         10  WS-POL-T-DATE    PIC 9(08).
004900         10  WS-POL-T-UNDER   PIC 999V99.
005000         10  WS-POL-T-NORMAL  PIC 999V99.
005100         10  WS-POL-T-OVER    PIC 999V99.
005200         10  WS-POL-T-OBESE-DAYS PIC 9(03).
005300         10  WS-POL-T-OVER-DAYS PIC 9(03).
005400         10  WS-POL-T-SWING-PCT PIC 9(03).
005500         10  WS-POL-T-HEIGHT-TOL PIC 99V9.
