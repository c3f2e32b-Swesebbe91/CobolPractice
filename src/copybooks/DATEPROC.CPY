000100******************************************************************
000200*    COPYBOOK     DATEPROC
000300*    PURPOSE      7800-ADD-DAYS-TO-DATE: WS-DATE-WORK PLUS
000400*                 WS-ADD-DAYS (COPYBOOK DATEWS), ONE CALENDAR DAY
000500*                 AT A TIME WITH MONTH AND LEAP-YEAR HANDLING.
000600*    MOD HISTORY
000700*    2026-10-15 SMS  INITIAL VERSION, LIFTED OUT OF BMIBATCH SO
000800*                    THE FOLLOW-UP EXTRACT CAN SHARE IT
000840*    2026-10-15 SMS  ADDED 7840-SUBTRACT-ONE-DAY AND
000880*                    7850-SET-DAY-OF-WEEK FOR THE APPOINTMENT
000920*                    SCHEDULER'S WALK BACK FROM THE DUE DATE.
000960******************************************************************
001000 7800-ADD-DAYS-TO-DATE.
001100     PERFORM 7810-ADD-ONE-DAY
001200         THRU 7810-ADD-ONE-DAY-EXIT
001300         WS-ADD-DAYS TIMES.
001400 7800-ADD-DAYS-TO-DATE-EXIT.
001500     EXIT.
001600
001700 7810-ADD-ONE-DAY.
001800     ADD 1 TO WS-DW-DAY.
001900     PERFORM 7820-SET-DAYS-IN-MONTH
002000         THRU 7820-SET-DAYS-IN-MONTH-EXIT.
002100     IF WS-DW-DAY > WS-DAYS-IN-MONTH
002200         MOVE 1 TO WS-DW-DAY
002300         ADD 1 TO WS-DW-MONTH
002400         IF WS-DW-MONTH > 12
002500             MOVE 1 TO WS-DW-MONTH
002600             ADD 1 TO WS-DW-YEAR
002700         END-IF
002800     END-IF.
002900 7810-ADD-ONE-DAY-EXIT.
003000     EXIT.
003100
003200 7820-SET-DAYS-IN-MONTH.
003300     EVALUATE WS-DW-MONTH
003400         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
003500             MOVE 31 TO WS-DAYS-IN-MONTH
003600         WHEN 4 WHEN 6 WHEN 9 WHEN 11
003700             MOVE 30 TO WS-DAYS-IN-MONTH
003800         WHEN 2
003900             PERFORM 7830-SET-FEBRUARY-DAYS
004000                 THRU 7830-SET-FEBRUARY-DAYS-EXIT
004100     END-EVALUATE.
004200 7820-SET-DAYS-IN-MONTH-EXIT.
004300     EXIT.
004400
004500 7830-SET-FEBRUARY-DAYS.
004600     MOVE 28 TO WS-DAYS-IN-MONTH.
004700     DIVIDE WS-DW-YEAR BY 4
004800         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004900     IF WS-LEAP-REM = ZERO
005000         MOVE 29 TO WS-DAYS-IN-MONTH
005100         DIVIDE WS-DW-YEAR BY 100
005200             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
005300         IF WS-LEAP-REM = ZERO
005400             MOVE 28 TO WS-DAYS-IN-MONTH
005500             DIVIDE WS-DW-YEAR BY 400
005600                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
005700             IF WS-LEAP-REM = ZERO
005800                 MOVE 29 TO WS-DAYS-IN-MONTH
005900             END-IF
006000         END-IF
006100     END-IF.
006200 7830-SET-FEBRUARY-DAYS-EXIT.
006300     EXIT.
006400
006500*--------------------------------------------------------------*
006600*    7840-SUBTRACT-ONE-DAY  -  WS-DATE-WORK MINUS ONE CALENDAR
006700*                              DAY
006800*--------------------------------------------------------------*
006900 7840-SUBTRACT-ONE-DAY.
007000     SUBTRACT 1 FROM WS-DW-DAY.
007100     IF WS-DW-DAY = ZERO
007200         SUBTRACT 1 FROM WS-DW-MONTH
007300         IF WS-DW-MONTH = ZERO
007400             MOVE 12 TO WS-DW-MONTH
007500             SUBTRACT 1 FROM WS-DW-YEAR
007600         END-IF
007700         PERFORM 7820-SET-DAYS-IN-MONTH
007800             THRU 7820-SET-DAYS-IN-MONTH-EXIT
007900         MOVE WS-DAYS-IN-MONTH TO WS-DW-DAY
008000     END-IF.
008100 7840-SUBTRACT-ONE-DAY-EXIT.
008200     EXIT.
008300
008400*--------------------------------------------------------------*
008500*    7850-SET-DAY-OF-WEEK  -  WEEKDAY OF WS-DATE-WORK INTO
008600*                             WS-DAY-OF-WEEK, 1 = MONDAY THROUGH
008700*                             7 = SUNDAY.  ZELLER'S RULE, WITH
008800*                             JANUARY AND FEBRUARY COUNTED AS
008900*                             MONTHS 13 AND 14 OF THE YEAR BEFORE;
009000*                             HIS 0 = SATURDAY IS SHIFTED ROUND.
009100*--------------------------------------------------------------*
009200 7850-SET-DAY-OF-WEEK.
009300     MOVE WS-DW-YEAR  TO WS-DOW-YEAR.
009400     MOVE WS-DW-MONTH TO WS-DOW-MONTH.
009500     IF WS-DOW-MONTH < 3
009600         ADD 12 TO WS-DOW-MONTH
009700         SUBTRACT 1 FROM WS-DOW-YEAR
009800     END-IF.
009900     DIVIDE WS-DOW-YEAR BY 100
010000         GIVING WS-DOW-CENTURY REMAINDER WS-DOW-YY.
010100     COMPUTE WS-DOW-QUOT = (13 * (WS-DOW-MONTH + 1)) / 5.
010200     COMPUTE WS-DOW-SUM = WS-DW-DAY + WS-DOW-QUOT + WS-DOW-YY
010300         + (5 * WS-DOW-CENTURY).
010400     DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-QUOT.
010500     ADD WS-DOW-QUOT TO WS-DOW-SUM.
010600     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOT.
010700     ADD WS-DOW-QUOT TO WS-DOW-SUM.
010800     ADD 5 TO WS-DOW-SUM.
010900     DIVIDE WS-DOW-SUM BY 7
011000         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
011100     ADD 1 WS-DOW-REM GIVING WS-DAY-OF-WEEK.
011200 7850-SET-DAY-OF-WEEK-EXIT.
011300     EXIT.
