000100******************************************************************
000200*    COPYBOOK     DATEWS
000300*    PURPOSE      WORKING-STORAGE FOR THE CALENDAR ARITHMETIC IN
000400*                 COPYBOOK DATEPROC.  LOAD WS-DATE-WORK-N AND
000500*                 WS-ADD-DAYS, PERFORM 7800-ADD-DAYS-TO-DATE, AND
000600*                 READ THE RESULT BACK FROM WS-DATE-WORK-N.
000700*    MOD HISTORY
000800*    2026-10-15 SMS  INITIAL VERSION, LIFTED OUT OF BMIBATCH SO
000900*                    THE FOLLOW-UP EXTRACT CAN SHARE IT
000940*    2026-10-15 SMS  ADDED THE FIELDS FOR 7840-SUBTRACT-ONE-DAY
000980*                    AND 7850-SET-DAY-OF-WEEK (1 = MONDAY ..
001020*                    7 = SUNDAY) FOR THE APPOINTMENT SCHEDULER.
001060******************************************************************
001100 01  WS-DATE-WORK-FIELDS.
001200     05  WS-DATE-WORK.
001300         10  WS-DW-YEAR       PIC 9(04).
001400         10  WS-DW-MONTH      PIC 9(02).
001500         10  WS-DW-DAY        PIC 9(02).
001600     05  WS-DATE-WORK-N       REDEFINES WS-DATE-WORK
001700                              PIC 9(08).
001800     05  WS-ADD-DAYS          PIC 9(03)   VALUE ZERO.
001900     05  WS-DAYS-IN-MONTH     PIC 9(02)   VALUE ZERO.
002000     05  WS-LEAP-QUOT         PIC 9(04)   VALUE ZERO.
002100     05  WS-LEAP-REM          PIC 9(04)   VALUE ZERO.
002200     05  WS-DAY-OF-WEEK       PIC 9(01)   VALUE ZERO.
002300     05  WS-DOW-MONTH         PIC 9(02)   VALUE ZERO.
002400     05  WS-DOW-YEAR          PIC 9(04)   VALUE ZERO.
002500     05  WS-DOW-CENTURY       PIC 9(02)   VALUE ZERO.
002600     05  WS-DOW-YY            PIC 9(02)   VALUE ZERO.
002700     05  WS-DOW-QUOT          PIC 9(05)   VALUE ZERO.
002800     05  WS-DOW-SUM           PIC 9(05)   VALUE ZERO.
002900     05  WS-DOW-REM           PIC 9(01)   VALUE ZERO.
