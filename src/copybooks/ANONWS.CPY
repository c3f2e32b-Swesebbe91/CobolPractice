000100******************************************************************
000200*    COPYBOOK     ANONWS
000300*    PURPOSE      THE PSEUDONYM THAT REPLACES A LEAVER'S NAME ONCE
000400*                 THE RETENTION PERIOD HAS RUN (PRIVANON).  LOAD
000500*                 WS-ANON-EMP-NUMBER, THEN MOVE WS-ANON-NAME OVER
000600*                 THE NAME FIELD.  THE EMPLOYEE NUMBER KEEPS THE
000700*                 NAME UNIQUE ON THE MASTER'S ALTERNATE KEY AND
000800*                 KEEPS THE READINGS OF ONE EMPLOYEE TOGETHER FOR
000900*                 THE TREND AND PERIOD STATISTICS.  BIRTH DATE
001000*                 GOES TO ZERO AND SEX TO SPACE ALONGSIDE IT.
001100*    MOD HISTORY
001200*    2026-10-15 SMS  INITIAL VERSION
001300******************************************************************
001400 01  WS-ANON-NAME.
001500     05  WS-ANON-PREFIX       PIC X(11)   VALUE "ANONYMISED ".
001600     05  WS-ANON-EMP-NUMBER   PIC 9(06)   VALUE ZERO.
001700     05  FILLER               PIC X(03)   VALUE SPACES.
