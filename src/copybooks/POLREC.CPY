000100******************************************************************
000200*    COPYBOOK     POLREC
000300*    PURPOSE      SCREENING POLICY PARAMETER RECORD, KEYED BY THE
000400*                 DATE THE ENTRY TAKES EFFECT.  EACH ENTRY HOLDS
000500*                 THE BMI BAND CUT-OFFS, THE FOLLOW-UP INTERVALS
000600*                 FOR OBESE AND OVERWEIGHT RESULTS, AND THE
000700*                 SUSPECT-READING HOLD THRESHOLDS.  AN ENTRY
000800*                 STAYS IN FORCE UNTIL THE NEXT LATER ONE, SO A
000900*                 READING IS ALWAYS JUDGED BY THE POLICY OF ITS
001000*                 OWN SCREENING DATE.  MAINTAINED FROM THE
001100*                 CONSOLE BY POLMAINT.
001200*    MOD HISTORY
001300*    2026-10-15 SMS  INITIAL VERSION
001400******************************************************************
001500 01  POLICY-RECORD.
001600     05  POL-EFFECTIVE-DATE   PIC 9(08).
001700     05  POL-UNDER-LIMIT      PIC 999V99.
001800     05  POL-NORMAL-LIMIT     PIC 999V99.
001900     05  POL-OVER-LIMIT       PIC 999V99.
002000     05  POL-OBESE-FUP-DAYS   PIC 9(03).
002100     05  POL-OVER-FUP-DAYS    PIC 9(03).
002200     05  POL-SWING-PCT        PIC 9(03).
002300     05  POL-HEIGHT-TOL       PIC 99V9.
002400     05  POL-ENTERED-DATE     PIC 9(08).
