000100******************************************************************
000200*    COPYBOOK     RATEREC
000300*    PURPOSE      SCREENING RECHARGE RATE RECORD, KEYED BY THE
000400*                 DATE THE ENTRY TAKES EFFECT (ALWAYS THE FIRST OF
000500*                 A MONTH, SINCE FINANCE IS BILLED BY THE MONTH).
000600*                 EACH ENTRY HOLDS THE CHARGE FOR AN INITIAL
000700*                 SCREENING AND FOR A FOLLOW-UP RE-SCREEN; IT
000800*                 STAYS IN FORCE UNTIL THE NEXT LATER ENTRY.
000900*                 MAINTAINED FROM THE CONSOLE BY RATEMAINT, READ
001000*                 BY THE MONTH-END CHARGEBACK.
001100*    MOD HISTORY
001200*    2026-10-15 SMS  INITIAL VERSION
001300******************************************************************
001400 01  RATE-RECORD.
001500     05  RATE-EFFECTIVE-DATE  PIC 9(08).
001600     05  RATE-INITIAL-FEE     PIC 9(05)V99.
001700     05  RATE-FOLLOWUP-FEE    PIC 9(05)V99.
001800     05  RATE-ENTERED-DATE    PIC 9(08).
