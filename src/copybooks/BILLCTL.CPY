000100******************************************************************
000200*    COPYBOOK     BILLCTL
000300*    PURPOSE      BILLED-PERIOD CONTROL RECORD.  THE MONTH-END
000400*                 CHARGEBACK APPENDS ONE PER MONTH IT HAS BILLED,
000500*                 ONCE THE JOURNAL AND STATEMENTS ARE COMPLETE,
000600*                 AND REFUSES ANY MONTH ALREADY ON THE FILE SO THE
000700*                 SAME SCREENINGS ARE NEVER CHARGED TWICE.  THE
000800*                 RUN ID AND TOTALS MATCH THE JOURNAL HEADER AND
000900*                 TRAILER OF THE RUN THAT BILLED THE MONTH.
001000*    MOD HISTORY
001100*    2026-10-15 SMS  INITIAL VERSION
001200******************************************************************
001300 01  BILL-CONTROL-RECORD.
001400     05  BIL-PERIOD           PIC 9(06).
001500     05  BIL-RUN-DATE         PIC 9(08).
001600     05  BIL-RUN-TIME         PIC 9(08).
001700     05  BIL-INITIAL-COUNT    PIC 9(07).
001800     05  BIL-FOLLOWUP-COUNT   PIC 9(07).
001900     05  BIL-AMOUNT-TOTAL     PIC 9(09)V99.
