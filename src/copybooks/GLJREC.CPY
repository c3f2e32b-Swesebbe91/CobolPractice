000100******************************************************************
000200*    COPYBOOK     GLJREC
000300*    PURPOSE      GENERAL-LEDGER RECHARGE JOURNAL RECORD WRITTEN
000400*                 BY THE MONTH-END CHARGEBACK.  A HEADER CARRYING
000500*                 THE RUN ID FROM THE AUDREC RUN STAMP AND THE
000600*                 PERIOD BILLED, ONE DETAIL ROW PER DEPARTMENT,
000700*                 SITE AND CHARGE TYPE (INITIAL SCREENING OR
000800*                 FOLLOW-UP RE-SCREEN) WITH THE VISIT COUNT, RATE
000900*                 AND AMOUNT, AND A TRAILER CARRYING THE DETAIL
001000*                 ROW COUNT, THE VISIT TOTAL AND THE AMOUNT TOTAL
001100*                 SO FINANCE CAN PROVE THE FILE BEFORE POSTING IT.
001200*                 THE AMOUNT IS A DEBIT TO THE DEPARTMENT; FINANCE
001300*                 POSTS THE CONTRA TO THE SCREENING SERVICE.
001400*    MOD HISTORY
001500*    2026-10-15 SMS  INITIAL VERSION
001600******************************************************************
001700 01  GL-JOURNAL-RECORD.
001800     05  GLJ-RECORD-TYPE      PIC X(03).
001900         88  GLJ-HEADER                   VALUE "HDR".
002000         88  GLJ-DETAIL                   VALUE "DTL".
002100         88  GLJ-TRAILER                  VALUE "TRL".
002200     05  GLJ-DATA             PIC X(77).
002300     05  GLJ-HEADER-DATA      REDEFINES GLJ-DATA.
002400         10  GLJ-HDR-RUN-ID.
002500             15  GLJ-HDR-RUN-DATE PIC 9(08).
002600             15  GLJ-HDR-RUN-TIME PIC 9(08).
002700         10  GLJ-HDR-PERIOD   PIC 9(06).
002800         10  GLJ-HDR-SOURCE   PIC X(08).
002900         10  FILLER           PIC X(47).
003000     05  GLJ-DETAIL-DATA      REDEFINES GLJ-DATA.
003100         10  GLJ-DTL-PERIOD   PIC 9(06).
003200         10  GLJ-DTL-DEPT-CODE PIC X(03).
003300         10  GLJ-DTL-SITE-CODE PIC X(03).
003400         10  GLJ-DTL-CHARGE-TYPE PIC X(01).
003500             88  GLJ-CHARGE-INITIAL       VALUE "I".
003600             88  GLJ-CHARGE-FOLLOWUP      VALUE "F".
003700         10  GLJ-DTL-VISIT-COUNT PIC 9(05).
003800         10  GLJ-DTL-RATE     PIC 9(05)V99.
003900         10  GLJ-DTL-AMOUNT   PIC 9(07)V99.
004000         10  FILLER           PIC X(43).
004100     05  GLJ-TRAILER-DATA     REDEFINES GLJ-DATA.
004200         10  GLJ-TRL-REC-COUNT PIC 9(07).
004300         10  GLJ-TRL-VISIT-COUNT PIC 9(07).
004400         10  GLJ-TRL-AMOUNT-TOTAL PIC 9(09)V99.
004500         10  FILLER           PIC X(52).
