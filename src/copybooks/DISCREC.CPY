000100******************************************************************
000200*    COPYBOOK     DISCREC
000300*    PURPOSE      CROSS-FILE DISCREPANCY RECORD, ONE PER PROBLEM
000400*                 ROW FOUND BY THE WEEKLY INTEGRITY SWEEP
000500*                 (INTEGCHK) SO THE LIST CAN BE WORKED DOWN.  THE
000600*                 FILE IS REWRITTEN EACH RUN; EVERY RECORD CARRIES
000700*                 THE RUN ID OF THE SWEEP THAT FOUND IT.  THE KEY
000800*                 DATE IS THE DATE PART OF THE ROW'S KEY: THE
000900*                 READING DATE FOR HISTORY AND ARCHIVE ROWS, THE
001000*                 SCREEN DATE FOR FOLLOW-UP ROWS, THE START DATE
001100*                 FOR GOALS AND THE DATE HELD FOR HOLD ROWS.
001200*    MOD HISTORY
001300*    2026-10-15 SMS  INITIAL VERSION
001400******************************************************************
001500 01  DISCREPANCY-RECORD.
001600     05  DSC-RUN-ID.
001700         10  DSC-RUN-DATE     PIC 9(08).
001800         10  DSC-RUN-TIME     PIC 9(08).
001900     05  DSC-CATEGORY         PIC X(02).
002000         88  DSC-HISTORY-ORPHAN           VALUE "HO".
002100         88  DSC-FOLLOWUP-ORPHAN          VALUE "FO".
002200         88  DSC-GOAL-ORPHAN              VALUE "GO".
002300         88  DSC-HOLD-ORPHAN              VALUE "BO".
002400         88  DSC-HOLD-STUCK               VALUE "HS".
002500         88  DSC-ARCHIVE-ORPHAN           VALUE "AO".
002600         88  DSC-GOAL-START-MISSING       VALUE "GS".
002700         88  DSC-FOLLOWUP-NO-RESCREEN     VALUE "FC".
002800     05  DSC-SOURCE-FILE      PIC X(08).
002900     05  DSC-EMP-NUMBER       PIC 9(06).
003000     05  DSC-KEY-DATE         PIC 9(08).
003100     05  DSC-NAME             PIC X(20).
003200     05  FILLER               PIC X(10).
