000100******************************************************************
000200*    COPYBOOK     CORREC
000300*    PURPOSE      HISTORY CORRECTION AUDIT RECORD.  HISTCORR
000400*                 APPENDS ONE PER VOIDED OR AMENDED READING,
000500*                 CARRYING THE MANDATORY REASON AND THE READING
000600*                 AS POSTED BESIDE THE READING AS CORRECTED, SO
000700*                 THE CLINICAL RECORD CAN BE DEFENDED.  THE RUN
000800*                 ID IS THE HISTCORR SESSION'S RUN-AUDIT STAMP
000900*                 (COPYBOOK AUDREC), SO EVERY CORRECTION TRACES
001000*                 BACK TO THE SESSION THAT MADE IT.  A VOID
001100*                 LEAVES THE AFTER VALUES ZERO AND SPACES.
001200*    MOD HISTORY
001300*    2026-10-15 SMS  INITIAL VERSION
001400******************************************************************
001500 01  CORRECTION-AUDIT-RECORD.
001600     05  COR-RUN-ID.
001700         10  COR-RUN-DATE     PIC 9(08).
001800         10  COR-RUN-TIME     PIC 9(08).
001900     05  COR-ACTION           PIC X(01).
002000         88  COR-VOID                     VALUE "V".
002100         88  COR-AMEND                    VALUE "A".
002200     05  COR-REASON           PIC X(40).
002300     05  COR-BEFORE.
002400         10  COR-B-EMP-NUMBER PIC 9(06).
002500         10  COR-B-DATE       PIC 9(08).
002600         10  COR-B-WEIGHT     PIC 999V9.
002700         10  COR-B-HEIGHT-CM  PIC 999V9.
002800         10  COR-B-UNIT-CODE  PIC X(01).
002900         10  COR-B-BMI        PIC 999V99.
003000         10  COR-B-CATEGORY   PIC X(12).
003100         10  COR-B-SITE-CODE  PIC X(03).
003200     05  COR-AFTER.
003300         10  COR-A-EMP-NUMBER PIC 9(06).
003400         10  COR-A-DATE       PIC 9(08).
003500         10  COR-A-WEIGHT     PIC 999V9.
003600         10  COR-A-HEIGHT-CM  PIC 999V9.
003700         10  COR-A-UNIT-CODE  PIC X(01).
003800         10  COR-A-BMI        PIC 999V99.
003900         10  COR-A-CATEGORY   PIC X(12).
004000         10  COR-A-SITE-CODE  PIC X(03).
004100     05  COR-FUP-ACTION       PIC X(01).
004200         88  COR-FUP-NONE                 VALUE "N".
004300         88  COR-FUP-CANCELLED            VALUE "X".
004400         88  COR-FUP-UPDATED              VALUE "U".
004500         88  COR-FUP-RAISED               VALUE "R".
