000100******************************************************************
000200*    COPYBOOK     CAPREC
000300*    PURPOSE      CLINIC SITE CAPACITY CALENDAR RECORD, KEYED BY
000400*                 SITE CODE AND DATE.  EACH SITE HAS ONE STANDING
000500*                 ENTRY (CAP-DATE ZERO) GIVING ITS APPOINTMENT
000600*                 SLOTS PER DAY, THE FIRST SLOT TIME, THE SLOT
000700*                 LENGTH AND THE WEEKDAYS IT IS OPEN.  A DATED
000800*                 ENTRY OVERRIDES THE STANDING SLOT COUNT FOR THAT
000900*                 ONE DAY - ZERO SLOTS CLOSES THE SITE (BANK
001000*                 HOLIDAY, TRAINING DAY), MORE SLOTS ADD AN EXTRA
001100*                 CLINIC.  A SITE WITH NO STANDING ENTRY TAKES NO
001200*                 BOOKINGS.  MAINTAINED FROM THE CONSOLE BY
001300*                 CAPMAINT; READ BY THE APPOINTMENT SCHEDULER.
001400*    MOD HISTORY
001500*    2026-10-15 SMS  INITIAL VERSION
001600******************************************************************
001700 01  CAPACITY-RECORD.
001800     05  CAP-KEY.
001900         10  CAP-SITE-CODE    PIC X(03).
002000         10  CAP-DATE         PIC 9(08).
002100             88  CAP-STANDING-ENTRY       VALUE ZERO.
002200     05  CAP-SLOTS            PIC 9(02).
002300     05  CAP-FIRST-TIME       PIC 9(04).
002400     05  CAP-SLOT-MINUTES     PIC 9(03).
002500     05  CAP-OPEN-DAYS        PIC X(07).
002600     05  CAP-OPEN-DAY-TABLE   REDEFINES CAP-OPEN-DAYS.
002700         10  CAP-OPEN-DAY     PIC X(01)   OCCURS 7 TIMES.
002800     05  CAP-REASON           PIC X(20).
002900     05  CAP-ENTERED-DATE     PIC 9(08).
