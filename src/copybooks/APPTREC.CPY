000100******************************************************************
000200*    COPYBOOK     APPTREC
000300*    PURPOSE      FOLLOW-UP APPOINTMENT RECORD, ONE PER BOOKED
000400*                 SLOT, KEYED BY SITE, DATE AND SLOT NUMBER SO A
000500*                 SLOT CAN ONLY BE BOOKED ONCE AND THE FILE READS
000600*                 BACK IN CLINIC-LIST ORDER.  THE ALTERNATE KEY IS
000700*                 THE FOLLOW-UP SCHEDULE ROW (COPYBOOK FUPREC) THE
000800*                 APPOINTMENT WAS BOOKED FOR - EMPLOYEE NUMBER AND
000900*                 THE SCREENING DATE THAT RAISED THE ROW.  WRITTEN
001000*                 BOOKED BY THE APPOINTMENT SCHEDULER (APPTBOOK);
001100*                 FUPSTATUS MARKS IT ATTENDED ONCE THE RE-SCREEN
001200*                 POSTS OR NO-SHOW ONCE THE DAY PASSES WITHOUT
001300*                 ONE.  NO NAME IS HELD - THE CLINIC LIST TAKES IT
001400*                 FROM THE EMPLOYEE MASTER.
001500*    MOD HISTORY
001600*    2026-10-15 SMS  INITIAL VERSION
001700******************************************************************
001800 01  APPOINTMENT-RECORD.
001900     05  APPT-KEY.
002000         10  APPT-SITE-CODE   PIC X(03).
002100         10  APPT-DATE        PIC 9(08).
002200         10  APPT-SLOT        PIC 9(02).
002300     05  APPT-FUP-KEY.
002400         10  APPT-EMP-NUMBER  PIC 9(06).
002500         10  APPT-SCREEN-DATE PIC 9(08).
002600     05  APPT-TIME            PIC 9(04).
002700     05  APPT-CATEGORY        PIC X(12).
002800     05  APPT-DUE-DATE        PIC 9(08).
002900     05  APPT-BOOKED-DATE     PIC 9(08).
003000     05  APPT-STATUS          PIC X(01).
003100         88  APPT-BOOKED                  VALUE "B".
003200         88  APPT-ATTENDED                VALUE "A".
003300         88  APPT-NO-SHOW                 VALUE "N".
