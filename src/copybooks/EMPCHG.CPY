000100******************************************************************
000200*    COPYBOOK     EMPCHG
000300*    PURPOSE      NIGHTLY HR EMPLOYEE CHANGE-FEED RECORD.  ONE
000400*                 RECORD PER MASTER-FILE CHANGE HR WANTS MADE,
000500*                 KEYED ON THE EMPLOYEE NUMBER: ADD A NEW HIRE,
000600*                 CHANGE THE NAME OR DEMOGRAPHICS, DEACTIVATE A
000700*                 LEAVER OR REACTIVATE A RETURNER.  ON A CHANGE
000800*                 A BLANK FIELD KEEPS THE MASTER'S VALUE, THE
000900*                 SAME RULE AS THE EMPMAINT CONSOLE.  APPLIED BY
001000*                 EMPFEED.
001033*                 REACTIVATING A MASTER THE PRIVACY RUN HAS
001066*                 ANONYMISED NEEDS NAME, BIRTH DATE AND SEX.
001100*    MOD HISTORY
001200*    2026-10-15 SMS  INITIAL VERSION
001233*    2026-10-15 SMS  NAME, BIRTH DATE AND SEX REQUIRED ON A
001266*                    REACTIVATION OF AN ANONYMISED MASTER.
001300******************************************************************
001400 01  EMP-CHANGE-RECORD.
001500     05  CHG-ACTION-CODE      PIC X(01).
001600         88  CHG-ACTION-ADD               VALUE "A".
001700         88  CHG-ACTION-CHANGE            VALUE "C".
001800         88  CHG-ACTION-DEACT             VALUE "D".
001900         88  CHG-ACTION-REACT             VALUE "R".
002000     05  CHG-EMP-NUMBER       PIC X(06).
002100     05  CHG-EMP-NUMBER-N     REDEFINES CHG-EMP-NUMBER
002200                              PIC 9(06).
002300     05  CHG-NAME             PIC X(20).
002400     05  CHG-BIRTH-DATE       PIC X(08).
002500     05  CHG-SEX              PIC X(01).
002600     05  CHG-DEPT-CODE        PIC X(03).
