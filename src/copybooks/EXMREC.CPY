000100******************************************************************
000200*    COPYBOOK     EXMREC
000300*    PURPOSE      SCREENING EXEMPTION RECORD, KEYED BY EMPLOYEE
000400*                 NUMBER (ONE EXEMPTION PER EMPLOYEE).  AN
000500*                 EMPLOYEE EXCUSED THE ANNUAL SCREENING ON MEDICAL
000600*                 GROUNDS OR WHILE ON LEAVE IS NOT CHASED BY THE
000700*                 COMPLIANCE REPORT UNTIL THE EXPIRY DATE PASSES.
000800*                 ONLY THE REASON CATEGORY IS KEPT - NO CLINICAL
000900*                 DETAIL.  MAINTAINED FROM THE CONSOLE BY
001000*                 EXEMMAINT.
001100*    MOD HISTORY
001200*    2026-10-15 SMS  INITIAL VERSION
001300******************************************************************
001400 01  EXEMPTION-RECORD.
001500     05  EXM-EMP-NUMBER       PIC 9(06).
001600     05  EXM-REASON-CODE      PIC X(01).
001700         88  EXM-MEDICAL                  VALUE "M".
001800         88  EXM-LEAVE                    VALUE "L".
001900     05  EXM-EXPIRY-DATE      PIC 9(08).
002000     05  EXM-ENTERED-DATE     PIC 9(08).
