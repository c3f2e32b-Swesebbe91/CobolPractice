001272*    2026-09-03 SMS  ADDED BIRTH DATE, SEX AND DEPARTMENT AT
001274*                    THE END OF THE RECORD; HR INTAKE CONFIRMED
001276*                    THEY TAKE THE WIDER RECORD.
001280*    2026-10-15 SMS  ADDED XTR-ACTION-CODE AT THE END OF THE
001284*                    RECORD, AGREED WITH HR INTAKE: A NIGHTLY ROW
001288*                    IS AN ORIGINAL; HISTCORR SENDS A REVERSAL OF
001292*                    THE POSTED VALUES AND, FOR AN AMENDMENT, A
001296*                    REPLACEMENT CARRYING THE CORRECTED ONES.
001300******************************************************************
001400 01  EXTRACT-RECORD.
001500     05  XTR-NAME             PIC X(20).
002600     05  XTR-BIRTH-DATE       PIC 9(08).
002700     05  XTR-SEX              PIC X(01).
002800     05  XTR-DEPT-CODE        PIC X(03).
002900     05  XTR-ACTION-CODE      PIC X(01).
003000         88  XTR-ACTION-ORIGINAL          VALUE "O".
003100         88  XTR-ACTION-REVERSAL          VALUE "R".
003200         88  XTR-ACTION-REPLACEMENT       VALUE "C".
