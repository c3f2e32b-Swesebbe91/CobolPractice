001902*                    LIKE THE SCREENERS DO, SO THE NIGHTMON
001903*                    STEP MONITOR CAN PROVE THIS STEP RAN AND
001904*                    CROSS-FOOT ITS COUNTS.
001905*    2026-10-15 SMS  WIDENED FOR THE ACTION CODE ADDED TO XTRCREC.
001920*                    A CORRECTION SENDS A REVERSAL AND A
001935*                    REPLACEMENT UNDER THE SAME EMPLOYEE NUMBER
001950*                    AND DATE, SO AN ACK NOW MATCHES THE FIRST
001965*                    SENT ROW FOR THE KEY NOT YET ACKNOWLEDGED.
001980******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  "AckMatch".
002200 AUTHOR.      SEBASTIAN.
004910     COPY ACKCTL.
005000
005100 FD  RESEND-FILE.
005200 01  RESEND-RECORD            PIC X(76).
005300
005400 FD  ACK-REPORT.
005500 01  ACK-REPORT-LINE          PIC X(80).
009000*                             BE MATCHED BY EMPLOYEE NUMBER AND
009050*                             DATE.  THE ACK FLAG STARTS AS
009100*                             SPACE MEANING NOT YET
009150*                             ACKNOWLEDGED; HR ACKS EACH ROW IN
009200*                             THE ORDER SENT, SO A REVERSAL AND
009250*                             ITS REPLACEMENT EACH TAKE ONE.
009300*--------------------------------------------------------------*
009400 01  WS-EXTRACT-TABLE.
009500     05  WS-XTR-USED          PIC 9(04)   COMP  VALUE ZERO.
009600     05  WS-XTR-SUB           PIC 9(04)   COMP  VALUE ZERO.
009700     05  WS-XTR-FOUND-SUB     PIC 9(04)   COMP  VALUE ZERO.
009800     05  WS-XTR-ENTRY         OCCURS 1000 TIMES.
009900         10  WS-XTR-IMAGE     PIC X(76).
010000         10  WS-XTR-IMAGE-R   REDEFINES WS-XTR-IMAGE.
010100             15  WS-XTR-ENT-NAME  PIC X(20).
010200             15  FILLER           PIC X(26).
022500     ADD 1 TO WS-XTR-SUB.
022600     IF WS-XTR-ENT-EMPNO (WS-XTR-SUB) = ACK-EMP-NUMBER
022700         AND WS-XTR-ENT-DATE (WS-XTR-SUB) = ACK-SCREENING-DATE
022750         AND WS-XTR-ACK-FLAG (WS-XTR-SUB) = SPACE
022800         MOVE WS-XTR-SUB TO WS-XTR-FOUND-SUB
022900     END-IF.
023000 3100-SCAN-EXTRACT-TABLE-EXIT.
