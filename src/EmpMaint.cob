001750*    2026-09-03 SMS  THE ADD AND CHANGE ACTIONS NOW MAINTAIN
001760*                    THE DEMOGRAPHICS (BIRTH DATE, SEX,
001770*                    DEPARTMENT CODE) ADDED TO THE MASTER.
001800*    2026-10-15 SMS  ADD AND DEACTIVATE STAMP EMP-STATUS-DATE SO
001825*                    THE PRIVACY RUN CAN TELL HOW LONG A LEAVER
001850*                    HAS BEEN INACTIVE.
001858*    2026-10-15 SMS  CHANGE REFUSED ON AN ANONYMISED MASTER SO A
001866*                    LEAVER CANNOT BE RE-IDENTIFIED BY HAND.
001875******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  "EmpMaint".
002100 AUTHOR.      SEBASTIAN.
006010     05  WS-EMP-BIRTH-TXT     PIC X(08).
006020     05  WS-EMP-SEX-IN        PIC X(01).
006030     05  WS-EMP-DEPT-IN       PIC X(03).
006065     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
006100
006200 PROCEDURE DIVISION.
006300 0000-MAINLINE.
007800*                        HISTORY FILE.
007900*--------------------------------------------------------------*
008000 1000-INITIALIZE.
008050     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
008100     OPEN I-O    EMPLOYEE-FILE.
008200     IF WS-EMP-STATUS = "35"
008300         OPEN OUTPUT EMPLOYEE-FILE
013410     MOVE WS-EMP-BIRTH-TXT TO EMP-BIRTH-DATE.
013420     MOVE WS-EMP-SEX-IN    TO EMP-SEX.
013430     MOVE WS-EMP-DEPT-IN   TO EMP-DEPT-CODE.
013453     MOVE WS-TODAY-DATE    TO EMP-STATUS-DATE.
013476     MOVE ZERO             TO EMP-ANON-DATE.
013500     WRITE EMPLOYEE-RECORD
013600         INVALID KEY
013700             DISPLAY "EMPLOYEE NUMBER OR NAME ALREADY ON FILE, "
014500*--------------------------------------------------------------*
014600*    4000-CHANGE-EMPLOYEE  -  CORRECT THE LEGAL NAME OR THE
014700*                             DEMOGRAPHICS ON AN EXISTING MASTER
014716*                             RECORD; BLANK KEEPS THE OLD VALUE.
014732*                             A MASTER THE PRIVACY RUN HAS
014748*                             ANONYMISED IS REFUSED - ITS IDENTITY
014764*                             COMES BACK ONLY THROUGH AN EMPFEED
014780*                             REACTIVATION.
014800*--------------------------------------------------------------*
014900 4000-CHANGE-EMPLOYEE.
015000     PERFORM 6000-GET-EMP-NUMBER
015500             DISPLAY "EMPLOYEE " WS-EMP-NUMBER-IN " NOT ON FILE."
015600             GO TO 4000-CHANGE-EMPLOYEE-EXIT
015700     END-READ.
015716     IF EMP-ANON-DATE NOT = ZERO
015732         DISPLAY "EMPLOYEE ANONYMISED - USE THE HR FEED "
015748             "REACTIVATION."
015764         GO TO 4000-CHANGE-EMPLOYEE-EXIT
015780     END-IF.
015800     DISPLAY "CURRENT NAME IS " EMP-NAME.
015900     DISPLAY "NEW LEGAL NAME (BLANK TO KEEP): ".
016000     ACCEPT WS-EMP-NAME-IN.
018700             GO TO 5000-DEACTIVATE-EMPLOYEE-EXIT
018800     END-READ.
018900     MOVE "I" TO EMP-STATUS.
018950     MOVE WS-TODAY-DATE TO EMP-STATUS-DATE.
019000     REWRITE EMPLOYEE-RECORD
019100         INVALID KEY
019200             DISPLAY "ERROR REWRITING EMPLOYEE, STATUS "
