002020*                    BY EMPLOYEE NUMBER (HIST-KEY IS NUMBER +
002030*                    DATE) SO DUPLICATE NAMES DO NOT MERGE AND
002040*                    A NAME CHANGE DOES NOT SPLIT A TREND.
002055*    2026-10-15 SMS  EACH VISIT'S CATEGORY USES THE CUT-OFFS THE
002070*                    SCREENING POLICY FILE HAD IN FORCE ON THAT
002085*                    VISIT'S DATE.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  "HistTrend".
003800     SELECT TREND-REPORT ASSIGN TO "TRENDRPT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RPT-FILE-STATUS.
004016     SELECT POLICY-FILE ASSIGN TO "POLFILE"
004032         ORGANIZATION IS INDEXED
004048         ACCESS MODE IS DYNAMIC
004064         RECORD KEY IS POL-EFFECTIVE-DATE
004080         FILE STATUS IS WS-POL-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004600
004700 FD  TREND-REPORT.
004800 01  TREND-LINE               PIC X(100).
004825
004850 FD  POLICY-FILE.
004875     COPY POLREC.
004900
005000 WORKING-STORAGE SECTION.
005100*--------------------------------------------------------------*
012700     05  FILLER               PIC X(87)   VALUE SPACES.
012800
012900     COPY CUREMP.
012950     COPY POLWS.
013000
013100 PROCEDURE DIVISION.
013200 0000-MAINLINE.
015660         MOVE WS-REQUEST-TEXT TO WS-REQUEST-NUMBER
015700         MOVE "1" TO WS-SCOPE-SWITCH
015800     END-IF.
015833     PERFORM 7900-LOAD-POLICY-TABLE
015866         THRU 7900-LOAD-POLICY-TABLE-EXIT.
015900     OPEN INPUT HISTORY-FILE.
016000     IF WS-HIST-FILE-STATUS NOT = "00"
016100         DISPLAY "ERROR OPENING HISTORY FILE, STATUS "
025000     MOVE HIST-WEIGHT TO WS-DTL-WEIGHT.
025100     MOVE HIST-BMI    TO WS-DTL-BMI.
025200     MOVE HIST-BMI    TO WS-CE-BMI.
025225     MOVE HIST-DATE   TO WS-POL-AS-OF-DATE.
025250     PERFORM 7950-SET-POLICY-FOR-DATE
025275         THRU 7950-SET-POLICY-FOR-DATE-EXIT.
025300     PERFORM 8000-CLASSIFY-BMI
025400         THRU 8000-CLASSIFY-BMI-EXIT.
025500     MOVE WS-CE-CATEGORY TO WS-DTL-CATEGORY.
028300     EXIT.
028400
028500     COPY CLSSIFY.
028550     COPY POLPROC.
028600
028700 END PROGRAM "HistTrend".
