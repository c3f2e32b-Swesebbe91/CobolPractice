001900*
002000*    MOD HISTORY
002100*    2026-09-03 SMS  INITIAL VERSION.
002125*    2026-10-15 SMS  EACH VISIT IS BANDED BY THE CUT-OFFS THE
002150*                    SCREENING POLICY FILE HAD IN FORCE ON THAT
002175*                    VISIT'S DATE.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  "WellStat".
003900     SELECT STAT-REPORT ASSIGN TO "WELLSRPT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RPT-FILE-STATUS.
004116     SELECT POLICY-FILE ASSIGN TO "POLFILE"
004132         ORGANIZATION IS INDEXED
004148         ACCESS MODE IS DYNAMIC
004164         RECORD KEY IS POL-EFFECTIVE-DATE
004180         FILE STATUS IS WS-POL-FILE-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004700
004800 FD  STAT-REPORT.
004900 01  STAT-LINE                PIC X(80).
004925
004950 FD  POLICY-FILE.
004975     COPY POLREC.
005000
005100 WORKING-STORAGE SECTION.
005200*--------------------------------------------------------------*
018900     05  FILLER               PIC X(43)   VALUE SPACES.
019000
019100     COPY CUREMP.
019150     COPY POLWS.
019200
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
022100     IF WS-TO-DATE NOT NUMERIC OR WS-TO-DATE = ZERO
022200         MOVE 99999999 TO WS-TO-DATE
022300     END-IF.
022333     PERFORM 7900-LOAD-POLICY-TABLE
022366         THRU 7900-LOAD-POLICY-TABLE-EXIT.
022400     OPEN INPUT HISTORY-FILE.
022500     IF WS-HIST-FILE-STATUS NOT = "00"
022600         DISPLAY "ERROR OPENING HISTORY FILE, STATUS "
029800     END-IF.
029900     ADD 1 TO WS-CELL-COUNT (WS-CELL-FOUND-SUB).
030000     MOVE HIST-BMI TO WS-CE-BMI.
030025     MOVE HIST-DATE TO WS-POL-AS-OF-DATE.
030050     PERFORM 7950-SET-POLICY-FOR-DATE
030075         THRU 7950-SET-POLICY-FOR-DATE-EXIT.
030100     PERFORM 8000-CLASSIFY-BMI
030200         THRU 8000-CLASSIFY-BMI-EXIT.
030300     EVALUATE WS-CE-CATEGORY
051600     EXIT.
051700
051800     COPY CLSSIFY.
051850     COPY POLPROC.
051900
052000 END PROGRAM "WellStat".
