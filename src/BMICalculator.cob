002709*                    LEGAL NAME AND NUMBER ARE THE ONES STAMPED
002711*                    ON THE INTAKE, HISTORY AND EXTRACT RECORDS,
002712*                    AND THE HISTORY KEY IS NOW NUMBER + DATE.
002725*    2026-10-15 SMS  THE CATEGORY CUT-OFFS ARE NOW THE ONES THE
002738*                    SCREENING POLICY FILE HAS IN FORCE TODAY.
002752******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  "CalculatorBMI".
004495         RECORD KEY IS EMP-NUMBER
004496         ALTERNATE RECORD KEY IS EMP-NAME
004497         FILE STATUS IS WS-EMP-STATUS.
004511     SELECT POLICY-FILE ASSIGN TO "POLFILE"
004525         ORGANIZATION IS INDEXED
004539         ACCESS MODE IS DYNAMIC
004553         RECORD KEY IS POL-EFFECTIVE-DATE
004567         FILE STATUS IS WS-POL-FILE-STATUS.
004581
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  INTAKE-FILE.
005369 FD  EMPLOYEE-FILE.
005371     COPY EMPREC.
005372
005381 FD  POLICY-FILE.
005390     COPY POLREC.
005395
005400 WORKING-STORAGE SECTION.
005500*--------------------------------------------------------------*
005600*    01  WS-INTAKE-FIELDS  -  CAPTURED FROM THE SCREENER
007200     COPY CUREMP.
007300     COPY HISTWS.
007350     COPY AUDWS.
007375     COPY POLWS.
007400
007500 PROCEDURE DIVISION.
007600 0000-MAINLINE.
008796             WS-EXTRACT-STATUS
008797     END-IF.
008800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
008816     PERFORM 7900-LOAD-POLICY-TABLE
008832         THRU 7900-LOAD-POLICY-TABLE-EXIT.
008848     MOVE WS-TODAY-DATE TO WS-POL-AS-OF-DATE.
008864     PERFORM 7950-SET-POLICY-FOR-DATE
008880         THRU 7950-SET-POLICY-FOR-DATE-EXIT.
008900 1000-INITIALIZE-EXIT.
009000     EXIT.
009100
017600     COPY HISTPROC.
017650     COPY XTRCPROC.
017660     COPY AUDPROC.
017680     COPY POLPROC.
017700
017800 9000-FINALIZE.
017900     CLOSE INTAKE-FILE.
