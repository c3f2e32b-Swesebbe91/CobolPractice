001900*
002000*    MOD HISTORY
002100*    2026-09-03 SMS  INITIAL VERSION.
002200*    2026-10-15 SMS  ROWS CANCELLED BY HISTCORR (A CORRECTED
002225*                    READING NO LONGER NEEDS A FOLLOW-UP) ARE
002250*                    COUNTED AND LEFT ALONE LIKE COMPLETED ONES.
002255*    2026-10-15 SMS  NO-SHOWS ARE NOW JUDGED AGAINST THE BOOKED
002260*                    APPOINTMENT (APPTFILE) INSTEAD OF THE RAW DUE
002265*                    DATE: A RE-SCREEN MARKS THE APPOINTMENT
002270*                    ATTENDED, A PASSED APPOINTMENT WITH NO
002275*                    RE-SCREEN IS MARKED NO-SHOW AND REPORTED.  A
002280*                    ROW APPTBOOK COULD NOT BOOK IS STILL REPORTED
002285*                    ONCE ITS DUE DATE PASSES.
002286*    2026-10-15 SMS  AN APPOINTMENT FILE THAT EXISTS BUT WILL NOT
002287*                    OPEN NOW STOPS THE RUN INSTEAD OF REPORTING
002288*                    EVERY BOOKED ROW UNBOOKED.
002290******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  "FupStatus".
002500 AUTHOR.      SEBASTIAN.
004200     SELECT OVERDUE-REPORT ASSIGN TO "OVRDURPT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-RPT-FILE-STATUS.
004414     SELECT APPOINTMENT-FILE ASSIGN TO "APPTFILE"
004428         ORGANIZATION IS INDEXED
004442         ACCESS MODE IS DYNAMIC
004456         RECORD KEY IS APPT-KEY
004470         ALTERNATE RECORD KEY IS APPT-FUP-KEY
004484         FILE STATUS IS WS-APPT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
005300
005400 FD  OVERDUE-REPORT.
005500 01  OVERDUE-LINE             PIC X(80).
005525
005550 FD  APPOINTMENT-FILE.
005575     COPY APPTREC.
005600
005700 WORKING-STORAGE SECTION.
005800*--------------------------------------------------------------*
006300         88  END-OF-SCHEDULE             VALUE "Y".
006400     05  WS-RESCREEN-SWITCH   PIC X(01)   VALUE "N".
006500         88  WS-RESCREEN-FOUND           VALUE "Y".
006520     05  WS-APPT-FILE-SW      PIC X(01)   VALUE "N".
006540         88  WS-APPT-FILE-OPEN            VALUE "Y".
006560     05  WS-APPT-FOUND-SW     PIC X(01)   VALUE "N".
006580         88  WS-APPT-FOUND                VALUE "Y".
006600
006700*--------------------------------------------------------------*
006800*    01  WS-FILE-STATUS-FIELDS
007100     05  WS-FUP-FILE-STATUS   PIC X(02).
007200     05  WS-HIST-FILE-STATUS  PIC X(02).
007300     05  WS-RPT-FILE-STATUS   PIC X(02).
007350     05  WS-APPT-STATUS       PIC X(02).
007400
007500*--------------------------------------------------------------*
007600*    01  WS-STATUS-FIELDS  -  RUN DATE AND CONTROL COUNTS
007900     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
008000     05  WS-READ-COUNT        PIC 9(07)   VALUE ZERO.
008100     05  WS-ALREADY-DONE-CNT  PIC 9(07)   VALUE ZERO.
008150     05  WS-CANCELLED-CNT     PIC 9(07)   VALUE ZERO.
008200     05  WS-COMPLETED-CNT     PIC 9(07)   VALUE ZERO.
008300     05  WS-OVERDUE-CNT       PIC 9(07)   VALUE ZERO.
008350     05  WS-NO-SHOW-CNT       PIC 9(07)   VALUE ZERO.
008400     05  WS-ATTENDED-CNT      PIC 9(07)   VALUE ZERO.
008450     05  WS-STILL-OPEN-CNT    PIC 9(07)   VALUE ZERO.
008500
008600*--------------------------------------------------------------*
008700*    01  WS-REPORT-LINES
008800*--------------------------------------------------------------*
008900 01  WS-HEADING-LINE.
009000     05  FILLER               PIC X(41)
009100       VALUE "FOLLOW-UP NO-SHOW AND OVERDUE REPORT FOR ".
009200     05  WS-HDG-DATE          PIC 9(08).
009300     05  FILLER               PIC X(31)   VALUE SPACES.
009400
009500 01  WS-COLUMN-LINE.
009600     05  FILLER               PIC X(08)   VALUE "NUMBER".
009900     05  FILLER               PIC X(14)   VALUE "CATEGORY".
010000     05  FILLER               PIC X(10)   VALUE "SCREENED".
010100     05  FILLER               PIC X(10)   VALUE "DUE".
010200     05  FILLER               PIC X(11)   VALUE "APPOINTMENT".
010300
010400 01  WS-DETAIL-LINE.
010500     05  WS-DTL-NUMBER        PIC 9(06).
011300     05  WS-DTL-SCREENED      PIC 9(08).
011400     05  FILLER               PIC X(02)   VALUE SPACES.
011500     05  WS-DTL-DUE           PIC 9(08).
011550     05  FILLER               PIC X(02)   VALUE SPACES.
011600     05  WS-DTL-APPT          PIC X(08).
011650     05  FILLER               PIC X(03)   VALUE SPACES.
011700
011800 01  WS-COUNT-LINE.
011900     05  WS-CNT-LABEL         PIC X(30).
013500
013600*--------------------------------------------------------------*
013700*    1000-INITIALIZE  -  OPEN THE SCHEDULE I-O SO COMPLETED ROWS
013762*                        CAN BE REWRITTEN IN PLACE, THE HISTORY
013824*                        INPUT FOR THE RE-SCREEN LOOKUPS, THE
013886*                        APPOINTMENTS I-O FOR THE ATTENDED AND
013948*                        NO-SHOW MARKS, AND THE REPORT OUTPUT.  NO
013985*                        APPOINTMENT FILE YET LEAVES EVERY ROW
014022*                        JUDGED BY ITS DUE DATE; ONE THAT EXISTS
014059*                        BUT WILL NOT OPEN STOPS THE RUN BEFORE
014096*                        ANY ROW IS READ.
014134*--------------------------------------------------------------*
014200 1000-INITIALIZE.
014300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
014400     OPEN I-O FOLLOWUP-FILE.
015500         MOVE "Y" TO WS-EOF-SWITCH
015600         GO TO 1000-INITIALIZE-EXIT
015700     END-IF.
015708     OPEN I-O APPOINTMENT-FILE.
015716     IF WS-APPT-STATUS = "00"
015724         MOVE "Y" TO WS-APPT-FILE-SW
015732     END-IF.
015740     IF WS-APPT-STATUS NOT = "00" AND WS-APPT-STATUS NOT = "35"
015748         DISPLAY "ERROR OPENING APPOINTMENT FILE, STATUS "
015756             WS-APPT-STATUS
015764         DISPLAY "FOLLOW-UP STATUS ABANDONED - NO ROW CHANGED."
015772         MOVE "Y" TO WS-EOF-SWITCH
015780         GO TO 1000-INITIALIZE-EXIT
015788     END-IF.
015800     OPEN OUTPUT OVERDUE-REPORT.
015900     IF WS-RPT-FILE-STATUS NOT = "00"
016000         DISPLAY "ERROR OPENING OVERDUE REPORT, STATUS "
016800
016900*--------------------------------------------------------------*
017000*    2000-RESOLVE-ONE-ROW  -  ONE SCHEDULE ROW PER PASS.  A ROW
017054*                             ALREADY COMPLETED OR CANCELLED IS
017108*                             ONLY COUNTED; AN OPEN ROW IS
017162*                             COMPLETED IF THE EMPLOYEE
017216*                             RE-SCREENED.  OTHERWISE A BOOKED ROW
017270*                             IS A NO-SHOW ONCE ITS APPOINTMENT
017324*                             DAY HAS PASSED, AND A ROW THAT NEVER
017378*                             GOT BOOKED IS OVERDUE ONCE ITS DUE
017432*                             DATE HAS; ANYTHING ELSE IS SIMPLY
017486*                             STILL OPEN
017540*--------------------------------------------------------------*
017600 2000-RESOLVE-ONE-ROW.
017700     READ FOLLOWUP-FILE
017800         AT END
018400         ADD 1 TO WS-ALREADY-DONE-CNT
018500         GO TO 2000-RESOLVE-ONE-ROW-EXIT
018600     END-IF.
018620     IF FUP-CANCELLED
018640         ADD 1 TO WS-CANCELLED-CNT
018660         GO TO 2000-RESOLVE-ONE-ROW-EXIT
018680     END-IF.
018700     PERFORM 3000-LOOK-FOR-RESCREEN
018750         THRU 3000-LOOK-FOR-RESCREEN-EXIT.
018800     PERFORM 3500-FIND-APPOINTMENT
018850         THRU 3500-FIND-APPOINTMENT-EXIT.
018900     IF WS-RESCREEN-FOUND
018950         PERFORM 4000-MARK-ROW-COMPLETED
019000             THRU 4000-MARK-ROW-COMPLETED-EXIT
019050         GO TO 2000-RESOLVE-ONE-ROW-EXIT
019100     END-IF.
019150     IF WS-APPT-FOUND
019200         IF APPT-DATE < WS-TODAY-DATE
019250             PERFORM 4500-MARK-NO-SHOW
019300                 THRU 4500-MARK-NO-SHOW-EXIT
019350         ELSE
019400             ADD 1 TO WS-STILL-OPEN-CNT
019450         END-IF
019500     ELSE
019550         IF FUP-DUE-DATE < WS-TODAY-DATE
019600             MOVE "UNBOOKED" TO WS-DTL-APPT
019650             PERFORM 5000-REPORT-OVERDUE-ROW
019700                 THRU 5000-REPORT-OVERDUE-ROW-EXIT
019750             ADD 1 TO WS-OVERDUE-CNT
019800         ELSE
019850             ADD 1 TO WS-STILL-OPEN-CNT
019900         END-IF
019950     END-IF.
020000 2000-RESOLVE-ONE-ROW-EXIT.
020100     EXIT.
020200
022700 3000-LOOK-FOR-RESCREEN-EXIT.
022800     EXIT.
022900
022908*--------------------------------------------------------------*
022912*    3500-FIND-APPOINTMENT  -  THE APPOINTMENT APPTBOOK BOOKED
022916*                              FOR THIS ROW, BY THE ALTERNATE KEY
022920*                              (EMPLOYEE NUMBER + SCREENING DATE)
022924*--------------------------------------------------------------*
022928 3500-FIND-APPOINTMENT.
022932     MOVE "N" TO WS-APPT-FOUND-SW.
022936     IF NOT WS-APPT-FILE-OPEN
022940         GO TO 3500-FIND-APPOINTMENT-EXIT
022944     END-IF.
022948     MOVE FUP-EMP-NUMBER  TO APPT-EMP-NUMBER.
022952     MOVE FUP-SCREEN-DATE TO APPT-SCREEN-DATE.
022956     READ APPOINTMENT-FILE KEY IS APPT-FUP-KEY
022960         INVALID KEY
022964             GO TO 3500-FIND-APPOINTMENT-EXIT
022968     END-READ.
022972     MOVE "Y" TO WS-APPT-FOUND-SW.
022976 3500-FIND-APPOINTMENT-EXIT.
022980     EXIT.
022990
023000*--------------------------------------------------------------*
023100*    4000-MARK-ROW-COMPLETED  -  REWRITE THE ROW IN PLACE SO THE
023175*                                ROSTER EXTRACTOR AND FUTURE RUNS
023250*                                STOP CHASING IT, AND MARK ITS
023325*                                APPOINTMENT ATTENDED
023400*--------------------------------------------------------------*
023500 4000-MARK-ROW-COMPLETED.
023600     MOVE "C" TO FUP-STATUS.
024000             WS-FUP-FILE-STATUS
024100     END-IF.
024200     ADD 1 TO WS-COMPLETED-CNT.
024212     IF WS-APPT-FOUND
024224         AND NOT APPT-ATTENDED
024236         MOVE "A" TO APPT-STATUS
024248         PERFORM 4600-REWRITE-APPOINTMENT
024260             THRU 4600-REWRITE-APPOINTMENT-EXIT
024272         ADD 1 TO WS-ATTENDED-CNT
024284     END-IF.
024300 4000-MARK-ROW-COMPLETED-EXIT.
024400     EXIT.
024403
024406*--------------------------------------------------------------*
024409*    4500-MARK-NO-SHOW  -  THE APPOINTMENT DAY PASSED WITH NO
024412*                          RE-SCREEN.  THE FIRST RUN AFTER MARKS
024415*                          IT; EVERY RUN REPORTS IT UNTIL THE
024418*                          NURSES GET THE EMPLOYEE IN.
024421*--------------------------------------------------------------*
024424 4500-MARK-NO-SHOW.
024427     IF APPT-BOOKED
024430         MOVE "N" TO APPT-STATUS
024433         PERFORM 4600-REWRITE-APPOINTMENT
024436             THRU 4600-REWRITE-APPOINTMENT-EXIT
024439     END-IF.
024442     MOVE APPT-DATE TO WS-DTL-APPT.
024445     PERFORM 5000-REPORT-OVERDUE-ROW
024448         THRU 5000-REPORT-OVERDUE-ROW-EXIT.
024451     ADD 1 TO WS-NO-SHOW-CNT.
024454 4500-MARK-NO-SHOW-EXIT.
024457     EXIT.
024460
024463 4600-REWRITE-APPOINTMENT.
024466     REWRITE APPOINTMENT-RECORD
024469         INVALID KEY
024472             DISPLAY "ERROR REWRITING APPOINTMENT, STATUS "
024475                 WS-APPT-STATUS
024478     END-REWRITE.
024481 4600-REWRITE-APPOINTMENT-EXIT.
024484     EXIT.
024500
024600*--------------------------------------------------------------*
024700*    5000-REPORT-OVERDUE-ROW  -  MISSED APPOINTMENT, OR PAST DUE
024733*                                AND NEVER BOOKED; THE CALLER HAS
024766*                                SET THE APPOINTMENT COLUMN
024800*--------------------------------------------------------------*
024900 5000-REPORT-OVERDUE-ROW.
025000     MOVE FUP-EMP-NUMBER  TO WS-DTL-NUMBER.
025400     MOVE FUP-SCREEN-DATE TO WS-DTL-SCREENED.
025500     MOVE FUP-DUE-DATE    TO WS-DTL-DUE.
025600     WRITE OVERDUE-LINE FROM WS-DETAIL-LINE.
025800 5000-REPORT-OVERDUE-ROW-EXIT.
025900     EXIT.
026000
027000     MOVE "ALREADY COMPLETED" TO WS-CNT-LABEL.
027100     MOVE WS-ALREADY-DONE-CNT TO WS-CNT-VALUE.
027200     WRITE OVERDUE-LINE FROM WS-COUNT-LINE.
027225     MOVE "CANCELLED BY CORRECTION" TO WS-CNT-LABEL.
027250     MOVE WS-CANCELLED-CNT TO WS-CNT-VALUE.
027275     WRITE OVERDUE-LINE FROM WS-COUNT-LINE.
027300     MOVE "COMPLETED THIS RUN" TO WS-CNT-LABEL.
027400     MOVE WS-COMPLETED-CNT TO WS-CNT-VALUE.
027500     WRITE OVERDUE-LINE FROM WS-COUNT-LINE.
027600     MOVE "ATTENDED APPOINTMENTS" TO WS-CNT-LABEL.
027650     MOVE WS-ATTENDED-CNT TO WS-CNT-VALUE.
027700     WRITE OVERDUE-LINE FROM WS-COUNT-LINE.
027750     MOVE "NO-SHOW - MISSED APPOINTMENT" TO WS-CNT-LABEL.
027800     MOVE WS-NO-SHOW-CNT TO WS-CNT-VALUE.
027850     WRITE OVERDUE-LINE FROM WS-COUNT-LINE.
027900     MOVE "OVERDUE - NEVER BOOKED" TO WS-CNT-LABEL.
027950     MOVE WS-OVERDUE-CNT TO WS-CNT-VALUE.
028000     WRITE OVERDUE-LINE FROM WS-COUNT-LINE.
028050     MOVE "OPEN, NOT YET DUE" TO WS-CNT-LABEL.
028100     MOVE WS-STILL-OPEN-CNT TO WS-CNT-VALUE.
028150     WRITE OVERDUE-LINE FROM WS-COUNT-LINE.
028200     DISPLAY "FOLLOW-UP STATUS COMPLETE - READ " WS-READ-COUNT
028300         " COMPLETED " WS-COMPLETED-CNT
028366         " NO-SHOW " WS-NO-SHOW-CNT
028432         " OVERDUE " WS-OVERDUE-CNT.
028500 8000-PRINT-TOTALS-EXIT.
028600     EXIT.
028700
028900     CLOSE FOLLOWUP-FILE.
029000     CLOSE HISTORY-FILE.
029100     CLOSE OVERDUE-REPORT.
029125     IF WS-APPT-FILE-OPEN
029150         CLOSE APPOINTMENT-FILE
029175     END-IF.
029200 9000-FINALIZE-EXIT.
029300     EXIT.
029400
