000100******************************************************************
000200*    PROGRAM-ID   PRIVANON
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     PERIODIC PRIVACY RUN FOR LEAVERS.  FINDS EACH
000900*                 EMPLOYEE INACTIVE ON THE MASTER (COPYBOOK
001000*                 EMPREC) LONGER THAN THE RETENTION PERIOD THE
001100*                 OPERATOR GIVES IN MONTHS AND PSEUDONYMISES THEM:
001200*                 THE NAME BECOMES "ANONYMISED NNNNNN" (COPYBOOK
001300*                 ANONWS), THE BIRTH DATE ZERO AND THE SEX SPACE
001400*                 ON THE HISTORY FILE, THE HISTORY ARCHIVE
001500*                 (HISTARCH), THE FOLLOW-UP SCHEDULE, THE GOAL
001600*                 FILE AND LASTLY THE MASTER ITSELF, WHICH IS
001700*                 STAMPED WITH EMP-ANON-DATE.  EMPLOYEE NUMBER,
001800*                 READING DATES, WEIGHTS, HEIGHTS, BMI, SITE AND
001900*                 DEPARTMENT ARE UNTOUCHED SO WELLSTAT AND THE
002000*                 PERIOD STATISTICS STILL ADD UP.  THE MASTER IS
002100*                 STAMPED LAST, SO A RUN THAT STOPS PART WAY IS
002200*                 SIMPLY RUN AGAIN.  A LEAVER WHOSE MASTER RECORD
002300*                 PREDATES EMP-STATUS-DATE HAS THE CLOCK STARTED
002400*                 AT TODAY.  THE CONTROL REPORT FOR THE DATA-
002500*                 PROTECTION OFFICER LISTS EACH EMPLOYEE
002600*                 ANONYMISED BY NUMBER ONLY, WITH THE RECORDS
002700*                 CHANGED IN EACH FILE.
002720*                 A FILE THAT CANNOT BE OPENED ABANDONS THE RUN
002740*                 BEFORE ANY MASTER IS STAMPED, AND A LEAVER WITH
002760*                 A RECORD THAT COULD NOT BE REWRITTEN IS LEFT
002780*                 UNSTAMPED FOR THE NEXT RUN TO FINISH.
002800*
002900*    MOD HISTORY
003000*    2026-10-15 SMS  INITIAL VERSION.
003014*    2026-10-15 SMS  AN ARCHIVE, FOLLOW-UP OR GOAL FILE THAT WILL
003028*                    NOT OPEN (OTHER THAN NOT YET CREATED) OR A
003042*                    CONTROL REPORT THAT WILL NOT OPEN NOW
003056*                    ABANDONS THE RUN.  A LEAVER WITH A FAILED
003070*                    REWRITE IS NOT STAMPED AND IS RETRIED NEXT
003084*                    RUN.  RETENTION PROMPT ASKS FOR 3 DIGITS.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.  "PrivAnon".
003400 AUTHOR.      SEBASTIAN.
003500 INSTALLATION. WELLNESS SCREENING.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS EMP-NUMBER
004600         ALTERNATE RECORD KEY IS EMP-NAME
004700         FILE STATUS IS WS-EMP-STATUS.
004800     SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS HIST-KEY
005200         ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
005300         FILE STATUS IS WS-HIST-FILE-STATUS.
005400     SELECT ARCHIVE-FILE ASSIGN TO "HISTARCH"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-ARCH-FILE-STATUS.
005700     SELECT FOLLOWUP-FILE ASSIGN TO "FUPSCHED"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-FUP-FILE-STATUS.
006000     SELECT GOAL-FILE ASSIGN TO "GOALFILE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS GOAL-EMP-NUMBER
006400         FILE STATUS IS WS-GOAL-STATUS.
006500     SELECT CONTROL-REPORT ASSIGN TO "ANONRPT"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-RPT-FILE-STATUS.
006800     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-AUD-FILE-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  EMPLOYEE-FILE.
007500     COPY EMPREC.
007600
007700 FD  HISTORY-FILE.
007800     COPY HISTREC.
007900
008000 FD  ARCHIVE-FILE.
008100 01  ARCHIVE-RECORD           PIC X(63).
008200
008300 FD  FOLLOWUP-FILE.
008400     COPY FUPREC.
008500
008600 FD  GOAL-FILE.
008700     COPY GOALREC.
008800
008900 FD  CONTROL-REPORT.
009000 01  CONTROL-LINE             PIC X(80).
009100
009200 FD  AUDIT-FILE.
009300     COPY AUDREC.
009400
009500 WORKING-STORAGE SECTION.
009600*--------------------------------------------------------------*
009700*    01  WS-CONTROL-SWITCHES
009800*--------------------------------------------------------------*
009900 01  WS-CONTROL-SWITCHES.
010000     05  WS-EOF-SWITCH        PIC X(01)   VALUE "N".
010100         88  END-OF-MASTER                VALUE "Y".
010200     05  WS-FILE-EOF-SW       PIC X(01)   VALUE "N".
010300         88  END-OF-FILE                  VALUE "Y".
010400     05  WS-ABANDON-SWITCH    PIC X(01)   VALUE "N".
010500         88  RUN-ABANDONED                VALUE "Y".
010600
010700*--------------------------------------------------------------*
010800*    01  WS-FILE-STATUS-FIELDS
010900*--------------------------------------------------------------*
011000 01  WS-FILE-STATUS-FIELDS.
011100     05  WS-EMP-STATUS        PIC X(02).
011200     05  WS-HIST-FILE-STATUS  PIC X(02).
011300     05  WS-ARCH-FILE-STATUS  PIC X(02).
011400     05  WS-FUP-FILE-STATUS   PIC X(02).
011500     05  WS-GOAL-STATUS       PIC X(02).
011600     05  WS-RPT-FILE-STATUS   PIC X(02).
011700
011800*--------------------------------------------------------------*
011900*    01  WS-RUN-FIELDS  -  RETENTION PERIOD, CUTOFF AND TOTALS.
012000*                          A LEAVER INACTIVE SINCE BEFORE THE
012100*                          CUTOFF HAS SERVED THE RETENTION PERIOD.
012200*--------------------------------------------------------------*
012300 01  WS-RUN-FIELDS.
012400     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
012500     05  WS-RETAIN-TXT        PIC X(03).
012600     05  WS-RETAIN-MONTHS     PIC 9(03)   VALUE 24.
012700     05  WS-RETAIN-YEARS      PIC 9(03)   VALUE ZERO.
012800     05  WS-RETAIN-REM        PIC 9(03)   VALUE ZERO.
012900     05  WS-CUTOFF-DATE       PIC 9(08)   VALUE ZERO.
013000     05  WS-CUTOFF-PARTS      REDEFINES WS-CUTOFF-DATE.
013100         10  WS-CUT-YEAR      PIC 9(04).
013200         10  WS-CUT-MONTH     PIC 9(02).
013300         10  WS-CUT-DAY       PIC 9(02).
013400     05  WS-CUT-MONTH-WORK    PIC S9(03)  VALUE ZERO.
013500     05  WS-FIND-EMPNO        PIC 9(06)   VALUE ZERO.
013600     05  WS-MASTER-COUNT      PIC 9(07)   VALUE ZERO.
013700     05  WS-INACTIVE-COUNT    PIC 9(07)   VALUE ZERO.
013800     05  WS-DONE-BEFORE-COUNT PIC 9(07)   VALUE ZERO.
013900     05  WS-CLOCK-COUNT       PIC 9(07)   VALUE ZERO.
014000     05  WS-WAITING-COUNT     PIC 9(07)   VALUE ZERO.
014100     05  WS-DEFERRED-COUNT    PIC 9(07)   VALUE ZERO.
014200     05  WS-HIST-COUNT        PIC 9(07)   VALUE ZERO.
014300     05  WS-ARCH-COUNT        PIC 9(07)   VALUE ZERO.
014400     05  WS-FUP-COUNT         PIC 9(07)   VALUE ZERO.
014500     05  WS-GOAL-COUNT        PIC 9(07)   VALUE ZERO.
014600     05  WS-MASTER-DONE-COUNT PIC 9(07)   VALUE ZERO.
014650     05  WS-RETRY-COUNT       PIC 9(07)   VALUE ZERO.
014700
014800*--------------------------------------------------------------*
014900*    01  WS-ARCH-IMAGE  -  THE HISTARCH RECORD IS A HISTREC
015000*                          IMAGE; ONLY THE FIELDS THIS RUN
015100*                          TOUCHES ARE NAMED
015200*--------------------------------------------------------------*
015300 01  WS-ARCH-IMAGE.
015400     05  WS-ARCH-EMP-NUMBER   PIC 9(06).
015500     05  WS-ARCH-DATE         PIC 9(08).
015600     05  WS-ARCH-NAME         PIC X(20).
015700     05  FILLER               PIC X(17).
015800     05  WS-ARCH-BIRTH-DATE   PIC 9(08).
015900     05  WS-ARCH-SEX          PIC X(01).
016000     05  FILLER               PIC X(03).
016100
016200*--------------------------------------------------------------*
016300*    01  WS-LEAVER-TABLE  -  EMPLOYEES TO ANONYMISE THIS RUN AND
016400*                            THE RECORDS CHANGED FOR EACH.  A
016500*                            LEAVER WHO DOES NOT FIT WAITS FOR
016600*                            THE NEXT RUN.
016700*--------------------------------------------------------------*
016800 01  WS-LEAVER-TABLE.
016900     05  WS-LVR-USED          PIC 9(04)   COMP  VALUE ZERO.
017000     05  WS-LVR-SUB           PIC 9(04)   COMP  VALUE ZERO.
017100     05  WS-LVR-FOUND-SUB     PIC 9(04)   COMP  VALUE ZERO.
017200     05  WS-LVR-ENTRY         OCCURS 500 TIMES.
017300         10  WS-LVR-EMPNO     PIC 9(06).
017400         10  WS-LVR-DEPT      PIC X(03).
017500         10  WS-LVR-SINCE     PIC 9(08).
017600         10  WS-LVR-HIST-CNT  PIC 9(05).
017700         10  WS-LVR-ARCH-CNT  PIC 9(05).
017800         10  WS-LVR-FUP-CNT   PIC 9(05).
017900         10  WS-LVR-GOAL-CNT  PIC 9(05).
017933         10  WS-LVR-FAIL-SW   PIC X(01).
017966             88  WS-LVR-FAILED            VALUE "Y".
018000
018100*--------------------------------------------------------------*
018200*    01  WS-REPORT-LINES
018300*--------------------------------------------------------------*
018400 01  WS-HEADING-LINE.
018500     05  FILLER               PIC X(30)
018600       VALUE "LEAVER ANONYMISATION - RUN ".
018700     05  WS-HDG-DATE          PIC 9(08).
018800     05  FILLER               PIC X(12)   VALUE "  RETENTION ".
018900     05  WS-HDG-MONTHS        PIC ZZ9.
019000     05  FILLER               PIC X(17)
019100       VALUE " MONTHS  CUTOFF ".
019200     05  WS-HDG-CUTOFF        PIC 9(08).
019300     05  FILLER               PIC X(02)   VALUE SPACES.
019400
019500 01  WS-SECTION-LINE.
019600     05  WS-SEC-TITLE         PIC X(60).
019700     05  FILLER               PIC X(20)   VALUE SPACES.
019800
019900 01  WS-CLOCK-LINE.
020000     05  FILLER               PIC X(02)   VALUE SPACES.
020100     05  WS-CLK-NUMBER        PIC 9(06).
020200     05  FILLER               PIC X(02)   VALUE SPACES.
020300     05  WS-CLK-DEPT          PIC X(03).
020400     05  FILLER               PIC X(67)
020500       VALUE "  INACTIVE, NO STATUS DATE - CLOCK STARTED TODAY".
020600
020700 01  WS-COLUMN-LINE.
020800     05  FILLER               PIC X(08)   VALUE "NUMBER".
020900     05  FILLER               PIC X(06)   VALUE "DEPT".
021000     05  FILLER               PIC X(16)   VALUE "INACTIVE SINCE".
021100     05  FILLER               PIC X(10)   VALUE "   HISTORY".
021200     05  FILLER               PIC X(10)   VALUE "   ARCHIVE".
021300     05  FILLER               PIC X(10)   VALUE " FOLLOW-UP".
021400     05  FILLER               PIC X(10)   VALUE "     GOALS".
021500     05  FILLER               PIC X(10)   VALUE SPACES.
021600
021700 01  WS-DETAIL-LINE.
021800     05  WS-DTL-NUMBER        PIC 9(06).
021900     05  FILLER               PIC X(02)   VALUE SPACES.
022000     05  WS-DTL-DEPT          PIC X(03).
022100     05  FILLER               PIC X(03)   VALUE SPACES.
022200     05  WS-DTL-SINCE         PIC 9(08).
022300     05  FILLER               PIC X(13)   VALUE SPACES.
022400     05  WS-DTL-HIST          PIC ZZZZ9.
022500     05  FILLER               PIC X(05)   VALUE SPACES.
022600     05  WS-DTL-ARCH          PIC ZZZZ9.
022700     05  FILLER               PIC X(05)   VALUE SPACES.
022800     05  WS-DTL-FUP           PIC ZZZZ9.
022900     05  FILLER               PIC X(05)   VALUE SPACES.
023000     05  WS-DTL-GOAL          PIC ZZZZ9.
023100     05  WS-DTL-NOTE          PIC X(10).
023200
023300 01  WS-COUNT-LINE.
023400     05  WS-CNT-LABEL         PIC X(30).
023500     05  WS-CNT-VALUE         PIC ZZZZZZ9.
023600     05  FILLER               PIC X(43)   VALUE SPACES.
023700
023800     COPY ANONWS.
023900     COPY AUDWS.
024000
024100 PROCEDURE DIVISION.
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE
024400         THRU 1000-INITIALIZE-EXIT.
024500     PERFORM 2000-SELECT-ONE-EMPLOYEE
024600         THRU 2000-SELECT-ONE-EMPLOYEE-EXIT
024700         UNTIL END-OF-MASTER.
024800     IF NOT RUN-ABANDONED AND WS-LVR-USED > ZERO
024900         PERFORM 3000-ANON-HISTORY
025000             THRU 3000-ANON-HISTORY-EXIT
025100         PERFORM 4000-ANON-ARCHIVE
025200             THRU 4000-ANON-ARCHIVE-EXIT
025300         PERFORM 5000-ANON-FOLLOWUPS
025400             THRU 5000-ANON-FOLLOWUPS-EXIT
025500         PERFORM 5500-ANON-GOALS
025600             THRU 5500-ANON-GOALS-EXIT
025700         PERFORM 6000-ANON-MASTER
025800             THRU 6000-ANON-MASTER-EXIT
025900     END-IF.
026000     IF NOT RUN-ABANDONED
026100         PERFORM 6500-PRINT-CONTROL-REPORT
026200             THRU 6500-PRINT-CONTROL-REPORT-EXIT
026300     END-IF.
026400     PERFORM 9000-FINALIZE
026500         THRU 9000-FINALIZE-EXIT.
026600     STOP RUN.
026700
026800*--------------------------------------------------------------*
026900*    1000-INITIALIZE  -  RETENTION PERIOD IN MONTHS (BLANK = 24)
027000*                        AND THE CUTOFF IT GIVES, THEN THE MASTER
027100*                        I-O AND THE REPORT.  THE CUTOFF DAY IS
027200*                        HELD TO THE 28TH SO EVERY MONTH HAS IT.
027300*--------------------------------------------------------------*
027400 1000-INITIALIZE.
027500     MOVE "PrivAnon"      TO WS-AUD-PROGRAM.
027600     MOVE "S"             TO WS-AUD-RECORD-TYPE.
027700     PERFORM 7600-WRITE-AUDIT-RECORD
027800         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
027900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
027966     DISPLAY "RETENTION PERIOD IN MONTHS, 3 DIGITS "
028032         "(E.G. 024, BLANK = 24): ".
028100     ACCEPT WS-RETAIN-TXT.
028200     IF WS-RETAIN-TXT NOT = SPACES
028300         IF WS-RETAIN-TXT NOT NUMERIC OR WS-RETAIN-TXT = "000"
028400             DISPLAY "INVALID RETENTION PERIOD - RUN ABANDONED."
028500             MOVE "Y" TO WS-ABANDON-SWITCH
028600             MOVE "Y" TO WS-EOF-SWITCH
028700             GO TO 1000-INITIALIZE-EXIT
028800         END-IF
028900         MOVE WS-RETAIN-TXT TO WS-RETAIN-MONTHS
029000     END-IF.
029100     MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
029200     DIVIDE WS-RETAIN-MONTHS BY 12
029300         GIVING WS-RETAIN-YEARS REMAINDER WS-RETAIN-REM.
029400     SUBTRACT WS-RETAIN-YEARS FROM WS-CUT-YEAR.
029500     COMPUTE WS-CUT-MONTH-WORK = WS-CUT-MONTH - WS-RETAIN-REM.
029600     IF WS-CUT-MONTH-WORK < 1
029700         ADD 12 TO WS-CUT-MONTH-WORK
029800         SUBTRACT 1 FROM WS-CUT-YEAR
029900     END-IF.
030000     MOVE WS-CUT-MONTH-WORK TO WS-CUT-MONTH.
030100     IF WS-CUT-DAY > 28
030200         MOVE 28 TO WS-CUT-DAY
030300     END-IF.
030400     OPEN I-O EMPLOYEE-FILE.
030500     IF WS-EMP-STATUS NOT = "00"
030600         DISPLAY "ERROR OPENING EMPLOYEE MASTER, STATUS "
030700             WS-EMP-STATUS
030800         MOVE "Y" TO WS-ABANDON-SWITCH
030900         MOVE "Y" TO WS-EOF-SWITCH
031000         GO TO 1000-INITIALIZE-EXIT
031100     END-IF.
031166     OPEN OUTPUT CONTROL-REPORT.
031232     IF WS-RPT-FILE-STATUS NOT = "00"
031298         DISPLAY "ERROR OPENING CONTROL REPORT, STATUS "
031364             WS-RPT-FILE-STATUS " - RUN ABANDONED."
031430         MOVE "Y" TO WS-ABANDON-SWITCH
031496         MOVE "Y" TO WS-EOF-SWITCH
031562         GO TO 1000-INITIALIZE-EXIT
031628     END-IF.
031700     MOVE WS-TODAY-DATE    TO WS-HDG-DATE.
031800     MOVE WS-RETAIN-MONTHS TO WS-HDG-MONTHS.
031900     MOVE WS-CUTOFF-DATE   TO WS-HDG-CUTOFF.
032000     WRITE CONTROL-LINE FROM WS-HEADING-LINE.
032100     MOVE LOW-VALUES TO EMP-NUMBER.
032200     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-NUMBER
032300         INVALID KEY
032400             MOVE "Y" TO WS-EOF-SWITCH
032500     END-START.
032600 1000-INITIALIZE-EXIT.
032700     EXIT.
032800
032900*--------------------------------------------------------------*
033000*    2000-SELECT-ONE-EMPLOYEE  -  ONE MASTER RECORD PER PASS.
033100*                                 A LEAVER ANONYMISED SINCE THEIR
033200*                                 LAST DEACTIVATION IS DONE; ONE
033300*                                 WITH NO STATUS DATE HAS THE
033400*                                 CLOCK STARTED; ONE INACTIVE
033500*                                 SINCE BEFORE THE CUTOFF IS
033600*                                 TAKEN FOR THIS RUN.
033700*--------------------------------------------------------------*
033800 2000-SELECT-ONE-EMPLOYEE.
033900     READ EMPLOYEE-FILE NEXT RECORD
034000         AT END
034100             MOVE "Y" TO WS-EOF-SWITCH
034200             GO TO 2000-SELECT-ONE-EMPLOYEE-EXIT
034300     END-READ.
034400     ADD 1 TO WS-MASTER-COUNT.
034500     IF NOT EMP-INACTIVE
034600         GO TO 2000-SELECT-ONE-EMPLOYEE-EXIT
034700     END-IF.
034800     ADD 1 TO WS-INACTIVE-COUNT.
034900     IF EMP-ANON-DATE IS NUMERIC AND EMP-ANON-DATE > ZERO
035000         AND EMP-ANON-DATE NOT < EMP-STATUS-DATE
035100         ADD 1 TO WS-DONE-BEFORE-COUNT
035200         GO TO 2000-SELECT-ONE-EMPLOYEE-EXIT
035300     END-IF.
035400     IF EMP-STATUS-DATE NOT NUMERIC OR EMP-STATUS-DATE = ZERO
035500         PERFORM 2100-START-THE-CLOCK
035600             THRU 2100-START-THE-CLOCK-EXIT
035700         GO TO 2000-SELECT-ONE-EMPLOYEE-EXIT
035800     END-IF.
035900     IF EMP-STATUS-DATE NOT < WS-CUTOFF-DATE
036000         ADD 1 TO WS-WAITING-COUNT
036100         GO TO 2000-SELECT-ONE-EMPLOYEE-EXIT
036200     END-IF.
036300     IF WS-LVR-USED >= 500
036400         DISPLAY "LEAVER TABLE FULL - " EMP-NUMBER
036500             " LEFT FOR THE NEXT RUN"
036600         ADD 1 TO WS-DEFERRED-COUNT
036700         GO TO 2000-SELECT-ONE-EMPLOYEE-EXIT
036800     END-IF.
036900     ADD 1 TO WS-LVR-USED.
037000     MOVE EMP-NUMBER      TO WS-LVR-EMPNO (WS-LVR-USED).
037100     MOVE EMP-DEPT-CODE   TO WS-LVR-DEPT (WS-LVR-USED).
037200     MOVE EMP-STATUS-DATE TO WS-LVR-SINCE (WS-LVR-USED).
037300     MOVE ZERO            TO WS-LVR-HIST-CNT (WS-LVR-USED).
037400     MOVE ZERO            TO WS-LVR-ARCH-CNT (WS-LVR-USED).
037500     MOVE ZERO            TO WS-LVR-FUP-CNT (WS-LVR-USED).
037600     MOVE ZERO            TO WS-LVR-GOAL-CNT (WS-LVR-USED).
037650     MOVE "N"             TO WS-LVR-FAIL-SW (WS-LVR-USED).
037700 2000-SELECT-ONE-EMPLOYEE-EXIT.
037800     EXIT.
037900
038000*--------------------------------------------------------------*
038100*    2100-START-THE-CLOCK  -  A LEAVER DEACTIVATED BEFORE THE
038200*                             MASTER CARRIED A STATUS DATE.  THE
038300*                             RETENTION PERIOD RUNS FROM TODAY.
038400*--------------------------------------------------------------*
038500 2100-START-THE-CLOCK.
038600     MOVE WS-TODAY-DATE TO EMP-STATUS-DATE.
038700     IF EMP-ANON-DATE NOT NUMERIC
038800         MOVE ZERO TO EMP-ANON-DATE
038900     END-IF.
039000     REWRITE EMPLOYEE-RECORD
039100         INVALID KEY
039200             DISPLAY "ERROR REWRITING EMPLOYEE " EMP-NUMBER
039300                 ", STATUS " WS-EMP-STATUS
039400             GO TO 2100-START-THE-CLOCK-EXIT
039500     END-REWRITE.
039600     IF WS-CLOCK-COUNT = ZERO
039700         MOVE SPACES TO CONTROL-LINE
039800         WRITE CONTROL-LINE
039900         MOVE "LEAVERS WITH NO STATUS DATE - CLOCK STARTED TODAY"
040000             TO WS-SEC-TITLE
040100         WRITE CONTROL-LINE FROM WS-SECTION-LINE
040200     END-IF.
040300     ADD 1 TO WS-CLOCK-COUNT.
040400     MOVE EMP-NUMBER    TO WS-CLK-NUMBER.
040500     MOVE EMP-DEPT-CODE TO WS-CLK-DEPT.
040600     WRITE CONTROL-LINE FROM WS-CLOCK-LINE.
040700 2100-START-THE-CLOCK-EXIT.
040800     EXIT.
040900
041000*--------------------------------------------------------------*
041100*    3000-ANON-HISTORY  -  THE HISTORY FILE IS KEYED NUMBER +
041200*                          DATE, SO EACH LEAVER'S READINGS ARE
041300*                          ONE RUN OF KEYS FROM (NUMBER, ZERO)
041400*--------------------------------------------------------------*
041500 3000-ANON-HISTORY.
041600     OPEN I-O HISTORY-FILE.
041700     IF WS-HIST-FILE-STATUS NOT = "00"
041800         DISPLAY "ERROR OPENING HISTORY FILE, STATUS "
041900             WS-HIST-FILE-STATUS
042000         MOVE "Y" TO WS-ABANDON-SWITCH
042100         GO TO 3000-ANON-HISTORY-EXIT
042200     END-IF.
042300     MOVE ZERO TO WS-LVR-SUB.
042400     PERFORM 3100-ANON-ONE-LEAVER
042500         THRU 3100-ANON-ONE-LEAVER-EXIT
042600         UNTIL WS-LVR-SUB >= WS-LVR-USED.
042700     CLOSE HISTORY-FILE.
042800 3000-ANON-HISTORY-EXIT.
042900     EXIT.
043000
043100 3100-ANON-ONE-LEAVER.
043200     ADD 1 TO WS-LVR-SUB.
043300     MOVE WS-LVR-EMPNO (WS-LVR-SUB) TO WS-ANON-EMP-NUMBER.
043400     MOVE WS-LVR-EMPNO (WS-LVR-SUB) TO HIST-EMP-NUMBER.
043500     MOVE ZERO                      TO HIST-DATE.
043600     MOVE "N" TO WS-FILE-EOF-SW.
043700     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
043800         INVALID KEY
043900             MOVE "Y" TO WS-FILE-EOF-SW
044000     END-START.
044100     PERFORM 3110-ANON-ONE-READING
044200         THRU 3110-ANON-ONE-READING-EXIT
044300         UNTIL END-OF-FILE.
044400 3100-ANON-ONE-LEAVER-EXIT.
044500     EXIT.
044600
044700 3110-ANON-ONE-READING.
044800     READ HISTORY-FILE NEXT RECORD
044900         AT END
045000             MOVE "Y" TO WS-FILE-EOF-SW
045100             GO TO 3110-ANON-ONE-READING-EXIT
045200     END-READ.
045300     IF HIST-EMP-NUMBER NOT = WS-LVR-EMPNO (WS-LVR-SUB)
045400         MOVE "Y" TO WS-FILE-EOF-SW
045500         GO TO 3110-ANON-ONE-READING-EXIT
045600     END-IF.
045700     MOVE WS-ANON-NAME TO HIST-NAME.
045800     MOVE ZERO         TO HIST-BIRTH-DATE.
045900     MOVE SPACE        TO HIST-SEX.
046000     REWRITE HISTORY-RECORD
046083         INVALID KEY
046166             DISPLAY "ERROR REWRITING HISTORY " HIST-EMP-NUMBER
046249                 " " HIST-DATE ", STATUS " WS-HIST-FILE-STATUS
046332             MOVE "Y" TO WS-LVR-FAIL-SW (WS-LVR-SUB)
046415             GO TO 3110-ANON-ONE-READING-EXIT
046500     END-REWRITE.
046600     ADD 1 TO WS-HIST-COUNT.
046700     ADD 1 TO WS-LVR-HIST-CNT (WS-LVR-SUB).
046800 3110-ANON-ONE-READING-EXIT.
046900     EXIT.
047000
047100*--------------------------------------------------------------*
047200*    4000-ANON-ARCHIVE  -  ONE PASS OF HISTARCH, REWRITING EACH
047300*                          LEAVER'S RECORD IN PLACE.  NO ARCHIVE
047400*                          YET (STATUS 35) MEANS NOTHING TO DO.
047500*--------------------------------------------------------------*
047600 4000-ANON-ARCHIVE.
047700     IF RUN-ABANDONED
047800         GO TO 4000-ANON-ARCHIVE-EXIT
047900     END-IF.
048000     OPEN I-O ARCHIVE-FILE.
048040     IF WS-ARCH-FILE-STATUS = "35"
048080         GO TO 4000-ANON-ARCHIVE-EXIT
048120     END-IF.
048160     IF WS-ARCH-FILE-STATUS NOT = "00"
048200         DISPLAY "ERROR OPENING HISTORY ARCHIVE, STATUS "
048240             WS-ARCH-FILE-STATUS " - RUN ABANDONED."
048280         MOVE "Y" TO WS-ABANDON-SWITCH
048320         GO TO 4000-ANON-ARCHIVE-EXIT
048360     END-IF.
048400     MOVE "N" TO WS-FILE-EOF-SW.
048500     PERFORM 4100-ANON-ONE-ARCHIVED
048600         THRU 4100-ANON-ONE-ARCHIVED-EXIT
048700         UNTIL END-OF-FILE.
048800     CLOSE ARCHIVE-FILE.
048900 4000-ANON-ARCHIVE-EXIT.
049000     EXIT.
049100
049200 4100-ANON-ONE-ARCHIVED.
049300     READ ARCHIVE-FILE INTO WS-ARCH-IMAGE
049400         AT END
049500             MOVE "Y" TO WS-FILE-EOF-SW
049600             GO TO 4100-ANON-ONE-ARCHIVED-EXIT
049700     END-READ.
049800     MOVE WS-ARCH-EMP-NUMBER TO WS-FIND-EMPNO.
049900     PERFORM 8100-FIND-LEAVER
050000         THRU 8100-FIND-LEAVER-EXIT.
050100     IF WS-LVR-FOUND-SUB = ZERO
050200         GO TO 4100-ANON-ONE-ARCHIVED-EXIT
050300     END-IF.
050400     MOVE WS-ARCH-EMP-NUMBER TO WS-ANON-EMP-NUMBER.
050500     MOVE WS-ANON-NAME       TO WS-ARCH-NAME.
050600     MOVE ZERO               TO WS-ARCH-BIRTH-DATE.
050700     MOVE SPACE              TO WS-ARCH-SEX.
050800     REWRITE ARCHIVE-RECORD FROM WS-ARCH-IMAGE.
050885     IF WS-ARCH-FILE-STATUS NOT = "00"
050970         DISPLAY "ERROR REWRITING ARCHIVE " WS-ARCH-EMP-NUMBER
051055             " " WS-ARCH-DATE ", STATUS " WS-ARCH-FILE-STATUS
051140         MOVE "Y" TO WS-LVR-FAIL-SW (WS-LVR-FOUND-SUB)
051225         GO TO 4100-ANON-ONE-ARCHIVED-EXIT
051310     END-IF.
051400     ADD 1 TO WS-ARCH-COUNT.
051500     ADD 1 TO WS-LVR-ARCH-CNT (WS-LVR-FOUND-SUB).
051600 4100-ANON-ONE-ARCHIVED-EXIT.
051700     EXIT.
051800
051900*--------------------------------------------------------------*
052000*    5000-ANON-FOLLOWUPS  -  ONE PASS OF THE FOLLOW-UP SCHEDULE,
052100*                            EVERY ROW OF A LEAVER WHATEVER ITS
052200*                            STATUS
052300*--------------------------------------------------------------*
052400 5000-ANON-FOLLOWUPS.
052500     IF RUN-ABANDONED
052600         GO TO 5000-ANON-FOLLOWUPS-EXIT
052700     END-IF.
052800     OPEN I-O FOLLOWUP-FILE.
052840     IF WS-FUP-FILE-STATUS = "35"
052880         GO TO 5000-ANON-FOLLOWUPS-EXIT
052920     END-IF.
052960     IF WS-FUP-FILE-STATUS NOT = "00"
053000         DISPLAY "ERROR OPENING FOLLOW-UP FILE, STATUS "
053040             WS-FUP-FILE-STATUS " - RUN ABANDONED."
053080         MOVE "Y" TO WS-ABANDON-SWITCH
053120         GO TO 5000-ANON-FOLLOWUPS-EXIT
053160     END-IF.
053200     MOVE "N" TO WS-FILE-EOF-SW.
053300     PERFORM 5100-ANON-ONE-FOLLOWUP
053400         THRU 5100-ANON-ONE-FOLLOWUP-EXIT
053500         UNTIL END-OF-FILE.
053600     CLOSE FOLLOWUP-FILE.
053700 5000-ANON-FOLLOWUPS-EXIT.
053800     EXIT.
053900
054000 5100-ANON-ONE-FOLLOWUP.
054100     READ FOLLOWUP-FILE
054200         AT END
054300             MOVE "Y" TO WS-FILE-EOF-SW
054400             GO TO 5100-ANON-ONE-FOLLOWUP-EXIT
054500     END-READ.
054600     MOVE FUP-EMP-NUMBER TO WS-FIND-EMPNO.
054700     PERFORM 8100-FIND-LEAVER
054800         THRU 8100-FIND-LEAVER-EXIT.
054900     IF WS-LVR-FOUND-SUB = ZERO
055000         GO TO 5100-ANON-ONE-FOLLOWUP-EXIT
055100     END-IF.
055200     MOVE FUP-EMP-NUMBER TO WS-ANON-EMP-NUMBER.
055300     MOVE WS-ANON-NAME   TO FUP-NAME.
055400     REWRITE FOLLOWUP-RECORD.
055485     IF WS-FUP-FILE-STATUS NOT = "00"
055570         DISPLAY "ERROR REWRITING FOLLOW-UP " FUP-EMP-NUMBER
055655             ", STATUS " WS-FUP-FILE-STATUS
055740         MOVE "Y" TO WS-LVR-FAIL-SW (WS-LVR-FOUND-SUB)
055825         GO TO 5100-ANON-ONE-FOLLOWUP-EXIT
055910     END-IF.
056000     ADD 1 TO WS-FUP-COUNT.
056100     ADD 1 TO WS-LVR-FUP-CNT (WS-LVR-FOUND-SUB).
056200 5100-ANON-ONE-FOLLOWUP-EXIT.
056300     EXIT.
056400
056500*--------------------------------------------------------------*
056600*    5500-ANON-GOALS  -  THE GOAL FILE IS KEYED BY EMPLOYEE
056700*                        NUMBER; ONE READ PER LEAVER
056800*--------------------------------------------------------------*
056900 5500-ANON-GOALS.
057000     IF RUN-ABANDONED
057100         GO TO 5500-ANON-GOALS-EXIT
057200     END-IF.
057300     OPEN I-O GOAL-FILE.
057340     IF WS-GOAL-STATUS = "35"
057380         GO TO 5500-ANON-GOALS-EXIT
057420     END-IF.
057460     IF WS-GOAL-STATUS NOT = "00"
057500         DISPLAY "ERROR OPENING GOAL FILE, STATUS "
057540             WS-GOAL-STATUS " - RUN ABANDONED."
057580         MOVE "Y" TO WS-ABANDON-SWITCH
057620         GO TO 5500-ANON-GOALS-EXIT
057660     END-IF.
057700     MOVE ZERO TO WS-LVR-SUB.
057800     PERFORM 5510-ANON-ONE-GOAL
057900         THRU 5510-ANON-ONE-GOAL-EXIT
058000         UNTIL WS-LVR-SUB >= WS-LVR-USED.
058100     CLOSE GOAL-FILE.
058200 5500-ANON-GOALS-EXIT.
058300     EXIT.
058400
058500 5510-ANON-ONE-GOAL.
058600     ADD 1 TO WS-LVR-SUB.
058700     MOVE WS-LVR-EMPNO (WS-LVR-SUB) TO GOAL-EMP-NUMBER.
058800     READ GOAL-FILE
058900         INVALID KEY
059000             GO TO 5510-ANON-ONE-GOAL-EXIT
059100     END-READ.
059200     MOVE GOAL-EMP-NUMBER TO WS-ANON-EMP-NUMBER.
059300     MOVE WS-ANON-NAME    TO GOAL-NAME.
059400     REWRITE GOAL-RECORD
059483         INVALID KEY
059566             DISPLAY "ERROR REWRITING GOAL " GOAL-EMP-NUMBER
059649                 ", STATUS " WS-GOAL-STATUS
059732             MOVE "Y" TO WS-LVR-FAIL-SW (WS-LVR-SUB)
059815             GO TO 5510-ANON-ONE-GOAL-EXIT
059900     END-REWRITE.
060000     ADD 1 TO WS-GOAL-COUNT.
060100     ADD 1 TO WS-LVR-GOAL-CNT (WS-LVR-SUB).
060200 5510-ANON-ONE-GOAL-EXIT.
060300     EXIT.
060400
060477*--------------------------------------------------------------*
060554*    6000-ANON-MASTER  -  LAST OF ALL, THE MASTER RECORD IS
060631*                         PSEUDONYMISED AND STAMPED, SO A RUN
060708*                         THAT STOPPED EARLIER PICKS THE SAME
060785*                         LEAVERS UP AGAIN.  A LEAVER WITH A
060862*                         RECORD LEFT UNCHANGED ABOVE IS NOT
060939*                         STAMPED, SO THE NEXT RUN RETRIES THEM.
061016*--------------------------------------------------------------*
061100 6000-ANON-MASTER.
061200     IF RUN-ABANDONED
061300         GO TO 6000-ANON-MASTER-EXIT
061400     END-IF.
061500     MOVE ZERO TO WS-LVR-SUB.
061600     PERFORM 6100-ANON-ONE-MASTER
061700         THRU 6100-ANON-ONE-MASTER-EXIT
061800         UNTIL WS-LVR-SUB >= WS-LVR-USED.
061900 6000-ANON-MASTER-EXIT.
062000     EXIT.
062100
062200 6100-ANON-ONE-MASTER.
062300     ADD 1 TO WS-LVR-SUB.
062312     IF WS-LVR-FAILED (WS-LVR-SUB)
062324         DISPLAY "EMPLOYEE " WS-LVR-EMPNO (WS-LVR-SUB)
062336             " NOT STAMPED - A RECORD WAS LEFT UNCHANGED,"
062348             " RETRY NEXT RUN"
062360         ADD 1 TO WS-RETRY-COUNT
062372         GO TO 6100-ANON-ONE-MASTER-EXIT
062384     END-IF.
062400     MOVE WS-LVR-EMPNO (WS-LVR-SUB) TO EMP-NUMBER.
062500     READ EMPLOYEE-FILE
062600         INVALID KEY
062700             DISPLAY "EMPLOYEE " WS-LVR-EMPNO (WS-LVR-SUB)
062800                 " NO LONGER ON FILE"
062900             GO TO 6100-ANON-ONE-MASTER-EXIT
063000     END-READ.
063100     MOVE EMP-NUMBER    TO WS-ANON-EMP-NUMBER.
063200     MOVE WS-ANON-NAME  TO EMP-NAME.
063300     MOVE ZERO          TO EMP-BIRTH-DATE.
063400     MOVE SPACE         TO EMP-SEX.
063500     MOVE WS-TODAY-DATE TO EMP-ANON-DATE.
063600     REWRITE EMPLOYEE-RECORD
063700         INVALID KEY
063800             DISPLAY "ERROR REWRITING EMPLOYEE " EMP-NUMBER
063900                 ", STATUS " WS-EMP-STATUS
064000             GO TO 6100-ANON-ONE-MASTER-EXIT
064100     END-REWRITE.
064200     ADD 1 TO WS-MASTER-DONE-COUNT.
064300     ADD 1 TO WS-AUD-PROCESSED-CNT.
064400 6100-ANON-ONE-MASTER-EXIT.
064500     EXIT.
064600
064700*--------------------------------------------------------------*
064800*    6500-PRINT-CONTROL-REPORT  -  ONE LINE PER LEAVER, BY
064900*                                  NUMBER ONLY, THEN THE TOTALS
065000*--------------------------------------------------------------*
065100 6500-PRINT-CONTROL-REPORT.
065200     MOVE SPACES TO CONTROL-LINE.
065300     WRITE CONTROL-LINE.
065400     MOVE "EMPLOYEES ANONYMISED THIS RUN" TO WS-SEC-TITLE.
065500     WRITE CONTROL-LINE FROM WS-SECTION-LINE.
065600     WRITE CONTROL-LINE FROM WS-COLUMN-LINE.
065700     MOVE ZERO TO WS-LVR-SUB.
065800     PERFORM 6510-PRINT-LEAVER-LINE
065900         THRU 6510-PRINT-LEAVER-LINE-EXIT
066000         UNTIL WS-LVR-SUB >= WS-LVR-USED.
066100     MOVE SPACES TO CONTROL-LINE.
066200     WRITE CONTROL-LINE.
066300     MOVE "MASTER RECORDS READ" TO WS-CNT-LABEL.
066400     MOVE WS-MASTER-COUNT TO WS-CNT-VALUE.
066500     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
066600     MOVE "INACTIVE EMPLOYEES" TO WS-CNT-LABEL.
066700     MOVE WS-INACTIVE-COUNT TO WS-CNT-VALUE.
066800     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
066900     MOVE "  ANONYMISED ON AN EARLIER RUN" TO WS-CNT-LABEL.
067000     MOVE WS-DONE-BEFORE-COUNT TO WS-CNT-VALUE.
067100     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
067200     MOVE "  INSIDE THE RETENTION PERIOD" TO WS-CNT-LABEL.
067300     MOVE WS-WAITING-COUNT TO WS-CNT-VALUE.
067400     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
067500     MOVE "  RETENTION CLOCK STARTED" TO WS-CNT-LABEL.
067600     MOVE WS-CLOCK-COUNT TO WS-CNT-VALUE.
067700     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
067800     MOVE "  LEFT FOR NEXT RUN" TO WS-CNT-LABEL.
067900     MOVE WS-DEFERRED-COUNT TO WS-CNT-VALUE.
068000     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
068100     MOVE "  ANONYMISED THIS RUN" TO WS-CNT-LABEL.
068200     MOVE WS-MASTER-DONE-COUNT TO WS-CNT-VALUE.
068300     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
068325     MOVE "  LEFT FOR RETRY" TO WS-CNT-LABEL.
068350     MOVE WS-RETRY-COUNT TO WS-CNT-VALUE.
068375     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
068400     MOVE "HISTORY RECORDS CHANGED" TO WS-CNT-LABEL.
068500     MOVE WS-HIST-COUNT TO WS-CNT-VALUE.
068600     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
068700     MOVE "ARCHIVE RECORDS CHANGED" TO WS-CNT-LABEL.
068800     MOVE WS-ARCH-COUNT TO WS-CNT-VALUE.
068900     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
069000     MOVE "FOLLOW-UP ROWS CHANGED" TO WS-CNT-LABEL.
069100     MOVE WS-FUP-COUNT TO WS-CNT-VALUE.
069200     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
069300     MOVE "GOAL RECORDS CHANGED" TO WS-CNT-LABEL.
069400     MOVE WS-GOAL-COUNT TO WS-CNT-VALUE.
069500     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
069600 6500-PRINT-CONTROL-REPORT-EXIT.
069700     EXIT.
069800
069900 6510-PRINT-LEAVER-LINE.
070000     ADD 1 TO WS-LVR-SUB.
070100     MOVE WS-LVR-EMPNO (WS-LVR-SUB)    TO WS-DTL-NUMBER.
070200     MOVE WS-LVR-DEPT (WS-LVR-SUB)     TO WS-DTL-DEPT.
070300     MOVE WS-LVR-SINCE (WS-LVR-SUB)    TO WS-DTL-SINCE.
070400     MOVE WS-LVR-HIST-CNT (WS-LVR-SUB) TO WS-DTL-HIST.
070500     MOVE WS-LVR-ARCH-CNT (WS-LVR-SUB) TO WS-DTL-ARCH.
070600     MOVE WS-LVR-FUP-CNT (WS-LVR-SUB)  TO WS-DTL-FUP.
070700     MOVE WS-LVR-GOAL-CNT (WS-LVR-SUB) TO WS-DTL-GOAL.
070716     IF WS-LVR-FAILED (WS-LVR-SUB)
070732         MOVE "  RETRY"                TO WS-DTL-NOTE
070748     ELSE
070764         MOVE SPACES                   TO WS-DTL-NOTE
070780     END-IF.
070800     WRITE CONTROL-LINE FROM WS-DETAIL-LINE.
070900 6510-PRINT-LEAVER-LINE-EXIT.
071000     EXIT.
071100
071200*--------------------------------------------------------------*
071300*    8100-FIND-LEAVER  -  WS-LVR-FOUND-SUB POINTS AT THE ENTRY
071400*                         FOR WS-FIND-EMPNO, OR IS ZERO
071500*--------------------------------------------------------------*
071600 8100-FIND-LEAVER.
071700     MOVE ZERO TO WS-LVR-FOUND-SUB.
071800     MOVE ZERO TO WS-LVR-SUB.
071900     PERFORM 8110-SCAN-LEAVER
072000         THRU 8110-SCAN-LEAVER-EXIT
072100         UNTIL WS-LVR-FOUND-SUB > ZERO
072200         OR WS-LVR-SUB >= WS-LVR-USED.
072300 8100-FIND-LEAVER-EXIT.
072400     EXIT.
072500
072600 8110-SCAN-LEAVER.
072700     ADD 1 TO WS-LVR-SUB.
072800     IF WS-LVR-EMPNO (WS-LVR-SUB) = WS-FIND-EMPNO
072900         MOVE WS-LVR-SUB TO WS-LVR-FOUND-SUB
073000     END-IF.
073100 8110-SCAN-LEAVER-EXIT.
073200     EXIT.
073300
073400 9000-FINALIZE.
073500     CLOSE EMPLOYEE-FILE.
073600     CLOSE CONTROL-REPORT.
073700     MOVE WS-HIST-COUNT     TO WS-AUD-HISTORY-CNT.
073800     MOVE WS-DEFERRED-COUNT TO WS-AUD-REJECTED-CNT.
073850     ADD WS-RETRY-COUNT     TO WS-AUD-REJECTED-CNT.
073900     MOVE "E" TO WS-AUD-RECORD-TYPE.
074000     PERFORM 7600-WRITE-AUDIT-RECORD
074100         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
074200     DISPLAY "LEAVER ANONYMISATION COMPLETE - ANONYMISED "
074300         WS-MASTER-DONE-COUNT " CLOCK STARTED " WS-CLOCK-COUNT
074400         " LEFT FOR NEXT RUN " WS-DEFERRED-COUNT.
074500     DISPLAY "  RECORDS CHANGED - HISTORY " WS-HIST-COUNT
074600         " ARCHIVE " WS-ARCH-COUNT " FOLLOW-UP " WS-FUP-COUNT
074700         " GOAL " WS-GOAL-COUNT.
074750     DISPLAY "  LEFT FOR RETRY " WS-RETRY-COUNT.
074800 9000-FINALIZE-EXIT.
074900     EXIT.
075000
075100     COPY AUDPROC.
075200
075300 END PROGRAM "PrivAnon".
