000100******************************************************************
000200*    PROGRAM-ID   COMPRPT
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     ANNUAL SCREENING COMPLIANCE REPORT AND
000900*                 INVITATION ROSTER.  POLICY IS THAT EVERY ACTIVE
001000*                 EMPLOYEE IS SCREENED ONCE IN EVERY TWELVE
001100*                 MONTHS.  FOR EACH ACTIVE MASTER RECORD THE
001200*                 LATEST READING IS TAKEN FROM THE HISTORY FILE
001300*                 OR, WHEN THE HISTORY FILE HAS NONE, FROM THE
001400*                 HISTORY ARCHIVE.  AN EMPLOYEE WHOSE LATEST
001500*                 READING IS OVER TWELVE MONTHS OLD IS OVERDUE;
001600*                 ONE WITH NO READING ANYWHERE WAS NEVER SCREENED;
001700*                 ONE WITH AN UNEXPIRED EXEMPTION (COPYBOOK
001800*                 EXMREC, SEE EXEMMAINT) IS NOT CHASED AND IS LEFT
001900*                 OUT OF THE PERCENTAGE.  THE REPORT HAS A PAGE
002000*                 PER DEPARTMENT, BROKEN DOWN BY THE EMPLOYEE'S
002100*                 USUAL SITE (THE SITE OF THE LATEST READING; THE
002200*                 OPERATOR NAMES THE SITE FOR THOSE NEVER
002300*                 SCREENED), LISTING EVERYONE TO BE CHASED WITH
002400*                 COMPLIANCE PERCENTAGES, THEN A SUMMARY PAGE BY
002500*                 DEPARTMENT.  EACH EMPLOYEE CHASED GETS AN
002600*                 INVITATION ROW IN ROSTERIN FORMAT (COPYBOOK
002700*                 ROSTREC) CARRYING THE LAST READING, AS FOLLOWUP
002800*                 BUILDS ITS ROSTER, FOR THE CLINIC TO SCHEDULE
002900*                 THROUGH THE NORMAL SITE SUBMISSION, ROSTMERGE
003000*                 AND ROSTER BATCH STREAM.
003100*
003200*    MOD HISTORY
003300*    2026-10-15 SMS  INITIAL VERSION.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.  "CompRpt".
003700 AUTHOR.      SEBASTIAN.
003800 INSTALLATION. WELLNESS SCREENING.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS EMP-NUMBER
004900         ALTERNATE RECORD KEY IS EMP-NAME
005000         FILE STATUS IS WS-EMP-STATUS.
005100     SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS HIST-KEY
005500         ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
005600         FILE STATUS IS WS-HIST-FILE-STATUS.
005700     SELECT ARCHIVE-FILE ASSIGN TO "HISTARCH"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-ARCH-FILE-STATUS.
006000     SELECT EXEMPT-FILE ASSIGN TO "EXEMPT"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS EXM-EMP-NUMBER
006400         FILE STATUS IS WS-EXM-STATUS.
006500     SELECT COMPLIANCE-REPORT ASSIGN TO "CMPRPT"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-RPT-FILE-STATUS.
006800     SELECT INVITE-FILE ASSIGN TO "CMPROSTR"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-INV-FILE-STATUS.
007100     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-AUD-FILE-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  EMPLOYEE-FILE.
007800     COPY EMPREC.
007900
008000 FD  HISTORY-FILE.
008100     COPY HISTREC.
008200
008300 FD  ARCHIVE-FILE.
008400 01  ARCHIVE-RECORD           PIC X(63).
008500
008600 FD  EXEMPT-FILE.
008700     COPY EXMREC.
008800
008900 FD  COMPLIANCE-REPORT.
009000 01  REPORT-LINE              PIC X(80).
009100
009200 FD  INVITE-FILE.
009300     COPY ROSTREC.
009400
009500 FD  AUDIT-FILE.
009600     COPY AUDREC.
009700
009800 WORKING-STORAGE SECTION.
009900*--------------------------------------------------------------*
010000*    01  WS-CONTROL-SWITCHES
010100*--------------------------------------------------------------*
010200 01  WS-CONTROL-SWITCHES.
010300     05  WS-EOF-SWITCH        PIC X(01)   VALUE "N".
010400         88  END-OF-SCAN                  VALUE "Y".
010500     05  WS-HIST-EOF-SWITCH   PIC X(01)   VALUE "N".
010600         88  END-OF-EMP-HISTORY           VALUE "Y".
010700     05  WS-ABANDON-SWITCH    PIC X(01)   VALUE "N".
010800         88  RUN-ABANDONED                VALUE "Y".
010900     05  WS-FILES-OPEN-SW     PIC X(01)   VALUE "N".
011000         88  WS-FILES-OPEN                VALUE "Y".
011100     05  WS-EXM-FILE-SW       PIC X(01)   VALUE "N".
011200         88  EXEMPT-FILE-OPEN             VALUE "Y".
011300     05  WS-FOUND-SW          PIC X(01)   VALUE "N".
011400         88  WS-READING-FOUND             VALUE "Y".
011500     05  WS-EXEMPT-SW         PIC X(01)   VALUE "N".
011600         88  WS-EMPLOYEE-EXEMPT           VALUE "Y".
011700     05  WS-PENDING-SW        PIC X(01)   VALUE "N".
011800         88  WS-ANY-PENDING               VALUE "Y".
011900     05  WS-DEPT-DONE-SW      PIC X(01)   VALUE "N".
012000         88  WS-ALL-DEPTS-PRINTED         VALUE "Y".
012100     05  WS-SITE-DONE-SW      PIC X(01)   VALUE "N".
012200         88  WS-ALL-SITES-PRINTED         VALUE "Y".
012300
012400*--------------------------------------------------------------*
012500*    01  WS-FILE-STATUS-FIELDS
012600*--------------------------------------------------------------*
012700 01  WS-FILE-STATUS-FIELDS.
012800     05  WS-EMP-STATUS        PIC X(02).
012900     05  WS-HIST-FILE-STATUS  PIC X(02).
013000     05  WS-ARCH-FILE-STATUS  PIC X(02).
013100     05  WS-EXM-STATUS        PIC X(02).
013200     05  WS-RPT-FILE-STATUS   PIC X(02).
013300     05  WS-INV-FILE-STATUS   PIC X(02).
013400
013500*--------------------------------------------------------------*
013600*    01  WS-RUN-FIELDS  -  TODAY AND THE CUTOFF TWELVE MONTHS
013700*                          BACK (29 FEBRUARY GOES TO THE 28TH); A
013800*                          LATEST READING BEFORE THE CUTOFF IS
013900*                          OVERDUE.  THE NEVER-SCREENED SITE COMES
014000*                          FROM THE OPERATOR.
014100*--------------------------------------------------------------*
014200 01  WS-RUN-FIELDS.
014300     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
014400     05  WS-CUTOFF-DATE       PIC 9(08)   VALUE ZERO.
014500     05  WS-CUTOFF-DATE-R     REDEFINES WS-CUTOFF-DATE.
014600         10  WS-CUT-YEAR      PIC 9(04).
014700         10  WS-CUT-MONTH     PIC 9(02).
014800         10  WS-CUT-DAY       PIC 9(02).
014900     05  WS-NEVER-SITE        PIC X(03)   VALUE SPACES.
015000     05  WS-LATEST-DATE       PIC 9(08)   VALUE ZERO.
015100     05  WS-LATEST-SITE       PIC X(03)   VALUE SPACES.
015200     05  WS-LATEST-WEIGHT     PIC 999V9   VALUE ZERO.
015300     05  WS-LATEST-HEIGHT     PIC 999V9   VALUE ZERO.
015400     05  WS-LATEST-UNIT       PIC X(01)   VALUE SPACES.
015500     05  WS-CUR-DEPT          PIC X(03).
015600     05  WS-CUR-SITE          PIC X(03).
015700     05  WS-PCT-COMPLIANT     PIC 9(03)V9 VALUE ZERO.
015800     05  WS-PCT-BASE          PIC 9(07)   VALUE ZERO.
015900     05  WS-CUR-COMPLIANT     PIC 9(07)   VALUE ZERO.
016000
016100*--------------------------------------------------------------*
016200*    01  WS-RUN-COUNTS
016300*--------------------------------------------------------------*
016400 01  WS-RUN-COUNTS.
016500     05  WS-ACTIVE-CNT        PIC 9(07)   VALUE ZERO.
016600     05  WS-COMPLIANT-CNT     PIC 9(07)   VALUE ZERO.
016700     05  WS-EXEMPT-CNT        PIC 9(07)   VALUE ZERO.
016800     05  WS-OVERDUE-CNT       PIC 9(07)   VALUE ZERO.
016900     05  WS-NEVER-CNT         PIC 9(07)   VALUE ZERO.
017000     05  WS-ARCHIVE-USED-CNT  PIC 9(07)   VALUE ZERO.
017100     05  WS-INVITE-CNT        PIC 9(07)   VALUE ZERO.
017200
017300*--------------------------------------------------------------*
017400*    01  WS-CHASE-TABLE  -  EVERY ACTIVE EMPLOYEE NOT SHOWN
017500*                           COMPLIANT BY THE HISTORY FILE, IN
017600*                           EMPLOYEE NUMBER ORDER (THE ORDER THE
017700*                           MASTER IS READ), SO THE ARCHIVE PASS
017800*                           CAN HALVE ITS WAY TO AN ENTRY.  "P"
017900*                           AWAITS THE ARCHIVE.  A FULL TABLE
018000*                           ABANDONS THE RUN BEFORE ANY OUTPUT.
018100*--------------------------------------------------------------*
018200 01  WS-CHASE-TABLE.
018300     05  WS-CH-USED           PIC 9(04)   COMP VALUE ZERO.
018400     05  WS-CH-SUB            PIC 9(04)   COMP VALUE ZERO.
018500     05  WS-CH-FOUND-SUB      PIC 9(04)   COMP VALUE ZERO.
018600     05  WS-CH-LOW            PIC S9(04)  COMP VALUE ZERO.
018700     05  WS-CH-HIGH           PIC S9(04)  COMP VALUE ZERO.
018800     05  WS-CH-MID            PIC S9(04)  COMP VALUE ZERO.
018900     05  WS-CH-MAX            PIC 9(04)   COMP VALUE 5000.
019000     05  WS-CH-ENTRY OCCURS 5000 TIMES.
019100         10  WS-CH-EMP-NUMBER PIC 9(06).
019200         10  WS-CH-NAME       PIC X(20).
019300         10  WS-CH-DEPT       PIC X(03).
019400         10  WS-CH-SITE       PIC X(03).
019500         10  WS-CH-LAST-DATE  PIC 9(08).
019600         10  WS-CH-WEIGHT     PIC 999V9.
019700         10  WS-CH-HEIGHT     PIC 999V9.
019800         10  WS-CH-UNIT       PIC X(01).
019900         10  WS-CH-EXEMPT-SW  PIC X(01).
020000             88  WS-CH-IS-EXEMPT          VALUE "Y".
020100         10  WS-CH-STATUS     PIC X(01).
020200             88  WS-CH-PENDING            VALUE "P".
020300             88  WS-CH-COMPLIANT          VALUE "C".
020400             88  WS-CH-EXEMPT             VALUE "E".
020500             88  WS-CH-OVERDUE            VALUE "O".
020600             88  WS-CH-NEVER              VALUE "N".
020700             88  WS-CH-TO-CHASE           VALUE "O" "N".
020800
020900*--------------------------------------------------------------*
021000*    01  WS-GROUP-TABLE  -  COUNTS PER DEPARTMENT AND USUAL
021100*                           SITE, FIRST-SEEN ORDER; THE REPORT
021200*                           PICKS THEM OUT IN CODE ORDER
021300*--------------------------------------------------------------*
021400 01  WS-GROUP-TABLE.
021500     05  WS-GRP-USED          PIC 9(04)   COMP VALUE ZERO.
021600     05  WS-GRP-SUB           PIC 9(04)   COMP VALUE ZERO.
021700     05  WS-GRP-FOUND-SUB     PIC 9(04)   COMP VALUE ZERO.
021800     05  WS-GRP-MAX           PIC 9(04)   COMP VALUE 500.
021900     05  WS-GRP-ENTRY OCCURS 500 TIMES.
022000         10  WS-GRP-DEPT      PIC X(03).
022100         10  WS-GRP-SITE      PIC X(03).
022200         10  WS-GRP-ACTIVE    PIC 9(05).
022300         10  WS-GRP-EXEMPT    PIC 9(05).
022400         10  WS-GRP-COMPLIANT PIC 9(05).
022500         10  WS-GRP-OVERDUE   PIC 9(05).
022600         10  WS-GRP-NEVER     PIC 9(05).
022700         10  WS-GRP-PRINTED-SW PIC X(01).
022800             88  WS-GRP-PRINTED           VALUE "Y".
022900
023000*--------------------------------------------------------------*
023100*    01  WS-DEPT-TABLE  -  DEPARTMENT TOTALS AS EACH PAGE IS
023200*                          PRINTED, FOR THE SUMMARY PAGE
023300*--------------------------------------------------------------*
023400 01  WS-DEPT-TABLE.
023500     05  WS-DPT-USED          PIC 9(04)   COMP VALUE ZERO.
023600     05  WS-DPT-SUB           PIC 9(04)   COMP VALUE ZERO.
023700     05  WS-DPT-ENTRY OCCURS 500 TIMES.
023800         10  WS-DPT-DEPT      PIC X(03).
023900         10  WS-DPT-ACTIVE    PIC 9(07).
024000         10  WS-DPT-EXEMPT    PIC 9(07).
024100         10  WS-DPT-COMPLIANT PIC 9(07).
024200         10  WS-DPT-OVERDUE   PIC 9(07).
024300         10  WS-DPT-NEVER     PIC 9(07).
024400
024500*--------------------------------------------------------------*
024600*    01  WS-REPORT-LINES
024700*--------------------------------------------------------------*
024800 01  WS-TITLE-LINE.
024900     05  FILLER               PIC X(38)
025000         VALUE "ANNUAL SCREENING COMPLIANCE - RUN ".
025100     05  WS-TTL-DATE          PIC 9(08).
025200     05  FILLER               PIC X(24)
025300         VALUE "  OVERDUE IF LAST BEFORE".
025400     05  FILLER               PIC X(01)   VALUE SPACE.
025500     05  WS-TTL-CUTOFF        PIC 9(08).
025600     05  FILLER               PIC X(01)   VALUE SPACES.
025700
025800 01  WS-DEPT-HEADING.
025900     05  FILLER               PIC X(12)   VALUE "DEPARTMENT: ".
026000     05  WS-DHD-DEPT          PIC X(03).
026100     05  FILLER               PIC X(65)   VALUE SPACES.
026200
026300 01  WS-SUMMARY-HEADING.
026400     05  FILLER               PIC X(40)
026500         VALUE "SUMMARY BY DEPARTMENT".
026600     05  FILLER               PIC X(40)   VALUE SPACES.
026700
026800 01  WS-COLUMN-LINE.
026900     05  WS-COL-GROUP         PIC X(08).
027000     05  FILLER               PIC X(06)   VALUE "ACTIVE".
027100     05  FILLER               PIC X(08)   VALUE "  EXEMPT".
027200     05  FILLER               PIC X(08)   VALUE "SCREENED".
027300     05  FILLER               PIC X(08)   VALUE " OVERDUE".
027400     05  FILLER               PIC X(08)   VALUE "   NEVER".
027500     05  FILLER               PIC X(10)   VALUE " COMPLIANT".
027600     05  FILLER               PIC X(24)   VALUE SPACES.
027700
027800 01  WS-COUNTS-LINE.
027900     05  FILLER               PIC X(02)   VALUE SPACES.
028000     05  WS-CNL-GROUP         PIC X(06).
028100     05  WS-CNL-ACTIVE        PIC ZZZZZ9.
028200     05  FILLER               PIC X(02)   VALUE SPACES.
028300     05  WS-CNL-EXEMPT        PIC ZZZZZ9.
028400     05  FILLER               PIC X(02)   VALUE SPACES.
028500     05  WS-CNL-COMPLIANT     PIC ZZZZZ9.
028600     05  FILLER               PIC X(02)   VALUE SPACES.
028700     05  WS-CNL-OVERDUE       PIC ZZZZZ9.
028800     05  FILLER               PIC X(02)   VALUE SPACES.
028900     05  WS-CNL-NEVER         PIC ZZZZZ9.
029000     05  FILLER               PIC X(04)   VALUE SPACES.
029100     05  WS-CNL-PCT           PIC ZZ9.9.
029200     05  FILLER               PIC X(01)   VALUE "%".
029300     05  FILLER               PIC X(24)   VALUE SPACES.
029400
029500 01  WS-DETAIL-LINE.
029600     05  FILLER               PIC X(06)   VALUE SPACES.
029700     05  WS-DTL-NUMBER        PIC 9(06).
029800     05  FILLER               PIC X(02)   VALUE SPACES.
029900     05  WS-DTL-NAME          PIC X(20).
030000     05  FILLER               PIC X(02)   VALUE SPACES.
030100     05  WS-DTL-STATUS        PIC X(15).
030200     05  WS-DTL-LAST          PIC X(08).
030300     05  FILLER               PIC X(21)   VALUE SPACES.
030400
030500 01  WS-COUNT-LINE.
030600     05  WS-CNT-LABEL         PIC X(30).
030700     05  WS-CNT-VALUE         PIC ZZZZZZ9.
030800     05  FILLER               PIC X(43)   VALUE SPACES.
030900
031000 01  WS-BLANK-LINE            PIC X(80)   VALUE SPACES.
031100
031200     COPY AUDWS.
031300
031400 PROCEDURE DIVISION.
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE
031700         THRU 1000-INITIALIZE-EXIT.
031800     IF NOT RUN-ABANDONED
031900         PERFORM 2000-COLLECT-EMPLOYEES
032000             THRU 2000-COLLECT-EMPLOYEES-EXIT
032100     END-IF.
032200     IF NOT RUN-ABANDONED
032300         PERFORM 3000-CHECK-ARCHIVE
032400             THRU 3000-CHECK-ARCHIVE-EXIT
032500         PERFORM 4000-RESOLVE-STATUS
032600             THRU 4000-RESOLVE-STATUS-EXIT
032700     END-IF.
032800     IF NOT RUN-ABANDONED
032900         PERFORM 5000-WRITE-OUTPUTS
033000             THRU 5000-WRITE-OUTPUTS-EXIT
033100     END-IF.
033200     PERFORM 9000-FINALIZE
033300         THRU 9000-FINALIZE-EXIT.
033400     STOP RUN.
033500
033600*--------------------------------------------------------------*
033700*    1000-INITIALIZE  -  THE NEVER-SCREENED SITE, THE CUTOFF,
033800*                        THEN MASTER AND HISTORY (REQUIRED) AND
033900*                        THE EXEMPTION FILE (NONE YET = NOBODY
034000*                        EXEMPT)
034100*--------------------------------------------------------------*
034200 1000-INITIALIZE.
034300     MOVE "CompRpt"       TO WS-AUD-PROGRAM.
034400     MOVE "S"             TO WS-AUD-RECORD-TYPE.
034500     PERFORM 7600-WRITE-AUDIT-RECORD
034600         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
034700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
034800     DISPLAY "INVITATION SITE FOR EMPLOYEES NEVER SCREENED: ".
034900     ACCEPT WS-NEVER-SITE.
035000     IF WS-NEVER-SITE = SPACES
035100         DISPLAY "A SITE IS REQUIRED - RUN ABANDONED."
035200         MOVE "Y" TO WS-ABANDON-SWITCH
035300         GO TO 1000-INITIALIZE-EXIT
035400     END-IF.
035500     MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
035600     SUBTRACT 1 FROM WS-CUT-YEAR.
035700     IF WS-CUT-MONTH = 02 AND WS-CUT-DAY = 29
035800         MOVE 28 TO WS-CUT-DAY
035900     END-IF.
036000     OPEN INPUT EMPLOYEE-FILE.
036100     IF WS-EMP-STATUS NOT = "00"
036200         DISPLAY "ERROR OPENING EMPLOYEE MASTER, STATUS "
036300             WS-EMP-STATUS
036400         MOVE "Y" TO WS-ABANDON-SWITCH
036500         GO TO 1000-INITIALIZE-EXIT
036600     END-IF.
036700     OPEN INPUT HISTORY-FILE.
036800     IF WS-HIST-FILE-STATUS NOT = "00"
036900         DISPLAY "ERROR OPENING HISTORY FILE, STATUS "
037000             WS-HIST-FILE-STATUS
037100         CLOSE EMPLOYEE-FILE
037200         MOVE "Y" TO WS-ABANDON-SWITCH
037300         GO TO 1000-INITIALIZE-EXIT
037400     END-IF.
037500     MOVE "Y" TO WS-FILES-OPEN-SW.
037600     OPEN INPUT EXEMPT-FILE.
037700     IF WS-EXM-STATUS = "00"
037800         MOVE "Y" TO WS-EXM-FILE-SW
037900     ELSE
038000         IF WS-EXM-STATUS NOT = "35"
038100             DISPLAY "ERROR OPENING EXEMPTION FILE, STATUS "
038200                 WS-EXM-STATUS " - RUN ABANDONED."
038300             MOVE "Y" TO WS-ABANDON-SWITCH
038400         END-IF
038500     END-IF.
038600 1000-INITIALIZE-EXIT.
038700     EXIT.
038800
038900*--------------------------------------------------------------*
039000*    2000-COLLECT-EMPLOYEES  -  EVERY ACTIVE MASTER RECORD IN
039100*                               NUMBER ORDER.  COMPLIANT ON THE
039200*                               HISTORY FILE IS COUNTED AT ONCE;
039300*                               ANYONE ELSE GOES TO THE CHASE
039400*                               TABLE.
039500*--------------------------------------------------------------*
039600 2000-COLLECT-EMPLOYEES.
039700     MOVE "N"  TO WS-EOF-SWITCH.
039800     MOVE ZERO TO EMP-NUMBER.
039900     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-NUMBER
040000         INVALID KEY
040100             MOVE "Y" TO WS-EOF-SWITCH
040200     END-START.
040300     PERFORM 2100-COLLECT-ONE-EMPLOYEE
040400         THRU 2100-COLLECT-ONE-EMPLOYEE-EXIT
040500         UNTIL END-OF-SCAN OR RUN-ABANDONED.
040600 2000-COLLECT-EMPLOYEES-EXIT.
040700     EXIT.
040800
040900 2100-COLLECT-ONE-EMPLOYEE.
041000     READ EMPLOYEE-FILE NEXT RECORD
041100         AT END
041200             MOVE "Y" TO WS-EOF-SWITCH
041300             GO TO 2100-COLLECT-ONE-EMPLOYEE-EXIT
041400     END-READ.
041500     IF NOT EMP-ACTIVE
041600         GO TO 2100-COLLECT-ONE-EMPLOYEE-EXIT
041700     END-IF.
041800     ADD 1 TO WS-ACTIVE-CNT.
041900     PERFORM 2200-FIND-LATEST-READING
042000         THRU 2200-FIND-LATEST-READING-EXIT.
042100     IF WS-READING-FOUND
042200         AND WS-LATEST-DATE NOT < WS-CUTOFF-DATE
042300         MOVE EMP-DEPT-CODE  TO WS-CUR-DEPT
042400         MOVE WS-LATEST-SITE TO WS-CUR-SITE
042500         PERFORM 6000-FIND-GROUP
042600             THRU 6000-FIND-GROUP-EXIT
042700         IF NOT RUN-ABANDONED
042800             ADD 1 TO WS-GRP-ACTIVE (WS-GRP-FOUND-SUB)
042900             ADD 1 TO WS-GRP-COMPLIANT (WS-GRP-FOUND-SUB)
043000             ADD 1 TO WS-COMPLIANT-CNT
043100         END-IF
043200         GO TO 2100-COLLECT-ONE-EMPLOYEE-EXIT
043300     END-IF.
043400     IF WS-CH-USED NOT < WS-CH-MAX
043500         DISPLAY "MORE EMPLOYEES TO CHASE THAN THE TABLE HOLDS - "
043600             "RUN ABANDONED."
043700         MOVE "Y" TO WS-ABANDON-SWITCH
043800         GO TO 2100-COLLECT-ONE-EMPLOYEE-EXIT
043900     END-IF.
044000     PERFORM 2300-CHECK-EXEMPTION
044100         THRU 2300-CHECK-EXEMPTION-EXIT.
044200     ADD 1 TO WS-CH-USED.
044300     MOVE EMP-NUMBER       TO WS-CH-EMP-NUMBER (WS-CH-USED).
044400     MOVE EMP-NAME         TO WS-CH-NAME (WS-CH-USED).
044500     MOVE EMP-DEPT-CODE    TO WS-CH-DEPT (WS-CH-USED).
044600     MOVE WS-EXEMPT-SW     TO WS-CH-EXEMPT-SW (WS-CH-USED).
044700     IF WS-READING-FOUND
044800         MOVE "O"              TO WS-CH-STATUS (WS-CH-USED)
044900         MOVE WS-LATEST-SITE   TO WS-CH-SITE (WS-CH-USED)
045000         MOVE WS-LATEST-DATE   TO WS-CH-LAST-DATE (WS-CH-USED)
045100         MOVE WS-LATEST-WEIGHT TO WS-CH-WEIGHT (WS-CH-USED)
045200         MOVE WS-LATEST-HEIGHT TO WS-CH-HEIGHT (WS-CH-USED)
045300         MOVE WS-LATEST-UNIT   TO WS-CH-UNIT (WS-CH-USED)
045400     ELSE
045500         MOVE "P"              TO WS-CH-STATUS (WS-CH-USED)
045600         MOVE "Y"              TO WS-PENDING-SW
045700         MOVE WS-NEVER-SITE    TO WS-CH-SITE (WS-CH-USED)
045800         MOVE ZERO             TO WS-CH-LAST-DATE (WS-CH-USED)
045900         MOVE ZERO             TO WS-CH-WEIGHT (WS-CH-USED)
046000         MOVE ZERO             TO WS-CH-HEIGHT (WS-CH-USED)
046100         MOVE "M"              TO WS-CH-UNIT (WS-CH-USED)
046200     END-IF.
046300 2100-COLLECT-ONE-EMPLOYEE-EXIT.
046400     EXIT.
046500
046600*--------------------------------------------------------------*
046700*    2200-FIND-LATEST-READING  -  LAST HISTORY RECORD FOR THE
046800*                                 NUMBER, RIDING THE NUMBER +
046900*                                 DATE KEY AS GOALMAINT DOES
047000*--------------------------------------------------------------*
047100 2200-FIND-LATEST-READING.
047200     MOVE "N"        TO WS-FOUND-SW.
047300     MOVE "N"        TO WS-HIST-EOF-SWITCH.
047400     MOVE EMP-NUMBER TO HIST-EMP-NUMBER.
047500     MOVE ZERO       TO HIST-DATE.
047600     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
047700         INVALID KEY
047800             MOVE "Y" TO WS-HIST-EOF-SWITCH
047900     END-START.
048000     PERFORM 2210-SCAN-ONE-READING
048100         THRU 2210-SCAN-ONE-READING-EXIT
048200         UNTIL END-OF-EMP-HISTORY.
048300 2200-FIND-LATEST-READING-EXIT.
048400     EXIT.
048500
048600 2210-SCAN-ONE-READING.
048700     READ HISTORY-FILE NEXT RECORD
048800         AT END
048900             MOVE "Y" TO WS-HIST-EOF-SWITCH
049000             GO TO 2210-SCAN-ONE-READING-EXIT
049100     END-READ.
049200     IF HIST-EMP-NUMBER NOT = EMP-NUMBER
049300         MOVE "Y" TO WS-HIST-EOF-SWITCH
049400         GO TO 2210-SCAN-ONE-READING-EXIT
049500     END-IF.
049600     MOVE "Y"            TO WS-FOUND-SW.
049700     MOVE HIST-DATE      TO WS-LATEST-DATE.
049800     MOVE HIST-SITE-CODE TO WS-LATEST-SITE.
049900     MOVE HIST-WEIGHT    TO WS-LATEST-WEIGHT.
050000     MOVE HIST-HEIGHT-CM TO WS-LATEST-HEIGHT.
050100     MOVE HIST-UNIT-CODE TO WS-LATEST-UNIT.
050200 2210-SCAN-ONE-READING-EXIT.
050300     EXIT.
050400
050500*--------------------------------------------------------------*
050600*    2300-CHECK-EXEMPTION  -  AN EXEMPTION COUNTS UNTIL THE END
050700*                             OF ITS EXPIRY DATE
050800*--------------------------------------------------------------*
050900 2300-CHECK-EXEMPTION.
051000     MOVE "N" TO WS-EXEMPT-SW.
051100     IF NOT EXEMPT-FILE-OPEN
051200         GO TO 2300-CHECK-EXEMPTION-EXIT
051300     END-IF.
051400     MOVE EMP-NUMBER TO EXM-EMP-NUMBER.
051500     READ EXEMPT-FILE
051600         INVALID KEY
051700             GO TO 2300-CHECK-EXEMPTION-EXIT
051800     END-READ.
051900     IF EXM-EXPIRY-DATE NOT < WS-TODAY-DATE
052000         MOVE "Y" TO WS-EXEMPT-SW
052100     END-IF.
052200 2300-CHECK-EXEMPTION-EXIT.
052300     EXIT.
052400
052500*--------------------------------------------------------------*
052600*    3000-CHECK-ARCHIVE  -  ONE PASS OF THE ARCHIVE FOR THE
052700*                           EMPLOYEES THE HISTORY FILE HAD NO
052800*                           READING FOR; EACH KEEPS ITS LATEST
052900*                           ARCHIVED READING.  NO ARCHIVE
053000*                           (STATUS "35") LEAVES THEM UNSCREENED.
053100*--------------------------------------------------------------*
053200 3000-CHECK-ARCHIVE.
053300     IF NOT WS-ANY-PENDING
053400         GO TO 3000-CHECK-ARCHIVE-EXIT
053500     END-IF.
053600     OPEN INPUT ARCHIVE-FILE.
053700     IF WS-ARCH-FILE-STATUS = "35"
053800         GO TO 3000-CHECK-ARCHIVE-EXIT
053900     END-IF.
054000     IF WS-ARCH-FILE-STATUS NOT = "00"
054100         DISPLAY "ERROR OPENING HISTORY ARCHIVE, STATUS "
054200             WS-ARCH-FILE-STATUS " - RUN ABANDONED."
054300         MOVE "Y" TO WS-ABANDON-SWITCH
054400         GO TO 3000-CHECK-ARCHIVE-EXIT
054500     END-IF.
054600     MOVE "N" TO WS-EOF-SWITCH.
054700     PERFORM 3100-CHECK-ARCHIVE-ROW
054800         THRU 3100-CHECK-ARCHIVE-ROW-EXIT
054900         UNTIL END-OF-SCAN.
055000     CLOSE ARCHIVE-FILE.
055100 3000-CHECK-ARCHIVE-EXIT.
055200     EXIT.
055300
055400 3100-CHECK-ARCHIVE-ROW.
055500     READ ARCHIVE-FILE
055600         AT END
055700             MOVE "Y" TO WS-EOF-SWITCH
055800             GO TO 3100-CHECK-ARCHIVE-ROW-EXIT
055900     END-READ.
056000     MOVE ARCHIVE-RECORD TO HISTORY-RECORD.
056100     PERFORM 3200-FIND-CHASE-ENTRY
056200         THRU 3200-FIND-CHASE-ENTRY-EXIT.
056300     IF WS-CH-FOUND-SUB = ZERO
056400         GO TO 3100-CHECK-ARCHIVE-ROW-EXIT
056500     END-IF.
056600     IF NOT WS-CH-PENDING (WS-CH-FOUND-SUB)
056700         OR HIST-DATE NOT > WS-CH-LAST-DATE (WS-CH-FOUND-SUB)
056800         GO TO 3100-CHECK-ARCHIVE-ROW-EXIT
056900     END-IF.
057000     MOVE HIST-DATE      TO WS-CH-LAST-DATE (WS-CH-FOUND-SUB).
057100     MOVE HIST-SITE-CODE TO WS-CH-SITE (WS-CH-FOUND-SUB).
057200     MOVE HIST-WEIGHT    TO WS-CH-WEIGHT (WS-CH-FOUND-SUB).
057300     MOVE HIST-HEIGHT-CM TO WS-CH-HEIGHT (WS-CH-FOUND-SUB).
057400     MOVE HIST-UNIT-CODE TO WS-CH-UNIT (WS-CH-FOUND-SUB).
057500 3100-CHECK-ARCHIVE-ROW-EXIT.
057600     EXIT.
057700
057800*--------------------------------------------------------------*
057900*    3200-FIND-CHASE-ENTRY  -  HALVING SEARCH OF THE CHASE
058000*                              TABLE FOR HIST-EMP-NUMBER.  SETS
058100*                              WS-CH-FOUND-SUB, ZERO WHEN NOT
058200*                              THERE.
058300*--------------------------------------------------------------*
058400 3200-FIND-CHASE-ENTRY.
058500     MOVE ZERO       TO WS-CH-FOUND-SUB.
058600     MOVE 1          TO WS-CH-LOW.
058700     MOVE WS-CH-USED TO WS-CH-HIGH.
058800     PERFORM 3210-HALVE-CHASE-RANGE
058900         THRU 3210-HALVE-CHASE-RANGE-EXIT
059000         UNTIL WS-CH-FOUND-SUB > ZERO
059100            OR WS-CH-LOW > WS-CH-HIGH.
059200 3200-FIND-CHASE-ENTRY-EXIT.
059300     EXIT.
059400
059500 3210-HALVE-CHASE-RANGE.
059600     COMPUTE WS-CH-MID = (WS-CH-LOW + WS-CH-HIGH) / 2.
059700     IF WS-CH-EMP-NUMBER (WS-CH-MID) = HIST-EMP-NUMBER
059800         MOVE WS-CH-MID TO WS-CH-FOUND-SUB
059900         GO TO 3210-HALVE-CHASE-RANGE-EXIT
060000     END-IF.
060100     IF WS-CH-EMP-NUMBER (WS-CH-MID) < HIST-EMP-NUMBER
060200         COMPUTE WS-CH-LOW = WS-CH-MID + 1
060300     ELSE
060400         COMPUTE WS-CH-HIGH = WS-CH-MID - 1
060500     END-IF.
060600 3210-HALVE-CHASE-RANGE-EXIT.
060700     EXIT.
060800
060900*--------------------------------------------------------------*
061000*    4000-RESOLVE-STATUS  -  SETTLE EVERY CHASE ENTRY AS
061100*                            COMPLIANT (ARCHIVED READING INSIDE
061200*                            TWELVE MONTHS), EXEMPT, OVERDUE OR
061300*                            NEVER SCREENED, AND COUNT IT
061400*                            AGAINST ITS DEPARTMENT AND SITE
061500*--------------------------------------------------------------*
061600 4000-RESOLVE-STATUS.
061700     MOVE ZERO TO WS-CH-SUB.
061800     PERFORM 4100-RESOLVE-ONE-ENTRY
061900         THRU 4100-RESOLVE-ONE-ENTRY-EXIT
062000         UNTIL WS-CH-SUB >= WS-CH-USED OR RUN-ABANDONED.
062100 4000-RESOLVE-STATUS-EXIT.
062200     EXIT.
062300
062400 4100-RESOLVE-ONE-ENTRY.
062500     ADD 1 TO WS-CH-SUB.
062600     IF WS-CH-PENDING (WS-CH-SUB)
062700         IF WS-CH-LAST-DATE (WS-CH-SUB) = ZERO
062800             MOVE "N" TO WS-CH-STATUS (WS-CH-SUB)
062900         ELSE
063000             ADD 1 TO WS-ARCHIVE-USED-CNT
063100             IF WS-CH-LAST-DATE (WS-CH-SUB) < WS-CUTOFF-DATE
063200                 MOVE "O" TO WS-CH-STATUS (WS-CH-SUB)
063300             ELSE
063400                 MOVE "C" TO WS-CH-STATUS (WS-CH-SUB)
063500             END-IF
063600         END-IF
063700     END-IF.
063800     IF WS-CH-TO-CHASE (WS-CH-SUB)
063900         AND WS-CH-IS-EXEMPT (WS-CH-SUB)
064000         MOVE "E" TO WS-CH-STATUS (WS-CH-SUB)
064100     END-IF.
064200     MOVE WS-CH-DEPT (WS-CH-SUB) TO WS-CUR-DEPT.
064300     MOVE WS-CH-SITE (WS-CH-SUB) TO WS-CUR-SITE.
064400     PERFORM 6000-FIND-GROUP
064500         THRU 6000-FIND-GROUP-EXIT.
064600     IF RUN-ABANDONED
064700         GO TO 4100-RESOLVE-ONE-ENTRY-EXIT
064800     END-IF.
064900     ADD 1 TO WS-GRP-ACTIVE (WS-GRP-FOUND-SUB).
065000     EVALUATE TRUE
065100         WHEN WS-CH-COMPLIANT (WS-CH-SUB)
065200             ADD 1 TO WS-GRP-COMPLIANT (WS-GRP-FOUND-SUB)
065300             ADD 1 TO WS-COMPLIANT-CNT
065400         WHEN WS-CH-EXEMPT (WS-CH-SUB)
065500             ADD 1 TO WS-GRP-EXEMPT (WS-GRP-FOUND-SUB)
065600             ADD 1 TO WS-EXEMPT-CNT
065700         WHEN WS-CH-OVERDUE (WS-CH-SUB)
065800             ADD 1 TO WS-GRP-OVERDUE (WS-GRP-FOUND-SUB)
065900             ADD 1 TO WS-OVERDUE-CNT
066000         WHEN OTHER
066100             ADD 1 TO WS-GRP-NEVER (WS-GRP-FOUND-SUB)
066200             ADD 1 TO WS-NEVER-CNT
066300     END-EVALUATE.
066400 4100-RESOLVE-ONE-ENTRY-EXIT.
066500     EXIT.
066600
066700*--------------------------------------------------------------*
066800*    5000-WRITE-OUTPUTS  -  A PAGE PER DEPARTMENT IN CODE ORDER
066900*                           (WITH THE INVITATIONS FOR ITS
067000*                           EMPLOYEES), THEN THE SUMMARY PAGE
067100*--------------------------------------------------------------*
067200 5000-WRITE-OUTPUTS.
067300     OPEN OUTPUT COMPLIANCE-REPORT.
067400     IF WS-RPT-FILE-STATUS NOT = "00"
067500         DISPLAY "ERROR OPENING COMPLIANCE REPORT, STATUS "
067600             WS-RPT-FILE-STATUS
067700         MOVE "Y" TO WS-ABANDON-SWITCH
067800         GO TO 5000-WRITE-OUTPUTS-EXIT
067900     END-IF.
068000     OPEN OUTPUT INVITE-FILE.
068100     IF WS-INV-FILE-STATUS NOT = "00"
068200         DISPLAY "ERROR OPENING INVITATION ROSTER, STATUS "
068300             WS-INV-FILE-STATUS
068400         CLOSE COMPLIANCE-REPORT
068500         MOVE "Y" TO WS-ABANDON-SWITCH
068600         GO TO 5000-WRITE-OUTPUTS-EXIT
068700     END-IF.
068800     MOVE WS-TODAY-DATE  TO WS-TTL-DATE.
068900     MOVE WS-CUTOFF-DATE TO WS-TTL-CUTOFF.
069000     MOVE "N" TO WS-DEPT-DONE-SW.
069100     PERFORM 5100-NEXT-DEPARTMENT
069200         THRU 5100-NEXT-DEPARTMENT-EXIT
069300         UNTIL WS-ALL-DEPTS-PRINTED.
069400     PERFORM 5600-PRINT-SUMMARY-PAGE
069500         THRU 5600-PRINT-SUMMARY-PAGE-EXIT.
069600     CLOSE COMPLIANCE-REPORT.
069700     CLOSE INVITE-FILE.
069800 5000-WRITE-OUTPUTS-EXIT.
069900     EXIT.
070000
070100*--------------------------------------------------------------*
070200*    5100-NEXT-DEPARTMENT  -  THE LOWEST DEPARTMENT CODE WITH A
070300*                             SITE NOT YET PRINTED; NONE LEFT
070400*                             ENDS THE DEPARTMENT PAGES
070500*--------------------------------------------------------------*
070600 5100-NEXT-DEPARTMENT.
070700     MOVE HIGH-VALUES TO WS-CUR-DEPT.
070800     MOVE ZERO        TO WS-GRP-SUB.
070900     PERFORM 5110-CHECK-LOWEST-DEPT
071000         THRU 5110-CHECK-LOWEST-DEPT-EXIT
071100         UNTIL WS-GRP-SUB >= WS-GRP-USED.
071200     IF WS-CUR-DEPT = HIGH-VALUES
071300         MOVE "Y" TO WS-DEPT-DONE-SW
071400         GO TO 5100-NEXT-DEPARTMENT-EXIT
071500     END-IF.
071600     PERFORM 5200-PRINT-DEPARTMENT
071700         THRU 5200-PRINT-DEPARTMENT-EXIT.
071800 5100-NEXT-DEPARTMENT-EXIT.
071900     EXIT.
072000
072100 5110-CHECK-LOWEST-DEPT.
072200     ADD 1 TO WS-GRP-SUB.
072300     IF NOT WS-GRP-PRINTED (WS-GRP-SUB)
072400         AND WS-GRP-DEPT (WS-GRP-SUB) < WS-CUR-DEPT
072500         MOVE WS-GRP-DEPT (WS-GRP-SUB) TO WS-CUR-DEPT
072600     END-IF.
072700 5110-CHECK-LOWEST-DEPT-EXIT.
072800     EXIT.
072900
073000*--------------------------------------------------------------*
073100*    5200-PRINT-DEPARTMENT  -  ONE PAGE: EACH USUAL SITE IN CODE
073200*                              ORDER WITH ITS COUNTS AND THE
073300*                              EMPLOYEES TO CHASE, THEN THE
073400*                              DEPARTMENT TOTAL
073500*--------------------------------------------------------------*
073600 5200-PRINT-DEPARTMENT.
073700     ADD 1 TO WS-DPT-USED.
073800     MOVE WS-CUR-DEPT TO WS-DPT-DEPT (WS-DPT-USED).
073900     MOVE ZERO        TO WS-DPT-ACTIVE (WS-DPT-USED).
074000     MOVE ZERO        TO WS-DPT-EXEMPT (WS-DPT-USED).
074100     MOVE ZERO        TO WS-DPT-COMPLIANT (WS-DPT-USED).
074200     MOVE ZERO        TO WS-DPT-OVERDUE (WS-DPT-USED).
074300     MOVE ZERO        TO WS-DPT-NEVER (WS-DPT-USED).
074400     MOVE WS-CUR-DEPT TO WS-DHD-DEPT.
074500     WRITE REPORT-LINE FROM WS-TITLE-LINE
074600         AFTER ADVANCING PAGE.
074700     WRITE REPORT-LINE FROM WS-DEPT-HEADING.
074800     WRITE REPORT-LINE FROM WS-BLANK-LINE.
074900     MOVE "  SITE" TO WS-COL-GROUP.
075000     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
075100     MOVE "N" TO WS-SITE-DONE-SW.
075200     PERFORM 5300-NEXT-SITE
075300         THRU 5300-NEXT-SITE-EXIT
075400         UNTIL WS-ALL-SITES-PRINTED.
075500     MOVE "TOTAL"                        TO WS-CNL-GROUP.
075600     MOVE WS-DPT-ACTIVE (WS-DPT-USED)    TO WS-CNL-ACTIVE.
075700     MOVE WS-DPT-EXEMPT (WS-DPT-USED)    TO WS-CNL-EXEMPT.
075800     MOVE WS-DPT-COMPLIANT (WS-DPT-USED) TO WS-CNL-COMPLIANT.
075900     MOVE WS-DPT-OVERDUE (WS-DPT-USED)   TO WS-CNL-OVERDUE.
076000     MOVE WS-DPT-NEVER (WS-DPT-USED)     TO WS-CNL-NEVER.
076100     COMPUTE WS-PCT-BASE = WS-DPT-ACTIVE (WS-DPT-USED)
076200         - WS-DPT-EXEMPT (WS-DPT-USED).
076300     MOVE WS-DPT-COMPLIANT (WS-DPT-USED) TO WS-CUR-COMPLIANT.
076400     PERFORM 6100-SET-PERCENT
076500         THRU 6100-SET-PERCENT-EXIT.
076600     WRITE REPORT-LINE FROM WS-BLANK-LINE.
076700     WRITE REPORT-LINE FROM WS-COUNTS-LINE.
076800 5200-PRINT-DEPARTMENT-EXIT.
076900     EXIT.
077000
077100*--------------------------------------------------------------*
077200*    5300-NEXT-SITE  -  THE LOWEST SITE NOT YET PRINTED FOR THE
077300*                       CURRENT DEPARTMENT
077400*--------------------------------------------------------------*
077500 5300-NEXT-SITE.
077600     MOVE ZERO        TO WS-GRP-FOUND-SUB.
077700     MOVE HIGH-VALUES TO WS-CUR-SITE.
077800     MOVE ZERO        TO WS-GRP-SUB.
077900     PERFORM 5310-CHECK-LOWEST-SITE
078000         THRU 5310-CHECK-LOWEST-SITE-EXIT
078100         UNTIL WS-GRP-SUB >= WS-GRP-USED.
078200     IF WS-GRP-FOUND-SUB = ZERO
078300         MOVE "Y" TO WS-SITE-DONE-SW
078400         GO TO 5300-NEXT-SITE-EXIT
078500     END-IF.
078600     PERFORM 5400-PRINT-SITE
078700         THRU 5400-PRINT-SITE-EXIT.
078800 5300-NEXT-SITE-EXIT.
078900     EXIT.
079000
079100 5310-CHECK-LOWEST-SITE.
079200     ADD 1 TO WS-GRP-SUB.
079300     IF NOT WS-GRP-PRINTED (WS-GRP-SUB)
079400         AND WS-GRP-DEPT (WS-GRP-SUB) = WS-CUR-DEPT
079500         AND WS-GRP-SITE (WS-GRP-SUB) < WS-CUR-SITE
079600         MOVE WS-GRP-SITE (WS-GRP-SUB) TO WS-CUR-SITE
079700         MOVE WS-GRP-SUB               TO WS-GRP-FOUND-SUB
079800     END-IF.
079900 5310-CHECK-LOWEST-SITE-EXIT.
080000     EXIT.
080100
080200*--------------------------------------------------------------*
080300*    5400-PRINT-SITE  -  THE SITE'S COUNTS, THEN EVERY EMPLOYEE
080400*                        TO CHASE AT IT, EACH WITH AN
080500*                        INVITATION ROW
080600*--------------------------------------------------------------*
080700 5400-PRINT-SITE.
080800     MOVE "Y" TO WS-GRP-PRINTED-SW (WS-GRP-FOUND-SUB).
080900     ADD WS-GRP-ACTIVE (WS-GRP-FOUND-SUB)
081000         TO WS-DPT-ACTIVE (WS-DPT-USED).
081100     ADD WS-GRP-EXEMPT (WS-GRP-FOUND-SUB)
081200         TO WS-DPT-EXEMPT (WS-DPT-USED).
081300     ADD WS-GRP-COMPLIANT (WS-GRP-FOUND-SUB)
081400         TO WS-DPT-COMPLIANT (WS-DPT-USED).
081500     ADD WS-GRP-OVERDUE (WS-GRP-FOUND-SUB)
081600         TO WS-DPT-OVERDUE (WS-DPT-USED).
081700     ADD WS-GRP-NEVER (WS-GRP-FOUND-SUB)
081800         TO WS-DPT-NEVER (WS-DPT-USED).
081900     MOVE WS-CUR-SITE                       TO WS-CNL-GROUP.
082000     MOVE WS-GRP-ACTIVE (WS-GRP-FOUND-SUB)    TO WS-CNL-ACTIVE.
082100     MOVE WS-GRP-EXEMPT (WS-GRP-FOUND-SUB)    TO WS-CNL-EXEMPT.
082200     MOVE WS-GRP-COMPLIANT (WS-GRP-FOUND-SUB) TO WS-CNL-COMPLIANT.
082300     MOVE WS-GRP-OVERDUE (WS-GRP-FOUND-SUB)   TO WS-CNL-OVERDUE.
082400     MOVE WS-GRP-NEVER (WS-GRP-FOUND-SUB)     TO WS-CNL-NEVER.
082500     COMPUTE WS-PCT-BASE = WS-GRP-ACTIVE (WS-GRP-FOUND-SUB)
082600         - WS-GRP-EXEMPT (WS-GRP-FOUND-SUB).
082700     MOVE WS-GRP-COMPLIANT (WS-GRP-FOUND-SUB) TO WS-CUR-COMPLIANT.
082800     PERFORM 6100-SET-PERCENT
082900         THRU 6100-SET-PERCENT-EXIT.
083000     WRITE REPORT-LINE FROM WS-COUNTS-LINE.
083100     MOVE ZERO TO WS-CH-SUB.
083200     PERFORM 5500-LIST-CHASE-ENTRY
083300         THRU 5500-LIST-CHASE-ENTRY-EXIT
083400         UNTIL WS-CH-SUB >= WS-CH-USED.
083500 5400-PRINT-SITE-EXIT.
083600     EXIT.
083700
083800 5500-LIST-CHASE-ENTRY.
083900     ADD 1 TO WS-CH-SUB.
084000     IF NOT WS-CH-TO-CHASE (WS-CH-SUB)
084100         OR WS-CH-DEPT (WS-CH-SUB) NOT = WS-CUR-DEPT
084200         OR WS-CH-SITE (WS-CH-SUB) NOT = WS-CUR-SITE
084300         GO TO 5500-LIST-CHASE-ENTRY-EXIT
084400     END-IF.
084500     MOVE WS-CH-EMP-NUMBER (WS-CH-SUB) TO WS-DTL-NUMBER.
084600     MOVE WS-CH-NAME (WS-CH-SUB)       TO WS-DTL-NAME.
084700     IF WS-CH-NEVER (WS-CH-SUB)
084800         MOVE "NEVER SCREENED" TO WS-DTL-STATUS
084900         MOVE SPACES           TO WS-DTL-LAST
085000     ELSE
085100         MOVE "OVERDUE - LAST" TO WS-DTL-STATUS
085200         MOVE WS-CH-LAST-DATE (WS-CH-SUB) TO WS-DTL-LAST
085300     END-IF.
085400     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
085500     MOVE SPACES                       TO ROSTER-RECORD.
085600     MOVE WS-CH-NAME (WS-CH-SUB)       TO ROST-NAME.
085700     MOVE WS-CH-WEIGHT (WS-CH-SUB)     TO ROST-WEIGHT.
085800     MOVE WS-CH-HEIGHT (WS-CH-SUB)     TO ROST-HEIGHT-CM.
085900     MOVE WS-CH-UNIT (WS-CH-SUB)       TO ROST-UNIT-CODE.
086000     MOVE WS-CH-SITE (WS-CH-SUB)       TO ROST-SITE-CODE.
086100     MOVE WS-CH-EMP-NUMBER (WS-CH-SUB) TO ROST-EMP-NUMBER.
086200     WRITE ROSTER-RECORD.
086300     IF WS-INV-FILE-STATUS NOT = "00"
086400         DISPLAY "ERROR WRITING INVITATION ROW, STATUS "
086500             WS-INV-FILE-STATUS
086600     END-IF.
086700     ADD 1 TO WS-INVITE-CNT.
086800     ADD 1 TO WS-AUD-EXTRACT-CNT.
086900 5500-LIST-CHASE-ENTRY-EXIT.
087000     EXIT.
087100
087200*--------------------------------------------------------------*
087300*    5600-PRINT-SUMMARY-PAGE  -  A LINE PER DEPARTMENT, THE
087400*                                ORGANISATION TOTAL AND THE RUN
087500*                                COUNTS
087600*--------------------------------------------------------------*
087700 5600-PRINT-SUMMARY-PAGE.
087800     WRITE REPORT-LINE FROM WS-TITLE-LINE
087900         AFTER ADVANCING PAGE.
088000     WRITE REPORT-LINE FROM WS-SUMMARY-HEADING.
088100     WRITE REPORT-LINE FROM WS-BLANK-LINE.
088200     MOVE "  DEPT" TO WS-COL-GROUP.
088300     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
088400     MOVE ZERO TO WS-DPT-SUB.
088500     PERFORM 5610-PRINT-DEPT-SUMMARY
088600         THRU 5610-PRINT-DEPT-SUMMARY-EXIT
088700         UNTIL WS-DPT-SUB >= WS-DPT-USED.
088800     MOVE "TOTAL"          TO WS-CNL-GROUP.
088900     MOVE WS-ACTIVE-CNT    TO WS-CNL-ACTIVE.
089000     MOVE WS-EXEMPT-CNT    TO WS-CNL-EXEMPT.
089100     MOVE WS-COMPLIANT-CNT TO WS-CNL-COMPLIANT.
089200     MOVE WS-OVERDUE-CNT   TO WS-CNL-OVERDUE.
089300     MOVE WS-NEVER-CNT     TO WS-CNL-NEVER.
089400     COMPUTE WS-PCT-BASE = WS-ACTIVE-CNT - WS-EXEMPT-CNT.
089500     MOVE WS-COMPLIANT-CNT TO WS-CUR-COMPLIANT.
089600     PERFORM 6100-SET-PERCENT
089700         THRU 6100-SET-PERCENT-EXIT.
089800     WRITE REPORT-LINE FROM WS-BLANK-LINE.
089900     WRITE REPORT-LINE FROM WS-COUNTS-LINE.
090000     WRITE REPORT-LINE FROM WS-BLANK-LINE.
090100     MOVE "TAKEN FROM THE ARCHIVE:"    TO WS-CNT-LABEL.
090200     MOVE WS-ARCHIVE-USED-CNT          TO WS-CNT-VALUE.
090300     WRITE REPORT-LINE FROM WS-COUNT-LINE.
090400     MOVE "INVITATION ROWS WRITTEN:"   TO WS-CNT-LABEL.
090500     MOVE WS-INVITE-CNT                TO WS-CNT-VALUE.
090600     WRITE REPORT-LINE FROM WS-COUNT-LINE.
090700 5600-PRINT-SUMMARY-PAGE-EXIT.
090800     EXIT.
090900
091000 5610-PRINT-DEPT-SUMMARY.
091100     ADD 1 TO WS-DPT-SUB.
091200     MOVE WS-DPT-DEPT (WS-DPT-SUB)      TO WS-CNL-GROUP.
091300     MOVE WS-DPT-ACTIVE (WS-DPT-SUB)    TO WS-CNL-ACTIVE.
091400     MOVE WS-DPT-EXEMPT (WS-DPT-SUB)    TO WS-CNL-EXEMPT.
091500     MOVE WS-DPT-COMPLIANT (WS-DPT-SUB) TO WS-CNL-COMPLIANT.
091600     MOVE WS-DPT-OVERDUE (WS-DPT-SUB)   TO WS-CNL-OVERDUE.
091700     MOVE WS-DPT-NEVER (WS-DPT-SUB)     TO WS-CNL-NEVER.
091800     COMPUTE WS-PCT-BASE = WS-DPT-ACTIVE (WS-DPT-SUB)
091900         - WS-DPT-EXEMPT (WS-DPT-SUB).
092000     MOVE WS-DPT-COMPLIANT (WS-DPT-SUB) TO WS-CUR-COMPLIANT.
092100     PERFORM 6100-SET-PERCENT
092200         THRU 6100-SET-PERCENT-EXIT.
092300     WRITE REPORT-LINE FROM WS-COUNTS-LINE.
092400 5610-PRINT-DEPT-SUMMARY-EXIT.
092500     EXIT.
092600
092700*--------------------------------------------------------------*
092800*    6000-FIND-GROUP  -  LOCATE OR CLAIM THE ENTRY FOR
092900*                        WS-CUR-DEPT + WS-CUR-SITE.  A FULL
093000*                        TABLE ABANDONS THE RUN; NOTHING HAS
093100*                        BEEN WRITTEN.
093200*--------------------------------------------------------------*
093300 6000-FIND-GROUP.
093400     MOVE ZERO TO WS-GRP-FOUND-SUB.
093500     MOVE ZERO TO WS-GRP-SUB.
093600     PERFORM 6010-CHECK-GROUP-ENTRY
093700         THRU 6010-CHECK-GROUP-ENTRY-EXIT
093800         UNTIL WS-GRP-FOUND-SUB > ZERO
093900            OR WS-GRP-SUB >= WS-GRP-USED.
094000     IF WS-GRP-FOUND-SUB > ZERO
094100         GO TO 6000-FIND-GROUP-EXIT
094200     END-IF.
094300     IF WS-GRP-USED NOT < WS-GRP-MAX
094400         DISPLAY "DEPARTMENT/SITE TABLE FULL - RUN ABANDONED."
094500         MOVE "Y" TO WS-ABANDON-SWITCH
094600         GO TO 6000-FIND-GROUP-EXIT
094700     END-IF.
094800     ADD 1 TO WS-GRP-USED.
094900     MOVE WS-GRP-USED TO WS-GRP-FOUND-SUB.
095000     MOVE WS-CUR-DEPT TO WS-GRP-DEPT (WS-GRP-USED).
095100     MOVE WS-CUR-SITE TO WS-GRP-SITE (WS-GRP-USED).
095200     MOVE ZERO        TO WS-GRP-ACTIVE (WS-GRP-USED).
095300     MOVE ZERO        TO WS-GRP-EXEMPT (WS-GRP-USED).
095400     MOVE ZERO        TO WS-GRP-COMPLIANT (WS-GRP-USED).
095500     MOVE ZERO        TO WS-GRP-OVERDUE (WS-GRP-USED).
095600     MOVE ZERO        TO WS-GRP-NEVER (WS-GRP-USED).
095700     MOVE "N"         TO WS-GRP-PRINTED-SW (WS-GRP-USED).
095800 6000-FIND-GROUP-EXIT.
095900     EXIT.
096000
096100 6010-CHECK-GROUP-ENTRY.
096200     ADD 1 TO WS-GRP-SUB.
096300     IF WS-GRP-DEPT (WS-GRP-SUB) = WS-CUR-DEPT
096400         AND WS-GRP-SITE (WS-GRP-SUB) = WS-CUR-SITE
096500         MOVE WS-GRP-SUB TO WS-GRP-FOUND-SUB
096600     END-IF.
096700 6010-CHECK-GROUP-ENTRY-EXIT.
096800     EXIT.
096900
097000*--------------------------------------------------------------*
097100*    6100-SET-PERCENT  -  COMPLIANT AS A PERCENTAGE OF THOSE NOT
097200*                         EXEMPT; NOBODY TO SCREEN IS 100
097300*--------------------------------------------------------------*
097400 6100-SET-PERCENT.
097500     IF WS-PCT-BASE = ZERO
097600         MOVE 100 TO WS-PCT-COMPLIANT
097700     ELSE
097800         COMPUTE WS-PCT-COMPLIANT ROUNDED =
097900             WS-CUR-COMPLIANT * 100 / WS-PCT-BASE
098000     END-IF.
098100     MOVE WS-PCT-COMPLIANT TO WS-CNL-PCT.
098200 6100-SET-PERCENT-EXIT.
098300     EXIT.
098400
098500*--------------------------------------------------------------*
098600*    9000-FINALIZE  -  CLOSE, END-OF-RUN AUDIT RECORD, CONSOLE
098700*                      TOTALS
098800*--------------------------------------------------------------*
098900 9000-FINALIZE.
099000     IF WS-FILES-OPEN
099100         CLOSE EMPLOYEE-FILE
099200         CLOSE HISTORY-FILE
099300     END-IF.
099400     IF EXEMPT-FILE-OPEN
099500         CLOSE EXEMPT-FILE
099600     END-IF.
099700     MOVE WS-ACTIVE-CNT   TO WS-AUD-PROCESSED-CNT.
099800     MOVE "E"             TO WS-AUD-RECORD-TYPE.
099900     PERFORM 7600-WRITE-AUDIT-RECORD
100000         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
100100     IF RUN-ABANDONED
100200         DISPLAY "COMPLIANCE REPORT NOT PRODUCED."
100300         GO TO 9000-FINALIZE-EXIT
100400     END-IF.
100500     DISPLAY "COMPLIANCE REPORT COMPLETE.".
100600     DISPLAY "  ACTIVE EMPLOYEES:  " WS-ACTIVE-CNT.
100700     DISPLAY "  SCREENED IN TIME:  " WS-COMPLIANT-CNT.
100800     DISPLAY "  EXEMPT:            " WS-EXEMPT-CNT.
100900     DISPLAY "  OVERDUE:           " WS-OVERDUE-CNT.
101000     DISPLAY "  NEVER SCREENED:    " WS-NEVER-CNT.
101100     DISPLAY "  INVITATIONS:       " WS-INVITE-CNT.
101200 9000-FINALIZE-EXIT.
101300     EXIT.
101400
101500     COPY AUDPROC.
101600
101700 END PROGRAM "CompRpt".
