000100******************************************************************
000200*    PROGRAM-ID   EMPINQ
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     READ-ONLY SINGLE-EMPLOYEE INQUIRY CONSOLE FOR
000900*                 THE NURSES AND THE HELP DESK.  GIVEN AN EMPLOYEE
001000*                 NUMBER, OR THE LEGAL NAME VIA THE MASTER'S NAME
001100*                 KEY, SHOWS IN ONE DISPLAY THE MASTER RECORD, THE
001200*                 LAST TEN HISTORY READINGS WITH THE CATEGORY IN
001300*                 FORCE ON EACH READING'S DATE (ARCHIVED READINGS
001400*                 TOO WHEN ASKED FOR), EVERY FOLLOW-UP ROW WITH
001500*                 ITS APPOINTMENT, ANY READING STILL HELD FOR
001600*                 REVIEW AND THE WELLNESS GOAL WITH ITS PERCENT
001700*                 ACHIEVED.  EVERY FILE IS OPENED INPUT; NOTHING
001800*                 IS WRITTEN, SO THE PROGRAM CAN BE GIVEN TO STAFF
001900*                 WHO MUST NOT HAVE THE MAINTENANCE CONSOLES.
002000*
002100*    MOD HISTORY
002200*    2026-10-15 SMS  INITIAL VERSION.
002220*    2026-10-15 SMS  AN APPOINTMENT OR GOAL FILE THAT EXISTS BUT
002240*                    WILL NOT OPEN IS REPORTED AT START AND ON
002260*                    EACH INQUIRY INSTEAD OF SHOWING NOTHING
002280*                    BOOKED.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  "EmpInq".
002600 AUTHOR.      SEBASTIAN.
002700 INSTALLATION. WELLNESS SCREENING.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS EMP-NUMBER
003800         ALTERNATE RECORD KEY IS EMP-NAME
003900         FILE STATUS IS WS-EMP-STATUS.
004000     SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS HIST-KEY
004400         ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
004500         FILE STATUS IS WS-HIST-FILE-STATUS.
004600     SELECT ARCHIVE-FILE ASSIGN TO "HISTARCH"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-ARCH-FILE-STATUS.
004900     SELECT FOLLOWUP-FILE ASSIGN TO "FUPSCHED"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-FUP-FILE-STATUS.
005200     SELECT APPOINTMENT-FILE ASSIGN TO "APPTFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS APPT-KEY
005600         ALTERNATE RECORD KEY IS APPT-FUP-KEY
005700         FILE STATUS IS WS-APPT-STATUS.
005800     SELECT HOLD-FILE ASSIGN TO "BMIHOLD"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-HOLD-FILE-STATUS.
006100     SELECT GOAL-FILE ASSIGN TO "GOALFILE"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS GOAL-EMP-NUMBER
006500         FILE STATUS IS WS-GOAL-STATUS.
006600     SELECT POLICY-FILE ASSIGN TO "POLFILE"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS POL-EFFECTIVE-DATE
007000         FILE STATUS IS WS-POL-FILE-STATUS.
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
008600 FD  APPOINTMENT-FILE.
008700     COPY APPTREC.
008800
008900 FD  HOLD-FILE.
009000     COPY HOLDREC.
009100
009200 FD  GOAL-FILE.
009300     COPY GOALREC.
009400
009500 FD  POLICY-FILE.
009600     COPY POLREC.
009700
009800 WORKING-STORAGE SECTION.
009900*--------------------------------------------------------------*
010000*    01  WS-CONTROL-SWITCHES
010100*--------------------------------------------------------------*
010200 01  WS-CONTROL-SWITCHES.
010300     05  WS-DONE-SWITCH       PIC X(01)   VALUE "N".
010400         88  WS-INQUIRY-DONE              VALUE "Y".
010500     05  WS-FOUND-SWITCH      PIC X(01)   VALUE "N".
010600         88  WS-EMPLOYEE-FOUND            VALUE "Y".
010700     05  WS-SCAN-EOF-SWITCH   PIC X(01)   VALUE "N".
010800         88  WS-SCAN-DONE                 VALUE "Y".
010900     05  WS-READING-SWITCH    PIC X(01)   VALUE "N".
011000         88  WS-READING-FOUND             VALUE "Y".
011100     05  WS-APPT-FILE-SW      PIC X(01)   VALUE "N".
011200         88  WS-APPT-FILE-OPEN            VALUE "Y".
011300     05  WS-GOAL-FILE-SW      PIC X(01)   VALUE "N".
011400         88  WS-GOAL-FILE-OPEN            VALUE "Y".
011500     05  WS-FILES-OPEN-SW     PIC X(01)   VALUE "N".
011600         88  WS-FILES-OPEN                VALUE "Y".
011620     05  WS-APPT-ERROR-SW     PIC X(01)   VALUE "N".
011640         88  WS-APPT-FILE-ERROR           VALUE "Y".
011660     05  WS-GOAL-ERROR-SW     PIC X(01)   VALUE "N".
011680         88  WS-GOAL-FILE-ERROR           VALUE "Y".
011700
011800*--------------------------------------------------------------*
011900*    01  WS-FILE-STATUS-FIELDS
012000*--------------------------------------------------------------*
012100 01  WS-FILE-STATUS-FIELDS.
012200     05  WS-EMP-STATUS        PIC X(02).
012300     05  WS-HIST-FILE-STATUS  PIC X(02).
012400     05  WS-ARCH-FILE-STATUS  PIC X(02).
012500     05  WS-FUP-FILE-STATUS   PIC X(02).
012600     05  WS-APPT-STATUS       PIC X(02).
012700     05  WS-HOLD-FILE-STATUS  PIC X(02).
012800     05  WS-GOAL-STATUS       PIC X(02).
012900
013000*--------------------------------------------------------------*
013100*    01  WS-INQUIRY-FIELDS  -  CONSOLE ENTRY AND PER-SECTION
013200*                              COUNTS.  AN ENTRY OF SIX DIGITS
013300*                              AND NOTHING ELSE IS AN EMPLOYEE
013400*                              NUMBER; ANYTHING ELSE IS A NAME.
013500*--------------------------------------------------------------*
013600 01  WS-INQUIRY-FIELDS.
013700     05  WS-LOOKUP-TEXT       PIC X(20).
013800     05  WS-LOOKUP-TEXT-R     REDEFINES WS-LOOKUP-TEXT.
013900         10  WS-LOOKUP-NUMBER-X PIC X(06).
014000         10  WS-LOOKUP-TAIL   PIC X(14).
014100     05  WS-REPLY             PIC X(01).
014200     05  WS-NEAR-COUNT        PIC 9(02)   VALUE ZERO.
014300     05  WS-NEAR-MAX          PIC 9(02)   VALUE 5.
014400     05  WS-RDG-COUNT         PIC 9(05)   VALUE ZERO.
014500     05  WS-RDG-SKIP          PIC 9(05)   VALUE ZERO.
014600     05  WS-RDG-SHOWN         PIC 9(05)   VALUE ZERO.
014700     05  WS-RDG-SHOW-MAX      PIC 9(05)   VALUE 10.
014800     05  WS-ROW-COUNT         PIC 9(05)   VALUE ZERO.
014900     05  WS-ED-COUNT          PIC ZZZZ9.
015000     05  WS-ED-COUNT-2        PIC ZZZZ9.
015100
015200*--------------------------------------------------------------*
015300*    01  WS-PROGRESS-FIELDS  -  THE LATEST POST-ENROLLMENT
015400*                               READING AND PERCENT ACHIEVED,
015500*                               RECKONED AS THE GOAL PROGRESS
015600*                               REPORT DOES
015700*--------------------------------------------------------------*
015800 01  WS-PROGRESS-FIELDS.
015900     05  WS-LATEST-DATE       PIC 9(08)   VALUE ZERO.
016000     05  WS-LATEST-WEIGHT     PIC 999V9   VALUE ZERO.
016100     05  WS-LATEST-BMI        PIC 999V99  VALUE ZERO.
016200     05  WS-START-VALUE       PIC 999V99  VALUE ZERO.
016300     05  WS-TARGET-VALUE      PIC 999V99  VALUE ZERO.
016400     05  WS-LATEST-VALUE      PIC 999V99  VALUE ZERO.
016500     05  WS-GOAL-SPAN         PIC S999V99 VALUE ZERO.
016600     05  WS-GOAL-GAIN         PIC S999V99 VALUE ZERO.
016700     05  WS-PCT-ACHIEVED      PIC S9(05)V9 VALUE ZERO.
016800
016900*--------------------------------------------------------------*
017000*    01  WS-DISPLAY-FIELDS  -  EDITED VALUES FOR THE CONSOLE
017100*--------------------------------------------------------------*
017200 01  WS-DISPLAY-FIELDS.
017300     05  WS-ED-WEIGHT         PIC ZZ9.9.
017400     05  WS-ED-HEIGHT         PIC ZZ9.9.
017500     05  WS-ED-BMI            PIC ZZ9.99.
017600     05  WS-ED-PCT            PIC +ZZZ9.9.
017700     05  WS-STATUS-TEXT       PIC X(09).
017800
017900*--------------------------------------------------------------*
018000*    01  WS-CONSOLE-LINES
018100*--------------------------------------------------------------*
018200 01  WS-READING-HEADING.
018300     05  FILLER               PIC X(12)   VALUE "  DATE".
018400     05  FILLER               PIC X(09)   VALUE "WEIGHT".
018500     05  FILLER               PIC X(07)   VALUE "HEIGHT".
018600     05  FILLER               PIC X(08)   VALUE "BMI".
018700     05  FILLER               PIC X(14)   VALUE "CATEGORY".
018800     05  FILLER               PIC X(05)   VALUE "SITE".
018900     05  FILLER               PIC X(04)   VALUE "DEPT".
019000
019100 01  WS-READING-LINE.
019200     05  FILLER               PIC X(02)   VALUE SPACES.
019300     05  WS-RDL-DATE          PIC 9(08).
019400     05  FILLER               PIC X(02)   VALUE SPACES.
019500     05  WS-RDL-WEIGHT        PIC ZZ9.9.
019600     05  FILLER               PIC X(01)   VALUE SPACES.
019700     05  WS-RDL-UNIT          PIC X(01).
019800     05  FILLER               PIC X(02)   VALUE SPACES.
019900     05  WS-RDL-HEIGHT        PIC ZZ9.9.
020000     05  FILLER               PIC X(02)   VALUE SPACES.
020100     05  WS-RDL-BMI           PIC ZZ9.99.
020200     05  FILLER               PIC X(02)   VALUE SPACES.
020300     05  WS-RDL-CATEGORY      PIC X(12).
020400     05  FILLER               PIC X(02)   VALUE SPACES.
020500     05  WS-RDL-SITE          PIC X(03).
020600     05  FILLER               PIC X(02)   VALUE SPACES.
020700     05  WS-RDL-DEPT          PIC X(03).
020800
020900 01  WS-FOLLOWUP-HEADING.
021000     05  FILLER               PIC X(12)   VALUE "  SCREENED".
021100     05  FILLER               PIC X(14)   VALUE "CATEGORY".
021200     05  FILLER               PIC X(10)   VALUE "DUE".
021300     05  FILLER               PIC X(05)   VALUE "SITE".
021400     05  FILLER               PIC X(11)   VALUE "ROW".
021500     05  FILLER               PIC X(11)   VALUE "APPOINTMENT".
021600
021700 01  WS-FOLLOWUP-LINE.
021800     05  FILLER               PIC X(02)   VALUE SPACES.
021900     05  WS-FDL-SCREEN-DATE   PIC 9(08).
022000     05  FILLER               PIC X(02)   VALUE SPACES.
022100     05  WS-FDL-CATEGORY      PIC X(12).
022200     05  FILLER               PIC X(02)   VALUE SPACES.
022300     05  WS-FDL-DUE-DATE      PIC 9(08).
022400     05  FILLER               PIC X(02)   VALUE SPACES.
022500     05  WS-FDL-SITE          PIC X(03).
022600     05  FILLER               PIC X(02)   VALUE SPACES.
022700     05  WS-FDL-STATUS        PIC X(09).
022800     05  FILLER               PIC X(02)   VALUE SPACES.
022900     05  WS-FDL-APPT-DATE     PIC X(10).
023000     05  WS-FDL-APPT-TIME     PIC X(04).
023100     05  FILLER               PIC X(01)   VALUE SPACES.
023200     05  WS-FDL-APPT-STATUS   PIC X(08).
023300
023400     COPY CUREMP.
023500     COPY POLWS.
023600
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE
024000         THRU 1000-INITIALIZE-EXIT.
024100     PERFORM 2000-ONE-INQUIRY
024200         THRU 2000-ONE-INQUIRY-EXIT
024300         UNTIL WS-INQUIRY-DONE.
024400     PERFORM 9000-FINALIZE
024500         THRU 9000-FINALIZE-EXIT.
024600     STOP RUN.
024700
024800*--------------------------------------------------------------*
024900*    1000-INITIALIZE  -  THE MASTER AND THE HISTORY ARE NEEDED
024980*                        FOR ANY INQUIRY.  THE APPOINTMENT AND
025060*                        GOAL FILES ARE SHOWN WHEN PRESENT; ONE
025140*                        THAT EXISTS BUT WILL NOT OPEN IS
025220*                        REPORTED HERE AND ON EVERY INQUIRY.  THE
025260*                        SEQUENTIAL FILES ARE OPENED AFRESH FOR
025300*                        EACH INQUIRY SO EACH SCAN STARTS AT THE
025400*                        TOP AND SEES THE NIGHT'S LATEST ROWS.
025500*--------------------------------------------------------------*
025600 1000-INITIALIZE.
025700     PERFORM 7900-LOAD-POLICY-TABLE
025800         THRU 7900-LOAD-POLICY-TABLE-EXIT.
025900     OPEN INPUT EMPLOYEE-FILE.
026000     IF WS-EMP-STATUS NOT = "00"
026100         DISPLAY "ERROR OPENING EMPLOYEE MASTER, STATUS "
026200             WS-EMP-STATUS
026300         MOVE "Y" TO WS-DONE-SWITCH
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF.
026600     OPEN INPUT HISTORY-FILE.
026700     IF WS-HIST-FILE-STATUS NOT = "00"
026800         DISPLAY "ERROR OPENING HISTORY FILE, STATUS "
026900             WS-HIST-FILE-STATUS
027000         CLOSE EMPLOYEE-FILE
027100         MOVE "Y" TO WS-DONE-SWITCH
027200         GO TO 1000-INITIALIZE-EXIT
027300     END-IF.
027400     MOVE "Y" TO WS-FILES-OPEN-SW.
027447     OPEN INPUT APPOINTMENT-FILE.
027494     IF WS-APPT-STATUS = "00"
027541         MOVE "Y" TO WS-APPT-FILE-SW
027588     END-IF.
027635     IF WS-APPT-STATUS NOT = "00" AND WS-APPT-STATUS NOT = "35"
027682         DISPLAY "ERROR OPENING APPOINTMENT FILE, STATUS "
027729             WS-APPT-STATUS " - APPOINTMENTS NOT SHOWN."
027776         MOVE "Y" TO WS-APPT-ERROR-SW
027823     END-IF.
027870     OPEN INPUT GOAL-FILE.
027917     IF WS-GOAL-STATUS = "00"
027964         MOVE "Y" TO WS-GOAL-FILE-SW
028011     END-IF.
028058     IF WS-GOAL-STATUS NOT = "00" AND WS-GOAL-STATUS NOT = "35"
028105         DISPLAY "ERROR OPENING GOAL FILE, STATUS "
028152             WS-GOAL-STATUS " - GOALS NOT SHOWN."
028199         MOVE "Y" TO WS-GOAL-ERROR-SW
028246     END-IF.
028300 1000-INITIALIZE-EXIT.
028400     EXIT.
028500
028600*--------------------------------------------------------------*
028700*    2000-ONE-INQUIRY  -  ONE EMPLOYEE PER PASS, ALL SECTIONS
028800*--------------------------------------------------------------*
028900 2000-ONE-INQUIRY.
029000     DISPLAY " ".
029100     DISPLAY "EMPLOYEE NUMBER OR LEGAL NAME (Q = QUIT): ".
029200     MOVE SPACES TO WS-LOOKUP-TEXT.
029300     ACCEPT WS-LOOKUP-TEXT.
029400     IF WS-LOOKUP-TEXT = "Q"
029500         MOVE "Y" TO WS-DONE-SWITCH
029600         GO TO 2000-ONE-INQUIRY-EXIT
029700     END-IF.
029800     IF WS-LOOKUP-TEXT = SPACES
029900         GO TO 2000-ONE-INQUIRY-EXIT
030000     END-IF.
030100     MOVE "N" TO WS-FOUND-SWITCH.
030200     IF WS-LOOKUP-NUMBER-X IS NUMERIC
030300         AND WS-LOOKUP-TAIL = SPACES
030400         PERFORM 2100-FIND-BY-NUMBER
030500             THRU 2100-FIND-BY-NUMBER-EXIT
030600     ELSE
030700         PERFORM 2200-FIND-BY-NAME
030800             THRU 2200-FIND-BY-NAME-EXIT
030900     END-IF.
031000     IF NOT WS-EMPLOYEE-FOUND
031100         GO TO 2000-ONE-INQUIRY-EXIT
031200     END-IF.
031300     PERFORM 3000-SHOW-MASTER
031400         THRU 3000-SHOW-MASTER-EXIT.
031500     PERFORM 4000-SHOW-HISTORY
031600         THRU 4000-SHOW-HISTORY-EXIT.
031700     PERFORM 4500-SHOW-ARCHIVE
031800         THRU 4500-SHOW-ARCHIVE-EXIT.
031900     PERFORM 5000-SHOW-FOLLOWUPS
032000         THRU 5000-SHOW-FOLLOWUPS-EXIT.
032100     PERFORM 5500-SHOW-HOLDS
032200         THRU 5500-SHOW-HOLDS-EXIT.
032300     PERFORM 6000-SHOW-GOAL
032400         THRU 6000-SHOW-GOAL-EXIT.
032500 2000-ONE-INQUIRY-EXIT.
032600     EXIT.
032700
032800 2100-FIND-BY-NUMBER.
032900     MOVE WS-LOOKUP-NUMBER-X TO EMP-NUMBER.
033000     READ EMPLOYEE-FILE
033100         INVALID KEY
033200             DISPLAY "EMPLOYEE " WS-LOOKUP-NUMBER-X
033300                 " NOT ON FILE."
033400             GO TO 2100-FIND-BY-NUMBER-EXIT
033500     END-READ.
033600     MOVE "Y" TO WS-FOUND-SWITCH.
033700 2100-FIND-BY-NUMBER-EXIT.
033800     EXIT.
033900
034000*--------------------------------------------------------------*
034100*    2200-FIND-BY-NAME  -  THE NAME KEY IS UNIQUE, SO AN EXACT
034200*                          LEGAL NAME FINDS ONE EMPLOYEE.  WHEN
034300*                          IT DOES NOT, THE NEXT FEW NAMES ON THE
034400*                          KEY ARE LISTED SO THE CALLER CAN BE
034500*                          ASKED WHICH ONE THEY ARE.
034600*--------------------------------------------------------------*
034700 2200-FIND-BY-NAME.
034800     MOVE WS-LOOKUP-TEXT TO EMP-NAME.
034900     READ EMPLOYEE-FILE KEY IS EMP-NAME
035000         INVALID KEY
035100             DISPLAY "NO EMPLOYEE WITH THAT EXACT NAME - "
035200                 "NEAREST NAMES ON FILE:"
035300             PERFORM 2300-LIST-NEAR-NAMES
035400                 THRU 2300-LIST-NEAR-NAMES-EXIT
035500             GO TO 2200-FIND-BY-NAME-EXIT
035600     END-READ.
035700     MOVE "Y" TO WS-FOUND-SWITCH.
035800 2200-FIND-BY-NAME-EXIT.
035900     EXIT.
036000
036100 2300-LIST-NEAR-NAMES.
036200     MOVE WS-LOOKUP-TEXT TO EMP-NAME.
036300     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-NAME
036400         INVALID KEY
036500             DISPLAY "  (NONE)"
036600             GO TO 2300-LIST-NEAR-NAMES-EXIT
036700     END-START.
036800     MOVE ZERO TO WS-NEAR-COUNT.
036900     MOVE "N"  TO WS-SCAN-EOF-SWITCH.
037000     PERFORM 2310-SHOW-NEAR-NAME
037100         THRU 2310-SHOW-NEAR-NAME-EXIT
037200         UNTIL WS-SCAN-DONE
037300            OR WS-NEAR-COUNT >= WS-NEAR-MAX.
037400     IF WS-NEAR-COUNT = ZERO
037500         DISPLAY "  (NONE)"
037600     END-IF.
037700 2300-LIST-NEAR-NAMES-EXIT.
037800     EXIT.
037900
038000 2310-SHOW-NEAR-NAME.
038100     READ EMPLOYEE-FILE NEXT RECORD
038200         AT END
038300             MOVE "Y" TO WS-SCAN-EOF-SWITCH
038400             GO TO 2310-SHOW-NEAR-NAME-EXIT
038500     END-READ.
038600     ADD 1 TO WS-NEAR-COUNT.
038700     DISPLAY "  " EMP-NUMBER "  " EMP-NAME.
038800 2310-SHOW-NEAR-NAME-EXIT.
038900     EXIT.
039000
039100*--------------------------------------------------------------*
039200*    3000-SHOW-MASTER  -  THE EMPLOYEE MASTER RECORD
039300*--------------------------------------------------------------*
039400 3000-SHOW-MASTER.
039500     IF EMP-ACTIVE
039600         MOVE "ACTIVE"   TO WS-STATUS-TEXT
039700     ELSE
039800         MOVE "INACTIVE" TO WS-STATUS-TEXT
039900     END-IF.
040000     DISPLAY " ".
040100     DISPLAY "EMPLOYEE " EMP-NUMBER " " EMP-NAME
040200         "  " WS-STATUS-TEXT.
040300     DISPLAY "  BORN " EMP-BIRTH-DATE
040400         "  SEX " EMP-SEX
040500         "  DEPARTMENT " EMP-DEPT-CODE.
040600     IF EMP-STATUS-DATE NOT = ZERO
040700         DISPLAY "  STATUS SET " EMP-STATUS-DATE
040800     END-IF.
040900     IF EMP-ANON-DATE NOT = ZERO
041000         DISPLAY "  ANONYMISED " EMP-ANON-DATE
041100     END-IF.
041200 3000-SHOW-MASTER-EXIT.
041300     EXIT.
041400
041500*--------------------------------------------------------------*
041600*    4000-SHOW-HISTORY  -  THE LAST TEN READINGS, OLDEST FIRST.
041700*                          A FIRST PASS OVER THE EMPLOYEE'S KEY
041800*                          RANGE COUNTS THE READINGS; THE SECOND
041900*                          PASS SKIPS ALL BUT THE LAST TEN.
042000*--------------------------------------------------------------*
042100 4000-SHOW-HISTORY.
042200     DISPLAY " ".
042300     MOVE ZERO TO WS-RDG-COUNT.
042400     PERFORM 4100-START-HISTORY
042500         THRU 4100-START-HISTORY-EXIT.
042600     PERFORM 4200-COUNT-READING
042700         THRU 4200-COUNT-READING-EXIT
042800         UNTIL WS-SCAN-DONE.
042900     IF WS-RDG-COUNT = ZERO
043000         DISPLAY "HISTORY - NO READINGS ON FILE."
043100         GO TO 4000-SHOW-HISTORY-EXIT
043200     END-IF.
043300     IF WS-RDG-COUNT > WS-RDG-SHOW-MAX
043400         COMPUTE WS-RDG-SKIP = WS-RDG-COUNT - WS-RDG-SHOW-MAX
043500         MOVE WS-RDG-SHOW-MAX TO WS-RDG-SHOWN
043600     ELSE
043700         MOVE ZERO            TO WS-RDG-SKIP
043800         MOVE WS-RDG-COUNT    TO WS-RDG-SHOWN
043900     END-IF.
044000     MOVE WS-RDG-SHOWN TO WS-ED-COUNT.
044100     MOVE WS-RDG-COUNT TO WS-ED-COUNT-2.
044200     DISPLAY "HISTORY - LAST " WS-ED-COUNT
044300         " OF " WS-ED-COUNT-2 " READINGS".
044400     DISPLAY WS-READING-HEADING.
044500     PERFORM 4100-START-HISTORY
044600         THRU 4100-START-HISTORY-EXIT.
044700     PERFORM 4300-SHOW-READING
044800         THRU 4300-SHOW-READING-EXIT
044900         UNTIL WS-SCAN-DONE.
045000 4000-SHOW-HISTORY-EXIT.
045100     EXIT.
045200
045300 4100-START-HISTORY.
045400     MOVE "N"        TO WS-SCAN-EOF-SWITCH.
045500     MOVE EMP-NUMBER TO HIST-EMP-NUMBER.
045600     MOVE ZERO       TO HIST-DATE.
045700     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
045800         INVALID KEY
045900             MOVE "Y" TO WS-SCAN-EOF-SWITCH
046000     END-START.
046100 4100-START-HISTORY-EXIT.
046200     EXIT.
046300
046400 4200-COUNT-READING.
046500     READ HISTORY-FILE NEXT RECORD
046600         AT END
046700             MOVE "Y" TO WS-SCAN-EOF-SWITCH
046800             GO TO 4200-COUNT-READING-EXIT
046900     END-READ.
047000     IF HIST-EMP-NUMBER NOT = EMP-NUMBER
047100         MOVE "Y" TO WS-SCAN-EOF-SWITCH
047200         GO TO 4200-COUNT-READING-EXIT
047300     END-IF.
047400     ADD 1 TO WS-RDG-COUNT.
047500 4200-COUNT-READING-EXIT.
047600     EXIT.
047700
047800 4300-SHOW-READING.
047900     READ HISTORY-FILE NEXT RECORD
048000         AT END
048100             MOVE "Y" TO WS-SCAN-EOF-SWITCH
048200             GO TO 4300-SHOW-READING-EXIT
048300     END-READ.
048400     IF HIST-EMP-NUMBER NOT = EMP-NUMBER
048500         MOVE "Y" TO WS-SCAN-EOF-SWITCH
048600         GO TO 4300-SHOW-READING-EXIT
048700     END-IF.
048800     IF WS-RDG-SKIP > ZERO
048900         SUBTRACT 1 FROM WS-RDG-SKIP
049000         GO TO 4300-SHOW-READING-EXIT
049100     END-IF.
049200     PERFORM 4400-FORMAT-READING
049300         THRU 4400-FORMAT-READING-EXIT.
049400     DISPLAY WS-READING-LINE.
049500 4300-SHOW-READING-EXIT.
049600     EXIT.
049700
049800*--------------------------------------------------------------*
049900*    4400-FORMAT-READING  -  ONE READING LINE FROM THE HISTORY
050000*                            RECORD AREA, WITH THE CATEGORY UNDER
050100*                            THE CUT-OFFS IN FORCE ON ITS DATE
050200*--------------------------------------------------------------*
050300 4400-FORMAT-READING.
050400     MOVE HIST-DATE      TO WS-RDL-DATE.
050500     MOVE HIST-WEIGHT    TO WS-RDL-WEIGHT.
050600     MOVE HIST-UNIT-CODE TO WS-RDL-UNIT.
050700     MOVE HIST-HEIGHT-CM TO WS-RDL-HEIGHT.
050800     MOVE HIST-BMI       TO WS-RDL-BMI.
050900     MOVE HIST-SITE-CODE TO WS-RDL-SITE.
051000     MOVE HIST-DEPT-CODE TO WS-RDL-DEPT.
051100     MOVE HIST-BMI       TO WS-CE-BMI.
051200     MOVE HIST-DATE      TO WS-POL-AS-OF-DATE.
051300     PERFORM 7950-SET-POLICY-FOR-DATE
051400         THRU 7950-SET-POLICY-FOR-DATE-EXIT.
051500     PERFORM 8000-CLASSIFY-BMI
051600         THRU 8000-CLASSIFY-BMI-EXIT.
051700     MOVE WS-CE-CATEGORY TO WS-RDL-CATEGORY.
051800 4400-FORMAT-READING-EXIT.
051900     EXIT.
052000
052100*--------------------------------------------------------------*
052200*    4500-SHOW-ARCHIVE  -  ON REQUEST ONLY, SINCE THE ARCHIVE IS
052300*                          SEQUENTIAL AND HAS TO BE READ END TO
052400*                          END.  IMAGES ARE HISTORY RECORDS, SO
052500*                          THEY ARE FORMATTED THROUGH THE HISTORY
052600*                          RECORD AREA AS THE RETRIEVAL DOES.
052700*--------------------------------------------------------------*
052800 4500-SHOW-ARCHIVE.
052900     DISPLAY "SHOW ARCHIVED READINGS TOO (Y/N): ".
053000     MOVE SPACES TO WS-REPLY.
053100     ACCEPT WS-REPLY.
053200     IF WS-REPLY NOT = "Y"
053300         GO TO 4500-SHOW-ARCHIVE-EXIT
053400     END-IF.
053500     OPEN INPUT ARCHIVE-FILE.
053600     IF WS-ARCH-FILE-STATUS NOT = "00"
053700         DISPLAY "ARCHIVE - NOT AVAILABLE, STATUS "
053800             WS-ARCH-FILE-STATUS
053900         GO TO 4500-SHOW-ARCHIVE-EXIT
054000     END-IF.
054100     DISPLAY "ARCHIVE".
054200     DISPLAY WS-READING-HEADING.
054300     MOVE ZERO TO WS-ROW-COUNT.
054400     MOVE "N"  TO WS-SCAN-EOF-SWITCH.
054500     PERFORM 4600-SHOW-ARCHIVE-READING
054600         THRU 4600-SHOW-ARCHIVE-READING-EXIT
054700         UNTIL WS-SCAN-DONE.
054800     CLOSE ARCHIVE-FILE.
054900     MOVE WS-ROW-COUNT TO WS-ED-COUNT.
055000     DISPLAY "  ARCHIVED READINGS: " WS-ED-COUNT.
055100 4500-SHOW-ARCHIVE-EXIT.
055200     EXIT.
055300
055400 4600-SHOW-ARCHIVE-READING.
055500     READ ARCHIVE-FILE
055600         AT END
055700             MOVE "Y" TO WS-SCAN-EOF-SWITCH
055800             GO TO 4600-SHOW-ARCHIVE-READING-EXIT
055900     END-READ.
056000     MOVE ARCHIVE-RECORD TO HISTORY-RECORD.
056100     IF HIST-EMP-NUMBER NOT = EMP-NUMBER
056200         GO TO 4600-SHOW-ARCHIVE-READING-EXIT
056300     END-IF.
056400     ADD 1 TO WS-ROW-COUNT.
056500     PERFORM 4400-FORMAT-READING
056600         THRU 4400-FORMAT-READING-EXIT.
056700     DISPLAY WS-READING-LINE.
056800 4600-SHOW-ARCHIVE-READING-EXIT.
056900     EXIT.
057000
057100*--------------------------------------------------------------*
057200*    5000-SHOW-FOLLOWUPS  -  EVERY FOLLOW-UP ROW FOR THE
057300*                            EMPLOYEE, OPEN, COMPLETED AND
057400*                            CANCELLED, WITH THE APPOINTMENT
057500*--------------------------------------------------------------*
057600 5000-SHOW-FOLLOWUPS.
057700     DISPLAY " ".
057800     OPEN INPUT FOLLOWUP-FILE.
057900     IF WS-FUP-FILE-STATUS NOT = "00"
058000         DISPLAY "FOLLOW-UPS - NOT AVAILABLE, STATUS "
058100             WS-FUP-FILE-STATUS
058200         GO TO 5000-SHOW-FOLLOWUPS-EXIT
058300     END-IF.
058400     DISPLAY "FOLLOW-UPS".
058500     DISPLAY WS-FOLLOWUP-HEADING.
058600     MOVE ZERO TO WS-ROW-COUNT.
058700     MOVE "N"  TO WS-SCAN-EOF-SWITCH.
058800     PERFORM 5100-SHOW-FOLLOWUP-ROW
058900         THRU 5100-SHOW-FOLLOWUP-ROW-EXIT
059000         UNTIL WS-SCAN-DONE.
059100     CLOSE FOLLOWUP-FILE.
059200     IF WS-ROW-COUNT = ZERO
059300         DISPLAY "  NO FOLLOW-UP ROWS."
059400     END-IF.
059500 5000-SHOW-FOLLOWUPS-EXIT.
059600     EXIT.
059700
059800 5100-SHOW-FOLLOWUP-ROW.
059900     READ FOLLOWUP-FILE
060000         AT END
060100             MOVE "Y" TO WS-SCAN-EOF-SWITCH
060200             GO TO 5100-SHOW-FOLLOWUP-ROW-EXIT
060300     END-READ.
060400     IF FUP-EMP-NUMBER NOT = EMP-NUMBER
060500         GO TO 5100-SHOW-FOLLOWUP-ROW-EXIT
060600     END-IF.
060700     ADD 1 TO WS-ROW-COUNT.
060800     MOVE FUP-SCREEN-DATE TO WS-FDL-SCREEN-DATE.
060900     MOVE FUP-CATEGORY    TO WS-FDL-CATEGORY.
061000     MOVE FUP-DUE-DATE    TO WS-FDL-DUE-DATE.
061100     MOVE FUP-SITE-CODE   TO WS-FDL-SITE.
061200     EVALUATE TRUE
061300         WHEN FUP-OPEN
061400             MOVE "OPEN"      TO WS-FDL-STATUS
061500         WHEN FUP-COMPLETED
061600             MOVE "COMPLETED" TO WS-FDL-STATUS
061700         WHEN FUP-CANCELLED
061800             MOVE "CANCELLED" TO WS-FDL-STATUS
061900         WHEN OTHER
062000             MOVE FUP-STATUS  TO WS-FDL-STATUS
062100     END-EVALUATE.
062200     PERFORM 5200-FIND-APPOINTMENT
062300         THRU 5200-FIND-APPOINTMENT-EXIT.
062400     DISPLAY WS-FOLLOWUP-LINE.
062500 5100-SHOW-FOLLOWUP-ROW-EXIT.
062600     EXIT.
062700
062800*--------------------------------------------------------------*
062900*    5200-FIND-APPOINTMENT  -  THE ROW'S APPOINTMENT BY THE
062975*                              FOLLOW-UP KEY.  AN OPEN ROW WITH
063050*                              NONE IS SHOWN AS NOT BOOKED; AN
063125*                              UNREADABLE FILE SHOWS UNREADABLE.
063200*--------------------------------------------------------------*
063300 5200-FIND-APPOINTMENT.
063400     MOVE SPACES TO WS-FDL-APPT-DATE.
063500     MOVE SPACES TO WS-FDL-APPT-TIME.
063600     MOVE SPACES TO WS-FDL-APPT-STATUS.
063657     IF NOT WS-APPT-FILE-OPEN
063714         IF WS-APPT-FILE-ERROR
063771             MOVE "UNREADABLE" TO WS-FDL-APPT-DATE
063828         END-IF
063885         GO TO 5200-FIND-APPOINTMENT-EXIT
063942     END-IF.
064000     MOVE FUP-EMP-NUMBER  TO APPT-EMP-NUMBER.
064100     MOVE FUP-SCREEN-DATE TO APPT-SCREEN-DATE.
064200     READ APPOINTMENT-FILE KEY IS APPT-FUP-KEY
064300         INVALID KEY
064400             IF FUP-OPEN
064500                 MOVE "NOT BOOKED" TO WS-FDL-APPT-DATE
064600             END-IF
064700             GO TO 5200-FIND-APPOINTMENT-EXIT
064800     END-READ.
064900     MOVE APPT-DATE TO WS-FDL-APPT-DATE.
065000     MOVE APPT-TIME TO WS-FDL-APPT-TIME.
065100     EVALUATE TRUE
065200         WHEN APPT-BOOKED
065300             MOVE "BOOKED"   TO WS-FDL-APPT-STATUS
065400         WHEN APPT-ATTENDED
065500             MOVE "ATTENDED" TO WS-FDL-APPT-STATUS
065600         WHEN APPT-NO-SHOW
065700             MOVE "NO-SHOW"  TO WS-FDL-APPT-STATUS
065800         WHEN OTHER
065900             MOVE APPT-STATUS TO WS-FDL-APPT-STATUS
066000     END-EVALUATE.
066100 5200-FIND-APPOINTMENT-EXIT.
066200     EXIT.
066300
066400*--------------------------------------------------------------*
066500*    5500-SHOW-HOLDS  -  ANY READING STILL HELD FOR THE NURSE'S
066600*                        REVIEW, LAID OUT AS THE REVIEW CONSOLE
066700*                        SHOWS IT.  WORKED ROWS ARE NOT SHOWN.
066800*--------------------------------------------------------------*
066900 5500-SHOW-HOLDS.
067000     DISPLAY " ".
067100     OPEN INPUT HOLD-FILE.
067200     IF WS-HOLD-FILE-STATUS NOT = "00"
067300         DISPLAY "HELD READINGS - NONE ON FILE."
067400         GO TO 5500-SHOW-HOLDS-EXIT
067500     END-IF.
067600     DISPLAY "HELD READINGS".
067700     MOVE ZERO TO WS-ROW-COUNT.
067800     MOVE "N"  TO WS-SCAN-EOF-SWITCH.
067900     PERFORM 5600-SHOW-HELD-ROW
068000         THRU 5600-SHOW-HELD-ROW-EXIT
068100         UNTIL WS-SCAN-DONE.
068200     CLOSE HOLD-FILE.
068300     IF WS-ROW-COUNT = ZERO
068400         DISPLAY "  NO READING HELD FOR REVIEW."
068500     END-IF.
068600 5500-SHOW-HOLDS-EXIT.
068700     EXIT.
068800
068900 5600-SHOW-HELD-ROW.
069000     READ HOLD-FILE
069100         AT END
069200             MOVE "Y" TO WS-SCAN-EOF-SWITCH
069300             GO TO 5600-SHOW-HELD-ROW-EXIT
069400     END-READ.
069500     IF HLD-EMP-NUMBER NOT = EMP-NUMBER
069600         OR NOT HLD-HELD
069700         GO TO 5600-SHOW-HELD-ROW-EXIT
069800     END-IF.
069900     ADD 1 TO WS-ROW-COUNT.
070000     MOVE HLD-WEIGHT          TO WS-ED-WEIGHT.
070100     MOVE HLD-HEIGHT-CM       TO WS-ED-HEIGHT.
070200     DISPLAY "  SITE " HLD-SITE-CODE
070300         "  REASON " HLD-REASON-CODE.
070400     DISPLAY "  KEYED: WEIGHT " WS-ED-WEIGHT
070500         "  HEIGHT " WS-ED-HEIGHT
070600         "  UNIT " HLD-UNIT-CODE.
070700     MOVE HLD-PRIOR-WEIGHT    TO WS-ED-WEIGHT.
070800     MOVE HLD-PRIOR-HEIGHT-CM TO WS-ED-HEIGHT.
070900     DISPLAY "  PRIOR: WEIGHT " WS-ED-WEIGHT
071000         "  HEIGHT " WS-ED-HEIGHT
071100         "  ON " HLD-PRIOR-DATE.
071200 5600-SHOW-HELD-ROW-EXIT.
071300     EXIT.
071400
071500*--------------------------------------------------------------*
071600*    6000-SHOW-GOAL  -  THE WELLNESS GOAL AND PERCENT ACHIEVED:
071700*                       GROUND COVERED FROM THE START READING
071800*                       TOWARD THE TARGET BY THE LATEST READING
071900*                       SINCE ENROLLMENT (WEIGHT OR BMI PER THE
072000*                       GOAL TYPE), THE GOAL PROGRESS REPORT'S
072100*                       FORMULA
072200*--------------------------------------------------------------*
072300 6000-SHOW-GOAL.
072400     DISPLAY " ".
072420     IF WS-GOAL-FILE-ERROR
072440         DISPLAY "GOAL - NOT SHOWN, GOAL FILE UNREADABLE."
072460         GO TO 6000-SHOW-GOAL-EXIT
072480     END-IF.
072500     IF NOT WS-GOAL-FILE-OPEN
072600         DISPLAY "GOAL - NONE ON FILE."
072700         GO TO 6000-SHOW-GOAL-EXIT
072800     END-IF.
072900     MOVE EMP-NUMBER TO GOAL-EMP-NUMBER.
073000     READ GOAL-FILE
073100         INVALID KEY
073200             DISPLAY "GOAL - NOT ENROLLED."
073300             GO TO 6000-SHOW-GOAL-EXIT
073400     END-READ.
073500     IF GOAL-ACTIVE
073600         MOVE "ACTIVE" TO WS-STATUS-TEXT
073700     ELSE
073800         MOVE "CLOSED" TO WS-STATUS-TEXT
073900     END-IF.
074000     DISPLAY "GOAL - " WS-STATUS-TEXT
074100         "  SITE " GOAL-SITE-CODE
074200         "  TARGET DATE " GOAL-TARGET-DATE.
074300     MOVE GOAL-START-WEIGHT  TO WS-ED-WEIGHT.
074400     MOVE GOAL-START-BMI     TO WS-ED-BMI.
074500     DISPLAY "  START:  WEIGHT " WS-ED-WEIGHT
074600         "  BMI " WS-ED-BMI
074700         "  ON " GOAL-START-DATE.
074800     IF GOAL-TYPE-WEIGHT
074900         MOVE GOAL-TARGET-WEIGHT TO WS-ED-WEIGHT
075000         DISPLAY "  TARGET: WEIGHT " WS-ED-WEIGHT
075100         MOVE GOAL-START-WEIGHT  TO WS-START-VALUE
075200         MOVE GOAL-TARGET-WEIGHT TO WS-TARGET-VALUE
075300     ELSE
075400         MOVE GOAL-TARGET-BMI    TO WS-ED-BMI
075500         DISPLAY "  TARGET: BMI " WS-ED-BMI
075600         MOVE GOAL-START-BMI     TO WS-START-VALUE
075700         MOVE GOAL-TARGET-BMI    TO WS-TARGET-VALUE
075800     END-IF.
075900     PERFORM 6100-FIND-LATEST-READING
076000         THRU 6100-FIND-LATEST-READING-EXIT.
076100     IF NOT WS-READING-FOUND
076200         DISPLAY "  NO READING SINCE ENROLLMENT."
076300         GO TO 6000-SHOW-GOAL-EXIT
076400     END-IF.
076500     IF GOAL-TYPE-WEIGHT
076600         MOVE WS-LATEST-WEIGHT TO WS-LATEST-VALUE
076700     ELSE
076800         MOVE WS-LATEST-BMI    TO WS-LATEST-VALUE
076900     END-IF.
077000     COMPUTE WS-GOAL-SPAN = WS-START-VALUE - WS-TARGET-VALUE.
077100     COMPUTE WS-GOAL-GAIN = WS-START-VALUE - WS-LATEST-VALUE.
077200     IF WS-GOAL-SPAN = ZERO
077300         MOVE 100 TO WS-PCT-ACHIEVED
077400     ELSE
077500         COMPUTE WS-PCT-ACHIEVED ROUNDED =
077600             WS-GOAL-GAIN * 100 / WS-GOAL-SPAN
077700     END-IF.
077800     MOVE WS-LATEST-WEIGHT TO WS-ED-WEIGHT.
077900     MOVE WS-LATEST-BMI    TO WS-ED-BMI.
078000     MOVE WS-PCT-ACHIEVED  TO WS-ED-PCT.
078100     DISPLAY "  LATEST: WEIGHT " WS-ED-WEIGHT
078200         "  BMI " WS-ED-BMI
078300         "  ON " WS-LATEST-DATE.
078400     DISPLAY "  PERCENT ACHIEVED " WS-ED-PCT.
078500 6000-SHOW-GOAL-EXIT.
078600     EXIT.
078700
078800*--------------------------------------------------------------*
078900*    6100-FIND-LATEST-READING  -  THE LAST READING AFTER THE
079000*                                 GOAL START DATE
079100*--------------------------------------------------------------*
079200 6100-FIND-LATEST-READING.
079300     MOVE "N"             TO WS-READING-SWITCH.
079400     MOVE "N"             TO WS-SCAN-EOF-SWITCH.
079500     MOVE GOAL-EMP-NUMBER TO HIST-EMP-NUMBER.
079600     MOVE GOAL-START-DATE TO HIST-DATE.
079700     START HISTORY-FILE KEY IS GREATER THAN HIST-KEY
079800         INVALID KEY
079900             GO TO 6100-FIND-LATEST-READING-EXIT
080000     END-START.
080100     PERFORM 6200-SCAN-ONE-READING
080200         THRU 6200-SCAN-ONE-READING-EXIT
080300         UNTIL WS-SCAN-DONE.
080400 6100-FIND-LATEST-READING-EXIT.
080500     EXIT.
080600
080700 6200-SCAN-ONE-READING.
080800     READ HISTORY-FILE NEXT RECORD
080900         AT END
081000             MOVE "Y" TO WS-SCAN-EOF-SWITCH
081100             GO TO 6200-SCAN-ONE-READING-EXIT
081200     END-READ.
081300     IF HIST-EMP-NUMBER NOT = GOAL-EMP-NUMBER
081400         MOVE "Y" TO WS-SCAN-EOF-SWITCH
081500         GO TO 6200-SCAN-ONE-READING-EXIT
081600     END-IF.
081700     MOVE "Y"         TO WS-READING-SWITCH.
081800     MOVE HIST-DATE   TO WS-LATEST-DATE.
081900     MOVE HIST-WEIGHT TO WS-LATEST-WEIGHT.
082000     MOVE HIST-BMI    TO WS-LATEST-BMI.
082100 6200-SCAN-ONE-READING-EXIT.
082200     EXIT.
082300
082400 9000-FINALIZE.
082500     IF WS-FILES-OPEN
082600         CLOSE EMPLOYEE-FILE
082700         CLOSE HISTORY-FILE
082800     END-IF.
082900     IF WS-APPT-FILE-OPEN
083000         CLOSE APPOINTMENT-FILE
083100     END-IF.
083200     IF WS-GOAL-FILE-OPEN
083300         CLOSE GOAL-FILE
083400     END-IF.
083500 9000-FINALIZE-EXIT.
083600     EXIT.
083700
083800     COPY CLSSIFY.
083900     COPY POLPROC.
084000
084100 END PROGRAM "EmpInq".
