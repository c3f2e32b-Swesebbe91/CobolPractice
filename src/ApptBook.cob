000100******************************************************************
000200*    PROGRAM-ID   APPTBOOK
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     FOLLOW-UP APPOINTMENT SCHEDULER.  RUNS NIGHTLY
000900*                 AFTER THE ROSTER BATCH AND BOOKS EVERY OPEN ROW
001000*                 ON THE FOLLOW-UP SCHEDULE FILE (COPYBOOK FUPREC)
001100*                 THAT HAS NO APPOINTMENT YET INTO A TIME SLOT AT
001200*                 ITS CLINIC SITE (COPYBOOK APPTREC), AGAINST THE
001300*                 SITE CAPACITY CALENDAR KEPT BY CAPMAINT
001400*                 (COPYBOOK CAPREC).  A ROW IS BOOKED ON ITS DUE
001500*                 DATE - THE SCREENING DATE PLUS THE POLICY
001600*                 INTERVAL IN FORCE THAT DAY, AS FOLLOWUP WORKS IT
001700*                 OUT - OR, WHEN THE SITE IS CLOSED OR FULL THAT
001800*                 DAY, ON THE NEXT OPEN DAY BEFORE IT, WORKING
001900*                 BACK NO FURTHER THAN TOMORROW.  ROWS ARE TAKEN
002000*                 EARLIEST DUE DATE FIRST SO THE MOST URGENT GET
002100*                 THE SLOTS.  A ROW THAT CANNOT BE FITTED IN IS
002200*                 LEFT UNBOOKED AND FLAGGED ON THE LIST WITH THE
002300*                 REASON.  A ROW HISTCORR HAS CANCELLED GIVES UP
002400*                 ITS SLOT.  THE APPOINTMENT LIST (APPTLIST) GIVES
002500*                 EACH CLINIC SITE, ON ITS OWN PAGE, EVERY
002600*                 APPOINTMENT STILL BOOKED FROM TOMORROW ON, BY
002700*                 DATE AND TIME.
002800*
002900*    MOD HISTORY
003000*    2026-10-15 SMS  INITIAL VERSION.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.  "ApptBook".
003400 AUTHOR.      SEBASTIAN.
003500 INSTALLATION. WELLNESS SCREENING.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FOLLOWUP-FILE ASSIGN TO "FUPSCHED"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-FUP-FILE-STATUS.
004500     SELECT CAPACITY-FILE ASSIGN TO "CAPFILE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CAP-KEY
004900         FILE STATUS IS WS-CAP-STATUS.
005000     SELECT APPOINTMENT-FILE ASSIGN TO "APPTFILE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS APPT-KEY
005400         ALTERNATE RECORD KEY IS APPT-FUP-KEY
005500         FILE STATUS IS WS-APPT-STATUS.
005600     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS EMP-NUMBER
006000         ALTERNATE RECORD KEY IS EMP-NAME
006100         FILE STATUS IS WS-EMP-STATUS.
006200     SELECT LIST-FILE ASSIGN TO "APPTLIST"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-LIST-FILE-STATUS.
006500     SELECT POLICY-FILE ASSIGN TO "POLFILE"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS POL-EFFECTIVE-DATE
006900         FILE STATUS IS WS-POL-FILE-STATUS.
007000     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-AUD-FILE-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  FOLLOWUP-FILE.
007700     COPY FUPREC.
007800
007900 FD  CAPACITY-FILE.
008000     COPY CAPREC.
008100
008200 FD  APPOINTMENT-FILE.
008300     COPY APPTREC.
008400
008500 FD  EMPLOYEE-FILE.
008600     COPY EMPREC.
008700
008800 FD  LIST-FILE.
008900 01  LIST-LINE                PIC X(80).
009000
009100 FD  POLICY-FILE.
009200     COPY POLREC.
009300
009400 FD  AUDIT-FILE.
009500     COPY AUDREC.
009600
009700 WORKING-STORAGE SECTION.
009800*--------------------------------------------------------------*
009900*    01  WS-CONTROL-SWITCHES
010000*--------------------------------------------------------------*
010100 01  WS-CONTROL-SWITCHES.
010200     05  WS-EOF-SWITCH        PIC X(01)   VALUE "N".
010300         88  END-OF-SCHEDULE              VALUE "Y".
010400     05  WS-BOOKING-DONE-SW   PIC X(01)   VALUE "N".
010500         88  WS-BOOKING-DONE              VALUE "Y".
010600     05  WS-LIST-EOF-SW       PIC X(01)   VALUE "N".
010700         88  END-OF-APPOINTMENTS          VALUE "Y".
010800     05  WS-EMP-FILE-SW       PIC X(01)   VALUE "N".
010900         88  WS-EMP-FILE-OPEN             VALUE "Y".
011000     05  WS-BOOKED-SW         PIC X(01)   VALUE "N".
011100         88  WS-ROW-BOOKED                VALUE "Y".
011200     05  WS-FREE-SLOT-SW      PIC X(01)   VALUE "N".
011300         88  WS-FREE-SLOT-FOUND           VALUE "Y".
011400     05  WS-FILES-OPEN-SW     PIC X(01)   VALUE "N".
011500         88  WS-FILES-OPEN                VALUE "Y".
011600
011700*--------------------------------------------------------------*
011800*    01  WS-FILE-STATUS-FIELDS
011900*--------------------------------------------------------------*
012000 01  WS-FILE-STATUS-FIELDS.
012100     05  WS-FUP-FILE-STATUS   PIC X(02).
012200     05  WS-CAP-STATUS        PIC X(02).
012300     05  WS-APPT-STATUS       PIC X(02).
012400     05  WS-EMP-STATUS        PIC X(02).
012500     05  WS-LIST-FILE-STATUS  PIC X(02).
012600
012700*--------------------------------------------------------------*
012800*    01  WS-RUN-FIELDS  -  BUSINESS DATE, THE BOOKING WINDOW AND
012900*                          THE RUN COUNTS
013000*--------------------------------------------------------------*
013100 01  WS-RUN-FIELDS.
013200     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
013300     05  WS-TOMORROW-DATE     PIC 9(08)   VALUE ZERO.
013400     05  WS-ROW-DUE-DATE      PIC 9(08)   VALUE ZERO.
013500     05  WS-TRY-DATE          PIC 9(08)   VALUE ZERO.
013600     05  WS-DAY-SLOTS         PIC 9(02)   VALUE ZERO.
013700     05  WS-TRY-SLOT          PIC 9(02)   VALUE ZERO.
013800     05  WS-SLOT-START        PIC 9(05)   VALUE ZERO.
013900     05  WS-SLOT-HH           PIC 9(02)   VALUE ZERO.
014000     05  WS-SLOT-MM           PIC 9(02)   VALUE ZERO.
014100     05  WS-CUR-SITE          PIC X(03)   VALUE SPACES.
014200     05  WS-CUR-DATE          PIC 9(08)   VALUE ZERO.
014300     05  WS-READ-COUNT        PIC 9(07)   VALUE ZERO.
014400     05  WS-DONE-ROW-COUNT    PIC 9(07)   VALUE ZERO.
014500     05  WS-RELEASED-COUNT    PIC 9(07)   VALUE ZERO.
014600     05  WS-OPEN-ROW-COUNT    PIC 9(07)   VALUE ZERO.
014700     05  WS-HAD-APPT-COUNT    PIC 9(07)   VALUE ZERO.
014800     05  WS-BOOKED-COUNT      PIC 9(07)   VALUE ZERO.
014900     05  WS-EARLY-COUNT       PIC 9(07)   VALUE ZERO.
015000     05  WS-FLAGGED-COUNT     PIC 9(07)   VALUE ZERO.
015100     05  WS-DROPPED-COUNT     PIC 9(07)   VALUE ZERO.
015200     05  WS-LISTED-COUNT      PIC 9(07)   VALUE ZERO.
015300     05  WS-SITE-COUNT        PIC 9(07)   VALUE ZERO.
015400
015500*--------------------------------------------------------------*
015600*    01  WS-STANDING-WEEK  -  THE SITE'S STANDING CALENDAR ENTRY,
015700*                             HELD WHILE THE DATED ENTRIES ARE
015800*                             READ INTO THE RECORD AREA
015900*--------------------------------------------------------------*
016000 01  WS-STANDING-WEEK.
016100     05  WS-STD-SLOTS         PIC 9(02)   VALUE ZERO.
016200     05  WS-STD-FIRST-TIME    PIC 9(04)   VALUE ZERO.
016300     05  WS-STD-FIRST-R       REDEFINES WS-STD-FIRST-TIME.
016400         10  WS-STD-FIRST-HH  PIC 9(02).
016500         10  WS-STD-FIRST-MM  PIC 9(02).
016600     05  WS-STD-MINUTES       PIC 9(03)   VALUE ZERO.
016700     05  WS-STD-OPEN-DAYS     PIC X(07)   VALUE SPACES.
016800     05  WS-STD-OPEN-R        REDEFINES WS-STD-OPEN-DAYS.
016900         10  WS-STD-OPEN-DAY  PIC X(01)   OCCURS 7 TIMES.
017000
017100*--------------------------------------------------------------*
017200*    01  WS-ROW-TABLE  -  OPEN SCHEDULE ROWS AWAITING A DECISION.
017300*                         WS-ROW-STATE: N = NOT YET TAKEN, A =
017400*                         ALREADY HAD AN APPOINTMENT, B = BOOKED
017500*                         THIS RUN, F = FLAGGED.  WS-ROW-REASON ON
017600*                         A FLAGGED ROW: P = DUE DATE ALREADY
017700*                         PASSED, C = SITE HAS NO CALENDAR, S = NO
017800*                         FREE SLOT BY THE DUE DATE.
017900*--------------------------------------------------------------*
018000 01  WS-ROW-TABLE.
018100     05  WS-ROW-USED          PIC 9(04)   COMP VALUE ZERO.
018200     05  WS-ROW-SUB           PIC 9(04)   COMP VALUE ZERO.
018300     05  WS-ROW-FOUND-SUB     PIC 9(04)   COMP VALUE ZERO.
018400     05  WS-ROW-ENTRY         OCCURS 1000 TIMES.
018500         10  WS-ROW-EMPNO     PIC 9(06).
018600         10  WS-ROW-NAME      PIC X(20).
018700         10  WS-ROW-SITE      PIC X(03).
018800         10  WS-ROW-CATEGORY  PIC X(12).
018900         10  WS-ROW-SCREEN    PIC 9(08).
019000         10  WS-ROW-DUE       PIC 9(08).
019100         10  WS-ROW-STATE     PIC X(01).
019200         10  WS-ROW-REASON    PIC X(01).
019300
019400*--------------------------------------------------------------*
019500*    01  WS-REPORT-LINES
019600*--------------------------------------------------------------*
019700 01  WS-SITE-HEADING-LINE.
019800     05  FILLER               PIC X(26)
019900       VALUE "FOLLOW-UP APPOINTMENTS - ".
020000     05  FILLER               PIC X(05)   VALUE "SITE ".
020100     05  WS-SH-SITE           PIC X(03).
020200     05  FILLER               PIC X(10)   VALUE "   AS AT ".
020300     05  WS-SH-DATE           PIC 9(08).
020400     05  FILLER               PIC X(28)   VALUE SPACES.
020500
020600 01  WS-DATE-HEADING-LINE.
020700     05  FILLER               PIC X(04)   VALUE SPACES.
020800     05  FILLER               PIC X(07)   VALUE "CLINIC ".
020900     05  WS-DH-DATE           PIC 9(08).
021000     05  FILLER               PIC X(61)   VALUE SPACES.
021100
021200 01  WS-LIST-COLUMN-LINE.
021300     05  FILLER               PIC X(10)   VALUE "  TIME".
021400     05  FILLER               PIC X(06)   VALUE "SLOT".
021500     05  FILLER               PIC X(08)   VALUE "NUMBER".
021600     05  FILLER               PIC X(22)   VALUE "EMPLOYEE".
021700     05  FILLER               PIC X(14)   VALUE "CATEGORY".
021800     05  FILLER               PIC X(10)   VALUE "DUE".
021900     05  FILLER               PIC X(10)   VALUE SPACES.
022000
022100 01  WS-LIST-DETAIL-LINE.
022200     05  FILLER               PIC X(02)   VALUE SPACES.
022300     05  WS-LD-HH             PIC 9(02).
022400     05  FILLER               PIC X(01)   VALUE ":".
022500     05  WS-LD-MM             PIC 9(02).
022600     05  FILLER               PIC X(03)   VALUE SPACES.
022700     05  WS-LD-SLOT           PIC Z9.
022800     05  FILLER               PIC X(04)   VALUE SPACES.
022900     05  WS-LD-NUMBER         PIC 9(06).
023000     05  FILLER               PIC X(02)   VALUE SPACES.
023100     05  WS-LD-NAME           PIC X(20).
023200     05  FILLER               PIC X(02)   VALUE SPACES.
023300     05  WS-LD-CATEGORY       PIC X(12).
023400     05  FILLER               PIC X(02)   VALUE SPACES.
023500     05  WS-LD-DUE            PIC 9(08).
023600     05  FILLER               PIC X(02)   VALUE SPACES.
023700     05  WS-LD-NEW-FLAG       PIC X(03).
023800     05  FILLER               PIC X(07)   VALUE SPACES.
023900
024000 01  WS-APPT-TIME-WORK.
024100     05  WS-ATW-HH            PIC 9(02).
024200     05  WS-ATW-MM            PIC 9(02).
024300 01  WS-APPT-TIME-N           REDEFINES WS-APPT-TIME-WORK
024400                              PIC 9(04).
024500
024600 01  WS-FLAG-HEADING-LINE.
024700     05  FILLER               PIC X(37)
024800       VALUE "FOLLOW-UPS THAT COULD NOT BE BOOKED ".
024900     05  FILLER               PIC X(06)   VALUE "AS AT ".
025000     05  WS-FH-DATE           PIC 9(08).
025100     05  FILLER               PIC X(29)   VALUE SPACES.
025200
025300 01  WS-FLAG-COLUMN-LINE.
025400     05  FILLER               PIC X(08)   VALUE "NUMBER".
025500     05  FILLER               PIC X(22)   VALUE "EMPLOYEE".
025600     05  FILLER               PIC X(05)   VALUE "SITE".
025700     05  FILLER               PIC X(10)   VALUE "SCREENED".
025800     05  FILLER               PIC X(10)   VALUE "DUE".
025900     05  FILLER               PIC X(25)   VALUE "REASON".
026000
026100 01  WS-FLAG-DETAIL-LINE.
026200     05  WS-FD-NUMBER         PIC 9(06).
026300     05  FILLER               PIC X(02)   VALUE SPACES.
026400     05  WS-FD-NAME           PIC X(20).
026500     05  FILLER               PIC X(02)   VALUE SPACES.
026600     05  WS-FD-SITE           PIC X(03).
026700     05  FILLER               PIC X(02)   VALUE SPACES.
026800     05  WS-FD-SCREENED       PIC 9(08).
026900     05  FILLER               PIC X(02)   VALUE SPACES.
027000     05  WS-FD-DUE            PIC 9(08).
027100     05  FILLER               PIC X(02)   VALUE SPACES.
027200     05  WS-FD-REASON         PIC X(25).
027300
027400 01  WS-COUNT-LINE.
027500     05  WS-CNT-LABEL         PIC X(30).
027600     05  WS-CNT-VALUE         PIC ZZZZZZ9.
027700     05  FILLER               PIC X(43)   VALUE SPACES.
027800
027900     COPY POLWS.
028000     COPY DATEWS.
028100     COPY AUDWS.
028200
028300 PROCEDURE DIVISION.
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE
028600         THRU 1000-INITIALIZE-EXIT.
028700     PERFORM 2000-LOAD-ONE-ROW
028800         THRU 2000-LOAD-ONE-ROW-EXIT
028900         UNTIL END-OF-SCHEDULE.
029000     PERFORM 3000-BOOK-NEXT-ROW
029100         THRU 3000-BOOK-NEXT-ROW-EXIT
029200         UNTIL WS-BOOKING-DONE.
029300     PERFORM 4000-PRINT-APPOINTMENTS
029400         THRU 4000-PRINT-APPOINTMENTS-EXIT.
029500     PERFORM 5000-PRINT-FLAGGED
029600         THRU 5000-PRINT-FLAGGED-EXIT.
029700     PERFORM 9000-FINALIZE
029800         THRU 9000-FINALIZE-EXIT.
029900     STOP RUN.
030000
030100*--------------------------------------------------------------*
030200*    1000-INITIALIZE  -  START-OF-RUN AUDIT RECORD, TOMORROW'S
030300*                        DATE (THE EARLIEST DAY THAT CAN BE
030400*                        BOOKED), POLICY TABLE AND FILES.  THE
030500*                        APPOINTMENT FILE IS CREATED THE FIRST
030600*                        TIME (STATUS "35").  NO EMPLOYEE MASTER
030700*                        ONLY COSTS THE NAMES ON THE LIST.
030800*--------------------------------------------------------------*
030900 1000-INITIALIZE.
031000     MOVE "ApptBook"      TO WS-AUD-PROGRAM.
031100     MOVE "S"             TO WS-AUD-RECORD-TYPE.
031200     PERFORM 7600-WRITE-AUDIT-RECORD
031300         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
031400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
031500     MOVE WS-TODAY-DATE TO WS-DATE-WORK-N.
031600     MOVE 1 TO WS-ADD-DAYS.
031700     PERFORM 7800-ADD-DAYS-TO-DATE
031800         THRU 7800-ADD-DAYS-TO-DATE-EXIT.
031900     MOVE WS-DATE-WORK-N TO WS-TOMORROW-DATE.
032000     PERFORM 7900-LOAD-POLICY-TABLE
032100         THRU 7900-LOAD-POLICY-TABLE-EXIT.
032200     MOVE "Y" TO WS-BOOKING-DONE-SW.
032300     OPEN INPUT FOLLOWUP-FILE.
032400     IF WS-FUP-FILE-STATUS NOT = "00"
032500         DISPLAY "ERROR OPENING FOLLOW-UP FILE, STATUS "
032600             WS-FUP-FILE-STATUS
032700         MOVE "Y" TO WS-EOF-SWITCH
032800         GO TO 1000-INITIALIZE-EXIT
032900     END-IF.
033000     OPEN INPUT CAPACITY-FILE.
033100     IF WS-CAP-STATUS NOT = "00"
033200         DISPLAY "ERROR OPENING CAPACITY FILE, STATUS "
033300             WS-CAP-STATUS
033400         MOVE "Y" TO WS-EOF-SWITCH
033500         GO TO 1000-INITIALIZE-EXIT
033600     END-IF.
033700     OPEN I-O APPOINTMENT-FILE.
033800     IF WS-APPT-STATUS = "35"
033900         OPEN OUTPUT APPOINTMENT-FILE
034000         CLOSE APPOINTMENT-FILE
034100         OPEN I-O APPOINTMENT-FILE
034200     END-IF.
034300     IF WS-APPT-STATUS NOT = "00"
034400         DISPLAY "ERROR OPENING APPOINTMENT FILE, STATUS "
034500             WS-APPT-STATUS
034600         MOVE "Y" TO WS-EOF-SWITCH
034700         GO TO 1000-INITIALIZE-EXIT
034800     END-IF.
034900     OPEN OUTPUT LIST-FILE.
035000     IF WS-LIST-FILE-STATUS NOT = "00"
035100         DISPLAY "ERROR OPENING APPOINTMENT LIST, STATUS "
035200             WS-LIST-FILE-STATUS
035300         MOVE "Y" TO WS-EOF-SWITCH
035400         GO TO 1000-INITIALIZE-EXIT
035500     END-IF.
035600     OPEN INPUT EMPLOYEE-FILE.
035700     IF WS-EMP-STATUS = "00"
035800         MOVE "Y" TO WS-EMP-FILE-SW
035900     END-IF.
036000     MOVE "N" TO WS-BOOKING-DONE-SW.
036100     MOVE "Y" TO WS-FILES-OPEN-SW.
036200 1000-INITIALIZE-EXIT.
036300     EXIT.
036400
036500*--------------------------------------------------------------*
036600*    2000-LOAD-ONE-ROW  -  ONE SCHEDULE ROW PER PASS.  A
036700*                          CANCELLED ROW GIVES UP ANY SLOT STILL
036800*                          BOOKED FOR IT; AN OPEN ROW GOES INTO
036900*                          THE TABLE WITH ITS DUE DATE.  WHETHER
037000*                          IT IS ALREADY BOOKED IS DECIDED WHEN IT
037100*                          IS TAKEN, AFTER ALL THE RELEASES.
037200*--------------------------------------------------------------*
037300 2000-LOAD-ONE-ROW.
037400     READ FOLLOWUP-FILE
037500         AT END
037600             MOVE "Y" TO WS-EOF-SWITCH
037700             GO TO 2000-LOAD-ONE-ROW-EXIT
037800     END-READ.
037900     ADD 1 TO WS-READ-COUNT.
038000     IF FUP-CANCELLED
038100         PERFORM 2200-RELEASE-SLOT
038200             THRU 2200-RELEASE-SLOT-EXIT
038300         GO TO 2000-LOAD-ONE-ROW-EXIT
038400     END-IF.
038500     IF FUP-COMPLETED
038600         ADD 1 TO WS-DONE-ROW-COUNT
038700         GO TO 2000-LOAD-ONE-ROW-EXIT
038800     END-IF.
038900     ADD 1 TO WS-OPEN-ROW-COUNT.
039000     IF WS-ROW-USED >= 1000
039100         ADD 1 TO WS-DROPPED-COUNT
039200         GO TO 2000-LOAD-ONE-ROW-EXIT
039300     END-IF.
039400     PERFORM 2100-SET-ROW-DUE-DATE
039500         THRU 2100-SET-ROW-DUE-DATE-EXIT.
039600     ADD 1 TO WS-ROW-USED.
039700     MOVE FUP-EMP-NUMBER  TO WS-ROW-EMPNO (WS-ROW-USED).
039800     MOVE FUP-NAME        TO WS-ROW-NAME (WS-ROW-USED).
039900     MOVE FUP-SITE-CODE   TO WS-ROW-SITE (WS-ROW-USED).
040000     MOVE FUP-CATEGORY    TO WS-ROW-CATEGORY (WS-ROW-USED).
040100     MOVE FUP-SCREEN-DATE TO WS-ROW-SCREEN (WS-ROW-USED).
040200     MOVE WS-ROW-DUE-DATE TO WS-ROW-DUE (WS-ROW-USED).
040300     MOVE "N"             TO WS-ROW-STATE (WS-ROW-USED).
040400     MOVE SPACE           TO WS-ROW-REASON (WS-ROW-USED).
040500 2000-LOAD-ONE-ROW-EXIT.
040600     EXIT.
040700
040800*--------------------------------------------------------------*
040900*    2100-SET-ROW-DUE-DATE  -  SCREENING DATE PLUS THE INTERVAL
041000*                              FOR THE ROW'S CATEGORY UNDER THE
041100*                              POLICY IN FORCE ON THAT SCREENING
041200*                              DATE, THE SAME RULE AS THE ROSTER
041300*                              EXTRACTOR.  A CATEGORY THE POLICY
041400*                              HAS NO INTERVAL FOR KEEPS THE DUE
041500*                              DATE WRITTEN ON THE ROW.
041600*--------------------------------------------------------------*
041700 2100-SET-ROW-DUE-DATE.
041800     MOVE FUP-DUE-DATE    TO WS-ROW-DUE-DATE.
041900     MOVE FUP-SCREEN-DATE TO WS-POL-AS-OF-DATE.
042000     PERFORM 7950-SET-POLICY-FOR-DATE
042100         THRU 7950-SET-POLICY-FOR-DATE-EXIT.
042200     EVALUATE FUP-CATEGORY
042300         WHEN "OBESE       "
042400             MOVE WS-POL-OBESE-DAYS TO WS-ADD-DAYS
042500         WHEN "OVERWEIGHT  "
042600             MOVE WS-POL-OVER-DAYS  TO WS-ADD-DAYS
042700         WHEN OTHER
042800             GO TO 2100-SET-ROW-DUE-DATE-EXIT
042900     END-EVALUATE.
043000     MOVE FUP-SCREEN-DATE TO WS-DATE-WORK-N.
043100     PERFORM 7800-ADD-DAYS-TO-DATE
043200         THRU 7800-ADD-DAYS-TO-DATE-EXIT.
043300     MOVE WS-DATE-WORK-N  TO WS-ROW-DUE-DATE.
043400 2100-SET-ROW-DUE-DATE-EXIT.
043500     EXIT.
043600
043700*--------------------------------------------------------------*
043800*    2200-RELEASE-SLOT  -  A CANCELLED ROW'S APPOINTMENT, IF ONE
043900*                          IS STILL BOOKED, IS DELETED SO THE
044000*                          SLOT CAN BE GIVEN TO SOMEONE ELSE.  AN
044100*                          ATTENDED OR NO-SHOW APPOINTMENT IS KEPT
044200*                          AS THE RECORD OF WHAT HAPPENED.
044300*--------------------------------------------------------------*
044400 2200-RELEASE-SLOT.
044500     MOVE FUP-EMP-NUMBER  TO APPT-EMP-NUMBER.
044600     MOVE FUP-SCREEN-DATE TO APPT-SCREEN-DATE.
044700     READ APPOINTMENT-FILE KEY IS APPT-FUP-KEY
044800         INVALID KEY
044900             GO TO 2200-RELEASE-SLOT-EXIT
045000     END-READ.
045100     IF NOT APPT-BOOKED
045200         GO TO 2200-RELEASE-SLOT-EXIT
045300     END-IF.
045400     DELETE APPOINTMENT-FILE RECORD
045500         INVALID KEY
045600             DISPLAY "ERROR RELEASING APPOINTMENT, STATUS "
045700                 WS-APPT-STATUS
045800             GO TO 2200-RELEASE-SLOT-EXIT
045900     END-DELETE.
046000     ADD 1 TO WS-RELEASED-COUNT.
046100 2200-RELEASE-SLOT-EXIT.
046200     EXIT.
046300
046400*--------------------------------------------------------------*
046500*    3000-BOOK-NEXT-ROW  -  TAKE THE UNTAKEN ROW WITH THE EARLIEST
046600*                           DUE DATE.  A ROW THAT ALREADY HAS AN
046700*                           APPOINTMENT IS LEFT WHERE IT IS;
046800*                           OTHERWISE THE SITE'S STANDING WEEK IS
046900*                           FETCHED AND THE DAYS ARE TRIED FROM
047000*                           THE DUE DATE BACK TO TOMORROW.
047100*--------------------------------------------------------------*
047200 3000-BOOK-NEXT-ROW.
047300     MOVE ZERO TO WS-ROW-FOUND-SUB.
047400     MOVE ZERO TO WS-ROW-SUB.
047500     PERFORM 3100-FIND-EARLIEST
047600         THRU 3100-FIND-EARLIEST-EXIT
047700         UNTIL WS-ROW-SUB >= WS-ROW-USED.
047800     IF WS-ROW-FOUND-SUB = ZERO
047900         MOVE "Y" TO WS-BOOKING-DONE-SW
048000         GO TO 3000-BOOK-NEXT-ROW-EXIT
048100     END-IF.
048200     MOVE WS-ROW-FOUND-SUB TO WS-ROW-SUB.
048300     MOVE WS-ROW-EMPNO (WS-ROW-SUB)  TO APPT-EMP-NUMBER.
048400     MOVE WS-ROW-SCREEN (WS-ROW-SUB) TO APPT-SCREEN-DATE.
048500     READ APPOINTMENT-FILE KEY IS APPT-FUP-KEY
048600         INVALID KEY
048700             CONTINUE
048800         NOT INVALID KEY
048900             MOVE "A" TO WS-ROW-STATE (WS-ROW-SUB)
049000             ADD 1 TO WS-HAD-APPT-COUNT
049100             GO TO 3000-BOOK-NEXT-ROW-EXIT
049200     END-READ.
049300     IF WS-ROW-DUE (WS-ROW-SUB) < WS-TOMORROW-DATE
049400         MOVE "P" TO WS-ROW-REASON (WS-ROW-SUB)
049500         PERFORM 3600-FLAG-ROW
049600             THRU 3600-FLAG-ROW-EXIT
049700         GO TO 3000-BOOK-NEXT-ROW-EXIT
049800     END-IF.
049900     MOVE WS-ROW-SITE (WS-ROW-SUB) TO CAP-SITE-CODE.
050000     MOVE ZERO                     TO CAP-DATE.
050100     READ CAPACITY-FILE
050200         INVALID KEY
050300             MOVE "C" TO WS-ROW-REASON (WS-ROW-SUB)
050400             PERFORM 3600-FLAG-ROW
050500                 THRU 3600-FLAG-ROW-EXIT
050600             GO TO 3000-BOOK-NEXT-ROW-EXIT
050700     END-READ.
050800     MOVE CAP-SLOTS        TO WS-STD-SLOTS.
050900     MOVE CAP-FIRST-TIME   TO WS-STD-FIRST-TIME.
051000     MOVE CAP-SLOT-MINUTES TO WS-STD-MINUTES.
051100     MOVE CAP-OPEN-DAYS    TO WS-STD-OPEN-DAYS.
051200     MOVE "N" TO WS-BOOKED-SW.
051300     MOVE WS-ROW-DUE (WS-ROW-SUB) TO WS-TRY-DATE.
051400     PERFORM 3200-TRY-ONE-DAY
051500         THRU 3200-TRY-ONE-DAY-EXIT
051600         UNTIL WS-ROW-BOOKED
051700         OR WS-TRY-DATE < WS-TOMORROW-DATE.
051800     IF WS-ROW-BOOKED
051900         MOVE "B" TO WS-ROW-STATE (WS-ROW-SUB)
052000         ADD 1 TO WS-BOOKED-COUNT
052100         ADD 1 TO WS-AUD-PROCESSED-CNT
052200         IF APPT-DATE < WS-ROW-DUE (WS-ROW-SUB)
052300             ADD 1 TO WS-EARLY-COUNT
052400         END-IF
052500         GO TO 3000-BOOK-NEXT-ROW-EXIT
052600     END-IF.
052700     MOVE "S" TO WS-ROW-REASON (WS-ROW-SUB).
052800     PERFORM 3600-FLAG-ROW
052900         THRU 3600-FLAG-ROW-EXIT.
053000 3000-BOOK-NEXT-ROW-EXIT.
053100     EXIT.
053200
053300 3100-FIND-EARLIEST.
053400     ADD 1 TO WS-ROW-SUB.
053500     IF WS-ROW-STATE (WS-ROW-SUB) = "N"
053600         IF WS-ROW-FOUND-SUB = ZERO
053700             MOVE WS-ROW-SUB TO WS-ROW-FOUND-SUB
053800         ELSE
053900             IF WS-ROW-DUE (WS-ROW-SUB)
054000                 < WS-ROW-DUE (WS-ROW-FOUND-SUB)
054100                 MOVE WS-ROW-SUB TO WS-ROW-FOUND-SUB
054200             END-IF
054300         END-IF
054400     END-IF.
054500 3100-FIND-EARLIEST-EXIT.
054600     EXIT.
054700
054800*--------------------------------------------------------------*
054900*    3200-TRY-ONE-DAY  -  SLOTS ON WS-TRY-DATE: A DATED ENTRY
055000*                         FOR THE DAY GOVERNS (ZERO = CLOSED),
055100*                         OTHERWISE THE STANDING WEEK DOES.  THE
055200*                         FIRST FREE SLOT NUMBER IS BOOKED; A
055300*                         CLOSED OR FULL DAY MOVES BACK ONE DAY.
055400*--------------------------------------------------------------*
055500 3200-TRY-ONE-DAY.
055600     MOVE WS-ROW-SITE (WS-ROW-SUB) TO CAP-SITE-CODE.
055700     MOVE WS-TRY-DATE              TO CAP-DATE.
055800     READ CAPACITY-FILE
055900         INVALID KEY
056000             PERFORM 3300-SET-STANDING-SLOTS
056100                 THRU 3300-SET-STANDING-SLOTS-EXIT
056200         NOT INVALID KEY
056300             MOVE CAP-SLOTS TO WS-DAY-SLOTS
056400     END-READ.
056500     IF WS-DAY-SLOTS > ZERO
056600         MOVE "N"  TO WS-FREE-SLOT-SW
056700         MOVE ZERO TO WS-TRY-SLOT
056800         PERFORM 3400-TRY-ONE-SLOT
056900             THRU 3400-TRY-ONE-SLOT-EXIT
057000             UNTIL WS-FREE-SLOT-FOUND
057100             OR WS-TRY-SLOT >= WS-DAY-SLOTS
057200         IF WS-FREE-SLOT-FOUND
057300             PERFORM 3500-WRITE-APPOINTMENT
057400                 THRU 3500-WRITE-APPOINTMENT-EXIT
057500             GO TO 3200-TRY-ONE-DAY-EXIT
057600         END-IF
057700     END-IF.
057800     MOVE WS-TRY-DATE TO WS-DATE-WORK-N.
057900     PERFORM 7840-SUBTRACT-ONE-DAY
058000         THRU 7840-SUBTRACT-ONE-DAY-EXIT.
058100     MOVE WS-DATE-WORK-N TO WS-TRY-DATE.
058200 3200-TRY-ONE-DAY-EXIT.
058300     EXIT.
058400
058500*--------------------------------------------------------------*
058600*    3300-SET-STANDING-SLOTS  -  THE STANDING SLOT COUNT ON AN
058700*                                OPEN WEEKDAY, ZERO ON A CLOSED
058800*                                ONE
058900*--------------------------------------------------------------*
059000 3300-SET-STANDING-SLOTS.
059100     MOVE WS-TRY-DATE TO WS-DATE-WORK-N.
059200     PERFORM 7850-SET-DAY-OF-WEEK
059300         THRU 7850-SET-DAY-OF-WEEK-EXIT.
059400     IF WS-STD-OPEN-DAY (WS-DAY-OF-WEEK) = "Y"
059500         MOVE WS-STD-SLOTS TO WS-DAY-SLOTS
059600     ELSE
059700         MOVE ZERO TO WS-DAY-SLOTS
059800     END-IF.
059900 3300-SET-STANDING-SLOTS-EXIT.
060000     EXIT.
060100
060200*--------------------------------------------------------------*
060300*    3400-TRY-ONE-SLOT  -  THE APPOINTMENT FILE IS KEYED SITE +
060400*                          DATE + SLOT, SO A SLOT WITH NO RECORD
060500*                          IS FREE
060600*--------------------------------------------------------------*
060700 3400-TRY-ONE-SLOT.
060800     ADD 1 TO WS-TRY-SLOT.
060900     MOVE WS-ROW-SITE (WS-ROW-SUB) TO APPT-SITE-CODE.
061000     MOVE WS-TRY-DATE              TO APPT-DATE.
061100     MOVE WS-TRY-SLOT              TO APPT-SLOT.
061200     READ APPOINTMENT-FILE
061300         INVALID KEY
061400             MOVE "Y" TO WS-FREE-SLOT-SW
061500     END-READ.
061600 3400-TRY-ONE-SLOT-EXIT.
061700     EXIT.
061800
061900*--------------------------------------------------------------*
062000*    3500-WRITE-APPOINTMENT  -  BOOK WS-TRY-SLOT ON WS-TRY-DATE.
062100*                               THE SLOT TIME IS THE STANDING
062200*                               FIRST SLOT TIME PLUS ONE SLOT
062300*                               LENGTH PER EARLIER SLOT.
062400*--------------------------------------------------------------*
062500 3500-WRITE-APPOINTMENT.
062600     COMPUTE WS-SLOT-START = WS-STD-FIRST-HH * 60
062700         + WS-STD-FIRST-MM + (WS-TRY-SLOT - 1) * WS-STD-MINUTES.
062800     DIVIDE WS-SLOT-START BY 60
062900         GIVING WS-SLOT-HH REMAINDER WS-SLOT-MM.
063000     MOVE WS-SLOT-HH TO WS-ATW-HH.
063100     MOVE WS-SLOT-MM TO WS-ATW-MM.
063200     MOVE SPACES                       TO APPOINTMENT-RECORD.
063300     MOVE WS-ROW-SITE (WS-ROW-SUB)     TO APPT-SITE-CODE.
063400     MOVE WS-TRY-DATE                  TO APPT-DATE.
063500     MOVE WS-TRY-SLOT                  TO APPT-SLOT.
063600     MOVE WS-ROW-EMPNO (WS-ROW-SUB)    TO APPT-EMP-NUMBER.
063700     MOVE WS-ROW-SCREEN (WS-ROW-SUB)   TO APPT-SCREEN-DATE.
063800     MOVE WS-APPT-TIME-N               TO APPT-TIME.
063900     MOVE WS-ROW-CATEGORY (WS-ROW-SUB) TO APPT-CATEGORY.
064000     MOVE WS-ROW-DUE (WS-ROW-SUB)      TO APPT-DUE-DATE.
064100     MOVE WS-TODAY-DATE                TO APPT-BOOKED-DATE.
064200     MOVE "B"                          TO APPT-STATUS.
064300     WRITE APPOINTMENT-RECORD
064400         INVALID KEY
064500             DISPLAY "ERROR WRITING APPOINTMENT, STATUS "
064600                 WS-APPT-STATUS
064700             GO TO 3500-WRITE-APPOINTMENT-EXIT
064800     END-WRITE.
064900     MOVE "Y" TO WS-BOOKED-SW.
065000 3500-WRITE-APPOINTMENT-EXIT.
065100     EXIT.
065200
065300*--------------------------------------------------------------*
065400*    3600-FLAG-ROW  -  LEAVE THE ROW UNBOOKED FOR THE FLAGGED
065500*                      PAGE; THE REASON IS ALREADY SET
065600*--------------------------------------------------------------*
065700 3600-FLAG-ROW.
065800     MOVE "F" TO WS-ROW-STATE (WS-ROW-SUB).
065900     ADD 1 TO WS-FLAGGED-COUNT.
066000 3600-FLAG-ROW-EXIT.
066100     EXIT.
066200
066300*--------------------------------------------------------------*
066400*    4000-PRINT-APPOINTMENTS  -  EVERY APPOINTMENT STILL BOOKED
066500*                                FROM TOMORROW ON, IN KEY ORDER:
066600*                                A NEW PAGE PER SITE, A SUB-
066700*                                HEADING PER CLINIC DAY.  ROWS
066800*                                BOOKED TONIGHT ARE MARKED NEW.
066900*--------------------------------------------------------------*
067000 4000-PRINT-APPOINTMENTS.
067100     IF NOT WS-FILES-OPEN
067200         GO TO 4000-PRINT-APPOINTMENTS-EXIT
067300     END-IF.
067400     MOVE "N"        TO WS-LIST-EOF-SW.
067500     MOVE LOW-VALUES TO APPT-KEY.
067600     START APPOINTMENT-FILE KEY IS NOT LESS THAN APPT-KEY
067700         INVALID KEY
067800             MOVE "Y" TO WS-LIST-EOF-SW
067900     END-START.
068000     PERFORM 4100-PRINT-ONE-APPOINTMENT
068100         THRU 4100-PRINT-ONE-APPOINTMENT-EXIT
068200         UNTIL END-OF-APPOINTMENTS.
068300 4000-PRINT-APPOINTMENTS-EXIT.
068400     EXIT.
068500
068600 4100-PRINT-ONE-APPOINTMENT.
068700     READ APPOINTMENT-FILE NEXT RECORD
068800         AT END
068900             MOVE "Y" TO WS-LIST-EOF-SW
069000             GO TO 4100-PRINT-ONE-APPOINTMENT-EXIT
069100     END-READ.
069200     IF NOT APPT-BOOKED
069300         OR APPT-DATE < WS-TOMORROW-DATE
069400         GO TO 4100-PRINT-ONE-APPOINTMENT-EXIT
069500     END-IF.
069600     IF APPT-SITE-CODE NOT = WS-CUR-SITE
069700         MOVE APPT-SITE-CODE TO WS-CUR-SITE
069800         MOVE ZERO           TO WS-CUR-DATE
069900         ADD 1 TO WS-SITE-COUNT
070000         MOVE WS-CUR-SITE    TO WS-SH-SITE
070100         MOVE WS-TODAY-DATE  TO WS-SH-DATE
070200         WRITE LIST-LINE FROM WS-SITE-HEADING-LINE
070300             AFTER ADVANCING PAGE
070400     END-IF.
070500     IF APPT-DATE NOT = WS-CUR-DATE
070600         MOVE APPT-DATE TO WS-CUR-DATE
070700         MOVE SPACES TO LIST-LINE
070800         WRITE LIST-LINE
070900         MOVE WS-CUR-DATE TO WS-DH-DATE
071000         WRITE LIST-LINE FROM WS-DATE-HEADING-LINE
071100         WRITE LIST-LINE FROM WS-LIST-COLUMN-LINE
071200     END-IF.
071300     MOVE APPT-TIME        TO WS-APPT-TIME-N.
071400     MOVE WS-ATW-HH        TO WS-LD-HH.
071500     MOVE WS-ATW-MM        TO WS-LD-MM.
071600     MOVE APPT-SLOT        TO WS-LD-SLOT.
071700     MOVE APPT-EMP-NUMBER  TO WS-LD-NUMBER.
071800     MOVE APPT-CATEGORY    TO WS-LD-CATEGORY.
071900     MOVE APPT-DUE-DATE    TO WS-LD-DUE.
072000     IF APPT-BOOKED-DATE = WS-TODAY-DATE
072100         MOVE "NEW" TO WS-LD-NEW-FLAG
072200     ELSE
072300         MOVE SPACES TO WS-LD-NEW-FLAG
072400     END-IF.
072500     PERFORM 8100-LOOK-UP-NAME
072600         THRU 8100-LOOK-UP-NAME-EXIT.
072700     WRITE LIST-LINE FROM WS-LIST-DETAIL-LINE.
072800     ADD 1 TO WS-LISTED-COUNT.
072900 4100-PRINT-ONE-APPOINTMENT-EXIT.
073000     EXIT.
073100
073200*--------------------------------------------------------------*
073300*    5000-PRINT-FLAGGED  -  THE ROWS THAT COULD NOT BE BOOKED,
073400*                           WITH THE REASON, ON A PAGE OF THEIR
073500*                           OWN FOR THE SCREENING OFFICE, THEN
073600*                           THE RUN TOTALS
073700*--------------------------------------------------------------*
073800 5000-PRINT-FLAGGED.
073900     IF NOT WS-FILES-OPEN
074000         GO TO 5000-PRINT-FLAGGED-EXIT
074100     END-IF.
074200     MOVE WS-TODAY-DATE TO WS-FH-DATE.
074300     WRITE LIST-LINE FROM WS-FLAG-HEADING-LINE
074400         AFTER ADVANCING PAGE.
074500     WRITE LIST-LINE FROM WS-FLAG-COLUMN-LINE.
074600     MOVE ZERO TO WS-ROW-SUB.
074700     PERFORM 5100-PRINT-IF-FLAGGED
074800         THRU 5100-PRINT-IF-FLAGGED-EXIT
074900         UNTIL WS-ROW-SUB >= WS-ROW-USED.
075000     IF WS-FLAGGED-COUNT = ZERO
075100         MOVE "  NONE - EVERY OPEN FOLLOW-UP HAS AN APPOINTMENT"
075200             TO LIST-LINE
075300         WRITE LIST-LINE
075400     END-IF.
075500     PERFORM 5200-PRINT-TOTALS
075600         THRU 5200-PRINT-TOTALS-EXIT.
075700 5000-PRINT-FLAGGED-EXIT.
075800     EXIT.
075900
076000 5100-PRINT-IF-FLAGGED.
076100     ADD 1 TO WS-ROW-SUB.
076200     IF WS-ROW-STATE (WS-ROW-SUB) NOT = "F"
076300         GO TO 5100-PRINT-IF-FLAGGED-EXIT
076400     END-IF.
076500     MOVE WS-ROW-EMPNO (WS-ROW-SUB)  TO WS-FD-NUMBER.
076600     MOVE WS-ROW-NAME (WS-ROW-SUB)   TO WS-FD-NAME.
076700     MOVE WS-ROW-SITE (WS-ROW-SUB)   TO WS-FD-SITE.
076800     MOVE WS-ROW-SCREEN (WS-ROW-SUB) TO WS-FD-SCREENED.
076900     MOVE WS-ROW-DUE (WS-ROW-SUB)    TO WS-FD-DUE.
077000     EVALUATE WS-ROW-REASON (WS-ROW-SUB)
077100         WHEN "P"
077200             MOVE "DUE DATE ALREADY PASSED"   TO WS-FD-REASON
077300         WHEN "C"
077400             MOVE "SITE HAS NO CALENDAR"      TO WS-FD-REASON
077500         WHEN OTHER
077600             MOVE "NO FREE SLOT BY DUE DATE"  TO WS-FD-REASON
077700     END-EVALUATE.
077800     WRITE LIST-LINE FROM WS-FLAG-DETAIL-LINE.
077900 5100-PRINT-IF-FLAGGED-EXIT.
078000     EXIT.
078100
078200 5200-PRINT-TOTALS.
078300     MOVE SPACES TO LIST-LINE.
078400     WRITE LIST-LINE.
078500     MOVE "SCHEDULE ROWS READ" TO WS-CNT-LABEL.
078600     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
078700     WRITE LIST-LINE FROM WS-COUNT-LINE.
078800     MOVE "ALREADY COMPLETED" TO WS-CNT-LABEL.
078900     MOVE WS-DONE-ROW-COUNT TO WS-CNT-VALUE.
079000     WRITE LIST-LINE FROM WS-COUNT-LINE.
079100     MOVE "SLOTS RELEASED BY CANCELLING" TO WS-CNT-LABEL.
079200     MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE.
079300     WRITE LIST-LINE FROM WS-COUNT-LINE.
079400     MOVE "OPEN ROWS" TO WS-CNT-LABEL.
079500     MOVE WS-OPEN-ROW-COUNT TO WS-CNT-VALUE.
079600     WRITE LIST-LINE FROM WS-COUNT-LINE.
079700     MOVE "ALREADY HAD AN APPOINTMENT" TO WS-CNT-LABEL.
079800     MOVE WS-HAD-APPT-COUNT TO WS-CNT-VALUE.
079900     WRITE LIST-LINE FROM WS-COUNT-LINE.
080000     MOVE "BOOKED THIS RUN" TO WS-CNT-LABEL.
080100     MOVE WS-BOOKED-COUNT TO WS-CNT-VALUE.
080200     WRITE LIST-LINE FROM WS-COUNT-LINE.
080300     MOVE "  OF WHICH BEFORE DUE DATE" TO WS-CNT-LABEL.
080400     MOVE WS-EARLY-COUNT TO WS-CNT-VALUE.
080500     WRITE LIST-LINE FROM WS-COUNT-LINE.
080600     MOVE "COULD NOT BE BOOKED" TO WS-CNT-LABEL.
080700     MOVE WS-FLAGGED-COUNT TO WS-CNT-VALUE.
080800     WRITE LIST-LINE FROM WS-COUNT-LINE.
080900     MOVE "NOT TAKEN - TABLE FULL" TO WS-CNT-LABEL.
081000     MOVE WS-DROPPED-COUNT TO WS-CNT-VALUE.
081100     WRITE LIST-LINE FROM WS-COUNT-LINE.
081200     MOVE "APPOINTMENTS LISTED" TO WS-CNT-LABEL.
081300     MOVE WS-LISTED-COUNT TO WS-CNT-VALUE.
081400     WRITE LIST-LINE FROM WS-COUNT-LINE.
081500 5200-PRINT-TOTALS-EXIT.
081600     EXIT.
081700
081800*--------------------------------------------------------------*
081900*    8100-LOOK-UP-NAME  -  THE NAME FOR THE CLINIC LIST COMES
082000*                          FROM THE EMPLOYEE MASTER, SO IT IS
082100*                          ALWAYS THE CURRENT ONE
082200*--------------------------------------------------------------*
082300 8100-LOOK-UP-NAME.
082400     MOVE SPACES TO WS-LD-NAME.
082500     IF NOT WS-EMP-FILE-OPEN
082600         GO TO 8100-LOOK-UP-NAME-EXIT
082700     END-IF.
082800     MOVE APPT-EMP-NUMBER TO EMP-NUMBER.
082900     READ EMPLOYEE-FILE
083000         INVALID KEY
083100             MOVE "** NOT ON MASTER **" TO WS-LD-NAME
083200             GO TO 8100-LOOK-UP-NAME-EXIT
083300     END-READ.
083400     MOVE EMP-NAME TO WS-LD-NAME.
083500 8100-LOOK-UP-NAME-EXIT.
083600     EXIT.
083700
083800 9000-FINALIZE.
083900     CLOSE FOLLOWUP-FILE.
084000     CLOSE CAPACITY-FILE.
084100     CLOSE APPOINTMENT-FILE.
084200     CLOSE LIST-FILE.
084300     IF WS-EMP-FILE-OPEN
084400         CLOSE EMPLOYEE-FILE
084500     END-IF.
084600     ADD WS-FLAGGED-COUNT WS-DROPPED-COUNT
084700         GIVING WS-AUD-REJECTED-CNT.
084800     MOVE "E" TO WS-AUD-RECORD-TYPE.
084900     PERFORM 7600-WRITE-AUDIT-RECORD
085000         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
085100     DISPLAY "APPOINTMENT BOOKING COMPLETE - OPEN ROWS "
085200         WS-OPEN-ROW-COUNT
085300         " BOOKED " WS-BOOKED-COUNT
085400         " FLAGGED " WS-FLAGGED-COUNT.
085500     DISPLAY "  ALREADY BOOKED " WS-HAD-APPT-COUNT
085600         " RELEASED " WS-RELEASED-COUNT
085700         " TABLE FULL " WS-DROPPED-COUNT.
085800 9000-FINALIZE-EXIT.
085900     EXIT.
086000
086100     COPY AUDPROC.
086200     COPY POLPROC.
086300     COPY DATEPROC.
086400
086500 END PROGRAM "ApptBook".
