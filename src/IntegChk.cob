000100******************************************************************
000200*    PROGRAM-ID   INTEGCHK
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     WEEKLY CROSS-FILE INTEGRITY SWEEP.  EVERY FILE
000900*                 THAT CARRIES AN EMPLOYEE NUMBER (HISTORY,
001000*                 FOLLOW-UP SCHEDULE, GOALS, SUSPECT-READING
001100*                 HOLDS, HISTORY ARCHIVE) IS CHECKED AGAINST THE
001200*                 EMPLOYEE MASTER, AND THE FILES ARE CHECKED
001300*                 AGAINST EACH OTHER: A GOAL WHOSE START READING
001400*                 IS NOT IN THE HISTORY OR THE ARCHIVE, A HOLD ROW
001500*                 STILL "H" PAST THE HOLD AGE THE OPERATOR GIVES
001600*                 (BLANK = 14 DAYS), AND A FOLLOW-UP ROW MARKED
001700*                 COMPLETED WITH NO LATER READING IN THE HISTORY
001800*                 OR THE ARCHIVE.  CANCELLED FOLLOW-UP ROWS ARE
001900*                 IGNORED.  A ROW WHOSE EMPLOYEE IS NOT ON THE
002000*                 MASTER IS REPORTED ONCE, AS AN ORPHAN, AND NOT
002100*                 CHECKED FURTHER.  THE REPORT LISTS EACH CATEGORY
002200*                 WITH ITS ROW KEYS AND COUNT; EVERY ROW LISTED IS
002300*                 ALSO WRITTEN TO THE DISCREPANCY FILE (COPYBOOK
002400*                 DISCREC) FOR WORKING DOWN.  NOTHING IS CHANGED.
002500*                 THE NIGHTLY BALANCING OF ONE RUN'S COUNTS STAYS
002600*                 WITH BMIRECON.
002700*
002800*    MOD HISTORY
002900*    2026-10-15 SMS  INITIAL VERSION.
002950*    2026-10-15 SMS  HOLD AGE PROMPT ASKS FOR 3 DIGITS.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.  "IntegChk".
003300 AUTHOR.      SEBASTIAN.
003400 INSTALLATION. WELLNESS SCREENING.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS EMP-NUMBER
004500         ALTERNATE RECORD KEY IS EMP-NAME
004600         FILE STATUS IS WS-EMP-STATUS.
004700     SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HIST-KEY
005100         ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
005200         FILE STATUS IS WS-HIST-FILE-STATUS.
005300     SELECT ARCHIVE-FILE ASSIGN TO "HISTARCH"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-ARCH-FILE-STATUS.
005600     SELECT FOLLOWUP-FILE ASSIGN TO "FUPSCHED"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-FUP-FILE-STATUS.
005900     SELECT HOLD-FILE ASSIGN TO "BMIHOLD"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-HOLD-FILE-STATUS.
006200     SELECT GOAL-FILE ASSIGN TO "GOALFILE"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS GOAL-EMP-NUMBER
006600         FILE STATUS IS WS-GOAL-STATUS.
006700     SELECT CONTROL-REPORT ASSIGN TO "INTEGRPT"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-RPT-FILE-STATUS.
007000     SELECT DISCREPANCY-FILE ASSIGN TO "INTEGDSC"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-DSC-FILE-STATUS.
007300     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-AUD-FILE-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  EMPLOYEE-FILE.
008000     COPY EMPREC.
008100
008200 FD  HISTORY-FILE.
008300     COPY HISTREC.
008400
008500 FD  ARCHIVE-FILE.
008600 01  ARCHIVE-RECORD           PIC X(63).
008700
008800 FD  FOLLOWUP-FILE.
008900     COPY FUPREC.
009000
009100 FD  HOLD-FILE.
009200     COPY HOLDREC.
009300
009400 FD  GOAL-FILE.
009500     COPY GOALREC.
009600
009700 FD  CONTROL-REPORT.
009800 01  CONTROL-LINE             PIC X(80).
009900
010000 FD  DISCREPANCY-FILE.
010100     COPY DISCREC.
010200
010300 FD  AUDIT-FILE.
010400     COPY AUDREC.
010500
010600 WORKING-STORAGE SECTION.
010700*--------------------------------------------------------------*
010800*    01  WS-CONTROL-SWITCHES
010900*--------------------------------------------------------------*
011000 01  WS-CONTROL-SWITCHES.
011100     05  WS-EOF-SWITCH        PIC X(01)   VALUE "N".
011200         88  END-OF-SCAN                  VALUE "Y".
011300     05  WS-HIST-EOF-SWITCH   PIC X(01)   VALUE "N".
011400         88  END-OF-EMP-HISTORY           VALUE "Y".
011500     05  WS-ABANDON-SWITCH    PIC X(01)   VALUE "N".
011600         88  RUN-ABANDONED                VALUE "Y".
011700     05  WS-ON-MASTER-SW      PIC X(01)   VALUE "N".
011800         88  WS-ON-MASTER                 VALUE "Y".
011900     05  WS-CACHE-SW          PIC X(01)   VALUE "N".
012000         88  WS-CACHE-LOADED              VALUE "Y".
012100     05  WS-FOUND-SW          PIC X(01)   VALUE "N".
012200         88  WS-READING-FOUND             VALUE "Y".
012300     05  WS-FILES-OPEN-SW     PIC X(01)   VALUE "N".
012400         88  WS-FILES-OPEN                VALUE "Y".
012500
012600*--------------------------------------------------------------*
012700*    01  WS-FILE-STATUS-FIELDS
012800*--------------------------------------------------------------*
012900 01  WS-FILE-STATUS-FIELDS.
013000     05  WS-EMP-STATUS        PIC X(02).
013100     05  WS-HIST-FILE-STATUS  PIC X(02).
013200     05  WS-ARCH-FILE-STATUS  PIC X(02).
013300     05  WS-FUP-FILE-STATUS   PIC X(02).
013400     05  WS-HOLD-FILE-STATUS  PIC X(02).
013500     05  WS-GOAL-STATUS       PIC X(02).
013600     05  WS-RPT-FILE-STATUS   PIC X(02).
013700     05  WS-DSC-FILE-STATUS   PIC X(02).
013800
013900*--------------------------------------------------------------*
014000*    01  WS-RUN-FIELDS  -  HOLD AGE (OPERATOR, BLANK = 14 DAYS)
014100*                          AND THE CUTOFF IT GIVES: A ROW HELD ON
014200*                          OR BEFORE THE CUTOFF IS STUCK.  A ROW
014300*                          HELD BEFORE HOLD DATES WERE STAMPED
014400*                          CARRIES ZERO AND IS ALWAYS PAST IT.
014500*--------------------------------------------------------------*
014600 01  WS-RUN-FIELDS.
014700     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
014800     05  WS-HOLD-DAYS-TXT     PIC X(03).
014900     05  WS-HOLD-DAYS         PIC 9(03)   VALUE 14.
015000     05  WS-HOLD-CUTOFF       PIC 9(08)   VALUE ZERO.
015100     05  WS-CHK-EMP-NUMBER    PIC 9(06)   VALUE ZERO.
015200     05  WS-CACHE-EMP-NUMBER  PIC 9(06)   VALUE ZERO.
015300     05  WS-START-READ-DATE   PIC 9(08)   VALUE ZERO.
015400     05  WS-START-READ-WEIGHT PIC 999V9   VALUE ZERO.
015500     05  WS-START-READ-BMI    PIC 999V99  VALUE ZERO.
015600
015700*--------------------------------------------------------------*
015800*    01  WS-READ-COUNTS  -  ROWS CHECKED PER FILE
015900*--------------------------------------------------------------*
016000 01  WS-READ-COUNTS.
016100     05  WS-HIST-READ-CNT     PIC 9(07)   VALUE ZERO.
016200     05  WS-FUP-READ-CNT      PIC 9(07)   VALUE ZERO.
016300     05  WS-GOAL-READ-CNT     PIC 9(07)   VALUE ZERO.
016400     05  WS-HOLD-READ-CNT     PIC 9(07)   VALUE ZERO.
016500     05  WS-ARCH-READ-CNT     PIC 9(07)   VALUE ZERO.
016600     05  WS-TOTAL-FOUND-CNT   PIC 9(07)   VALUE ZERO.
016700
016800*--------------------------------------------------------------*
016900*    01  WS-CATEGORY-TABLE  -  ONE ENTRY PER DISCREPANCY
017000*                              CATEGORY, IN REPORT ORDER: CODE,
017100*                              FILE THE ROW IS ON, SUMMARY LABEL
017200*                              AND SECTION TITLE
017300*--------------------------------------------------------------*
017400 01  WS-CATEGORY-VALUES.
017500     05  FILLER               PIC X(02)   VALUE "HO".
017600     05  FILLER               PIC X(08)   VALUE "HISTFILE".
017700     05  FILLER               PIC X(26)
017800         VALUE "HISTORY ORPHANS:".
017900     05  FILLER               PIC X(44)
018000         VALUE "HISTORY READINGS - EMPLOYEE NOT ON MASTER".
018100     05  FILLER               PIC X(02)   VALUE "FO".
018200     05  FILLER               PIC X(08)   VALUE "FUPSCHED".
018300     05  FILLER               PIC X(26)
018400         VALUE "FOLLOW-UP ORPHANS:".
018500     05  FILLER               PIC X(44)
018600         VALUE "FOLLOW-UP ROWS - EMPLOYEE NOT ON MASTER".
018700     05  FILLER               PIC X(02)   VALUE "GO".
018800     05  FILLER               PIC X(08)   VALUE "GOALFILE".
018900     05  FILLER               PIC X(26)   VALUE "GOAL ORPHANS:".
019000     05  FILLER               PIC X(44)
019100         VALUE "GOALS - EMPLOYEE NOT ON MASTER".
019200     05  FILLER               PIC X(02)   VALUE "BO".
019300     05  FILLER               PIC X(08)   VALUE "BMIHOLD".
019400     05  FILLER               PIC X(26)   VALUE "HOLD ORPHANS:".
019500     05  FILLER               PIC X(44)
019600         VALUE "HOLD ROWS - EMPLOYEE NOT ON MASTER".
019700     05  FILLER               PIC X(02)   VALUE "HS".
019800     05  FILLER               PIC X(08)   VALUE "BMIHOLD".
019900     05  FILLER               PIC X(26)
020000         VALUE "HOLDS STUCK AT H:".
020100     05  FILLER               PIC X(44)
020200         VALUE "HOLD ROWS STILL HELD PAST THE HOLD AGE".
020300     05  FILLER               PIC X(02)   VALUE "AO".
020400     05  FILLER               PIC X(08)   VALUE "HISTARCH".
020500     05  FILLER               PIC X(26)
020600         VALUE "ARCHIVE ORPHANS:".
020700     05  FILLER               PIC X(44)
020800         VALUE "ARCHIVED READINGS - EMPLOYEE NOT ON MASTER".
020900     05  FILLER               PIC X(02)   VALUE "GS".
021000     05  FILLER               PIC X(08)   VALUE "GOALFILE".
021100     05  FILLER               PIC X(26)
021200         VALUE "GOAL START MISSING:".
021300     05  FILLER               PIC X(44)
021400         VALUE "GOALS WHOSE START READING IS NOT IN HISTORY".
021500     05  FILLER               PIC X(02)   VALUE "FC".
021600     05  FILLER               PIC X(08)   VALUE "FUPSCHED".
021700     05  FILLER               PIC X(26)
021800         VALUE "COMPLETED, NO RE-SCREEN:".
021900     05  FILLER               PIC X(44)
022000         VALUE "COMPLETED FOLLOW-UPS WITH NO LATER READING".
022100 01  WS-CATEGORY-TABLE        REDEFINES WS-CATEGORY-VALUES.
022200     05  WS-CAT-ENTRY OCCURS 8 TIMES.
022300         10  WS-CAT-CODE      PIC X(02).
022400         10  WS-CAT-SOURCE    PIC X(08).
022500         10  WS-CAT-LABEL     PIC X(26).
022600         10  WS-CAT-TITLE     PIC X(44).
022700 01  WS-CATEGORY-COUNTS.
022800     05  WS-CAT-SUB           PIC 9(04)   COMP VALUE ZERO.
022900     05  WS-CAT-COUNT         PIC 9(07)   OCCURS 8 TIMES.
023000
023100*--------------------------------------------------------------*
023200*    01  WS-FOUND-FIELDS  -  THE ROW BEING REPORTED, SET BY THE
023300*                            CALLER OF 6100
023400*--------------------------------------------------------------*
023500 01  WS-FOUND-FIELDS.
023600     05  WS-FND-EMP-NUMBER    PIC 9(06).
023700     05  WS-FND-DATE          PIC 9(08).
023800     05  WS-FND-NAME          PIC X(20).
023900     05  WS-FND-NOTE          PIC X(30).
024000     05  WS-FND-REF           PIC X(09).
024100
024200*--------------------------------------------------------------*
024300*    01  WS-GOAL-CANDIDATES  -  GOALS WITH NO START READING IN
024400*                               THE HISTORY FILE, HELD UNTIL THE
024500*                               ARCHIVE HAS BEEN READ.  A START
024600*                               READING THAT HAS SINCE CHANGED IS
024700*                               NOT CLEARED BY THE ARCHIVE.
024800*--------------------------------------------------------------*
024900 01  WS-GOAL-CANDIDATES.
025000     05  WS-GS-USED           PIC 9(04)   COMP VALUE ZERO.
025100     05  WS-GS-SUB            PIC 9(04)   COMP VALUE ZERO.
025200     05  WS-GS-MAX            PIC 9(04)   COMP VALUE 2000.
025300     05  WS-GS-OVERFLOW       PIC 9(07)   VALUE ZERO.
025400     05  WS-GS-ENTRY OCCURS 2000 TIMES.
025500         10  WS-GS-EMP-NUMBER PIC 9(06).
025600         10  WS-GS-START-DATE PIC 9(08).
025700         10  WS-GS-START-WEIGHT PIC 999V9.
025800         10  WS-GS-START-BMI  PIC 999V99.
025900         10  WS-GS-NAME       PIC X(20).
026000         10  WS-GS-REASON     PIC X(01).
026100             88  WS-GS-NO-READING         VALUE "N".
026200             88  WS-GS-CHANGED            VALUE "C".
026300         10  WS-GS-READ-DATE  PIC 9(08).
026400         10  WS-GS-CLEARED-SW PIC X(01).
026500             88  WS-GS-CLEARED            VALUE "Y".
026600
026700*--------------------------------------------------------------*
026800*    01  WS-FUP-CANDIDATES  -  COMPLETED FOLLOW-UP ROWS WITH NO
026900*                              LATER READING IN THE HISTORY FILE,
027000*                              HELD UNTIL THE ARCHIVE HAS BEEN
027100*                              READ
027200*--------------------------------------------------------------*
027300 01  WS-FUP-CANDIDATES.
027400     05  WS-FC-USED           PIC 9(04)   COMP VALUE ZERO.
027500     05  WS-FC-SUB            PIC 9(04)   COMP VALUE ZERO.
027600     05  WS-FC-MAX            PIC 9(04)   COMP VALUE 2000.
027700     05  WS-FC-OVERFLOW       PIC 9(07)   VALUE ZERO.
027800     05  WS-FC-ENTRY OCCURS 2000 TIMES.
027900         10  WS-FC-EMP-NUMBER PIC 9(06).
028000         10  WS-FC-SCREEN-DATE PIC 9(08).
028100         10  WS-FC-NAME       PIC X(20).
028200         10  WS-FC-CLEARED-SW PIC X(01).
028300             88  WS-FC-CLEARED            VALUE "Y".
028400
028500*--------------------------------------------------------------*
028600*    01  WS-REPORT-LINES
028700*--------------------------------------------------------------*
028800 01  WS-HEADING-LINE.
028900     05  FILLER               PIC X(30)
029000       VALUE "CROSS-FILE INTEGRITY - RUN ".
029100     05  WS-HDG-DATE          PIC 9(08).
029200     05  FILLER               PIC X(12)   VALUE "  HOLD AGE ".
029300     05  WS-HDG-DAYS          PIC ZZ9.
029400     05  FILLER               PIC X(15)
029500       VALUE " DAYS  CUTOFF ".
029600     05  WS-HDG-CUTOFF        PIC 9(08).
029700     05  FILLER               PIC X(04)   VALUE SPACES.
029800
029900 01  WS-SECTION-LINE.
030000     05  WS-SEC-CODE          PIC X(02).
030100     05  FILLER               PIC X(02)   VALUE SPACES.
030200     05  WS-SEC-TITLE         PIC X(44).
030300     05  FILLER               PIC X(02)   VALUE SPACES.
030400     05  WS-SEC-SOURCE        PIC X(08).
030500     05  FILLER               PIC X(22)   VALUE SPACES.
030600
030700 01  WS-COLUMN-LINE.
030800     05  FILLER               PIC X(08)   VALUE "NUMBER".
030900     05  FILLER               PIC X(10)   VALUE "KEY DATE".
031000     05  FILLER               PIC X(22)   VALUE "NAME".
031100     05  FILLER               PIC X(40)   VALUE "DETAIL".
031200
031300 01  WS-DETAIL-LINE.
031400     05  WS-DTL-NUMBER        PIC 9(06).
031500     05  FILLER               PIC X(02)   VALUE SPACES.
031600     05  WS-DTL-DATE          PIC 9(08).
031700     05  FILLER               PIC X(02)   VALUE SPACES.
031800     05  WS-DTL-NAME          PIC X(20).
031900     05  FILLER               PIC X(02)   VALUE SPACES.
032000     05  WS-DTL-NOTE          PIC X(30).
032100     05  FILLER               PIC X(01)   VALUE SPACES.
032200     05  WS-DTL-REF           PIC X(09).
032300
032400 01  WS-NOTE-LINE.
032500     05  FILLER               PIC X(02)   VALUE SPACES.
032600     05  WS-NTE-TEXT          PIC X(78).
032700
032800 01  WS-COUNT-LINE.
032900     05  WS-CNT-LABEL         PIC X(30).
033000     05  WS-CNT-VALUE         PIC ZZZZZZ9.
033100     05  FILLER               PIC X(43)   VALUE SPACES.
033200
033300 01  WS-BLANK-LINE            PIC X(80)   VALUE SPACES.
033400
033500     COPY DATEWS.
033600     COPY AUDWS.
033700
033800 PROCEDURE DIVISION.
033900 0000-MAINLINE.
034000     PERFORM 1000-INITIALIZE
034100         THRU 1000-INITIALIZE-EXIT.
034200     IF NOT RUN-ABANDONED
034300         PERFORM 2000-CHECK-HISTORY
034400             THRU 2000-CHECK-HISTORY-EXIT
034500         PERFORM 2500-CHECK-FOLLOWUPS
034600             THRU 2500-CHECK-FOLLOWUPS-EXIT
034700         PERFORM 3000-CHECK-GOALS
034800             THRU 3000-CHECK-GOALS-EXIT
034900         PERFORM 3500-CHECK-HOLD-ORPHANS
035000             THRU 3500-CHECK-HOLD-ORPHANS-EXIT
035100         PERFORM 3700-CHECK-STUCK-HOLDS
035200             THRU 3700-CHECK-STUCK-HOLDS-EXIT
035300         PERFORM 4000-CHECK-ARCHIVE
035400             THRU 4000-CHECK-ARCHIVE-EXIT
035500         PERFORM 4500-LIST-GOAL-CANDIDATES
035600             THRU 4500-LIST-GOAL-CANDIDATES-EXIT
035700         PERFORM 4600-LIST-FUP-CANDIDATES
035800             THRU 4600-LIST-FUP-CANDIDATES-EXIT
035900         PERFORM 5000-PRINT-SUMMARY
036000             THRU 5000-PRINT-SUMMARY-EXIT
036100     END-IF.
036200     PERFORM 9000-FINALIZE
036300         THRU 9000-FINALIZE-EXIT.
036400     STOP RUN.
036500
036600*--------------------------------------------------------------*
036700*    1000-INITIALIZE  -  HOLD AGE AND ITS CUTOFF, THEN THE
036800*                        MASTER AND HISTORY (BOTH REQUIRED), THE
036900*                        REPORT AND THE DISCREPANCY FILE
037000*--------------------------------------------------------------*
037100 1000-INITIALIZE.
037200     MOVE "IntegChk"      TO WS-AUD-PROGRAM.
037300     MOVE "S"             TO WS-AUD-RECORD-TYPE.
037400     PERFORM 7600-WRITE-AUDIT-RECORD
037500         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
037600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
037666     DISPLAY "HOLD AGE TO REPORT IN DAYS, 3 DIGITS "
037732         "(E.G. 014, BLANK = 14): ".
037800     ACCEPT WS-HOLD-DAYS-TXT.
037900     IF WS-HOLD-DAYS-TXT NOT = SPACES
038000         IF WS-HOLD-DAYS-TXT NOT NUMERIC
038100             OR WS-HOLD-DAYS-TXT = "000"
038200             DISPLAY "INVALID HOLD AGE - RUN ABANDONED."
038300             MOVE "Y" TO WS-ABANDON-SWITCH
038400             GO TO 1000-INITIALIZE-EXIT
038500         END-IF
038600         MOVE WS-HOLD-DAYS-TXT TO WS-HOLD-DAYS
038700     END-IF.
038800     MOVE WS-TODAY-DATE TO WS-DATE-WORK-N.
038900     PERFORM 7840-SUBTRACT-ONE-DAY
039000         THRU 7840-SUBTRACT-ONE-DAY-EXIT
039100         WS-HOLD-DAYS TIMES.
039200     MOVE WS-DATE-WORK-N TO WS-HOLD-CUTOFF.
039300     OPEN INPUT EMPLOYEE-FILE.
039400     IF WS-EMP-STATUS NOT = "00"
039500         DISPLAY "ERROR OPENING EMPLOYEE MASTER, STATUS "
039600             WS-EMP-STATUS
039700         MOVE "Y" TO WS-ABANDON-SWITCH
039800         GO TO 1000-INITIALIZE-EXIT
039900     END-IF.
040000     OPEN INPUT HISTORY-FILE.
040100     IF WS-HIST-FILE-STATUS NOT = "00"
040200         DISPLAY "ERROR OPENING HISTORY FILE, STATUS "
040300             WS-HIST-FILE-STATUS
040400         CLOSE EMPLOYEE-FILE
040500         MOVE "Y" TO WS-ABANDON-SWITCH
040600         GO TO 1000-INITIALIZE-EXIT
040700     END-IF.
040800     MOVE "Y" TO WS-FILES-OPEN-SW.
040900     OPEN OUTPUT CONTROL-REPORT.
041000     IF WS-RPT-FILE-STATUS NOT = "00"
041100         DISPLAY "ERROR OPENING CONTROL REPORT, STATUS "
041200             WS-RPT-FILE-STATUS
041300     END-IF.
041400     OPEN OUTPUT DISCREPANCY-FILE.
041500     IF WS-DSC-FILE-STATUS NOT = "00"
041600         DISPLAY "ERROR OPENING DISCREPANCY FILE, STATUS "
041700             WS-DSC-FILE-STATUS
041800     END-IF.
041900     MOVE WS-TODAY-DATE  TO WS-HDG-DATE.
042000     MOVE WS-HOLD-DAYS   TO WS-HDG-DAYS.
042100     MOVE WS-HOLD-CUTOFF TO WS-HDG-CUTOFF.
042200     WRITE CONTROL-LINE FROM WS-HEADING-LINE.
042300 1000-INITIALIZE-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------*
042700*    2000-CHECK-HISTORY  -  EVERY HISTORY READING AGAINST THE
042800*                           MASTER.  THE FILE IS IN EMPLOYEE
042900*                           ORDER SO THE MASTER LOOKUP IS ONLY
043000*                           REPEATED WHEN THE NUMBER CHANGES.
043100*--------------------------------------------------------------*
043200 2000-CHECK-HISTORY.
043300     MOVE 1 TO WS-CAT-SUB.
043400     PERFORM 6200-START-SECTION
043500         THRU 6200-START-SECTION-EXIT.
043600     MOVE "N"  TO WS-EOF-SWITCH.
043700     MOVE ZERO TO HIST-EMP-NUMBER.
043800     MOVE ZERO TO HIST-DATE.
043900     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
044000         INVALID KEY
044100             MOVE "Y" TO WS-EOF-SWITCH
044200     END-START.
044300     PERFORM 2100-CHECK-HISTORY-ROW
044400         THRU 2100-CHECK-HISTORY-ROW-EXIT
044500         UNTIL END-OF-SCAN.
044600     PERFORM 6300-END-SECTION
044700         THRU 6300-END-SECTION-EXIT.
044800 2000-CHECK-HISTORY-EXIT.
044900     EXIT.
045000
045100 2100-CHECK-HISTORY-ROW.
045200     READ HISTORY-FILE NEXT RECORD
045300         AT END
045400             MOVE "Y" TO WS-EOF-SWITCH
045500             GO TO 2100-CHECK-HISTORY-ROW-EXIT
045600     END-READ.
045700     ADD 1 TO WS-HIST-READ-CNT.
045800     MOVE HIST-EMP-NUMBER TO WS-CHK-EMP-NUMBER.
045900     PERFORM 6000-CHECK-MASTER
046000         THRU 6000-CHECK-MASTER-EXIT.
046100     IF WS-ON-MASTER
046200         GO TO 2100-CHECK-HISTORY-ROW-EXIT
046300     END-IF.
046400     MOVE HIST-EMP-NUMBER    TO WS-FND-EMP-NUMBER.
046500     MOVE HIST-DATE          TO WS-FND-DATE.
046600     MOVE HIST-NAME          TO WS-FND-NAME.
046700     MOVE "READING TAKEN AT SITE"
046800                             TO WS-FND-NOTE.
046900     MOVE HIST-SITE-CODE     TO WS-FND-REF.
047000     PERFORM 6100-WRITE-DISCREPANCY
047100         THRU 6100-WRITE-DISCREPANCY-EXIT.
047200 2100-CHECK-HISTORY-ROW-EXIT.
047300     EXIT.
047400
047500*--------------------------------------------------------------*
047600*    2500-CHECK-FOLLOWUPS  -  ORPHANS ARE LISTED NOW; A
047700*                             COMPLETED ROW WITH NO LATER
047800*                             HISTORY READING IS TABLED UNTIL THE
047900*                             ARCHIVE HAS BEEN READ.  NO FOLLOW-UP
048000*                             FILE (STATUS "35") IS NOTED AND
048100*                             SKIPPED.
048200*--------------------------------------------------------------*
048300 2500-CHECK-FOLLOWUPS.
048400     MOVE 2 TO WS-CAT-SUB.
048500     PERFORM 6200-START-SECTION
048600         THRU 6200-START-SECTION-EXIT.
048700     OPEN INPUT FOLLOWUP-FILE.
048800     IF WS-FUP-FILE-STATUS NOT = "00"
048900         PERFORM 6400-FILE-NOT-CHECKED
049000             THRU 6400-FILE-NOT-CHECKED-EXIT
049100         GO TO 2500-CHECK-FOLLOWUPS-EXIT
049200     END-IF.
049300     MOVE "N" TO WS-EOF-SWITCH.
049400     PERFORM 2600-CHECK-FOLLOWUP-ROW
049500         THRU 2600-CHECK-FOLLOWUP-ROW-EXIT
049600         UNTIL END-OF-SCAN.
049700     CLOSE FOLLOWUP-FILE.
049800     PERFORM 6300-END-SECTION
049900         THRU 6300-END-SECTION-EXIT.
050000 2500-CHECK-FOLLOWUPS-EXIT.
050100     EXIT.
050200
050300 2600-CHECK-FOLLOWUP-ROW.
050400     READ FOLLOWUP-FILE
050500         AT END
050600             MOVE "Y" TO WS-EOF-SWITCH
050700             GO TO 2600-CHECK-FOLLOWUP-ROW-EXIT
050800     END-READ.
050900     IF FUP-CANCELLED
051000         GO TO 2600-CHECK-FOLLOWUP-ROW-EXIT
051100     END-IF.
051200     ADD 1 TO WS-FUP-READ-CNT.
051300     MOVE FUP-EMP-NUMBER TO WS-CHK-EMP-NUMBER.
051400     PERFORM 6000-CHECK-MASTER
051500         THRU 6000-CHECK-MASTER-EXIT.
051600     IF NOT WS-ON-MASTER
051700         MOVE FUP-EMP-NUMBER     TO WS-FND-EMP-NUMBER
051800         MOVE FUP-SCREEN-DATE    TO WS-FND-DATE
051900         MOVE FUP-NAME           TO WS-FND-NAME
052000         IF FUP-COMPLETED
052100             MOVE "FOLLOW-UP COMPLETED" TO WS-FND-NOTE
052200         ELSE
052300             MOVE "FOLLOW-UP OPEN, DUE" TO WS-FND-NOTE
052400         END-IF
052500         MOVE FUP-DUE-DATE       TO WS-FND-REF
052600         PERFORM 6100-WRITE-DISCREPANCY
052700             THRU 6100-WRITE-DISCREPANCY-EXIT
052800         GO TO 2600-CHECK-FOLLOWUP-ROW-EXIT
052900     END-IF.
053000     IF NOT FUP-COMPLETED
053100         GO TO 2600-CHECK-FOLLOWUP-ROW-EXIT
053200     END-IF.
053300     MOVE FUP-EMP-NUMBER  TO HIST-EMP-NUMBER.
053400     MOVE FUP-SCREEN-DATE TO HIST-DATE.
053500     START HISTORY-FILE KEY IS GREATER THAN HIST-KEY
053600         INVALID KEY
053700             MOVE HIGH-VALUES TO HISTORY-RECORD
053800     END-START.
053900     IF HISTORY-RECORD NOT = HIGH-VALUES
054000         READ HISTORY-FILE NEXT RECORD
054100             AT END
054200                 MOVE HIGH-VALUES TO HISTORY-RECORD
054300         END-READ
054400     END-IF.
054500     IF HISTORY-RECORD NOT = HIGH-VALUES
054600         IF HIST-EMP-NUMBER = FUP-EMP-NUMBER
054700             GO TO 2600-CHECK-FOLLOWUP-ROW-EXIT
054800         END-IF
054900     END-IF.
055000     IF WS-FC-USED NOT < WS-FC-MAX
055100         ADD 1 TO WS-FC-OVERFLOW
055200         GO TO 2600-CHECK-FOLLOWUP-ROW-EXIT
055300     END-IF.
055400     ADD 1 TO WS-FC-USED.
055500     MOVE FUP-EMP-NUMBER  TO WS-FC-EMP-NUMBER (WS-FC-USED).
055600     MOVE FUP-SCREEN-DATE TO WS-FC-SCREEN-DATE (WS-FC-USED).
055700     MOVE FUP-NAME        TO WS-FC-NAME (WS-FC-USED).
055800     MOVE "N"             TO WS-FC-CLEARED-SW (WS-FC-USED).
055900 2600-CHECK-FOLLOWUP-ROW-EXIT.
056000     EXIT.
056100
056200*--------------------------------------------------------------*
056300*    3000-CHECK-GOALS  -  ORPHANS ARE LISTED NOW.  THE START
056400*                         READING IS THE EMPLOYEE'S LATEST
056500*                         READING ON OR BEFORE THE START DATE
056600*                         (GOALMAINT TAKES THE LATEST READING AT
056700*                         ENROLMENT); IT MUST STILL CARRY THE
056800*                         START WEIGHT AND BMI.  NONE IN THE
056900*                         HISTORY FILE IS TABLED FOR THE ARCHIVE
057000*                         TO CLEAR; ONE THAT NO LONGER AGREES IS
057100*                         TABLED AS CHANGED.
057200*--------------------------------------------------------------*
057300 3000-CHECK-GOALS.
057400     MOVE 3 TO WS-CAT-SUB.
057500     PERFORM 6200-START-SECTION
057600         THRU 6200-START-SECTION-EXIT.
057700     OPEN INPUT GOAL-FILE.
057800     IF WS-GOAL-STATUS NOT = "00"
057900         PERFORM 6400-FILE-NOT-CHECKED
058000             THRU 6400-FILE-NOT-CHECKED-EXIT
058100         GO TO 3000-CHECK-GOALS-EXIT
058200     END-IF.
058300     MOVE "N"  TO WS-EOF-SWITCH.
058400     MOVE ZERO TO GOAL-EMP-NUMBER.
058500     START GOAL-FILE KEY IS NOT LESS THAN GOAL-EMP-NUMBER
058600         INVALID KEY
058700             MOVE "Y" TO WS-EOF-SWITCH
058800     END-START.
058900     PERFORM 3100-CHECK-GOAL-ROW
059000         THRU 3100-CHECK-GOAL-ROW-EXIT
059100         UNTIL END-OF-SCAN.
059200     CLOSE GOAL-FILE.
059300     PERFORM 6300-END-SECTION
059400         THRU 6300-END-SECTION-EXIT.
059500 3000-CHECK-GOALS-EXIT.
059600     EXIT.
059700
059800 3100-CHECK-GOAL-ROW.
059900     READ GOAL-FILE NEXT RECORD
060000         AT END
060100             MOVE "Y" TO WS-EOF-SWITCH
060200             GO TO 3100-CHECK-GOAL-ROW-EXIT
060300     END-READ.
060400     ADD 1 TO WS-GOAL-READ-CNT.
060500     MOVE GOAL-EMP-NUMBER TO WS-CHK-EMP-NUMBER.
060600     PERFORM 6000-CHECK-MASTER
060700         THRU 6000-CHECK-MASTER-EXIT.
060800     IF NOT WS-ON-MASTER
060900         MOVE GOAL-EMP-NUMBER    TO WS-FND-EMP-NUMBER
061000         MOVE GOAL-START-DATE    TO WS-FND-DATE
061100         MOVE GOAL-NAME          TO WS-FND-NAME
061200         IF GOAL-ACTIVE
061300             MOVE "GOAL ACTIVE, TARGET DATE" TO WS-FND-NOTE
061400         ELSE
061500             MOVE "GOAL CLOSED, TARGET DATE" TO WS-FND-NOTE
061600         END-IF
061700         MOVE GOAL-TARGET-DATE   TO WS-FND-REF
061800         PERFORM 6100-WRITE-DISCREPANCY
061900             THRU 6100-WRITE-DISCREPANCY-EXIT
062000         GO TO 3100-CHECK-GOAL-ROW-EXIT
062100     END-IF.
062200     PERFORM 3200-FIND-START-READING
062300         THRU 3200-FIND-START-READING-EXIT.
062400     IF WS-READING-FOUND
062500         AND WS-START-READ-WEIGHT = GOAL-START-WEIGHT
062600         AND WS-START-READ-BMI = GOAL-START-BMI
062700         GO TO 3100-CHECK-GOAL-ROW-EXIT
062800     END-IF.
062900     IF WS-GS-USED NOT < WS-GS-MAX
063000         ADD 1 TO WS-GS-OVERFLOW
063100         GO TO 3100-CHECK-GOAL-ROW-EXIT
063200     END-IF.
063300     ADD 1 TO WS-GS-USED.
063400     MOVE GOAL-EMP-NUMBER   TO WS-GS-EMP-NUMBER (WS-GS-USED).
063500     MOVE GOAL-START-DATE   TO WS-GS-START-DATE (WS-GS-USED).
063600     MOVE GOAL-START-WEIGHT TO WS-GS-START-WEIGHT (WS-GS-USED).
063700     MOVE GOAL-START-BMI    TO WS-GS-START-BMI (WS-GS-USED).
063800     MOVE GOAL-NAME         TO WS-GS-NAME (WS-GS-USED).
063900     MOVE "N"               TO WS-GS-CLEARED-SW (WS-GS-USED).
064000     MOVE WS-START-READ-DATE TO WS-GS-READ-DATE (WS-GS-USED).
064100     IF WS-READING-FOUND
064200         MOVE "C" TO WS-GS-REASON (WS-GS-USED)
064300     ELSE
064400         MOVE "N" TO WS-GS-REASON (WS-GS-USED)
064500     END-IF.
064600 3100-CHECK-GOAL-ROW-EXIT.
064700     EXIT.
064800
064900*--------------------------------------------------------------*
065000*    3200-FIND-START-READING  -  THE LATEST HISTORY READING FOR
065100*                                THE GOAL'S EMPLOYEE DATED ON OR
065200*                                BEFORE THE START DATE
065300*--------------------------------------------------------------*
065400 3200-FIND-START-READING.
065500     MOVE "N"  TO WS-FOUND-SW.
065600     MOVE ZERO TO WS-START-READ-DATE.
065700     MOVE GOAL-EMP-NUMBER TO HIST-EMP-NUMBER.
065800     MOVE ZERO            TO HIST-DATE.
065900     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
066000         INVALID KEY
066100             GO TO 3200-FIND-START-READING-EXIT
066200     END-START.
066300     MOVE "N" TO WS-HIST-EOF-SWITCH.
066400     PERFORM 3210-READ-START-CANDIDATE
066500         THRU 3210-READ-START-CANDIDATE-EXIT
066600         UNTIL END-OF-EMP-HISTORY.
066700 3200-FIND-START-READING-EXIT.
066800     EXIT.
066900
067000 3210-READ-START-CANDIDATE.
067100     READ HISTORY-FILE NEXT RECORD
067200         AT END
067300             MOVE "Y" TO WS-HIST-EOF-SWITCH
067400             GO TO 3210-READ-START-CANDIDATE-EXIT
067500     END-READ.
067600     IF HIST-EMP-NUMBER NOT = GOAL-EMP-NUMBER
067700         OR HIST-DATE > GOAL-START-DATE
067800         MOVE "Y" TO WS-HIST-EOF-SWITCH
067900         GO TO 3210-READ-START-CANDIDATE-EXIT
068000     END-IF.
068100     MOVE "Y"         TO WS-FOUND-SW.
068200     MOVE HIST-DATE   TO WS-START-READ-DATE.
068300     MOVE HIST-WEIGHT TO WS-START-READ-WEIGHT.
068400     MOVE HIST-BMI    TO WS-START-READ-BMI.
068500 3210-READ-START-CANDIDATE-EXIT.
068600     EXIT.
068700
068800*--------------------------------------------------------------*
068900*    3500-CHECK-HOLD-ORPHANS  -  HOLD ROWS OF ANY STATUS WHOSE
069000*                                EMPLOYEE IS NOT ON THE MASTER
069100*--------------------------------------------------------------*
069200 3500-CHECK-HOLD-ORPHANS.
069300     MOVE 4 TO WS-CAT-SUB.
069400     PERFORM 6200-START-SECTION
069500         THRU 6200-START-SECTION-EXIT.
069600     OPEN INPUT HOLD-FILE.
069700     IF WS-HOLD-FILE-STATUS NOT = "00"
069800         PERFORM 6400-FILE-NOT-CHECKED
069900             THRU 6400-FILE-NOT-CHECKED-EXIT
070000         GO TO 3500-CHECK-HOLD-ORPHANS-EXIT
070100     END-IF.
070200     MOVE "N" TO WS-EOF-SWITCH.
070300     PERFORM 3600-CHECK-HOLD-ORPHAN-ROW
070400         THRU 3600-CHECK-HOLD-ORPHAN-ROW-EXIT
070500         UNTIL END-OF-SCAN.
070600     CLOSE HOLD-FILE.
070700     PERFORM 6300-END-SECTION
070800         THRU 6300-END-SECTION-EXIT.
070900 3500-CHECK-HOLD-ORPHANS-EXIT.
071000     EXIT.
071100
071200 3600-CHECK-HOLD-ORPHAN-ROW.
071300     READ HOLD-FILE
071400         AT END
071500             MOVE "Y" TO WS-EOF-SWITCH
071600             GO TO 3600-CHECK-HOLD-ORPHAN-ROW-EXIT
071700     END-READ.
071800     ADD 1 TO WS-HOLD-READ-CNT.
071900     MOVE HLD-EMP-NUMBER TO WS-CHK-EMP-NUMBER.
072000     PERFORM 6000-CHECK-MASTER
072100         THRU 6000-CHECK-MASTER-EXIT.
072200     IF WS-ON-MASTER
072300         GO TO 3600-CHECK-HOLD-ORPHAN-ROW-EXIT
072400     END-IF.
072500     MOVE HLD-EMP-NUMBER     TO WS-FND-EMP-NUMBER.
072600     MOVE HLD-HELD-DATE      TO WS-FND-DATE.
072700     MOVE HLD-NAME           TO WS-FND-NAME.
072800     MOVE "HOLD ROW, STATUS" TO WS-FND-NOTE.
072900     MOVE HLD-STATUS         TO WS-FND-REF.
073000     PERFORM 6100-WRITE-DISCREPANCY
073100         THRU 6100-WRITE-DISCREPANCY-EXIT.
073200 3600-CHECK-HOLD-ORPHAN-ROW-EXIT.
073300     EXIT.
073400
073500*--------------------------------------------------------------*
073600*    3700-CHECK-STUCK-HOLDS  -  ROWS STILL "H" THAT WERE HELD ON
073700*                               OR BEFORE THE CUTOFF; ORPHANS ARE
073800*                               ALREADY LISTED AND ARE SKIPPED
073900*--------------------------------------------------------------*
074000 3700-CHECK-STUCK-HOLDS.
074100     MOVE 5 TO WS-CAT-SUB.
074200     PERFORM 6200-START-SECTION
074300         THRU 6200-START-SECTION-EXIT.
074400     OPEN INPUT HOLD-FILE.
074500     IF WS-HOLD-FILE-STATUS NOT = "00"
074600         PERFORM 6400-FILE-NOT-CHECKED
074700             THRU 6400-FILE-NOT-CHECKED-EXIT
074800         GO TO 3700-CHECK-STUCK-HOLDS-EXIT
074900     END-IF.
075000     MOVE "N" TO WS-EOF-SWITCH.
075100     PERFORM 3800-CHECK-STUCK-HOLD-ROW
075200         THRU 3800-CHECK-STUCK-HOLD-ROW-EXIT
075300         UNTIL END-OF-SCAN.
075400     CLOSE HOLD-FILE.
075500     PERFORM 6300-END-SECTION
075600         THRU 6300-END-SECTION-EXIT.
075700 3700-CHECK-STUCK-HOLDS-EXIT.
075800     EXIT.
075900
076000 3800-CHECK-STUCK-HOLD-ROW.
076100     READ HOLD-FILE
076200         AT END
076300             MOVE "Y" TO WS-EOF-SWITCH
076400             GO TO 3800-CHECK-STUCK-HOLD-ROW-EXIT
076500     END-READ.
076600     IF NOT HLD-HELD
076700         OR HLD-HELD-DATE > WS-HOLD-CUTOFF
076800         GO TO 3800-CHECK-STUCK-HOLD-ROW-EXIT
076900     END-IF.
077000     MOVE HLD-EMP-NUMBER TO WS-CHK-EMP-NUMBER.
077100     PERFORM 6000-CHECK-MASTER
077200         THRU 6000-CHECK-MASTER-EXIT.
077300     IF NOT WS-ON-MASTER
077400         GO TO 3800-CHECK-STUCK-HOLD-ROW-EXIT
077500     END-IF.
077600     MOVE HLD-EMP-NUMBER     TO WS-FND-EMP-NUMBER.
077700     MOVE HLD-HELD-DATE      TO WS-FND-DATE.
077800     MOVE HLD-NAME           TO WS-FND-NAME.
077900     MOVE "STILL HELD, REASON CODE"
078000                             TO WS-FND-NOTE.
078100     MOVE HLD-REASON-CODE    TO WS-FND-REF.
078200     PERFORM 6100-WRITE-DISCREPANCY
078300         THRU 6100-WRITE-DISCREPANCY-EXIT.
078400 3800-CHECK-STUCK-HOLD-ROW-EXIT.
078500     EXIT.
078600
078700*--------------------------------------------------------------*
078800*    4000-CHECK-ARCHIVE  -  ARCHIVED READINGS AGAINST THE MASTER.
078900*                           THE SAME PASS CLEARS TABLED GOALS
079000*                           WHOSE START READING WAS ARCHIVED AND
079100*                           COMPLETED FOLLOW-UPS WHOSE RE-SCREEN
079200*                           WAS ARCHIVED.
079300*--------------------------------------------------------------*
079400 4000-CHECK-ARCHIVE.
079500     MOVE 6 TO WS-CAT-SUB.
079600     PERFORM 6200-START-SECTION
079700         THRU 6200-START-SECTION-EXIT.
079800     OPEN INPUT ARCHIVE-FILE.
079900     IF WS-ARCH-FILE-STATUS NOT = "00"
080000         PERFORM 6400-FILE-NOT-CHECKED
080100             THRU 6400-FILE-NOT-CHECKED-EXIT
080200         GO TO 4000-CHECK-ARCHIVE-EXIT
080300     END-IF.
080400     MOVE "N" TO WS-EOF-SWITCH.
080500     PERFORM 4100-CHECK-ARCHIVE-ROW
080600         THRU 4100-CHECK-ARCHIVE-ROW-EXIT
080700         UNTIL END-OF-SCAN.
080800     CLOSE ARCHIVE-FILE.
080900     PERFORM 6300-END-SECTION
081000         THRU 6300-END-SECTION-EXIT.
081100 4000-CHECK-ARCHIVE-EXIT.
081200     EXIT.
081300
081400 4100-CHECK-ARCHIVE-ROW.
081500     READ ARCHIVE-FILE
081600         AT END
081700             MOVE "Y" TO WS-EOF-SWITCH
081800             GO TO 4100-CHECK-ARCHIVE-ROW-EXIT
081900     END-READ.
082000     ADD 1 TO WS-ARCH-READ-CNT.
082100     MOVE ARCHIVE-RECORD TO HISTORY-RECORD.
082200     MOVE ZERO TO WS-GS-SUB.
082300     PERFORM 4200-CLEAR-GOAL-CANDIDATE
082400         THRU 4200-CLEAR-GOAL-CANDIDATE-EXIT
082500         UNTIL WS-GS-SUB >= WS-GS-USED.
082600     MOVE ZERO TO WS-FC-SUB.
082700     PERFORM 4300-CLEAR-FUP-CANDIDATE
082800         THRU 4300-CLEAR-FUP-CANDIDATE-EXIT
082900         UNTIL WS-FC-SUB >= WS-FC-USED.
083000     MOVE HIST-EMP-NUMBER TO WS-CHK-EMP-NUMBER.
083100     PERFORM 6000-CHECK-MASTER
083200         THRU 6000-CHECK-MASTER-EXIT.
083300     IF WS-ON-MASTER
083400         GO TO 4100-CHECK-ARCHIVE-ROW-EXIT
083500     END-IF.
083600     MOVE HIST-EMP-NUMBER    TO WS-FND-EMP-NUMBER.
083700     MOVE HIST-DATE          TO WS-FND-DATE.
083800     MOVE HIST-NAME          TO WS-FND-NAME.
083900     MOVE "READING TAKEN AT SITE"
084000                             TO WS-FND-NOTE.
084100     MOVE HIST-SITE-CODE     TO WS-FND-REF.
084200     PERFORM 6100-WRITE-DISCREPANCY
084300         THRU 6100-WRITE-DISCREPANCY-EXIT.
084400 4100-CHECK-ARCHIVE-ROW-EXIT.
084500     EXIT.
084600
084700 4200-CLEAR-GOAL-CANDIDATE.
084800     ADD 1 TO WS-GS-SUB.
084900     IF WS-GS-NO-READING (WS-GS-SUB)
085000         AND WS-GS-EMP-NUMBER (WS-GS-SUB) = HIST-EMP-NUMBER
085100         AND HIST-DATE NOT > WS-GS-START-DATE (WS-GS-SUB)
085200         AND HIST-WEIGHT = WS-GS-START-WEIGHT (WS-GS-SUB)
085300         AND HIST-BMI = WS-GS-START-BMI (WS-GS-SUB)
085400         MOVE "Y" TO WS-GS-CLEARED-SW (WS-GS-SUB)
085500     END-IF.
085600 4200-CLEAR-GOAL-CANDIDATE-EXIT.
085700     EXIT.
085800
085900 4300-CLEAR-FUP-CANDIDATE.
086000     ADD 1 TO WS-FC-SUB.
086100     IF WS-FC-EMP-NUMBER (WS-FC-SUB) = HIST-EMP-NUMBER
086200         AND HIST-DATE > WS-FC-SCREEN-DATE (WS-FC-SUB)
086300         MOVE "Y" TO WS-FC-CLEARED-SW (WS-FC-SUB)
086400     END-IF.
086500 4300-CLEAR-FUP-CANDIDATE-EXIT.
086600     EXIT.
086700
086800*--------------------------------------------------------------*
086900*    4500-LIST-GOAL-CANDIDATES  -  TABLED GOALS THE ARCHIVE DID
087000*                                  NOT CLEAR
087100*--------------------------------------------------------------*
087200 4500-LIST-GOAL-CANDIDATES.
087300     MOVE 7 TO WS-CAT-SUB.
087400     PERFORM 6200-START-SECTION
087500         THRU 6200-START-SECTION-EXIT.
087600     MOVE ZERO TO WS-GS-SUB.
087700     PERFORM 4510-LIST-GOAL-CANDIDATE
087800         THRU 4510-LIST-GOAL-CANDIDATE-EXIT
087900         UNTIL WS-GS-SUB >= WS-GS-USED.
088000     IF WS-GS-OVERFLOW > ZERO
088100         MOVE SPACES TO WS-NTE-TEXT
088200         MOVE "MORE GOALS THAN THE LIST HOLDS - RERUN WHEN THESE"
088300             TO WS-NTE-TEXT
088400         WRITE CONTROL-LINE FROM WS-NOTE-LINE
088500         MOVE "ARE CLEARED.  GOALS NOT LISTED:" TO WS-CNT-LABEL
088600         MOVE WS-GS-OVERFLOW TO WS-CNT-VALUE
088700         WRITE CONTROL-LINE FROM WS-COUNT-LINE
088800     END-IF.
088900     PERFORM 6300-END-SECTION
089000         THRU 6300-END-SECTION-EXIT.
089100 4500-LIST-GOAL-CANDIDATES-EXIT.
089200     EXIT.
089300
089400 4510-LIST-GOAL-CANDIDATE.
089500     ADD 1 TO WS-GS-SUB.
089600     IF WS-GS-CLEARED (WS-GS-SUB)
089700         GO TO 4510-LIST-GOAL-CANDIDATE-EXIT
089800     END-IF.
089900     MOVE WS-GS-EMP-NUMBER (WS-GS-SUB) TO WS-FND-EMP-NUMBER.
090000     MOVE WS-GS-START-DATE (WS-GS-SUB) TO WS-FND-DATE.
090100     MOVE WS-GS-NAME (WS-GS-SUB)       TO WS-FND-NAME.
090200     IF WS-GS-CHANGED (WS-GS-SUB)
090300         MOVE "START DIFFERS FROM READING OF" TO WS-FND-NOTE
090400         MOVE WS-GS-READ-DATE (WS-GS-SUB)     TO WS-FND-REF
090500     ELSE
090600         MOVE "NO READING ON/BEFORE START"    TO WS-FND-NOTE
090700         MOVE SPACES                          TO WS-FND-REF
090800     END-IF.
090900     PERFORM 6100-WRITE-DISCREPANCY
091000         THRU 6100-WRITE-DISCREPANCY-EXIT.
091100 4510-LIST-GOAL-CANDIDATE-EXIT.
091200     EXIT.
091300
091400*--------------------------------------------------------------*
091500*    4600-LIST-FUP-CANDIDATES  -  TABLED COMPLETED FOLLOW-UPS
091600*                                 THE ARCHIVE DID NOT CLEAR
091700*--------------------------------------------------------------*
091800 4600-LIST-FUP-CANDIDATES.
091900     MOVE 8 TO WS-CAT-SUB.
092000     PERFORM 6200-START-SECTION
092100         THRU 6200-START-SECTION-EXIT.
092200     MOVE ZERO TO WS-FC-SUB.
092300     PERFORM 4610-LIST-FUP-CANDIDATE
092400         THRU 4610-LIST-FUP-CANDIDATE-EXIT
092500         UNTIL WS-FC-SUB >= WS-FC-USED.
092600     IF WS-FC-OVERFLOW > ZERO
092700         MOVE SPACES TO WS-NTE-TEXT
092800         MOVE "MORE ROWS THAN THE LIST HOLDS - RERUN WHEN THESE"
092900             TO WS-NTE-TEXT
093000         WRITE CONTROL-LINE FROM WS-NOTE-LINE
093100         MOVE "ARE CLEARED.  ROWS NOT LISTED:" TO WS-CNT-LABEL
093200         MOVE WS-FC-OVERFLOW TO WS-CNT-VALUE
093300         WRITE CONTROL-LINE FROM WS-COUNT-LINE
093400     END-IF.
093500     PERFORM 6300-END-SECTION
093600         THRU 6300-END-SECTION-EXIT.
093700 4600-LIST-FUP-CANDIDATES-EXIT.
093800     EXIT.
093900
094000 4610-LIST-FUP-CANDIDATE.
094100     ADD 1 TO WS-FC-SUB.
094200     IF WS-FC-CLEARED (WS-FC-SUB)
094300         GO TO 4610-LIST-FUP-CANDIDATE-EXIT
094400     END-IF.
094500     MOVE WS-FC-EMP-NUMBER (WS-FC-SUB)  TO WS-FND-EMP-NUMBER.
094600     MOVE WS-FC-SCREEN-DATE (WS-FC-SUB) TO WS-FND-DATE.
094700     MOVE WS-FC-NAME (WS-FC-SUB)        TO WS-FND-NAME.
094800     MOVE "NO READING AFTER SCREEN DATE" TO WS-FND-NOTE.
094900     MOVE SPACES                        TO WS-FND-REF.
095000     PERFORM 6100-WRITE-DISCREPANCY
095100         THRU 6100-WRITE-DISCREPANCY-EXIT.
095200 4610-LIST-FUP-CANDIDATE-EXIT.
095300     EXIT.
095400
095500*--------------------------------------------------------------*
095600*    5000-PRINT-SUMMARY  -  ROWS CHECKED PER FILE AND ROWS
095700*                           LISTED PER CATEGORY
095800*--------------------------------------------------------------*
095900 5000-PRINT-SUMMARY.
096000     WRITE CONTROL-LINE FROM WS-BLANK-LINE.
096100     MOVE SPACES TO WS-NTE-TEXT.
096200     MOVE "SWEEP SUMMARY" TO WS-NTE-TEXT.
096300     WRITE CONTROL-LINE FROM WS-NOTE-LINE.
096400     MOVE "HISTORY READINGS CHECKED:"   TO WS-CNT-LABEL.
096500     MOVE WS-HIST-READ-CNT              TO WS-CNT-VALUE.
096600     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
096700     MOVE "FOLLOW-UP ROWS CHECKED:"     TO WS-CNT-LABEL.
096800     MOVE WS-FUP-READ-CNT               TO WS-CNT-VALUE.
096900     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
097000     MOVE "GOALS CHECKED:"              TO WS-CNT-LABEL.
097100     MOVE WS-GOAL-READ-CNT              TO WS-CNT-VALUE.
097200     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
097300     MOVE "HOLD ROWS CHECKED:"          TO WS-CNT-LABEL.
097400     MOVE WS-HOLD-READ-CNT              TO WS-CNT-VALUE.
097500     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
097600     MOVE "ARCHIVED READINGS CHECKED:"  TO WS-CNT-LABEL.
097700     MOVE WS-ARCH-READ-CNT              TO WS-CNT-VALUE.
097800     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
097900     WRITE CONTROL-LINE FROM WS-BLANK-LINE.
098000     MOVE ZERO TO WS-CAT-SUB.
098100     PERFORM 5100-PRINT-CATEGORY-COUNT
098200         THRU 5100-PRINT-CATEGORY-COUNT-EXIT
098300         UNTIL WS-CAT-SUB >= 8.
098400     MOVE "TOTAL DISCREPANCIES:"        TO WS-CNT-LABEL.
098500     MOVE WS-TOTAL-FOUND-CNT            TO WS-CNT-VALUE.
098600     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
098700 5000-PRINT-SUMMARY-EXIT.
098800     EXIT.
098900
099000 5100-PRINT-CATEGORY-COUNT.
099100     ADD 1 TO WS-CAT-SUB.
099200     MOVE WS-CAT-LABEL (WS-CAT-SUB) TO WS-CNT-LABEL.
099300     MOVE WS-CAT-COUNT (WS-CAT-SUB) TO WS-CNT-VALUE.
099400     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
099500 5100-PRINT-CATEGORY-COUNT-EXIT.
099600     EXIT.
099700
099800*--------------------------------------------------------------*
099900*    6000-CHECK-MASTER  -  IS WS-CHK-EMP-NUMBER ON THE MASTER?
100000*                          SETS WS-ON-MASTER-SW.  THE LAST
100100*                          ANSWER IS KEPT, SO A RUN OF ROWS FOR
100200*                          ONE EMPLOYEE COSTS ONE READ.
100300*--------------------------------------------------------------*
100400 6000-CHECK-MASTER.
100500     IF WS-CACHE-LOADED
100600         AND WS-CHK-EMP-NUMBER = WS-CACHE-EMP-NUMBER
100700         GO TO 6000-CHECK-MASTER-EXIT
100800     END-IF.
100900     MOVE WS-CHK-EMP-NUMBER TO EMP-NUMBER.
101000     READ EMPLOYEE-FILE
101100         INVALID KEY
101200             MOVE "N" TO WS-ON-MASTER-SW
101300         NOT INVALID KEY
101400             MOVE "Y" TO WS-ON-MASTER-SW
101500     END-READ.
101600     MOVE WS-CHK-EMP-NUMBER TO WS-CACHE-EMP-NUMBER.
101700     MOVE "Y"               TO WS-CACHE-SW.
101800 6000-CHECK-MASTER-EXIT.
101900     EXIT.
102000
102100*--------------------------------------------------------------*
102200*    6100-WRITE-DISCREPANCY  -  ONE ROW OF THE CURRENT SECTION'S
102300*                               CATEGORY FROM WS-FOUND-FIELDS: THE
102400*                               DISCREPANCY RECORD, STAMPED WITH
102500*                               THE RUN ID, AND THE REPORT LINE
102600*--------------------------------------------------------------*
102700 6100-WRITE-DISCREPANCY.
102800     MOVE SPACES                     TO DISCREPANCY-RECORD.
102900     MOVE WS-AUD-RUN-DATE            TO DSC-RUN-DATE.
103000     MOVE WS-AUD-RUN-TIME            TO DSC-RUN-TIME.
103100     MOVE WS-CAT-CODE (WS-CAT-SUB)   TO DSC-CATEGORY.
103200     MOVE WS-CAT-SOURCE (WS-CAT-SUB) TO DSC-SOURCE-FILE.
103300     MOVE WS-FND-EMP-NUMBER          TO DSC-EMP-NUMBER.
103400     MOVE WS-FND-DATE                TO DSC-KEY-DATE.
103500     MOVE WS-FND-NAME                TO DSC-NAME.
103600     WRITE DISCREPANCY-RECORD.
103700     MOVE WS-FND-EMP-NUMBER          TO WS-DTL-NUMBER.
103800     MOVE WS-FND-DATE                TO WS-DTL-DATE.
103900     MOVE WS-FND-NAME                TO WS-DTL-NAME.
104000     MOVE WS-FND-NOTE                TO WS-DTL-NOTE.
104100     MOVE WS-FND-REF                 TO WS-DTL-REF.
104200     WRITE CONTROL-LINE FROM WS-DETAIL-LINE.
104300     ADD 1 TO WS-CAT-COUNT (WS-CAT-SUB).
104400     ADD 1 TO WS-TOTAL-FOUND-CNT.
104500     ADD 1 TO WS-AUD-EXTRACT-CNT.
104600 6100-WRITE-DISCREPANCY-EXIT.
104700     EXIT.
104800
104900*--------------------------------------------------------------*
105000*    6200-START-SECTION  -  HEADING FOR CATEGORY WS-CAT-SUB
105100*--------------------------------------------------------------*
105200 6200-START-SECTION.
105300     MOVE ZERO TO WS-CAT-COUNT (WS-CAT-SUB).
105400     MOVE WS-CAT-CODE (WS-CAT-SUB)   TO WS-SEC-CODE.
105500     MOVE WS-CAT-TITLE (WS-CAT-SUB)  TO WS-SEC-TITLE.
105600     MOVE WS-CAT-SOURCE (WS-CAT-SUB) TO WS-SEC-SOURCE.
105700     WRITE CONTROL-LINE FROM WS-BLANK-LINE.
105800     WRITE CONTROL-LINE FROM WS-SECTION-LINE.
105900     WRITE CONTROL-LINE FROM WS-COLUMN-LINE.
106000 6200-START-SECTION-EXIT.
106100     EXIT.
106200
106300*--------------------------------------------------------------*
106400*    6300-END-SECTION  -  ROWS LISTED, OR NONE FOUND
106500*--------------------------------------------------------------*
106600 6300-END-SECTION.
106700     IF WS-CAT-COUNT (WS-CAT-SUB) = ZERO
106800         MOVE SPACES TO WS-NTE-TEXT
106900         MOVE "NONE FOUND." TO WS-NTE-TEXT
107000         WRITE CONTROL-LINE FROM WS-NOTE-LINE
107100         GO TO 6300-END-SECTION-EXIT
107200     END-IF.
107300     MOVE "ROWS LISTED:"            TO WS-CNT-LABEL.
107400     MOVE WS-CAT-COUNT (WS-CAT-SUB) TO WS-CNT-VALUE.
107500     WRITE CONTROL-LINE FROM WS-COUNT-LINE.
107600 6300-END-SECTION-EXIT.
107700     EXIT.
107800
107900*--------------------------------------------------------------*
108000*    6400-FILE-NOT-CHECKED  -  AN OPTIONAL FILE THAT WOULD NOT
108100*                              OPEN ("35" = NOT YET CREATED)
108200*--------------------------------------------------------------*
108300 6400-FILE-NOT-CHECKED.
108400     MOVE SPACES TO WS-NTE-TEXT.
108500     MOVE "FILE COULD NOT BE OPENED - NOT CHECKED."
108600         TO WS-NTE-TEXT.
108700     WRITE CONTROL-LINE FROM WS-NOTE-LINE.
108800 6400-FILE-NOT-CHECKED-EXIT.
108900     EXIT.
109000
109100*--------------------------------------------------------------*
109200*    9000-FINALIZE  -  CLOSE, END-OF-RUN AUDIT RECORD, CONSOLE
109300*                      TOTALS
109400*--------------------------------------------------------------*
109500 9000-FINALIZE.
109600     IF WS-FILES-OPEN
109700         CLOSE EMPLOYEE-FILE
109800         CLOSE HISTORY-FILE
109900         CLOSE CONTROL-REPORT
110000         CLOSE DISCREPANCY-FILE
110100     END-IF.
110200     COMPUTE WS-AUD-PROCESSED-CNT = WS-HIST-READ-CNT
110300         + WS-FUP-READ-CNT + WS-GOAL-READ-CNT
110400         + WS-HOLD-READ-CNT + WS-ARCH-READ-CNT.
110500     MOVE "E"             TO WS-AUD-RECORD-TYPE.
110600     PERFORM 7600-WRITE-AUDIT-RECORD
110700         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
110800     IF RUN-ABANDONED
110900         DISPLAY "INTEGRITY SWEEP NOT RUN."
111000         GO TO 9000-FINALIZE-EXIT
111100     END-IF.
111200     DISPLAY "INTEGRITY SWEEP COMPLETE.".
111300     DISPLAY "  DISCREPANCIES LISTED: " WS-TOTAL-FOUND-CNT.
111400 9000-FINALIZE-EXIT.
111500     EXIT.
111600
111700     COPY AUDPROC.
111800     COPY DATEPROC.
111900
112000 END PROGRAM "IntegChk".
