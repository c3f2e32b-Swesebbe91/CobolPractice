000100******************************************************************
000200*    PROGRAM-ID   HISTCORR
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     CONSOLE CORRECTION OF A READING ALREADY POSTED
000900*                 TO THE HISTORY FILE (COPYBOOK HISTREC) AND SENT
001000*                 TO HR.  THE NURSE NAMES THE READING BY EMPLOYEE
001100*                 NUMBER AND SCREENING DATE AND EITHER VOIDS IT
001200*                 (NO REAL READING BEHIND IT) OR AMENDS IT (WRONG
001300*                 EMPLOYEE NUMBER, WEIGHT, HEIGHT OR SITE - E.G.
001400*                 A MISCALIBRATED SCALE).  A REASON IS MANDATORY.
001500*                 AN AMENDED READING IS RECLASSIFIED UNDER THE
001600*                 POLICY IN FORCE ON ITS SCREENING DATE AND THE
001700*                 FOLLOW-UP SCHEDULE ROW IT RAISED IS REFITTED,
001800*                 CANCELLED OR RAISED TO MATCH THE NEW CATEGORY.
001825*                 A BOOKED APPOINTMENT FOR A REFITTED ROW IS
001850*                 RELEASED SO THE APPOINTMENT SCHEDULER REBOOKS
001875*                 IT.
001900*                 HR IS SENT A REVERSAL OF THE POSTED VALUES AND,
002000*                 FOR AN AMENDMENT, A REPLACEMENT ROW, QUEUED ON
002100*                 BMIXCOR FOR XTRWRAP TO CARRY INSIDE THE NEXT
002200*                 TRANSMISSION'S CONTROLS.  EVERY CORRECTION IS
002300*                 LOGGED WITH ITS BEFORE AND AFTER VALUES ON THE
002400*                 CORRECTION AUDIT FILE (COPYBOOK CORREC), STAMPED
002500*                 WITH THIS SESSION'S RUN-AUDIT ID.
002600*
002700*    MOD HISTORY
002800*    2026-10-15 SMS  INITIAL VERSION.
002825*    2026-10-15 SMS  A REFITTED FOLLOW-UP ROW THAT CHANGES
002850*                    EMPLOYEE, SITE, CATEGORY OR DUE DATE NOW
002875*                    RELEASES ITS BOOKED APPOINTMENT TO REBOOK.
002883*    2026-10-15 SMS  THE RUN AUDIT COUNTS ONLY THE BMIXCOR ROWS
002891*                    ACTUALLY WRITTEN.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  "HistCorr".
003200 AUTHOR.      SEBASTIAN.
003300 INSTALLATION. WELLNESS SCREENING.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS HIST-KEY
004400         ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
004500         FILE STATUS IS WS-HIST-FILE-STATUS.
004600     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS EMP-NUMBER
005000         ALTERNATE RECORD KEY IS EMP-NAME
005100         FILE STATUS IS WS-EMP-STATUS.
005200     SELECT FOLLOWUP-FILE ASSIGN TO "FUPSCHED"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-FUP-FILE-STATUS.
005414     SELECT APPOINTMENT-FILE ASSIGN TO "APPTFILE"
005428         ORGANIZATION IS INDEXED
005442         ACCESS MODE IS DYNAMIC
005456         RECORD KEY IS APPT-KEY
005470         ALTERNATE RECORD KEY IS APPT-FUP-KEY
005484         FILE STATUS IS WS-APPT-STATUS.
005500     SELECT CORRECTION-FILE ASSIGN TO "BMIXCOR"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-COR-FILE-STATUS.
005800     SELECT CORRECTION-AUDIT ASSIGN TO "CORAUDIT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CAU-FILE-STATUS.
006100     SELECT POLICY-FILE ASSIGN TO "POLFILE"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS POL-EFFECTIVE-DATE
006500         FILE STATUS IS WS-POL-FILE-STATUS.
006600     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-AUD-FILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  HISTORY-FILE.
007300     COPY HISTREC.
007400
007500 FD  EMPLOYEE-FILE.
007600     COPY EMPREC.
007700
007800 FD  FOLLOWUP-FILE.
007900     COPY FUPREC.
008000
008025 FD  APPOINTMENT-FILE.
008050     COPY APPTREC.
008075
008100 FD  CORRECTION-FILE.
008200     COPY XTRCREC.
008300
008400 FD  CORRECTION-AUDIT.
008500     COPY CORREC.
008600
008700 FD  POLICY-FILE.
008800     COPY POLREC.
008900
009000 FD  AUDIT-FILE.
009100     COPY AUDREC.
009200
009300 WORKING-STORAGE SECTION.
009400*--------------------------------------------------------------*
009500*    01  WS-CONTROL-SWITCHES
009600*--------------------------------------------------------------*
009700 01  WS-CONTROL-SWITCHES.
009800     05  WS-DONE-SWITCH       PIC X(01)   VALUE "N".
009900         88  WS-CORR-DONE                 VALUE "Y".
010000     05  WS-FOUND-SWITCH      PIC X(01)   VALUE "N".
010100         88  WS-READING-FOUND             VALUE "Y".
010200     05  WS-VALID-SWITCH      PIC X(01)   VALUE "N".
010300         88  WS-ENTRY-VALID               VALUE "Y".
010400     05  WS-FUP-EOF-SW        PIC X(01)   VALUE "N".
010500         88  END-OF-FOLLOWUPS             VALUE "Y".
010600     05  WS-FUP-ROW-SW        PIC X(01)   VALUE "N".
010700         88  WS-FUP-NO-ROW                VALUE "N".
010800         88  WS-FUP-OPEN-ROW              VALUE "O".
010900         88  WS-FUP-DONE-ROW              VALUE "C".
011000
011100*--------------------------------------------------------------*
011200*    01  WS-FILE-STATUS-FIELDS
011300*--------------------------------------------------------------*
011400 01  WS-FILE-STATUS-FIELDS.
011500     05  WS-HIST-FILE-STATUS  PIC X(02).
011600     05  WS-EMP-STATUS        PIC X(02).
011700     05  WS-FUP-FILE-STATUS   PIC X(02).
011800     05  WS-COR-FILE-STATUS   PIC X(02).
011900     05  WS-CAU-FILE-STATUS   PIC X(02).
011950     05  WS-APPT-STATUS       PIC X(02).
012000
012100*--------------------------------------------------------------*
012200*    01  WS-CORR-FIELDS  -  CONSOLE ENTRY AND SESSION COUNTS
012300*--------------------------------------------------------------*
012400 01  WS-CORR-FIELDS.
012500     05  WS-ACTION-CODE       PIC X(01).
012600         88  WS-ACTION-VOID               VALUE "V".
012700         88  WS-ACTION-AMEND              VALUE "A".
012800         88  WS-ACTION-QUIT               VALUE "Q".
012900     05  WS-EMP-NUMBER-IN     PIC 9(06).
013000     05  WS-DATE-IN           PIC 9(08).
013100     05  WS-REASON-IN         PIC X(40).
013200     05  WS-CONFIRM-IN        PIC X(01).
013300     05  WS-WEIGHT-INPUT      PIC 999V9.
013400     05  WS-HEIGHT-INPUT      PIC 999V9.
013500     05  WS-SITE-INPUT        PIC X(03).
013600     05  WS-NEW-EMP-IN        PIC 9(06).
013700     05  WS-FUP-DAYS          PIC 9(03)   VALUE ZERO.
013800     05  WS-FUP-ACTION        PIC X(01)   VALUE "N".
013900     05  WS-VOID-COUNT        PIC 9(05)   VALUE ZERO.
014000     05  WS-AMEND-COUNT       PIC 9(05)   VALUE ZERO.
014100     05  WS-ABANDON-COUNT     PIC 9(05)   VALUE ZERO.
014125     05  WS-ROW-OLD-SITE      PIC X(03).
014150     05  WS-ROW-OLD-CATEGORY  PIC X(12).
014175     05  WS-ROW-OLD-DUE-DATE  PIC 9(08).
014200
014300*--------------------------------------------------------------*
014400*    01  WS-POSTED-READING  -  THE READING AS IT STOOD ON THE
014500*                              HISTORY FILE BEFORE CORRECTION,
014600*                              WITH ITS CATEGORY UNDER THE POLICY
014700*                              IN FORCE ON ITS SCREENING DATE.
014800*                              THE CORRECTED VALUES ARE BUILT IN
014900*                              WS-CURRENT-EMPLOYEE (CUREMP) SO
015000*                              8000-CLASSIFY-BMI CAN GRADE THEM.
015100*--------------------------------------------------------------*
015200 01  WS-POSTED-READING.
015300     05  WS-OLD-EMP-NUMBER    PIC 9(06).
015400     05  WS-OLD-DATE          PIC 9(08).
015500     05  WS-OLD-NAME          PIC X(20).
015600     05  WS-OLD-WEIGHT        PIC 999V9.
015700     05  WS-OLD-HEIGHT-CM     PIC 999V9.
015800     05  WS-OLD-UNIT-CODE     PIC X(01).
015900         88  WS-OLD-UNIT-METRIC           VALUE "M".
016000     05  WS-OLD-BMI           PIC 999V99.
016100     05  WS-OLD-CATEGORY      PIC X(12).
016200     05  WS-OLD-SITE-CODE     PIC X(03).
016300     05  WS-OLD-BIRTH-DATE    PIC 9(08).
016400     05  WS-OLD-SEX           PIC X(01).
016500     05  WS-OLD-DEPT-CODE     PIC X(03).
016600
016700     COPY CUREMP.
016800     COPY POLWS.
016900     COPY DATEWS.
017000     COPY AUDWS.
017100
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE
017500         THRU 1000-INITIALIZE-EXIT.
017600     PERFORM 2000-PROCESS-ACTION
017700         THRU 2000-PROCESS-ACTION-EXIT
017800         UNTIL WS-CORR-DONE.
017900     PERFORM 9000-FINALIZE
018000         THRU 9000-FINALIZE-EXIT.
018100     STOP RUN.
018200
018300*--------------------------------------------------------------*
018400*    1000-INITIALIZE  -  START-OF-RUN AUDIT RECORD FIRST SO THE
018500*                        SESSION'S RUN ID EXISTS FOR THE
018600*                        CORRECTION AUDIT, THEN THE POLICY TABLE,
018700*                        THE HISTORY FILE I-O, THE MASTER FOR
018800*                        A RE-KEYED EMPLOYEE NUMBER, AND THE TWO
018900*                        ACCUMULATING OUTPUT FILES
019000*--------------------------------------------------------------*
019100 1000-INITIALIZE.
019200     MOVE "HistCorr"      TO WS-AUD-PROGRAM.
019300     MOVE "S"             TO WS-AUD-RECORD-TYPE.
019400     PERFORM 7600-WRITE-AUDIT-RECORD
019500         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
019600     PERFORM 7900-LOAD-POLICY-TABLE
019700         THRU 7900-LOAD-POLICY-TABLE-EXIT.
019800     OPEN I-O HISTORY-FILE.
019900     IF WS-HIST-FILE-STATUS NOT = "00"
020000         DISPLAY "ERROR OPENING HISTORY FILE, STATUS "
020100             WS-HIST-FILE-STATUS
020200         MOVE "Y" TO WS-DONE-SWITCH
020300         GO TO 1000-INITIALIZE-EXIT
020400     END-IF.
020500     OPEN INPUT EMPLOYEE-FILE.
020600     IF WS-EMP-STATUS NOT = "00"
020700         DISPLAY "ERROR OPENING EMPLOYEE MASTER, STATUS "
020800             WS-EMP-STATUS
020900         MOVE "Y" TO WS-DONE-SWITCH
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF.
021200     OPEN EXTEND CORRECTION-FILE.
021300     IF WS-COR-FILE-STATUS = "35"
021400         OPEN OUTPUT CORRECTION-FILE
021500     END-IF.
021600     IF WS-COR-FILE-STATUS NOT = "00"
021700         DISPLAY "ERROR OPENING CORRECTION QUEUE, STATUS "
021800             WS-COR-FILE-STATUS
021900         MOVE "Y" TO WS-DONE-SWITCH
022000         GO TO 1000-INITIALIZE-EXIT
022100     END-IF.
022200     OPEN EXTEND CORRECTION-AUDIT.
022300     IF WS-CAU-FILE-STATUS = "35"
022400         OPEN OUTPUT CORRECTION-AUDIT
022500     END-IF.
022600     IF WS-CAU-FILE-STATUS NOT = "00"
022700         DISPLAY "ERROR OPENING CORRECTION AUDIT, STATUS "
022800             WS-CAU-FILE-STATUS
022900         MOVE "Y" TO WS-DONE-SWITCH
023000     END-IF.
023100 1000-INITIALIZE-EXIT.
023200     EXIT.
023300
023400*--------------------------------------------------------------*
023500*    2000-PROCESS-ACTION  -  ONE VOID/AMEND/QUIT CHOICE PER PASS
023600*--------------------------------------------------------------*
023700 2000-PROCESS-ACTION.
023800     DISPLAY " ".
023900     DISPLAY "ACTION - V=VOID A=AMEND Q=QUIT: ".
024000     ACCEPT WS-ACTION-CODE.
024100     EVALUATE TRUE
024200         WHEN WS-ACTION-VOID
024300             PERFORM 3000-VOID-READING
024400                 THRU 3000-VOID-READING-EXIT
024500         WHEN WS-ACTION-AMEND
024600             PERFORM 4000-AMEND-READING
024700                 THRU 4000-AMEND-READING-EXIT
024800         WHEN WS-ACTION-QUIT
024900             MOVE "Y" TO WS-DONE-SWITCH
025000         WHEN OTHER
025100             DISPLAY "INVALID ACTION - ENTER V, A OR Q."
025200     END-EVALUATE.
025300 2000-PROCESS-ACTION-EXIT.
025400     EXIT.
025500
025600*--------------------------------------------------------------*
025700*    3000-VOID-READING  -  NO REAL READING BEHIND THE POSTED
025800*                          ONE.  THE HISTORY RECORD IS DELETED,
025900*                          HR GETS A REVERSAL, AND AN OPEN
026000*                          FOLLOW-UP ROW IT RAISED IS CANCELLED
026100*--------------------------------------------------------------*
026200 3000-VOID-READING.
026300     PERFORM 6000-GET-READING
026400         THRU 6000-GET-READING-EXIT.
026500     IF NOT WS-READING-FOUND
026600         GO TO 3000-VOID-READING-EXIT
026700     END-IF.
026800     PERFORM 6100-GET-REASON
026900         THRU 6100-GET-REASON-EXIT.
027000     IF WS-REASON-IN = SPACES
027100         DISPLAY "A REASON IS REQUIRED - VOID ABANDONED."
027200         ADD 1 TO WS-ABANDON-COUNT
027300         GO TO 3000-VOID-READING-EXIT
027400     END-IF.
027500     DISPLAY "VOID THIS READING? (Y/N): ".
027600     ACCEPT WS-CONFIRM-IN.
027700     IF WS-CONFIRM-IN NOT = "Y"
027800         DISPLAY "VOID ABANDONED."
027900         ADD 1 TO WS-ABANDON-COUNT
028000         GO TO 3000-VOID-READING-EXIT
028100     END-IF.
028200     MOVE WS-OLD-EMP-NUMBER TO HIST-EMP-NUMBER.
028300     MOVE WS-OLD-DATE       TO HIST-DATE.
028400     DELETE HISTORY-FILE RECORD
028500         INVALID KEY
028600             DISPLAY "ERROR DELETING READING, STATUS "
028700                 WS-HIST-FILE-STATUS
028800             GO TO 3000-VOID-READING-EXIT
028900     END-DELETE.
029000     PERFORM 5000-WRITE-REVERSAL
029100         THRU 5000-WRITE-REVERSAL-EXIT.
029200*    A VOIDED READING CALLS FOR NO FOLLOW-UP AT ALL.
029300     MOVE WS-OLD-EMP-NUMBER TO WS-CE-EMP-NUMBER.
029400     MOVE SPACES            TO WS-CE-CATEGORY.
029500     PERFORM 6500-FIT-FOLLOWUP
029600         THRU 6500-FIT-FOLLOWUP-EXIT.
029700     MOVE "V" TO COR-ACTION.
029800     MOVE ZERO   TO COR-A-EMP-NUMBER COR-A-DATE COR-A-WEIGHT
029900                    COR-A-HEIGHT-CM COR-A-BMI.
030000     MOVE SPACES TO COR-A-UNIT-CODE COR-A-CATEGORY
030100                    COR-A-SITE-CODE.
030200     PERFORM 5200-WRITE-CORRECTION-AUDIT
030300         THRU 5200-WRITE-CORRECTION-AUDIT-EXIT.
030400     ADD 1 TO WS-VOID-COUNT.
030500     ADD 1 TO WS-AUD-PROCESSED-CNT.
030600     ADD 1 TO WS-AUD-HISTORY-CNT.
030700     DISPLAY "VOIDED " WS-OLD-EMP-NUMBER " " WS-OLD-NAME
030800         " ON " WS-OLD-DATE.
030900 3000-VOID-READING-EXIT.
031000     EXIT.
031100
031200*--------------------------------------------------------------*
031300*    4000-AMEND-READING  -  RE-KEY THE WEIGHT, HEIGHT, SITE OR
031400*                           EMPLOYEE NUMBER (ZERO OR BLANK KEEPS
031500*                           THE POSTED VALUE).  THE SCREENING DATE
031600*                           AND UNIT STAY AS POSTED.
031700*--------------------------------------------------------------*
031800 4000-AMEND-READING.
031900     PERFORM 6000-GET-READING
032000         THRU 6000-GET-READING-EXIT.
032100     IF NOT WS-READING-FOUND
032200         GO TO 4000-AMEND-READING-EXIT
032300     END-IF.
032400     PERFORM 6100-GET-REASON
032500         THRU 6100-GET-REASON-EXIT.
032600     IF WS-REASON-IN = SPACES
032700         DISPLAY "A REASON IS REQUIRED - AMEND ABANDONED."
032800         ADD 1 TO WS-ABANDON-COUNT
032900         GO TO 4000-AMEND-READING-EXIT
033000     END-IF.
033100     MOVE WS-OLD-EMP-NUMBER TO WS-CE-EMP-NUMBER.
033200     MOVE WS-OLD-NAME       TO WS-CE-NAME.
033300     MOVE WS-OLD-WEIGHT     TO WS-CE-WEIGHT.
033400     MOVE WS-OLD-HEIGHT-CM  TO WS-CE-HEIGHT-CM.
033500     MOVE WS-OLD-UNIT-CODE  TO WS-CE-UNIT-CODE.
033600     MOVE WS-OLD-SITE-CODE  TO WS-CE-SITE-CODE.
033700     MOVE WS-OLD-BIRTH-DATE TO WS-CE-BIRTH-DATE.
033800     MOVE WS-OLD-SEX        TO WS-CE-SEX.
033900     MOVE WS-OLD-DEPT-CODE  TO WS-CE-DEPT-CODE.
034000     MOVE "N" TO WS-VALID-SWITCH.
034100     PERFORM 4100-PROMPT-WEIGHT
034200         THRU 4100-PROMPT-WEIGHT-EXIT
034300         UNTIL WS-ENTRY-VALID.
034400     MOVE "N" TO WS-VALID-SWITCH.
034500     PERFORM 4200-PROMPT-HEIGHT
034600         THRU 4200-PROMPT-HEIGHT-EXIT
034700         UNTIL WS-ENTRY-VALID.
034800     DISPLAY "CORRECTED SITE (BLANK TO KEEP " WS-OLD-SITE-CODE
034900         "): ".
035000     ACCEPT WS-SITE-INPUT.
035100     IF WS-SITE-INPUT NOT = SPACES
035200         MOVE WS-SITE-INPUT TO WS-CE-SITE-CODE
035300     END-IF.
035400     MOVE "N" TO WS-VALID-SWITCH.
035500     PERFORM 4300-PROMPT-EMP-NUMBER
035600         THRU 4300-PROMPT-EMP-NUMBER-EXIT
035700         UNTIL WS-ENTRY-VALID.
035800     IF WS-CE-EMP-NUMBER NOT = WS-OLD-EMP-NUMBER
035900         PERFORM 4400-CHECK-NEW-EMPLOYEE
036000             THRU 4400-CHECK-NEW-EMPLOYEE-EXIT
036100         IF NOT WS-ENTRY-VALID
036200             ADD 1 TO WS-ABANDON-COUNT
036300             GO TO 4000-AMEND-READING-EXIT
036400         END-IF
036500     END-IF.
036600     IF WS-CE-EMP-NUMBER = WS-OLD-EMP-NUMBER
036700         AND WS-CE-WEIGHT = WS-OLD-WEIGHT
036800         AND WS-CE-HEIGHT-CM = WS-OLD-HEIGHT-CM
036900         AND WS-CE-SITE-CODE = WS-OLD-SITE-CODE
037000         DISPLAY "NOTHING CHANGED - AMEND ABANDONED."
037100         ADD 1 TO WS-ABANDON-COUNT
037200         GO TO 4000-AMEND-READING-EXIT
037300     END-IF.
037400     IF WS-CE-UNIT-METRIC
037500         COMPUTE WS-CE-BMI = WS-CE-WEIGHT /
037600             ((WS-CE-HEIGHT-CM / 100) * (WS-CE-HEIGHT-CM / 100))
037700     ELSE
037800         COMPUTE WS-CE-BMI = WS-CE-WEIGHT * 703 /
037900             (WS-CE-HEIGHT-CM * WS-CE-HEIGHT-CM)
038000     END-IF.
038100     PERFORM 8000-CLASSIFY-BMI
038200         THRU 8000-CLASSIFY-BMI-EXIT.
038300     DISPLAY "  CORRECTED: EMPLOYEE " WS-CE-EMP-NUMBER " "
038400         WS-CE-NAME.
038500     DISPLAY "  WEIGHT " WS-CE-WEIGHT
038600         "  HEIGHT " WS-CE-HEIGHT-CM
038700         "  BMI " WS-CE-BMI
038800         "  " WS-CE-CATEGORY
038900         "  SITE " WS-CE-SITE-CODE.
039000     DISPLAY "POST THIS CORRECTION? (Y/N): ".
039100     ACCEPT WS-CONFIRM-IN.
039200     IF WS-CONFIRM-IN NOT = "Y"
039300         DISPLAY "AMEND ABANDONED."
039400         ADD 1 TO WS-ABANDON-COUNT
039500         GO TO 4000-AMEND-READING-EXIT
039600     END-IF.
039700     PERFORM 4500-POST-AMENDMENT
039800         THRU 4500-POST-AMENDMENT-EXIT.
039900 4000-AMEND-READING-EXIT.
040000     EXIT.
040100
040200 4100-PROMPT-WEIGHT.
040300     DISPLAY "CORRECTED WEIGHT (E.G. 0725 = 72.5, 0 TO KEEP): ".
040400     ACCEPT WS-WEIGHT-INPUT.
040500     IF WS-WEIGHT-INPUT IS NUMERIC
040600         MOVE "Y" TO WS-VALID-SWITCH
040700         IF WS-WEIGHT-INPUT > ZERO
040800             MOVE WS-WEIGHT-INPUT TO WS-CE-WEIGHT
040900         END-IF
041000     ELSE
041100         DISPLAY "INVALID WEIGHT - ENTER A NUMBER, 0 TO KEEP."
041200     END-IF.
041300 4100-PROMPT-WEIGHT-EXIT.
041400     EXIT.
041500
041600 4200-PROMPT-HEIGHT.
041700     DISPLAY "CORRECTED HEIGHT (E.G. 1685 = 168.5, 0 TO KEEP): ".
041800     ACCEPT WS-HEIGHT-INPUT.
041900     IF WS-HEIGHT-INPUT IS NUMERIC
042000         MOVE "Y" TO WS-VALID-SWITCH
042100         IF WS-HEIGHT-INPUT > ZERO
042200             MOVE WS-HEIGHT-INPUT TO WS-CE-HEIGHT-CM
042300         END-IF
042400     ELSE
042500         DISPLAY "INVALID HEIGHT - ENTER A NUMBER, 0 TO KEEP."
042600     END-IF.
042700 4200-PROMPT-HEIGHT-EXIT.
042800     EXIT.
042900
043000 4300-PROMPT-EMP-NUMBER.
043100     DISPLAY "CORRECT EMPLOYEE NUMBER (0 TO KEEP): ".
043200     ACCEPT WS-NEW-EMP-IN.
043300     IF WS-NEW-EMP-IN IS NUMERIC
043400         MOVE "Y" TO WS-VALID-SWITCH
043500         IF WS-NEW-EMP-IN > ZERO
043600             MOVE WS-NEW-EMP-IN TO WS-CE-EMP-NUMBER
043700         END-IF
043800     ELSE
043900         DISPLAY "INVALID NUMBER - ENTER 6 DIGITS, 0 TO KEEP."
044000     END-IF.
044100 4300-PROMPT-EMP-NUMBER-EXIT.
044200     EXIT.
044300
044400*--------------------------------------------------------------*
044500*    4400-CHECK-NEW-EMPLOYEE  -  THE READING BELONGS TO ANOTHER
044600*                                EMPLOYEE.  THEY MUST BE ON THE
044700*                                MASTER, AND MUST NOT ALREADY
044800*                                HAVE A READING ON THIS DATE.
044900*                                THE NAME AND DEMOGRAPHICS ARE
045000*                                RESTAMPED FROM THEIR MASTER.
045100*--------------------------------------------------------------*
045200 4400-CHECK-NEW-EMPLOYEE.
045300     MOVE "N" TO WS-VALID-SWITCH.
045400     MOVE WS-CE-EMP-NUMBER TO EMP-NUMBER.
045500     READ EMPLOYEE-FILE
045600         INVALID KEY
045700             DISPLAY "EMPLOYEE " WS-CE-EMP-NUMBER
045800                 " NOT ON FILE - AMEND ABANDONED."
045900             GO TO 4400-CHECK-NEW-EMPLOYEE-EXIT
046000     END-READ.
046100     MOVE WS-CE-EMP-NUMBER TO HIST-EMP-NUMBER.
046200     MOVE WS-OLD-DATE      TO HIST-DATE.
046300     READ HISTORY-FILE
046400         INVALID KEY
046500             MOVE "Y" TO WS-VALID-SWITCH
046600     END-READ.
046700     IF NOT WS-ENTRY-VALID
046800         DISPLAY "EMPLOYEE " WS-CE-EMP-NUMBER
046900             " ALREADY HAS A READING ON " WS-OLD-DATE
047000             " - AMEND ABANDONED."
047100         GO TO 4400-CHECK-NEW-EMPLOYEE-EXIT
047200     END-IF.
047300     MOVE EMP-NAME         TO WS-CE-NAME.
047400     MOVE EMP-BIRTH-DATE   TO WS-CE-BIRTH-DATE.
047500     MOVE EMP-SEX          TO WS-CE-SEX.
047600     MOVE EMP-DEPT-CODE    TO WS-CE-DEPT-CODE.
047700 4400-CHECK-NEW-EMPLOYEE-EXIT.
047800     EXIT.
047900
048000*--------------------------------------------------------------*
048100*    4500-POST-AMENDMENT  -  REWRITE THE READING IN PLACE, OR
048200*                            MOVE IT TO THE RIGHT EMPLOYEE'S KEY;
048300*                            THEN THE HR REVERSAL AND REPLACEMENT,
048400*                            THE FOLLOW-UP REFIT AND THE AUDIT
048500*--------------------------------------------------------------*
048600 4500-POST-AMENDMENT.
048700     IF WS-CE-EMP-NUMBER NOT = WS-OLD-EMP-NUMBER
048800         MOVE WS-OLD-EMP-NUMBER TO HIST-EMP-NUMBER
048900         MOVE WS-OLD-DATE       TO HIST-DATE
049000         DELETE HISTORY-FILE RECORD
049100             INVALID KEY
049200                 DISPLAY "ERROR DELETING READING, STATUS "
049300                     WS-HIST-FILE-STATUS
049400                 GO TO 4500-POST-AMENDMENT-EXIT
049500         END-DELETE
049600     END-IF.
049700     MOVE WS-CE-EMP-NUMBER  TO HIST-EMP-NUMBER.
049800     MOVE WS-OLD-DATE       TO HIST-DATE.
049900     MOVE WS-CE-NAME        TO HIST-NAME.
050000     MOVE WS-CE-WEIGHT      TO HIST-WEIGHT.
050100     MOVE WS-CE-HEIGHT-CM   TO HIST-HEIGHT-CM.
050200     MOVE WS-CE-UNIT-CODE   TO HIST-UNIT-CODE.
050300     MOVE WS-CE-BMI         TO HIST-BMI.
050400     MOVE WS-CE-SITE-CODE   TO HIST-SITE-CODE.
050500     MOVE WS-CE-BIRTH-DATE  TO HIST-BIRTH-DATE.
050600     MOVE WS-CE-SEX         TO HIST-SEX.
050700     MOVE WS-CE-DEPT-CODE   TO HIST-DEPT-CODE.
050800     IF WS-CE-EMP-NUMBER = WS-OLD-EMP-NUMBER
050900         REWRITE HISTORY-RECORD
051000             INVALID KEY
051100                 DISPLAY "ERROR REWRITING READING, STATUS "
051200                     WS-HIST-FILE-STATUS
051300                 GO TO 4500-POST-AMENDMENT-EXIT
051400         END-REWRITE
051500     ELSE
051600         WRITE HISTORY-RECORD
051700             INVALID KEY
051800                 DISPLAY "ERROR WRITING READING, STATUS "
051900                     WS-HIST-FILE-STATUS
052000                 DISPLAY "*** READING FOR " WS-OLD-EMP-NUMBER
052100                     " ON " WS-OLD-DATE " WAS DELETED - "
052200                     "RE-KEY IT BEFORE THE NEXT RUN ***"
052300                 GO TO 4500-POST-AMENDMENT-EXIT
052400         END-WRITE
052500     END-IF.
052600     PERFORM 5000-WRITE-REVERSAL
052700         THRU 5000-WRITE-REVERSAL-EXIT.
052800     PERFORM 5100-WRITE-REPLACEMENT
052900         THRU 5100-WRITE-REPLACEMENT-EXIT.
053000     PERFORM 6500-FIT-FOLLOWUP
053100         THRU 6500-FIT-FOLLOWUP-EXIT.
053200     MOVE "A"               TO COR-ACTION.
053300     MOVE WS-CE-EMP-NUMBER  TO COR-A-EMP-NUMBER.
053400     MOVE WS-OLD-DATE       TO COR-A-DATE.
053500     MOVE WS-CE-WEIGHT      TO COR-A-WEIGHT.
053600     MOVE WS-CE-HEIGHT-CM   TO COR-A-HEIGHT-CM.
053700     MOVE WS-CE-UNIT-CODE   TO COR-A-UNIT-CODE.
053800     MOVE WS-CE-BMI         TO COR-A-BMI.
053900     MOVE WS-CE-CATEGORY    TO COR-A-CATEGORY.
054000     MOVE WS-CE-SITE-CODE   TO COR-A-SITE-CODE.
054100     PERFORM 5200-WRITE-CORRECTION-AUDIT
054200         THRU 5200-WRITE-CORRECTION-AUDIT-EXIT.
054300     ADD 1 TO WS-AMEND-COUNT.
054400     ADD 1 TO WS-AUD-PROCESSED-CNT.
054500     ADD 1 TO WS-AUD-HISTORY-CNT.
054600     DISPLAY "AMENDED " WS-OLD-EMP-NUMBER " ON " WS-OLD-DATE
054700         " - NOW " WS-CE-EMP-NUMBER " " WS-CE-CATEGORY.
054800 4500-POST-AMENDMENT-EXIT.
054900     EXIT.
055000
055100*--------------------------------------------------------------*
055200*    5000-WRITE-REVERSAL  -  HR BACKS OUT THE VALUES IT LOADED
055300*                            FOR THE POSTED READING
055400*--------------------------------------------------------------*
055500 5000-WRITE-REVERSAL.
055600     MOVE WS-OLD-NAME       TO XTR-NAME.
055700     MOVE WS-OLD-WEIGHT     TO XTR-WEIGHT.
055800     MOVE WS-OLD-HEIGHT-CM  TO XTR-HEIGHT-CM.
055900     MOVE WS-OLD-UNIT-CODE  TO XTR-UNIT-CODE.
056000     MOVE WS-OLD-BMI        TO XTR-BMI.
056100     MOVE WS-OLD-CATEGORY   TO XTR-CATEGORY.
056200     MOVE WS-OLD-DATE       TO XTR-SCREENING-DATE.
056300     MOVE WS-OLD-SITE-CODE  TO XTR-SITE-CODE.
056400     MOVE WS-OLD-EMP-NUMBER TO XTR-EMP-NUMBER.
056500     MOVE WS-OLD-BIRTH-DATE TO XTR-BIRTH-DATE.
056600     MOVE WS-OLD-SEX        TO XTR-SEX.
056700     MOVE WS-OLD-DEPT-CODE  TO XTR-DEPT-CODE.
056800     MOVE "R"               TO XTR-ACTION-CODE.
056900     WRITE EXTRACT-RECORD.
057000     IF WS-COR-FILE-STATUS NOT = "00"
057100         DISPLAY "ERROR WRITING REVERSAL ROW, STATUS "
057200             WS-COR-FILE-STATUS
057300     ELSE
057400         ADD 1 TO WS-AUD-EXTRACT-CNT
057450     END-IF.
057500 5000-WRITE-REVERSAL-EXIT.
057600     EXIT.
057700
057800*--------------------------------------------------------------*
057900*    5100-WRITE-REPLACEMENT  -  HR LOADS THE CORRECTED VALUES
058000*                               UNDER THE ORIGINAL SCREENING DATE
058100*--------------------------------------------------------------*
058200 5100-WRITE-REPLACEMENT.
058300     MOVE WS-CE-NAME        TO XTR-NAME.
058400     MOVE WS-CE-WEIGHT      TO XTR-WEIGHT.
058500     MOVE WS-CE-HEIGHT-CM   TO XTR-HEIGHT-CM.
058600     MOVE WS-CE-UNIT-CODE   TO XTR-UNIT-CODE.
058700     MOVE WS-CE-BMI         TO XTR-BMI.
058800     MOVE WS-CE-CATEGORY    TO XTR-CATEGORY.
058900     MOVE WS-OLD-DATE       TO XTR-SCREENING-DATE.
059000     MOVE WS-CE-SITE-CODE   TO XTR-SITE-CODE.
059100     MOVE WS-CE-EMP-NUMBER  TO XTR-EMP-NUMBER.
059200     MOVE WS-CE-BIRTH-DATE  TO XTR-BIRTH-DATE.
059300     MOVE WS-CE-SEX         TO XTR-SEX.
059400     MOVE WS-CE-DEPT-CODE   TO XTR-DEPT-CODE.
059500     MOVE "C"               TO XTR-ACTION-CODE.
059600     WRITE EXTRACT-RECORD.
059700     IF WS-COR-FILE-STATUS NOT = "00"
059800         DISPLAY "ERROR WRITING REPLACEMENT ROW, STATUS "
059900             WS-COR-FILE-STATUS
060000     ELSE
060100         ADD 1 TO WS-AUD-EXTRACT-CNT
060150     END-IF.
060200 5100-WRITE-REPLACEMENT-EXIT.
060300     EXIT.
060400
060500*--------------------------------------------------------------*
060600*    5200-WRITE-CORRECTION-AUDIT  -  THE CALLER HAS SET THE
060700*                                    ACTION AND AFTER VALUES;
060800*                                    THE RUN ID, REASON, BEFORE
060900*                                    VALUES AND FOLLOW-UP ACTION
061000*                                    ARE FILLED IN HERE
061100*--------------------------------------------------------------*
061200 5200-WRITE-CORRECTION-AUDIT.
061300     MOVE WS-AUD-RUN-DATE   TO COR-RUN-DATE.
061400     MOVE WS-AUD-RUN-TIME   TO COR-RUN-TIME.
061500     MOVE WS-REASON-IN      TO COR-REASON.
061600     MOVE WS-OLD-EMP-NUMBER TO COR-B-EMP-NUMBER.
061700     MOVE WS-OLD-DATE       TO COR-B-DATE.
061800     MOVE WS-OLD-WEIGHT     TO COR-B-WEIGHT.
061900     MOVE WS-OLD-HEIGHT-CM  TO COR-B-HEIGHT-CM.
062000     MOVE WS-OLD-UNIT-CODE  TO COR-B-UNIT-CODE.
062100     MOVE WS-OLD-BMI        TO COR-B-BMI.
062200     MOVE WS-OLD-CATEGORY   TO COR-B-CATEGORY.
062300     MOVE WS-OLD-SITE-CODE  TO COR-B-SITE-CODE.
062400     MOVE WS-FUP-ACTION     TO COR-FUP-ACTION.
062500     WRITE CORRECTION-AUDIT-RECORD.
062600     IF WS-CAU-FILE-STATUS NOT = "00"
062700         DISPLAY "ERROR WRITING CORRECTION AUDIT, STATUS "
062800             WS-CAU-FILE-STATUS
062900     END-IF.
063000 5200-WRITE-CORRECTION-AUDIT-EXIT.
063100     EXIT.
063200
063300*--------------------------------------------------------------*
063400*    6000-GET-READING  -  SHARED PROMPT FOR THE HISTORY KEY.
063500*                         THE POSTED READING IS SAVED AND GRADED
063600*                         UNDER THE POLICY IN FORCE ON ITS DATE,
063700*                         WHICH STAYS SET FOR THE CORRECTION.
063800*--------------------------------------------------------------*
063900 6000-GET-READING.
064000     MOVE "N" TO WS-FOUND-SWITCH.
064100     DISPLAY "EMPLOYEE NUMBER (6 DIGITS): ".
064200     ACCEPT WS-EMP-NUMBER-IN.
064300     DISPLAY "SCREENING DATE (YYYYMMDD): ".
064400     ACCEPT WS-DATE-IN.
064500     IF WS-EMP-NUMBER-IN NOT NUMERIC OR WS-DATE-IN NOT NUMERIC
064600         DISPLAY "NUMBER AND DATE MUST BE NUMERIC."
064700         GO TO 6000-GET-READING-EXIT
064800     END-IF.
064900     MOVE WS-EMP-NUMBER-IN TO HIST-EMP-NUMBER.
065000     MOVE WS-DATE-IN       TO HIST-DATE.
065100     READ HISTORY-FILE
065200         INVALID KEY
065300             DISPLAY "NO READING FOR " WS-EMP-NUMBER-IN
065400                 " ON " WS-DATE-IN "."
065500             GO TO 6000-GET-READING-EXIT
065600     END-READ.
065700     MOVE "Y" TO WS-FOUND-SWITCH.
065800     MOVE HIST-EMP-NUMBER  TO WS-OLD-EMP-NUMBER.
065900     MOVE HIST-DATE        TO WS-OLD-DATE.
066000     MOVE HIST-NAME        TO WS-OLD-NAME.
066100     MOVE HIST-WEIGHT      TO WS-OLD-WEIGHT.
066200     MOVE HIST-HEIGHT-CM   TO WS-OLD-HEIGHT-CM.
066300     MOVE HIST-UNIT-CODE   TO WS-OLD-UNIT-CODE.
066400     MOVE HIST-BMI         TO WS-OLD-BMI.
066500     MOVE HIST-SITE-CODE   TO WS-OLD-SITE-CODE.
066600     MOVE HIST-BIRTH-DATE  TO WS-OLD-BIRTH-DATE.
066700     MOVE HIST-SEX         TO WS-OLD-SEX.
066800     MOVE HIST-DEPT-CODE   TO WS-OLD-DEPT-CODE.
066900     MOVE HIST-DATE        TO WS-POL-AS-OF-DATE.
067000     PERFORM 7950-SET-POLICY-FOR-DATE
067100         THRU 7950-SET-POLICY-FOR-DATE-EXIT.
067200     MOVE HIST-BMI         TO WS-CE-BMI.
067300     PERFORM 8000-CLASSIFY-BMI
067400         THRU 8000-CLASSIFY-BMI-EXIT.
067500     MOVE WS-CE-CATEGORY   TO WS-OLD-CATEGORY.
067600     DISPLAY "  POSTED: EMPLOYEE " WS-OLD-EMP-NUMBER " "
067700         WS-OLD-NAME "  ON " WS-OLD-DATE.
067800     DISPLAY "  WEIGHT " WS-OLD-WEIGHT
067900         "  HEIGHT " WS-OLD-HEIGHT-CM
068000         "  UNIT " WS-OLD-UNIT-CODE
068100         "  BMI " WS-OLD-BMI
068200         "  " WS-OLD-CATEGORY
068300         "  SITE " WS-OLD-SITE-CODE.
068400 6000-GET-READING-EXIT.
068500     EXIT.
068600
068700 6100-GET-REASON.
068800     DISPLAY "REASON FOR CORRECTION (REQUIRED): ".
068900     ACCEPT WS-REASON-IN.
069000 6100-GET-REASON-EXIT.
069100     EXIT.
069200
069300*--------------------------------------------------------------*
069400*    6500-FIT-FOLLOWUP  -  BRING THE FOLLOW-UP SCHEDULE INTO
069500*                          LINE WITH THE CORRECTED CATEGORY IN
069600*                          WS-CE-CATEGORY (SPACES FOR A VOID).
069700*                          AN OPEN ROW THE POSTED READING RAISED
069800*                          IS REFITTED OR CANCELLED; A NEW ROW IS
069900*                          RAISED WHEN ONE IS NOW CALLED FOR AND
070000*                          NONE IS OPEN.  A ROW ALREADY COMPLETED
070100*                          BY A RE-SCREEN IS LEFT ALONE.
070200*--------------------------------------------------------------*
070300 6500-FIT-FOLLOWUP.
070400     MOVE "N" TO WS-FUP-ACTION.
070500     MOVE "N" TO WS-FUP-ROW-SW.
070600     EVALUATE WS-CE-CATEGORY
070700         WHEN "OBESE       "
070800             MOVE WS-POL-OBESE-DAYS TO WS-FUP-DAYS
070900         WHEN "OVERWEIGHT  "
071000             MOVE WS-POL-OVER-DAYS  TO WS-FUP-DAYS
071100         WHEN OTHER
071200             MOVE ZERO              TO WS-FUP-DAYS
071300     END-EVALUATE.
071400     OPEN I-O FOLLOWUP-FILE.
071500     IF WS-FUP-FILE-STATUS = "00"
071600         MOVE "N" TO WS-FUP-EOF-SW
071700         PERFORM 6600-SCAN-ONE-FOLLOWUP
071800             THRU 6600-SCAN-ONE-FOLLOWUP-EXIT
071900             UNTIL END-OF-FOLLOWUPS
072000         CLOSE FOLLOWUP-FILE
072100     ELSE
072200         IF WS-FUP-FILE-STATUS NOT = "35"
072300             DISPLAY "ERROR OPENING FOLLOW-UP FILE, STATUS "
072400                 WS-FUP-FILE-STATUS
072500             DISPLAY "*** FOLLOW-UP SCHEDULE NOT UPDATED ***"
072600             GO TO 6500-FIT-FOLLOWUP-EXIT
072700         END-IF
072800     END-IF.
072900     IF WS-FUP-NO-ROW AND WS-FUP-DAYS > ZERO
073000         PERFORM 6800-RAISE-FOLLOWUP
073100             THRU 6800-RAISE-FOLLOWUP-EXIT
073200     END-IF.
073300 6500-FIT-FOLLOWUP-EXIT.
073400     EXIT.
073500
073600 6600-SCAN-ONE-FOLLOWUP.
073700     READ FOLLOWUP-FILE
073800         AT END
073900             MOVE "Y" TO WS-FUP-EOF-SW
074000             GO TO 6600-SCAN-ONE-FOLLOWUP-EXIT
074100     END-READ.
074200     IF FUP-EMP-NUMBER NOT = WS-OLD-EMP-NUMBER
074300         OR FUP-SCREEN-DATE NOT = WS-OLD-DATE
074400         GO TO 6600-SCAN-ONE-FOLLOWUP-EXIT
074500     END-IF.
074600     IF FUP-COMPLETED
074700         MOVE "C" TO WS-FUP-ROW-SW
074800         GO TO 6600-SCAN-ONE-FOLLOWUP-EXIT
074900     END-IF.
075000     IF FUP-OPEN
075100         PERFORM 6700-REFIT-OPEN-ROW
075200             THRU 6700-REFIT-OPEN-ROW-EXIT
075300         MOVE "O" TO WS-FUP-ROW-SW
075400         MOVE "Y" TO WS-FUP-EOF-SW
075500     END-IF.
075600 6600-SCAN-ONE-FOLLOWUP-EXIT.
075700     EXIT.
075800
075823*--------------------------------------------------------------*
075846*    6700-REFIT-OPEN-ROW  -  CANCEL THE OPEN ROW, OR REFIT IT TO
075869*                            THE CORRECTED READING.  A REFIT THAT
075892*                            MOVES THE ROW TO ANOTHER EMPLOYEE,
075915*                            SITE, CATEGORY OR DUE DATE FIRST
075938*                            RELEASES ANY APPOINTMENT BOOKED FOR
075961*                            IT.  A CANCELLED ROW'S SLOT IS FREED
075984*                            BY APPTBOOK ITSELF.
076007*--------------------------------------------------------------*
076030 6700-REFIT-OPEN-ROW.
076053     IF WS-FUP-DAYS = ZERO
076076         MOVE "X" TO FUP-STATUS
076099         MOVE "X" TO WS-FUP-ACTION
076122     ELSE
076145         MOVE FUP-SITE-CODE     TO WS-ROW-OLD-SITE
076168         MOVE FUP-CATEGORY      TO WS-ROW-OLD-CATEGORY
076191         MOVE FUP-DUE-DATE      TO WS-ROW-OLD-DUE-DATE
076214         PERFORM 6900-FILL-FOLLOWUP-ROW
076237             THRU 6900-FILL-FOLLOWUP-ROW-EXIT
076260         MOVE "U" TO WS-FUP-ACTION
076283         IF FUP-EMP-NUMBER NOT = WS-OLD-EMP-NUMBER
076306             OR FUP-SITE-CODE NOT = WS-ROW-OLD-SITE
076329             OR FUP-CATEGORY NOT = WS-ROW-OLD-CATEGORY
076352             OR FUP-DUE-DATE NOT = WS-ROW-OLD-DUE-DATE
076375             PERFORM 6750-RELEASE-APPOINTMENT
076398                 THRU 6750-RELEASE-APPOINTMENT-EXIT
076421         END-IF
076444     END-IF.
076467     REWRITE FOLLOWUP-RECORD.
076490     IF WS-FUP-FILE-STATUS NOT = "00"
076513         DISPLAY "ERROR REWRITING FOLLOW-UP ROW, STATUS "
076536             WS-FUP-FILE-STATUS
076559         MOVE "N" TO WS-FUP-ACTION
076582     END-IF.
076605 6700-REFIT-OPEN-ROW-EXIT.
076628     EXIT.
076651
076674*--------------------------------------------------------------*
076697*    6750-RELEASE-APPOINTMENT  -  DELETE AN APPOINTMENT STILL
076720*                                 BOOKED UNDER THE POSTED
076743*                                 READING'S ROW, AS APPTBOOK DOES
076766*                                 FOR A CANCELLED ROW, SO ITS NEXT
076789*                                 RUN BOOKS THE REFITTED ROW.
076812*                                 NO APPOINTMENT FILE YET ("35")
076835*                                 MEANS NOTHING IS BOOKED.
076858*--------------------------------------------------------------*
076881 6750-RELEASE-APPOINTMENT.
076904     OPEN I-O APPOINTMENT-FILE.
076927     IF WS-APPT-STATUS = "35"
076950         GO TO 6750-RELEASE-APPOINTMENT-EXIT
076973     END-IF.
076996     IF WS-APPT-STATUS NOT = "00"
077019         DISPLAY "ERROR OPENING APPOINTMENT FILE, STATUS "
077042             WS-APPT-STATUS
077065         DISPLAY "*** RELEASE ANY APPOINTMENT FOR "
077088             WS-OLD-EMP-NUMBER " ON " WS-OLD-DATE " BY HAND ***"
077111         GO TO 6750-RELEASE-APPOINTMENT-EXIT
077134     END-IF.
077157     MOVE WS-OLD-EMP-NUMBER TO APPT-EMP-NUMBER.
077180     MOVE WS-OLD-DATE       TO APPT-SCREEN-DATE.
077203     READ APPOINTMENT-FILE KEY IS APPT-FUP-KEY
077226         INVALID KEY
077249             CLOSE APPOINTMENT-FILE
077272             GO TO 6750-RELEASE-APPOINTMENT-EXIT
077295     END-READ.
077318     IF APPT-BOOKED
077341         DELETE APPOINTMENT-FILE RECORD
077364             INVALID KEY
077387                 DISPLAY "ERROR RELEASING APPOINTMENT, STATUS "
077410                     WS-APPT-STATUS
077433         END-DELETE
077456     END-IF.
077479     CLOSE APPOINTMENT-FILE.
077502 6750-RELEASE-APPOINTMENT-EXIT.
077525     EXIT.
077600
077700 6800-RAISE-FOLLOWUP.
077800     OPEN EXTEND FOLLOWUP-FILE.
077900     IF WS-FUP-FILE-STATUS = "35"
078000         OPEN OUTPUT FOLLOWUP-FILE
078100     END-IF.
078200     IF WS-FUP-FILE-STATUS NOT = "00"
078300         DISPLAY "ERROR OPENING FOLLOW-UP FILE, STATUS "
078400             WS-FUP-FILE-STATUS
078500         DISPLAY "*** FOLLOW-UP SCHEDULE NOT UPDATED ***"
078600         GO TO 6800-RAISE-FOLLOWUP-EXIT
078700     END-IF.
078800     PERFORM 6900-FILL-FOLLOWUP-ROW
078900         THRU 6900-FILL-FOLLOWUP-ROW-EXIT.
079000     WRITE FOLLOWUP-RECORD.
079100     IF WS-FUP-FILE-STATUS NOT = "00"
079200         DISPLAY "ERROR WRITING FOLLOW-UP RECORD, STATUS "
079300             WS-FUP-FILE-STATUS
079400     ELSE
079500         MOVE "R" TO WS-FUP-ACTION
079600     END-IF.
079700     CLOSE FOLLOWUP-FILE.
079800 6800-RAISE-FOLLOWUP-EXIT.
079900     EXIT.
080000
080100*--------------------------------------------------------------*
080200*    6900-FILL-FOLLOWUP-ROW  -  THE ROW AS THE ROSTER BATCH
080300*                               WOULD HAVE RAISED IT FOR THE
080400*                               CORRECTED READING ON ITS DATE
080500*--------------------------------------------------------------*
080600 6900-FILL-FOLLOWUP-ROW.
080700     MOVE WS-OLD-DATE       TO WS-DATE-WORK-N.
080800     MOVE WS-FUP-DAYS       TO WS-ADD-DAYS.
080900     PERFORM 7800-ADD-DAYS-TO-DATE
081000         THRU 7800-ADD-DAYS-TO-DATE-EXIT.
081100     MOVE WS-CE-EMP-NUMBER  TO FUP-EMP-NUMBER.
081200     MOVE WS-CE-NAME        TO FUP-NAME.
081300     MOVE WS-CE-WEIGHT      TO FUP-WEIGHT.
081400     MOVE WS-CE-HEIGHT-CM   TO FUP-HEIGHT-CM.
081500     MOVE WS-CE-UNIT-CODE   TO FUP-UNIT-CODE.
081600     MOVE WS-CE-SITE-CODE   TO FUP-SITE-CODE.
081700     MOVE WS-CE-CATEGORY    TO FUP-CATEGORY.
081800     MOVE WS-OLD-DATE       TO FUP-SCREEN-DATE.
081900     MOVE WS-DATE-WORK-N    TO FUP-DUE-DATE.
082000     MOVE "O"               TO FUP-STATUS.
082100 6900-FILL-FOLLOWUP-ROW-EXIT.
082200     EXIT.
082300
082400 9000-FINALIZE.
082500     CLOSE HISTORY-FILE.
082600     CLOSE EMPLOYEE-FILE.
082700     CLOSE CORRECTION-FILE.
082800     CLOSE CORRECTION-AUDIT.
082900     MOVE "E" TO WS-AUD-RECORD-TYPE.
083000     PERFORM 7600-WRITE-AUDIT-RECORD
083100         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
083200     DISPLAY "HISTORY CORRECTION COMPLETE - VOIDED " WS-VOID-COUNT
083300         " AMENDED " WS-AMEND-COUNT
083400         " ABANDONED " WS-ABANDON-COUNT.
083500 9000-FINALIZE-EXIT.
083600     EXIT.
083700
083800     COPY AUDPROC.
083900     COPY DATEPROC.
084000     COPY POLPROC.
084100     COPY CLSSIFY.
084200
084300 END PROGRAM "HistCorr".
