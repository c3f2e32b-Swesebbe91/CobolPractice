000100******************************************************************
000200*    PROGRAM-ID   CHGBACK
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     MONTH-END SCREENING CHARGEBACK FOR FINANCE.
000900*                 COUNTS THE MONTH'S HISTORY READINGS BY THE
001000*                 DEPARTMENT AND CLINIC SITE CARRIED ON EACH
001100*                 READING, SPLIT INTO INITIAL SCREENINGS AND
001200*                 FOLLOW-UP RE-SCREENS, PRICES THEM AT THE RATES
001300*                 IN FORCE ON THE FIRST OF THE MONTH (RATE FILE,
001400*                 COPYBOOK RATEREC) AND WRITES A GENERAL-LEDGER
001500*                 JOURNAL (COPYBOOK GLJREC) WITH HEADER AND
001600*                 TRAILER CONTROL TOTALS PLUS A PRINTED RECHARGE
001700*                 STATEMENT, ONE PAGE PER DEPARTMENT.  A READING
001800*                 IS A FOLLOW-UP RE-SCREEN WHEN IT IS THE FIRST
001900*                 READING AFTER THE SCREEN DATE OF A FOLLOW-UP ROW
002000*                 THAT WAS NOT CANCELLED.  ONLY POSTED READINGS
002100*                 ARE BILLED: DUPLICATE-SKIPPED, HELD AND EXCEPTED
002200*                 ROSTER ROWS NEVER REACH THE HISTORY FILE, AND A
002300*                 HELD ROW IS BILLED IN THE MONTH ITS RELEASE
002400*                 POSTS.  EACH BILLED MONTH IS LOGGED ON THE
002500*                 BILLED-PERIOD FILE (COPYBOOK BILLCTL) AND A
002600*                 MONTH ALREADY THERE IS REFUSED, SO NOTHING IS
002700*                 CHARGED TWICE.
002800*
002900*    MOD HISTORY
003000*    2026-10-15 SMS  INITIAL VERSION.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.  "ChgBack".
003400 AUTHOR.      SEBASTIAN.
003500 INSTALLATION. WELLNESS SCREENING.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS HIST-KEY
004600         ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
004700         FILE STATUS IS WS-HIST-FILE-STATUS.
004800     SELECT FOLLOWUP-FILE ASSIGN TO "FUPSCHED"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FUP-FILE-STATUS.
005100     SELECT RATE-FILE ASSIGN TO "RATEFILE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS RATE-EFFECTIVE-DATE
005500         FILE STATUS IS WS-RATE-STATUS.
005600     SELECT BILL-CONTROL-FILE ASSIGN TO "BILLCTL"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-BILL-FILE-STATUS.
005900     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-JRN-FILE-STATUS.
006200     SELECT STATEMENT-FILE ASSIGN TO "CHGSTMT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-STMT-FILE-STATUS.
006500     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-AUD-FILE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  HISTORY-FILE.
007200     COPY HISTREC.
007300
007400 FD  FOLLOWUP-FILE.
007500     COPY FUPREC.
007600
007700 FD  RATE-FILE.
007800     COPY RATEREC.
007900
008000 FD  BILL-CONTROL-FILE.
008100     COPY BILLCTL.
008200
008300 FD  JOURNAL-FILE.
008400 01  JOURNAL-RECORD           PIC X(80).
008500
008600 FD  STATEMENT-FILE.
008700 01  STATEMENT-LINE           PIC X(80).
008800
008900 FD  AUDIT-FILE.
009000     COPY AUDREC.
009100
009200 WORKING-STORAGE SECTION.
009300*--------------------------------------------------------------*
009400*    01  WS-CONTROL-SWITCHES
009500*--------------------------------------------------------------*
009600 01  WS-CONTROL-SWITCHES.
009700     05  WS-EOF-SWITCH        PIC X(01)   VALUE "N".
009800         88  END-OF-HISTORY               VALUE "Y".
009900     05  WS-FUP-EOF-SWITCH    PIC X(01)   VALUE "N".
010000         88  END-OF-FOLLOWUPS             VALUE "Y".
010100     05  WS-SCAN-EOF-SWITCH   PIC X(01)   VALUE "N".
010200         88  WS-SCAN-DONE                 VALUE "Y".
010300     05  WS-ABANDON-SWITCH    PIC X(01)   VALUE "N".
010400         88  RUN-ABANDONED                VALUE "Y".
010500     05  WS-BILLED-SWITCH     PIC X(01)   VALUE "N".
010600         88  WS-PERIOD-BILLED             VALUE "Y".
010700     05  WS-PRINT-DONE-SW     PIC X(01)   VALUE "N".
010800         88  WS-ALL-PRINTED               VALUE "Y".
010900     05  WS-HIST-OPEN-SW      PIC X(01)   VALUE "N".
011000         88  HISTORY-FILE-OPEN            VALUE "Y".
011100
011200*--------------------------------------------------------------*
011300*    01  WS-FILE-STATUS-FIELDS
011400*--------------------------------------------------------------*
011500 01  WS-FILE-STATUS-FIELDS.
011600     05  WS-HIST-FILE-STATUS  PIC X(02).
011700     05  WS-FUP-FILE-STATUS   PIC X(02).
011800     05  WS-RATE-STATUS       PIC X(02).
011900     05  WS-BILL-FILE-STATUS  PIC X(02).
012000     05  WS-JRN-FILE-STATUS   PIC X(02).
012100     05  WS-STMT-FILE-STATUS  PIC X(02).
012200
012300*--------------------------------------------------------------*
012400*    01  WS-PERIOD-FIELDS  -  THE MONTH BEING BILLED (BLANK =
012500*                             LAST MONTH) AND THE RATES IN FORCE
012600*                             ON ITS FIRST DAY.  A READING
012700*                             BELONGS TO THE PERIOD WHEN THE
012800*                             YEAR AND MONTH OF ITS DATE MATCH.
012900*--------------------------------------------------------------*
013000 01  WS-PERIOD-FIELDS.
013100     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
013200     05  WS-TODAY-DATE-R      REDEFINES WS-TODAY-DATE.
013300         10  WS-TODAY-PERIOD  PIC 9(06).
013400         10  WS-TODAY-DAY     PIC 9(02).
013500     05  WS-TODAY-PERIOD-R    REDEFINES WS-TODAY-DATE.
013600         10  WS-TODAY-YEAR    PIC 9(04).
013700         10  WS-TODAY-MONTH   PIC 9(02).
013800         10  FILLER           PIC 9(02).
013900     05  WS-PERIOD-TXT        PIC X(06).
014000     05  WS-PERIOD            PIC 9(06)   VALUE ZERO.
014100     05  WS-PERIOD-R          REDEFINES WS-PERIOD.
014200         10  WS-PERIOD-YEAR   PIC 9(04).
014300         10  WS-PERIOD-MONTH  PIC 9(02).
014400     05  WS-PERIOD-FIRST      PIC 9(08)   VALUE ZERO.
014500     05  WS-WORK-DATE         PIC 9(08)   VALUE ZERO.
014600     05  WS-WORK-DATE-R       REDEFINES WS-WORK-DATE.
014700         10  WS-WORK-PERIOD   PIC 9(06).
014800         10  WS-WORK-DAY      PIC 9(02).
014900     05  WS-BILLED-RUN-DATE   PIC 9(08)   VALUE ZERO.
015000     05  WS-RATE-FROM-DATE    PIC 9(08)   VALUE ZERO.
015100     05  WS-INITIAL-RATE      PIC 9(05)V99 VALUE ZERO.
015200     05  WS-FOLLOWUP-RATE     PIC 9(05)V99 VALUE ZERO.
015300
015400*--------------------------------------------------------------*
015500*    01  WS-VISIT-TABLE  -  KEYS OF THE PERIOD'S READINGS THAT
015600*                           ARE FOLLOW-UP RE-SCREENS, FOUND FROM
015700*                           THE FOLLOW-UP FILE BEFORE THE COUNT.
015800*                           A FULL TABLE ABANDONS THE RUN RATHER
015900*                           THAN MIS-PRICE THE OVERFLOW.
016000*--------------------------------------------------------------*
016100 01  WS-VISIT-TABLE.
016200     05  WS-FV-USED           PIC 9(04)   COMP VALUE ZERO.
016300     05  WS-FV-SUB            PIC 9(04)   COMP VALUE ZERO.
016400     05  WS-FV-FOUND-SUB      PIC 9(04)   COMP VALUE ZERO.
016500     05  WS-FV-MAX            PIC 9(04)   COMP VALUE 3000.
016600     05  WS-FV-ENTRY OCCURS 3000 TIMES.
016700         10  WS-FV-EMP-NUMBER PIC 9(06).
016800         10  WS-FV-DATE       PIC 9(08).
016900
017000*--------------------------------------------------------------*
017100*    01  WS-CHARGE-TABLE  -  ONE ENTRY PER DEPARTMENT AND SITE
017200*                            SEEN IN THE PERIOD, FIRST-SEEN
017300*                            ORDER; THE STATEMENT PICKS THE
017400*                            DEPARTMENTS OUT IN CODE ORDER
017500*--------------------------------------------------------------*
017600 01  WS-CHARGE-TABLE.
017700     05  WS-CHG-USED          PIC 9(04)   COMP VALUE ZERO.
017800     05  WS-CHG-SUB           PIC 9(04)   COMP VALUE ZERO.
017900     05  WS-CHG-FOUND-SUB     PIC 9(04)   COMP VALUE ZERO.
018000     05  WS-CHG-MAX           PIC 9(04)   COMP VALUE 300.
018100     05  WS-CHG-ENTRY OCCURS 300 TIMES.
018200         10  WS-CHG-DEPT-CODE PIC X(03).
018300         10  WS-CHG-SITE-CODE PIC X(03).
018400         10  WS-CHG-INIT-CNT  PIC 9(05).
018500         10  WS-CHG-FUP-CNT   PIC 9(05).
018600         10  WS-CHG-PRINTED-SW PIC X(01).
018700             88  WS-CHG-PRINTED           VALUE "Y".
018800
018900*--------------------------------------------------------------*
019000*    01  WS-TOTAL-FIELDS  -  DEPARTMENT AND RUN TOTALS; THE RUN
019100*                            TOTALS ARE THE JOURNAL CONTROLS
019200*--------------------------------------------------------------*
019300 01  WS-TOTAL-FIELDS.
019400     05  WS-CUR-DEPT          PIC X(03).
019500     05  WS-INIT-AMOUNT       PIC 9(07)V99 VALUE ZERO.
019600     05  WS-FUP-AMOUNT        PIC 9(07)V99 VALUE ZERO.
019700     05  WS-DEPT-INIT-CNT     PIC 9(07)   VALUE ZERO.
019800     05  WS-DEPT-FUP-CNT      PIC 9(07)   VALUE ZERO.
019900     05  WS-DEPT-INIT-AMT     PIC 9(09)V99 VALUE ZERO.
020000     05  WS-DEPT-FUP-AMT      PIC 9(09)V99 VALUE ZERO.
020100     05  WS-READ-COUNT        PIC 9(07)   VALUE ZERO.
020200     05  WS-TOT-INIT-CNT      PIC 9(07)   VALUE ZERO.
020300     05  WS-TOT-FUP-CNT       PIC 9(07)   VALUE ZERO.
020400     05  WS-TOT-AMOUNT        PIC 9(09)V99 VALUE ZERO.
020500     05  WS-JRN-REC-COUNT     PIC 9(07)   VALUE ZERO.
020600     05  WS-JRN-VISIT-COUNT   PIC 9(07)   VALUE ZERO.
020700     05  WS-DEPT-COUNT        PIC 9(05)   VALUE ZERO.
020800
020900*--------------------------------------------------------------*
021000*    01  WS-STATEMENT-LINES  -  ONE PAGE PER DEPARTMENT, THEN A
021100*                               CONTROL PAGE FOR FINANCE
021200*--------------------------------------------------------------*
021300 01  WS-TITLE-LINE.
021400     05  FILLER               PIC X(44)
021500         VALUE "WELLNESS SCREENING RECHARGE STATEMENT".
021600     05  FILLER               PIC X(07)   VALUE "PERIOD ".
021700     05  WS-TTL-PERIOD        PIC 9(06).
021800     05  FILLER               PIC X(23)   VALUE SPACES.
021900
022000 01  WS-DEPT-HEADING.
022100     05  FILLER               PIC X(12)   VALUE "DEPARTMENT: ".
022200     05  WS-DHD-DEPT          PIC X(03).
022300     05  FILLER               PIC X(29)   VALUE SPACES.
022400     05  FILLER               PIC X(09)   VALUE "RUN DATE ".
022500     05  WS-DHD-RUN-DATE      PIC 9(08).
022600     05  FILLER               PIC X(19)   VALUE SPACES.
022700
022800 01  WS-RATE-LINE.
022900     05  FILLER               PIC X(20)
023000         VALUE "RATES IN FORCE FROM ".
023100     05  WS-RTL-FROM-DATE     PIC 9(08).
023200     05  FILLER               PIC X(10)   VALUE "  INITIAL ".
023300     05  WS-RTL-INITIAL       PIC ZZZZ9.99.
023400     05  FILLER               PIC X(12)   VALUE "  FOLLOW-UP ".
023500     05  WS-RTL-FOLLOWUP      PIC ZZZZ9.99.
023600     05  FILLER               PIC X(14)   VALUE SPACES.
023700
023800 01  WS-COLUMN-LINE.
023900     05  FILLER               PIC X(10)   VALUE "  SITE".
024000     05  FILLER               PIC X(18)
024100         VALUE "INITIAL     AMOUNT".
024200     05  FILLER               PIC X(04)   VALUE SPACES.
024300     05  FILLER               PIC X(18)
024400         VALUE "FOLLOW-UP   AMOUNT".
024500     05  FILLER               PIC X(14)
024600         VALUE "         TOTAL".
024700     05  FILLER               PIC X(16)   VALUE SPACES.
024800
024900 01  WS-DETAIL-LINE.
025000     05  FILLER               PIC X(02)   VALUE SPACES.
025100     05  WS-DTL-SITE          PIC X(03).
025200     05  FILLER               PIC X(05)   VALUE SPACES.
025300     05  WS-DTL-INIT-CNT      PIC ZZZZ9.
025400     05  FILLER               PIC X(03)   VALUE SPACES.
025500     05  WS-DTL-INIT-AMT      PIC ZZZZZZ9.99.
025600     05  FILLER               PIC X(04)   VALUE SPACES.
025700     05  WS-DTL-FUP-CNT       PIC ZZZZ9.
025800     05  FILLER               PIC X(03)   VALUE SPACES.
025900     05  WS-DTL-FUP-AMT       PIC ZZZZZZ9.99.
026000     05  FILLER               PIC X(03)   VALUE SPACES.
026100     05  WS-DTL-TOTAL         PIC ZZZZZZZ9.99.
026200     05  FILLER               PIC X(16)   VALUE SPACES.
026300
026400 01  WS-DEPT-TOTAL-LINE.
026500     05  FILLER               PIC X(08)   VALUE "  TOTAL".
026600     05  WS-DTT-INIT-CNT      PIC ZZZZZZ9.
026700     05  FILLER               PIC X(01)   VALUE SPACES.
026800     05  WS-DTT-INIT-AMT      PIC ZZZZZZZZZ9.99.
026900     05  FILLER               PIC X(02)   VALUE SPACES.
027000     05  WS-DTT-FUP-CNT       PIC ZZZZZZ9.
027100     05  FILLER               PIC X(01)   VALUE SPACES.
027200     05  WS-DTT-FUP-AMT       PIC ZZZZZZZZZ9.99.
027300     05  FILLER               PIC X(01)   VALUE SPACES.
027400     05  WS-DTT-TOTAL         PIC ZZZZZZZZZ9.99.
027500     05  FILLER               PIC X(14)   VALUE SPACES.
027600
027700 01  WS-CONTROL-HEADING.
027800     05  FILLER               PIC X(40)
027900         VALUE "JOURNAL CONTROL TOTALS FOR FINANCE".
028000     05  FILLER               PIC X(40)   VALUE SPACES.
028100
028200 01  WS-COUNT-LINE.
028300     05  WS-CNT-LABEL         PIC X(30).
028400     05  WS-CNT-VALUE         PIC ZZZZZZ9.
028500     05  FILLER               PIC X(43)   VALUE SPACES.
028600
028700 01  WS-AMOUNT-LINE.
028800     05  WS-AMT-LABEL         PIC X(30).
028900     05  WS-AMT-VALUE         PIC ZZZZZZZZZ9.99.
029000     05  FILLER               PIC X(37)   VALUE SPACES.
029100
029200 01  WS-BLANK-LINE            PIC X(80)   VALUE SPACES.
029300
029400     COPY GLJREC.
029500     COPY AUDWS.
029600
029700 PROCEDURE DIVISION.
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE
030000         THRU 1000-INITIALIZE-EXIT.
030100     IF NOT RUN-ABANDONED
030200         PERFORM 2000-FIND-FOLLOWUP-VISITS
030300             THRU 2000-FIND-FOLLOWUP-VISITS-EXIT
030400     END-IF.
030500     IF NOT RUN-ABANDONED
030600         PERFORM 3000-COUNT-READINGS
030700             THRU 3000-COUNT-READINGS-EXIT
030800     END-IF.
030900     IF NOT RUN-ABANDONED
031000         PERFORM 4000-WRITE-OUTPUTS
031100             THRU 4000-WRITE-OUTPUTS-EXIT
031200     END-IF.
031300     IF NOT RUN-ABANDONED
031400         PERFORM 5000-RECORD-BILLED-PERIOD
031500             THRU 5000-RECORD-BILLED-PERIOD-EXIT
031600     END-IF.
031700     PERFORM 9000-FINALIZE
031800         THRU 9000-FINALIZE-EXIT.
031900     STOP RUN.
032000
032100*--------------------------------------------------------------*
032200*    1000-INITIALIZE  -  THE PERIOD TO BILL (BLANK = LAST
032300*                        MONTH; A MONTH NOT YET OVER IS
032400*                        REFUSED), THEN THE BILLED-PERIOD CHECK
032500*                        AND THE RATES, BEFORE ANY OUTPUT IS
032600*                        OPENED, SO A REFUSED RUN LEAVES THE LAST
032700*                        JOURNAL AND STATEMENT UNTOUCHED.
032800*--------------------------------------------------------------*
032900 1000-INITIALIZE.
033000     MOVE "ChgBack"       TO WS-AUD-PROGRAM.
033100     MOVE "S"             TO WS-AUD-RECORD-TYPE.
033200     PERFORM 7600-WRITE-AUDIT-RECORD
033300         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
033400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
033500     DISPLAY "PERIOD TO BILL (YYYYMM, BLANK = LAST MONTH): ".
033600     ACCEPT WS-PERIOD-TXT.
033700     IF WS-PERIOD-TXT = SPACES
033800         MOVE WS-TODAY-YEAR  TO WS-PERIOD-YEAR
033900         MOVE WS-TODAY-MONTH TO WS-PERIOD-MONTH
034000         IF WS-PERIOD-MONTH = 01
034100             MOVE 12 TO WS-PERIOD-MONTH
034200             SUBTRACT 1 FROM WS-PERIOD-YEAR
034300         ELSE
034400             SUBTRACT 1 FROM WS-PERIOD-MONTH
034500         END-IF
034600     ELSE
034700         IF WS-PERIOD-TXT NOT NUMERIC
034800             DISPLAY "PERIOD MUST BE YYYYMM - RUN ABANDONED."
034900             MOVE "Y" TO WS-ABANDON-SWITCH
035000             GO TO 1000-INITIALIZE-EXIT
035100         END-IF
035200         MOVE WS-PERIOD-TXT TO WS-PERIOD
035300     END-IF.
035400     IF WS-PERIOD-MONTH < 01 OR WS-PERIOD-MONTH > 12
035500         DISPLAY "PERIOD MUST BE YYYYMM - RUN ABANDONED."
035600         MOVE "Y" TO WS-ABANDON-SWITCH
035700         GO TO 1000-INITIALIZE-EXIT
035800     END-IF.
035900     IF WS-PERIOD NOT < WS-TODAY-PERIOD
036000         DISPLAY "PERIOD " WS-PERIOD
036100             " IS NOT OVER YET - RUN ABANDONED."
036200         MOVE "Y" TO WS-ABANDON-SWITCH
036300         GO TO 1000-INITIALIZE-EXIT
036400     END-IF.
036500     COMPUTE WS-PERIOD-FIRST = WS-PERIOD * 100 + 1.
036600     PERFORM 1100-CHECK-BILLED-PERIODS
036700         THRU 1100-CHECK-BILLED-PERIODS-EXIT.
036800     IF RUN-ABANDONED
036900         GO TO 1000-INITIALIZE-EXIT
037000     END-IF.
037100     IF WS-PERIOD-BILLED
037200         DISPLAY "PERIOD " WS-PERIOD " WAS ALREADY BILLED ON "
037300             WS-BILLED-RUN-DATE " - RUN REFUSED."
037400         MOVE "Y" TO WS-ABANDON-SWITCH
037500         GO TO 1000-INITIALIZE-EXIT
037600     END-IF.
037700     PERFORM 1200-FIND-RATES
037800         THRU 1200-FIND-RATES-EXIT.
037900     IF RUN-ABANDONED
038000         GO TO 1000-INITIALIZE-EXIT
038100     END-IF.
038200     OPEN INPUT HISTORY-FILE.
038300     IF WS-HIST-FILE-STATUS NOT = "00"
038400         DISPLAY "ERROR OPENING HISTORY FILE, STATUS "
038500             WS-HIST-FILE-STATUS
038600         MOVE "Y" TO WS-ABANDON-SWITCH
038700         GO TO 1000-INITIALIZE-EXIT
038800     END-IF.
038900     MOVE "Y" TO WS-HIST-OPEN-SW.
039000 1000-INITIALIZE-EXIT.
039100     EXIT.
039200
039300*--------------------------------------------------------------*
039400*    1100-CHECK-BILLED-PERIODS  -  NO BILLED-PERIOD FILE (STATUS
039500*                                  "35") MEANS NOTHING HAS BEEN
039600*                                  BILLED YET
039700*--------------------------------------------------------------*
039800 1100-CHECK-BILLED-PERIODS.
039900     OPEN INPUT BILL-CONTROL-FILE.
040000     IF WS-BILL-FILE-STATUS = "35"
040100         GO TO 1100-CHECK-BILLED-PERIODS-EXIT
040200     END-IF.
040300     IF WS-BILL-FILE-STATUS NOT = "00"
040400         DISPLAY "ERROR OPENING BILLED-PERIOD FILE, STATUS "
040500             WS-BILL-FILE-STATUS
040600         MOVE "Y" TO WS-ABANDON-SWITCH
040700         GO TO 1100-CHECK-BILLED-PERIODS-EXIT
040800     END-IF.
040900     MOVE "N" TO WS-SCAN-EOF-SWITCH.
041000     PERFORM 1110-READ-BILLED-PERIOD
041100         THRU 1110-READ-BILLED-PERIOD-EXIT
041200         UNTIL WS-SCAN-DONE OR WS-PERIOD-BILLED.
041300     CLOSE BILL-CONTROL-FILE.
041400 1100-CHECK-BILLED-PERIODS-EXIT.
041500     EXIT.
041600
041700 1110-READ-BILLED-PERIOD.
041800     READ BILL-CONTROL-FILE
041900         AT END
042000             MOVE "Y" TO WS-SCAN-EOF-SWITCH
042100             GO TO 1110-READ-BILLED-PERIOD-EXIT
042200     END-READ.
042300     IF BIL-PERIOD = WS-PERIOD
042400         MOVE "Y"          TO WS-BILLED-SWITCH
042500         MOVE BIL-RUN-DATE TO WS-BILLED-RUN-DATE
042600     END-IF.
042700 1110-READ-BILLED-PERIOD-EXIT.
042800     EXIT.
042900
043000*--------------------------------------------------------------*
043100*    1200-FIND-RATES  -  THE LAST RATE ENTRY DATED ON OR BEFORE
043200*                        THE FIRST OF THE PERIOD.  THERE ARE NO
043300*                        STANDING RATES: WITHOUT AN ENTRY IN
043400*                        FORCE THE RUN IS REFUSED.
043500*--------------------------------------------------------------*
043600 1200-FIND-RATES.
043700     OPEN INPUT RATE-FILE.
043800     IF WS-RATE-STATUS NOT = "00"
043900         DISPLAY "ERROR OPENING RATE FILE, STATUS "
044000             WS-RATE-STATUS " - RUN ABANDONED."
044100         MOVE "Y" TO WS-ABANDON-SWITCH
044200         GO TO 1200-FIND-RATES-EXIT
044300     END-IF.
044400     MOVE "N"  TO WS-SCAN-EOF-SWITCH.
044500     MOVE ZERO TO RATE-EFFECTIVE-DATE.
044600     START RATE-FILE KEY IS NOT LESS THAN RATE-EFFECTIVE-DATE
044700         INVALID KEY
044800             MOVE "Y" TO WS-SCAN-EOF-SWITCH
044900     END-START.
045000     PERFORM 1210-READ-RATE-ENTRY
045100         THRU 1210-READ-RATE-ENTRY-EXIT
045200         UNTIL WS-SCAN-DONE.
045300     CLOSE RATE-FILE.
045400     IF WS-RATE-FROM-DATE = ZERO
045500         DISPLAY "NO RATE IN FORCE ON " WS-PERIOD-FIRST
045600             " - RUN REFUSED."
045700         MOVE "Y" TO WS-ABANDON-SWITCH
045800     END-IF.
045900 1200-FIND-RATES-EXIT.
046000     EXIT.
046100
046200 1210-READ-RATE-ENTRY.
046300     READ RATE-FILE NEXT RECORD
046400         AT END
046500             MOVE "Y" TO WS-SCAN-EOF-SWITCH
046600             GO TO 1210-READ-RATE-ENTRY-EXIT
046700     END-READ.
046800     IF RATE-EFFECTIVE-DATE > WS-PERIOD-FIRST
046900         MOVE "Y" TO WS-SCAN-EOF-SWITCH
047000         GO TO 1210-READ-RATE-ENTRY-EXIT
047100     END-IF.
047200     MOVE RATE-EFFECTIVE-DATE TO WS-RATE-FROM-DATE.
047300     MOVE RATE-INITIAL-FEE    TO WS-INITIAL-RATE.
047400     MOVE RATE-FOLLOWUP-FEE   TO WS-FOLLOWUP-RATE.
047500 1210-READ-RATE-ENTRY-EXIT.
047600     EXIT.
047700
047800*--------------------------------------------------------------*
047900*    2000-FIND-FOLLOWUP-VISITS  -  FOR EVERY FOLLOW-UP ROW NOT
048000*                                  CANCELLED, THE FIRST READING
048100*                                  AFTER ITS SCREEN DATE IS THE
048200*                                  RE-SCREEN; WHEN THAT READING
048300*                                  FALLS IN THE PERIOD ITS KEY IS
048400*                                  TABLED.  NO FOLLOW-UP FILE
048500*                                  (STATUS "35") MEANS NONE.
048600*--------------------------------------------------------------*
048700 2000-FIND-FOLLOWUP-VISITS.
048800     OPEN INPUT FOLLOWUP-FILE.
048900     IF WS-FUP-FILE-STATUS = "35"
049000         GO TO 2000-FIND-FOLLOWUP-VISITS-EXIT
049100     END-IF.
049200     IF WS-FUP-FILE-STATUS NOT = "00"
049300         DISPLAY "ERROR OPENING FOLLOW-UP FILE, STATUS "
049400             WS-FUP-FILE-STATUS
049500         MOVE "Y" TO WS-ABANDON-SWITCH
049600         GO TO 2000-FIND-FOLLOWUP-VISITS-EXIT
049700     END-IF.
049800     PERFORM 2100-CHECK-FOLLOWUP-ROW
049900         THRU 2100-CHECK-FOLLOWUP-ROW-EXIT
050000         UNTIL END-OF-FOLLOWUPS OR RUN-ABANDONED.
050100     CLOSE FOLLOWUP-FILE.
050200 2000-FIND-FOLLOWUP-VISITS-EXIT.
050300     EXIT.
050400
050500 2100-CHECK-FOLLOWUP-ROW.
050600     READ FOLLOWUP-FILE
050700         AT END
050800             MOVE "Y" TO WS-FUP-EOF-SWITCH
050900             GO TO 2100-CHECK-FOLLOWUP-ROW-EXIT
051000     END-READ.
051100     IF FUP-CANCELLED OR FUP-EMP-NUMBER = ZERO
051200         GO TO 2100-CHECK-FOLLOWUP-ROW-EXIT
051300     END-IF.
051400     MOVE FUP-SCREEN-DATE TO WS-WORK-DATE.
051500     IF WS-WORK-PERIOD > WS-PERIOD
051600         GO TO 2100-CHECK-FOLLOWUP-ROW-EXIT
051700     END-IF.
051800     MOVE FUP-EMP-NUMBER  TO HIST-EMP-NUMBER.
051900     MOVE FUP-SCREEN-DATE TO HIST-DATE.
052000     START HISTORY-FILE KEY IS GREATER THAN HIST-KEY
052100         INVALID KEY
052200             GO TO 2100-CHECK-FOLLOWUP-ROW-EXIT
052300     END-START.
052400     READ HISTORY-FILE NEXT RECORD
052500         AT END
052600             GO TO 2100-CHECK-FOLLOWUP-ROW-EXIT
052700     END-READ.
052800     IF HIST-EMP-NUMBER NOT = FUP-EMP-NUMBER
052900         GO TO 2100-CHECK-FOLLOWUP-ROW-EXIT
053000     END-IF.
053100     MOVE HIST-DATE TO WS-WORK-DATE.
053200     IF WS-WORK-PERIOD NOT = WS-PERIOD
053300         GO TO 2100-CHECK-FOLLOWUP-ROW-EXIT
053400     END-IF.
053500     PERFORM 2200-FIND-VISIT
053600         THRU 2200-FIND-VISIT-EXIT.
053700     IF WS-FV-FOUND-SUB > ZERO
053800         GO TO 2100-CHECK-FOLLOWUP-ROW-EXIT
053900     END-IF.
054000     IF WS-FV-USED NOT < WS-FV-MAX
054100         DISPLAY "FOLLOW-UP VISIT TABLE FULL - RUN ABANDONED."
054200         MOVE "Y" TO WS-ABANDON-SWITCH
054300         GO TO 2100-CHECK-FOLLOWUP-ROW-EXIT
054400     END-IF.
054500     ADD 1 TO WS-FV-USED.
054600     MOVE HIST-EMP-NUMBER TO WS-FV-EMP-NUMBER (WS-FV-USED).
054700     MOVE HIST-DATE       TO WS-FV-DATE (WS-FV-USED).
054800 2100-CHECK-FOLLOWUP-ROW-EXIT.
054900     EXIT.
055000
055100*--------------------------------------------------------------*
055200*    2200-FIND-VISIT  -  IS THE READING IN THE HISTORY RECORD
055300*                        AREA A TABLED RE-SCREEN?  SETS
055400*                        WS-FV-FOUND-SUB, ZERO WHEN NOT.
055500*--------------------------------------------------------------*
055600 2200-FIND-VISIT.
055700     MOVE ZERO TO WS-FV-FOUND-SUB.
055800     MOVE ZERO TO WS-FV-SUB.
055900     PERFORM 2210-CHECK-VISIT-ENTRY
056000         THRU 2210-CHECK-VISIT-ENTRY-EXIT
056100         UNTIL WS-FV-FOUND-SUB > ZERO
056200            OR WS-FV-SUB >= WS-FV-USED.
056300 2200-FIND-VISIT-EXIT.
056400     EXIT.
056500
056600 2210-CHECK-VISIT-ENTRY.
056700     ADD 1 TO WS-FV-SUB.
056800     IF WS-FV-EMP-NUMBER (WS-FV-SUB) = HIST-EMP-NUMBER
056900         AND WS-FV-DATE (WS-FV-SUB) = HIST-DATE
057000         MOVE WS-FV-SUB TO WS-FV-FOUND-SUB
057100     END-IF.
057200 2210-CHECK-VISIT-ENTRY-EXIT.
057300     EXIT.
057400
057500*--------------------------------------------------------------*
057600*    3000-COUNT-READINGS  -  ONE PASS OVER THE HISTORY FILE IN
057700*                            KEY ORDER; EACH READING IN THE
057800*                            PERIOD IS COUNTED AGAINST ITS
057900*                            DEPARTMENT AND SITE
058000*--------------------------------------------------------------*
058100 3000-COUNT-READINGS.
058200     MOVE ZERO TO HIST-EMP-NUMBER.
058300     MOVE ZERO TO HIST-DATE.
058400     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
058500         INVALID KEY
058600             MOVE "Y" TO WS-EOF-SWITCH
058700     END-START.
058800     PERFORM 3100-COUNT-ONE-READING
058900         THRU 3100-COUNT-ONE-READING-EXIT
059000         UNTIL END-OF-HISTORY OR RUN-ABANDONED.
059100 3000-COUNT-READINGS-EXIT.
059200     EXIT.
059300
059400 3100-COUNT-ONE-READING.
059500     READ HISTORY-FILE NEXT RECORD
059600         AT END
059700             MOVE "Y" TO WS-EOF-SWITCH
059800             GO TO 3100-COUNT-ONE-READING-EXIT
059900     END-READ.
060000     MOVE HIST-DATE TO WS-WORK-DATE.
060100     IF WS-WORK-PERIOD NOT = WS-PERIOD
060200         GO TO 3100-COUNT-ONE-READING-EXIT
060300     END-IF.
060400     ADD 1 TO WS-READ-COUNT.
060500     PERFORM 3200-FIND-CHARGE-ENTRY
060600         THRU 3200-FIND-CHARGE-ENTRY-EXIT.
060700     IF RUN-ABANDONED
060800         GO TO 3100-COUNT-ONE-READING-EXIT
060900     END-IF.
061000     PERFORM 2200-FIND-VISIT
061100         THRU 2200-FIND-VISIT-EXIT.
061200     IF WS-FV-FOUND-SUB > ZERO
061300         ADD 1 TO WS-CHG-FUP-CNT (WS-CHG-FOUND-SUB)
061400         ADD 1 TO WS-TOT-FUP-CNT
061500     ELSE
061600         ADD 1 TO WS-CHG-INIT-CNT (WS-CHG-FOUND-SUB)
061700         ADD 1 TO WS-TOT-INIT-CNT
061800     END-IF.
061900 3100-COUNT-ONE-READING-EXIT.
062000     EXIT.
062100
062200*--------------------------------------------------------------*
062300*    3200-FIND-CHARGE-ENTRY  -  LOCATE OR CLAIM THE ENTRY FOR
062400*                               THE READING'S DEPARTMENT AND
062500*                               SITE.  A FULL TABLE ABANDONS THE
062600*                               RUN; NOTHING HAS BEEN WRITTEN.
062700*--------------------------------------------------------------*
062800 3200-FIND-CHARGE-ENTRY.
062900     MOVE ZERO TO WS-CHG-FOUND-SUB.
063000     MOVE ZERO TO WS-CHG-SUB.
063100     PERFORM 3210-CHECK-CHARGE-ENTRY
063200         THRU 3210-CHECK-CHARGE-ENTRY-EXIT
063300         UNTIL WS-CHG-FOUND-SUB > ZERO
063400            OR WS-CHG-SUB >= WS-CHG-USED.
063500     IF WS-CHG-FOUND-SUB > ZERO
063600         GO TO 3200-FIND-CHARGE-ENTRY-EXIT
063700     END-IF.
063800     IF WS-CHG-USED NOT < WS-CHG-MAX
063900         DISPLAY "DEPARTMENT/SITE TABLE FULL - RUN ABANDONED."
064000         MOVE "Y" TO WS-ABANDON-SWITCH
064100         GO TO 3200-FIND-CHARGE-ENTRY-EXIT
064200     END-IF.
064300     ADD 1 TO WS-CHG-USED.
064400     MOVE WS-CHG-USED    TO WS-CHG-FOUND-SUB.
064500     MOVE HIST-DEPT-CODE TO WS-CHG-DEPT-CODE (WS-CHG-USED).
064600     MOVE HIST-SITE-CODE TO WS-CHG-SITE-CODE (WS-CHG-USED).
064700     MOVE ZERO           TO WS-CHG-INIT-CNT (WS-CHG-USED).
064800     MOVE ZERO           TO WS-CHG-FUP-CNT (WS-CHG-USED).
064900     MOVE "N"            TO WS-CHG-PRINTED-SW (WS-CHG-USED).
065000 3200-FIND-CHARGE-ENTRY-EXIT.
065100     EXIT.
065200
065300 3210-CHECK-CHARGE-ENTRY.
065400     ADD 1 TO WS-CHG-SUB.
065500     IF WS-CHG-DEPT-CODE (WS-CHG-SUB) = HIST-DEPT-CODE
065600         AND WS-CHG-SITE-CODE (WS-CHG-SUB) = HIST-SITE-CODE
065700         MOVE WS-CHG-SUB TO WS-CHG-FOUND-SUB
065800     END-IF.
065900 3210-CHECK-CHARGE-ENTRY-EXIT.
066000     EXIT.
066100
066200*--------------------------------------------------------------*
066300*    4000-WRITE-OUTPUTS  -  JOURNAL HEADER, THEN EACH
066400*                           DEPARTMENT IN CODE ORDER (ITS
066500*                           STATEMENT PAGE AND JOURNAL ROWS),
066600*                           THEN THE CONTROL PAGE AND TRAILER
066700*--------------------------------------------------------------*
066800 4000-WRITE-OUTPUTS.
066900     OPEN OUTPUT JOURNAL-FILE.
067000     IF WS-JRN-FILE-STATUS NOT = "00"
067100         DISPLAY "ERROR OPENING GL JOURNAL, STATUS "
067200             WS-JRN-FILE-STATUS
067300         MOVE "Y" TO WS-ABANDON-SWITCH
067400         GO TO 4000-WRITE-OUTPUTS-EXIT
067500     END-IF.
067600     OPEN OUTPUT STATEMENT-FILE.
067700     IF WS-STMT-FILE-STATUS NOT = "00"
067800         DISPLAY "ERROR OPENING RECHARGE STATEMENT, STATUS "
067900             WS-STMT-FILE-STATUS
068000         CLOSE JOURNAL-FILE
068100         MOVE "Y" TO WS-ABANDON-SWITCH
068200         GO TO 4000-WRITE-OUTPUTS-EXIT
068300     END-IF.
068400     MOVE SPACES          TO GL-JOURNAL-RECORD.
068500     MOVE "HDR"           TO GLJ-RECORD-TYPE.
068600     MOVE WS-AUD-RUN-DATE TO GLJ-HDR-RUN-DATE.
068700     MOVE WS-AUD-RUN-TIME TO GLJ-HDR-RUN-TIME.
068800     MOVE WS-PERIOD       TO GLJ-HDR-PERIOD.
068900     MOVE "WELLNESS"      TO GLJ-HDR-SOURCE.
069000     WRITE JOURNAL-RECORD FROM GL-JOURNAL-RECORD.
069100     MOVE WS-PERIOD         TO WS-TTL-PERIOD.
069200     MOVE WS-TODAY-DATE     TO WS-DHD-RUN-DATE.
069300     MOVE WS-RATE-FROM-DATE TO WS-RTL-FROM-DATE.
069400     MOVE WS-INITIAL-RATE   TO WS-RTL-INITIAL.
069500     MOVE WS-FOLLOWUP-RATE  TO WS-RTL-FOLLOWUP.
069600     MOVE "N" TO WS-PRINT-DONE-SW.
069700     PERFORM 4100-NEXT-DEPARTMENT
069800         THRU 4100-NEXT-DEPARTMENT-EXIT
069900         UNTIL WS-ALL-PRINTED.
070000     PERFORM 4500-PRINT-CONTROL-PAGE
070100         THRU 4500-PRINT-CONTROL-PAGE-EXIT.
070200     MOVE SPACES             TO GL-JOURNAL-RECORD.
070300     MOVE "TRL"              TO GLJ-RECORD-TYPE.
070400     MOVE WS-JRN-REC-COUNT   TO GLJ-TRL-REC-COUNT.
070500     MOVE WS-JRN-VISIT-COUNT TO GLJ-TRL-VISIT-COUNT.
070600     MOVE WS-TOT-AMOUNT      TO GLJ-TRL-AMOUNT-TOTAL.
070700     WRITE JOURNAL-RECORD FROM GL-JOURNAL-RECORD.
070800     CLOSE JOURNAL-FILE.
070900     CLOSE STATEMENT-FILE.
071000 4000-WRITE-OUTPUTS-EXIT.
071100     EXIT.
071200
071300*--------------------------------------------------------------*
071400*    4100-NEXT-DEPARTMENT  -  THE LOWEST DEPARTMENT CODE NOT
071500*                             YET PRINTED; NONE LEFT ENDS THE
071600*                             STATEMENT
071700*--------------------------------------------------------------*
071800 4100-NEXT-DEPARTMENT.
071900     MOVE HIGH-VALUES TO WS-CUR-DEPT.
072000     MOVE ZERO        TO WS-CHG-SUB.
072100     PERFORM 4110-CHECK-LOWEST-DEPT
072200         THRU 4110-CHECK-LOWEST-DEPT-EXIT
072300         UNTIL WS-CHG-SUB >= WS-CHG-USED.
072400     IF WS-CUR-DEPT = HIGH-VALUES
072500         MOVE "Y" TO WS-PRINT-DONE-SW
072600         GO TO 4100-NEXT-DEPARTMENT-EXIT
072700     END-IF.
072800     PERFORM 4200-PRINT-DEPARTMENT
072900         THRU 4200-PRINT-DEPARTMENT-EXIT.
073000 4100-NEXT-DEPARTMENT-EXIT.
073100     EXIT.
073200
073300 4110-CHECK-LOWEST-DEPT.
073400     ADD 1 TO WS-CHG-SUB.
073500     IF NOT WS-CHG-PRINTED (WS-CHG-SUB)
073600         AND WS-CHG-DEPT-CODE (WS-CHG-SUB) < WS-CUR-DEPT
073700         MOVE WS-CHG-DEPT-CODE (WS-CHG-SUB) TO WS-CUR-DEPT
073800     END-IF.
073900 4110-CHECK-LOWEST-DEPT-EXIT.
074000     EXIT.
074100
074200*--------------------------------------------------------------*
074300*    4200-PRINT-DEPARTMENT  -  ONE STATEMENT PAGE: A LINE PER
074400*                              SITE THE DEPARTMENT USED, THEN
074500*                              THE DEPARTMENT TOTAL
074600*--------------------------------------------------------------*
074700 4200-PRINT-DEPARTMENT.
074800     ADD 1 TO WS-DEPT-COUNT.
074900     MOVE ZERO        TO WS-DEPT-INIT-CNT.
075000     MOVE ZERO        TO WS-DEPT-FUP-CNT.
075100     MOVE ZERO        TO WS-DEPT-INIT-AMT.
075200     MOVE ZERO        TO WS-DEPT-FUP-AMT.
075300     MOVE WS-CUR-DEPT TO WS-DHD-DEPT.
075400     WRITE STATEMENT-LINE FROM WS-TITLE-LINE
075500         AFTER ADVANCING PAGE.
075600     WRITE STATEMENT-LINE FROM WS-DEPT-HEADING.
075700     WRITE STATEMENT-LINE FROM WS-RATE-LINE.
075800     WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
075900     WRITE STATEMENT-LINE FROM WS-COLUMN-LINE.
076000     MOVE ZERO TO WS-CHG-SUB.
076100     PERFORM 4210-PRINT-SITE
076200         THRU 4210-PRINT-SITE-EXIT
076300         UNTIL WS-CHG-SUB >= WS-CHG-USED.
076400     MOVE WS-DEPT-INIT-CNT TO WS-DTT-INIT-CNT.
076500     MOVE WS-DEPT-INIT-AMT TO WS-DTT-INIT-AMT.
076600     MOVE WS-DEPT-FUP-CNT  TO WS-DTT-FUP-CNT.
076700     MOVE WS-DEPT-FUP-AMT  TO WS-DTT-FUP-AMT.
076800     COMPUTE WS-DTT-TOTAL = WS-DEPT-INIT-AMT + WS-DEPT-FUP-AMT.
076900     WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
077000     WRITE STATEMENT-LINE FROM WS-DEPT-TOTAL-LINE.
077100 4200-PRINT-DEPARTMENT-EXIT.
077200     EXIT.
077300
077400 4210-PRINT-SITE.
077500     ADD 1 TO WS-CHG-SUB.
077600     IF WS-CHG-PRINTED (WS-CHG-SUB)
077700         OR WS-CHG-DEPT-CODE (WS-CHG-SUB) NOT = WS-CUR-DEPT
077800         GO TO 4210-PRINT-SITE-EXIT
077900     END-IF.
078000     MOVE "Y" TO WS-CHG-PRINTED-SW (WS-CHG-SUB).
078100     COMPUTE WS-INIT-AMOUNT =
078200         WS-CHG-INIT-CNT (WS-CHG-SUB) * WS-INITIAL-RATE.
078300     COMPUTE WS-FUP-AMOUNT =
078400         WS-CHG-FUP-CNT (WS-CHG-SUB) * WS-FOLLOWUP-RATE.
078500     MOVE WS-CHG-SITE-CODE (WS-CHG-SUB) TO WS-DTL-SITE.
078600     MOVE WS-CHG-INIT-CNT (WS-CHG-SUB)  TO WS-DTL-INIT-CNT.
078700     MOVE WS-INIT-AMOUNT                TO WS-DTL-INIT-AMT.
078800     MOVE WS-CHG-FUP-CNT (WS-CHG-SUB)   TO WS-DTL-FUP-CNT.
078900     MOVE WS-FUP-AMOUNT                 TO WS-DTL-FUP-AMT.
079000     COMPUTE WS-DTL-TOTAL = WS-INIT-AMOUNT + WS-FUP-AMOUNT.
079100     WRITE STATEMENT-LINE FROM WS-DETAIL-LINE.
079200     ADD WS-CHG-INIT-CNT (WS-CHG-SUB) TO WS-DEPT-INIT-CNT.
079300     ADD WS-CHG-FUP-CNT (WS-CHG-SUB)  TO WS-DEPT-FUP-CNT.
079400     ADD WS-INIT-AMOUNT               TO WS-DEPT-INIT-AMT.
079500     ADD WS-FUP-AMOUNT                TO WS-DEPT-FUP-AMT.
079600     IF WS-CHG-INIT-CNT (WS-CHG-SUB) > ZERO
079700         MOVE "I"                          TO GLJ-DTL-CHARGE-TYPE
079800         MOVE WS-CHG-INIT-CNT (WS-CHG-SUB) TO GLJ-DTL-VISIT-COUNT
079900         MOVE WS-INITIAL-RATE              TO GLJ-DTL-RATE
080000         MOVE WS-INIT-AMOUNT               TO GLJ-DTL-AMOUNT
080100         PERFORM 4300-WRITE-JOURNAL-DETAIL
080200             THRU 4300-WRITE-JOURNAL-DETAIL-EXIT
080300     END-IF.
080400     IF WS-CHG-FUP-CNT (WS-CHG-SUB) > ZERO
080500         MOVE "F"                          TO GLJ-DTL-CHARGE-TYPE
080600         MOVE WS-CHG-FUP-CNT (WS-CHG-SUB)  TO GLJ-DTL-VISIT-COUNT
080700         MOVE WS-FOLLOWUP-RATE             TO GLJ-DTL-RATE
080800         MOVE WS-FUP-AMOUNT                TO GLJ-DTL-AMOUNT
080900         PERFORM 4300-WRITE-JOURNAL-DETAIL
081000             THRU 4300-WRITE-JOURNAL-DETAIL-EXIT
081100     END-IF.
081200 4210-PRINT-SITE-EXIT.
081300     EXIT.
081400
081500*--------------------------------------------------------------*
081600*    4300-WRITE-JOURNAL-DETAIL  -  THE CALLER HAS SET THE CHARGE
081700*                                  TYPE, COUNT, RATE AND AMOUNT;
081800*                                  THE KEYS COME FROM THE CURRENT
081900*                                  TABLE ENTRY
082000*--------------------------------------------------------------*
082100 4300-WRITE-JOURNAL-DETAIL.
082200     MOVE "DTL"                         TO GLJ-RECORD-TYPE.
082300     MOVE WS-PERIOD                     TO GLJ-DTL-PERIOD.
082400     MOVE WS-CHG-DEPT-CODE (WS-CHG-SUB) TO GLJ-DTL-DEPT-CODE.
082500     MOVE WS-CHG-SITE-CODE (WS-CHG-SUB) TO GLJ-DTL-SITE-CODE.
082600     WRITE JOURNAL-RECORD FROM GL-JOURNAL-RECORD.
082700     ADD 1                   TO WS-JRN-REC-COUNT.
082800     ADD GLJ-DTL-VISIT-COUNT TO WS-JRN-VISIT-COUNT.
082900     ADD GLJ-DTL-AMOUNT      TO WS-TOT-AMOUNT.
083000     ADD 1                   TO WS-AUD-EXTRACT-CNT.
083100 4300-WRITE-JOURNAL-DETAIL-EXIT.
083200     EXIT.
083300
083400*--------------------------------------------------------------*
083500*    4500-PRINT-CONTROL-PAGE  -  THE FIGURES THE JOURNAL
083600*                                TRAILER CARRIES, FOR FINANCE TO
083700*                                AGREE BEFORE POSTING
083800*--------------------------------------------------------------*
083900 4500-PRINT-CONTROL-PAGE.
084000     WRITE STATEMENT-LINE FROM WS-TITLE-LINE
084100         AFTER ADVANCING PAGE.
084200     WRITE STATEMENT-LINE FROM WS-CONTROL-HEADING.
084300     WRITE STATEMENT-LINE FROM WS-RATE-LINE.
084400     WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
084500     MOVE "READINGS IN PERIOD:"     TO WS-CNT-LABEL.
084600     MOVE WS-READ-COUNT             TO WS-CNT-VALUE.
084700     WRITE STATEMENT-LINE FROM WS-COUNT-LINE.
084800     MOVE "INITIAL SCREENINGS:"     TO WS-CNT-LABEL.
084900     MOVE WS-TOT-INIT-CNT           TO WS-CNT-VALUE.
085000     WRITE STATEMENT-LINE FROM WS-COUNT-LINE.
085100     MOVE "FOLLOW-UP RE-SCREENS:"   TO WS-CNT-LABEL.
085200     MOVE WS-TOT-FUP-CNT            TO WS-CNT-VALUE.
085300     WRITE STATEMENT-LINE FROM WS-COUNT-LINE.
085400     MOVE "DEPARTMENTS CHARGED:"    TO WS-CNT-LABEL.
085500     MOVE WS-DEPT-COUNT             TO WS-CNT-VALUE.
085600     WRITE STATEMENT-LINE FROM WS-COUNT-LINE.
085700     MOVE "JOURNAL DETAIL ROWS:"    TO WS-CNT-LABEL.
085800     MOVE WS-JRN-REC-COUNT          TO WS-CNT-VALUE.
085900     WRITE STATEMENT-LINE FROM WS-COUNT-LINE.
086000     MOVE "JOURNAL VISIT TOTAL:"    TO WS-CNT-LABEL.
086100     MOVE WS-JRN-VISIT-COUNT        TO WS-CNT-VALUE.
086200     WRITE STATEMENT-LINE FROM WS-COUNT-LINE.
086300     MOVE "JOURNAL AMOUNT TOTAL:"   TO WS-AMT-LABEL.
086400     MOVE WS-TOT-AMOUNT             TO WS-AMT-VALUE.
086500     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE.
086600 4500-PRINT-CONTROL-PAGE-EXIT.
086700     EXIT.
086800
086900*--------------------------------------------------------------*
087000*    5000-RECORD-BILLED-PERIOD  -  LOG THE PERIOD ONLY NOW THE
087100*                                  JOURNAL IS COMPLETE, SO A RUN
087200*                                  THAT DIES PART WAY CAN SIMPLY
087300*                                  BE RUN AGAIN
087400*--------------------------------------------------------------*
087500 5000-RECORD-BILLED-PERIOD.
087600     OPEN EXTEND BILL-CONTROL-FILE.
087700     IF WS-BILL-FILE-STATUS = "35"
087800         OPEN OUTPUT BILL-CONTROL-FILE
087900     END-IF.
088000     IF WS-BILL-FILE-STATUS NOT = "00"
088100         DISPLAY "ERROR OPENING BILLED-PERIOD FILE, STATUS "
088200             WS-BILL-FILE-STATUS
088300         DISPLAY "*** PERIOD " WS-PERIOD
088400             " NOT LOGGED AS BILLED - LOG IT BEFORE ANY RERUN ***"
088500         GO TO 5000-RECORD-BILLED-PERIOD-EXIT
088600     END-IF.
088700     MOVE WS-PERIOD          TO BIL-PERIOD.
088800     MOVE WS-AUD-RUN-DATE    TO BIL-RUN-DATE.
088900     MOVE WS-AUD-RUN-TIME    TO BIL-RUN-TIME.
089000     MOVE WS-TOT-INIT-CNT    TO BIL-INITIAL-COUNT.
089100     MOVE WS-TOT-FUP-CNT     TO BIL-FOLLOWUP-COUNT.
089200     MOVE WS-TOT-AMOUNT      TO BIL-AMOUNT-TOTAL.
089300     WRITE BILL-CONTROL-RECORD.
089400     IF WS-BILL-FILE-STATUS NOT = "00"
089500         DISPLAY "ERROR WRITING BILLED-PERIOD RECORD, STATUS "
089600             WS-BILL-FILE-STATUS
089700     END-IF.
089800     CLOSE BILL-CONTROL-FILE.
089900 5000-RECORD-BILLED-PERIOD-EXIT.
090000     EXIT.
090100
090200*--------------------------------------------------------------*
090300*    9000-FINALIZE  -  END-OF-RUN AUDIT RECORD AND CONSOLE
090400*                      TOTALS
090500*--------------------------------------------------------------*
090600 9000-FINALIZE.
090700     IF HISTORY-FILE-OPEN
090800         CLOSE HISTORY-FILE
090900     END-IF.
091000     COMPUTE WS-AUD-PROCESSED-CNT = WS-TOT-INIT-CNT
091100         + WS-TOT-FUP-CNT.
091200     MOVE "E"             TO WS-AUD-RECORD-TYPE.
091300     PERFORM 7600-WRITE-AUDIT-RECORD
091400         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
091500     IF RUN-ABANDONED
091600         DISPLAY "CHARGEBACK NOT PRODUCED."
091700         GO TO 9000-FINALIZE-EXIT
091800     END-IF.
091900     DISPLAY "CHARGEBACK COMPLETE FOR PERIOD " WS-PERIOD.
092000     DISPLAY "  INITIAL SCREENINGS:   " WS-TOT-INIT-CNT.
092100     DISPLAY "  FOLLOW-UP RE-SCREENS: " WS-TOT-FUP-CNT.
092200     DISPLAY "  JOURNAL DETAIL ROWS:  " WS-JRN-REC-COUNT.
092300     DISPLAY "  AMOUNT TOTAL:         " WS-TOT-AMOUNT.
092400 9000-FINALIZE-EXIT.
092500     EXIT.
092600
092700     COPY AUDPROC.
092800
092900 END PROGRAM "ChgBack".
