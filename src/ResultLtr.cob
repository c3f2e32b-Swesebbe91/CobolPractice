000100******************************************************************
000200*    PROGRAM-ID   RESULTLTR
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     SCREENING RESULT LETTERS.  RUNS AFTER THE
000900*                 ROSTER BATCH AND BUILDS ONE PERSONAL NOTICE PER
001000*                 EMPLOYEE SCREENED TODAY FROM THE HISTORY FILE
001100*                 (COPYBOOK HISTREC): THE READING, ITS BMI AND
001200*                 CATEGORY UNDER THE POLICY IN FORCE ON THE DAY,
001300*                 AND THE CHANGE SINCE THE PRIOR READING.  WHEN
001400*                 THE READING RAISED A FOLLOW-UP SCHEDULE ROW
001500*                 (COPYBOOK FUPREC) THE LETTER GIVES THE DUE DATE
001600*                 AND SITE; AN EMPLOYEE WITH AN ACTIVE WELLNESS
001700*                 GOAL (COPYBOOK GOALREC) GETS A PROGRESS LINE.
001800*                 THE LETTERS ARE PRINTED ONE PER PAGE, GROUPED
001900*                 BY CLINIC SITE BEHIND A COVER SHEET FOR THE
002000*                 INTERNAL MAIL.  AN EMPLOYEE WITH A READING
002100*                 STILL HELD FOR NURSE REVIEW (BMIHOLD) OR A
002200*                 ROSTER ROW EXCEPTED ON TONIGHT'S RUN (BMIEXCP)
002300*                 GETS NO LETTER UNTIL THAT ROW IS RESOLVED; THE
002400*                 RESOLVED READING POSTS ON A LATER RUN AND ITS
002500*                 LETTER GOES OUT THAT NIGHT.
002600*
002700*    MOD HISTORY
002800*    2026-10-15 SMS  INITIAL VERSION.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  "ResultLtr".
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
004600     SELECT FOLLOWUP-FILE ASSIGN TO "FUPSCHED"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-FUP-FILE-STATUS.
004900     SELECT GOAL-FILE ASSIGN TO "GOALFILE"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS GOAL-EMP-NUMBER
005300         FILE STATUS IS WS-GOAL-STATUS.
005400     SELECT HOLD-FILE ASSIGN TO "BMIHOLD"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-HOLD-FILE-STATUS.
005700     SELECT EXCEPTION-FILE ASSIGN TO "BMIEXCP"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-EXCP-FILE-STATUS.
006000     SELECT LETTER-FILE ASSIGN TO "RESLTR"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-LTR-FILE-STATUS.
006300     SELECT POLICY-FILE ASSIGN TO "POLFILE"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS POL-EFFECTIVE-DATE
006700         FILE STATUS IS WS-POL-FILE-STATUS.
006800     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-AUD-FILE-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  HISTORY-FILE.
007500     COPY HISTREC.
007600
007700 FD  FOLLOWUP-FILE.
007800     COPY FUPREC.
007900
008000 FD  GOAL-FILE.
008100     COPY GOALREC.
008200
008300 FD  HOLD-FILE.
008400     COPY HOLDREC.
008500
008600 FD  EXCEPTION-FILE.
008700     COPY EXCPREC.
008800
008900 FD  LETTER-FILE.
009000 01  LETTER-LINE              PIC X(80).
009100
009200 FD  POLICY-FILE.
009300     COPY POLREC.
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
010400         88  END-OF-HISTORY               VALUE "Y".
010500     05  WS-FILE-EOF-SW       PIC X(01)   VALUE "N".
010600         88  END-OF-FILE                  VALUE "Y".
010700     05  WS-SITES-DONE-SW     PIC X(01)   VALUE "N".
010800         88  WS-ALL-SITES-DONE            VALUE "Y".
010900     05  WS-GOAL-FILE-SW      PIC X(01)   VALUE "N".
011000         88  WS-GOAL-FILE-OPEN            VALUE "Y".
011100     05  WS-SUPPRESS-SW       PIC X(01)   VALUE "N".
011200         88  WS-LETTER-SUPPRESSED         VALUE "Y".
011300
011400*--------------------------------------------------------------*
011500*    01  WS-FILE-STATUS-FIELDS
011600*--------------------------------------------------------------*
011700 01  WS-FILE-STATUS-FIELDS.
011800     05  WS-HIST-FILE-STATUS  PIC X(02).
011900     05  WS-FUP-FILE-STATUS   PIC X(02).
012000     05  WS-GOAL-STATUS       PIC X(02).
012100     05  WS-HOLD-FILE-STATUS  PIC X(02).
012200     05  WS-EXCP-FILE-STATUS  PIC X(02).
012300     05  WS-LTR-FILE-STATUS   PIC X(02).
012400
012500*--------------------------------------------------------------*
012600*    01  WS-RUN-FIELDS  -  BUSINESS DATE, THE PRIOR READING
012700*                          CARRIED ALONG THE HISTORY SCAN, AND
012800*                          THE RUN COUNTS
012900*--------------------------------------------------------------*
013000 01  WS-RUN-FIELDS.
013100     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
013200     05  WS-LAST-EMPNO        PIC 9(06)   VALUE ZERO.
013300     05  WS-PREV-SW           PIC X(01)   VALUE "N".
013400     05  WS-PREV-DATE         PIC 9(08)   VALUE ZERO.
013500     05  WS-PREV-WEIGHT       PIC 999V9   VALUE ZERO.
013600     05  WS-PREV-UNIT-CODE    PIC X(01)   VALUE SPACE.
013700     05  WS-PREV-BMI          PIC 999V99  VALUE ZERO.
013800     05  WS-CUR-SITE          PIC X(03)   VALUE SPACES.
013900     05  WS-CHG-BMI           PIC S999V99 VALUE ZERO.
014000     05  WS-CHG-WEIGHT        PIC S999V9  VALUE ZERO.
014100     05  WS-START-VALUE       PIC 999V99  VALUE ZERO.
014200     05  WS-TARGET-VALUE      PIC 999V99  VALUE ZERO.
014300     05  WS-LATEST-VALUE      PIC 999V99  VALUE ZERO.
014400     05  WS-GOAL-SPAN         PIC S999V99 VALUE ZERO.
014500     05  WS-GOAL-GAIN         PIC S999V99 VALUE ZERO.
014600     05  WS-PCT-ACHIEVED      PIC S9(05)V9 VALUE ZERO.
014700     05  WS-READING-COUNT     PIC 9(07)   VALUE ZERO.
014800     05  WS-LETTER-COUNT      PIC 9(07)   VALUE ZERO.
014900     05  WS-HELD-SUPP-COUNT   PIC 9(07)   VALUE ZERO.
015000     05  WS-EXCP-SUPP-COUNT   PIC 9(07)   VALUE ZERO.
015100     05  WS-DROPPED-COUNT     PIC 9(07)   VALUE ZERO.
015200     05  WS-FUP-LINE-COUNT    PIC 9(07)   VALUE ZERO.
015300     05  WS-GOAL-LINE-COUNT   PIC 9(07)   VALUE ZERO.
015400     05  WS-SITE-COUNT        PIC 9(05)   VALUE ZERO.
015500
015600*--------------------------------------------------------------*
015700*    01  WS-SUPPRESS-TABLE  -  EMPLOYEES WITH A READING STILL
015800*                              HELD OR A ROSTER ROW EXCEPTED
015900*                              TONIGHT.  REASON H = HELD, E =
016000*                              EXCEPTED.
016100*--------------------------------------------------------------*
016200 01  WS-SUPPRESS-TABLE.
016300     05  WS-SUP-USED          PIC 9(04)   COMP  VALUE ZERO.
016400     05  WS-SUP-SUB           PIC 9(04)   COMP  VALUE ZERO.
016500     05  WS-SUP-FOUND-SUB     PIC 9(04)   COMP  VALUE ZERO.
016600     05  WS-SUP-EMPNO-IN      PIC 9(06)   VALUE ZERO.
016700     05  WS-SUP-REASON-IN     PIC X(01)   VALUE SPACE.
016800     05  WS-SUP-ENTRY         OCCURS 500 TIMES.
016900         10  WS-SUP-EMPNO     PIC 9(06).
017000         10  WS-SUP-REASON    PIC X(01).
017100
017200*--------------------------------------------------------------*
017300*    01  WS-LETTER-TABLE  -  TODAY'S READINGS THAT GET A LETTER,
017400*                            HELD SO THE FOLLOW-UP ROWS CAN BE
017500*                            MATCHED IN AND THE LETTERS PRINTED
017600*                            SITE BY SITE.  PRINT FLAG N UNTIL
017700*                            THE LETTER IS OUT.
017800*--------------------------------------------------------------*
017900 01  WS-LETTER-TABLE.
018000     05  WS-LTR-USED          PIC 9(04)   COMP  VALUE ZERO.
018100     05  WS-LTR-SUB           PIC 9(04)   COMP  VALUE ZERO.
018200     05  WS-LTR-FOUND-SUB     PIC 9(04)   COMP  VALUE ZERO.
018300     05  WS-LTR-ENTRY         OCCURS 1000 TIMES.
018400         10  WS-LTR-EMPNO     PIC 9(06).
018500         10  WS-LTR-NAME      PIC X(20).
018600         10  WS-LTR-SITE      PIC X(03).
018700         10  WS-LTR-DEPT      PIC X(03).
018800         10  WS-LTR-WEIGHT    PIC 999V9.
018900         10  WS-LTR-HEIGHT-CM PIC 999V9.
019000         10  WS-LTR-UNIT-CODE PIC X(01).
019100         10  WS-LTR-BMI       PIC 999V99.
019200         10  WS-LTR-CATEGORY  PIC X(12).
019300         10  WS-LTR-PRIOR-FLAG PIC X(01).
019400         10  WS-LTR-PRIOR-DATE PIC 9(08).
019500         10  WS-LTR-PRIOR-WEIGHT PIC 999V9.
019600         10  WS-LTR-PRIOR-UNIT PIC X(01).
019700         10  WS-LTR-PRIOR-BMI PIC 999V99.
019800         10  WS-LTR-FUP-DUE   PIC 9(08).
019900         10  WS-LTR-FUP-SITE  PIC X(03).
020000         10  WS-LTR-PRINT-FLAG PIC X(01).
020100
020200*--------------------------------------------------------------*
020300*    01  WS-LETTER-LINES  -  ONE LETTER IS ONE PAGE; THE COVER
020400*                            SHEET OPENS EACH SITE'S BUNDLE
020500*--------------------------------------------------------------*
020600 01  WS-TEXT-LINE             PIC X(80).
020700
020800 01  WS-COVER-LINE.
020900     05  FILLER               PIC X(21)
021000       VALUE "INTERNAL MAIL - SITE ".
021100     05  WS-CVR-SITE          PIC X(03).
021200     05  FILLER               PIC X(32)
021300       VALUE "   SCREENING RESULT LETTERS FOR ".
021400     05  WS-CVR-DATE          PIC 9(08).
021500     05  FILLER               PIC X(16)   VALUE SPACES.
021600
021700 01  WS-LTR-HEAD-LINE.
021800     05  FILLER               PIC X(50)
021900       VALUE "WELLNESS SCREENING - PERSONAL AND CONFIDENTIAL".
022000     05  FILLER               PIC X(12)   VALUE "CLINIC SITE ".
022100     05  WS-HD-SITE           PIC X(03).
022200     05  FILLER               PIC X(15)   VALUE SPACES.
022300
022400 01  WS-LTR-TO-LINE.
022500     05  FILLER               PIC X(05)   VALUE "TO:  ".
022600     05  WS-TO-NAME           PIC X(20).
022700     05  FILLER               PIC X(12)   VALUE "  EMPLOYEE ".
022800     05  WS-TO-EMPNO          PIC 9(06).
022900     05  FILLER               PIC X(07)   VALUE "  DEPT ".
023000     05  WS-TO-DEPT           PIC X(03).
023100     05  FILLER               PIC X(27)   VALUE SPACES.
023200
023300 01  WS-LTR-DATE-LINE.
023400     05  FILLER               PIC X(30)
023500       VALUE "YOUR SCREENING TOOK PLACE ON ".
023600     05  WS-DT-DATE           PIC 9(08).
023700     05  FILLER               PIC X(42)   VALUE SPACES.
023800
023900 01  WS-LTR-MEASURE-LINE.
024000     05  FILLER               PIC X(11)   VALUE "  WEIGHT   ".
024100     05  WS-MS-WEIGHT         PIC ZZ9.9.
024200     05  FILLER               PIC X(01)   VALUE SPACE.
024300     05  WS-MS-WEIGHT-UNIT    PIC X(02).
024400     05  FILLER               PIC X(12)   VALUE "    HEIGHT  ".
024500     05  WS-MS-HEIGHT         PIC ZZ9.9.
024600     05  FILLER               PIC X(01)   VALUE SPACE.
024700     05  WS-MS-HEIGHT-UNIT    PIC X(02).
024800     05  FILLER               PIC X(41)   VALUE SPACES.
024900
025000 01  WS-LTR-BMI-LINE.
025100     05  FILLER               PIC X(20)
025200       VALUE "  BODY MASS INDEX  ".
025300     05  WS-BL-BMI            PIC ZZ9.99.
025400     05  FILLER               PIC X(14)   VALUE "    CATEGORY  ".
025500     05  WS-BL-CATEGORY       PIC X(12).
025600     05  FILLER               PIC X(28)   VALUE SPACES.
025700
025800 01  WS-LTR-CHANGE-LINE.
025900     05  FILLER               PIC X(30)
026000       VALUE "  SINCE YOUR LAST READING ON ".
026100     05  WS-CH-DATE           PIC 9(08).
026200     05  FILLER               PIC X(06)   VALUE "  BMI ".
026300     05  WS-CH-BMI            PIC +ZZ9.99.
026400     05  FILLER               PIC X(09)   VALUE "  WEIGHT ".
026500     05  WS-CH-WEIGHT         PIC +ZZ9.9.
026600     05  WS-CH-WEIGHT-X       REDEFINES WS-CH-WEIGHT
026700                              PIC X(06).
026800     05  FILLER               PIC X(14)   VALUE SPACES.
026900
027000 01  WS-LTR-FUP-LINE.
027100     05  FILLER               PIC X(43)
027200       VALUE "  PLEASE COME BACK FOR A FOLLOW-UP CHECK BY".
027300     05  FILLER               PIC X(01)   VALUE SPACE.
027400     05  WS-FU-DUE            PIC 9(08).
027500     05  FILLER               PIC X(15)
027600       VALUE " AT CLINIC SITE".
027700     05  FILLER               PIC X(01)   VALUE SPACE.
027800     05  WS-FU-SITE           PIC X(03).
027900     05  FILLER               PIC X(09)   VALUE SPACES.
028000
028100 01  WS-LTR-GOAL-LINE.
028200     05  FILLER               PIC X(09)   VALUE "  TARGET ".
028300     05  WS-GL-TYPE           PIC X(07).
028400     05  WS-GL-TARGET         PIC ZZ9.99.
028500     05  FILLER               PIC X(04)   VALUE " BY ".
028600     05  WS-GL-DATE           PIC 9(08).
028700     05  FILLER               PIC X(18)
028800       VALUE " - YOU ARE NOW AT ".
028900     05  WS-GL-PCT            PIC +ZZZ9.9.
029000     05  FILLER               PIC X(21)
029100       VALUE " PCT OF THE WAY THERE".
029200
029300     COPY POLWS.
029400     COPY CUREMP.
029500     COPY AUDWS.
029600
029700 PROCEDURE DIVISION.
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE
030000         THRU 1000-INITIALIZE-EXIT.
030100     PERFORM 2000-LOAD-READINGS
030200         THRU 2000-LOAD-READINGS-EXIT.
030300     PERFORM 3000-MATCH-FOLLOWUPS
030400         THRU 3000-MATCH-FOLLOWUPS-EXIT.
030500     PERFORM 4000-PRINT-ONE-SITE
030600         THRU 4000-PRINT-ONE-SITE-EXIT
030700         UNTIL WS-ALL-SITES-DONE.
030800     PERFORM 9000-FINALIZE
030900         THRU 9000-FINALIZE-EXIT.
031000     STOP RUN.
031100
031200*--------------------------------------------------------------*
031300*    1000-INITIALIZE  -  START-OF-RUN AUDIT RECORD, POLICY
031400*                        TABLE, FILES, THEN THE LIST OF
031500*                        EMPLOYEES WHOSE LETTERS ARE HELD BACK.
031600*                        NO GOAL FILE JUST MEANS NO GOAL LINES.
031700*--------------------------------------------------------------*
031800 1000-INITIALIZE.
031900     MOVE "ResultLtr"     TO WS-AUD-PROGRAM.
032000     MOVE "S"             TO WS-AUD-RECORD-TYPE.
032100     PERFORM 7600-WRITE-AUDIT-RECORD
032200         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
032300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
032400     PERFORM 7900-LOAD-POLICY-TABLE
032500         THRU 7900-LOAD-POLICY-TABLE-EXIT.
032600     OPEN INPUT HISTORY-FILE.
032700     IF WS-HIST-FILE-STATUS NOT = "00"
032800         DISPLAY "ERROR OPENING HISTORY FILE, STATUS "
032900             WS-HIST-FILE-STATUS
033000         MOVE "Y" TO WS-EOF-SWITCH
033100         MOVE "Y" TO WS-SITES-DONE-SW
033200         GO TO 1000-INITIALIZE-EXIT
033300     END-IF.
033400     OPEN OUTPUT LETTER-FILE.
033500     IF WS-LTR-FILE-STATUS NOT = "00"
033600         DISPLAY "ERROR OPENING LETTER FILE, STATUS "
033700             WS-LTR-FILE-STATUS
033800         MOVE "Y" TO WS-EOF-SWITCH
033900         MOVE "Y" TO WS-SITES-DONE-SW
034000         GO TO 1000-INITIALIZE-EXIT
034100     END-IF.
034200     OPEN INPUT GOAL-FILE.
034300     IF WS-GOAL-STATUS = "00"
034400         MOVE "Y" TO WS-GOAL-FILE-SW
034500     END-IF.
034600     PERFORM 1100-LOAD-HOLDS
034700         THRU 1100-LOAD-HOLDS-EXIT.
034800     PERFORM 1200-LOAD-EXCEPTIONS
034900         THRU 1200-LOAD-EXCEPTIONS-EXIT.
035000 1000-INITIALIZE-EXIT.
035100     EXIT.
035200
035300*--------------------------------------------------------------*
035400*    1100-LOAD-HOLDS  -  ROWS STILL "H" AWAIT THE NURSE; NO HOLD
035500*                        FILE (STATUS 35) JUST MEANS NONE
035600*--------------------------------------------------------------*
035700 1100-LOAD-HOLDS.
035800     OPEN INPUT HOLD-FILE.
035900     IF WS-HOLD-FILE-STATUS NOT = "00"
036000         GO TO 1100-LOAD-HOLDS-EXIT
036100     END-IF.
036200     MOVE "N" TO WS-FILE-EOF-SW.
036300     PERFORM 1110-READ-ONE-HOLD
036400         THRU 1110-READ-ONE-HOLD-EXIT
036500         UNTIL END-OF-FILE.
036600     CLOSE HOLD-FILE.
036700 1100-LOAD-HOLDS-EXIT.
036800     EXIT.
036900
037000 1110-READ-ONE-HOLD.
037100     READ HOLD-FILE
037200         AT END
037300             MOVE "Y" TO WS-FILE-EOF-SW
037400             GO TO 1110-READ-ONE-HOLD-EXIT
037500     END-READ.
037600     IF HLD-HELD
037700         MOVE HLD-EMP-NUMBER TO WS-SUP-EMPNO-IN
037800         MOVE "H"            TO WS-SUP-REASON-IN
037900         PERFORM 1300-ADD-SUPPRESSION
038000             THRU 1300-ADD-SUPPRESSION-EXIT
038100     END-IF.
038200 1110-READ-ONE-HOLD-EXIT.
038300     EXIT.
038400
038500*--------------------------------------------------------------*
038600*    1200-LOAD-EXCEPTIONS  -  TONIGHT'S EXCEPTED ROSTER ROWS
038700*--------------------------------------------------------------*
038800 1200-LOAD-EXCEPTIONS.
038900     OPEN INPUT EXCEPTION-FILE.
039000     IF WS-EXCP-FILE-STATUS NOT = "00"
039100         GO TO 1200-LOAD-EXCEPTIONS-EXIT
039200     END-IF.
039300     MOVE "N" TO WS-FILE-EOF-SW.
039400     PERFORM 1210-READ-ONE-EXCEPTION
039500         THRU 1210-READ-ONE-EXCEPTION-EXIT
039600         UNTIL END-OF-FILE.
039700     CLOSE EXCEPTION-FILE.
039800 1200-LOAD-EXCEPTIONS-EXIT.
039900     EXIT.
040000
040100 1210-READ-ONE-EXCEPTION.
040200     READ EXCEPTION-FILE
040300         AT END
040400             MOVE "Y" TO WS-FILE-EOF-SW
040500             GO TO 1210-READ-ONE-EXCEPTION-EXIT
040600     END-READ.
040700     IF EXC-EMP-NUMBER IS NUMERIC AND EXC-EMP-NUMBER > ZERO
040800         MOVE EXC-EMP-NUMBER TO WS-SUP-EMPNO-IN
040900         MOVE "E"            TO WS-SUP-REASON-IN
041000         PERFORM 1300-ADD-SUPPRESSION
041100             THRU 1300-ADD-SUPPRESSION-EXIT
041200     END-IF.
041300 1210-READ-ONE-EXCEPTION-EXIT.
041400     EXIT.
041500
041600 1300-ADD-SUPPRESSION.
041700     IF WS-SUP-USED >= 500
041800         DISPLAY "SUPPRESSION LIST FULL - EMPLOYEE "
041900             WS-SUP-EMPNO-IN " NOT HELD BACK"
042000         GO TO 1300-ADD-SUPPRESSION-EXIT
042100     END-IF.
042200     ADD 1 TO WS-SUP-USED.
042300     MOVE WS-SUP-EMPNO-IN  TO WS-SUP-EMPNO (WS-SUP-USED).
042400     MOVE WS-SUP-REASON-IN TO WS-SUP-REASON (WS-SUP-USED).
042500 1300-ADD-SUPPRESSION-EXIT.
042600     EXIT.
042700
042800*--------------------------------------------------------------*
042900*    2000-LOAD-READINGS  -  ONE PASS OF THE HISTORY FILE IN
043000*                           NUMBER + DATE ORDER.  THE READING
043100*                           BEFORE TODAY'S FOR THE SAME EMPLOYEE
043200*                           IS THEIR PRIOR READING.
043300*--------------------------------------------------------------*
043400 2000-LOAD-READINGS.
043500     IF END-OF-HISTORY
043600         GO TO 2000-LOAD-READINGS-EXIT
043700     END-IF.
043800     MOVE LOW-VALUES TO HIST-KEY.
043900     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
044000         INVALID KEY
044100             MOVE "Y" TO WS-EOF-SWITCH
044200     END-START.
044300     PERFORM 2100-SCAN-ONE-HISTORY
044400         THRU 2100-SCAN-ONE-HISTORY-EXIT
044500         UNTIL END-OF-HISTORY.
044600 2000-LOAD-READINGS-EXIT.
044700     EXIT.
044800
044900 2100-SCAN-ONE-HISTORY.
045000     READ HISTORY-FILE NEXT RECORD
045100         AT END
045200             MOVE "Y" TO WS-EOF-SWITCH
045300             GO TO 2100-SCAN-ONE-HISTORY-EXIT
045400     END-READ.
045500     IF HIST-EMP-NUMBER NOT = WS-LAST-EMPNO
045600         MOVE HIST-EMP-NUMBER TO WS-LAST-EMPNO
045700         MOVE "N"             TO WS-PREV-SW
045800     END-IF.
045900     IF HIST-DATE = WS-TODAY-DATE
046000         ADD 1 TO WS-READING-COUNT
046100         PERFORM 2200-ADD-LETTER-ENTRY
046200             THRU 2200-ADD-LETTER-ENTRY-EXIT
046300     ELSE
046400         MOVE "Y"            TO WS-PREV-SW
046500         MOVE HIST-DATE      TO WS-PREV-DATE
046600         MOVE HIST-WEIGHT    TO WS-PREV-WEIGHT
046700         MOVE HIST-UNIT-CODE TO WS-PREV-UNIT-CODE
046800         MOVE HIST-BMI       TO WS-PREV-BMI
046900     END-IF.
047000 2100-SCAN-ONE-HISTORY-EXIT.
047100     EXIT.
047200
047300*--------------------------------------------------------------*
047400*    2200-ADD-LETTER-ENTRY  -  HELD-BACK EMPLOYEES ARE ONLY
047500*                              COUNTED; THE REST ARE GRADED AND
047600*                              QUEUED FOR PRINTING
047700*--------------------------------------------------------------*
047800 2200-ADD-LETTER-ENTRY.
047900     PERFORM 2300-CHECK-SUPPRESSED
048000         THRU 2300-CHECK-SUPPRESSED-EXIT.
048100     IF WS-LETTER-SUPPRESSED
048200         GO TO 2200-ADD-LETTER-ENTRY-EXIT
048300     END-IF.
048400     IF WS-LTR-USED >= 1000
048500         DISPLAY "LETTER TABLE FULL - " HIST-NAME " DROPPED"
048600         ADD 1 TO WS-DROPPED-COUNT
048700         GO TO 2200-ADD-LETTER-ENTRY-EXIT
048800     END-IF.
048900     MOVE HIST-BMI  TO WS-CE-BMI.
049000     MOVE HIST-DATE TO WS-POL-AS-OF-DATE.
049100     PERFORM 7950-SET-POLICY-FOR-DATE
049200         THRU 7950-SET-POLICY-FOR-DATE-EXIT.
049300     PERFORM 8000-CLASSIFY-BMI
049400         THRU 8000-CLASSIFY-BMI-EXIT.
049500     ADD 1 TO WS-LTR-USED.
049600     MOVE HIST-EMP-NUMBER TO WS-LTR-EMPNO (WS-LTR-USED).
049700     MOVE HIST-NAME       TO WS-LTR-NAME (WS-LTR-USED).
049800     MOVE HIST-SITE-CODE  TO WS-LTR-SITE (WS-LTR-USED).
049900     MOVE HIST-DEPT-CODE  TO WS-LTR-DEPT (WS-LTR-USED).
050000     MOVE HIST-WEIGHT     TO WS-LTR-WEIGHT (WS-LTR-USED).
050100     MOVE HIST-HEIGHT-CM  TO WS-LTR-HEIGHT-CM (WS-LTR-USED).
050200     MOVE HIST-UNIT-CODE  TO WS-LTR-UNIT-CODE (WS-LTR-USED).
050300     MOVE HIST-BMI        TO WS-LTR-BMI (WS-LTR-USED).
050400     MOVE WS-CE-CATEGORY  TO WS-LTR-CATEGORY (WS-LTR-USED).
050500     MOVE WS-PREV-SW      TO WS-LTR-PRIOR-FLAG (WS-LTR-USED).
050600     MOVE WS-PREV-DATE    TO WS-LTR-PRIOR-DATE (WS-LTR-USED).
050700     MOVE WS-PREV-WEIGHT  TO WS-LTR-PRIOR-WEIGHT (WS-LTR-USED).
050800     MOVE WS-PREV-UNIT-CODE
050900         TO WS-LTR-PRIOR-UNIT (WS-LTR-USED).
051000     MOVE WS-PREV-BMI     TO WS-LTR-PRIOR-BMI (WS-LTR-USED).
051100     MOVE ZERO            TO WS-LTR-FUP-DUE (WS-LTR-USED).
051200     MOVE SPACES          TO WS-LTR-FUP-SITE (WS-LTR-USED).
051300     MOVE "N"             TO WS-LTR-PRINT-FLAG (WS-LTR-USED).
051400 2200-ADD-LETTER-ENTRY-EXIT.
051500     EXIT.
051600
051700 2300-CHECK-SUPPRESSED.
051800     MOVE "N"  TO WS-SUPPRESS-SW.
051900     MOVE ZERO TO WS-SUP-FOUND-SUB.
052000     MOVE ZERO TO WS-SUP-SUB.
052100     PERFORM 2310-SCAN-SUPPRESSION
052200         THRU 2310-SCAN-SUPPRESSION-EXIT
052300         UNTIL WS-SUP-FOUND-SUB > ZERO
052400         OR WS-SUP-SUB >= WS-SUP-USED.
052500     IF WS-SUP-FOUND-SUB = ZERO
052600         GO TO 2300-CHECK-SUPPRESSED-EXIT
052700     END-IF.
052800     MOVE "Y" TO WS-SUPPRESS-SW.
052900     IF WS-SUP-REASON (WS-SUP-FOUND-SUB) = "H"
053000         ADD 1 TO WS-HELD-SUPP-COUNT
053100         DISPLAY "LETTER HELD BACK - " HIST-EMP-NUMBER " "
053200             HIST-NAME " HAS A READING ON HOLD"
053300     ELSE
053400         ADD 1 TO WS-EXCP-SUPP-COUNT
053500         DISPLAY "LETTER HELD BACK - " HIST-EMP-NUMBER " "
053600             HIST-NAME " HAS AN EXCEPTED ROSTER ROW"
053700     END-IF.
053800 2300-CHECK-SUPPRESSED-EXIT.
053900     EXIT.
054000
054100 2310-SCAN-SUPPRESSION.
054200     ADD 1 TO WS-SUP-SUB.
054300     IF WS-SUP-EMPNO (WS-SUP-SUB) = HIST-EMP-NUMBER
054400         MOVE WS-SUP-SUB TO WS-SUP-FOUND-SUB
054500     END-IF.
054600 2310-SCAN-SUPPRESSION-EXIT.
054700     EXIT.
054800
054900*--------------------------------------------------------------*
055000*    3000-MATCH-FOLLOWUPS  -  AN OPEN SCHEDULE ROW RAISED BY
055100*                             TODAY'S READING PUTS ITS DUE DATE
055200*                             AND SITE ON THAT EMPLOYEE'S LETTER
055300*--------------------------------------------------------------*
055400 3000-MATCH-FOLLOWUPS.
055500     IF WS-LTR-USED = ZERO
055600         GO TO 3000-MATCH-FOLLOWUPS-EXIT
055700     END-IF.
055800     OPEN INPUT FOLLOWUP-FILE.
055900     IF WS-FUP-FILE-STATUS NOT = "00"
056000         GO TO 3000-MATCH-FOLLOWUPS-EXIT
056100     END-IF.
056200     MOVE "N" TO WS-FILE-EOF-SW.
056300     PERFORM 3100-READ-ONE-FOLLOWUP
056400         THRU 3100-READ-ONE-FOLLOWUP-EXIT
056500         UNTIL END-OF-FILE.
056600     CLOSE FOLLOWUP-FILE.
056700 3000-MATCH-FOLLOWUPS-EXIT.
056800     EXIT.
056900
057000 3100-READ-ONE-FOLLOWUP.
057100     READ FOLLOWUP-FILE
057200         AT END
057300             MOVE "Y" TO WS-FILE-EOF-SW
057400             GO TO 3100-READ-ONE-FOLLOWUP-EXIT
057500     END-READ.
057600     IF FUP-SCREEN-DATE NOT = WS-TODAY-DATE
057700         OR NOT FUP-OPEN
057800         GO TO 3100-READ-ONE-FOLLOWUP-EXIT
057900     END-IF.
058000     MOVE ZERO TO WS-LTR-FOUND-SUB.
058100     MOVE ZERO TO WS-LTR-SUB.
058200     PERFORM 3200-SCAN-LETTER-TABLE
058300         THRU 3200-SCAN-LETTER-TABLE-EXIT
058400         UNTIL WS-LTR-FOUND-SUB > ZERO
058500         OR WS-LTR-SUB >= WS-LTR-USED.
058600     IF WS-LTR-FOUND-SUB > ZERO
058700         MOVE FUP-DUE-DATE  TO WS-LTR-FUP-DUE (WS-LTR-FOUND-SUB)
058800         MOVE FUP-SITE-CODE TO WS-LTR-FUP-SITE (WS-LTR-FOUND-SUB)
058900     END-IF.
059000 3100-READ-ONE-FOLLOWUP-EXIT.
059100     EXIT.
059200
059300 3200-SCAN-LETTER-TABLE.
059400     ADD 1 TO WS-LTR-SUB.
059500     IF WS-LTR-EMPNO (WS-LTR-SUB) = FUP-EMP-NUMBER
059600         MOVE WS-LTR-SUB TO WS-LTR-FOUND-SUB
059700     END-IF.
059800 3200-SCAN-LETTER-TABLE-EXIT.
059900     EXIT.
060000
060100*--------------------------------------------------------------*
060200*    4000-PRINT-ONE-SITE  -  THE FIRST SITE WITH A LETTER STILL
060300*                            UNPRINTED GETS ITS COVER SHEET AND
060400*                            ALL ITS LETTERS, SO THE BUNDLES COME
060500*                            OUT IN FIRST-SEEN SITE ORDER
060600*--------------------------------------------------------------*
060700 4000-PRINT-ONE-SITE.
060800     MOVE ZERO TO WS-LTR-FOUND-SUB.
060900     MOVE ZERO TO WS-LTR-SUB.
061000     PERFORM 4100-FIND-UNPRINTED
061100         THRU 4100-FIND-UNPRINTED-EXIT
061200         UNTIL WS-LTR-FOUND-SUB > ZERO
061300         OR WS-LTR-SUB >= WS-LTR-USED.
061400     IF WS-LTR-FOUND-SUB = ZERO
061500         MOVE "Y" TO WS-SITES-DONE-SW
061600         GO TO 4000-PRINT-ONE-SITE-EXIT
061700     END-IF.
061800     MOVE WS-LTR-SITE (WS-LTR-FOUND-SUB) TO WS-CUR-SITE.
061900     ADD 1 TO WS-SITE-COUNT.
062000     MOVE WS-CUR-SITE   TO WS-CVR-SITE.
062100     MOVE WS-TODAY-DATE TO WS-CVR-DATE.
062200     WRITE LETTER-LINE FROM WS-COVER-LINE
062300         AFTER ADVANCING PAGE.
062400     MOVE ZERO TO WS-LTR-SUB.
062500     PERFORM 4200-PRINT-IF-THIS-SITE
062600         THRU 4200-PRINT-IF-THIS-SITE-EXIT
062700         UNTIL WS-LTR-SUB >= WS-LTR-USED.
062800 4000-PRINT-ONE-SITE-EXIT.
062900     EXIT.
063000
063100 4100-FIND-UNPRINTED.
063200     ADD 1 TO WS-LTR-SUB.
063300     IF WS-LTR-PRINT-FLAG (WS-LTR-SUB) = "N"
063400         MOVE WS-LTR-SUB TO WS-LTR-FOUND-SUB
063500     END-IF.
063600 4100-FIND-UNPRINTED-EXIT.
063700     EXIT.
063800
063900 4200-PRINT-IF-THIS-SITE.
064000     ADD 1 TO WS-LTR-SUB.
064100     IF WS-LTR-PRINT-FLAG (WS-LTR-SUB) = "N"
064200         AND WS-LTR-SITE (WS-LTR-SUB) = WS-CUR-SITE
064300         PERFORM 5000-PRINT-LETTER
064400             THRU 5000-PRINT-LETTER-EXIT
064500         MOVE "Y" TO WS-LTR-PRINT-FLAG (WS-LTR-SUB)
064600     END-IF.
064700 4200-PRINT-IF-THIS-SITE-EXIT.
064800     EXIT.
064900
065000*--------------------------------------------------------------*
065100*    5000-PRINT-LETTER  -  ONE PAGE PER EMPLOYEE FOR TABLE
065200*                          ENTRY WS-LTR-SUB
065300*--------------------------------------------------------------*
065400 5000-PRINT-LETTER.
065500     MOVE WS-LTR-SITE (WS-LTR-SUB)   TO WS-HD-SITE.
065600     WRITE LETTER-LINE FROM WS-LTR-HEAD-LINE
065700         AFTER ADVANCING PAGE.
065800     MOVE SPACES TO LETTER-LINE.
065900     WRITE LETTER-LINE.
066000     MOVE WS-LTR-NAME (WS-LTR-SUB)   TO WS-TO-NAME.
066100     MOVE WS-LTR-EMPNO (WS-LTR-SUB)  TO WS-TO-EMPNO.
066200     MOVE WS-LTR-DEPT (WS-LTR-SUB)   TO WS-TO-DEPT.
066300     WRITE LETTER-LINE FROM WS-LTR-TO-LINE.
066400     MOVE SPACES TO LETTER-LINE.
066500     WRITE LETTER-LINE.
066600     MOVE WS-TODAY-DATE              TO WS-DT-DATE.
066700     WRITE LETTER-LINE FROM WS-LTR-DATE-LINE.
066800     MOVE "HERE ARE YOUR RESULTS:"   TO WS-TEXT-LINE.
066900     WRITE LETTER-LINE FROM WS-TEXT-LINE.
067000     MOVE SPACES TO LETTER-LINE.
067100     WRITE LETTER-LINE.
067200     MOVE WS-LTR-WEIGHT (WS-LTR-SUB)    TO WS-MS-WEIGHT.
067300     MOVE WS-LTR-HEIGHT-CM (WS-LTR-SUB) TO WS-MS-HEIGHT.
067400     IF WS-LTR-UNIT-CODE (WS-LTR-SUB) = "M"
067500         MOVE "KG" TO WS-MS-WEIGHT-UNIT
067600         MOVE "CM" TO WS-MS-HEIGHT-UNIT
067700     ELSE
067800         MOVE "LB" TO WS-MS-WEIGHT-UNIT
067900         MOVE "IN" TO WS-MS-HEIGHT-UNIT
068000     END-IF.
068100     WRITE LETTER-LINE FROM WS-LTR-MEASURE-LINE.
068200     MOVE WS-LTR-BMI (WS-LTR-SUB)      TO WS-BL-BMI.
068300     MOVE WS-LTR-CATEGORY (WS-LTR-SUB) TO WS-BL-CATEGORY.
068400     WRITE LETTER-LINE FROM WS-LTR-BMI-LINE.
068500     PERFORM 5100-PRINT-CHANGE
068600         THRU 5100-PRINT-CHANGE-EXIT.
068700     PERFORM 5200-PRINT-FOLLOWUP
068800         THRU 5200-PRINT-FOLLOWUP-EXIT.
068900     PERFORM 5300-PRINT-GOAL
069000         THRU 5300-PRINT-GOAL-EXIT.
069100     MOVE SPACES TO LETTER-LINE.
069200     WRITE LETTER-LINE.
069300     MOVE "QUESTIONS ABOUT YOUR RESULT? ASK AT YOUR CLINIC SITE."
069400         TO WS-TEXT-LINE.
069500     WRITE LETTER-LINE FROM WS-TEXT-LINE.
069600     MOVE SPACES TO LETTER-LINE.
069700     WRITE LETTER-LINE.
069800     MOVE "THE WELLNESS SCREENING TEAM" TO WS-TEXT-LINE.
069900     WRITE LETTER-LINE FROM WS-TEXT-LINE.
070000     ADD 1 TO WS-LETTER-COUNT.
070100     ADD 1 TO WS-AUD-PROCESSED-CNT.
070200 5000-PRINT-LETTER-EXIT.
070300     EXIT.
070400
070500*--------------------------------------------------------------*
070600*    5100-PRINT-CHANGE  -  BMI CHANGE SINCE THE PRIOR READING;
070700*                          THE WEIGHT CHANGE ONLY WHEN BOTH WERE
070800*                          TAKEN IN THE SAME UNIT
070900*--------------------------------------------------------------*
071000 5100-PRINT-CHANGE.
071100     IF WS-LTR-PRIOR-FLAG (WS-LTR-SUB) NOT = "Y"
071200         MOVE "  THIS IS YOUR FIRST READING ON FILE."
071300             TO WS-TEXT-LINE
071400         WRITE LETTER-LINE FROM WS-TEXT-LINE
071500         GO TO 5100-PRINT-CHANGE-EXIT
071600     END-IF.
071700     COMPUTE WS-CHG-BMI = WS-LTR-BMI (WS-LTR-SUB)
071800         - WS-LTR-PRIOR-BMI (WS-LTR-SUB).
071900     MOVE WS-LTR-PRIOR-DATE (WS-LTR-SUB) TO WS-CH-DATE.
072000     MOVE WS-CHG-BMI TO WS-CH-BMI.
072100     IF WS-LTR-PRIOR-UNIT (WS-LTR-SUB)
072200         = WS-LTR-UNIT-CODE (WS-LTR-SUB)
072300         COMPUTE WS-CHG-WEIGHT = WS-LTR-WEIGHT (WS-LTR-SUB)
072400             - WS-LTR-PRIOR-WEIGHT (WS-LTR-SUB)
072500         MOVE WS-CHG-WEIGHT TO WS-CH-WEIGHT
072600     ELSE
072700         MOVE SPACES TO WS-CH-WEIGHT-X
072800     END-IF.
072900     WRITE LETTER-LINE FROM WS-LTR-CHANGE-LINE.
073000 5100-PRINT-CHANGE-EXIT.
073100     EXIT.
073200
073300 5200-PRINT-FOLLOWUP.
073400     IF WS-LTR-FUP-DUE (WS-LTR-SUB) = ZERO
073500         GO TO 5200-PRINT-FOLLOWUP-EXIT
073600     END-IF.
073700     MOVE SPACES TO LETTER-LINE.
073800     WRITE LETTER-LINE.
073900     MOVE WS-LTR-FUP-DUE (WS-LTR-SUB)  TO WS-FU-DUE.
074000     MOVE WS-LTR-FUP-SITE (WS-LTR-SUB) TO WS-FU-SITE.
074100     WRITE LETTER-LINE FROM WS-LTR-FUP-LINE.
074200     ADD 1 TO WS-FUP-LINE-COUNT.
074300 5200-PRINT-FOLLOWUP-EXIT.
074400     EXIT.
074500
074600*--------------------------------------------------------------*
074700*    5300-PRINT-GOAL  -  PERCENT OF THE WAY FROM THE START
074800*                        READING TO THE TARGET, RECKONED THE SAME
074900*                        WAY AS THE GOAL PROGRESS REPORT, USING
075000*                        TODAY'S READING
075100*--------------------------------------------------------------*
075200 5300-PRINT-GOAL.
075300     IF NOT WS-GOAL-FILE-OPEN
075400         GO TO 5300-PRINT-GOAL-EXIT
075500     END-IF.
075600     MOVE WS-LTR-EMPNO (WS-LTR-SUB) TO GOAL-EMP-NUMBER.
075700     READ GOAL-FILE
075800         INVALID KEY
075900             GO TO 5300-PRINT-GOAL-EXIT
076000     END-READ.
076100     IF NOT GOAL-ACTIVE
076200         GO TO 5300-PRINT-GOAL-EXIT
076300     END-IF.
076400     MOVE SPACES TO LETTER-LINE.
076500     WRITE LETTER-LINE.
076600     MOVE "YOUR WELLNESS GOAL:" TO WS-TEXT-LINE.
076700     WRITE LETTER-LINE FROM WS-TEXT-LINE.
076800     IF GOAL-TYPE-WEIGHT
076900         MOVE "WEIGHT "                 TO WS-GL-TYPE
077000         MOVE GOAL-START-WEIGHT         TO WS-START-VALUE
077100         MOVE GOAL-TARGET-WEIGHT        TO WS-TARGET-VALUE
077200         MOVE WS-LTR-WEIGHT (WS-LTR-SUB) TO WS-LATEST-VALUE
077300     ELSE
077400         MOVE "BMI    "                 TO WS-GL-TYPE
077500         MOVE GOAL-START-BMI            TO WS-START-VALUE
077600         MOVE GOAL-TARGET-BMI           TO WS-TARGET-VALUE
077700         MOVE WS-LTR-BMI (WS-LTR-SUB)   TO WS-LATEST-VALUE
077800     END-IF.
077900     COMPUTE WS-GOAL-SPAN = WS-START-VALUE - WS-TARGET-VALUE.
078000     COMPUTE WS-GOAL-GAIN = WS-START-VALUE - WS-LATEST-VALUE.
078100     IF WS-GOAL-SPAN = ZERO
078200         MOVE 100 TO WS-PCT-ACHIEVED
078300     ELSE
078400         COMPUTE WS-PCT-ACHIEVED ROUNDED =
078500             WS-GOAL-GAIN * 100 / WS-GOAL-SPAN
078600     END-IF.
078700     MOVE WS-TARGET-VALUE  TO WS-GL-TARGET.
078800     MOVE GOAL-TARGET-DATE TO WS-GL-DATE.
078900     MOVE WS-PCT-ACHIEVED  TO WS-GL-PCT.
079000     WRITE LETTER-LINE FROM WS-LTR-GOAL-LINE.
079100     ADD 1 TO WS-GOAL-LINE-COUNT.
079200 5300-PRINT-GOAL-EXIT.
079300     EXIT.
079400
079500 9000-FINALIZE.
079600     CLOSE HISTORY-FILE.
079700     CLOSE LETTER-FILE.
079800     IF WS-GOAL-FILE-OPEN
079900         CLOSE GOAL-FILE
080000     END-IF.
080100     ADD WS-HELD-SUPP-COUNT WS-EXCP-SUPP-COUNT WS-DROPPED-COUNT
080200         GIVING WS-AUD-REJECTED-CNT.
080300     MOVE "E" TO WS-AUD-RECORD-TYPE.
080400     PERFORM 7600-WRITE-AUDIT-RECORD
080500         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
080600     DISPLAY "RESULT LETTERS COMPLETE - READINGS "
080700         WS-READING-COUNT
080800         " LETTERS " WS-LETTER-COUNT
080900         " SITES " WS-SITE-COUNT.
081000     DISPLAY "  HELD BACK - ON HOLD " WS-HELD-SUPP-COUNT
081100         " EXCEPTED " WS-EXCP-SUPP-COUNT
081200         " TABLE FULL " WS-DROPPED-COUNT.
081300     DISPLAY "  FOLLOW-UP LINES " WS-FUP-LINE-COUNT
081400         " GOAL LINES " WS-GOAL-LINE-COUNT.
081500 9000-FINALIZE-EXIT.
081600     EXIT.
081700
081800     COPY CLSSIFY.
081900     COPY AUDPROC.
082000     COPY POLPROC.
082100
082200 END PROGRAM "ResultLtr".
