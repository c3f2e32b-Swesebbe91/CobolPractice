000100******************************************************************
000200*    PROGRAM-ID   EMPFEED
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     APPLIES THE NIGHTLY HR EMPLOYEE CHANGE FEED
000900*                 (COPYBOOK EMPCHG) TO THE EMPLOYEE MASTER FILE
001000*                 (COPYBOOK EMPREC), KEYED ON THE EMPLOYEE NUMBER:
001100*                 ADD, CHANGE NAME/DEMOGRAPHICS, DEACTIVATE AND
001200*                 REACTIVATE.  EVERY TRANSACTION IS EDITED WITH
001300*                 THE SAME RULES AS THE EMPMAINT CONSOLE.  A
001400*                 TRANSACTION THAT IS INVALID OR CONFLICTS - AN
001500*                 ADD FOR A NUMBER ALREADY ON FILE, A CHANGE FOR
001600*                 ONE THAT IS NOT, OR A DEACTIVATION FOR AN
001700*                 EMPLOYEE STILL OWED A FOLLOW-UP (OPEN FUPSCHED
001800*                 ROW) OR ENROLLED ON AN ACTIVE GOALFILE GOAL -
001900*                 IS NOT APPLIED BUT WRITTEN TO THE ERROR FILE
002000*                 (COPYBOOK EMPCERR) WITH A REASON CODE FOR HR.
002100*                 PRINTS AN APPLIED/REJECTED CHANGE REPORT AND
002200*                 APPENDS PAIRED START/END RUN-AUDIT RECORDS.
002300*                 REPLACES KEYING HR'S LEAVER AND NEW-HIRE LISTS
002400*                 THROUGH EMPMAINT BY HAND.
002425*                 A RETURNER WHOSE MASTER THE PRIVACY RUN HAS
002450*                 ANONYMISED MUST COME WITH NAME, BIRTH DATE AND
002475*                 SEX, WHICH ARE RESTORED ON REACTIVATION.
002500*
002600*    MOD HISTORY
002700*    2026-10-15 SMS  INITIAL VERSION.
002800*    2026-10-15 SMS  ADD, DEACTIVATE AND REACTIVATE STAMP
002825*                    EMP-STATUS-DATE FOR THE PRIVACY RUN'S
002850*                    RETENTION CLOCK.
002852*    2026-10-15 SMS  REACTIVATING AN ANONYMISED MASTER NEEDS NAME,
002854*                    BIRTH DATE AND SEX ON THE FEED RECORD; THEY
002856*                    ARE RESTORED AND THE ANONYMISED DATE CLEARED,
002858*                    OR THE RECORD IS REJECTED (REASON "AN").
002860*    2026-10-15 SMS  A GOAL, FOLLOW-UP OR ERROR FILE THAT EXISTS
002862*                    BUT WILL NOT OPEN NO LONGER LETS CHANGES
002864*                    THROUGH UNCHECKED OR UNRECORDED (NEW REASON
002866*                    "FU"); A NAME, BIRTH DATE OR SEX CHANGE ON AN
002868*                    ANONYMISED MASTER IS REJECTED (REASON "AC").
002875******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  "EmpFeed".
003100 AUTHOR.      SEBASTIAN.
003200 INSTALLATION. WELLNESS SCREENING.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CHANGE-FILE ASSIGN TO "EMPCHGIN"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CHG-FILE-STATUS.
004200     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS EMP-NUMBER
004600         ALTERNATE RECORD KEY IS EMP-NAME
004700         FILE STATUS IS WS-EMP-STATUS.
004800     SELECT FOLLOWUP-FILE ASSIGN TO "FUPSCHED"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FUP-FILE-STATUS.
005100     SELECT GOAL-FILE ASSIGN TO "GOALFILE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS GOAL-EMP-NUMBER
005500         FILE STATUS IS WS-GOAL-STATUS.
005600     SELECT ERROR-FILE ASSIGN TO "EMPCHGER"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-ERR-FILE-STATUS.
005900     SELECT CHANGE-REPORT ASSIGN TO "EMPCHRPT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RPT-FILE-STATUS.
006200     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-AUD-FILE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CHANGE-FILE.
006900     COPY EMPCHG.
007000
007100 FD  EMPLOYEE-FILE.
007200     COPY EMPREC.
007300
007400 FD  FOLLOWUP-FILE.
007500     COPY FUPREC.
007600
007700 FD  GOAL-FILE.
007800     COPY GOALREC.
007900
008000 FD  ERROR-FILE.
008100     COPY EMPCERR.
008200
008300 FD  CHANGE-REPORT.
008400 01  CHANGE-REPORT-LINE       PIC X(80).
008500
008600 FD  AUDIT-FILE.
008700     COPY AUDREC.
008800
008900 WORKING-STORAGE SECTION.
009000*--------------------------------------------------------------*
009100*    01  WS-CONTROL-SWITCHES
009200*--------------------------------------------------------------*
009300 01  WS-CONTROL-SWITCHES.
009400     05  WS-EOF-SWITCH        PIC X(01)   VALUE "N".
009500         88  END-OF-FEED                 VALUE "Y".
009600     05  WS-FUP-EOF-SW        PIC X(01)   VALUE "N".
009700         88  WS-FUP-SCAN-DONE            VALUE "Y".
009800     05  WS-GOAL-OPEN-SW      PIC X(01)   VALUE "N".
009900         88  WS-GOAL-FILE-OPEN           VALUE "Y".
009933     05  WS-RESTORE-SW        PIC X(01)   VALUE "N".
009966         88  WS-IDENTITY-RESTORED        VALUE "Y".
009977     05  WS-FILES-OPEN-SW     PIC X(01)   VALUE "N".
009988         88  WS-FILES-OPEN               VALUE "Y".
010000
010100*--------------------------------------------------------------*
010200*    01  WS-FILE-STATUS-FIELDS
010300*--------------------------------------------------------------*
010400 01  WS-FILE-STATUS-FIELDS.
010500     05  WS-CHG-FILE-STATUS   PIC X(02).
010600     05  WS-EMP-STATUS        PIC X(02).
010700     05  WS-FUP-FILE-STATUS   PIC X(02).
010800     05  WS-GOAL-STATUS       PIC X(02).
010900     05  WS-ERR-FILE-STATUS   PIC X(02).
011000     05  WS-RPT-FILE-STATUS   PIC X(02).
011100
011200*--------------------------------------------------------------*
011300*    01  WS-FEED-FIELDS  -  RUN DATE, REJECT REASON AND COUNTS.
011400*                           A TRANSACTION IS APPLIED WHEN IT
011500*                           COMES BACK WITH A BLANK REASON CODE.
011600*--------------------------------------------------------------*
011700 01  WS-FEED-FIELDS.
011800     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
011900     05  WS-REASON-CODE       PIC X(02)   VALUE SPACES.
012000     05  WS-REASON-TEXT       PIC X(30)   VALUE SPACES.
012100     05  WS-READ-COUNT        PIC 9(07)   VALUE ZERO.
012200     05  WS-ADD-COUNT         PIC 9(07)   VALUE ZERO.
012300     05  WS-CHANGE-COUNT      PIC 9(07)   VALUE ZERO.
012400     05  WS-DEACT-COUNT       PIC 9(07)   VALUE ZERO.
012500     05  WS-REACT-COUNT       PIC 9(07)   VALUE ZERO.
012600     05  WS-REJECT-COUNT      PIC 9(07)   VALUE ZERO.
012700
012800*--------------------------------------------------------------*
012900*    01  WS-REPORT-LINES
013000*--------------------------------------------------------------*
013100 01  WS-HEADING-LINE.
013200     05  FILLER               PIC X(35)
013300       VALUE "HR EMPLOYEE CHANGE FEED REPORT FOR ".
013400     05  WS-HDG-DATE          PIC 9(08).
013500     05  FILLER               PIC X(37)   VALUE SPACES.
013600
013700 01  WS-COLUMN-LINE.
013800     05  FILLER               PIC X(04)   VALUE "ACT".
013900     05  FILLER               PIC X(08)   VALUE "EMP NO".
014000     05  FILLER               PIC X(22)   VALUE "NAME".
014100     05  FILLER               PIC X(09)   VALUE "RESULT".
014200     05  FILLER               PIC X(37)   VALUE "REASON".
014300
014400 01  WS-DETAIL-LINE.
014500     05  WS-DTL-ACTION        PIC X(01).
014600     05  FILLER               PIC X(03)   VALUE SPACES.
014700     05  WS-DTL-NUMBER        PIC X(06).
014800     05  FILLER               PIC X(02)   VALUE SPACES.
014900     05  WS-DTL-NAME          PIC X(20).
015000     05  FILLER               PIC X(02)   VALUE SPACES.
015100     05  WS-DTL-RESULT        PIC X(08).
015200     05  FILLER               PIC X(01)   VALUE SPACE.
015300     05  WS-DTL-REASON        PIC X(30).
015400     05  FILLER               PIC X(07)   VALUE SPACES.
015500
015600 01  WS-COUNT-LINE.
015700     05  WS-CNT-LABEL         PIC X(30).
015800     05  WS-CNT-VALUE         PIC ZZZZZZ9.
015900     05  FILLER               PIC X(43)   VALUE SPACES.
016000
016100     COPY AUDWS.
016200
016300 PROCEDURE DIVISION.
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE
016600         THRU 1000-INITIALIZE-EXIT.
016700     PERFORM 2000-APPLY-ONE-CHANGE
016800         THRU 2000-APPLY-ONE-CHANGE-EXIT
016900         UNTIL END-OF-FEED.
017000     PERFORM 8000-PRINT-TOTALS
017100         THRU 8000-PRINT-TOTALS-EXIT.
017200     PERFORM 9000-FINALIZE
017300         THRU 9000-FINALIZE-EXIT.
017400     STOP RUN.
017500
017575*--------------------------------------------------------------*
017650*    1000-INITIALIZE  -  START-OF-RUN AUDIT RECORD, THEN OPEN
017725*                        THE FILES.  THE MASTER IS OPENED I-O AND
017800*                        CREATED ON STATUS "35" THE SAME WAY
017875*                        EMPMAINT DOES.  NO FOLLOW-UP OR GOAL
017950*                        FILE YET SIMPLY MEANS NOTHING CAN BLOCK
018025*                        A DEACTIVATION, BUT ONE THAT EXISTS AND
018100*                        WILL NOT OPEN - OR AN ERROR FILE THAT
018175*                        WILL NOT OPEN - STOPS THE RUN BEFORE
018250*                        ANYTHING IS APPLIED.
018325*--------------------------------------------------------------*
018400 1000-INITIALIZE.
018500     MOVE "EmpFeed"       TO WS-AUD-PROGRAM.
018600     MOVE "S"             TO WS-AUD-RECORD-TYPE.
018700     PERFORM 7600-WRITE-AUDIT-RECORD
018800         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
018900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019000     OPEN INPUT CHANGE-FILE.
019100     IF WS-CHG-FILE-STATUS NOT = "00"
019200         DISPLAY "ERROR OPENING CHANGE FEED, STATUS "
019300             WS-CHG-FILE-STATUS
019400         MOVE "Y" TO WS-EOF-SWITCH
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF.
019668     OPEN I-O    EMPLOYEE-FILE.
019736     IF WS-EMP-STATUS = "35"
019804         OPEN OUTPUT EMPLOYEE-FILE
019872         CLOSE EMPLOYEE-FILE
019940         OPEN I-O EMPLOYEE-FILE
020008     END-IF.
020076     IF WS-EMP-STATUS NOT = "00"
020144         DISPLAY "ERROR OPENING EMPLOYEE MASTER, STATUS "
020212             WS-EMP-STATUS
020280         CLOSE CHANGE-FILE
020348         MOVE "Y" TO WS-EOF-SWITCH
020416         GO TO 1000-INITIALIZE-EXIT
020484     END-IF.
020552     OPEN INPUT GOAL-FILE.
020620     EVALUATE WS-GOAL-STATUS
020688         WHEN "00"
020756             MOVE "Y" TO WS-GOAL-OPEN-SW
020824         WHEN "35"
020892             CONTINUE
020960         WHEN OTHER
021028             DISPLAY "ERROR OPENING GOAL FILE, STATUS "
021096                 WS-GOAL-STATUS
021164             CLOSE CHANGE-FILE
021232             CLOSE EMPLOYEE-FILE
021300             MOVE "Y" TO WS-EOF-SWITCH
021368             GO TO 1000-INITIALIZE-EXIT
021436     END-EVALUATE.
021504     OPEN OUTPUT ERROR-FILE.
021572     IF WS-ERR-FILE-STATUS NOT = "00"
021640         DISPLAY "ERROR OPENING CHANGE ERROR FILE, STATUS "
021708             WS-ERR-FILE-STATUS
021776         CLOSE CHANGE-FILE
021844         CLOSE EMPLOYEE-FILE
021912         IF WS-GOAL-FILE-OPEN
021980             CLOSE GOAL-FILE
022048         END-IF
022116         MOVE "Y" TO WS-EOF-SWITCH
022184         GO TO 1000-INITIALIZE-EXIT
022252     END-IF.
022320     MOVE "Y" TO WS-FILES-OPEN-SW.
022400     OPEN OUTPUT CHANGE-REPORT.
022500     IF WS-RPT-FILE-STATUS NOT = "00"
022600         DISPLAY "ERROR OPENING CHANGE REPORT, STATUS "
022700             WS-RPT-FILE-STATUS
022800     END-IF.
022900     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
023000     WRITE CHANGE-REPORT-LINE FROM WS-HEADING-LINE.
023100     WRITE CHANGE-REPORT-LINE FROM WS-COLUMN-LINE.
023200 1000-INITIALIZE-EXIT.
023300     EXIT.
023400
023500*--------------------------------------------------------------*
023600*    2000-APPLY-ONE-CHANGE  -  ONE FEED TRANSACTION PER PASS.
023700*                              THE ACTION PARAGRAPH LEAVES A
023800*                              REASON CODE BEHIND WHEN IT REFUSES
023900*                              THE TRANSACTION; NOTHING IS WRITTEN
024000*                              TO THE MASTER IN THAT CASE.
024100*--------------------------------------------------------------*
024200 2000-APPLY-ONE-CHANGE.
024300     READ CHANGE-FILE
024400         AT END
024500             MOVE "Y" TO WS-EOF-SWITCH
024600             GO TO 2000-APPLY-ONE-CHANGE-EXIT
024700     END-READ.
024800     ADD 1 TO WS-READ-COUNT.
024900     MOVE SPACES TO WS-REASON-CODE.
025000     MOVE SPACES TO WS-REASON-TEXT.
025100     IF CHG-EMP-NUMBER NOT NUMERIC
025200         OR CHG-EMP-NUMBER-N = ZERO
025300         MOVE "BN" TO WS-REASON-CODE
025400         MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-REASON-TEXT
025500         PERFORM 2900-REJECT-CHANGE
025600             THRU 2900-REJECT-CHANGE-EXIT
025700         GO TO 2000-APPLY-ONE-CHANGE-EXIT
025800     END-IF.
025900     EVALUATE TRUE
026000         WHEN CHG-ACTION-ADD
026100             PERFORM 3000-APPLY-ADD
026200                 THRU 3000-APPLY-ADD-EXIT
026300         WHEN CHG-ACTION-CHANGE
026400             PERFORM 4000-APPLY-CHANGE
026500                 THRU 4000-APPLY-CHANGE-EXIT
026600         WHEN CHG-ACTION-DEACT
026700             PERFORM 5000-APPLY-DEACTIVATE
026800                 THRU 5000-APPLY-DEACTIVATE-EXIT
026900         WHEN CHG-ACTION-REACT
027000             PERFORM 6000-APPLY-REACTIVATE
027100                 THRU 6000-APPLY-REACTIVATE-EXIT
027200         WHEN OTHER
027300             MOVE "BA" TO WS-REASON-CODE
027400             MOVE "ACTION NOT A, C, D OR R" TO WS-REASON-TEXT
027500     END-EVALUATE.
027600     IF WS-REASON-CODE = SPACES
027700         PERFORM 2800-REPORT-APPLIED
027800             THRU 2800-REPORT-APPLIED-EXIT
027900     ELSE
028000         PERFORM 2900-REJECT-CHANGE
028100             THRU 2900-REJECT-CHANGE-EXIT
028200     END-IF.
028300 2000-APPLY-ONE-CHANGE-EXIT.
028400     EXIT.
028500
028600*--------------------------------------------------------------*
028700*    2800-REPORT-APPLIED  -  DETAIL LINE FOR AN APPLIED CHANGE,
028800*                            SHOWING THE MASTER AS IT NOW STANDS
028900*--------------------------------------------------------------*
029000 2800-REPORT-APPLIED.
029100     MOVE CHG-ACTION-CODE TO WS-DTL-ACTION.
029200     MOVE CHG-EMP-NUMBER  TO WS-DTL-NUMBER.
029300     MOVE EMP-NAME        TO WS-DTL-NAME.
029400     MOVE "APPLIED "      TO WS-DTL-RESULT.
029500     MOVE SPACES          TO WS-DTL-REASON.
029600     WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE.
029700 2800-REPORT-APPLIED-EXIT.
029800     EXIT.
029900
030000*--------------------------------------------------------------*
030100*    2900-REJECT-CHANGE  -  THE TRANSACTION GOES TO THE ERROR
030200*                           FILE UNCHANGED WITH ITS REASON CODE
030300*                           AND IS LISTED ON THE REPORT
030400*--------------------------------------------------------------*
030500 2900-REJECT-CHANGE.
030600     ADD 1 TO WS-REJECT-COUNT.
030700     MOVE EMP-CHANGE-RECORD TO ECE-CHANGE-IMAGE.
030800     MOVE WS-REASON-CODE    TO ECE-REASON-CODE.
030900     MOVE WS-TODAY-DATE     TO ECE-RUN-DATE.
031000     WRITE EMP-CHANGE-ERROR-RECORD.
031100     MOVE CHG-ACTION-CODE TO WS-DTL-ACTION.
031200     MOVE CHG-EMP-NUMBER  TO WS-DTL-NUMBER.
031300     MOVE CHG-NAME        TO WS-DTL-NAME.
031400     MOVE "REJECTED"      TO WS-DTL-RESULT.
031500     MOVE WS-REASON-TEXT  TO WS-DTL-REASON.
031600     WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE.
031700 2900-REJECT-CHANGE-EXIT.
031800     EXIT.
031900
032000*--------------------------------------------------------------*
032100*    3000-APPLY-ADD  -  NEW MASTER RECORD, STATUS ACTIVE.  EVERY
032200*                       FIELD IS REQUIRED, AS ON THE CONSOLE ADD.
032300*                       A NUMBER ALREADY ON FILE IS A CONFLICT,
032400*                       NOT AN IMPLIED CHANGE.
032500*--------------------------------------------------------------*
032600 3000-APPLY-ADD.
032700     IF CHG-NAME = SPACES
032800         MOVE "IV" TO WS-REASON-CODE
032900         MOVE "NAME MAY NOT BE BLANK" TO WS-REASON-TEXT
033000         GO TO 3000-APPLY-ADD-EXIT
033100     END-IF.
033200     IF CHG-BIRTH-DATE NOT NUMERIC
033300         MOVE "IV" TO WS-REASON-CODE
033400         MOVE "BIRTH DATE NOT YYYYMMDD" TO WS-REASON-TEXT
033500         GO TO 3000-APPLY-ADD-EXIT
033600     END-IF.
033700     IF CHG-SEX NOT = "M" AND CHG-SEX NOT = "F"
033800         MOVE "IV" TO WS-REASON-CODE
033900         MOVE "SEX NOT M OR F" TO WS-REASON-TEXT
034000         GO TO 3000-APPLY-ADD-EXIT
034100     END-IF.
034200     IF CHG-DEPT-CODE = SPACES
034300         MOVE "IV" TO WS-REASON-CODE
034400         MOVE "DEPARTMENT MAY NOT BE BLANK" TO WS-REASON-TEXT
034500         GO TO 3000-APPLY-ADD-EXIT
034600     END-IF.
034700     MOVE CHG-EMP-NUMBER-N TO EMP-NUMBER.
034800     READ EMPLOYEE-FILE
034900         INVALID KEY
035000             CONTINUE
035100         NOT INVALID KEY
035200             MOVE "DK" TO WS-REASON-CODE
035300             MOVE "EMPLOYEE NUMBER ALREADY ON FILE"
035400                 TO WS-REASON-TEXT
035500             GO TO 3000-APPLY-ADD-EXIT
035600     END-READ.
035700     MOVE CHG-EMP-NUMBER-N TO EMP-NUMBER.
035800     MOVE CHG-NAME         TO EMP-NAME.
035900     MOVE "A"              TO EMP-STATUS.
036000     MOVE CHG-BIRTH-DATE   TO EMP-BIRTH-DATE.
036100     MOVE CHG-SEX          TO EMP-SEX.
036200     MOVE CHG-DEPT-CODE    TO EMP-DEPT-CODE.
036233     MOVE WS-TODAY-DATE    TO EMP-STATUS-DATE.
036266     MOVE ZERO             TO EMP-ANON-DATE.
036300     WRITE EMPLOYEE-RECORD
036400         INVALID KEY
036500             MOVE "DN" TO WS-REASON-CODE
036600             MOVE "NAME ALREADY ON FILE" TO WS-REASON-TEXT
036700             GO TO 3000-APPLY-ADD-EXIT
036800     END-WRITE.
036900     ADD 1 TO WS-ADD-COUNT.
037000 3000-APPLY-ADD-EXIT.
037100     EXIT.
037200
037281*--------------------------------------------------------------*
037362*    4000-APPLY-CHANGE  -  CORRECT THE NAME OR DEMOGRAPHICS ON
037443*                          AN EXISTING MASTER RECORD; A BLANK
037524*                          FIELD KEEPS THE OLD VALUE.  EVERY
037605*                          NON-BLANK FIELD IS EDITED BEFORE ANY
037686*                          IS MOVED, SO A BAD TRANSACTION CHANGES
037767*                          NOTHING.  A MASTER THE PRIVACY RUN HAS
037848*                          ANONYMISED TAKES A DEPARTMENT ONLY; ITS
037929*                          IDENTITY COMES BACK ON REACTIVATION.
038010*--------------------------------------------------------------*
038100 4000-APPLY-CHANGE.
038200     IF CHG-BIRTH-DATE NOT = SPACES
038300         AND CHG-BIRTH-DATE NOT NUMERIC
038400         MOVE "IV" TO WS-REASON-CODE
038500         MOVE "BIRTH DATE NOT YYYYMMDD" TO WS-REASON-TEXT
038600         GO TO 4000-APPLY-CHANGE-EXIT
038700     END-IF.
038800     IF CHG-SEX NOT = SPACE
038900         AND CHG-SEX NOT = "M" AND CHG-SEX NOT = "F"
039000         MOVE "IV" TO WS-REASON-CODE
039100         MOVE "SEX NOT M OR F" TO WS-REASON-TEXT
039200         GO TO 4000-APPLY-CHANGE-EXIT
039300     END-IF.
039400     IF CHG-NAME = SPACES AND CHG-BIRTH-DATE = SPACES
039500         AND CHG-SEX = SPACE AND CHG-DEPT-CODE = SPACES
039600         MOVE "IV" TO WS-REASON-CODE
039700         MOVE "CHANGE CARRIES NO NEW VALUES" TO WS-REASON-TEXT
039800         GO TO 4000-APPLY-CHANGE-EXIT
039900     END-IF.
040000     MOVE CHG-EMP-NUMBER-N TO EMP-NUMBER.
040100     READ EMPLOYEE-FILE
040200         INVALID KEY
040300             MOVE "NF" TO WS-REASON-CODE
040400             MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON-TEXT
040500             GO TO 4000-APPLY-CHANGE-EXIT
040600     END-READ.
040612     IF EMP-ANON-DATE NOT = ZERO
040624         AND (CHG-NAME NOT = SPACES OR CHG-BIRTH-DATE NOT = SPACES
040636             OR CHG-SEX NOT = SPACE)
040648         MOVE "AC" TO WS-REASON-CODE
040660         MOVE "ANONYMISED - USE REACTIVATION" TO WS-REASON-TEXT
040672         GO TO 4000-APPLY-CHANGE-EXIT
040684     END-IF.
040700     IF CHG-NAME NOT = SPACES
040800         MOVE CHG-NAME TO EMP-NAME
040900     END-IF.
041000     IF CHG-BIRTH-DATE NOT = SPACES
041100         MOVE CHG-BIRTH-DATE TO EMP-BIRTH-DATE
041200     END-IF.
041300     IF CHG-SEX NOT = SPACE
041400         MOVE CHG-SEX TO EMP-SEX
041500     END-IF.
041600     IF CHG-DEPT-CODE NOT = SPACES
041700         MOVE CHG-DEPT-CODE TO EMP-DEPT-CODE
041800     END-IF.
041900     REWRITE EMPLOYEE-RECORD
042000         INVALID KEY
042100             MOVE "DN" TO WS-REASON-CODE
042200             MOVE "NAME ALREADY ON FILE" TO WS-REASON-TEXT
042300             GO TO 4000-APPLY-CHANGE-EXIT
042400     END-REWRITE.
042500     ADD 1 TO WS-CHANGE-COUNT.
042600 4000-APPLY-CHANGE-EXIT.
042700     EXIT.
042800
042900*--------------------------------------------------------------*
043000*    5000-APPLY-DEACTIVATE  -  MARK A LEAVER INACTIVE.  REFUSED
043100*                              WHILE THE EMPLOYEE STILL HAS AN
043200*                              OPEN FOLLOW-UP ROW OR AN ACTIVE
043300*                              GOAL - THE NURSE CLOSES THOSE OFF
043400*                              FIRST AND HR RESENDS.
043500*--------------------------------------------------------------*
043600 5000-APPLY-DEACTIVATE.
043700     MOVE CHG-EMP-NUMBER-N TO EMP-NUMBER.
043800     READ EMPLOYEE-FILE
043900         INVALID KEY
044000             MOVE "NF" TO WS-REASON-CODE
044100             MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON-TEXT
044200             GO TO 5000-APPLY-DEACTIVATE-EXIT
044300     END-READ.
044400     IF EMP-INACTIVE
044500         MOVE "AI" TO WS-REASON-CODE
044600         MOVE "EMPLOYEE ALREADY INACTIVE" TO WS-REASON-TEXT
044700         GO TO 5000-APPLY-DEACTIVATE-EXIT
044800     END-IF.
044900     PERFORM 5100-CHECK-OPEN-FOLLOWUP
045000         THRU 5100-CHECK-OPEN-FOLLOWUP-EXIT.
045100     IF WS-REASON-CODE NOT = SPACES
045200         GO TO 5000-APPLY-DEACTIVATE-EXIT
045300     END-IF.
045400     PERFORM 5200-CHECK-ACTIVE-GOAL
045500         THRU 5200-CHECK-ACTIVE-GOAL-EXIT.
045600     IF WS-REASON-CODE NOT = SPACES
045700         GO TO 5000-APPLY-DEACTIVATE-EXIT
045800     END-IF.
045900     MOVE "I" TO EMP-STATUS.
045950     MOVE WS-TODAY-DATE TO EMP-STATUS-DATE.
046000     REWRITE EMPLOYEE-RECORD
046100         INVALID KEY
046200             MOVE "NF" TO WS-REASON-CODE
046300             MOVE "REWRITE FAILED" TO WS-REASON-TEXT
046400             GO TO 5000-APPLY-DEACTIVATE-EXIT
046500     END-REWRITE.
046600     ADD 1 TO WS-DEACT-COUNT.
046700 5000-APPLY-DEACTIVATE-EXIT.
046800     EXIT.
046900
046959*--------------------------------------------------------------*
047018*    5100-CHECK-OPEN-FOLLOWUP  -  ONE PASS OF THE FOLLOW-UP
047077*                                 SCHEDULE LOOKING FOR A ROW FOR
047136*                                 THIS EMPLOYEE NOT YET MARKED
047195*                                 COMPLETED.  LEAVERS ARE FEW A
047254*                                 NIGHT, SO A PASS EACH IS CHEAP.
047313*                                 A SCHEDULE THAT EXISTS BUT WILL
047372*                                 NOT OPEN REJECTS THE LEAVER.
047431*--------------------------------------------------------------*
047490 5100-CHECK-OPEN-FOLLOWUP.
047549     OPEN INPUT FOLLOWUP-FILE.
047608     IF WS-FUP-FILE-STATUS = "35"
047667         GO TO 5100-CHECK-OPEN-FOLLOWUP-EXIT
047726     END-IF.
047785     IF WS-FUP-FILE-STATUS NOT = "00"
047844         DISPLAY "ERROR OPENING FOLLOW-UP FILE, STATUS "
047903             WS-FUP-FILE-STATUS
047962         MOVE "FU" TO WS-REASON-CODE
048021         MOVE "FUPSCHED UNREADABLE - RESEND" TO WS-REASON-TEXT
048080         GO TO 5100-CHECK-OPEN-FOLLOWUP-EXIT
048139     END-IF.
048200     MOVE "N" TO WS-FUP-EOF-SW.
048300     PERFORM 5110-SCAN-FOLLOWUP
048400         THRU 5110-SCAN-FOLLOWUP-EXIT
048500         UNTIL WS-FUP-SCAN-DONE.
048600     CLOSE FOLLOWUP-FILE.
048700 5100-CHECK-OPEN-FOLLOWUP-EXIT.
048800     EXIT.
048900
049000 5110-SCAN-FOLLOWUP.
049100     READ FOLLOWUP-FILE
049200         AT END
049300             MOVE "Y" TO WS-FUP-EOF-SW
049400             GO TO 5110-SCAN-FOLLOWUP-EXIT
049500     END-READ.
049600     IF FUP-EMP-NUMBER = EMP-NUMBER
049700         AND NOT FUP-COMPLETED
049750         AND NOT FUP-CANCELLED
049800         MOVE "OF" TO WS-REASON-CODE
049900         MOVE "OPEN FOLLOW-UP ON FUPSCHED" TO WS-REASON-TEXT
050000         MOVE "Y" TO WS-FUP-EOF-SW
050100     END-IF.
050200 5110-SCAN-FOLLOWUP-EXIT.
050300     EXIT.
050400
050500*--------------------------------------------------------------*
050600*    5200-CHECK-ACTIVE-GOAL  -  THE GOAL FILE IS KEYED BY THE
050700*                               EMPLOYEE NUMBER; ONE READ ANSWERS
050800*--------------------------------------------------------------*
050900 5200-CHECK-ACTIVE-GOAL.
051000     IF NOT WS-GOAL-FILE-OPEN
051100         GO TO 5200-CHECK-ACTIVE-GOAL-EXIT
051200     END-IF.
051300     MOVE EMP-NUMBER TO GOAL-EMP-NUMBER.
051400     READ GOAL-FILE
051500         INVALID KEY
051600             GO TO 5200-CHECK-ACTIVE-GOAL-EXIT
051700     END-READ.
051800     IF GOAL-ACTIVE
051900         MOVE "AG" TO WS-REASON-CODE
052000         MOVE "ACTIVE GOAL ON GOALFILE" TO WS-REASON-TEXT
052100     END-IF.
052200 5200-CHECK-ACTIVE-GOAL-EXIT.
052300     EXIT.
052400
052437*--------------------------------------------------------------*
052474*    6000-APPLY-REACTIVATE  -  A RETURNER GOES BACK TO ACTIVE SO
052511*                              THE BATCH ACCEPTS THEIR ROSTER
052548*                              ROWS.  A MASTER THE PRIVACY RUN HAS
052585*                              ANONYMISED FIRST GETS ITS NAME,
052622*                              BIRTH DATE AND SEX BACK FROM THE
052659*                              FEED RECORD; WITHOUT THEM IT STAYS
052696*                              INACTIVE.
052733*--------------------------------------------------------------*
052770 6000-APPLY-REACTIVATE.
052807     MOVE "N" TO WS-RESTORE-SW.
052844     MOVE CHG-EMP-NUMBER-N TO EMP-NUMBER.
052881     READ EMPLOYEE-FILE
052918         INVALID KEY
052955             MOVE "NF" TO WS-REASON-CODE
052992             MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON-TEXT
053029             GO TO 6000-APPLY-REACTIVATE-EXIT
053066     END-READ.
053103     IF EMP-ACTIVE
053140         MOVE "AA" TO WS-REASON-CODE
053177         MOVE "EMPLOYEE ALREADY ACTIVE" TO WS-REASON-TEXT
053214         GO TO 6000-APPLY-REACTIVATE-EXIT
053251     END-IF.
053288     IF EMP-ANON-DATE NOT = ZERO
053325         PERFORM 6100-RESTORE-IDENTITY
053362             THRU 6100-RESTORE-IDENTITY-EXIT
053399         IF WS-REASON-CODE NOT = SPACES
053436             GO TO 6000-APPLY-REACTIVATE-EXIT
053473         END-IF
053510     END-IF.
053547     MOVE "A" TO EMP-STATUS.
053584     MOVE WS-TODAY-DATE TO EMP-STATUS-DATE.
053621     REWRITE EMPLOYEE-RECORD
053658         INVALID KEY
053695             IF WS-IDENTITY-RESTORED
053732                 MOVE "DN" TO WS-REASON-CODE
053769                 MOVE "NAME ALREADY ON FILE" TO WS-REASON-TEXT
053806             ELSE
053843                 MOVE "NF" TO WS-REASON-CODE
053880                 MOVE "REWRITE FAILED" TO WS-REASON-TEXT
053917             END-IF
053954             GO TO 6000-APPLY-REACTIVATE-EXIT
053991     END-REWRITE.
054028     ADD 1 TO WS-REACT-COUNT.
054065 6000-APPLY-REACTIVATE-EXIT.
054102     EXIT.
054139
054176*--------------------------------------------------------------*
054213*    6100-RESTORE-IDENTITY  -  NAME, BIRTH DATE AND SEX ARE ALL
054250*                              REQUIRED, EDITED AS ON AN ADD; A
054287*                              NON-BLANK DEPARTMENT IS TAKEN TOO.
054324*                              THE ANONYMISED DATE IS CLEARED SO
054361*                              THE PRIVACY RUN STARTS AFRESH FROM
054398*                              THE NEXT DEACTIVATION.
054435*--------------------------------------------------------------*
054472 6100-RESTORE-IDENTITY.
054509     IF CHG-NAME = SPACES
054546         OR CHG-BIRTH-DATE NOT NUMERIC
054583         OR (CHG-SEX NOT = "M" AND CHG-SEX NOT = "F")
054620         MOVE "AN" TO WS-REASON-CODE
054657         MOVE "ANONYMISED - NAME/DOB/SEX REQD" TO WS-REASON-TEXT
054694         GO TO 6100-RESTORE-IDENTITY-EXIT
054731     END-IF.
054768     MOVE CHG-NAME         TO EMP-NAME.
054805     MOVE CHG-BIRTH-DATE   TO EMP-BIRTH-DATE.
054842     MOVE CHG-SEX          TO EMP-SEX.
054879     IF CHG-DEPT-CODE NOT = SPACES
054916         MOVE CHG-DEPT-CODE TO EMP-DEPT-CODE
054953     END-IF.
054990     MOVE ZERO             TO EMP-ANON-DATE.
055027     MOVE "Y"              TO WS-RESTORE-SW.
055064 6100-RESTORE-IDENTITY-EXIT.
055101     EXIT.
055200
055300*--------------------------------------------------------------*
055400*    8000-PRINT-TOTALS  -  RUN TOTALS AFTER THE DETAIL
055500*--------------------------------------------------------------*
055540 8000-PRINT-TOTALS.
055580     IF NOT WS-FILES-OPEN
055620         GO TO 8000-PRINT-TOTALS-EXIT
055660     END-IF.
055700     MOVE SPACES TO CHANGE-REPORT-LINE.
055800     WRITE CHANGE-REPORT-LINE.
055900     MOVE "CHANGE RECORDS READ" TO WS-CNT-LABEL.
056000     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
056100     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE.
056200     MOVE "EMPLOYEES ADDED" TO WS-CNT-LABEL.
056300     MOVE WS-ADD-COUNT TO WS-CNT-VALUE.
056400     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE.
056500     MOVE "EMPLOYEES CHANGED" TO WS-CNT-LABEL.
056600     MOVE WS-CHANGE-COUNT TO WS-CNT-VALUE.
056700     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE.
056800     MOVE "EMPLOYEES DEACTIVATED" TO WS-CNT-LABEL.
056900     MOVE WS-DEACT-COUNT TO WS-CNT-VALUE.
057000     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE.
057100     MOVE "EMPLOYEES REACTIVATED" TO WS-CNT-LABEL.
057200     MOVE WS-REACT-COUNT TO WS-CNT-VALUE.
057300     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE.
057400     MOVE "CHANGES REJECTED TO EMPCHGER" TO WS-CNT-LABEL.
057500     MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
057600     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE.
057700 8000-PRINT-TOTALS-EXIT.
057800     EXIT.
057900
057970 9000-FINALIZE.
058040     IF WS-FILES-OPEN
058110         CLOSE CHANGE-FILE
058180         CLOSE EMPLOYEE-FILE
058250         IF WS-GOAL-FILE-OPEN
058320             CLOSE GOAL-FILE
058390         END-IF
058460         CLOSE ERROR-FILE
058530         CLOSE CHANGE-REPORT
058600     END-IF.
058670     MOVE WS-READ-COUNT   TO WS-AUD-PROCESSED-CNT.
058740     MOVE WS-REJECT-COUNT TO WS-AUD-REJECTED-CNT.
058810     MOVE "E"             TO WS-AUD-RECORD-TYPE.
058880     PERFORM 7600-WRITE-AUDIT-RECORD
058950         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
059020     IF NOT WS-FILES-OPEN
059090         DISPLAY "EMPLOYEE FEED NOT RUN - NOTHING APPLIED."
059160         GO TO 9000-FINALIZE-EXIT
059230     END-IF.
059300     DISPLAY "EMPLOYEE FEED COMPLETE - READ " WS-READ-COUNT
059400         " REJECTED " WS-REJECT-COUNT.
059500 9000-FINALIZE-EXIT.
059600     EXIT.
059700
059800     COPY AUDPROC.
059900
060000 END PROGRAM "EmpFeed".
