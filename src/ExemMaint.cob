000100******************************************************************
000200*    PROGRAM-ID   EXEMMAINT
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     CONSOLE MAINTENANCE FOR THE SCREENING EXEMPTION
000900*                 FILE (COPYBOOK EXMREC), RUN BY THE NURSE LIKE
001000*                 GOALMAINT.  AN EXEMPTION RECORDS THAT AN ACTIVE
001100*                 EMPLOYEE IS EXCUSED THE ANNUAL SCREENING FOR A
001200*                 MEDICAL REASON OR WHILE ON LEAVE, UNTIL AN
001300*                 EXPIRY DATE; THE COMPLIANCE REPORT DOES NOT
001400*                 CHASE THEM BEFORE THEN.  ADD PROVES THE NUMBER
001500*                 AGAINST THE MASTER; CHANGE SETS A NEW REASON OR
001600*                 EXPIRY; DELETE ENDS THE EXEMPTION AT ONCE; LIST
001700*                 SHOWS EVERY EXEMPTION ON FILE AND FLAGS THE
001800*                 EXPIRED.
001900*
002000*    MOD HISTORY
002100*    2026-10-15 SMS  INITIAL VERSION.
002133*    2026-10-15 SMS  THE EXPIRY DAY IS CHECKED AGAINST THE DAYS IN
002166*                    ITS MONTH (COPYBOOKS DATEWS AND DATEPROC).
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  "ExemMaint".
002500 AUTHOR.      SEBASTIAN.
002600 INSTALLATION. WELLNESS SCREENING.
002700 DATE-WRITTEN. 2026-10-15.
002800 DATE-COMPILED.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT EXEMPT-FILE ASSIGN TO "EXEMPT"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS EXM-EMP-NUMBER
003700         FILE STATUS IS WS-EXM-STATUS.
003800     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS EMP-NUMBER
004200         ALTERNATE RECORD KEY IS EMP-NAME
004300         FILE STATUS IS WS-EMP-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EXEMPT-FILE.
004800     COPY EXMREC.
004900
005000 FD  EMPLOYEE-FILE.
005100     COPY EMPREC.
005200
005300 WORKING-STORAGE SECTION.
005400*--------------------------------------------------------------*
005500*    01  WS-CONTROL-SWITCHES
005600*--------------------------------------------------------------*
005700 01  WS-CONTROL-SWITCHES.
005800     05  WS-DONE-SWITCH       PIC X(01)   VALUE "N".
005900         88  WS-MAINT-DONE                VALUE "Y".
006000     05  WS-SCAN-EOF-SWITCH   PIC X(01)   VALUE "N".
006100         88  WS-SCAN-DONE                 VALUE "Y".
006200     05  WS-ENTRY-SWITCH      PIC X(01)   VALUE "N".
006300         88  WS-ENTRY-VALID               VALUE "Y".
006400
006500*--------------------------------------------------------------*
006600*    01  WS-MAINT-FIELDS  -  CONSOLE ENTRY AND FILE STATUS
006700*--------------------------------------------------------------*
006800 01  WS-MAINT-FIELDS.
006900     05  WS-EXM-STATUS        PIC X(02).
007000     05  WS-EMP-STATUS        PIC X(02).
007100     05  WS-ACTION-CODE       PIC X(01).
007200         88  WS-ACTION-ADD                VALUE "A".
007300         88  WS-ACTION-CHANGE             VALUE "C".
007400         88  WS-ACTION-DELETE             VALUE "D".
007500         88  WS-ACTION-LIST               VALUE "L".
007600         88  WS-ACTION-QUIT               VALUE "Q".
007700     05  WS-EMP-NUMBER-IN     PIC 9(06).
007800     05  WS-REASON-IN         PIC X(01).
007900         88  WS-REASON-VALID              VALUE "M" "L".
008000     05  WS-EXPIRY-TXT        PIC X(08).
008100     05  WS-EXPIRY-DATE       PIC 9(08)   VALUE ZERO.
008200     05  WS-EXPIRY-DATE-R     REDEFINES WS-EXPIRY-DATE.
008300         10  WS-EXP-YEAR      PIC 9(04).
008400         10  WS-EXP-MONTH     PIC 9(02).
008500         10  WS-EXP-DAY       PIC 9(02).
008600     05  WS-CONFIRM           PIC X(01).
008700     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
008800     05  WS-LIST-COUNT        PIC 9(05)   VALUE ZERO.
008900
009000*--------------------------------------------------------------*
009100*    01  WS-LIST-LINE  -  ONE EXEMPTION ON THE L(IST) DISPLAY
009200*--------------------------------------------------------------*
009300 01  WS-LIST-LINE.
009400     05  WS-LST-NUMBER        PIC 9(06).
009500     05  FILLER               PIC X(02)   VALUE SPACES.
009600     05  WS-LST-REASON        PIC X(08).
009700     05  FILLER               PIC X(02)   VALUE SPACES.
009800     05  WS-LST-EXPIRY        PIC 9(08).
009900     05  FILLER               PIC X(02)   VALUE SPACES.
010000     05  WS-LST-ENTERED       PIC 9(08).
010100     05  FILLER               PIC X(02)   VALUE SPACES.
010200     05  WS-LST-FLAG          PIC X(07).
010233
010266     COPY DATEWS.
010300
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE
010700         THRU 1000-INITIALIZE-EXIT.
010800     PERFORM 2000-PROCESS-ACTION
010900         THRU 2000-PROCESS-ACTION-EXIT
011000         UNTIL WS-MAINT-DONE.
011100     PERFORM 9000-FINALIZE
011200         THRU 9000-FINALIZE-EXIT.
011300     STOP RUN.
011400
011500*--------------------------------------------------------------*
011600*    1000-INITIALIZE  -  EXEMPTION FILE I-O, CREATED ON FIRST
011700*                        USE (STATUS "35") THE WAY GOALMAINT
011800*                        CREATES THE GOAL FILE; MASTER INPUT
011900*--------------------------------------------------------------*
012000 1000-INITIALIZE.
012100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
012200     OPEN I-O    EXEMPT-FILE.
012300     IF WS-EXM-STATUS = "35"
012400         OPEN OUTPUT EXEMPT-FILE
012500         CLOSE EXEMPT-FILE
012600         OPEN I-O EXEMPT-FILE
012700     END-IF.
012800     IF WS-EXM-STATUS NOT = "00"
012900         DISPLAY "ERROR OPENING EXEMPTION FILE, STATUS "
013000             WS-EXM-STATUS
013100         MOVE "Y" TO WS-DONE-SWITCH
013200     END-IF.
013300     OPEN INPUT  EMPLOYEE-FILE.
013400     IF WS-EMP-STATUS NOT = "00"
013500         DISPLAY "ERROR OPENING EMPLOYEE MASTER, STATUS "
013600             WS-EMP-STATUS
013700         MOVE "Y" TO WS-DONE-SWITCH
013800     END-IF.
013900 1000-INITIALIZE-EXIT.
014000     EXIT.
014100
014200*--------------------------------------------------------------*
014300*    2000-PROCESS-ACTION  -  ONE ADD/CHANGE/DELETE/LIST/QUIT
014400*                            CHOICE PER PASS
014500*--------------------------------------------------------------*
014600 2000-PROCESS-ACTION.
014700     DISPLAY "ACTION - A=ADD C=CHANGE D=DELETE L=LIST Q=QUIT: ".
014800     ACCEPT WS-ACTION-CODE.
014900     EVALUATE TRUE
015000         WHEN WS-ACTION-ADD
015100             PERFORM 3000-ADD-EXEMPTION
015200                 THRU 3000-ADD-EXEMPTION-EXIT
015300         WHEN WS-ACTION-CHANGE
015400             PERFORM 4000-CHANGE-EXEMPTION
015500                 THRU 4000-CHANGE-EXEMPTION-EXIT
015600         WHEN WS-ACTION-DELETE
015700             PERFORM 5000-DELETE-EXEMPTION
015800                 THRU 5000-DELETE-EXEMPTION-EXIT
015900         WHEN WS-ACTION-LIST
016000             PERFORM 5500-LIST-EXEMPTIONS
016100                 THRU 5500-LIST-EXEMPTIONS-EXIT
016200         WHEN WS-ACTION-QUIT
016300             MOVE "Y" TO WS-DONE-SWITCH
016400         WHEN OTHER
016500             DISPLAY "INVALID ACTION - ENTER A, C, D, L OR Q."
016600     END-EVALUATE.
016700 2000-PROCESS-ACTION-EXIT.
016800     EXIT.
016900
017000*--------------------------------------------------------------*
017100*    3000-ADD-EXEMPTION  -  PROVE THE NUMBER AGAINST THE MASTER
017200*                           (ACTIVE EMPLOYEES ONLY), THEN THE
017300*                           REASON AND EXPIRY.  AN EMPLOYEE
017400*                           ALREADY EXEMPT IS CHANGED, NOT ADDED.
017500*--------------------------------------------------------------*
017600 3000-ADD-EXEMPTION.
017700     PERFORM 6000-GET-EMP-NUMBER
017800         THRU 6000-GET-EMP-NUMBER-EXIT.
017900     MOVE WS-EMP-NUMBER-IN TO EMP-NUMBER.
018000     READ EMPLOYEE-FILE
018100         INVALID KEY
018200             DISPLAY "EMPLOYEE " WS-EMP-NUMBER-IN " NOT ON FILE."
018300             GO TO 3000-ADD-EXEMPTION-EXIT
018400     END-READ.
018500     IF NOT EMP-ACTIVE
018600         DISPLAY "EMPLOYEE IS INACTIVE - ADD ABANDONED."
018700         GO TO 3000-ADD-EXEMPTION-EXIT
018800     END-IF.
018900     DISPLAY "EMPLOYEE " EMP-NUMBER " " EMP-NAME
019000         " DEPT " EMP-DEPT-CODE.
019100     PERFORM 6100-GET-EXEMPTION
019200         THRU 6100-GET-EXEMPTION-EXIT.
019300     IF NOT WS-ENTRY-VALID
019400         GO TO 3000-ADD-EXEMPTION-EXIT
019500     END-IF.
019600     MOVE WS-EMP-NUMBER-IN TO EXM-EMP-NUMBER.
019700     MOVE WS-REASON-IN     TO EXM-REASON-CODE.
019800     MOVE WS-EXPIRY-DATE   TO EXM-EXPIRY-DATE.
019900     MOVE WS-TODAY-DATE    TO EXM-ENTERED-DATE.
020000     WRITE EXEMPTION-RECORD
020100         INVALID KEY
020200             DISPLAY "EMPLOYEE ALREADY EXEMPT - USE C TO CHANGE, "
020300                 "STATUS " WS-EXM-STATUS
020400         NOT INVALID KEY
020500             DISPLAY "EXEMPTED " EXM-EMP-NUMBER " UNTIL "
020600                 EXM-EXPIRY-DATE
020700     END-WRITE.
020800 3000-ADD-EXEMPTION-EXIT.
020900     EXIT.
021000
021100*--------------------------------------------------------------*
021200*    4000-CHANGE-EXEMPTION  -  NEW REASON AND EXPIRY ON AN
021300*                              EXISTING EXEMPTION
021400*--------------------------------------------------------------*
021500 4000-CHANGE-EXEMPTION.
021600     PERFORM 6000-GET-EMP-NUMBER
021700         THRU 6000-GET-EMP-NUMBER-EXIT.
021800     MOVE WS-EMP-NUMBER-IN TO EXM-EMP-NUMBER.
021900     READ EXEMPT-FILE
022000         INVALID KEY
022100             DISPLAY "NO EXEMPTION ON FILE FOR " WS-EMP-NUMBER-IN
022200                 "."
022300             GO TO 4000-CHANGE-EXEMPTION-EXIT
022400     END-READ.
022500     DISPLAY "CURRENT REASON " EXM-REASON-CODE
022600         " EXPIRY " EXM-EXPIRY-DATE
022700         " ENTERED " EXM-ENTERED-DATE.
022800     PERFORM 6100-GET-EXEMPTION
022900         THRU 6100-GET-EXEMPTION-EXIT.
023000     IF NOT WS-ENTRY-VALID
023100         GO TO 4000-CHANGE-EXEMPTION-EXIT
023200     END-IF.
023300     MOVE WS-REASON-IN     TO EXM-REASON-CODE.
023400     MOVE WS-EXPIRY-DATE   TO EXM-EXPIRY-DATE.
023500     MOVE WS-TODAY-DATE    TO EXM-ENTERED-DATE.
023600     REWRITE EXEMPTION-RECORD
023700         INVALID KEY
023800             DISPLAY "ERROR REWRITING EXEMPTION, STATUS "
023900                 WS-EXM-STATUS
024000         NOT INVALID KEY
024100             DISPLAY "CHANGED " EXM-EMP-NUMBER " UNTIL "
024200                 EXM-EXPIRY-DATE
024300     END-REWRITE.
024400 4000-CHANGE-EXEMPTION-EXIT.
024500     EXIT.
024600
024700*--------------------------------------------------------------*
024800*    5000-DELETE-EXEMPTION  -  END THE EXEMPTION NOW, AFTER A
024900*                              Y/N CONFIRMATION
025000*--------------------------------------------------------------*
025100 5000-DELETE-EXEMPTION.
025200     PERFORM 6000-GET-EMP-NUMBER
025300         THRU 6000-GET-EMP-NUMBER-EXIT.
025400     MOVE WS-EMP-NUMBER-IN TO EXM-EMP-NUMBER.
025500     READ EXEMPT-FILE
025600         INVALID KEY
025700             DISPLAY "NO EXEMPTION ON FILE FOR " WS-EMP-NUMBER-IN
025800                 "."
025900             GO TO 5000-DELETE-EXEMPTION-EXIT
026000     END-READ.
026100     DISPLAY "REASON " EXM-REASON-CODE
026200         " EXPIRY " EXM-EXPIRY-DATE
026300         " - DELETE? (Y/N): ".
026400     ACCEPT WS-CONFIRM.
026500     IF WS-CONFIRM NOT = "Y"
026600         DISPLAY "DELETE ABANDONED."
026700         GO TO 5000-DELETE-EXEMPTION-EXIT
026800     END-IF.
026900     DELETE EXEMPT-FILE
027000         INVALID KEY
027100             DISPLAY "ERROR DELETING EXEMPTION, STATUS "
027200                 WS-EXM-STATUS
027300         NOT INVALID KEY
027400             DISPLAY "DELETED " WS-EMP-NUMBER-IN
027500     END-DELETE.
027600 5000-DELETE-EXEMPTION-EXIT.
027700     EXIT.
027800
027900*--------------------------------------------------------------*
028000*    5500-LIST-EXEMPTIONS  -  EVERY EXEMPTION IN NUMBER ORDER
028100*--------------------------------------------------------------*
028200 5500-LIST-EXEMPTIONS.
028300     MOVE ZERO TO WS-LIST-COUNT.
028400     MOVE "N"  TO WS-SCAN-EOF-SWITCH.
028500     MOVE ZERO TO EXM-EMP-NUMBER.
028600     START EXEMPT-FILE KEY IS NOT LESS THAN EXM-EMP-NUMBER
028700         INVALID KEY
028800             MOVE "Y" TO WS-SCAN-EOF-SWITCH
028900     END-START.
029000     DISPLAY "NUMBER  REASON    EXPIRY    ENTERED".
029100     PERFORM 5600-LIST-ONE-EXEMPTION
029200         THRU 5600-LIST-ONE-EXEMPTION-EXIT
029300         UNTIL WS-SCAN-DONE.
029400     DISPLAY WS-LIST-COUNT " EXEMPTION(S) ON FILE.".
029500 5500-LIST-EXEMPTIONS-EXIT.
029600     EXIT.
029700
029800 5600-LIST-ONE-EXEMPTION.
029900     READ EXEMPT-FILE NEXT RECORD
030000         AT END
030100             MOVE "Y" TO WS-SCAN-EOF-SWITCH
030200             GO TO 5600-LIST-ONE-EXEMPTION-EXIT
030300     END-READ.
030400     ADD 1 TO WS-LIST-COUNT.
030500     MOVE EXM-EMP-NUMBER   TO WS-LST-NUMBER.
030600     IF EXM-MEDICAL
030700         MOVE "MEDICAL" TO WS-LST-REASON
030800     ELSE
030900         MOVE "LEAVE"   TO WS-LST-REASON
031000     END-IF.
031100     MOVE EXM-EXPIRY-DATE  TO WS-LST-EXPIRY.
031200     MOVE EXM-ENTERED-DATE TO WS-LST-ENTERED.
031300     IF EXM-EXPIRY-DATE < WS-TODAY-DATE
031400         MOVE "EXPIRED" TO WS-LST-FLAG
031500     ELSE
031600         MOVE SPACES    TO WS-LST-FLAG
031700     END-IF.
031800     DISPLAY WS-LIST-LINE.
031900 5600-LIST-ONE-EXEMPTION-EXIT.
032000     EXIT.
032100
032200*--------------------------------------------------------------*
032300*    6000-GET-EMP-NUMBER  -  SHARED NUMBER PROMPT
032400*--------------------------------------------------------------*
032500 6000-GET-EMP-NUMBER.
032600     DISPLAY "EMPLOYEE NUMBER (6 DIGITS): ".
032700     ACCEPT WS-EMP-NUMBER-IN.
032800 6000-GET-EMP-NUMBER-EXIT.
032900     EXIT.
033000
033100*--------------------------------------------------------------*
033200*    6100-GET-EXEMPTION  -  REASON (M OR L) AND EXPIRY DATE,
033300*                           WHICH MUST BE A REAL DATE AFTER
033400*                           TODAY.  SETS WS-ENTRY-SWITCH.
033500*--------------------------------------------------------------*
033600 6100-GET-EXEMPTION.
033700     MOVE "N" TO WS-ENTRY-SWITCH.
033800     DISPLAY "REASON - M=MEDICAL L=LEAVE: ".
033900     ACCEPT WS-REASON-IN.
034000     IF NOT WS-REASON-VALID
034100         DISPLAY "REASON MUST BE M OR L - ENTRY ABANDONED."
034200         GO TO 6100-GET-EXEMPTION-EXIT
034300     END-IF.
034400     DISPLAY "EXPIRY DATE (YYYYMMDD): ".
034500     ACCEPT WS-EXPIRY-TXT.
034600     IF WS-EXPIRY-TXT NOT NUMERIC
034700         DISPLAY "EXPIRY DATE MUST BE YYYYMMDD - ENTRY ABANDONED."
034800         GO TO 6100-GET-EXEMPTION-EXIT
034900     END-IF.
035000     MOVE WS-EXPIRY-TXT TO WS-EXPIRY-DATE.
035046     IF WS-EXP-MONTH < 01 OR WS-EXP-MONTH > 12
035092         OR WS-EXP-DAY < 01
035138         DISPLAY "EXPIRY DATE MUST BE YYYYMMDD - ENTRY ABANDONED."
035184         GO TO 6100-GET-EXEMPTION-EXIT
035230     END-IF.
035276     MOVE WS-EXPIRY-DATE TO WS-DATE-WORK-N.
035322     PERFORM 7820-SET-DAYS-IN-MONTH
035368         THRU 7820-SET-DAYS-IN-MONTH-EXIT.
035414     IF WS-EXP-DAY > WS-DAYS-IN-MONTH
035460         DISPLAY "EXPIRY DATE IS NOT A REAL DATE - ENTRY "
035470             "ABANDONED."
035506         GO TO 6100-GET-EXEMPTION-EXIT
035552     END-IF.
035600     IF WS-EXPIRY-DATE NOT > WS-TODAY-DATE
035700         DISPLAY "EXPIRY DATE MUST BE AFTER TODAY - ENTRY "
035800             "ABANDONED."
035900         GO TO 6100-GET-EXEMPTION-EXIT
036000     END-IF.
036100     MOVE "Y" TO WS-ENTRY-SWITCH.
036200 6100-GET-EXEMPTION-EXIT.
036300     EXIT.
036400
036500 9000-FINALIZE.
036600     CLOSE EXEMPT-FILE.
036700     CLOSE EMPLOYEE-FILE.
036800 9000-FINALIZE-EXIT.
036900     EXIT.
036933
036966     COPY DATEPROC.
037000
037100 END PROGRAM "ExemMaint".
