000100******************************************************************
000200*    PROGRAM-ID   POLMAINT
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     CONSOLE MAINTENANCE FOR THE EFFECTIVE-DATED
000900*                 SCREENING POLICY FILE (COPYBOOK POLREC).  EACH
001000*                 ENTRY SETS THE BMI BAND CUT-OFFS, THE OBESE AND
001100*                 OVERWEIGHT FOLLOW-UP INTERVALS AND THE SUSPECT-
001200*                 READING HOLD THRESHOLDS FROM ITS EFFECTIVE DATE
001300*                 UNTIL THE NEXT ENTRY, SO A POLICY CHANGE IS A
001400*                 NEW ENTRY HERE INSTEAD OF A PROGRAM CHANGE.
001500*                 AN ENTRY ALREADY IN FORCE MAY NOT BE CHANGED OR
001600*                 DELETED - EARLIER READINGS MUST KEEP BEING
001700*                 JUDGED THE WAY THEY WERE - SO A CORRECTION IS
001800*                 KEYED AS A NEW ENTRY.
001825*                 THE SCREENING PROGRAMS LOAD AT MOST 20 ENTRIES
001850*                 (COPYBOOK POLWS), SO AN ADD BEYOND THAT IS
001875*                 REFUSED UNTIL A FUTURE ENTRY IS WITHDRAWN.
001900*
002000*    MOD HISTORY
002100*    2026-10-15 SMS  INITIAL VERSION.
002133*    2026-10-15 SMS  ADD REFUSED ONCE POLFILE HOLDS AS MANY
002166*                    ENTRIES AS THE SCREENERS LOAD (POLWS).
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  "PolMaint".
002500 AUTHOR.      SEBASTIAN.
002600 INSTALLATION. WELLNESS SCREENING.
002700 DATE-WRITTEN. 2026-10-15.
002800 DATE-COMPILED.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT POLICY-FILE ASSIGN TO "POLFILE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS POL-EFFECTIVE-DATE
003700         FILE STATUS IS WS-POL-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  POLICY-FILE.
004200     COPY POLREC.
004300
004400 WORKING-STORAGE SECTION.
004500*--------------------------------------------------------------*
004600*    01  WS-CONTROL-SWITCHES
004700*--------------------------------------------------------------*
004800 01  WS-CONTROL-SWITCHES.
004900     05  WS-DONE-SWITCH       PIC X(01)   VALUE "N".
005000         88  WS-MAINT-DONE                VALUE "Y".
005100     05  WS-VALID-SWITCH      PIC X(01)   VALUE "N".
005200         88  WS-VALUES-VALID              VALUE "Y".
005300     05  WS-LIST-EOF-SWITCH   PIC X(01)   VALUE "N".
005400         88  WS-LIST-DONE                 VALUE "Y".
005500
005600*--------------------------------------------------------------*
005700*    01  WS-MAINT-FIELDS  -  CONSOLE ENTRY AND FILE STATUS
005800*--------------------------------------------------------------*
005900 01  WS-MAINT-FIELDS.
006000     05  WS-POL-STATUS        PIC X(02).
006100     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
006200     05  WS-ACTION-CODE       PIC X(01).
006300         88  WS-ACTION-ADD                VALUE "A".
006400         88  WS-ACTION-CHANGE             VALUE "C".
006500         88  WS-ACTION-DELETE             VALUE "D".
006600         88  WS-ACTION-LIST               VALUE "L".
006700         88  WS-ACTION-QUIT               VALUE "Q".
006800     05  WS-EFF-DATE-IN       PIC 9(08).
006900     05  WS-UNDER-IN          PIC 999V99.
007000     05  WS-NORMAL-IN         PIC 999V99.
007100     05  WS-OVER-IN           PIC 999V99.
007200     05  WS-OBESE-DAYS-IN     PIC 9(03).
007300     05  WS-OVER-DAYS-IN      PIC 9(03).
007400     05  WS-SWING-PCT-IN      PIC 9(03).
007500     05  WS-HEIGHT-TOL-IN     PIC 99V9.
007600     05  WS-CONFIRM-IN        PIC X(01).
007700     05  WS-LIST-COUNT        PIC 9(05)   VALUE ZERO.
007750     05  WS-POL-MAX-ENTRIES   PIC 9(05)   VALUE 20.
007800
007900*--------------------------------------------------------------*
008000*    01  WS-LIST-LINE  -  ONE POLICY ENTRY ON THE CONSOLE
008100*--------------------------------------------------------------*
008200 01  WS-LIST-LINE.
008300     05  WS-LST-DATE          PIC 9(08).
008400     05  FILLER               PIC X(02)   VALUE SPACES.
008500     05  WS-LST-UNDER         PIC ZZ9.99.
008600     05  FILLER               PIC X(01)   VALUE SPACES.
008700     05  WS-LST-NORMAL        PIC ZZ9.99.
008800     05  FILLER               PIC X(01)   VALUE SPACES.
008900     05  WS-LST-OVER          PIC ZZ9.99.
009000     05  FILLER               PIC X(02)   VALUE SPACES.
009100     05  WS-LST-OBESE-DAYS    PIC ZZ9.
009200     05  FILLER               PIC X(01)   VALUE SPACES.
009300     05  WS-LST-OVER-DAYS     PIC ZZ9.
009400     05  FILLER               PIC X(02)   VALUE SPACES.
009500     05  WS-LST-SWING-PCT     PIC ZZ9.
009600     05  FILLER               PIC X(01)   VALUE SPACES.
009700     05  WS-LST-HEIGHT-TOL    PIC Z9.9.
009800     05  FILLER               PIC X(02)   VALUE SPACES.
009900     05  WS-LST-ENTERED       PIC 9(08).
010000
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE
010400         THRU 1000-INITIALIZE-EXIT.
010500     PERFORM 2000-PROCESS-ACTION
010600         THRU 2000-PROCESS-ACTION-EXIT
010700         UNTIL WS-MAINT-DONE.
010800     PERFORM 9000-FINALIZE
010900         THRU 9000-FINALIZE-EXIT.
011000     STOP RUN.
011100
011200*--------------------------------------------------------------*
011300*    1000-INITIALIZE  -  OPEN THE POLICY FILE I-O, CREATING IT
011400*                        WITH AN OUTPUT OPEN THE FIRST TIME
011500*                        (STATUS "35") LIKE THE EMPLOYEE MASTER.
011600*                        UNTIL THE FIRST ENTRY IS KEYED THE
011700*                        SCREENERS USE THE STANDING VALUES.
011800*--------------------------------------------------------------*
011900 1000-INITIALIZE.
012000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
012100     OPEN I-O    POLICY-FILE.
012200     IF WS-POL-STATUS = "35"
012300         OPEN OUTPUT POLICY-FILE
012400         CLOSE POLICY-FILE
012500         OPEN I-O POLICY-FILE
012600     END-IF.
012700     IF WS-POL-STATUS NOT = "00"
012800         DISPLAY "ERROR OPENING POLICY FILE, STATUS "
012900             WS-POL-STATUS
013000         MOVE "Y" TO WS-DONE-SWITCH
013100     END-IF.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
013400
013500*--------------------------------------------------------------*
013600*    2000-PROCESS-ACTION  -  ONE ADD/CHANGE/DELETE/LIST/QUIT
013700*                            CHOICE PER PASS
013800*--------------------------------------------------------------*
013900 2000-PROCESS-ACTION.
014000     DISPLAY "ACTION - A=ADD C=CHANGE D=DELETE L=LIST Q=QUIT: ".
014100     ACCEPT WS-ACTION-CODE.
014200     EVALUATE TRUE
014300         WHEN WS-ACTION-ADD
014400             PERFORM 3000-ADD-ENTRY
014500                 THRU 3000-ADD-ENTRY-EXIT
014600         WHEN WS-ACTION-CHANGE
014700             PERFORM 4000-CHANGE-ENTRY
014800                 THRU 4000-CHANGE-ENTRY-EXIT
014900         WHEN WS-ACTION-DELETE
015000             PERFORM 5000-DELETE-ENTRY
015100                 THRU 5000-DELETE-ENTRY-EXIT
015200         WHEN WS-ACTION-LIST
015300             PERFORM 5500-LIST-ENTRIES
015400                 THRU 5500-LIST-ENTRIES-EXIT
015500         WHEN WS-ACTION-QUIT
015600             MOVE "Y" TO WS-DONE-SWITCH
015700         WHEN OTHER
015800             DISPLAY "INVALID ACTION - ENTER A, C, D, L OR Q."
015900     END-EVALUATE.
016000 2000-PROCESS-ACTION-EXIT.
016100     EXIT.
016200
016300*--------------------------------------------------------------*
016400*    3000-ADD-ENTRY  -  NEW POLICY ENTRY FROM ITS EFFECTIVE
016500*                       DATE.  A PAST DATE IS ALLOWED (A
016600*                       RULING BACK-DATED BY THE HEALTH BOARD)
016700*                       BUT THE OPERATOR MUST CONFIRM IT, SINCE
016800*                       IT RE-BANDS READINGS ALREADY REPORTED.
016900*--------------------------------------------------------------*
017000 3000-ADD-ENTRY.
017100     PERFORM 6000-GET-EFF-DATE
017200         THRU 6000-GET-EFF-DATE-EXIT.
017300     IF WS-EFF-DATE-IN = ZERO
017400         GO TO 3000-ADD-ENTRY-EXIT
017500     END-IF.
017600     MOVE WS-EFF-DATE-IN TO POL-EFFECTIVE-DATE.
017700     READ POLICY-FILE
017800         INVALID KEY
017900             CONTINUE
018000         NOT INVALID KEY
018100             DISPLAY "ENTRY FOR " WS-EFF-DATE-IN
018200                 " ALREADY ON FILE - ADD ABANDONED."
018300             GO TO 3000-ADD-ENTRY-EXIT
018400     END-READ.
018411     PERFORM 3100-COUNT-ENTRIES
018422         THRU 3100-COUNT-ENTRIES-EXIT.
018433     IF WS-LIST-COUNT NOT < WS-POL-MAX-ENTRIES
018444         DISPLAY "POLICY FILE ALREADY HOLDS " WS-LIST-COUNT
018455             " ENTRIES, THE MOST THE SCREENERS LOAD."
018466         DISPLAY "ADD ABANDONED."
018477         GO TO 3000-ADD-ENTRY-EXIT
018488     END-IF.
018500     IF WS-EFF-DATE-IN NOT > WS-TODAY-DATE
018600         DISPLAY "DATE IS NOT IN THE FUTURE - READINGS ALREADY "
018700             "TAKEN WILL BE RE-BANDED.  CONFIRM (Y/N): "
018800         ACCEPT WS-CONFIRM-IN
018900         IF WS-CONFIRM-IN NOT = "Y"
019000             DISPLAY "ADD ABANDONED."
019100             GO TO 3000-ADD-ENTRY-EXIT
019200         END-IF
019300     END-IF.
019400     PERFORM 6100-GET-VALUES
019500         THRU 6100-GET-VALUES-EXIT.
019600     IF NOT WS-VALUES-VALID
019700         DISPLAY "ADD ABANDONED."
019800         GO TO 3000-ADD-ENTRY-EXIT
019900     END-IF.
020000     MOVE WS-EFF-DATE-IN TO POL-EFFECTIVE-DATE.
020100     PERFORM 6300-MOVE-VALUES
020200         THRU 6300-MOVE-VALUES-EXIT.
020300     WRITE POLICY-RECORD
020400         INVALID KEY
020500             DISPLAY "ERROR WRITING POLICY ENTRY, STATUS "
020600                 WS-POL-STATUS
020700         NOT INVALID KEY
020800             DISPLAY "ADDED POLICY ENTRY " POL-EFFECTIVE-DATE
020900     END-WRITE.
021000 3000-ADD-ENTRY-EXIT.
021100     EXIT.
021103
021106*--------------------------------------------------------------*
021109*    3100-COUNT-ENTRIES  -  HOW MANY ENTRIES POLFILE HOLDS, IN
021112*                           WS-LIST-COUNT.  WS-POL-MAX-ENTRIES
021115*                           MATCHES THE WS-POL-ENTRY TABLE IN
021118*                           COPYBOOK POLWS.
021121*--------------------------------------------------------------*
021124 3100-COUNT-ENTRIES.
021127     MOVE "N"  TO WS-LIST-EOF-SWITCH.
021130     MOVE ZERO TO WS-LIST-COUNT.
021133     MOVE ZERO TO POL-EFFECTIVE-DATE.
021136     START POLICY-FILE KEY IS NOT LESS THAN POL-EFFECTIVE-DATE
021139         INVALID KEY
021142             MOVE "Y" TO WS-LIST-EOF-SWITCH
021145     END-START.
021148     PERFORM 3110-COUNT-ONE-ENTRY
021151         THRU 3110-COUNT-ONE-ENTRY-EXIT
021154         UNTIL WS-LIST-DONE.
021157 3100-COUNT-ENTRIES-EXIT.
021160     EXIT.
021163
021166 3110-COUNT-ONE-ENTRY.
021169     READ POLICY-FILE NEXT RECORD
021172         AT END
021175             MOVE "Y" TO WS-LIST-EOF-SWITCH
021178             GO TO 3110-COUNT-ONE-ENTRY-EXIT
021181     END-READ.
021184     ADD 1 TO WS-LIST-COUNT.
021187 3110-COUNT-ONE-ENTRY-EXIT.
021190     EXIT.
021200
021300*--------------------------------------------------------------*
021400*    4000-CHANGE-ENTRY  -  RE-KEY THE VALUES OF AN ENTRY THAT
021500*                          IS NOT YET IN FORCE
021600*--------------------------------------------------------------*
021700 4000-CHANGE-ENTRY.
021800     PERFORM 6000-GET-EFF-DATE
021900         THRU 6000-GET-EFF-DATE-EXIT.
022000     IF WS-EFF-DATE-IN = ZERO
022100         GO TO 4000-CHANGE-ENTRY-EXIT
022200     END-IF.
022300     MOVE WS-EFF-DATE-IN TO POL-EFFECTIVE-DATE.
022400     READ POLICY-FILE
022500         INVALID KEY
022600             DISPLAY "NO ENTRY FOR " WS-EFF-DATE-IN " ON FILE."
022700             GO TO 4000-CHANGE-ENTRY-EXIT
022800     END-READ.
022900     IF POL-EFFECTIVE-DATE NOT > WS-TODAY-DATE
023000         DISPLAY "ENTRY IS ALREADY IN FORCE - KEY A NEW ENTRY "
023100             "INSTEAD."
023200         GO TO 4000-CHANGE-ENTRY-EXIT
023300     END-IF.
023400     PERFORM 5520-SHOW-ENTRY
023500         THRU 5520-SHOW-ENTRY-EXIT.
023600     PERFORM 6100-GET-VALUES
023700         THRU 6100-GET-VALUES-EXIT.
023800     IF NOT WS-VALUES-VALID
023900         DISPLAY "CHANGE ABANDONED."
024000         GO TO 4000-CHANGE-ENTRY-EXIT
024100     END-IF.
024200     PERFORM 6300-MOVE-VALUES
024300         THRU 6300-MOVE-VALUES-EXIT.
024400     REWRITE POLICY-RECORD
024500         INVALID KEY
024600             DISPLAY "ERROR REWRITING POLICY ENTRY, STATUS "
024700                 WS-POL-STATUS
024800         NOT INVALID KEY
024900             DISPLAY "CHANGED POLICY ENTRY " POL-EFFECTIVE-DATE
025000     END-REWRITE.
025100 4000-CHANGE-ENTRY-EXIT.
025200     EXIT.
025300
025400*--------------------------------------------------------------*
025500*    5000-DELETE-ENTRY  -  WITHDRAW AN ENTRY NOT YET IN FORCE
025600*--------------------------------------------------------------*
025700 5000-DELETE-ENTRY.
025800     PERFORM 6000-GET-EFF-DATE
025900         THRU 6000-GET-EFF-DATE-EXIT.
026000     IF WS-EFF-DATE-IN = ZERO
026100         GO TO 5000-DELETE-ENTRY-EXIT
026200     END-IF.
026300     MOVE WS-EFF-DATE-IN TO POL-EFFECTIVE-DATE.
026400     READ POLICY-FILE
026500         INVALID KEY
026600             DISPLAY "NO ENTRY FOR " WS-EFF-DATE-IN " ON FILE."
026700             GO TO 5000-DELETE-ENTRY-EXIT
026800     END-READ.
026900     IF POL-EFFECTIVE-DATE NOT > WS-TODAY-DATE
027000         DISPLAY "ENTRY IS ALREADY IN FORCE - IT CANNOT BE "
027100             "DELETED."
027200         GO TO 5000-DELETE-ENTRY-EXIT
027300     END-IF.
027400     DELETE POLICY-FILE RECORD
027500         INVALID KEY
027600             DISPLAY "ERROR DELETING POLICY ENTRY, STATUS "
027700                 WS-POL-STATUS
027800         NOT INVALID KEY
027900             DISPLAY "DELETED POLICY ENTRY " WS-EFF-DATE-IN
028000     END-DELETE.
028100 5000-DELETE-ENTRY-EXIT.
028200     EXIT.
028300
028400*--------------------------------------------------------------*
028500*    5500-LIST-ENTRIES  -  EVERY ENTRY IN EFFECTIVE-DATE ORDER
028600*--------------------------------------------------------------*
028700 5500-LIST-ENTRIES.
028800     MOVE "N"  TO WS-LIST-EOF-SWITCH.
028900     MOVE ZERO TO WS-LIST-COUNT.
029000     MOVE ZERO TO POL-EFFECTIVE-DATE.
029100     START POLICY-FILE KEY IS NOT LESS THAN POL-EFFECTIVE-DATE
029200         INVALID KEY
029300             MOVE "Y" TO WS-LIST-EOF-SWITCH
029400     END-START.
029500     DISPLAY "EFFECTIVE  UNDER NORMAL   OVER  OBS OVR  SWG  HGT"
029600         "  ENTERED".
029700     PERFORM 5510-LIST-ONE-ENTRY
029800         THRU 5510-LIST-ONE-ENTRY-EXIT
029900         UNTIL WS-LIST-DONE.
030000     IF WS-LIST-COUNT = ZERO
030100         DISPLAY "NO POLICY ENTRIES ON FILE - STANDING VALUES "
030200             "18.50/25.00/30.00, 30/90 DAYS, 20 PCT, 3.0 APPLY."
030300     END-IF.
030400 5500-LIST-ENTRIES-EXIT.
030500     EXIT.
030600
030700 5510-LIST-ONE-ENTRY.
030800     READ POLICY-FILE NEXT RECORD
030900         AT END
031000             MOVE "Y" TO WS-LIST-EOF-SWITCH
031100             GO TO 5510-LIST-ONE-ENTRY-EXIT
031200     END-READ.
031300     ADD 1 TO WS-LIST-COUNT.
031400     PERFORM 5520-SHOW-ENTRY
031500         THRU 5520-SHOW-ENTRY-EXIT.
031600 5510-LIST-ONE-ENTRY-EXIT.
031700     EXIT.
031800
031900 5520-SHOW-ENTRY.
032000     MOVE SPACES             TO WS-LIST-LINE.
032100     MOVE POL-EFFECTIVE-DATE TO WS-LST-DATE.
032200     MOVE POL-UNDER-LIMIT    TO WS-LST-UNDER.
032300     MOVE POL-NORMAL-LIMIT   TO WS-LST-NORMAL.
032400     MOVE POL-OVER-LIMIT     TO WS-LST-OVER.
032500     MOVE POL-OBESE-FUP-DAYS TO WS-LST-OBESE-DAYS.
032600     MOVE POL-OVER-FUP-DAYS  TO WS-LST-OVER-DAYS.
032700     MOVE POL-SWING-PCT      TO WS-LST-SWING-PCT.
032800     MOVE POL-HEIGHT-TOL     TO WS-LST-HEIGHT-TOL.
032900     MOVE POL-ENTERED-DATE   TO WS-LST-ENTERED.
033000     DISPLAY WS-LIST-LINE.
033100 5520-SHOW-ENTRY-EXIT.
033200     EXIT.
033300
033400*--------------------------------------------------------------*
033500*    6000-GET-EFF-DATE  -  SHARED DATE PROMPT; ZERO MEANS THE
033600*                          ENTRY WAS NOT A DATE
033700*--------------------------------------------------------------*
033800 6000-GET-EFF-DATE.
033900     DISPLAY "EFFECTIVE DATE (YYYYMMDD): ".
034000     ACCEPT WS-EFF-DATE-IN.
034100     IF WS-EFF-DATE-IN NOT NUMERIC
034200         MOVE ZERO TO WS-EFF-DATE-IN
034300     END-IF.
034400     IF WS-EFF-DATE-IN = ZERO
034500         DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD."
034600     END-IF.
034700 6000-GET-EFF-DATE-EXIT.
034800     EXIT.
034900
035000*--------------------------------------------------------------*
035100*    6100-GET-VALUES  -  PROMPT FOR EVERY VALUE, THEN EDIT THE
035200*                        SET: EACH ONE NUMERIC AND ABOVE ZERO,
035300*                        AND THE BAND CUT-OFFS RISING
035400*--------------------------------------------------------------*
035500 6100-GET-VALUES.
035600     MOVE "N" TO WS-VALID-SWITCH.
035700     DISPLAY "UNDERWEIGHT BELOW BMI (E.G. 01850 FOR 18.50): ".
035800     ACCEPT WS-UNDER-IN.
035900     DISPLAY "OVERWEIGHT FROM BMI (E.G. 02500 FOR 25.00): ".
036000     ACCEPT WS-NORMAL-IN.
036100     DISPLAY "OBESE FROM BMI (E.G. 03000 FOR 30.00): ".
036200     ACCEPT WS-OVER-IN.
036300     DISPLAY "OBESE FOLLOW-UP DAYS (E.G. 030): ".
036400     ACCEPT WS-OBESE-DAYS-IN.
036500     DISPLAY "OVERWEIGHT FOLLOW-UP DAYS (E.G. 090): ".
036600     ACCEPT WS-OVER-DAYS-IN.
036700     DISPLAY "HOLD ON WEIGHT SWING OVER PERCENT (E.G. 020): ".
036800     ACCEPT WS-SWING-PCT-IN.
036900     DISPLAY "HOLD ON HEIGHT CHANGE OVER CM/IN (030 = 3.0): ".
037000     ACCEPT WS-HEIGHT-TOL-IN.
037100     IF WS-UNDER-IN NOT NUMERIC OR WS-NORMAL-IN NOT NUMERIC
037200         OR WS-OVER-IN NOT NUMERIC OR WS-OBESE-DAYS-IN NOT NUMERIC
037300         OR WS-OVER-DAYS-IN NOT NUMERIC
037400         OR WS-SWING-PCT-IN NOT NUMERIC
037500         OR WS-HEIGHT-TOL-IN NOT NUMERIC
037600         DISPLAY "EVERY VALUE MUST BE NUMERIC."
037700         GO TO 6100-GET-VALUES-EXIT
037800     END-IF.
037900     IF WS-UNDER-IN = ZERO OR WS-OBESE-DAYS-IN = ZERO
038000         OR WS-OVER-DAYS-IN = ZERO OR WS-SWING-PCT-IN = ZERO
038100         OR WS-HEIGHT-TOL-IN = ZERO
038200         DISPLAY "EVERY VALUE MUST BE GREATER THAN ZERO."
038300         GO TO 6100-GET-VALUES-EXIT
038400     END-IF.
038500     IF WS-NORMAL-IN NOT > WS-UNDER-IN
038600         OR WS-OVER-IN NOT > WS-NORMAL-IN
038700         DISPLAY "BMI CUT-OFFS MUST RISE: UNDERWEIGHT < "
038800             "OVERWEIGHT < OBESE."
038900         GO TO 6100-GET-VALUES-EXIT
039000     END-IF.
039100     MOVE "Y" TO WS-VALID-SWITCH.
039200 6100-GET-VALUES-EXIT.
039300     EXIT.
039400
039500 6300-MOVE-VALUES.
039600     MOVE WS-UNDER-IN        TO POL-UNDER-LIMIT.
039700     MOVE WS-NORMAL-IN       TO POL-NORMAL-LIMIT.
039800     MOVE WS-OVER-IN         TO POL-OVER-LIMIT.
039900     MOVE WS-OBESE-DAYS-IN   TO POL-OBESE-FUP-DAYS.
040000     MOVE WS-OVER-DAYS-IN    TO POL-OVER-FUP-DAYS.
040100     MOVE WS-SWING-PCT-IN    TO POL-SWING-PCT.
040200     MOVE WS-HEIGHT-TOL-IN   TO POL-HEIGHT-TOL.
040300     MOVE WS-TODAY-DATE      TO POL-ENTERED-DATE.
040400 6300-MOVE-VALUES-EXIT.
040500     EXIT.
040600
040700 9000-FINALIZE.
040800     CLOSE POLICY-FILE.
040900 9000-FINALIZE-EXIT.
041000     EXIT.
041100
041200 END PROGRAM "PolMaint".
