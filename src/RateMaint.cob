000100******************************************************************
000200*    PROGRAM-ID   RATEMAINT
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     CONSOLE MAINTENANCE FOR THE EFFECTIVE-DATED
000900*                 SCREENING RECHARGE RATE FILE (COPYBOOK RATEREC).
001000*                 EACH ENTRY SETS THE CHARGE FOR AN INITIAL
001100*                 SCREENING AND FOR A FOLLOW-UP RE-SCREEN FROM THE
001200*                 FIRST OF ITS MONTH UNTIL THE NEXT ENTRY, SO A
001300*                 RATE CHANGE AGREED WITH FINANCE IS A NEW ENTRY
001400*                 HERE INSTEAD OF A PROGRAM CHANGE.  AN ENTRY
001500*                 ALREADY IN FORCE MAY NOT BE CHANGED OR DELETED -
001600*                 MONTHS ALREADY BILLED MUST STAY PRICED THE WAY
001700*                 THEY WERE - SO A CORRECTION IS KEYED AS A NEW
001800*                 ENTRY FOR THE NEXT MONTH.
001900*
002000*    MOD HISTORY
002100*    2026-10-15 SMS  INITIAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  "RateMaint".
002500 AUTHOR.      SEBASTIAN.
002600 INSTALLATION. WELLNESS SCREENING.
002700 DATE-WRITTEN. 2026-10-15.
002800 DATE-COMPILED.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RATE-FILE ASSIGN TO "RATEFILE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RATE-EFFECTIVE-DATE
003700         FILE STATUS IS WS-RATE-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RATE-FILE.
004200     COPY RATEREC.
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
006000     05  WS-RATE-STATUS       PIC X(02).
006100     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
006200     05  WS-ACTION-CODE       PIC X(01).
006300         88  WS-ACTION-ADD                VALUE "A".
006400         88  WS-ACTION-CHANGE             VALUE "C".
006500         88  WS-ACTION-DELETE             VALUE "D".
006600         88  WS-ACTION-LIST               VALUE "L".
006700         88  WS-ACTION-QUIT               VALUE "Q".
006800     05  WS-EFF-DATE-IN       PIC 9(08).
006900     05  WS-EFF-DATE-R        REDEFINES WS-EFF-DATE-IN.
007000         10  WS-EFF-YEAR      PIC 9(04).
007100         10  WS-EFF-MONTH     PIC 9(02).
007200         10  WS-EFF-DAY       PIC 9(02).
007300     05  WS-INITIAL-IN        PIC 9(05)V99.
007400     05  WS-FOLLOWUP-IN       PIC 9(05)V99.
007500     05  WS-CONFIRM-IN        PIC X(01).
007600     05  WS-LIST-COUNT        PIC 9(05)   VALUE ZERO.
007700
007800*--------------------------------------------------------------*
007900*    01  WS-LIST-LINE  -  ONE RATE ENTRY ON THE CONSOLE
008000*--------------------------------------------------------------*
008100 01  WS-LIST-LINE.
008200     05  WS-LST-DATE          PIC 9(08).
008300     05  FILLER               PIC X(02)   VALUE SPACES.
008400     05  WS-LST-INITIAL       PIC ZZZZ9.99.
008500     05  FILLER               PIC X(02)   VALUE SPACES.
008600     05  WS-LST-FOLLOWUP      PIC ZZZZ9.99.
008700     05  FILLER               PIC X(02)   VALUE SPACES.
008800     05  WS-LST-ENTERED       PIC 9(08).
008900
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE
009300         THRU 1000-INITIALIZE-EXIT.
009400     PERFORM 2000-PROCESS-ACTION
009500         THRU 2000-PROCESS-ACTION-EXIT
009600         UNTIL WS-MAINT-DONE.
009700     PERFORM 9000-FINALIZE
009800         THRU 9000-FINALIZE-EXIT.
009900     STOP RUN.
010000
010100*--------------------------------------------------------------*
010200*    1000-INITIALIZE  -  OPEN THE RATE FILE I-O, CREATING IT
010300*                        WITH AN OUTPUT OPEN THE FIRST TIME
010400*                        (STATUS "35") LIKE THE POLICY FILE.
010500*                        UNTIL AN ENTRY IS IN FORCE THE
010600*                        CHARGEBACK REFUSES TO BILL.
010700*--------------------------------------------------------------*
010800 1000-INITIALIZE.
010900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
011000     OPEN I-O    RATE-FILE.
011100     IF WS-RATE-STATUS = "35"
011200         OPEN OUTPUT RATE-FILE
011300         CLOSE RATE-FILE
011400         OPEN I-O RATE-FILE
011500     END-IF.
011600     IF WS-RATE-STATUS NOT = "00"
011700         DISPLAY "ERROR OPENING RATE FILE, STATUS "
011800             WS-RATE-STATUS
011900         MOVE "Y" TO WS-DONE-SWITCH
012000     END-IF.
012100 1000-INITIALIZE-EXIT.
012200     EXIT.
012300
012400*--------------------------------------------------------------*
012500*    2000-PROCESS-ACTION  -  ONE ADD/CHANGE/DELETE/LIST/QUIT
012600*                            CHOICE PER PASS
012700*--------------------------------------------------------------*
012800 2000-PROCESS-ACTION.
012900     DISPLAY "ACTION - A=ADD C=CHANGE D=DELETE L=LIST Q=QUIT: ".
013000     ACCEPT WS-ACTION-CODE.
013100     EVALUATE TRUE
013200         WHEN WS-ACTION-ADD
013300             PERFORM 3000-ADD-ENTRY
013400                 THRU 3000-ADD-ENTRY-EXIT
013500         WHEN WS-ACTION-CHANGE
013600             PERFORM 4000-CHANGE-ENTRY
013700                 THRU 4000-CHANGE-ENTRY-EXIT
013800         WHEN WS-ACTION-DELETE
013900             PERFORM 5000-DELETE-ENTRY
014000                 THRU 5000-DELETE-ENTRY-EXIT
014100         WHEN WS-ACTION-LIST
014200             PERFORM 5500-LIST-ENTRIES
014300                 THRU 5500-LIST-ENTRIES-EXIT
014400         WHEN WS-ACTION-QUIT
014500             MOVE "Y" TO WS-DONE-SWITCH
014600         WHEN OTHER
014700             DISPLAY "INVALID ACTION - ENTER A, C, D, L OR Q."
014800     END-EVALUATE.
014900 2000-PROCESS-ACTION-EXIT.
015000     EXIT.
015100
015200*--------------------------------------------------------------*
015300*    3000-ADD-ENTRY  -  NEW RATE ENTRY FROM THE FIRST OF A
015400*                       MONTH.  A PAST MONTH IS ALLOWED (A RATE
015500*                       AGREED LATE WITH FINANCE) BUT THE
015600*                       OPERATOR MUST CONFIRM IT; A MONTH ALREADY
015700*                       BILLED KEEPS THE CHARGES IT WAS BILLED AT.
015800*--------------------------------------------------------------*
015900 3000-ADD-ENTRY.
016000     PERFORM 6000-GET-EFF-DATE
016100         THRU 6000-GET-EFF-DATE-EXIT.
016200     IF WS-EFF-DATE-IN = ZERO
016300         GO TO 3000-ADD-ENTRY-EXIT
016400     END-IF.
016500     MOVE WS-EFF-DATE-IN TO RATE-EFFECTIVE-DATE.
016600     READ RATE-FILE
016700         INVALID KEY
016800             CONTINUE
016900         NOT INVALID KEY
017000             DISPLAY "ENTRY FOR " WS-EFF-DATE-IN
017100                 " ALREADY ON FILE - ADD ABANDONED."
017200             GO TO 3000-ADD-ENTRY-EXIT
017300     END-READ.
017400     IF WS-EFF-DATE-IN NOT > WS-TODAY-DATE
017500         DISPLAY "DATE IS NOT IN THE FUTURE - MONTHS NOT YET "
017600             "BILLED WILL BE RE-PRICED.  CONFIRM (Y/N): "
017700         ACCEPT WS-CONFIRM-IN
017800         IF WS-CONFIRM-IN NOT = "Y"
017900             DISPLAY "ADD ABANDONED."
018000             GO TO 3000-ADD-ENTRY-EXIT
018100         END-IF
018200     END-IF.
018300     PERFORM 6100-GET-VALUES
018400         THRU 6100-GET-VALUES-EXIT.
018500     IF NOT WS-VALUES-VALID
018600         DISPLAY "ADD ABANDONED."
018700         GO TO 3000-ADD-ENTRY-EXIT
018800     END-IF.
018900     MOVE WS-EFF-DATE-IN TO RATE-EFFECTIVE-DATE.
019000     PERFORM 6300-MOVE-VALUES
019100         THRU 6300-MOVE-VALUES-EXIT.
019200     WRITE RATE-RECORD
019300         INVALID KEY
019400             DISPLAY "ERROR WRITING RATE ENTRY, STATUS "
019500                 WS-RATE-STATUS
019600         NOT INVALID KEY
019700             DISPLAY "ADDED RATE ENTRY " RATE-EFFECTIVE-DATE
019800     END-WRITE.
019900 3000-ADD-ENTRY-EXIT.
020000     EXIT.
020100
020200*--------------------------------------------------------------*
020300*    4000-CHANGE-ENTRY  -  RE-KEY THE CHARGES OF AN ENTRY THAT
020400*                          IS NOT YET IN FORCE
020500*--------------------------------------------------------------*
020600 4000-CHANGE-ENTRY.
020700     PERFORM 6000-GET-EFF-DATE
020800         THRU 6000-GET-EFF-DATE-EXIT.
020900     IF WS-EFF-DATE-IN = ZERO
021000         GO TO 4000-CHANGE-ENTRY-EXIT
021100     END-IF.
021200     MOVE WS-EFF-DATE-IN TO RATE-EFFECTIVE-DATE.
021300     READ RATE-FILE
021400         INVALID KEY
021500             DISPLAY "NO ENTRY FOR " WS-EFF-DATE-IN " ON FILE."
021600             GO TO 4000-CHANGE-ENTRY-EXIT
021700     END-READ.
021800     IF RATE-EFFECTIVE-DATE NOT > WS-TODAY-DATE
021900         DISPLAY "ENTRY IS ALREADY IN FORCE - KEY A NEW ENTRY "
022000             "INSTEAD."
022100         GO TO 4000-CHANGE-ENTRY-EXIT
022200     END-IF.
022300     PERFORM 5520-SHOW-ENTRY
022400         THRU 5520-SHOW-ENTRY-EXIT.
022500     PERFORM 6100-GET-VALUES
022600         THRU 6100-GET-VALUES-EXIT.
022700     IF NOT WS-VALUES-VALID
022800         DISPLAY "CHANGE ABANDONED."
022900         GO TO 4000-CHANGE-ENTRY-EXIT
023000     END-IF.
023100     PERFORM 6300-MOVE-VALUES
023200         THRU 6300-MOVE-VALUES-EXIT.
023300     REWRITE RATE-RECORD
023400         INVALID KEY
023500             DISPLAY "ERROR REWRITING RATE ENTRY, STATUS "
023600                 WS-RATE-STATUS
023700         NOT INVALID KEY
023800             DISPLAY "CHANGED RATE ENTRY " RATE-EFFECTIVE-DATE
023900     END-REWRITE.
024000 4000-CHANGE-ENTRY-EXIT.
024100     EXIT.
024200
024300*--------------------------------------------------------------*
024400*    5000-DELETE-ENTRY  -  WITHDRAW AN ENTRY NOT YET IN FORCE
024500*--------------------------------------------------------------*
024600 5000-DELETE-ENTRY.
024700     PERFORM 6000-GET-EFF-DATE
024800         THRU 6000-GET-EFF-DATE-EXIT.
024900     IF WS-EFF-DATE-IN = ZERO
025000         GO TO 5000-DELETE-ENTRY-EXIT
025100     END-IF.
025200     MOVE WS-EFF-DATE-IN TO RATE-EFFECTIVE-DATE.
025300     READ RATE-FILE
025400         INVALID KEY
025500             DISPLAY "NO ENTRY FOR " WS-EFF-DATE-IN " ON FILE."
025600             GO TO 5000-DELETE-ENTRY-EXIT
025700     END-READ.
025800     IF RATE-EFFECTIVE-DATE NOT > WS-TODAY-DATE
025900         DISPLAY "ENTRY IS ALREADY IN FORCE - IT CANNOT BE "
026000             "DELETED."
026100         GO TO 5000-DELETE-ENTRY-EXIT
026200     END-IF.
026300     DELETE RATE-FILE RECORD
026400         INVALID KEY
026500             DISPLAY "ERROR DELETING RATE ENTRY, STATUS "
026600                 WS-RATE-STATUS
026700         NOT INVALID KEY
026800             DISPLAY "DELETED RATE ENTRY " WS-EFF-DATE-IN
026900     END-DELETE.
027000 5000-DELETE-ENTRY-EXIT.
027100     EXIT.
027200
027300*--------------------------------------------------------------*
027400*    5500-LIST-ENTRIES  -  EVERY ENTRY IN EFFECTIVE-DATE ORDER
027500*--------------------------------------------------------------*
027600 5500-LIST-ENTRIES.
027700     MOVE "N"  TO WS-LIST-EOF-SWITCH.
027800     MOVE ZERO TO WS-LIST-COUNT.
027900     MOVE ZERO TO RATE-EFFECTIVE-DATE.
028000     START RATE-FILE KEY IS NOT LESS THAN RATE-EFFECTIVE-DATE
028100         INVALID KEY
028200             MOVE "Y" TO WS-LIST-EOF-SWITCH
028300     END-START.
028400     DISPLAY "EFFECTIVE    INITIAL  FOLLOW-UP  ENTERED".
028500     PERFORM 5510-LIST-ONE-ENTRY
028600         THRU 5510-LIST-ONE-ENTRY-EXIT
028700         UNTIL WS-LIST-DONE.
028800     IF WS-LIST-COUNT = ZERO
028900         DISPLAY "NO RATE ENTRIES ON FILE - NOTHING CAN BE "
029000             "BILLED."
029100     END-IF.
029200 5500-LIST-ENTRIES-EXIT.
029300     EXIT.
029400
029500 5510-LIST-ONE-ENTRY.
029600     READ RATE-FILE NEXT RECORD
029700         AT END
029800             MOVE "Y" TO WS-LIST-EOF-SWITCH
029900             GO TO 5510-LIST-ONE-ENTRY-EXIT
030000     END-READ.
030100     ADD 1 TO WS-LIST-COUNT.
030200     PERFORM 5520-SHOW-ENTRY
030300         THRU 5520-SHOW-ENTRY-EXIT.
030400 5510-LIST-ONE-ENTRY-EXIT.
030500     EXIT.
030600
030700 5520-SHOW-ENTRY.
030800     MOVE RATE-EFFECTIVE-DATE TO WS-LST-DATE.
030900     MOVE RATE-INITIAL-FEE    TO WS-LST-INITIAL.
031000     MOVE RATE-FOLLOWUP-FEE   TO WS-LST-FOLLOWUP.
031100     MOVE RATE-ENTERED-DATE   TO WS-LST-ENTERED.
031200     DISPLAY WS-LIST-LINE.
031300 5520-SHOW-ENTRY-EXIT.
031400     EXIT.
031500
031600*--------------------------------------------------------------*
031700*    6000-GET-EFF-DATE  -  SHARED DATE PROMPT; ZERO MEANS THE
031800*                          ENTRY WAS NOT THE FIRST OF A MONTH
031900*--------------------------------------------------------------*
032000 6000-GET-EFF-DATE.
032100     DISPLAY "EFFECTIVE DATE (YYYYMM01): ".
032200     ACCEPT WS-EFF-DATE-IN.
032300     IF WS-EFF-DATE-IN NOT NUMERIC
032400         MOVE ZERO TO WS-EFF-DATE-IN
032500     END-IF.
032600     IF WS-EFF-DAY NOT = 01
032700         OR WS-EFF-MONTH < 01 OR WS-EFF-MONTH > 12
032800         MOVE ZERO TO WS-EFF-DATE-IN
032900     END-IF.
033000     IF WS-EFF-DATE-IN = ZERO
033100         DISPLAY "EFFECTIVE DATE MUST BE THE FIRST OF A MONTH, "
033200             "YYYYMM01."
033300     END-IF.
033400 6000-GET-EFF-DATE-EXIT.
033500     EXIT.
033600
033700*--------------------------------------------------------------*
033800*    6100-GET-VALUES  -  PROMPT FOR BOTH CHARGES, THEN EDIT
033900*                        THEM: NUMERIC AND ABOVE ZERO
034000*--------------------------------------------------------------*
034100 6100-GET-VALUES.
034200     MOVE "N" TO WS-VALID-SWITCH.
034300     DISPLAY "INITIAL SCREENING CHARGE (0004500 = 45.00): ".
034400     ACCEPT WS-INITIAL-IN.
034500     DISPLAY "FOLLOW-UP RE-SCREEN CHARGE (0002500 = 25.00): ".
034600     ACCEPT WS-FOLLOWUP-IN.
034700     IF WS-INITIAL-IN NOT NUMERIC OR WS-FOLLOWUP-IN NOT NUMERIC
034800         DISPLAY "EVERY VALUE MUST BE NUMERIC."
034900         GO TO 6100-GET-VALUES-EXIT
035000     END-IF.
035100     IF WS-INITIAL-IN = ZERO OR WS-FOLLOWUP-IN = ZERO
035200         DISPLAY "EVERY VALUE MUST BE GREATER THAN ZERO."
035300         GO TO 6100-GET-VALUES-EXIT
035400     END-IF.
035500     MOVE "Y" TO WS-VALID-SWITCH.
035600 6100-GET-VALUES-EXIT.
035700     EXIT.
035800
035900 6300-MOVE-VALUES.
036000     MOVE WS-INITIAL-IN      TO RATE-INITIAL-FEE.
036100     MOVE WS-FOLLOWUP-IN     TO RATE-FOLLOWUP-FEE.
036200     MOVE WS-TODAY-DATE      TO RATE-ENTERED-DATE.
036300 6300-MOVE-VALUES-EXIT.
036400     EXIT.
036500
036600 9000-FINALIZE.
036700     CLOSE RATE-FILE.
036800 9000-FINALIZE-EXIT.
036900     EXIT.
037000
037100 END PROGRAM "RateMaint".
