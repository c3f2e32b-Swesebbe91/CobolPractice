000100******************************************************************
000200*    PROGRAM-ID   CAPMAINT
000300*    AUTHOR       SEBASTIAN
000400*    INSTALLATION WELLNESS SCREENING
000500*    DATE-WRITTEN 2026-10-15
000600*    DATE-COMPILED
000700*
000800*    REMARKS.     CONSOLE MAINTENANCE FOR THE CLINIC SITE CAPACITY
000900*                 CALENDAR (COPYBOOK CAPREC) THE APPOINTMENT
001000*                 SCHEDULER BOOKS AGAINST.  EACH SITE HAS ONE
001100*                 STANDING ENTRY, KEYED WITH DATE ZERO, GIVING ITS
001200*                 SLOTS PER DAY, FIRST SLOT TIME, SLOT LENGTH AND
001300*                 OPEN WEEKDAYS; A DATED ENTRY SETS THE SLOT COUNT
001400*                 FOR ONE DAY ONLY, ZERO MEANING CLOSED.  CHANGING
001500*                 THE CALENDAR DOES NOT MOVE APPOINTMENTS ALREADY
001600*                 BOOKED, SO CLOSING OR CUTTING A DAY SHOWS HOW
001700*                 MANY ARE BOOKED ON IT FOR THE CLINIC TO
001800*                 RE-ARRANGE.
001900*
002000*    MOD HISTORY
002100*    2026-10-15 SMS  INITIAL VERSION.
002120*    2026-10-15 SMS  AN APPOINTMENT FILE THAT EXISTS BUT WILL NOT
002140*                    OPEN IS REPORTED, AND A DATED ENTRY THEN SAYS
002160*                    THE BOOKINGS COULD NOT BE CHECKED INSTEAD OF
002180*                    SHOWING NONE.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.  "CapMaint".
002500 AUTHOR.      SEBASTIAN.
002600 INSTALLATION. WELLNESS SCREENING.
002700 DATE-WRITTEN. 2026-10-15.
002800 DATE-COMPILED.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CAPACITY-FILE ASSIGN TO "CAPFILE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CAP-KEY
003700         FILE STATUS IS WS-CAP-STATUS.
003800     SELECT APPOINTMENT-FILE ASSIGN TO "APPTFILE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS APPT-KEY
004200         ALTERNATE RECORD KEY IS APPT-FUP-KEY
004300         FILE STATUS IS WS-APPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CAPACITY-FILE.
004800     COPY CAPREC.
004900
005000 FD  APPOINTMENT-FILE.
005100     COPY APPTREC.
005200
005300 WORKING-STORAGE SECTION.
005400*--------------------------------------------------------------*
005500*    01  WS-CONTROL-SWITCHES
005600*--------------------------------------------------------------*
005700 01  WS-CONTROL-SWITCHES.
005800     05  WS-DONE-SWITCH       PIC X(01)   VALUE "N".
005900         88  WS-MAINT-DONE                VALUE "Y".
006000     05  WS-VALID-SWITCH      PIC X(01)   VALUE "N".
006100         88  WS-VALUES-VALID              VALUE "Y".
006200     05  WS-LIST-EOF-SWITCH   PIC X(01)   VALUE "N".
006300         88  WS-LIST-DONE                 VALUE "Y".
006400     05  WS-APPT-FILE-SW      PIC X(01)   VALUE "N".
006500         88  WS-APPT-FILE-OPEN            VALUE "Y".
006533     05  WS-APPT-UNREAD-SW    PIC X(01)   VALUE "N".
006566         88  WS-APPT-UNREADABLE           VALUE "Y".
006600
006700*--------------------------------------------------------------*
006800*    01  WS-MAINT-FIELDS  -  CONSOLE ENTRY AND FILE STATUS
006900*--------------------------------------------------------------*
007000 01  WS-MAINT-FIELDS.
007100     05  WS-CAP-STATUS        PIC X(02).
007200     05  WS-APPT-STATUS       PIC X(02).
007300     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
007400     05  WS-ACTION-CODE       PIC X(01).
007500         88  WS-ACTION-ADD                VALUE "A".
007600         88  WS-ACTION-CHANGE             VALUE "C".
007700         88  WS-ACTION-DELETE             VALUE "D".
007800         88  WS-ACTION-LIST               VALUE "L".
007900         88  WS-ACTION-QUIT               VALUE "Q".
008000     05  WS-SITE-IN           PIC X(03).
008100     05  WS-DATE-IN           PIC 9(08).
008200     05  WS-SLOTS-IN          PIC 9(02).
008300     05  WS-FIRST-TIME-IN     PIC 9(04).
008400     05  WS-FIRST-TIME-R      REDEFINES WS-FIRST-TIME-IN.
008500         10  WS-FIRST-HH-IN   PIC 9(02).
008600         10  WS-FIRST-MM-IN   PIC 9(02).
008700     05  WS-MINUTES-IN        PIC 9(03).
008800     05  WS-OPEN-DAYS-IN      PIC X(07).
008900     05  WS-OPEN-DAYS-R       REDEFINES WS-OPEN-DAYS-IN.
009000         10  WS-OPEN-DAY-IN   PIC X(01)   OCCURS 7 TIMES.
009100     05  WS-REASON-IN         PIC X(20).
009200     05  WS-CONFIRM-IN        PIC X(01).
009300     05  WS-DAY-SUB           PIC 9(04)   COMP VALUE ZERO.
009400     05  WS-OPEN-DAY-COUNT    PIC 9(04)   COMP VALUE ZERO.
009500     05  WS-CLINIC-MINUTES    PIC 9(05)   VALUE ZERO.
009600     05  WS-OLD-SLOTS         PIC 9(02)   VALUE ZERO.
009700     05  WS-BOOKED-COUNT      PIC 9(05)   VALUE ZERO.
009800     05  WS-LIST-COUNT        PIC 9(05)   VALUE ZERO.
009900
010000*--------------------------------------------------------------*
010100*    01  WS-LIST-LINE  -  ONE CALENDAR ENTRY ON THE CONSOLE
010200*--------------------------------------------------------------*
010300 01  WS-LIST-LINE.
010400     05  WS-LST-SITE          PIC X(03).
010500     05  FILLER               PIC X(02)   VALUE SPACES.
010600     05  WS-LST-DATE          PIC X(08).
010700     05  FILLER               PIC X(02)   VALUE SPACES.
010800     05  WS-LST-SLOTS         PIC Z9.
010900     05  FILLER               PIC X(02)   VALUE SPACES.
011000     05  WS-LST-FIRST-TIME    PIC X(04).
011100     05  FILLER               PIC X(02)   VALUE SPACES.
011200     05  WS-LST-MINUTES       PIC X(03).
011300     05  FILLER               PIC X(02)   VALUE SPACES.
011400     05  WS-LST-OPEN-DAYS     PIC X(07).
011500     05  FILLER               PIC X(02)   VALUE SPACES.
011600     05  WS-LST-REASON        PIC X(20).
011700     05  FILLER               PIC X(02)   VALUE SPACES.
011800     05  WS-LST-ENTERED       PIC 9(08).
011900
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE
012300         THRU 1000-INITIALIZE-EXIT.
012400     PERFORM 2000-PROCESS-ACTION
012500         THRU 2000-PROCESS-ACTION-EXIT
012600         UNTIL WS-MAINT-DONE.
012700     PERFORM 9000-FINALIZE
012800         THRU 9000-FINALIZE-EXIT.
012900     STOP RUN.
013000
013100*--------------------------------------------------------------*
013200*    1000-INITIALIZE  -  OPEN THE CALENDAR I-O, CREATING IT WITH
013300*                        AN OUTPUT OPEN THE FIRST TIME (STATUS
013400*                        "35") LIKE THE POLICY FILE.  THE
013466*                        APPOINTMENT FILE IS ONLY READ, FOR THE
013532*                        BOOKED COUNTS; NONE YET JUST MEANS NO
013598*                        COUNTS.  ONE THAT EXISTS BUT WILL NOT
013664*                        OPEN MAKES EVERY DATED ENTRY ASK FOR
013730*                        CONFIRMATION INSTEAD OF COUNTING.
013800*--------------------------------------------------------------*
013900 1000-INITIALIZE.
014000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
014100     OPEN I-O    CAPACITY-FILE.
014200     IF WS-CAP-STATUS = "35"
014300         OPEN OUTPUT CAPACITY-FILE
014400         CLOSE CAPACITY-FILE
014500         OPEN I-O CAPACITY-FILE
014600     END-IF.
014700     IF WS-CAP-STATUS NOT = "00"
014800         DISPLAY "ERROR OPENING CAPACITY FILE, STATUS "
014900             WS-CAP-STATUS
015000         MOVE "Y" TO WS-DONE-SWITCH
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF.
015250     OPEN INPUT APPOINTMENT-FILE.
015300     IF WS-APPT-STATUS = "00"
015350         MOVE "Y" TO WS-APPT-FILE-SW
015400     END-IF.
015450     IF WS-APPT-STATUS NOT = "00" AND WS-APPT-STATUS NOT = "35"
015500         DISPLAY "ERROR OPENING APPOINTMENT FILE, STATUS "
015550             WS-APPT-STATUS
015600         MOVE "Y" TO WS-APPT-UNREAD-SW
015650     END-IF.
015700 1000-INITIALIZE-EXIT.
015800     EXIT.
015900
016000*--------------------------------------------------------------*
016100*    2000-PROCESS-ACTION  -  ONE ADD/CHANGE/DELETE/LIST/QUIT
016200*                            CHOICE PER PASS
016300*--------------------------------------------------------------*
016400 2000-PROCESS-ACTION.
016500     DISPLAY "ACTION - A=ADD C=CHANGE D=DELETE L=LIST Q=QUIT: ".
016600     ACCEPT WS-ACTION-CODE.
016700     EVALUATE TRUE
016800         WHEN WS-ACTION-ADD
016900             PERFORM 3000-ADD-ENTRY
017000                 THRU 3000-ADD-ENTRY-EXIT
017100         WHEN WS-ACTION-CHANGE
017200             PERFORM 4000-CHANGE-ENTRY
017300                 THRU 4000-CHANGE-ENTRY-EXIT
017400         WHEN WS-ACTION-DELETE
017500             PERFORM 5000-DELETE-ENTRY
017600                 THRU 5000-DELETE-ENTRY-EXIT
017700         WHEN WS-ACTION-LIST
017800             PERFORM 5500-LIST-ENTRIES
017900                 THRU 5500-LIST-ENTRIES-EXIT
018000         WHEN WS-ACTION-QUIT
018100             MOVE "Y" TO WS-DONE-SWITCH
018200         WHEN OTHER
018300             DISPLAY "INVALID ACTION - ENTER A, C, D, L OR Q."
018400     END-EVALUATE.
018500 2000-PROCESS-ACTION-EXIT.
018600     EXIT.
018700
018800*--------------------------------------------------------------*
018900*    3000-ADD-ENTRY  -  NEW STANDING ENTRY (DATE ZERO) OR NEW
019000*                       DATED ENTRY.  A DATED ENTRY NEEDS THE
019100*                       SITE'S STANDING ENTRY FIRST, SINCE THE
019200*                       SLOT TIMES COME FROM IT, AND MAY NOT BE
019300*                       IN THE PAST.
019400*--------------------------------------------------------------*
019500 3000-ADD-ENTRY.
019600     PERFORM 6000-GET-KEY
019700         THRU 6000-GET-KEY-EXIT.
019800     IF WS-SITE-IN = SPACES
019900         GO TO 3000-ADD-ENTRY-EXIT
020000     END-IF.
020100     MOVE WS-SITE-IN TO CAP-SITE-CODE.
020200     MOVE WS-DATE-IN TO CAP-DATE.
020300     READ CAPACITY-FILE
020400         INVALID KEY
020500             CONTINUE
020600         NOT INVALID KEY
020700             DISPLAY "ENTRY ALREADY ON FILE - ADD ABANDONED."
020800             GO TO 3000-ADD-ENTRY-EXIT
020900     END-READ.
021000     IF WS-DATE-IN = ZERO
021100         PERFORM 6100-GET-STANDING-VALUES
021200             THRU 6100-GET-STANDING-VALUES-EXIT
021300     ELSE
021400         PERFORM 6050-CHECK-DATED-ENTRY
021500             THRU 6050-CHECK-DATED-ENTRY-EXIT
021600         IF WS-VALUES-VALID
021700             MOVE ZERO TO WS-OLD-SLOTS
021800             PERFORM 6200-GET-DATED-VALUES
021900                 THRU 6200-GET-DATED-VALUES-EXIT
022000         END-IF
022100     END-IF.
022200     IF NOT WS-VALUES-VALID
022300         DISPLAY "ADD ABANDONED."
022400         GO TO 3000-ADD-ENTRY-EXIT
022500     END-IF.
022600     MOVE WS-SITE-IN TO CAP-SITE-CODE.
022700     MOVE WS-DATE-IN TO CAP-DATE.
022800     PERFORM 6300-MOVE-VALUES
022900         THRU 6300-MOVE-VALUES-EXIT.
023000     WRITE CAPACITY-RECORD
023100         INVALID KEY
023200             DISPLAY "ERROR WRITING CAPACITY ENTRY, STATUS "
023300                 WS-CAP-STATUS
023400         NOT INVALID KEY
023500             DISPLAY "ADDED CAPACITY ENTRY " CAP-SITE-CODE " "
023600                 CAP-DATE
023700     END-WRITE.
023800 3000-ADD-ENTRY-EXIT.
023900     EXIT.
024000
024100*--------------------------------------------------------------*
024200*    4000-CHANGE-ENTRY  -  RE-KEY THE VALUES OF AN ENTRY.  A
024300*                          DATED ENTRY IN THE PAST IS LEFT AS THE
024400*                          RECORD OF HOW THAT DAY RAN.
024500*--------------------------------------------------------------*
024600 4000-CHANGE-ENTRY.
024700     PERFORM 6000-GET-KEY
024800         THRU 6000-GET-KEY-EXIT.
024900     IF WS-SITE-IN = SPACES
025000         GO TO 4000-CHANGE-ENTRY-EXIT
025100     END-IF.
025200     MOVE WS-SITE-IN TO CAP-SITE-CODE.
025300     MOVE WS-DATE-IN TO CAP-DATE.
025400     READ CAPACITY-FILE
025500         INVALID KEY
025600             DISPLAY "NO ENTRY FOR " WS-SITE-IN " " WS-DATE-IN
025700                 " ON FILE."
025800             GO TO 4000-CHANGE-ENTRY-EXIT
025900     END-READ.
026000     IF WS-DATE-IN NOT = ZERO
026100         AND WS-DATE-IN < WS-TODAY-DATE
026200         DISPLAY "ENTRY IS IN THE PAST - IT CANNOT BE CHANGED."
026300         GO TO 4000-CHANGE-ENTRY-EXIT
026400     END-IF.
026500     PERFORM 5520-SHOW-ENTRY
026600         THRU 5520-SHOW-ENTRY-EXIT.
026700     MOVE CAP-SLOTS TO WS-OLD-SLOTS.
026800     IF WS-DATE-IN = ZERO
026900         PERFORM 6100-GET-STANDING-VALUES
027000             THRU 6100-GET-STANDING-VALUES-EXIT
027100     ELSE
027200         PERFORM 6200-GET-DATED-VALUES
027300             THRU 6200-GET-DATED-VALUES-EXIT
027400     END-IF.
027500     IF NOT WS-VALUES-VALID
027600         DISPLAY "CHANGE ABANDONED."
027700         GO TO 4000-CHANGE-ENTRY-EXIT
027800     END-IF.
027900     PERFORM 6300-MOVE-VALUES
028000         THRU 6300-MOVE-VALUES-EXIT.
028100     REWRITE CAPACITY-RECORD
028200         INVALID KEY
028300             DISPLAY "ERROR REWRITING CAPACITY ENTRY, STATUS "
028400                 WS-CAP-STATUS
028500         NOT INVALID KEY
028600             DISPLAY "CHANGED CAPACITY ENTRY " CAP-SITE-CODE " "
028700                 CAP-DATE
028800     END-REWRITE.
028900 4000-CHANGE-ENTRY-EXIT.
029000     EXIT.
029100
029200*--------------------------------------------------------------*
029300*    5000-DELETE-ENTRY  -  A DATED ENTRY GOES BACK TO THE
029400*                          STANDING WEEK.  DELETING A STANDING
029500*                          ENTRY STOPS ALL NEW BOOKINGS AT THE
029600*                          SITE, SO THE OPERATOR MUST CONFIRM IT.
029700*--------------------------------------------------------------*
029800 5000-DELETE-ENTRY.
029900     PERFORM 6000-GET-KEY
030000         THRU 6000-GET-KEY-EXIT.
030100     IF WS-SITE-IN = SPACES
030200         GO TO 5000-DELETE-ENTRY-EXIT
030300     END-IF.
030400     MOVE WS-SITE-IN TO CAP-SITE-CODE.
030500     MOVE WS-DATE-IN TO CAP-DATE.
030600     READ CAPACITY-FILE
030700         INVALID KEY
030800             DISPLAY "NO ENTRY FOR " WS-SITE-IN " " WS-DATE-IN
030900                 " ON FILE."
031000             GO TO 5000-DELETE-ENTRY-EXIT
031100     END-READ.
031200     IF WS-DATE-IN NOT = ZERO
031300         AND WS-DATE-IN < WS-TODAY-DATE
031400         DISPLAY "ENTRY IS IN THE PAST - IT CANNOT BE DELETED."
031500         GO TO 5000-DELETE-ENTRY-EXIT
031600     END-IF.
031700     IF WS-DATE-IN = ZERO
031800         DISPLAY "SITE " WS-SITE-IN " WILL TAKE NO NEW BOOKINGS."
031900             "  CONFIRM (Y/N): "
032000         ACCEPT WS-CONFIRM-IN
032100         IF WS-CONFIRM-IN NOT = "Y"
032200             DISPLAY "DELETE ABANDONED."
032300             GO TO 5000-DELETE-ENTRY-EXIT
032400         END-IF
032500     END-IF.
032600     DELETE CAPACITY-FILE RECORD
032700         INVALID KEY
032800             DISPLAY "ERROR DELETING CAPACITY ENTRY, STATUS "
032900                 WS-CAP-STATUS
033000         NOT INVALID KEY
033100             DISPLAY "DELETED CAPACITY ENTRY " WS-SITE-IN " "
033200                 WS-DATE-IN
033300     END-DELETE.
033400 5000-DELETE-ENTRY-EXIT.
033500     EXIT.
033600
033700*--------------------------------------------------------------*
033800*    5500-LIST-ENTRIES  -  EVERY ENTRY FOR ONE SITE, OR FOR ALL
033900*                          SITES WHEN THE SITE IS LEFT BLANK, IN
034000*                          SITE AND DATE ORDER
034100*--------------------------------------------------------------*
034200 5500-LIST-ENTRIES.
034300     MOVE "N"  TO WS-LIST-EOF-SWITCH.
034400     MOVE ZERO TO WS-LIST-COUNT.
034500     DISPLAY "SITE TO LIST (BLANK = ALL): ".
034600     MOVE SPACES TO WS-SITE-IN.
034700     ACCEPT WS-SITE-IN.
034800     MOVE WS-SITE-IN TO CAP-SITE-CODE.
034900     MOVE ZERO       TO CAP-DATE.
035000     START CAPACITY-FILE KEY IS NOT LESS THAN CAP-KEY
035100         INVALID KEY
035200             MOVE "Y" TO WS-LIST-EOF-SWITCH
035300     END-START.
035400     DISPLAY "SITE DATE      SLOTS FROM  MIN  OPENDAY  REASON"
035500         "                ENTERED".
035600     PERFORM 5510-LIST-ONE-ENTRY
035700         THRU 5510-LIST-ONE-ENTRY-EXIT
035800         UNTIL WS-LIST-DONE.
035900     IF WS-LIST-COUNT = ZERO
036000         DISPLAY "NO CAPACITY ENTRIES ON FILE."
036100     END-IF.
036200 5500-LIST-ENTRIES-EXIT.
036300     EXIT.
036400
036500 5510-LIST-ONE-ENTRY.
036600     READ CAPACITY-FILE NEXT RECORD
036700         AT END
036800             MOVE "Y" TO WS-LIST-EOF-SWITCH
036900             GO TO 5510-LIST-ONE-ENTRY-EXIT
037000     END-READ.
037100     IF WS-SITE-IN NOT = SPACES
037200         AND CAP-SITE-CODE NOT = WS-SITE-IN
037300         MOVE "Y" TO WS-LIST-EOF-SWITCH
037400         GO TO 5510-LIST-ONE-ENTRY-EXIT
037500     END-IF.
037600     ADD 1 TO WS-LIST-COUNT.
037700     PERFORM 5520-SHOW-ENTRY
037800         THRU 5520-SHOW-ENTRY-EXIT.
037900 5510-LIST-ONE-ENTRY-EXIT.
038000     EXIT.
038100
038200 5520-SHOW-ENTRY.
038300     MOVE SPACES             TO WS-LIST-LINE.
038400     MOVE CAP-SITE-CODE      TO WS-LST-SITE.
038500     MOVE CAP-SLOTS          TO WS-LST-SLOTS.
038600     IF CAP-STANDING-ENTRY
038700         MOVE "STANDING"       TO WS-LST-DATE
038800         MOVE CAP-FIRST-TIME   TO WS-LST-FIRST-TIME
038900         MOVE CAP-SLOT-MINUTES TO WS-LST-MINUTES
039000         MOVE CAP-OPEN-DAYS    TO WS-LST-OPEN-DAYS
039100     ELSE
039200         MOVE CAP-DATE         TO WS-LST-DATE
039300         MOVE CAP-REASON       TO WS-LST-REASON
039400     END-IF.
039500     MOVE CAP-ENTERED-DATE   TO WS-LST-ENTERED.
039600     DISPLAY WS-LIST-LINE.
039700 5520-SHOW-ENTRY-EXIT.
039800     EXIT.
039900
040000*--------------------------------------------------------------*
040100*    6000-GET-KEY  -  SHARED SITE AND DATE PROMPT.  A BLANK SITE
040200*                     OR A DATE THAT IS NOT NUMERIC COMES BACK
040300*                     AS A BLANK SITE.
040400*--------------------------------------------------------------*
040500 6000-GET-KEY.
040600     DISPLAY "SITE CODE: ".
040700     MOVE SPACES TO WS-SITE-IN.
040800     ACCEPT WS-SITE-IN.
040900     IF WS-SITE-IN = SPACES
041000         DISPLAY "SITE CODE IS REQUIRED."
041100         GO TO 6000-GET-KEY-EXIT
041200     END-IF.
041300     DISPLAY "DATE (YYYYMMDD, 00000000 = STANDING WEEK): ".
041400     ACCEPT WS-DATE-IN.
041500     IF WS-DATE-IN NOT NUMERIC
041600         DISPLAY "DATE MUST BE YYYYMMDD OR ZERO."
041700         MOVE SPACES TO WS-SITE-IN
041800     END-IF.
041900 6000-GET-KEY-EXIT.
042000     EXIT.
042100
042200*--------------------------------------------------------------*
042300*    6050-CHECK-DATED-ENTRY  -  A NEW DATED ENTRY MUST BE TODAY
042400*                               OR LATER AND THE SITE MUST HAVE
042500*                               ITS STANDING ENTRY
042600*--------------------------------------------------------------*
042700 6050-CHECK-DATED-ENTRY.
042800     MOVE "N" TO WS-VALID-SWITCH.
042900     IF WS-DATE-IN < WS-TODAY-DATE
043000         DISPLAY "DATE IS IN THE PAST."
043100         GO TO 6050-CHECK-DATED-ENTRY-EXIT
043200     END-IF.
043300     MOVE WS-SITE-IN TO CAP-SITE-CODE.
043400     MOVE ZERO       TO CAP-DATE.
043500     READ CAPACITY-FILE
043600         INVALID KEY
043700             DISPLAY "SITE " WS-SITE-IN
043800                 " HAS NO STANDING ENTRY - ADD THAT FIRST."
043900             GO TO 6050-CHECK-DATED-ENTRY-EXIT
044000     END-READ.
044100     MOVE "Y" TO WS-VALID-SWITCH.
044200 6050-CHECK-DATED-ENTRY-EXIT.
044300     EXIT.
044400
044500*--------------------------------------------------------------*
044600*    6100-GET-STANDING-VALUES  -  SLOTS, FIRST SLOT TIME, SLOT
044700*                                 LENGTH AND OPEN WEEKDAYS.  THE
044800*                                 LAST SLOT MUST END BY MIDNIGHT
044900*                                 AND THE SITE MUST OPEN ON AT
045000*                                 LEAST ONE WEEKDAY.
045100*--------------------------------------------------------------*
045200 6100-GET-STANDING-VALUES.
045300     MOVE "N" TO WS-VALID-SWITCH.
045400     DISPLAY "SLOTS PER DAY (01-99): ".
045500     ACCEPT WS-SLOTS-IN.
045600     DISPLAY "FIRST SLOT TIME (HHMM, E.G. 0900): ".
045700     ACCEPT WS-FIRST-TIME-IN.
045800     DISPLAY "MINUTES PER SLOT (E.G. 015): ".
045900     ACCEPT WS-MINUTES-IN.
046000     DISPLAY "OPEN DAYS MON-SUN AS Y/N (E.G. YYYYYNN): ".
046100     MOVE SPACES TO WS-OPEN-DAYS-IN.
046200     ACCEPT WS-OPEN-DAYS-IN.
046300     IF WS-SLOTS-IN NOT NUMERIC OR WS-FIRST-TIME-IN NOT NUMERIC
046400         OR WS-MINUTES-IN NOT NUMERIC
046500         DISPLAY "SLOTS, TIME AND MINUTES MUST BE NUMERIC."
046600         GO TO 6100-GET-STANDING-VALUES-EXIT
046700     END-IF.
046800     IF WS-SLOTS-IN = ZERO OR WS-MINUTES-IN = ZERO
046900         DISPLAY "SLOTS AND MINUTES MUST BE GREATER THAN ZERO."
047000         GO TO 6100-GET-STANDING-VALUES-EXIT
047100     END-IF.
047200     IF WS-FIRST-HH-IN > 23 OR WS-FIRST-MM-IN > 59
047300         DISPLAY "FIRST SLOT TIME MUST BE 0000 TO 2359."
047400         GO TO 6100-GET-STANDING-VALUES-EXIT
047500     END-IF.
047600     COMPUTE WS-CLINIC-MINUTES = WS-FIRST-HH-IN * 60
047700         + WS-FIRST-MM-IN + WS-SLOTS-IN * WS-MINUTES-IN.
047800     IF WS-CLINIC-MINUTES > 1440
047900         DISPLAY "THE LAST SLOT WOULD RUN PAST MIDNIGHT."
048000         GO TO 6100-GET-STANDING-VALUES-EXIT
048100     END-IF.
048200     MOVE ZERO TO WS-OPEN-DAY-COUNT.
048300     MOVE ZERO TO WS-DAY-SUB.
048400     PERFORM 6110-CHECK-OPEN-DAY
048500         THRU 6110-CHECK-OPEN-DAY-EXIT
048600         UNTIL WS-DAY-SUB >= 7.
048700     IF WS-DAY-SUB > 7
048800         DISPLAY "OPEN DAYS MUST BE SEVEN Y OR N FLAGS."
048900         GO TO 6100-GET-STANDING-VALUES-EXIT
049000     END-IF.
049100     IF WS-OPEN-DAY-COUNT = ZERO
049200         DISPLAY "THE SITE MUST OPEN ON AT LEAST ONE DAY."
049300         GO TO 6100-GET-STANDING-VALUES-EXIT
049400     END-IF.
049500     MOVE SPACES TO WS-REASON-IN.
049600     MOVE "Y" TO WS-VALID-SWITCH.
049700 6100-GET-STANDING-VALUES-EXIT.
049800     EXIT.
049900
050000*--------------------------------------------------------------*
050100*    6110-CHECK-OPEN-DAY  -  ONE WEEKDAY FLAG; A FLAG THAT IS
050200*                            NEITHER Y NOR N STOPS THE CHECK WITH
050300*                            WS-DAY-SUB PAST SEVEN
050400*--------------------------------------------------------------*
050500 6110-CHECK-OPEN-DAY.
050600     ADD 1 TO WS-DAY-SUB.
050700     IF WS-OPEN-DAY-IN (WS-DAY-SUB) = "Y"
050800         ADD 1 TO WS-OPEN-DAY-COUNT
050900     ELSE
051000         IF WS-OPEN-DAY-IN (WS-DAY-SUB) NOT = "N"
051100             MOVE 8 TO WS-DAY-SUB
051200         END-IF
051300     END-IF.
051400 6110-CHECK-OPEN-DAY-EXIT.
051500     EXIT.
051600
051700*--------------------------------------------------------------*
051800*    6200-GET-DATED-VALUES  -  SLOTS FOR THE ONE DAY (ZERO =
051900*                              CLOSED) AND THE REASON, WHICH IS
052000*                              REQUIRED.  CLOSING OR CUTTING A
052100*                              DAY SHOWS THE APPOINTMENTS ALREADY
052166*                              BOOKED ON IT, OR THAT THE BOOKINGS
052232*                              COULD NOT BE CHECKED.
052300*--------------------------------------------------------------*
052400 6200-GET-DATED-VALUES.
052500     MOVE "N" TO WS-VALID-SWITCH.
052600     DISPLAY "SLOTS THAT DAY (00 = CLOSED): ".
052700     ACCEPT WS-SLOTS-IN.
052800     DISPLAY "REASON (E.G. BANK HOLIDAY): ".
052900     MOVE SPACES TO WS-REASON-IN.
053000     ACCEPT WS-REASON-IN.
053100     IF WS-SLOTS-IN NOT NUMERIC
053200         DISPLAY "SLOTS MUST BE NUMERIC."
053300         GO TO 6200-GET-DATED-VALUES-EXIT
053400     END-IF.
053500     IF WS-REASON-IN = SPACES
053600         DISPLAY "A REASON IS REQUIRED."
053700         GO TO 6200-GET-DATED-VALUES-EXIT
053800     END-IF.
053900     MOVE ZERO   TO WS-FIRST-TIME-IN.
054000     MOVE ZERO   TO WS-MINUTES-IN.
054100     MOVE SPACES TO WS-OPEN-DAYS-IN.
054108     IF WS-APPT-UNREADABLE
054116         DISPLAY "BOOKINGS COULD NOT BE CHECKED - THE CLINIC "
054124             "MUST CHECK " WS-DATE-IN " BY HAND."
054132         DISPLAY "CONFIRM (Y/N): "
054140         ACCEPT WS-CONFIRM-IN
054148         IF WS-CONFIRM-IN NOT = "Y"
054156             GO TO 6200-GET-DATED-VALUES-EXIT
054164         END-IF
054172         MOVE "Y" TO WS-VALID-SWITCH
054180         GO TO 6200-GET-DATED-VALUES-EXIT
054188     END-IF.
054200     PERFORM 6400-COUNT-BOOKED
054300         THRU 6400-COUNT-BOOKED-EXIT.
054400     IF WS-BOOKED-COUNT > WS-SLOTS-IN
054500         DISPLAY WS-BOOKED-COUNT
054600             " APPOINTMENTS ARE ALREADY BOOKED ON " WS-DATE-IN
054700             " - THE CLINIC MUST RE-ARRANGE THEM."
054800         DISPLAY "CONFIRM (Y/N): "
054900         ACCEPT WS-CONFIRM-IN
055000         IF WS-CONFIRM-IN NOT = "Y"
055100             GO TO 6200-GET-DATED-VALUES-EXIT
055200         END-IF
055300     END-IF.
055400     MOVE "Y" TO WS-VALID-SWITCH.
055500 6200-GET-DATED-VALUES-EXIT.
055600     EXIT.
055700
055800 6300-MOVE-VALUES.
055900     MOVE WS-SLOTS-IN        TO CAP-SLOTS.
056000     MOVE WS-FIRST-TIME-IN   TO CAP-FIRST-TIME.
056100     MOVE WS-MINUTES-IN      TO CAP-SLOT-MINUTES.
056200     MOVE WS-OPEN-DAYS-IN    TO CAP-OPEN-DAYS.
056300     MOVE WS-REASON-IN       TO CAP-REASON.
056400     MOVE WS-TODAY-DATE      TO CAP-ENTERED-DATE.
056500 6300-MOVE-VALUES-EXIT.
056600     EXIT.
056700
056800*--------------------------------------------------------------*
056900*    6400-COUNT-BOOKED  -  APPOINTMENTS STILL BOOKED AT THE SITE
057000*                          ON THE DAY.  THE FILE IS KEYED SITE +
057100*                          DATE + SLOT, SO ONE START AT SLOT ZERO
057200*                          AND A READ-NEXT RUN COVER THE DAY.
057300*--------------------------------------------------------------*
057400 6400-COUNT-BOOKED.
057500     MOVE ZERO TO WS-BOOKED-COUNT.
057600     IF NOT WS-APPT-FILE-OPEN
057700         GO TO 6400-COUNT-BOOKED-EXIT
057800     END-IF.
057900     MOVE "N"        TO WS-LIST-EOF-SWITCH.
058000     MOVE WS-SITE-IN TO APPT-SITE-CODE.
058100     MOVE WS-DATE-IN TO APPT-DATE.
058200     MOVE ZERO       TO APPT-SLOT.
058300     START APPOINTMENT-FILE KEY IS NOT LESS THAN APPT-KEY
058400         INVALID KEY
058500             GO TO 6400-COUNT-BOOKED-EXIT
058600     END-START.
058700     PERFORM 6410-COUNT-ONE-BOOKED
058800         THRU 6410-COUNT-ONE-BOOKED-EXIT
058900         UNTIL WS-LIST-DONE.
059000 6400-COUNT-BOOKED-EXIT.
059100     EXIT.
059200
059300 6410-COUNT-ONE-BOOKED.
059400     READ APPOINTMENT-FILE NEXT RECORD
059500         AT END
059600             MOVE "Y" TO WS-LIST-EOF-SWITCH
059700             GO TO 6410-COUNT-ONE-BOOKED-EXIT
059800     END-READ.
059900     IF APPT-SITE-CODE NOT = WS-SITE-IN
060000         OR APPT-DATE NOT = WS-DATE-IN
060100         MOVE "Y" TO WS-LIST-EOF-SWITCH
060200         GO TO 6410-COUNT-ONE-BOOKED-EXIT
060300     END-IF.
060400     IF APPT-BOOKED
060500         ADD 1 TO WS-BOOKED-COUNT
060600     END-IF.
060700 6410-COUNT-ONE-BOOKED-EXIT.
060800     EXIT.
060900
061000 9000-FINALIZE.
061100     CLOSE CAPACITY-FILE.
061200     IF WS-APPT-FILE-OPEN
061300         CLOSE APPOINTMENT-FILE
061400     END-IF.
061500 9000-FINALIZE-EXIT.
061600     EXIT.
061700
061800 END PROGRAM "CapMaint".
