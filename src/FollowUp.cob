000600*    DATE-COMPILED
000700*
000800*    REMARKS.     FOLLOW-UP ROSTER EXTRACTOR.  READS THE FOLLOW-
000875*                 UP SCHEDULE FILE THE ROSTER BATCH WRITES
000950*                 (COPYBOOK FUPREC) AND BUILDS A READY-TO-RUN
001025*                 ROSTERIN-FORMAT ROSTER OF EVERY EMPLOYEE WITH A
001100*                 FOLLOW-UP APPOINTMENT (COPYBOOK APPTREC) BOOKED
001175*                 BY APPTBOOK ON THE OPERATOR-SUPPLIED DATE, SO
001250*                 RE-SCREENS STOP BEING KEYED BY HAND FROM THE
001325*                 PRINTOUT.
001400*
001500*    MOD HISTORY
001600*    2026-08-23 SMS  INITIAL VERSION.
001650*    2026-09-03 SMS  SKIP ROWS ALREADY MARKED COMPLETED BY
001660*                    FUPSTATUS SO AN EMPLOYEE WHO ALREADY CAME
001670*                    BACK IS NOT RE-EXTRACTED.
001675*    2026-10-15 SMS  THE DUE DATE IS WORKED OUT FROM THE SCREENING
001680*                    DATE AND THE FOLLOW-UP INTERVAL THE SCREENING
001685*                    POLICY FILE HAD IN FORCE ON THAT DATE, SO A
001690*                    BACK-DATED POLICY ENTRY RESCHEDULES ROWS THAT
001695*                    WERE WRITTEN BEFORE IT WAS KEYED.
001700*    2026-10-15 SMS  ALSO SKIP ROWS CANCELLED BY HISTCORR WHEN A
001711*                    CORRECTED READING NO LONGER NEEDS A
001722*                    FOLLOW-UP.
001733*    2026-10-15 SMS  THE ROSTER IS NOW THE APPOINTMENTS BOOKED FOR
001744*                    THE DATE AGAINST THE SITE CAPACITY CALENDAR,
001755*                    NOT EVERY ROW DUE THAT DAY.  THE DUE-DATE
001766*                    RULE MOVED TO APPTBOOK WITH THE BOOKING, SO
001777*                    THE POLICY FILE IS NO LONGER READ HERE.
001788******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  "FollowUp".
002000 AUTHOR.      SEBASTIAN.
003100     SELECT ROSTER-OUT-FILE ASSIGN TO "FUPROSTR"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-ROST-FILE-STATUS.
003316     SELECT APPOINTMENT-FILE ASSIGN TO "APPTFILE"
003330         ORGANIZATION IS INDEXED
003344         ACCESS MODE IS DYNAMIC
003358         RECORD KEY IS APPT-KEY
003372         ALTERNATE RECORD KEY IS APPT-FUP-KEY
003386         FILE STATUS IS WS-APPT-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003900
004000 FD  ROSTER-OUT-FILE.
004100     COPY ROSTREC.
004125
004150 FD  APPOINTMENT-FILE.
004175     COPY APPTREC.
004200
004300 WORKING-STORAGE SECTION.
004400*--------------------------------------------------------------*
005400 01  WS-EXTRACT-FIELDS.
005500     05  WS-FUP-FILE-STATUS   PIC X(02).
005600     05  WS-ROST-FILE-STATUS  PIC X(02).
005700     05  WS-APPT-STATUS       PIC X(02).
005750     05  WS-APPT-DATE-IN      PIC 9(08)   VALUE ZERO.
005800     05  WS-READ-COUNT        PIC 9(07)   VALUE ZERO.
005900     05  WS-DUE-COUNT         PIC 9(07)   VALUE ZERO.
005920     05  WS-NOT-BOOKED-COUNT  PIC 9(07)   VALUE ZERO.
006000
006100 PROCEDURE DIVISION.
006200 0000-MAINLINE.
007000     STOP RUN.
007100
007200*--------------------------------------------------------------*
007300*    1000-INITIALIZE  -  GET THE APPOINTMENT DATE AND OPEN THE
007350*                        FILES
007400*--------------------------------------------------------------*
007500 1000-INITIALIZE.
007600     DISPLAY "BUILD ROSTER FOR APPOINTMENT DATE (YYYYMMDD): ".
007700     ACCEPT WS-APPT-DATE-IN.
007800     IF WS-APPT-DATE-IN NOT NUMERIC OR WS-APPT-DATE-IN = ZERO
007900         DISPLAY "INVALID APPOINTMENT DATE - RUN ABANDONED."
008000         MOVE "Y" TO WS-EOF-SWITCH
008100         GO TO 1000-INITIALIZE-EXIT
008200     END-IF.
009200         DISPLAY "ERROR OPENING ROSTER OUTPUT, STATUS "
009300             WS-ROST-FILE-STATUS
009400     END-IF.
009433     OPEN INPUT APPOINTMENT-FILE.
009444     IF WS-APPT-STATUS NOT = "00"
009455         DISPLAY "ERROR OPENING APPOINTMENT FILE, STATUS "
009466             WS-APPT-STATUS
009477         MOVE "Y" TO WS-EOF-SWITCH
009488     END-IF.
009500 1000-INITIALIZE-EXIT.
009600     EXIT.
009700
009800*--------------------------------------------------------------*
009900*    2000-EXTRACT-ONE-DUE  -  ONE SCHEDULE RECORD PER PASS; AN
010000*                             OPEN RECORD WHOSE APPOINTMENT IS
010100*                             BOOKED FOR THE REQUESTED DATE
010200*                             BECOMES A ROSTER ROW CARRYING THE
010300*                             FIELDS THE BATCH EXPECTS
010350*--------------------------------------------------------------*
010400 2000-EXTRACT-ONE-DUE.
010500     READ FOLLOWUP-FILE
010600         AT END
010800             GO TO 2000-EXTRACT-ONE-DUE-EXIT
010900     END-READ.
011000     ADD 1 TO WS-READ-COUNT.
011038     IF FUP-COMPLETED OR FUP-CANCELLED
011076         GO TO 2000-EXTRACT-ONE-DUE-EXIT
011114     END-IF.
011152     PERFORM 2100-FIND-APPOINTMENT
011191         THRU 2100-FIND-APPOINTMENT-EXIT.
011230     IF APPT-DATE NOT = WS-APPT-DATE-IN
011269         GO TO 2000-EXTRACT-ONE-DUE-EXIT
011308     END-IF.
011350     MOVE SPACES        TO ROSTER-RECORD.
011400     MOVE FUP-NAME      TO ROST-NAME.
011500     MOVE FUP-WEIGHT    TO ROST-WEIGHT.
011900     ADD 1 TO WS-DUE-COUNT.
012000 2000-EXTRACT-ONE-DUE-EXIT.
012100     EXIT.
012103
012106*--------------------------------------------------------------*
012108*    2100-FIND-APPOINTMENT  -  THE APPOINTMENT BOOKED FOR THIS
012110*                              ROW, BY THE ALTERNATE KEY.  NONE,
012114*                              OR ONE NO LONGER SIMPLY BOOKED,
012118*                              COMES BACK WITH A ZERO DATE.
012122*--------------------------------------------------------------*
012126 2100-FIND-APPOINTMENT.
012130     MOVE FUP-EMP-NUMBER  TO APPT-EMP-NUMBER.
012134     MOVE FUP-SCREEN-DATE TO APPT-SCREEN-DATE.
012138     READ APPOINTMENT-FILE KEY IS APPT-FUP-KEY
012142         INVALID KEY
012146             MOVE ZERO TO APPT-DATE
012150             ADD 1 TO WS-NOT-BOOKED-COUNT
012154             GO TO 2100-FIND-APPOINTMENT-EXIT
012158     END-READ.
012162     IF NOT APPT-BOOKED
012166         MOVE ZERO TO APPT-DATE
012170     END-IF.
012174 2100-FIND-APPOINTMENT-EXIT.
012178     EXIT.
012200
012300 9000-FINALIZE.
012400     CLOSE FOLLOWUP-FILE.
012500     CLOSE ROSTER-OUT-FILE.
012560     CLOSE APPOINTMENT-FILE.
012620     DISPLAY "FOLLOW-UP ROSTER BUILT - READ " WS-READ-COUNT
012680         " BOOKED " WS-DUE-COUNT
012740         " NOT YET BOOKED " WS-NOT-BOOKED-COUNT.
012800 9000-FINALIZE-EXIT.
012900     EXIT.
013000
