000100******************************************************************
000200*    COPYBOOK     POLPROC
000300*    PURPOSE      SCREENING POLICY LOOKUP.  THE PROGRAM SELECTS
000400*                 POLICY-FILE (ASSIGN "POLFILE", INDEXED, RECORD
000500*                 KEY POL-EFFECTIVE-DATE, FILE STATUS
000600*                 WS-POL-FILE-STATUS) WITH COPYBOOK POLREC UNDER
000700*                 ITS FD AND COPIES POLWS INTO WORKING-STORAGE.
000800*                 PERFORM 7900 ONCE AT START OF RUN; THEN, FOR
000900*                 EACH SCREENING DATE, MOVE THE DATE TO
001000*                 WS-POL-AS-OF-DATE AND PERFORM 7950 BEFORE
001100*                 CLASSIFYING OR SCHEDULING.
001200*    MOD HISTORY
001300*    2026-10-15 SMS  INITIAL VERSION
001400******************************************************************
001500*--------------------------------------------------------------*
001600*    7900-LOAD-POLICY-TABLE  -  READ POLFILE IN KEY ORDER INTO
001700*                               WS-POL-TABLE.  NO FILE (STATUS
001800*                               "35") LEAVES THE TABLE EMPTY AND
001900*                               THE STANDING VALUES IN FORCE.
002000*--------------------------------------------------------------*
002100 7900-LOAD-POLICY-TABLE.
002200     MOVE ZERO TO WS-POL-USED.
002300     MOVE "N"  TO WS-POL-EOF-SWITCH.
002400     OPEN INPUT POLICY-FILE.
002500     IF WS-POL-FILE-STATUS = "35"
002600         GO TO 7900-LOAD-POLICY-TABLE-EXIT
002700     END-IF.
002800     IF WS-POL-FILE-STATUS NOT = "00"
002900         DISPLAY "ERROR OPENING POLICY FILE, STATUS "
003000             WS-POL-FILE-STATUS
003100         DISPLAY "STANDING SCREENING POLICY VALUES USED."
003200         GO TO 7900-LOAD-POLICY-TABLE-EXIT
003300     END-IF.
003400     MOVE ZERO TO POL-EFFECTIVE-DATE.
003500     START POLICY-FILE KEY IS NOT LESS THAN POL-EFFECTIVE-DATE
003600         INVALID KEY
003700             MOVE "Y" TO WS-POL-EOF-SWITCH
003800     END-START.
003900     PERFORM 7910-READ-POLICY-ENTRY
004000         THRU 7910-READ-POLICY-ENTRY-EXIT
004100         UNTIL WS-POL-LOAD-DONE.
004200     CLOSE POLICY-FILE.
004300 7900-LOAD-POLICY-TABLE-EXIT.
004400     EXIT.
004500
004600 7910-READ-POLICY-ENTRY.
004700     READ POLICY-FILE NEXT RECORD
004800         AT END
004900             MOVE "Y" TO WS-POL-EOF-SWITCH
005000             GO TO 7910-READ-POLICY-ENTRY-EXIT
005100     END-READ.
005200     IF WS-POL-USED NOT < 20
005300         DISPLAY "POLICY TABLE FULL - ENTRIES FROM "
005400             POL-EFFECTIVE-DATE " IGNORED"
005500         MOVE "Y" TO WS-POL-EOF-SWITCH
005600         GO TO 7910-READ-POLICY-ENTRY-EXIT
005700     END-IF.
005800     ADD 1 TO WS-POL-USED.
005900     MOVE POL-EFFECTIVE-DATE TO WS-POL-T-DATE (WS-POL-USED).
006000     MOVE POL-UNDER-LIMIT    TO WS-POL-T-UNDER (WS-POL-USED).
006100     MOVE POL-NORMAL-LIMIT   TO WS-POL-T-NORMAL (WS-POL-USED).
006200     MOVE POL-OVER-LIMIT     TO WS-POL-T-OVER (WS-POL-USED).
006300     MOVE POL-OBESE-FUP-DAYS TO WS-POL-T-OBESE-DAYS (WS-POL-USED).
006400     MOVE POL-OVER-FUP-DAYS  TO WS-POL-T-OVER-DAYS (WS-POL-USED).
006500     MOVE POL-SWING-PCT      TO WS-POL-T-SWING-PCT (WS-POL-USED).
006600     MOVE POL-HEIGHT-TOL     TO WS-POL-T-HEIGHT-TOL (WS-POL-USED).
006700 7910-READ-POLICY-ENTRY-EXIT.
006800     EXIT.
006900
007000*--------------------------------------------------------------*
007100*    7950-SET-POLICY-FOR-DATE  -  START FROM THE STANDING VALUES
007200*                                 AND LET EVERY ENTRY DATED ON OR
007300*                                 BEFORE WS-POL-AS-OF-DATE REPLACE
007400*                                 THEM IN TURN; THE TABLE IS IN
007500*                                 DATE ORDER, SO THE LAST ONE
007600*                                 APPLIED IS THE ONE IN FORCE.
007700*--------------------------------------------------------------*
007800 7950-SET-POLICY-FOR-DATE.
007900     MOVE ZERO                  TO WS-POL-IN-FORCE-DATE.
008000     MOVE WS-POL-STD-UNDER      TO WS-POL-UNDER-LIMIT.
008100     MOVE WS-POL-STD-NORMAL     TO WS-POL-NORMAL-LIMIT.
008200     MOVE WS-POL-STD-OVER       TO WS-POL-OVER-LIMIT.
008300     MOVE WS-POL-STD-OBESE-DAYS TO WS-POL-OBESE-DAYS.
008400     MOVE WS-POL-STD-OVER-DAYS  TO WS-POL-OVER-DAYS.
008500     MOVE WS-POL-STD-SWING-PCT  TO WS-POL-SWING-PCT.
008600     MOVE WS-POL-STD-HEIGHT-TOL TO WS-POL-HEIGHT-TOL.
008700     MOVE ZERO                  TO WS-POL-SUB.
008800     PERFORM 7960-APPLY-POLICY-ENTRY
008900         THRU 7960-APPLY-POLICY-ENTRY-EXIT
009000         UNTIL WS-POL-SUB >= WS-POL-USED.
009100 7950-SET-POLICY-FOR-DATE-EXIT.
009200     EXIT.
009300
009400 7960-APPLY-POLICY-ENTRY.
009500     ADD 1 TO WS-POL-SUB.
009600     IF WS-POL-T-DATE (WS-POL-SUB) > WS-POL-AS-OF-DATE
009700         GO TO 7960-APPLY-POLICY-ENTRY-EXIT
009800     END-IF.
009900     MOVE WS-POL-T-DATE (WS-POL-SUB)   TO WS-POL-IN-FORCE-DATE.
010000     MOVE WS-POL-T-UNDER (WS-POL-SUB)  TO WS-POL-UNDER-LIMIT.
010100     MOVE WS-POL-T-NORMAL (WS-POL-SUB) TO WS-POL-NORMAL-LIMIT.
010200     MOVE WS-POL-T-OVER (WS-POL-SUB)   TO WS-POL-OVER-LIMIT.
010300     MOVE WS-POL-T-OBESE-DAYS (WS-POL-SUB)
010400                                       TO WS-POL-OBESE-DAYS.
010500     MOVE WS-POL-T-OVER-DAYS (WS-POL-SUB)
010600                                       TO WS-POL-OVER-DAYS.
010700     MOVE WS-POL-T-SWING-PCT (WS-POL-SUB)
010800                                       TO WS-POL-SWING-PCT.
010900     MOVE WS-POL-T-HEIGHT-TOL (WS-POL-SUB)
011000                                       TO WS-POL-HEIGHT-TOL.
011100 7960-APPLY-POLICY-ENTRY-EXIT.
011200     EXIT.
