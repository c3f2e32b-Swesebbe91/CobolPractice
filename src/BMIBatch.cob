002663*                    RECORDS, AND THE END-OF-BATCH SUMMARY
002664*                    BREAKS BY DEPARTMENT THE SAME WAY IT
002665*                    ALREADY BREAKS BY SITE.
002668*    2026-10-15 SMS  THE BMI BAND CUT-OFFS, THE OBESE/OVERWEIGHT
002671*                    FOLLOW-UP INTERVALS AND THE SUSPECT-READING
002674*                    HOLD THRESHOLDS NOW COME FROM THE EFFECTIVE-
002677*                    DATED SCREENING POLICY FILE (SEE POLMAINT)
002680*                    AS IN FORCE ON THE SCREENING DATE, INSTEAD OF
002683*                    LITERALS.  THE CALENDAR ARITHMETIC MOVED TO
002686*                    COPYBOOKS DATEWS/DATEPROC.
002687*    2026-10-15 SMS  A HELD ROW IS STAMPED WITH THE DATE IT WAS
002688*                    HELD.
002689******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  "CalcBMIBatch".
002900 AUTHOR.      SEBASTIAN.
004614     SELECT HOLD-FILE ASSIGN TO "BMIHOLD"
004615         ORGANIZATION IS SEQUENTIAL
004616         FILE STATUS IS WS-HOLD-FILE-STATUS.
004622     SELECT POLICY-FILE ASSIGN TO "POLFILE"
004628         ORGANIZATION IS INDEXED
004634         ACCESS MODE IS DYNAMIC
004640         RECORD KEY IS POL-EFFECTIVE-DATE
004646         FILE STATUS IS WS-POL-FILE-STATUS.
004656
004700 DATA DIVISION.
004800 FILE SECTION.
005813 FD  HOLD-FILE.
005814     COPY HOLDREC.
005815
005828 FD  POLICY-FILE.
005841     COPY POLREC.
005850
005856 WORKING-STORAGE SECTION.
005900*--------------------------------------------------------------*
006000*    01  WS-CONTROL-SWITCHES
009480     05  WS-SUMM-OBESE-ED     PIC ZZZZ9.
009490     05  FILLER               PIC X(14)   VALUE SPACES.
009500
009505     COPY DATEWS.
009510     COPY POLWS.
009513
009517*--------------------------------------------------------------*
009518*    01  WS-SEVERITY-FIELDS  -  END-OF-BATCH FOLLOW-UP WORKING
009519*                               LIST.  FILLED BY SCANNING TODAY'S
010994             WS-HOLD-FILE-STATUS
010996     END-IF.
011000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
011012*    THE SCREENING POLICY IN FORCE TODAY DRIVES THE BANDS, THE
011024*    FOLLOW-UP INTERVALS AND THE HOLD THRESHOLDS FOR THE RUN.
011036     PERFORM 7900-LOAD-POLICY-TABLE
011048         THRU 7900-LOAD-POLICY-TABLE-EXIT.
011060     MOVE WS-TODAY-DATE TO WS-POL-AS-OF-DATE.
011072     PERFORM 7950-SET-POLICY-FOR-DATE
011084         THRU 7950-SET-POLICY-FOR-DATE-EXIT.
011100     PERFORM 2100-READ-ROSTER
011200         THRU 2100-READ-ROSTER-EXIT.
011210     PERFORM 1100-SKIP-PROCESSED-ROWS
012941*--------------------------------------------------------------*
012943*    2045-CHECK-SUSPECT  -  COMPARE THE ROSTER READING AGAINST
012945*                           THE EMPLOYEE'S LATEST PRIOR HISTORY
012946*                           READING.  A WEIGHT SWING OR A HEIGHT
012947*                           MOVE BEYOND THE POLICY IN FORCE (20
012948*                           PERCENT AND 3 CM/IN AS STANDING) ON
012949*                           AN ADULT IS A KEYING SLIP
012953*                           UNTIL A NURSE SAYS OTHERWISE.  A ROW
012955*                           HOLDREV ALREADY RELEASED, A FIRST
012957*                           VISIT, OR A VISIT KEYED IN THE OTHER
013019         END-IF
013021         COMPUTE WS-CHK-PCT =
013023             WS-CHK-DIFF * 100 / WS-CHK-PRIOR-WEIGHT
013025         IF WS-CHK-PCT > WS-POL-SWING-PCT
013027             MOVE "Y"  TO WS-SUSPECT-SWITCH
013029             MOVE "WS" TO WS-HOLD-REASON
013031         END-IF
013041         IF WS-CHK-DIFF < ZERO
013043             COMPUTE WS-CHK-DIFF = ZERO - WS-CHK-DIFF
013045         END-IF
013047         IF WS-CHK-DIFF > WS-POL-HEIGHT-TOL
013049             MOVE "Y"  TO WS-SUSPECT-SWITCH
013051             MOVE "HC" TO WS-HOLD-REASON
013053         END-IF
013334     MOVE WS-CHK-PRIOR-WEIGHT TO HLD-PRIOR-WEIGHT.
013335     MOVE WS-CHK-PRIOR-HEIGHT TO HLD-PRIOR-HEIGHT-CM.
013336     MOVE WS-HOLD-REASON      TO HLD-REASON-CODE.
013337     MOVE WS-TODAY-DATE       TO HLD-HELD-DATE.
013338     MOVE "H"                 TO HLD-STATUS.
013339     WRITE HOLD-RECORD.
013340     IF WS-HOLD-FILE-STATUS NOT = "00"
013341         DISPLAY "ERROR WRITING HOLD RECORD, STATUS "
013342             WS-HOLD-FILE-STATUS
013343     END-IF.
013344     MOVE SPACES              TO WS-REJECT-LINE.
013345     MOVE WS-CE-NAME          TO WS-REJ-NAME.
013346     MOVE "*** HELD-FOR-REVIEW SUSPECT READING ***"
013347         TO WS-REJ-MESSAGE.
013348     WRITE REPORT-LINE        FROM WS-REJECT-LINE.
013349     ADD 1                    TO WS-SUMM-HELD-CNT.
013350 2075-HOLD-ROSTER-ROW-EXIT.
013351     EXIT.
013352
013399 2100-READ-ROSTER.
013400     READ ROSTER-FILE
013401         AT END
013450     COPY CLSSIFY.
013460     COPY HISTPROC.
013470     COPY XTRCPROC.
013472     COPY AUDPROC.
013474     COPY DATEPROC.
013476     COPY POLPROC.
013480
013481*--------------------------------------------------------------*
013482*    7550-WRITE-FOLLOWUP  -  SCHEDULE THE RE-SCREEN THE WELLNESS
013483*                            POLICY IN FORCE TODAY CALLS FOR:
013484*                            OBESE AND OVERWEIGHT AFTER ITS
013485*                            INTERVALS, OTHERS NO FOLLOW-UP ROW.
013486*--------------------------------------------------------------*
013487 7550-WRITE-FOLLOWUP.
013488     EVALUATE WS-CE-CATEGORY
013489         WHEN "OBESE       "
013490             MOVE WS-POL-OBESE-DAYS TO WS-ADD-DAYS
013492         WHEN "OVERWEIGHT  "
013493             MOVE WS-POL-OVER-DAYS  TO WS-ADD-DAYS
013494         WHEN OTHER
013495             GO TO 7550-WRITE-FOLLOWUP-EXIT
013496     END-EVALUATE.
013516 7550-WRITE-FOLLOWUP-EXIT.
013517     EXIT.
013518
013584*--------------------------------------------------------------*
013585*    8500-PRINT-SUMMARY  -  HEADCOUNT, AVERAGE BMI AND CATEGORY
013586*                           BAND COUNTS AFTER THE LAST ROSTER ROW
014671*--------------------------------------------------------------*
014681 8620-ADD-SEVERITY-ENTRY.
014691     MOVE HIST-BMI TO WS-CE-BMI.
014693     MOVE HIST-DATE TO WS-POL-AS-OF-DATE.
014695     PERFORM 7950-SET-POLICY-FOR-DATE
014697         THRU 7950-SET-POLICY-FOR-DATE-EXIT.
014701     PERFORM 8000-CLASSIFY-BMI
014711         THRU 8000-CLASSIFY-BMI-EXIT.
014721     IF WS-CE-CATEGORY NOT = "OBESE       "
