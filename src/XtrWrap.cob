001700*                 RECORD-LEVEL MATCH.  RUNS AS ITS OWN STEP
001800*                 AFTER BMIRECON BALANCES, SO THE BATCH'S
001900*                 CHECKPOINT/RESTART EXTRACT HANDLING STAYS
002000*                 UNTOUCHED.  CORRECTION ROWS QUEUED BY HISTCORR
002016*                 (BMIXCOR - A REVERSAL OF A POSTED READING AND,
002032*                 FOR AN AMENDMENT, ITS REPLACEMENT) RIDE THE
002048*                 SAME TRANSMISSION AFTER THE DAY'S ROWS, INSIDE
002064*                 THE SAME CONTROLS, AND THE QUEUE IS THEN
002080*                 EMPTIED SO THEY ARE SENT ONCE.
002100*
002200*    MOD HISTORY
002300*    2026-09-03 SMS  INITIAL VERSION.
002400*    2026-10-15 SMS  CARRY THE HISTCORR CORRECTION QUEUE (BMIXCOR)
002416*                    INSIDE THE HEADER/TRAILER CONTROLS SO
002432*                    ACKMATCH BALANCES REVERSALS AND REPLACEMENTS
002448*                    LIKE ANY OTHER ROW; RECORD WIDENED FOR THE
002464*                    ACTION CODE ADDED TO XTRCREC.
002480******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  "XtrWrap".
002700 AUTHOR.      SEBASTIAN.
003800     SELECT XMIT-FILE ASSIGN TO "BMIXTRC"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-XMIT-FILE-STATUS.
004025     SELECT CORRECTION-FILE ASSIGN TO "BMIXCOR"
004050         ORGANIZATION IS SEQUENTIAL
004075         FILE STATUS IS WS-COR-FILE-STATUS.
004100     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-AUD-FILE-STATUS.
004800     COPY XTRCREC.
004900
005000 FD  XMIT-FILE.
005100 01  XMIT-RECORD              PIC X(76).
005114
005128 FD  CORRECTION-FILE.
005142 01  CORRECTION-RECORD.
005156     05  FILLER               PIC X(29).
005170     05  XCR-BMI              PIC 999V99.
005184     05  FILLER               PIC X(42).
005200
005300 FD  AUDIT-FILE.
005400     COPY AUDREC.
006000 01  WS-CONTROL-SWITCHES.
006100     05  WS-EOF-SWITCH        PIC X(01)   VALUE "N".
006200         88  END-OF-EXTRACT              VALUE "Y".
006233     05  WS-COR-EOF-SW        PIC X(01)   VALUE "N".
006266         88  END-OF-CORRECTIONS          VALUE "Y".
006300
006400*--------------------------------------------------------------*
006500*    01  WS-FILE-STATUS-FIELDS
006700 01  WS-FILE-STATUS-FIELDS.
006800     05  WS-EXTRACT-FILE-STATUS PIC X(02).
006900     05  WS-XMIT-FILE-STATUS  PIC X(02).
006950     05  WS-COR-FILE-STATUS   PIC X(02).
007000
007100*--------------------------------------------------------------*
007200*    01  WS-WRAP-FIELDS  -  BUSINESS DATE AND CONTROL TOTALS
007500     05  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.
007600     05  WS-REC-COUNT         PIC 9(07)   VALUE ZERO.
007700     05  WS-BMI-HASH          PIC 9(09)V99 VALUE ZERO.
007750     05  WS-COR-COUNT         PIC 9(07)   VALUE ZERO.
007800
007900     COPY XTRCTL.
008000     COPY AUDWS.
008600     PERFORM 2000-WRAP-ONE-RECORD
008700         THRU 2000-WRAP-ONE-RECORD-EXIT
008800         UNTIL END-OF-EXTRACT.
008833     PERFORM 3000-APPEND-CORRECTIONS
008866         THRU 3000-APPEND-CORRECTIONS-EXIT.
008900     PERFORM 8000-WRITE-TRAILER
009000         THRU 8000-WRITE-TRAILER-EXIT.
009100     PERFORM 9000-FINALIZE
014400 2000-WRAP-ONE-RECORD-EXIT.
014500     EXIT.
014600
014602
014604*--------------------------------------------------------------*
014606*    3000-APPEND-CORRECTIONS  -  QUEUED CORRECTION ROWS FOLLOW
014608*                                THE DAY'S ROWS; NO QUEUE FILE
014610*                                (STATUS 35) JUST MEANS NONE WAIT
014612*--------------------------------------------------------------*
014614 3000-APPEND-CORRECTIONS.
014616     IF WS-XMIT-FILE-STATUS NOT = "00"
014618         GO TO 3000-APPEND-CORRECTIONS-EXIT
014620     END-IF.
014622     OPEN INPUT CORRECTION-FILE.
014624     IF WS-COR-FILE-STATUS NOT = "00"
014626         GO TO 3000-APPEND-CORRECTIONS-EXIT
014628     END-IF.
014630     MOVE "N" TO WS-COR-EOF-SW.
014632     PERFORM 3100-WRAP-ONE-CORRECTION
014634         THRU 3100-WRAP-ONE-CORRECTION-EXIT
014636         UNTIL END-OF-CORRECTIONS.
014638     CLOSE CORRECTION-FILE.
014640*    THE CORRECTIONS NOW RIDE TONIGHT'S TRANSMISSION; EMPTY THE
014642*    QUEUE SO THE SAME ROWS CANNOT RIDE AGAIN TOMORROW.
014644     OPEN OUTPUT CORRECTION-FILE.
014646     CLOSE CORRECTION-FILE.
014648 3000-APPEND-CORRECTIONS-EXIT.
014650     EXIT.
014652
014654 3100-WRAP-ONE-CORRECTION.
014656     READ CORRECTION-FILE
014658         AT END
014660             MOVE "Y" TO WS-COR-EOF-SW
014662             GO TO 3100-WRAP-ONE-CORRECTION-EXIT
014664     END-READ.
014666     WRITE XMIT-RECORD FROM CORRECTION-RECORD.
014668     ADD 1       TO WS-REC-COUNT.
014670     ADD 1       TO WS-COR-COUNT.
014672     ADD XCR-BMI TO WS-BMI-HASH.
014674     ADD 1       TO WS-AUD-PROCESSED-CNT.
014676     ADD 1       TO WS-AUD-EXTRACT-CNT.
014678 3100-WRAP-ONE-CORRECTION-EXIT.
014680     EXIT.
014700*--------------------------------------------------------------*
014800*    8000-WRITE-TRAILER  -  RECORD COUNT AND BMI HASH TOTAL FOR
014900*                           HR TO ECHO BACK
016800         THRU 7600-WRITE-AUDIT-RECORD-EXIT.
016900     DISPLAY "EXTRACT WRAP COMPLETE - " WS-REC-COUNT
017000         " RECORDS, BMI HASH " WS-BMI-HASH.
017050     DISPLAY "CORRECTION ROWS CARRIED - " WS-COR-COUNT.
017100 9000-FINALIZE-EXIT.
017200     EXIT.
017300
