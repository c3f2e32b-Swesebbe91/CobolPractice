001500*                 THE LIVE FILE IS LEFT ALONE AND COUNTED.  THE
001600*                 RESTORE IS TEMPORARY BY DESIGN: THE NEXT
001700*                 HISTPURGE RUN ARCHIVES THE OLD READINGS AGAIN.
001830*                 A LEAVER ANONYMISED BY PRIVANON COMES BACK
001860*                 ANONYMISED: AN ARCHIVE IMAGE OLDER THAN THE
001890*                 ANONYMISATION (E.G. ONE RELOADED FROM TAPE) IS
001920*                 PSEUDONYMISED FROM THE MASTER BEFORE IT IS
001950*                 WRITTEN, AND THE RUN COUNTS THEM.
001980*
002010*    MOD HISTORY
002040*    2026-09-03 SMS  INITIAL VERSION.
002070*    2026-10-15 SMS  RETURN ANONYMISED LEAVERS' READINGS
002100*                    ANONYMISED (EMPFILE EMP-ANON-DATE, COPYBOOK
002115*                    ANONWS); NO MASTER FILE JUST SKIPS THE CHECK.
002130*    2026-10-15 SMS  A MASTER FILE THAT EXISTS BUT WILL NOT OPEN
002145*                    NOW STOPS THE RUN INSTEAD OF SKIPPING THE
002152*                    CHECK.
002160******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  "ArchRetr".
002400 AUTHOR.      SEBASTIAN.
003800         RECORD KEY IS HIST-KEY
003900         ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
004000         FILE STATUS IS WS-HIST-FILE-STATUS.
004014     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
004028         ORGANIZATION IS INDEXED
004042         ACCESS MODE IS DYNAMIC
004056         RECORD KEY IS EMP-NUMBER
004070         ALTERNATE RECORD KEY IS EMP-NAME
004084         FILE STATUS IS WS-EMP-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004600
004700 FD  HISTORY-FILE.
004800     COPY HISTREC.
004825
004850 FD  EMPLOYEE-FILE.
004875     COPY EMPREC.
004900
005000 WORKING-STORAGE SECTION.
005100*--------------------------------------------------------------*
005700     05  WS-SCOPE-SWITCH      PIC X(01)   VALUE "A".
005800         88  WS-ALL-EMPLOYEES            VALUE "A".
005900         88  WS-ONE-EMPLOYEE             VALUE "1".
005933     05  WS-EMP-FILE-SW       PIC X(01)   VALUE "N".
005966         88  WS-EMP-FILE-OPEN            VALUE "Y".
006000
006100*--------------------------------------------------------------*
006200*    01  WS-FILE-STATUS-FIELDS
006400 01  WS-FILE-STATUS-FIELDS.
006500     05  WS-ARCH-FILE-STATUS  PIC X(02).
006600     05  WS-HIST-FILE-STATUS  PIC X(02).
006650     05  WS-EMP-STATUS        PIC X(02).
006700
006800*--------------------------------------------------------------*
006900*    01  WS-RETRIEVE-FIELDS  -  REQUEST AND RUN COUNTS
007700     05  WS-RESTORED-COUNT    PIC 9(07)   VALUE ZERO.
007800     05  WS-ON-FILE-COUNT     PIC 9(07)   VALUE ZERO.
007900     05  WS-SKIPPED-COUNT     PIC 9(07)   VALUE ZERO.
007920     05  WS-ANON-COUNT        PIC 9(07)   VALUE ZERO.
007940     05  WS-REANON-COUNT      PIC 9(07)   VALUE ZERO.
007960
007980     COPY ANONWS.
008000
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.
013100             WS-HIST-FILE-STATUS
013200         MOVE "Y" TO WS-EOF-SWITCH
013300     END-IF.
013307     OPEN INPUT EMPLOYEE-FILE.
013314     EVALUATE WS-EMP-STATUS
013321         WHEN "00"
013328             MOVE "Y" TO WS-EMP-FILE-SW
013335         WHEN "35"
013342             CONTINUE
013349         WHEN OTHER
013356             DISPLAY "ERROR OPENING EMPLOYEE MASTER, STATUS "
013363                 WS-EMP-STATUS
013370             DISPLAY "ANONYMISED LEAVERS CANNOT BE CHECKED - "
013377                 "NOTHING RETRIEVED."
013384             MOVE "Y" TO WS-EOF-SWITCH
013391     END-EVALUATE.
013400 1000-INITIALIZE-EXIT.
013500     EXIT.
013600
015700         ADD 1 TO WS-SKIPPED-COUNT
015800         GO TO 2000-RETRIEVE-ONE-RECORD-EXIT
015900     END-IF.
015933     PERFORM 2100-CHECK-ANONYMISED
015966         THRU 2100-CHECK-ANONYMISED-EXIT.
016000     WRITE HISTORY-RECORD
016100         INVALID KEY
016200             ADD 1 TO WS-ON-FILE-COUNT
016300         NOT INVALID KEY
016340             ADD 1 TO WS-RESTORED-COUNT
016380             IF HIST-NAME = WS-ANON-NAME
016420                 ADD 1 TO WS-ANON-COUNT
016460             END-IF
016500     END-WRITE.
016600 2000-RETRIEVE-ONE-RECORD-EXIT.
016700     EXIT.
016703
016706*--------------------------------------------------------------*
016709*    2100-CHECK-ANONYMISED  -  A READING TAKEN ON OR BEFORE THE
016712*                              DAY ITS EMPLOYEE WAS ANONYMISED
016715*                              MUST GO BACK PSEUDONYMISED,
016718*                              WHATEVER THE ARCHIVE IMAGE SAYS
016721*--------------------------------------------------------------*
016724 2100-CHECK-ANONYMISED.
016727     MOVE HIST-EMP-NUMBER TO WS-ANON-EMP-NUMBER.
016730     IF NOT WS-EMP-FILE-OPEN
016733         GO TO 2100-CHECK-ANONYMISED-EXIT
016736     END-IF.
016739     MOVE HIST-EMP-NUMBER TO EMP-NUMBER.
016742     READ EMPLOYEE-FILE
016745         INVALID KEY
016748             GO TO 2100-CHECK-ANONYMISED-EXIT
016751     END-READ.
016754     IF EMP-ANON-DATE = ZERO OR HIST-DATE > EMP-ANON-DATE
016757         GO TO 2100-CHECK-ANONYMISED-EXIT
016760     END-IF.
016763     IF HIST-NAME NOT = WS-ANON-NAME
016766         MOVE WS-ANON-NAME TO HIST-NAME
016769         MOVE ZERO         TO HIST-BIRTH-DATE
016772         MOVE SPACE        TO HIST-SEX
016775         ADD 1 TO WS-REANON-COUNT
016778     END-IF.
016781 2100-CHECK-ANONYMISED-EXIT.
016784     EXIT.
016800
016900 9000-FINALIZE.
017000     CLOSE ARCHIVE-FILE.
017100     CLOSE HISTORY-FILE.
017125     IF WS-EMP-FILE-OPEN
017150         CLOSE EMPLOYEE-FILE
017175     END-IF.
017200     DISPLAY "ARCHIVE RETRIEVAL COMPLETE - READ " WS-READ-COUNT
017300         " RESTORED " WS-RESTORED-COUNT
017400         " ALREADY ON FILE " WS-ON-FILE-COUNT
017500         " OUTSIDE REQUEST " WS-SKIPPED-COUNT.
017525     DISPLAY "  RESTORED ANONYMISED " WS-ANON-COUNT
017550         " OF WHICH PSEUDONYMISED FROM THE MASTER "
017575         WS-REANON-COUNT.
017600 9000-FINALIZE-EXIT.
017700     EXIT.
017800
