001030*                    DEPARTMENT HEADS WANT THEIR OWN SLICE, SO
001040*                    THE DEMOGRAPHICS TRAVEL WITH THE EMPLOYEE
001050*                    INTO THE HISTORY AND EXTRACT RECORDS.
001100*    2026-10-15 SMS  ADDED EMP-STATUS-DATE (DATE OF THE LAST
001114*                    ACTIVATION OR DEACTIVATION) AND EMP-ANON-DATE
001128*                    (DATE THE PRIVACY RUN PSEUDONYMISED THE
001142*                    EMPLOYEE) SO LEAVERS CAN BE ANONYMISED ONCE
001156*                    THE RETENTION PERIOD HAS RUN.  ZERO = NOT
001170*                    KNOWN / NOT ANONYMISED.
001184******************************************************************
001200 01  EMPLOYEE-RECORD.
001300     05  EMP-NUMBER           PIC 9(06).
001400     05  EMP-NAME             PIC X(20).
002000         88  EMP-SEX-MALE                 VALUE "M".
002100         88  EMP-SEX-FEMALE               VALUE "F".
002200     05  EMP-DEPT-CODE        PIC X(03).
002300     05  EMP-STATUS-DATE      PIC 9(08).
002400     05  EMP-ANON-DATE        PIC 9(08).
