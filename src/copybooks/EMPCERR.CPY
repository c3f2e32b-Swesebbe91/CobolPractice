000100******************************************************************
000200*    COPYBOOK     EMPCERR
000300*    PURPOSE      HR CHANGE-FEED ERROR RECORD.  A CHANGE-FEED
000400*                 TRANSACTION (COPYBOOK EMPCHG) THAT IS INVALID
000500*                 OR CONFLICTS WITH THE MASTER OR THE SCREENING
000600*                 FILES IS WRITTEN HERE UNCHANGED WITH A REASON
000700*                 CODE INSTEAD OF BEING APPLIED, SO HR CAN
000800*                 CORRECT AND RESEND IT.
000900*    MOD HISTORY
001000*    2026-10-15 SMS  INITIAL VERSION
001025*    2026-10-15 SMS  ADDED REASON "AN" - REACTIVATION OF AN
001050*                    ANONYMISED MASTER WITHOUT NAME, BIRTH DATE
001075*                    AND SEX.
001080*    2026-10-15 SMS  ADDED REASONS "AC" - NAME, BIRTH DATE OR SEX
001085*                    CHANGE ON AN ANONYMISED MASTER - AND "FU" -
001090*                    FOLLOW-UP SCHEDULE WOULD NOT OPEN TO CHECK A
001095*                    LEAVER.
001100******************************************************************
001200 01  EMP-CHANGE-ERROR-RECORD.
001300     05  ECE-CHANGE-IMAGE     PIC X(39).
001400     05  ECE-REASON-CODE      PIC X(02).
001500         88  ECE-BAD-ACTION               VALUE "BA".
001600         88  ECE-BAD-EMP-NUMBER           VALUE "BN".
001700         88  ECE-ALREADY-ON-FILE          VALUE "DK".
001800         88  ECE-NAME-ON-FILE             VALUE "DN".
001900         88  ECE-NOT-ON-FILE              VALUE "NF".
002000         88  ECE-INVALID-DATA             VALUE "IV".
002100         88  ECE-ALREADY-INACTIVE         VALUE "AI".
002200         88  ECE-ALREADY-ACTIVE           VALUE "AA".
002300         88  ECE-OPEN-FOLLOWUP            VALUE "OF".
002400         88  ECE-ACTIVE-GOAL              VALUE "AG".
002450         88  ECE-ANON-NEEDS-DETAILS       VALUE "AN".
002466         88  ECE-ANON-CHANGE              VALUE "AC".
002482         88  ECE-FUP-UNREADABLE           VALUE "FU".
002500     05  ECE-RUN-DATE         PIC 9(08).
