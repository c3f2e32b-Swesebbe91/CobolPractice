001296*                    RE-SCREEN LANDS ON THE HISTORY FILE, SO THE
001297*                    ROSTER EXTRACTOR AND THE OVERDUE REPORT
001298*                    STOP CHASING EMPLOYEES WHO ALREADY CAME IN.
001315*    2026-10-15 SMS  ADDED FUP-CANCELLED.  HISTCORR CANCELS AN
001332*                    OPEN ROW WHEN A CORRECTED READING NO LONGER
001349*                    NEEDS A FOLLOW-UP; A CANCELLED ROW IS NEVER
001366*                    CHASED.
001383******************************************************************
001400 01  FOLLOWUP-RECORD.
001500     05  FUP-NAME             PIC X(20).
001600     05  FUP-WEIGHT           PIC 999V9.
002300     05  FUP-STATUS           PIC X(01).
002400         88  FUP-OPEN                     VALUE "O".
002500         88  FUP-COMPLETED                VALUE "C".
002600         88  FUP-CANCELLED                VALUE "X".
