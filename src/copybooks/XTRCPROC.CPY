001099*                    ACKNOWLEDGES BY NUMBER, NOT BY NAME.
001101*    2026-09-03 SMS  CARRY THE MASTER DEMOGRAPHICS; HR INTAKE
001102*                    CONFIRMED THE WIDER RECORD.
001126*    2026-10-15 SMS  STAMP EVERY ROW AS AN ORIGINAL; REVERSALS AND
001150*                    REPLACEMENTS COME ONLY FROM HISTCORR.
001174******************************************************************
001200 7500-WRITE-EXTRACT.
001250     MOVE WS-CE-EMP-NUMBER TO XTR-EMP-NUMBER.
001300     MOVE WS-CE-NAME      TO XTR-NAME.
001860     MOVE WS-CE-BIRTH-DATE TO XTR-BIRTH-DATE.
001870     MOVE WS-CE-SEX       TO XTR-SEX.
001880     MOVE WS-CE-DEPT-CODE TO XTR-DEPT-CODE.
001890     MOVE "O"             TO XTR-ACTION-CODE.
001900     WRITE EXTRACT-RECORD.
001950     ADD 1 TO WS-AUD-EXTRACT-CNT.
002000 7500-WRITE-EXTRACT-EXIT.
