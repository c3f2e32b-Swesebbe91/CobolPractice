000400*                 STANDARD UNDERWEIGHT/NORMAL/OVERWEIGHT/OBESE
000500*                 BANDS SO EVERY SCREENER USES THE SAME
000600*                 THRESHOLDS INSTEAD OF READING THE RAW NUMBER.
000610*                 THE CUT-OFFS ARE THE ONES IN FORCE ON THE
000620*                 SCREENING DATE (COPYBOOKS POLWS/POLPROC) -
000630*                 PERFORM 7950-SET-POLICY-FOR-DATE FIRST.
000700*    MOD HISTORY
000800*    2026-08-09 SMS  INITIAL VERSION
000810*    2026-10-15 SMS  BAND CUT-OFFS TAKEN FROM THE EFFECTIVE-DATED
000820*                    SCREENING POLICY INSTEAD OF LITERALS
000900******************************************************************
001000 8000-CLASSIFY-BMI.
001100     IF WS-CE-BMI < WS-POL-UNDER-LIMIT
001200         MOVE "UNDERWEIGHT " TO WS-CE-CATEGORY
001300     ELSE
001400         IF WS-CE-BMI < WS-POL-NORMAL-LIMIT
001500             MOVE "NORMAL      " TO WS-CE-CATEGORY
001600         ELSE
001700             IF WS-CE-BMI < WS-POL-OVER-LIMIT
001800                 MOVE "OVERWEIGHT  " TO WS-CE-CATEGORY
001900             ELSE
002000                 MOVE "OBESE       " TO WS-CE-CATEGORY
