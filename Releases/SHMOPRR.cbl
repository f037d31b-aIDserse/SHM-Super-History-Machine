000300*                  CAN SEE WHO KEYED WHAT LAST MONTH. ROWS CUT
000310*                  BEFORE THE OPERATOR FIELD EXISTED GROUP
000320*                  UNDER (NONE) AND RAISE CC 4.
000322* 2026-10-15 RPK   THE MRG- ROWS A MERGE CUTS FOR EACH SATELLITE
000324*                  ROW IT MOVES ARE PASSED BY - THE MERGE ROW
000326*                  ITSELF STILL COUNTS AS ONE UPDATE.
000330*================================================================
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
001930     MOVE JRN-OPERATOR TO WS-WORK-OPER
001940     PERFORM 1500-FIND-OPERATOR THRU 1500-EXIT
001950     IF WS-FOUND-IX NOT = ZERO
001955             AND NOT JRN-FN-MRG-MOVE
001960         IF JRN-FN-ADD
001970             ADD 1 TO WS-OT-ADDS (WS-FOUND-IX)
001980         ELSE
003210         MOVE "(NONE)" TO WS-WORK-OPER
003220     END-IF
003230     IF WS-WORK-OPER = WS-CURR-OPER
003235             AND NOT JRN-FN-MRG-MOVE
003240         MOVE JRN-AFTER-IMAGE (1:8) TO WS-AFTER-KEY
003250         MOVE SPACES TO REPORT-LINE
003260         STRING "  " DELIMITED BY SIZE
