000100*================================================================
000110* SCHREC   -  EDITORIAL SCORECARD HISTORY RECORD LAYOUT
000120* USED BY  -  SHMSCOR
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW PER YEAR AND ONE PER DECADE FOR EACH
000190*                  SHMSCOR RUN, APPENDED TO SHMSCRH, SO THE
000200*                  NEXT RUN CAN SHOW THE MOVEMENT IN EACH
000210*                  TOTAL SINCE THE RUN BEFORE IT. ROWS OF ONE
000220*                  RUN SHARE THE SAME SCH-STAMP. THE SEVEN
000230*                  SCORES ARE PERCENTAGES IN CHECKLIST ORDER -
000240*                  HEADLINE, NARRATIVE, CITATION, ITALIAN TEXT,
000250*                  PLACE, ERA, CROSS-REFERENCE.
000260*================================================================
000270 01  SCH-RECORD.
000280     05  SCH-STAMP.
000290         10  SCH-RUN-DATE          PIC 9(08).
000300         10  SCH-RUN-TIME          PIC 9(08).
000310     05  SCH-KIND                  PIC X(01).
000320         88  SCH-KIND-YEAR             VALUE "Y".
000330         88  SCH-KIND-DECADE           VALUE "D".
000340     05  SCH-YEAR                  PIC 9(04).
000350     05  SCH-EVENTS                PIC 9(05).
000360     05  SCH-SCORE                 PIC 9(03) OCCURS 7 TIMES.
000370     05  SCH-TOTAL                 PIC 9(03).
000380     05  FILLER                    PIC X(10).
