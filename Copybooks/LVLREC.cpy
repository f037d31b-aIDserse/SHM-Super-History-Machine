000100*================================================================
000110* LVLREC   -  SHMLOAD VALIDATE-RUN HISTORY RECORD LAYOUT
000120* USED BY  -  SHMLOAD
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW ON SHMLVAL PER SHMLOAD VALIDATE RUN,
000190*                  NAMING THE INPUT CHECKED (SEED OR DELTA) AND
000200*                  HOW MANY OF ITS ROWS FAILED THE EDITS. A FULL
000210*                  OR DELTA RUN CARRYING AN ERROR LIMIT ON ITS
000220*                  SHMLPARM CARD READS THE LATEST ROW FOR ITS
000230*                  INPUT AND REFUSES TO START WHEN THE COUNT IS
000240*                  OVER THE LIMIT.
000250*================================================================
000260 01  LVL-RECORD.
000270     05  LVL-DATE                  PIC 9(08).
000280     05  LVL-TIME                  PIC 9(08).
000290     05  LVL-INPUT                 PIC X(05).
000300         88  LVL-INPUT-SEED            VALUE "SEED".
000310         88  LVL-INPUT-DELTA           VALUE "DELTA".
000320     05  LVL-ROWS-READ             PIC 9(07).
000330     05  LVL-ROWS-IN-ERROR         PIC 9(07).
000340     05  FILLER                    PIC X(05).
