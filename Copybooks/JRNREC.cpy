000100*================================================================
000110* JRNREC   -  SHMEVTF MAINTENANCE JOURNAL RECORD LAYOUT
000120* USED BY  -  SHMMAINT, SHMRCVR, SHMAPPR, SHMJRNP, SHMRPT
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000226*                  UPDATE CAN BE TRACED TO WHO KEYED IT. THE
000228*                  RECORD GROWS FROM 504 TO 512 BYTES - CUT THE
000229*                  JOURNAL OVER ON A QUIET NIGHT.
000230* 2026-10-15 RPK   MERGE FUNCTION - BEFORE IMAGE IS THE RETIRED
000231*                  DUPLICATE TAKEN OFF SHMEVTF, AFTER IMAGE IS
000232*                  THE SURVIVOR IT WAS MERGED INTO.
000233* 2026-10-15 RPK   MRG- FUNCTIONS - ONE ROW PER SATELLITE ROW A
000234*                  MERGE CARRIES TO THE SURVIVOR, CUT AHEAD OF
000235*                  THE MERGE ROW. BEFORE IMAGE IS THE ROW AS IT
000236*                  STOOD UNDER THE RETIRED KEY, AFTER IMAGE IS
000237*                  THE ROW AS WRITTEN UNDER THE SURVIVOR, OR
000238*                  SPACES WHEN IT CLASHED AND WAS DROPPED. THE
000239*                  FUNCTION NAMES THE FILE. SHMRCVR MOVES THE
000240*                  ROWS BACK ON A BACKOUT; THE EVENT HISTORIES
000241*                  AND OPERATOR COUNTS PASS THEM BY.
000242*================================================================
000243 01  JRN-RECORD.
000250     05  JRN-DATE                  PIC 9(08).
000260     05  JRN-TIME                  PIC 9(08).
000270     05  JRN-FUNCTION              PIC X(08).
000280         88  JRN-FN-ADD                VALUE "ADD".
000290         88  JRN-FN-UPDATE             VALUE "UPDATE".
000291         88  JRN-FN-MERGE              VALUE "MERGE".
000292         88  JRN-FN-MRG-MOVE           VALUE "MRG-NARR"
000293                                         "MRG-CITE" "MRG-LANG"
000294                                         "MRG-PLC" "MRG-XREF"
000295                                         "MRG-PER" "MRG-MED"
000296                                         "MRG-COL" "MRG-FEA"
000297                                         "MRG-FBK".
000298     05  JRN-OPERATOR              PIC X(08).
000300     05  JRN-BEFORE-IMAGE          PIC X(240).
000310     05  JRN-AFTER-IMAGE           PIC X(240).
