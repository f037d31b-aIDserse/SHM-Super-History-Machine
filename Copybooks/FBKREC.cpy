000100*================================================================
000110* FBKREC   -  VISITOR ERROR-REPORT (FEEDBACK) RECORD LAYOUT
000120* USED BY  -  SHM, SHMTRIA, SHMFBKR
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW PER ERROR REPORT A VISITOR OR DOCENT
000190*                  FLAGS FROM THE TIME-MACHINE DETAIL VIEW, ON
000200*                  SHMFBKF KEYED BY THE EVENT KEY AND THE DATE
000210*                  AND TIME IT WAS FLAGGED, SO AN EVENT'S
000220*                  REPORTS READ TOGETHER. FBK-STATUS STAYS O
000230*                  UNTIL A SENIOR EDITOR CLOSES THE REPORT IN
000240*                  SHMTRIA AS FIXED, NO CHANGE OR DUPLICATE,
000250*                  STAMPING FBK-CLOSED-BY AND FBK-CLOSED-DATE.
000260*================================================================
000270 01  FBK-RECORD.
000280     05  FBK-KEY.
000290         10  FBK-EVT-KEY.
000300             15  FBK-YEAR          PIC 9(04).
000310             15  FBK-SEQ-NO        PIC 9(04).
000320         10  FBK-FLAG-DATE         PIC 9(08).
000330         10  FBK-FLAG-TIME         PIC 9(08).
000340     05  FBK-OPERATOR              PIC X(08).
000350     05  FBK-REASON                PIC X(01).
000360         88  FBK-RSN-DATE              VALUE "D".
000370         88  FBK-RSN-FACT              VALUE "F".
000380         88  FBK-RSN-SPELLING          VALUE "S".
000390         88  FBK-RSN-OFFENSIVE         VALUE "O".
000400         88  FBK-RSN-OTHER             VALUE "X".
000410         88  FBK-RSN-VALID             VALUE "D" "F" "S" "O" "X".
000430     05  FBK-COMMENT               PIC X(60).
000440     05  FBK-STATUS                PIC X(01).
000450         88  FBK-OPEN                  VALUE "O".
000460         88  FBK-FIXED                 VALUE "F".
000470         88  FBK-NO-CHANGE             VALUE "N".
000480         88  FBK-DUPLICATE             VALUE "D".
000490     05  FBK-CLOSED-BY             PIC X(08).
000500     05  FBK-CLOSED-DATE           PIC 9(08).
000510     05  FILLER                    PIC X(10).
