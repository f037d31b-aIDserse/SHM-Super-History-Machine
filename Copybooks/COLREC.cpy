000100*================================================================
000110* COLREC   -  CURATED EXHIBIT COLLECTION RECORD LAYOUT
000120* USED BY  -  SHM, SHMMAINT, SHMRPT
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE FILE, SHMCOLF, HOLDS EVERY COLLECTION.
000190*                  POSITION 000 UNDER A COLLECTION CODE IS THE
000200*                  HEADER ROW CARRYING THE TITLE; POSITIONS
000210*                  001-999 ARE THE MEMBER EVENTS IN THE ORDER
000220*                  THE CURATOR WANTS THEM WALKED, EACH NAMING
000230*                  AN EVT-KEY ALREADY ON SHMEVTF. READING THE
000240*                  FILE IN KEY ORDER GIVES THE CURATED ORDER.
000250*================================================================
000260 01  COL-RECORD.
000270     05  COL-KEY.
000280         10  COL-CODE              PIC X(08).
000290         10  COL-POSITION          PIC 9(03).
000300             88  COL-IS-HEADER         VALUE ZERO.
000310     05  COL-BODY                  PIC X(69).
000320     05  COL-HEADER-BODY REDEFINES COL-BODY.
000330         10  COL-TITLE             PIC X(60).
000340         10  FILLER                PIC X(09).
000350     05  COL-MEMBER-BODY REDEFINES COL-BODY.
000360         10  COL-EVT-YEAR          PIC 9(04).
000370         10  COL-EVT-SEQ-NO        PIC 9(04).
000380         10  FILLER                PIC X(61).
