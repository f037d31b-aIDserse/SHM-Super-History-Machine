000100*================================================================
000110* FEAREC   -  FEATURED EVENT OF THE DAY SCHEDULE RECORD LAYOUT
000120* USED BY  -  SHM, SHMMAINT, SHMFEAT
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW PER CALENDAR DATE ON SHMFEAF, KEYED BY
000190*                  THE DATE, NAMING THE HEADLINE EVENT THE KIOSK
000200*                  OPENS ON THAT DAY AND AN OPTIONAL CAPTION.
000210*                  FEA-EVT-KEY IS AN ALTERNATE KEY WITH
000220*                  DUPLICATES SO SHMFEAT CAN SEE WHEN AN EVENT
000230*                  WAS LAST FEATURED. FEA-SOURCE TELLS A DATE
000240*                  KEYED BY AN EDITOR IN SHMMAINT (E) FROM ONE
000250*                  PROPOSED BY THE SHMFEAT NIGHTLY FILL (P).
000260*================================================================
000270 01  FEA-RECORD.
000280     05  FEA-DATE.
000290         10  FEA-CAL-YEAR          PIC 9(04).
000300         10  FEA-CAL-MONTH         PIC 9(02).
000310         10  FEA-CAL-DAY           PIC 9(02).
000320     05  FEA-EVT-KEY.
000330         10  FEA-YEAR              PIC 9(04).
000340         10  FEA-SEQ-NO            PIC 9(04).
000350     05  FEA-CAPTION               PIC X(60).
000360     05  FEA-SOURCE                PIC X(01).
000370         88  FEA-SRC-EDITOR            VALUE "E".
000380         88  FEA-SRC-PROPOSED          VALUE "P".
000390     05  FEA-SET-BY                PIC X(08).
000400     05  FEA-SET-DATE              PIC 9(08).
000410     05  FILLER                    PIC X(07).
