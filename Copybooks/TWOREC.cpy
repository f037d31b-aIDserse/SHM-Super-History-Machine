000100*================================================================
000110* TWOREC   -  TRANSLATION WORK-ORDER ITEM RECORD LAYOUT
000120* USED BY  -  SHMTRAN
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW PER EVENT SENT OUT FOR TRANSLATION ON
000190*                  SHMTWOF, KEYED BY THE BATCH NUMBER THE EXTRACT
000200*                  ASSIGNED AND THE EVT-KEY. TWO-BASE-TEXT HOLDS
000210*                  THE EVT-TEXT AS IT STOOD WHEN THE BATCH WENT
000220*                  OUT, SO THE RETURN STEP CAN REFUSE A TEXT
000230*                  TRANSLATED FROM WORDING THAT HAS SINCE BEEN
000240*                  CHANGED. TWO-REASON IS M FOR A MISSING
000250*                  TRANSLATION, S FOR A STALE ONE.
000260*================================================================
000270 01  TWO-RECORD.
000280     05  TWO-KEY.
000290         10  TWO-BATCH-NO          PIC 9(05).
000300         10  TWO-YEAR              PIC 9(04).
000310         10  TWO-SEQ-NO            PIC 9(04).
000320     05  TWO-LANG-CD               PIC X(01).
000330     05  TWO-REASON                PIC X(01).
000340         88  TWO-RSN-MISSING           VALUE "M".
000350         88  TWO-RSN-STALE             VALUE "S".
000360     05  TWO-STATUS                PIC X(01).
000370         88  TWO-OPEN                  VALUE "O".
000380         88  TWO-RETURNED              VALUE "R".
000390         88  TWO-SUPERSEDED            VALUE "X".
000400     05  TWO-SENT-DATE             PIC 9(08).
000410     05  TWO-RETURN-DATE           PIC 9(08).
000420     05  TWO-BASE-TEXT             PIC X(200).
000430     05  FILLER                    PIC X(08).
