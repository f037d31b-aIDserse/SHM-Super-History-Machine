000100*================================================================
000110* CHGREC   -  UNLOAD-SET COMPARE CHANGE RECORD LAYOUT
000120* USED BY  -  SHMCOMP
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW ON SHMCHGF FOR EVERY EVENT, NARRATIVE
000190*                  LINE, TRANSLATION OR CROSS-REFERENCE LINK
000200*                  ADDED, REMOVED OR CHANGED BETWEEN TWO UNLOAD
000210*                  SETS, IN KEY ORDER WITHIN EACH ROW TYPE, SO
000220*                  THE WEB TEAM CAN APPLY THE DIFFERENCES
000230*                  INSTEAD OF RE-PULLING THE FULL SHMFEED RANGE.
000240*                  CHG-IMAGE IS THE ROW AS IT NOW STANDS (AS IT
000250*                  STOOD, FOR A REMOVED ROW) IN ITS UNLOAD
000260*                  LAYOUT. THE FIELD SWITCHES ARE SET ON CHANGED
000270*                  EVENTS; ON A CHANGED SATELLITE ROW ONLY
000280*                  CHG-TEXT-SW IS SET (THE RELATION, FOR A LINK).
000281* 2026-10-15 RPK   ONLY THE PUBLIC VIEW IS CARRIED. AN EVENT
000282*                  NOT PUBLISHED IN THE NEWER SET HAS NO ROWS, NOR
000283*                  HAVE ITS LINES, TRANSLATIONS OR LINKS, NOR ANY
000284*                  LINK TO IT. AN EVENT THAT LEFT THE PUBLIC VIEW
000285*                  IS A REMOVED EVT ROW; ONE THAT JOINED IT IS AN
000286*                  ADDED EVT ROW FOLLOWED BY ADDED ROWS FOR
000287*                  EVERYTHING UNDER IT. FIELD SWITCHES ARE SET
000288*                  ONLY ON CHANGED ROWS.
000290*================================================================
000300 01  CHG-RECORD.
000310     05  CHG-RUN-DATE              PIC 9(08).
000320     05  CHG-ROW-TYPE              PIC X(03).
000330         88  CHG-TYPE-EVENT            VALUE "EVT".
000340         88  CHG-TYPE-NARR             VALUE "NAR".
000350         88  CHG-TYPE-XREF             VALUE "XRF".
000360         88  CHG-TYPE-LANG             VALUE "LNG".
000370     05  CHG-ACTION                PIC X(01).
000380         88  CHG-ADDED                 VALUE "A".
000390         88  CHG-REMOVED               VALUE "R".
000400         88  CHG-CHANGED               VALUE "C".
000410     05  CHG-EVT-KEY.
000420         10  CHG-YEAR              PIC 9(04).
000430         10  CHG-SEQ-NO            PIC 9(04).
000440     05  CHG-ROW-KEY               PIC X(20).
000450     05  CHG-FIELDS.
000460         10  CHG-TEXT-SW           PIC X(01).
000470             88  CHG-TEXT-CHANGED      VALUE "Y".
000480         10  CHG-CATEGORY-SW       PIC X(01).
000490             88  CHG-CATEGORY-CHANGED  VALUE "Y".
000500         10  CHG-DATE-SW           PIC X(01).
000510             88  CHG-DATE-CHANGED      VALUE "Y".
000520         10  CHG-HEADLINE-SW       PIC X(01).
000530             88  CHG-HEADLINE-CHANGED  VALUE "Y".
000540         10  CHG-LANGUAGE-SW       PIC X(01).
000550             88  CHG-LANGUAGE-CHANGED  VALUE "Y".
000560         10  CHG-STATUS-SW         PIC X(01).
000570             88  CHG-STATUS-CHANGED    VALUE "Y".
000580     05  CHG-IMAGE                 PIC X(240).
000590     05  FILLER                    PIC X(14).
