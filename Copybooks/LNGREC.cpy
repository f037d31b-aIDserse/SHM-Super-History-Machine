000210*                  EVENT CAN CARRY ITS TEXT IN BOTH LANGUAGES
000220*                  AND DISPLAYS CAN FALL BACK WITH A MARKER
000230*                  WHEN A TRANSLATION IS MISSING.
000231* 2026-10-15 RPK   LNG-KEYED-DATE AND LNG-STALE-SW CARVED OUT OF
000232*                  THE FILLER - THE DATE THE TEXT WAS LAST KEYED
000233*                  OR LOADED, AND A Y FLAG SHMTRAN SETS WHEN THE
000234*                  BASE EVT-TEXT WAS CHANGED AFTER THAT DATE, SO
000235*                  THE DISPLAYS CAN MARK A TRANSLATION THAT HAS
000236*                  DRIFTED OUT OF STEP. ROWS KEYED BEFORE THIS
000237*                  CHANGE CARRY SPACES IN THE DATE - A NON-
000238*                  NUMERIC DATE READS AS NEVER KEYED.
000240*================================================================
000250 01  LNG-RECORD.
000260     05  LNG-KEY.
000280         10  LNG-SEQ-NO            PIC 9(04).
000290         10  LNG-LANG-CD           PIC X(01).
000300     05  LNG-TEXT                  PIC X(200).
000310     05  LNG-KEYED-DATE            PIC 9(08).
000320     05  LNG-STALE-SW              PIC X(01).
000330         88  LNG-STALE                 VALUE "Y".
000340     05  FILLER                    PIC X(02).
