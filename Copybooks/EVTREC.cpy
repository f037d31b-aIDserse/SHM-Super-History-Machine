000100*================================================================
000110* EVTREC   -  HISTORICAL EVENT RECORD LAYOUT
000120* USED BY  -  SHM, SHMMAINT, SHMRPT, SHMLOAD, SHMPUBR
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000260*                  BELOW STAY AS THE FALLBACK USED WHEN THE
000270*                  REGISTER IS MISSING OR EMPTY - DO NOT ADD
000280*                  NEW CATEGORIES HERE.
000281* 2026-10-15 RPK   EVT-END-DATE CARVED OUT OF THE FILLER FOR AN
000282*                  EVENT THAT RUNS OVER A PERIOD OF YEARS (THE
000283*                  GREAT WAR, THE DEPRESSION). BLANK OR ZERO
000284*                  MEANS A SINGLE-DATE EVENT, SO EVERY EXISTING
000285*                  RECORD READS AS BEFORE. THE EVENT STAYS KEYED
000286*                  UNDER ITS START YEAR - THE LISTINGS CARRY IT
000287*                  FORWARD INTO EACH LATER YEAR IT SPANS.
000288* 2026-10-15 RPK   EVT-PUB-STATUS CARVED OUT OF THE FILLER - A
000289*                  DRAFT, SCHEDULED, PUBLISHED OR WITHDRAWN. BLANK
000290*                  MEANS PUBLISHED, SO EVERY EXISTING RECORD READS
000291*                  AS BEFORE. ONLY A PUBLISHED EVENT MAY REACH THE
000292*                  PUBLIC PATHS (TIME-MACHINE, THE SHMRPT
000293*                  LISTINGS, SHMRSVC, SHMFEED). THE RELEASE DATE
000294*                  OF A SCHEDULED EVENT AND THE REASON FOR A
000295*                  WITHDRAWAL LIVE ON SHMPUBF (SEE PUBREC).
000296*================================================================
000300 01  EVT-RECORD.
000310     05  EVT-KEY.
000320         10  EVT-YEAR                 PIC 9(04).
000480     05  EVT-LANG-CD                  PIC X(01).
000490         88  EVT-LANG-ENGLISH             VALUE "E" " ".
000500         88  EVT-LANG-ITALIAN             VALUE "I".
000510     05  EVT-END-DATE.
000520         10  EVT-END-YEAR             PIC 9(04).
000530         10  EVT-END-MONTH            PIC 9(02).
000540         10  EVT-END-DAY              PIC 9(02).
000550     05  EVT-END-DATE-X REDEFINES EVT-END-DATE
000560                                      PIC X(08).
000570         88  EVT-NO-END-DATE              VALUE SPACES ZEROES.
000580     05  EVT-PUB-STATUS               PIC X(01).
000590         88  EVT-PUB-PUBLISHED            VALUE "P" " ".
000600         88  EVT-PUB-DRAFT                VALUE "D".
000610         88  EVT-PUB-SCHEDULED            VALUE "S".
000620         88  EVT-PUB-WITHDRAWN            VALUE "W".
000630         88  EVT-PUB-VALID                VALUE "P" " " "D" "S"
000640                                            "W".
000650     05  FILLER                       PIC X(07).
