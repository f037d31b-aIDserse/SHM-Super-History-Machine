000100*================================================================
000110* PERREC   -  PEOPLE REGISTER RECORD LAYOUT
000120* USED BY  -  SHM, SHMMAINT, SHMRPT, SHMXAUD
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW PER PERSON ON SHMPERF - A SHORT CODE,
000190*                  THE FULL NAME, BIRTH AND DEATH YEARS AND A
000200*                  ONE-LINE DESCRIPTION, MAINTAINED THROUGH
000210*                  SHMMAINT. A YEAR OF ZERO IS NOT KNOWN (OR,
000220*                  FOR THE DEATH YEAR, STILL LIVING). EVENTS
000230*                  ARE TIED TO PEOPLE THROUGH THE SHMEPRF LINK
000240*                  FILE (SEE EPRREC), SO A SEARCH FOR A PERSON
000250*                  NO LONGER DEPENDS ON HOW THE TEXT NAMES THEM.
000260*================================================================
000270 01  PER-RECORD.
000280     05  PER-CODE                  PIC X(08).
000290     05  PER-NAME                  PIC X(40).
000300     05  PER-BIRTH-YEAR            PIC 9(04).
000310         88  PER-BIRTH-UNKNOWN         VALUE ZERO.
000320     05  PER-DEATH-YEAR            PIC 9(04).
000330         88  PER-DEATH-UNKNOWN         VALUE ZERO.
000340     05  PER-DESC                  PIC X(60).
000350     05  FILLER                    PIC X(04).
