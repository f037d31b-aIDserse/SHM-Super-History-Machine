000100*================================================================
000110* MEDREC   -  MEDIA ASSET REGISTER RECORD LAYOUT
000120* USED BY  -  SHM, SHMMAINT, SHMFEED, SHMMEDR
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW PER PHOTOGRAPH, NEWSREEL OR AUDIO CLIP
000190*                  IN THE ARCHIVE STORE ON SHMMEDF, KEYED BY ITS
000200*                  MEDIA ID AND MAINTAINED THROUGH SHMMAINT.
000210*                  EVENTS ARE TIED TO MEDIA THROUGH THE SHMEMLF
000220*                  LINK FILE (SEE EMLREC). A ZERO LICENCE START
000230*                  OR EXPIRY MEANS NO LIMIT ON THAT SIDE (MATERIAL
000240*                  THE COLLEGE OWNS OUTRIGHT). ONLY AN ITEM WITH
000250*                  MED-WEB-ALLOWED SET, INSIDE ITS LICENCE, GOES
000260*                  OUT ON THE SHMFEED WEB FEED.
000270*================================================================
000280 01  MED-RECORD.
000290     05  MED-ID                    PIC X(10).
000300     05  MED-TYPE                  PIC X(01).
000310         88  MED-TYPE-PHOTO            VALUE "P".
000320         88  MED-TYPE-NEWSREEL         VALUE "N".
000330         88  MED-TYPE-AUDIO            VALUE "A".
000340         88  MED-TYPE-VALID            VALUE "P" "N" "A".
000350     05  MED-LOCATION              PIC X(40).
000360     05  MED-HOLDER                PIC X(40).
000370     05  MED-LIC-START             PIC 9(08).
000380     05  MED-LIC-EXPIRY            PIC 9(08).
000390         88  MED-NO-EXPIRY             VALUE ZERO.
000400     05  MED-WEB-SW                PIC X(01).
000410         88  MED-WEB-ALLOWED           VALUE "Y".
000420     05  FILLER                    PIC X(12).
