000100*================================================================
000110* EMLREC   -  EVENT-TO-MEDIA LINK RECORD LAYOUT
000120* USED BY  -  SHM, SHMMAINT, SHMFEED, SHMMEDR
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW PER EVENT-MEDIA PAIR ON SHMEMLF - THE
000190*                  EVT-KEY PLUS A MED-ID OFF THE SHMMEDF
000200*                  REGISTER, KEYED THROUGH SHMMAINT THE WAY
000210*                  SHMEPLF CARRIES AN EVENT'S PLACES. AN EVENT
000220*                  MAY CARRY ANY NUMBER OF MEDIA ITEMS AND ONE
000230*                  ITEM MAY SERVE ANY NUMBER OF EVENTS.
000240*================================================================
000250 01  EML-RECORD.
000260     05  EML-KEY.
000270         10  EML-YEAR              PIC 9(04).
000280         10  EML-SEQ-NO            PIC 9(04).
000290         10  EML-MEDIA             PIC X(10).
000300     05  FILLER                    PIC X(02).
