000100*================================================================
000110* EPRREC   -  EVENT-TO-PERSON LINK RECORD LAYOUT
000120* USED BY  -  SHM, SHMMAINT, SHMRPT, SHMXAUD
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW PER EVENT-PERSON PAIR ON SHMEPRF - THE
000190*                  EVT-KEY PLUS A PER-CODE OFF THE SHMPERF
000200*                  REGISTER, KEYED THROUGH SHMMAINT THE WAY
000210*                  SHMEPLF CARRIES AN EVENT'S PLACES. AN EVENT
000220*                  MAY CARRY ANY NUMBER OF PEOPLE.
000230*================================================================
000240 01  EPR-RECORD.
000250     05  EPR-KEY.
000260         10  EPR-YEAR              PIC 9(04).
000270         10  EPR-SEQ-NO            PIC 9(04).
000280         10  EPR-PERSON            PIC X(08).
000290     05  FILLER                    PIC X(04).
