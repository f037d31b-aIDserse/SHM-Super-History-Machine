000100*================================================================
000110* JIXREC   -  SHMJRNL ARCHIVE GENERATION INDEX RECORD LAYOUT
000120* USED BY  -  SHMJRNP, SHMRCVR
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW ON SHMJIDX PER SHMJRNP ARCHIVE RUN.
000190*                  GENERATION N OF SHM.JOURNAL.ARCHIVE HOLDS THE
000200*                  JOURNAL ROWS DATED FROM JIX-FROM-DATE (THE
000210*                  PREVIOUS RUN'S CUTOFF, ZERO FOR THE FIRST)
000220*                  UP TO BUT NOT INCLUDING JIX-CUTOFF-DATE, SO
000230*                  SHMRCVR CAN START A REPLAY AT ANY GENERATION
000240*                  BY DATE ALONE.
000250*================================================================
000260 01  JIX-RECORD.
000270     05  JIX-GEN-NO                PIC 9(04).
000280     05  JIX-FROM-DATE             PIC 9(08).
000290     05  JIX-CUTOFF-DATE           PIC 9(08).
000300     05  JIX-ROW-COUNT             PIC 9(07).
000310     05  JIX-RUN-DATE              PIC 9(08).
000320     05  FILLER                    PIC X(05).
