000100*================================================================
000110* DLGREC   -  SHMLOAD DELTA APPLIED-ROW LOG RECORD LAYOUT
000120* USED BY  -  SHMLOAD
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW ON SHMDLOG FOR EVERY SHMDELTA ROW A
000190*                  DELTA RUN APPLIES TO SHMEVTF - THE RUN ID (THE
000200*                  DATE AND TIME ON THE RUN'S SHMRUNH START ROW),
000210*                  THE DELTA ROW NUMBER, THE ACTION, THE BEFORE
000220*                  IMAGE OF THE RECORD A REPLACE OR DELETE TOOK
000230*                  OFF THE FILE (SPACES FOR AN ADD) AND THE AFTER
000240*                  IMAGE AN ADD OR REPLACE PUT ON IT (SPACES FOR A
000250*                  DELETE). SHMLOAD BACKOUT REVERSES A NAMED RUN
000260*                  FROM THESE ROWS, NEWEST FIRST.
000270*================================================================
000280 01  DLG-RECORD.
000290     05  DLG-RUN-ID.
000300         10  DLG-RUN-DATE          PIC 9(08).
000310         10  DLG-RUN-TIME          PIC 9(08).
000320     05  DLG-ROW-NO                PIC 9(07).
000330     05  DLG-ACTION                PIC X(01).
000340         88  DLG-ADD                   VALUE "A".
000350         88  DLG-REPLACE               VALUE "R".
000360         88  DLG-DELETE                VALUE "D".
000370     05  DLG-BEFORE-IMAGE          PIC X(240).
000380     05  DLG-AFTER-IMAGE           PIC X(240).
000390     05  FILLER                    PIC X(08).
