000220*                  SYSOUT. SHMRUNR REPORTS OVER THE FILE, AND
000230*                  SHMLOAD DELTA MODE REFUSES TO RUN WHEN THE
000240*                  MOST RECENT SHMUNLD DID NOT END CLEANLY.
000241* 2026-10-15 RPK   SHMLOAD CUTS ONE MORE ROW FOR EVERY DELTA RUN
000242*                  IT FINISHES, RESTARTS TO THE END, OR BACKS
000243*                  OUT - EVENT FINSH, RSTRT OR BKOUT, DATED WITH
000244*                  THE RUN ID (THE DATE AND TIME OF THAT DELTA
000245*                  RUN'S OWN START ROW) AND COUNTING THE ROWS
000246*                  APPLIED OR BACKED OUT.
000250*================================================================
000260 01  RUN-RECORD.
000270     05  RUN-DATE                  PIC 9(08).
000300     05  RUN-EVENT                 PIC X(05).
000310         88  RUN-EVT-START             VALUE "START".
000320         88  RUN-EVT-END               VALUE "END".
000322         88  RUN-EVT-FINISHED          VALUE "FINSH".
000324         88  RUN-EVT-RESTARTED         VALUE "RSTRT".
000326         88  RUN-EVT-BACKED-OUT        VALUE "BKOUT".
000330     05  RUN-COND-CODE             PIC 9(02).
000340     05  RUN-COUNT                 PIC 9(07).
000350     05  FILLER                    PIC X(02).
