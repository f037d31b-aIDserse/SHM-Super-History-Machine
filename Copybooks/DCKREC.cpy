000100*================================================================
000110* DCKREC   -  SHMLOAD DELTA CHECKPOINT RECORD LAYOUT
000120* USED BY  -  SHMLOAD
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW ADDED TO SHMDCKP WHEN A DELTA RUN
000190*                  STARTS, AT EVERY COMMIT INTERVAL, AND WHEN THE
000200*                  RUN FINISHES OR IS BACKED OUT - THE RUN ID, THE
000210*                  LAST SHMDELTA ROW NUMBER COMMITTED, THE STATE
000220*                  OF THE RUN, AND ITS COUNTS SO FAR. THE NEWEST
000230*                  ROW IS THE ONE SHMLOAD RESTART PICKS UP FROM;
000240*                  A RUN WHOSE NEWEST ROW IS STILL IN FLIGHT
000250*                  NEVER FINISHED AND MUST BE RESTARTED OR BACKED
000260*                  OUT BEFORE THE NEXT DELTA IS ALLOWED TO RUN.
000270*================================================================
000280 01  DCK-RECORD.
000290     05  DCK-RUN-ID.
000300         10  DCK-RUN-DATE          PIC 9(08).
000310         10  DCK-RUN-TIME          PIC 9(08).
000320     05  DCK-LAST-ROW              PIC 9(07).
000330     05  DCK-STATE                 PIC X(01).
000340         88  DCK-IN-FLIGHT             VALUE "I".
000350         88  DCK-COMPLETE              VALUE "C".
000360         88  DCK-BACKED-OUT            VALUE "B".
000370     05  DCK-ADDED                 PIC 9(05).
000380     05  DCK-REPLACED              PIC 9(05).
000390     05  DCK-DELETED               PIC 9(05).
000400     05  DCK-REJECTED              PIC 9(05).
000410     05  FILLER                    PIC X(04).
