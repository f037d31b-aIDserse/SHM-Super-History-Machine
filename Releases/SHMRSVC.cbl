000330*                  REJECTED AND WHY. CC 0 CLEAN, CC 4 WHEN ANY
000340*                  REQUEST WAS REJECTED, CC 8 FOR A MISSING
000350*                  QUEUE OR SHMEVTF.
000352* 2026-10-15 RPK   A PACKET NOW CARRIES ONLY PUBLISHED EVENTS - A
000354*                  DRAFT, SCHEDULED OR WITHDRAWN EVENT IS PASSED
000356*                  OVER AS IF IT WERE NOT ON SHMEVTF.
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
003420* 6000-WRITE-EVENT-LINE  -  ONE EVENT INTO THE OPEN PACKET
003430*================================================================
003440 6000-WRITE-EVENT-LINE.
003442     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
003444         GO TO 6000-EXIT
003446     END-IF
003450     ADD 1 TO WS-PACKET-HITS
003460     MOVE SPACES TO PACKET-LINE
003470     STRING "  " DELIMITED BY SIZE
