000340*                  WITHOUT TRANSCRIPTION ERRORS. CC 4 WHEN
000350*                  THE RANGE HELD NO EVENTS, CC 8 FOR A BAD
000360*                  RANGE OR A MISSING SHMEVTF.
000361* 2026-10-15 RPK   THE EVT ROW NOW ENDS WITH THE EVENT'S END
000362*                  YEAR/MONTH/DAY (0000|00|00 FOR A SINGLE-DATE
000363*                  EVENT), AND AN EVENT THAT BEGAN BEFORE THE
000364*                  FROM-YEAR BUT RUNS INTO THE RANGE IS NOW FED
000365*                  TOO, ONCE, UNDER ITS OWN START-YEAR KEY.
000366* 2026-10-15 RPK   ONLY A PUBLISHED EVENT IS FED. A DRAFT,
000367*                  SCHEDULED OR WITHDRAWN EVENT WRITES NO EVT ROW
000368*                  AND NONE OF ITS NAR OR XRF ROWS.
000369* 2026-10-15 RPK   EACH FED EVENT NOW ALSO WRITES A MED ROW (ID,
000370*                  TYPE, ARCHIVE LOCATION, RIGHTS HOLDER, LICENCE
000371*                  EXPIRY) FOR EVERY SHMEMLF MEDIA LINK WHOSE
000372*                  SHMMEDF ITEM IS CLEARED FOR WEB USE AND IS
000373*                  INSIDE ITS LICENCE TODAY. ANY OTHER LINKED
000374*                  MEDIA IS HELD BACK AND COUNTED.
000375* 2026-10-15 RPK   AN XRF ROW IS NOW FED ONLY WHEN ITS TARGET
000376*                  EVENT IS ON SHMEVTF AND PUBLISHED - A LINK TO
000377*                  A DRAFT, SCHEDULED, WITHDRAWN OR MISSING EVENT
000378*                  IS HELD BACK AND COUNTED.
000379*================================================================
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000540         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-EVT-STATUS.
000561     SELECT TARGET-FILE ASSIGN TO "SHMEVTF"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS EVT-KEY OF TGT-RECORD
000565         FILE STATUS IS WS-TGT-STATUS.
000570     SELECT NARR-FILE ASSIGN TO "SHMNARR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS XRF-KEY OF XRF-RECORD
000660         FILE STATUS IS WS-XRF-STATUS.
000661     SELECT MEDIA-FILE ASSIGN TO "SHMMEDF"
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS DYNAMIC
000664         RECORD KEY IS MED-ID OF MED-RECORD
000665         FILE STATUS IS WS-MED-STATUS.
000666     SELECT EMLNK-FILE ASSIGN TO "SHMEMLF"
000667         ORGANIZATION IS INDEXED
000668         ACCESS MODE IS DYNAMIC
000669         RECORD KEY IS EML-KEY OF EML-RECORD
000670         FILE STATUS IS WS-EML-STATUS.
000671     SELECT FEED-FILE ASSIGN TO "SHMFEEDO"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000700         ORGANIZATION IS LINE SEQUENTIAL
000830 FD  EVENT-FILE
000840     RECORD CONTAINS 240 CHARACTERS.
000850     COPY EVTREC.
000852 FD  TARGET-FILE
000854     RECORD CONTAINS 240 CHARACTERS.
000856     COPY EVTREC REPLACING ==EVT-RECORD== BY ==TGT-RECORD==.
000860 FD  NARR-FILE
000870     RECORD CONTAINS 140 CHARACTERS.
000880     COPY NARREC.
000890 FD  XREF-FILE
000900     RECORD CONTAINS 40 CHARACTERS.
000910     COPY XRFREC.
000911 FD  MEDIA-FILE
000912     RECORD CONTAINS 120 CHARACTERS.
000913     COPY MEDREC.
000914 FD  EMLNK-FILE
000915     RECORD CONTAINS 20 CHARACTERS.
000916     COPY EMLREC.
000920 FD  FEED-FILE
000930     RECORD CONTAINS 260 CHARACTERS.
000940 01  FEED-LINE                 PIC X(260).
000990 01  WS-PARM-STATUS            PIC X(02) VALUE "00".
001000 01  WS-CTL-STATUS             PIC X(02) VALUE "00".
001010 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
001015 01  WS-TGT-STATUS             PIC X(02) VALUE "00".
001020 01  WS-NAR-STATUS             PIC X(02) VALUE "00".
001030 01  WS-XRF-STATUS             PIC X(02) VALUE "00".
001033 01  WS-MED-STATUS             PIC X(02) VALUE "00".
001036 01  WS-EML-STATUS             PIC X(02) VALUE "00".
001040 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
001050 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
001060     88  WS-RUN-OPEN               VALUE "Y".
001150         88  WS-NAR-AVAIL          VALUE "Y".
001160     05  WS-XRF-AVAIL-SW       PIC X(01) VALUE "N".
001170         88  WS-XRF-AVAIL          VALUE "Y".
001172     05  WS-MED-AVAIL-SW       PIC X(01) VALUE "N".
001174         88  WS-MED-AVAIL          VALUE "Y".
001176     05  WS-MED-CLEAR-SW       PIC X(01) VALUE "N".
001178         88  WS-MED-CLEAR          VALUE "Y".
001180 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001190 01  WS-FROM-YEAR              PIC 9(04) VALUE 1900.
001200 01  WS-TO-YEAR                PIC 9(04) VALUE 1999.
001201 01  WS-FEED-END-DATE.
001202     05  WS-FEED-END-YEAR      PIC 9(04).
001203     05  WS-FEED-END-MONTH     PIC 9(02).
001204     05  WS-FEED-END-DAY       PIC 9(02).
001205 01  WS-FEED-TODAY             PIC 9(08).
001210 01  WS-COUNTERS.
001220     05  WS-EVT-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001230     05  WS-NAR-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001240     05  WS-XRF-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001242     05  WS-XRF-HELD           PIC 9(07) COMP VALUE ZERO.
001244     05  WS-MED-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001246     05  WS-MED-HELD           PIC 9(07) COMP VALUE ZERO.
001250 PROCEDURE DIVISION.
001260*================================================================
001270* 0000-MAINLINE
001470         PERFORM 7750-LOG-RUN THRU 7750-EXIT
001480     END-IF
001490     DISPLAY "SHMFEED - OUTBOUND EVENT FEED EXTRACT"
001495     ACCEPT WS-FEED-TODAY FROM DATE YYYYMMDD
001500     OPEN INPUT CONTROL-FILE
001510     IF WS-CTL-STATUS = "00"
001520         READ CONTROL-FILE
001930     END-IF
001940     OPEN INPUT XREF-FILE
001950     IF WS-XRF-STATUS = "00"
001951         OPEN INPUT TARGET-FILE
001952         IF WS-TGT-STATUS = "00"
001953             SET WS-XRF-AVAIL TO TRUE
001954         ELSE
001955             CLOSE XREF-FILE
001956         END-IF
001957     END-IF
001958     OPEN INPUT EMLNK-FILE
001959     IF WS-EML-STATUS = "00"
001960         OPEN INPUT MEDIA-FILE
001961         IF WS-MED-STATUS = "00"
001962             SET WS-MED-AVAIL TO TRUE
001963         ELSE
001964             CLOSE EMLNK-FILE
001965         END-IF
001970     END-IF
001980     OPEN OUTPUT FEED-FILE
001990     MOVE ZERO TO EVT-YEAR OF EVT-RECORD
002000     MOVE ZERO TO EVT-SEQ-NO OF EVT-RECORD
002010     START EVENT-FILE KEY IS NOT LESS THAN
002020             EVT-KEY OF EVT-RECORD
002030         INVALID KEY
002180         SET WS-SCAN-DONE TO TRUE
002190         GO TO 2000-EXIT
002200     END-IF
002201     IF EVT-YEAR OF EVT-RECORD < WS-FROM-YEAR
002202         IF EVT-NO-END-DATE OF EVT-RECORD
002203             GO TO 2000-READ-NEXT
002204         END-IF
002205         IF EVT-END-YEAR OF EVT-RECORD < WS-FROM-YEAR
002206             GO TO 2000-READ-NEXT
002207         END-IF
002208     END-IF
002209     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
002210         GO TO 2000-READ-NEXT
002211     END-IF
002212     IF EVT-NO-END-DATE OF EVT-RECORD
002213         MOVE ZERO TO WS-FEED-END-DATE
002214     ELSE
002215         MOVE EVT-END-DATE OF EVT-RECORD TO WS-FEED-END-DATE
002216     END-IF
002217     MOVE SPACES TO FEED-LINE
002220     STRING "EVT|" DELIMITED BY SIZE
002230         EVT-YEAR OF EVT-RECORD DELIMITED BY SIZE
002240         "|" DELIMITED BY SIZE
002350         EVT-LANG-CD OF EVT-RECORD DELIMITED BY SIZE
002360         "|" DELIMITED BY SIZE
002370         EVT-TEXT OF EVT-RECORD DELIMITED BY SIZE
002371         "|" DELIMITED BY SIZE
002372         WS-FEED-END-YEAR DELIMITED BY SIZE
002373         "|" DELIMITED BY SIZE
002374         WS-FEED-END-MONTH DELIMITED BY SIZE
002375         "|" DELIMITED BY SIZE
002376         WS-FEED-END-DAY DELIMITED BY SIZE
002380         INTO FEED-LINE
002390     END-STRING
002400     WRITE FEED-LINE
002450     IF WS-XRF-AVAIL
002460         PERFORM 4000-FEED-XREF-ROWS THRU 4000-EXIT
002470     END-IF
002472     IF WS-MED-AVAIL
002474         PERFORM 5000-FEED-MEDIA-ROWS THRU 5000-EXIT
002476     END-IF.
002478 2000-READ-NEXT.
002480     READ EVENT-FILE NEXT RECORD
002490         AT END
002500             SET WS-SCAN-DONE TO TRUE
003030     EXIT.
003040*================================================================
003050* 4000-FEED-XREF-ROWS  -  XRF CHILD ROWS FOR THE CURRENT EVENT
003055*                          WHOSE TARGET EVENT IS PUBLISHED
003060*================================================================
003070 4000-FEED-XREF-ROWS.
003080     MOVE EVT-YEAR OF EVT-RECORD
003340         SET WS-CHILD-DONE TO TRUE
003350         GO TO 4100-EXIT
003360     END-IF
003361     MOVE XRF-TO-YEAR OF XRF-RECORD TO EVT-YEAR OF TGT-RECORD
003362     MOVE XRF-TO-SEQ OF XRF-RECORD TO EVT-SEQ-NO OF TGT-RECORD
003363     READ TARGET-FILE
003364         INVALID KEY
003365             ADD 1 TO WS-XRF-HELD
003366             GO TO 4100-READ-NEXT
003367     END-READ
003368     IF NOT EVT-PUB-PUBLISHED OF TGT-RECORD
003369         ADD 1 TO WS-XRF-HELD
003370         GO TO 4100-READ-NEXT
003371     END-IF
003372     MOVE SPACES TO FEED-LINE
003380     STRING "XRF|" DELIMITED BY SIZE
003390         XRF-FROM-YEAR OF XRF-RECORD DELIMITED BY SIZE
003400         "|" DELIMITED BY SIZE
003480         INTO FEED-LINE
003490     END-STRING
003500     WRITE FEED-LINE
003506     ADD 1 TO WS-XRF-WRITTEN.
003512 4100-READ-NEXT.
003520     READ XREF-FILE NEXT RECORD
003530         AT END
003540             SET WS-CHILD-DONE TO TRUE
003550     END-READ.
003560 4100-EXIT.
003561     EXIT.
003562*================================================================
003563* 5000-FEED-MEDIA-ROWS  -  MED CHILD ROWS FOR THE CURRENT EVENT,
003564*                          WEB-CLEARED MEDIA IN LICENCE ONLY
003565*================================================================
003566 5000-FEED-MEDIA-ROWS.
003567     MOVE EVT-YEAR OF EVT-RECORD TO EML-YEAR OF EML-RECORD
003568     MOVE EVT-SEQ-NO OF EVT-RECORD
003569         TO EML-SEQ-NO OF EML-RECORD
003570     MOVE LOW-VALUES TO EML-MEDIA OF EML-RECORD
003571     MOVE "N" TO WS-CHILD-DONE-SW
003572     START EMLNK-FILE KEY IS NOT LESS THAN
003573             EML-KEY OF EML-RECORD
003574         INVALID KEY
003575             SET WS-CHILD-DONE TO TRUE
003576         NOT INVALID KEY
003577             READ EMLNK-FILE NEXT RECORD
003578                 AT END
003579                     SET WS-CHILD-DONE TO TRUE
003580             END-READ
003581     END-START
003582     PERFORM 5100-FEED-ONE-MEDIA THRU 5100-EXIT
003583         UNTIL WS-CHILD-DONE.
003584 5000-EXIT.
003585     EXIT.
003586 5100-FEED-ONE-MEDIA.
003587     IF EML-YEAR OF EML-RECORD NOT =
003588             EVT-YEAR OF EVT-RECORD
003589             OR EML-SEQ-NO OF EML-RECORD NOT =
003590             EVT-SEQ-NO OF EVT-RECORD
003591         SET WS-CHILD-DONE TO TRUE
003592         GO TO 5100-EXIT
003593     END-IF
003594     PERFORM 5200-CHECK-MEDIA-CLEAR THRU 5200-EXIT
003595     IF NOT WS-MED-CLEAR
003596         ADD 1 TO WS-MED-HELD
003597         GO TO 5100-READ-NEXT
003598     END-IF
003599     MOVE SPACES TO FEED-LINE
003600     STRING "MED|" DELIMITED BY SIZE
003601         EML-YEAR OF EML-RECORD DELIMITED BY SIZE
003602         "|" DELIMITED BY SIZE
003603         EML-SEQ-NO OF EML-RECORD DELIMITED BY SIZE
003604         "|" DELIMITED BY SIZE
003605         MED-ID OF MED-RECORD DELIMITED BY SIZE
003606         "|" DELIMITED BY SIZE
003607         MED-TYPE OF MED-RECORD DELIMITED BY SIZE
003608         "|" DELIMITED BY SIZE
003609         MED-LOCATION OF MED-RECORD DELIMITED BY SIZE
003610         "|" DELIMITED BY SIZE
003611         MED-HOLDER OF MED-RECORD DELIMITED BY SIZE
003612         "|" DELIMITED BY SIZE
003613         MED-LIC-EXPIRY OF MED-RECORD DELIMITED BY SIZE
003614         INTO FEED-LINE
003615     END-STRING
003616     WRITE FEED-LINE
003617     ADD 1 TO WS-MED-WRITTEN.
003618 5100-READ-NEXT.
003619     READ EMLNK-FILE NEXT RECORD
003620         AT END
003621             SET WS-CHILD-DONE TO TRUE
003622     END-READ.
003623 5100-EXIT.
003624     EXIT.
003625*================================================================
003626* 5200-CHECK-MEDIA-CLEAR  -  LINKED ITEM ON SHMMEDF, WEB USE
003627*                            ALLOWED, LICENCE STARTED AND NOT
003628*                            EXPIRED TODAY
003629*================================================================
003630 5200-CHECK-MEDIA-CLEAR.
003631     MOVE "N" TO WS-MED-CLEAR-SW
003632     MOVE EML-MEDIA OF EML-RECORD TO MED-ID OF MED-RECORD
003633     READ MEDIA-FILE
003634         INVALID KEY
003635             GO TO 5200-EXIT
003636     END-READ
003637     IF NOT MED-WEB-ALLOWED OF MED-RECORD
003638         GO TO 5200-EXIT
003639     END-IF
003640     IF MED-LIC-START OF MED-RECORD > WS-FEED-TODAY
003641         GO TO 5200-EXIT
003642     END-IF
003643     IF NOT MED-NO-EXPIRY OF MED-RECORD
003644             AND MED-LIC-EXPIRY OF MED-RECORD < WS-FEED-TODAY
003645         GO TO 5200-EXIT
003646     END-IF
003647     SET WS-MED-CLEAR TO TRUE.
003648 5200-EXIT.
003649     EXIT.
003650*================================================================
003651* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
003652*================================================================
003653 7750-LOG-RUN.
003654     IF NOT WS-RUN-OPEN
003655         GO TO 7750-EXIT
003656     END-IF
003657     MOVE SPACES TO RUN-RECORD
003660     ACCEPT RUN-DATE FROM DATE YYYYMMDD
003670     ACCEPT RUN-TIME FROM TIME
003680     MOVE "SHMFEED" TO RUN-PROGRAM
003820     END-IF
003830     IF WS-XRF-AVAIL
003840         CLOSE XREF-FILE
003841         CLOSE TARGET-FILE
003842     END-IF
003843     IF WS-MED-AVAIL
003844         CLOSE EMLNK-FILE
003845         CLOSE MEDIA-FILE
003850     END-IF
003860     CLOSE FEED-FILE
003870     DISPLAY "SHMFEED - EVT ROWS WRITTEN   : " WS-EVT-WRITTEN
003880     DISPLAY "SHMFEED - NAR ROWS WRITTEN   : " WS-NAR-WRITTEN
003890     DISPLAY "SHMFEED - XRF ROWS WRITTEN   : " WS-XRF-WRITTEN
003892     DISPLAY "SHMFEED - LINKS HELD BACK    : " WS-XRF-HELD
003894     DISPLAY "SHMFEED - MED ROWS WRITTEN   : " WS-MED-WRITTEN
003896     DISPLAY "SHMFEED - MEDIA HELD BACK    : " WS-MED-HELD
003900     IF WS-EVT-WRITTEN = ZERO AND WS-COND-CODE < 4
003910         DISPLAY "SHMFEED - NO EVENTS IN THE RANGE"
003920         MOVE 4 TO WS-COND-CODE
