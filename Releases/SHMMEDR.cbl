000100*================================================================
000110* PROGRAM-ID SHMMEDR
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMMEDR.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   MONTHLY MEDIA RIGHTS REPORT FOR THE ARCHIVE
000240*                  DESK. SECTION 1 LISTS EVERY ITEM ON THE
000250*                  SHMMEDF MEDIA REGISTER WHOSE LICENCE EXPIRES
000260*                  IN THE NEXT 90 DAYS, SO RENEWALS CAN BE
000270*                  CHASED IN TIME. SECTION 2 LISTS EVERY SHMEMLF
000280*                  LINK FROM A PUBLISHED EVENT IN THE FEED RANGE
000290*                  (SHMFPARM, ELSE THE SHMCTL RANGE, AS SHMFEED
000300*                  READS IT) TO MEDIA WHOSE LICENCE HAS ALREADY
000310*                  EXPIRED, OR THAT IS NO LONGER ON THE
000320*                  REGISTER. SHMFEED HOLDS SUCH MEDIA BACK FROM
000330*                  THE WEB FEED; THE LINK SHOULD BE RENEWED OR
000340*                  REMOVED WITH SHMMAINT V. ANY SECTION 2 LINE
000350*                  GIVES CC 4. READ-ONLY, SO NO SHMLOCK.
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARM-FILE ASSIGN TO "SHMFPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.
000460     SELECT CONTROL-FILE ASSIGN TO "SHMCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CTL-STATUS.
000490     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS EVT-KEY OF EVT-RECORD
000530         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-EVT-STATUS.
000560     SELECT MEDIA-FILE ASSIGN TO "SHMMEDF"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS MED-ID OF MED-RECORD
000600         FILE STATUS IS WS-MED-STATUS.
000610     SELECT EMLNK-FILE ASSIGN TO "SHMEMLF"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS EML-KEY OF EML-RECORD
000650         FILE STATUS IS WS-EML-STATUS.
000660     SELECT REPORT-FILE ASSIGN TO "SHMMEDRO"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RUN-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PARM-FILE
000740     RECORD CONTAINS 20 CHARACTERS.
000750 01  PARM-RECORD.
000760     05  PARM-FROM-YEAR        PIC 9(04).
000770     05  PARM-TO-YEAR          PIC 9(04).
000780     05  FILLER                PIC X(12).
000790 FD  CONTROL-FILE
000800     RECORD CONTAINS 20 CHARACTERS.
000810     COPY CTLREC.
000820 FD  EVENT-FILE
000830     RECORD CONTAINS 240 CHARACTERS.
000840     COPY EVTREC.
000850 FD  MEDIA-FILE
000860     RECORD CONTAINS 120 CHARACTERS.
000870     COPY MEDREC.
000880 FD  EMLNK-FILE
000890     RECORD CONTAINS 20 CHARACTERS.
000900     COPY EMLREC.
000910 FD  REPORT-FILE
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  REPORT-LINE               PIC X(132).
000940 FD  RUN-FILE
000950     RECORD CONTAINS 40 CHARACTERS.
000960     COPY RUNREC.
000970 WORKING-STORAGE SECTION.
000980 01  WS-PARM-STATUS            PIC X(02) VALUE "00".
000990 01  WS-CTL-STATUS             PIC X(02) VALUE "00".
001000 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
001010 01  WS-MED-STATUS             PIC X(02) VALUE "00".
001020 01  WS-EML-STATUS             PIC X(02) VALUE "00".
001030 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
001040 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
001050     88  WS-RUN-OPEN               VALUE "Y".
001060 01  WS-RUN-EVENT              PIC X(05).
001070 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
001080 01  WS-SWITCHES.
001090     05  WS-SCAN-DONE-SW       PIC X(01) VALUE "N".
001100         88  WS-SCAN-DONE          VALUE "Y".
001110     05  WS-EML-AVAIL-SW       PIC X(01) VALUE "N".
001120         88  WS-EML-AVAIL          VALUE "Y".
001130 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001140 01  WS-FROM-YEAR              PIC 9(04) VALUE 1900.
001150 01  WS-TO-YEAR                PIC 9(04) VALUE 1999.
001160 01  WS-TODAY                  PIC 9(08).
001170 01  WS-WINDOW-DAYS            PIC 9(03) COMP VALUE 90.
001180 01  WS-TGT-DATE.
001190     05  WS-TGT-YEAR           PIC 9(04).
001200     05  WS-TGT-MONTH          PIC 9(02).
001210     05  WS-TGT-DAY            PIC 9(02).
001220 01  WS-TGT-DATE-N REDEFINES WS-TGT-DATE
001230                               PIC 9(08).
001240 01  WS-HORIZON                PIC 9(08).
001250 01  WS-DAYS-TABLE.
001260     05  FILLER                PIC X(24)
001270         VALUE "312831303130313130313031".
001280 01  WS-DAYS-R REDEFINES WS-DAYS-TABLE.
001290     05  WS-DAYS-IN-MONTH      PIC 9(02) OCCURS 12 TIMES.
001300 01  WS-MONTH-DAYS             PIC 9(02).
001310 01  WS-LEAP-REM               PIC 9(03) COMP.
001320 01  WS-COUNTERS.
001330     05  WS-MEDIA-READ         PIC 9(07) COMP VALUE ZERO.
001340     05  WS-EXPIRING           PIC 9(07) COMP VALUE ZERO.
001350     05  WS-LINKS-READ         PIC 9(07) COMP VALUE ZERO.
001360     05  WS-EXPIRED-LINKED     PIC 9(07) COMP VALUE ZERO.
001370     05  WS-NOT-REGISTERED     PIC 9(07) COMP VALUE ZERO.
001380 01  WS-PRINT-LABEL            PIC X(24).
001390 01  WS-PRINT-COUNT            PIC 9(07) COMP.
001400 01  WS-TOTAL-ED               PIC ZZZZZZ9.
001410*
001420*    SECTION 1 LINE - MEDIA EXPIRING INSIDE THE WINDOW
001430*
001440 01  WS-EXPIRY-LINE.
001450     05  WS-XL-MEDIA           PIC X(10).
001460     05  FILLER                PIC X(02) VALUE SPACES.
001470     05  WS-XL-TYPE            PIC X(10).
001480     05  FILLER                PIC X(02) VALUE SPACES.
001490     05  WS-XL-EXPIRY          PIC 9(08).
001500     05  FILLER                PIC X(03) VALUE SPACES.
001510     05  WS-XL-WEB             PIC X(01).
001520     05  FILLER                PIC X(03) VALUE SPACES.
001530     05  WS-XL-HOLDER          PIC X(40).
001540     05  FILLER                PIC X(02) VALUE SPACES.
001550     05  WS-XL-LOCATION        PIC X(40).
001560     05  FILLER                PIC X(11) VALUE SPACES.
001570*
001580*    SECTION 2 LINE - EXPIRED OR UNREGISTERED MEDIA STILL LINKED
001590*
001600 01  WS-LINK-LINE.
001610     05  WS-LL-EVENT.
001620         10  WS-LL-YEAR        PIC 9(04).
001630         10  WS-LL-DASH        PIC X(01).
001640         10  WS-LL-SEQ         PIC 9(04).
001650     05  FILLER                PIC X(02) VALUE SPACES.
001660     05  WS-LL-MEDIA           PIC X(10).
001670     05  FILLER                PIC X(02) VALUE SPACES.
001680     05  WS-LL-EXPIRY          PIC 9(08).
001690     05  FILLER                PIC X(02) VALUE SPACES.
001700     05  WS-LL-HOLDER          PIC X(40).
001710     05  FILLER                PIC X(02) VALUE SPACES.
001720     05  WS-LL-TEXT            PIC X(50).
001730     05  FILLER                PIC X(07) VALUE SPACES.
001740 PROCEDURE DIVISION.
001750*================================================================
001760* 0000-MAINLINE
001770*================================================================
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001800     IF WS-COND-CODE = 8
001810         GO TO 9999-EXIT
001820     END-IF
001830     PERFORM 3000-PRINT-HEADER THRU 3000-EXIT
001840     PERFORM 2000-LIST-EXPIRING THRU 2000-EXIT
001850     PERFORM 2500-LIST-EXPIRED-LINKS THRU 2500-EXIT
001860     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001870     PERFORM 8000-TERMINATE
001880     GO TO 9999-EXIT.
001890*================================================================
001900* 1000-INITIALIZE  -  RANGE OFF SHMFPARM OR SHMCTL, THE 90-DAY
001910*                     HORIZON, THEN OPENS
001920*================================================================
001930 1000-INITIALIZE.
001940     OPEN EXTEND RUN-FILE
001950     IF WS-RUN-STATUS = "00"
001960         SET WS-RUN-OPEN TO TRUE
001970         MOVE "START" TO WS-RUN-EVENT
001980         MOVE ZERO TO WS-RUN-COUNT
001990         PERFORM 7750-LOG-RUN THRU 7750-EXIT
002000     END-IF
002010     DISPLAY "SHMMEDR - MONTHLY MEDIA RIGHTS REPORT"
002020     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002030     MOVE WS-TODAY TO WS-TGT-DATE-N
002040     PERFORM 2900-ROLL-ONE-DAY THRU 2900-EXIT
002050         WS-WINDOW-DAYS TIMES
002060     MOVE WS-TGT-DATE-N TO WS-HORIZON
002070     OPEN INPUT CONTROL-FILE
002080     IF WS-CTL-STATUS = "00"
002090         READ CONTROL-FILE
002100             NOT AT END
002110                 IF CTL-LOW-YEAR NUMERIC
002120                         AND CTL-HIGH-YEAR NUMERIC
002130                     MOVE CTL-LOW-YEAR TO WS-FROM-YEAR
002140                     MOVE CTL-HIGH-YEAR TO WS-TO-YEAR
002150                 END-IF
002160         END-READ
002170         CLOSE CONTROL-FILE
002180     END-IF
002190     OPEN INPUT PARM-FILE
002200     IF WS-PARM-STATUS = "00"
002210         READ PARM-FILE
002220             NOT AT END
002230                 IF PARM-FROM-YEAR NUMERIC
002240                         AND PARM-FROM-YEAR NOT = ZERO
002250                     MOVE PARM-FROM-YEAR TO WS-FROM-YEAR
002260                 END-IF
002270                 IF PARM-TO-YEAR NUMERIC
002280                         AND PARM-TO-YEAR NOT = ZERO
002290                     MOVE PARM-TO-YEAR TO WS-TO-YEAR
002300                 END-IF
002310         END-READ
002320         CLOSE PARM-FILE
002330     END-IF
002340     IF WS-FROM-YEAR > WS-TO-YEAR
002350         DISPLAY "SHMMEDR - FROM-YEAR IS AFTER TO-YEAR"
002360         MOVE 8 TO WS-COND-CODE
002370         GO TO 1000-EXIT
002380     END-IF
002390     OPEN INPUT MEDIA-FILE
002400     IF WS-MED-STATUS NOT = "00"
002410         DISPLAY "SHMMEDR - SHMMEDF NOT FOUND - NO MEDIA "
002420             "REGISTER TO REPORT"
002430         MOVE 8 TO WS-COND-CODE
002440         GO TO 1000-EXIT
002450     END-IF
002460     OPEN INPUT EVENT-FILE
002470     IF WS-EVT-STATUS NOT = "00"
002480         DISPLAY "SHMEVTF NOT FOUND - RUN SHMLOAD FIRST"
002490         CLOSE MEDIA-FILE
002500         MOVE 8 TO WS-COND-CODE
002510         GO TO 1000-EXIT
002520     END-IF
002530     OPEN INPUT EMLNK-FILE
002540     IF WS-EML-STATUS = "00"
002550         SET WS-EML-AVAIL TO TRUE
002560     END-IF
002570     OPEN OUTPUT REPORT-FILE.
002580 1000-EXIT.
002590     EXIT.
002600*================================================================
002610* 2000-LIST-EXPIRING  -  SECTION 1, THE WHOLE REGISTER IN MEDIA
002620*                        ID ORDER
002630*================================================================
002640 2000-LIST-EXPIRING.
002650     MOVE SPACES TO REPORT-LINE
002660     WRITE REPORT-LINE
002670     MOVE "SECTION 1 - LICENCES EXPIRING IN THE NEXT 90 DAYS"
002680         TO REPORT-LINE
002690     WRITE REPORT-LINE
002700     MOVE SPACES TO REPORT-LINE
002710     STRING "MEDIA ID    TYPE        EXPIRES   WEB  "
002720             DELIMITED BY SIZE
002730         "RIGHTS HOLDER                             "
002740             DELIMITED BY SIZE
002750         "ARCHIVE LOCATION" DELIMITED BY SIZE
002760         INTO REPORT-LINE
002770     END-STRING
002780     WRITE REPORT-LINE
002790     MOVE LOW-VALUES TO MED-ID OF MED-RECORD
002800     MOVE "N" TO WS-SCAN-DONE-SW
002810     START MEDIA-FILE KEY IS NOT LESS THAN
002820             MED-ID OF MED-RECORD
002830         INVALID KEY
002840             SET WS-SCAN-DONE TO TRUE
002850         NOT INVALID KEY
002860             READ MEDIA-FILE NEXT RECORD
002870                 AT END
002880                     SET WS-SCAN-DONE TO TRUE
002890             END-READ
002900     END-START
002910     PERFORM 2100-TEST-ONE-MEDIA THRU 2100-EXIT
002920         UNTIL WS-SCAN-DONE
002930     IF WS-EXPIRING = ZERO
002940         MOVE "  (NONE)" TO REPORT-LINE
002950         WRITE REPORT-LINE
002960     END-IF.
002970 2000-EXIT.
002980     EXIT.
002990*================================================================
003000* 2100-TEST-ONE-MEDIA  -  PRINT IT IF THE LICENCE ENDS BETWEEN
003010*                         TODAY AND THE HORIZON
003020*================================================================
003030 2100-TEST-ONE-MEDIA.
003040     ADD 1 TO WS-MEDIA-READ
003050     IF MED-NO-EXPIRY OF MED-RECORD
003060             OR MED-LIC-EXPIRY OF MED-RECORD < WS-TODAY
003070             OR MED-LIC-EXPIRY OF MED-RECORD > WS-HORIZON
003080         GO TO 2100-READ-NEXT
003090     END-IF
003100     ADD 1 TO WS-EXPIRING
003110     MOVE SPACES TO WS-EXPIRY-LINE
003120     MOVE MED-ID OF MED-RECORD TO WS-XL-MEDIA
003130     EVALUATE TRUE
003140         WHEN MED-TYPE-PHOTO OF MED-RECORD
003150             MOVE "PHOTOGRAPH" TO WS-XL-TYPE
003160         WHEN MED-TYPE-NEWSREEL OF MED-RECORD
003170             MOVE "NEWSREEL" TO WS-XL-TYPE
003180         WHEN MED-TYPE-AUDIO OF MED-RECORD
003190             MOVE "AUDIO" TO WS-XL-TYPE
003200         WHEN OTHER
003210             MOVE "UNKNOWN" TO WS-XL-TYPE
003220     END-EVALUATE
003230     MOVE MED-LIC-EXPIRY OF MED-RECORD TO WS-XL-EXPIRY
003240     MOVE MED-WEB-SW OF MED-RECORD TO WS-XL-WEB
003250     MOVE MED-HOLDER OF MED-RECORD TO WS-XL-HOLDER
003260     MOVE MED-LOCATION OF MED-RECORD TO WS-XL-LOCATION
003270     MOVE WS-EXPIRY-LINE TO REPORT-LINE
003280     WRITE REPORT-LINE.
003290 2100-READ-NEXT.
003300     READ MEDIA-FILE NEXT RECORD
003310         AT END
003320             SET WS-SCAN-DONE TO TRUE
003330     END-READ.
003340 2100-EXIT.
003350     EXIT.
003360*================================================================
003370* 2500-LIST-EXPIRED-LINKS  -  SECTION 2, EVERY SHMEMLF LINK IN
003380*                             EVENT ORDER
003390*================================================================
003400 2500-LIST-EXPIRED-LINKS.
003410     MOVE SPACES TO REPORT-LINE
003420     WRITE REPORT-LINE
003430     MOVE SPACES TO REPORT-LINE
003440     STRING "SECTION 2 - EXPIRED MEDIA STILL LINKED TO PUBLISHED "
003450             DELIMITED BY SIZE
003460         "EVENTS IN THE FEED RANGE " DELIMITED BY SIZE
003470         WS-FROM-YEAR DELIMITED BY SIZE
003480         "-" DELIMITED BY SIZE
003490         WS-TO-YEAR DELIMITED BY SIZE
003500         INTO REPORT-LINE
003510     END-STRING
003520     WRITE REPORT-LINE
003530     MOVE SPACES TO REPORT-LINE
003540     STRING "EVENT      MEDIA ID    EXPIRED   "
003550             DELIMITED BY SIZE
003560         "RIGHTS HOLDER                             "
003570             DELIMITED BY SIZE
003580         "EVENT TEXT" DELIMITED BY SIZE
003590         INTO REPORT-LINE
003600     END-STRING
003610     WRITE REPORT-LINE
003620     IF NOT WS-EML-AVAIL
003630         MOVE "  (NO SHMEMLF MEDIA LINKS ON FILE)" TO REPORT-LINE
003640         WRITE REPORT-LINE
003650         GO TO 2500-EXIT
003660     END-IF
003670     MOVE LOW-VALUES TO EML-KEY OF EML-RECORD
003680     MOVE "N" TO WS-SCAN-DONE-SW
003690     START EMLNK-FILE KEY IS NOT LESS THAN
003700             EML-KEY OF EML-RECORD
003710         INVALID KEY
003720             SET WS-SCAN-DONE TO TRUE
003730         NOT INVALID KEY
003740             READ EMLNK-FILE NEXT RECORD
003750                 AT END
003760                     SET WS-SCAN-DONE TO TRUE
003770             END-READ
003780     END-START
003790     PERFORM 2600-TEST-ONE-LINK THRU 2600-EXIT
003800         UNTIL WS-SCAN-DONE
003810     IF WS-EXPIRED-LINKED = ZERO
003820         MOVE "  (NONE)" TO REPORT-LINE
003830         WRITE REPORT-LINE
003840     END-IF.
003850 2500-EXIT.
003860     EXIT.
003870*================================================================
003880* 2600-TEST-ONE-LINK  -  A PUBLISHED EVENT IN RANGE LINKED TO
003890*                        MEDIA EXPIRED OR OFF THE REGISTER
003900*================================================================
003910 2600-TEST-ONE-LINK.
003920     ADD 1 TO WS-LINKS-READ
003930     IF EML-YEAR OF EML-RECORD > WS-TO-YEAR
003940         SET WS-SCAN-DONE TO TRUE
003950         GO TO 2600-EXIT
003960     END-IF
003970     MOVE SPACES TO WS-LINK-LINE
003980     MOVE EML-MEDIA OF EML-RECORD TO MED-ID OF MED-RECORD
003990     READ MEDIA-FILE
004000         INVALID KEY
004010             MOVE ZERO TO WS-LL-EXPIRY
004020             MOVE "** NOT ON THE SHMMEDF REGISTER **"
004030                 TO WS-LL-HOLDER
004040             GO TO 2600-CHECK-EVENT
004050     END-READ
004060     IF MED-NO-EXPIRY OF MED-RECORD
004070             OR MED-LIC-EXPIRY OF MED-RECORD NOT < WS-TODAY
004080         GO TO 2600-READ-NEXT
004090     END-IF
004100     MOVE MED-LIC-EXPIRY OF MED-RECORD TO WS-LL-EXPIRY
004110     MOVE MED-HOLDER OF MED-RECORD TO WS-LL-HOLDER.
004120 2600-CHECK-EVENT.
004130     MOVE EML-YEAR OF EML-RECORD TO EVT-YEAR OF EVT-RECORD
004140     MOVE EML-SEQ-NO OF EML-RECORD TO EVT-SEQ-NO OF EVT-RECORD
004150     READ EVENT-FILE
004160         INVALID KEY
004170             GO TO 2600-READ-NEXT
004180     END-READ
004190     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
004200         GO TO 2600-READ-NEXT
004210     END-IF
004220     IF EVT-YEAR OF EVT-RECORD < WS-FROM-YEAR
004230         IF EVT-NO-END-DATE OF EVT-RECORD
004240             GO TO 2600-READ-NEXT
004250         END-IF
004260         IF EVT-END-YEAR OF EVT-RECORD < WS-FROM-YEAR
004270             GO TO 2600-READ-NEXT
004280         END-IF
004290     END-IF
004300     IF WS-LL-EXPIRY = ZERO
004310         ADD 1 TO WS-NOT-REGISTERED
004320     ELSE
004330         ADD 1 TO WS-EXPIRED-LINKED
004340     END-IF
004350     IF WS-COND-CODE < 4
004360         MOVE 4 TO WS-COND-CODE
004370     END-IF
004380     MOVE EML-YEAR OF EML-RECORD TO WS-LL-YEAR
004390     MOVE "-" TO WS-LL-DASH
004400     MOVE EML-SEQ-NO OF EML-RECORD TO WS-LL-SEQ
004410     MOVE EML-MEDIA OF EML-RECORD TO WS-LL-MEDIA
004420     MOVE EVT-TEXT OF EVT-RECORD (1:50) TO WS-LL-TEXT
004430     MOVE WS-LINK-LINE TO REPORT-LINE
004440     WRITE REPORT-LINE.
004450 2600-READ-NEXT.
004460     READ EMLNK-FILE NEXT RECORD
004470         AT END
004480             SET WS-SCAN-DONE TO TRUE
004490     END-READ.
004500 2600-EXIT.
004510     EXIT.
004520*================================================================
004530* 2900-ROLL-ONE-DAY  -  STEP THE TARGET DATE FORWARD ONE DAY
004540*================================================================
004550 2900-ROLL-ONE-DAY.
004560     MOVE WS-DAYS-IN-MONTH (WS-TGT-MONTH) TO WS-MONTH-DAYS
004570     IF WS-TGT-MONTH = 2
004580         DIVIDE WS-TGT-YEAR BY 4 GIVING WS-LEAP-REM
004590             REMAINDER WS-LEAP-REM
004600         IF WS-LEAP-REM = ZERO
004610             MOVE 29 TO WS-MONTH-DAYS
004620         END-IF
004630         DIVIDE WS-TGT-YEAR BY 100 GIVING WS-LEAP-REM
004640             REMAINDER WS-LEAP-REM
004650         IF WS-LEAP-REM = ZERO
004660             MOVE 28 TO WS-MONTH-DAYS
004670             DIVIDE WS-TGT-YEAR BY 400 GIVING WS-LEAP-REM
004680                 REMAINDER WS-LEAP-REM
004690             IF WS-LEAP-REM = ZERO
004700                 MOVE 29 TO WS-MONTH-DAYS
004710             END-IF
004720         END-IF
004730     END-IF
004740     ADD 1 TO WS-TGT-DAY
004750     IF WS-TGT-DAY > WS-MONTH-DAYS
004760         MOVE 1 TO WS-TGT-DAY
004770         ADD 1 TO WS-TGT-MONTH
004780         IF WS-TGT-MONTH > 12
004790             MOVE 1 TO WS-TGT-MONTH
004800             ADD 1 TO WS-TGT-YEAR
004810         END-IF
004820     END-IF.
004830 2900-EXIT.
004840     EXIT.
004850*================================================================
004860* 3000-PRINT-HEADER  -  REPORT TITLE
004870*================================================================
004880 3000-PRINT-HEADER.
004890     MOVE SPACES TO REPORT-LINE
004900     STRING "SHMMEDR MEDIA RIGHTS REPORT AS OF " DELIMITED BY SIZE
004910         WS-TODAY DELIMITED BY SIZE
004920         " - EXPIRY HORIZON " DELIMITED BY SIZE
004930         WS-HORIZON DELIMITED BY SIZE
004940         INTO REPORT-LINE
004950     END-STRING
004960     WRITE REPORT-LINE
004970     MOVE "RENEW OR REMOVE EACH SECTION 2 LINK WITH SHMMAINT V"
004980         TO REPORT-LINE
004990     WRITE REPORT-LINE.
005000 3000-EXIT.
005010     EXIT.
005020*================================================================
005030* 4000-PRINT-TOTALS  -  RUN TOTALS
005040*================================================================
005050 4000-PRINT-TOTALS.
005060     MOVE SPACES TO REPORT-LINE
005070     WRITE REPORT-LINE
005080     MOVE WS-MEDIA-READ TO WS-PRINT-COUNT
005090     MOVE "MEDIA ON THE REGISTER" TO WS-PRINT-LABEL
005100     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
005110     MOVE WS-EXPIRING TO WS-PRINT-COUNT
005120     MOVE "EXPIRING IN 90 DAYS" TO WS-PRINT-LABEL
005130     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
005140     MOVE WS-LINKS-READ TO WS-PRINT-COUNT
005150     MOVE "MEDIA LINKS READ" TO WS-PRINT-LABEL
005160     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
005170     MOVE WS-EXPIRED-LINKED TO WS-PRINT-COUNT
005180     MOVE "EXPIRED STILL LINKED" TO WS-PRINT-LABEL
005190     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
005200     MOVE WS-NOT-REGISTERED TO WS-PRINT-COUNT
005210     MOVE "LINKED, NOT REGISTERED" TO WS-PRINT-LABEL
005220     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
005230 4000-EXIT.
005240     EXIT.
005250*================================================================
005260* 7100-PRINT-COUNT  -  ONE LABELLED TOTAL LINE
005270*================================================================
005280 7100-PRINT-COUNT.
005290     MOVE WS-PRINT-COUNT TO WS-TOTAL-ED
005300     MOVE SPACES TO REPORT-LINE
005310     STRING WS-PRINT-LABEL DELIMITED BY SIZE
005320         WS-TOTAL-ED DELIMITED BY SIZE
005330         INTO REPORT-LINE
005340     END-STRING
005350     WRITE REPORT-LINE.
005360 7100-EXIT.
005370     EXIT.
005380*================================================================
005390* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
005400*================================================================
005410 7750-LOG-RUN.
005420     IF NOT WS-RUN-OPEN
005430         GO TO 7750-EXIT
005440     END-IF
005450     MOVE SPACES TO RUN-RECORD
005460     ACCEPT RUN-DATE FROM DATE YYYYMMDD
005470     ACCEPT RUN-TIME FROM TIME
005480     MOVE "SHMMEDR" TO RUN-PROGRAM
005490     MOVE WS-RUN-EVENT TO RUN-EVENT
005500     MOVE WS-COND-CODE TO RUN-COND-CODE
005510     MOVE WS-RUN-COUNT TO RUN-COUNT
005520     WRITE RUN-RECORD.
005530 7750-EXIT.
005540     EXIT.
005550*================================================================
005560* 8000-TERMINATE
005570*================================================================
005580 8000-TERMINATE.
005590     CLOSE MEDIA-FILE
005600     CLOSE EVENT-FILE
005610     IF WS-EML-AVAIL
005620         CLOSE EMLNK-FILE
005630     END-IF
005640     CLOSE REPORT-FILE
005650     DISPLAY "SHMMEDR - MEDIA ON REGISTER  : " WS-MEDIA-READ
005660     DISPLAY "SHMMEDR - EXPIRING IN 90 DAYS: " WS-EXPIRING
005670     DISPLAY "SHMMEDR - EXPIRED, LINKED    : " WS-EXPIRED-LINKED
005680     DISPLAY "SHMMEDR - NOT ON REGISTER    : " WS-NOT-REGISTERED.
005690*================================================================
005700* 9999-EXIT
005710*================================================================
005720 9999-EXIT.
005730     MOVE "END" TO WS-RUN-EVENT
005740     COMPUTE WS-RUN-COUNT = WS-EXPIRED-LINKED + WS-NOT-REGISTERED
005750     PERFORM 7750-LOG-RUN THRU 7750-EXIT
005760     IF WS-RUN-OPEN
005770         CLOSE RUN-FILE
005780     END-IF
005790     DISPLAY "SHMMEDR - CONDITION CODE     : " WS-COND-CODE
005800     MOVE WS-COND-CODE TO RETURN-CODE
005810     STOP RUN.
