000100*================================================================
000110* PROGRAM-ID SHMSCOR
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMSCOR.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   EDITORIAL COMPLETENESS SCORECARD FOR THE
000240*                  BOARD. EVERY YEAR IN THE SHMCTL RANGE IS
000250*                  SCORED AGAINST THE CHECKLIST OF A FINISHED
000260*                  YEAR - A HEADLINE-FLAGGED EVENT, A SHMNARR
000270*                  NARRATIVE BEHIND EACH HEADLINE, A SHMCITF
000280*                  CITATION PER EVENT, AN ITALIAN SHMLANG
000290*                  TEXT, A SHMEPLF PLACE LINK, A SHMERAF ERA,
000300*                  AND A SHMXREF LINK IN OR OUT. EACH ITEM IS
000310*                  A PERCENTAGE (HEADLINE AND ERA ARE ALL OR
000320*                  NOTHING FOR A YEAR) AND THE TOTAL IS THEIR
000330*                  AVERAGE. SHMSCORO CARRIES THE YEAR GRID
000340*                  WITH A SUBTOTAL ROW PER DECADE, THEN THE
000350*                  YEARS RANKED WEAKEST FIRST WITH THEIR GAPS.
000360*                  EACH RUN'S ROWS ARE APPENDED TO SHMSCRH
000370*                  (SEE SCHREC) AND THE GRID SHOWS EACH
000380*                  TOTAL'S MOVEMENT SINCE THE PREVIOUS RUN.
000390*                  CC 4 WHEN A SATELLITE FILE IS NOT ON LINE
000400*                  OR A TABLE OVERFLOWS, CC 8 WITHOUT SHMEVTF.
000410*================================================================
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS EVT-KEY OF EVT-RECORD
000520         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-EVT-STATUS.
000550     SELECT NARR-FILE ASSIGN TO "SHMNARR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS NAR-KEY OF NAR-RECORD
000590         FILE STATUS IS WS-NAR-STATUS.
000600     SELECT CITE-FILE ASSIGN TO "SHMCITF"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS CIT-KEY OF CIT-RECORD
000640         FILE STATUS IS WS-CIT-STATUS.
000650     SELECT LANG-FILE ASSIGN TO "SHMLANG"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS LNG-KEY OF LNG-RECORD
000690         FILE STATUS IS WS-LNG-STATUS.
000700     SELECT EPLNK-FILE ASSIGN TO "SHMEPLF"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS EPL-KEY OF EPL-RECORD
000740         FILE STATUS IS WS-EPL-STATUS.
000750     SELECT XREF-FILE ASSIGN TO "SHMXREF"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS XRF-KEY OF XRF-RECORD
000790         FILE STATUS IS WS-XRF-STATUS.
000800     SELECT ERA-FILE ASSIGN TO "SHMERAF"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS ERA-NAME OF ERA-RECORD
000840         FILE STATUS IS WS-ERA-STATUS.
000850     SELECT CONTROL-FILE ASSIGN TO "SHMCTL"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CTL-STATUS.
000880     SELECT HIST-FILE ASSIGN TO "SHMSCRH"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-SCH-STATUS.
000910     SELECT REPORT-FILE ASSIGN TO "SHMSCORO"
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-RUN-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  EVENT-FILE
000990     RECORD CONTAINS 240 CHARACTERS.
001000     COPY EVTREC.
001010 FD  NARR-FILE
001020     RECORD CONTAINS 140 CHARACTERS.
001030     COPY NARREC.
001040 FD  CITE-FILE
001050     RECORD CONTAINS 100 CHARACTERS.
001060     COPY CITREC.
001070 FD  LANG-FILE
001080     RECORD CONTAINS 220 CHARACTERS.
001090     COPY LNGREC.
001100 FD  EPLNK-FILE
001110     RECORD CONTAINS 20 CHARACTERS.
001120     COPY EPLREC.
001130 FD  XREF-FILE
001140     RECORD CONTAINS 40 CHARACTERS.
001150     COPY XRFREC.
001160 FD  ERA-FILE
001170     RECORD CONTAINS 40 CHARACTERS.
001180     COPY ERAREC.
001190 FD  CONTROL-FILE
001200     RECORD CONTAINS 20 CHARACTERS.
001210     COPY CTLREC.
001220 FD  HIST-FILE
001230     RECORD CONTAINS 60 CHARACTERS.
001240     COPY SCHREC.
001250 FD  REPORT-FILE
001260     RECORD CONTAINS 132 CHARACTERS.
001270 01  REPORT-LINE               PIC X(132).
001280 FD  RUN-FILE
001290     RECORD CONTAINS 40 CHARACTERS.
001300     COPY RUNREC.
001310 WORKING-STORAGE SECTION.
001320 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
001330 01  WS-NAR-STATUS             PIC X(02) VALUE "00".
001340 01  WS-CIT-STATUS             PIC X(02) VALUE "00".
001350 01  WS-LNG-STATUS             PIC X(02) VALUE "00".
001360 01  WS-EPL-STATUS             PIC X(02) VALUE "00".
001370 01  WS-XRF-STATUS             PIC X(02) VALUE "00".
001380 01  WS-ERA-STATUS             PIC X(02) VALUE "00".
001390 01  WS-CTL-STATUS             PIC X(02) VALUE "00".
001400 01  WS-SCH-STATUS             PIC X(02) VALUE "00".
001410 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
001420 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
001430     88  WS-RUN-OPEN               VALUE "Y".
001440 01  WS-RUN-EVENT              PIC X(05).
001450 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
001460 01  WS-SWITCHES.
001470     05  WS-EOF-SW             PIC X(01) VALUE "N".
001480         88  WS-EOF                VALUE "Y".
001490     05  WS-CTL-OK-SW          PIC X(01) VALUE "N".
001500         88  WS-CTL-OK             VALUE "Y".
001510     05  WS-PRV-OK-SW          PIC X(01) VALUE "N".
001520         88  WS-PRV-OK             VALUE "Y".
001530     05  WS-EV-FULL-SW         PIC X(01) VALUE "N".
001540         88  WS-EV-FULL            VALUE "Y".
001550     05  WS-RANGE-CUT-SW       PIC X(01) VALUE "N".
001560         88  WS-RANGE-CUT          VALUE "Y".
001570 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001580 01  WS-RUN-DATE               PIC 9(08).
001590 01  WS-RUN-TIME               PIC 9(08).
001600 01  WS-LOW-YEAR               PIC 9(04) VALUE ZERO.
001610 01  WS-HIGH-YEAR              PIC 9(04) VALUE ZERO.
001620 01  WS-ACT-LOW-YEAR           PIC 9(04) VALUE ZERO.
001630 01  WS-ACT-HIGH-YEAR          PIC 9(04) VALUE ZERO.
001640 01  WS-BASE-DECADE            PIC 9(04) VALUE ZERO.
001650 01  WS-YEAR                   PIC 9(04).
001660 01  WS-OUT-RANGE              PIC 9(05) COMP VALUE ZERO.
001670 01  WS-SKIPPED-FILES          PIC 9(02) COMP VALUE ZERO.
001680*----------------------------------------------------------------
001690* EVERY EVENT KEY IN SHMEVTF ORDER WITH ONE SWITCH PER CHECKLIST
001700* ITEM - THE SATELLITE PASSES FIND THEIR EVENT BY BINARY SEARCH
001710*----------------------------------------------------------------
001720 01  WS-EVENT-TABLE.
001730     05  WS-EV-COUNT           PIC 9(05) COMP VALUE ZERO.
001740     05  WS-EV-ENTRY OCCURS 5000 TIMES.
001750         10  WS-EV-KEY         PIC X(08).
001760         10  WS-EV-HEAD-SW     PIC X(01).
001770         10  WS-EV-NARR-SW     PIC X(01).
001780         10  WS-EV-CITE-SW     PIC X(01).
001790         10  WS-EV-ITAL-SW     PIC X(01).
001800         10  WS-EV-PLACE-SW    PIC X(01).
001810         10  WS-EV-LINK-SW     PIC X(01).
001820 01  WS-EV-IX                  PIC 9(05) COMP.
001830 01  WS-FIND-KEY.
001840     05  WS-FIND-YEAR          PIC 9(04).
001850     05  WS-FIND-SEQ           PIC 9(04).
001860 01  WS-FIND-IX                PIC 9(05) COMP.
001870 01  WS-FIND-LO                PIC 9(05) COMP.
001880 01  WS-FIND-HI                PIC 9(05) COMP.
001890 01  WS-FIND-MID               PIC 9(05) COMP.
001900*----------------------------------------------------------------
001910* ONE ENTRY PER YEAR OF THE RANGE, ONE PER DECADE IT TOUCHES
001920*----------------------------------------------------------------
001930 01  WS-YEAR-TABLE.
001940     05  WS-YR-COUNT           PIC 9(03) COMP VALUE ZERO.
001950     05  WS-YR-ENTRY OCCURS 500 TIMES.
001960         10  WS-YR-EVENTS      PIC 9(05) COMP.
001970         10  WS-YR-HEADS       PIC 9(05) COMP.
001980         10  WS-YR-HEAD-NARR   PIC 9(05) COMP.
001990         10  WS-YR-CITED       PIC 9(05) COMP.
002000         10  WS-YR-ITAL        PIC 9(05) COMP.
002010         10  WS-YR-PLACED      PIC 9(05) COMP.
002020         10  WS-YR-LINKED      PIC 9(05) COMP.
002030         10  WS-YR-ERA-SW      PIC X(01).
002040         10  WS-YR-SCORE       PIC 9(03) OCCURS 7 TIMES.
002050         10  WS-YR-TOTAL       PIC 9(03).
002060         10  WS-YR-PREV-SW     PIC X(01).
002070         10  WS-YR-PREV        PIC 9(03).
002080         10  WS-YR-USED-SW     PIC X(01).
002090 01  WS-YR-IX                  PIC 9(03) COMP.
002100 01  WS-DECADE-TABLE.
002110     05  WS-DC-COUNT           PIC 9(02) COMP VALUE ZERO.
002120     05  WS-DC-ENTRY OCCURS 60 TIMES.
002130         10  WS-DC-YEARS       PIC 9(03) COMP.
002140         10  WS-DC-EVENTS      PIC 9(05) COMP.
002150         10  WS-DC-HEAD-YEARS  PIC 9(03) COMP.
002160         10  WS-DC-HEADS       PIC 9(05) COMP.
002170         10  WS-DC-HEAD-NARR   PIC 9(05) COMP.
002180         10  WS-DC-CITED       PIC 9(05) COMP.
002190         10  WS-DC-ITAL        PIC 9(05) COMP.
002200         10  WS-DC-PLACED      PIC 9(05) COMP.
002210         10  WS-DC-LINKED      PIC 9(05) COMP.
002220         10  WS-DC-ERA-YEARS   PIC 9(03) COMP.
002230         10  WS-DC-SCORE       PIC 9(03) OCCURS 7 TIMES.
002240         10  WS-DC-TOTAL       PIC 9(03).
002250         10  WS-DC-PREV-SW     PIC X(01).
002260         10  WS-DC-PREV        PIC 9(03).
002270 01  WS-DC-IX                  PIC 9(02) COMP.
002280 01  WS-SC-IX                  PIC 9(02) COMP.
002290 01  WS-SCORE-SUM              PIC 9(04) COMP.
002300 01  WS-DEC-QUOT               PIC 9(04).
002310 01  WS-DEC-DIGIT              PIC 9(01).
002320 01  WS-ERA-YEAR               PIC 9(04).
002330 01  WS-ERA-LAST               PIC 9(04).
002340 01  WS-PRV-STAMP              PIC X(16) VALUE LOW-VALUES.
002350 01  WS-PRV-STAMP-R REDEFINES WS-PRV-STAMP.
002360     05  WS-PRV-DATE           PIC 9(08).
002370     05  WS-PRV-TIME           PIC 9(08).
002380*----------------------------------------------------------------
002390* ONE GRID ROW - FILLED FROM A YEAR OR DECADE ENTRY BEFORE 5300
002400*----------------------------------------------------------------
002410 01  WS-CUR-ROW.
002420     05  WS-CUR-LABEL          PIC X(12).
002430     05  WS-CUR-EVENTS         PIC 9(05) COMP.
002440     05  WS-CUR-SCORE          PIC 9(03) OCCURS 7 TIMES.
002450     05  WS-CUR-TOTAL          PIC 9(03).
002460     05  WS-CUR-PREV-SW        PIC X(01).
002470     05  WS-CUR-PREV           PIC 9(03).
002480 01  WS-SCL-LINE.
002490     05  WS-SCL-LABEL          PIC X(12).
002500     05  WS-SCL-CELL           PIC X(06) OCCURS 10 TIMES.
002510     05  FILLER                PIC X(02).
002520     05  WS-SCL-NOTE           PIC X(58).
002530 01  WS-CELL-ED                PIC Z(05)9.
002540 01  WS-DELTA                  PIC S9(03) COMP.
002550 01  WS-DELTA-ED               PIC +9(03).
002560 01  WS-RANK                   PIC 9(03) COMP VALUE ZERO.
002570 01  WS-RANK-ED                PIC ZZ9.
002580 01  WS-MIN-IX                 PIC 9(03) COMP.
002590 01  WS-MIN-TOTAL              PIC 9(03).
002600 01  WS-GAPS                   PIC X(40).
002610 01  WS-GAP-PTR                PIC 9(03) COMP.
002620 01  WS-COUNT-ED               PIC 9(07).
002630 01  WS-CHECK-NAMES.
002640     05  FILLER                PIC X(05) VALUE "HEAD ".
002650     05  FILLER                PIC X(05) VALUE "NARR ".
002660     05  FILLER                PIC X(05) VALUE "CITE ".
002670     05  FILLER                PIC X(05) VALUE "ITAL ".
002680     05  FILLER                PIC X(05) VALUE "PLAC ".
002690     05  FILLER                PIC X(05) VALUE "ERA  ".
002700     05  FILLER                PIC X(05) VALUE "XREF ".
002710 01  WS-CHECK-NAMES-R REDEFINES WS-CHECK-NAMES.
002720     05  WS-CHECK-NAME         PIC X(05) OCCURS 7 TIMES.
002730 PROCEDURE DIVISION.
002740*================================================================
002750* 0000-MAINLINE
002760*================================================================
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE
002790     PERFORM 2000-LOAD-EVENTS THRU 2000-EXIT
002800     PERFORM 2050-SET-RANGE THRU 2050-EXIT
002810     PERFORM 2200-SCAN-NARRS THRU 2200-EXIT
002820     PERFORM 2300-SCAN-CITES THRU 2300-EXIT
002830     PERFORM 2400-SCAN-LANGS THRU 2400-EXIT
002840     PERFORM 2500-SCAN-PLACES THRU 2500-EXIT
002850     PERFORM 2600-SCAN-XREFS THRU 2600-EXIT
002860     PERFORM 2700-SCAN-ERAS THRU 2700-EXIT
002870     PERFORM 3000-SCORE THRU 3000-EXIT
002880     PERFORM 4000-READ-PREVIOUS THRU 4000-EXIT
002890     PERFORM 5000-PRINT-GRID THRU 5000-EXIT
002900     PERFORM 5500-PRINT-RANKING THRU 5500-EXIT
002910     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
002920     PERFORM 8000-TERMINATE
002930     GO TO 9999-EXIT.
002940*================================================================
002950* 1000-INITIALIZE
002960*================================================================
002970 1000-INITIALIZE.
002980     OPEN EXTEND RUN-FILE
002990     IF WS-RUN-STATUS = "00"
003000         SET WS-RUN-OPEN TO TRUE
003010         MOVE "START" TO WS-RUN-EVENT
003020         MOVE ZERO TO WS-RUN-COUNT
003030         PERFORM 7750-LOG-RUN THRU 7750-EXIT
003040     END-IF
003050     DISPLAY "SHMSCOR - EDITORIAL COMPLETENESS SCORECARD"
003060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003070     ACCEPT WS-RUN-TIME FROM TIME
003080     INITIALIZE WS-YEAR-TABLE
003090     INITIALIZE WS-DECADE-TABLE
003100     OPEN INPUT CONTROL-FILE
003110     IF WS-CTL-STATUS = "00"
003120         READ CONTROL-FILE
003130             NOT AT END
003140                 IF CTL-LOW-YEAR NUMERIC
003150                         AND CTL-HIGH-YEAR NUMERIC
003160                         AND CTL-LOW-YEAR NOT > CTL-HIGH-YEAR
003170                     MOVE CTL-LOW-YEAR TO WS-LOW-YEAR
003180                     MOVE CTL-HIGH-YEAR TO WS-HIGH-YEAR
003190                     SET WS-CTL-OK TO TRUE
003200                 END-IF
003210         END-READ
003220         CLOSE CONTROL-FILE
003230     END-IF
003240     OPEN INPUT EVENT-FILE
003250     IF WS-EVT-STATUS NOT = "00"
003260         DISPLAY "SHMEVTF NOT FOUND - RUN SHMLOAD FIRST"
003270         MOVE 8 TO WS-COND-CODE
003280         GO TO 9999-EXIT
003290     END-IF
003300     OPEN OUTPUT REPORT-FILE.
003310*================================================================
003320* 2000-LOAD-EVENTS  -  EVERY EVENT KEY INTO THE EVENT TABLE
003330*================================================================
003340 2000-LOAD-EVENTS.
003350     MOVE "N" TO WS-EOF-SW
003360     READ EVENT-FILE NEXT RECORD
003370         AT END
003380             SET WS-EOF TO TRUE
003390     END-READ
003400     PERFORM 2100-LOAD-ONE-EVENT THRU 2100-EXIT
003410         UNTIL WS-EOF
003420     CLOSE EVENT-FILE.
003430 2000-EXIT.
003440     EXIT.
003450 2100-LOAD-ONE-EVENT.
003460     IF WS-ACT-LOW-YEAR = ZERO
003470         MOVE EVT-YEAR OF EVT-RECORD TO WS-ACT-LOW-YEAR
003480     END-IF
003490     MOVE EVT-YEAR OF EVT-RECORD TO WS-ACT-HIGH-YEAR
003500     IF WS-EV-COUNT < 5000
003510         ADD 1 TO WS-EV-COUNT
003520         MOVE EVT-KEY OF EVT-RECORD TO WS-EV-KEY (WS-EV-COUNT)
003530         MOVE "N" TO WS-EV-HEAD-SW (WS-EV-COUNT)
003540         IF EVT-IS-HEADLINE OF EVT-RECORD
003550             MOVE "Y" TO WS-EV-HEAD-SW (WS-EV-COUNT)
003560         END-IF
003570         MOVE "N" TO WS-EV-NARR-SW (WS-EV-COUNT)
003580         MOVE "N" TO WS-EV-CITE-SW (WS-EV-COUNT)
003590         MOVE "N" TO WS-EV-ITAL-SW (WS-EV-COUNT)
003600         IF EVT-LANG-ITALIAN OF EVT-RECORD
003610             MOVE "Y" TO WS-EV-ITAL-SW (WS-EV-COUNT)
003620         END-IF
003630         MOVE "N" TO WS-EV-PLACE-SW (WS-EV-COUNT)
003640         MOVE "N" TO WS-EV-LINK-SW (WS-EV-COUNT)
003650     ELSE
003660         SET WS-EV-FULL TO TRUE
003670     END-IF
003680     READ EVENT-FILE NEXT RECORD
003690         AT END
003700             SET WS-EOF TO TRUE
003710     END-READ.
003720 2100-EXIT.
003730     EXIT.
003740*================================================================
003750* 2050-SET-RANGE  -  THE SHMCTL RANGE, OR THE LOADED YEARS WHEN
003760*                    SHMCTL IS NOT READABLE, CUT TO 500 YEARS
003770*================================================================
003780 2050-SET-RANGE.
003790     IF NOT WS-CTL-OK
003800         MOVE WS-ACT-LOW-YEAR TO WS-LOW-YEAR
003810         MOVE WS-ACT-HIGH-YEAR TO WS-HIGH-YEAR
003820     END-IF
003830     IF WS-HIGH-YEAR - WS-LOW-YEAR > 499
003840         COMPUTE WS-HIGH-YEAR = WS-LOW-YEAR + 499
003850         SET WS-RANGE-CUT TO TRUE
003860     END-IF
003870     IF WS-EV-COUNT = ZERO AND NOT WS-CTL-OK
003880         MOVE ZERO TO WS-YR-COUNT
003890         GO TO 2050-EXIT
003900     END-IF
003910     COMPUTE WS-YR-COUNT = WS-HIGH-YEAR - WS-LOW-YEAR + 1
003920     COMPUTE WS-BASE-DECADE = WS-LOW-YEAR / 10
003930     MULTIPLY 10 BY WS-BASE-DECADE
003940     COMPUTE WS-DC-COUNT =
003950         (WS-HIGH-YEAR - WS-BASE-DECADE) / 10 + 1.
003960 2050-EXIT.
003970     EXIT.
003980*================================================================
003990* 2200-SCAN-NARRS  -  MARK EVENTS WITH A NARRATIVE
004000*================================================================
004010 2200-SCAN-NARRS.
004020     OPEN INPUT NARR-FILE
004030     IF WS-NAR-STATUS NOT = "00"
004040         DISPLAY "SHMSCOR - SHMNARR NOT ON LINE - SKIPPED"
004050         ADD 1 TO WS-SKIPPED-FILES
004060         GO TO 2200-EXIT
004070     END-IF
004080     MOVE "N" TO WS-EOF-SW
004090     READ NARR-FILE NEXT RECORD
004100         AT END
004110             SET WS-EOF TO TRUE
004120     END-READ
004130     PERFORM 2210-MARK-ONE-NARR THRU 2210-EXIT
004140         UNTIL WS-EOF
004150     CLOSE NARR-FILE.
004160 2200-EXIT.
004170     EXIT.
004180 2210-MARK-ONE-NARR.
004190     MOVE NAR-YEAR OF NAR-RECORD TO WS-FIND-YEAR
004200     MOVE NAR-SEQ-NO OF NAR-RECORD TO WS-FIND-SEQ
004210     PERFORM 7100-FIND-EVENT THRU 7100-EXIT
004220     IF WS-FIND-IX > ZERO
004230         MOVE "Y" TO WS-EV-NARR-SW (WS-FIND-IX)
004240     END-IF
004250     READ NARR-FILE NEXT RECORD
004260         AT END
004270             SET WS-EOF TO TRUE
004280     END-READ.
004290 2210-EXIT.
004300     EXIT.
004310*================================================================
004320* 2300-SCAN-CITES  -  MARK EVENTS WITH A CITATION
004330*================================================================
004340 2300-SCAN-CITES.
004350     OPEN INPUT CITE-FILE
004360     IF WS-CIT-STATUS NOT = "00"
004370         DISPLAY "SHMSCOR - SHMCITF NOT ON LINE - SKIPPED"
004380         ADD 1 TO WS-SKIPPED-FILES
004390         GO TO 2300-EXIT
004400     END-IF
004410     MOVE "N" TO WS-EOF-SW
004420     READ CITE-FILE NEXT RECORD
004430         AT END
004440             SET WS-EOF TO TRUE
004450     END-READ
004460     PERFORM 2310-MARK-ONE-CITE THRU 2310-EXIT
004470         UNTIL WS-EOF
004480     CLOSE CITE-FILE.
004490 2300-EXIT.
004500     EXIT.
004510 2310-MARK-ONE-CITE.
004520     MOVE CIT-YEAR OF CIT-RECORD TO WS-FIND-YEAR
004530     MOVE CIT-SEQ-NO OF CIT-RECORD TO WS-FIND-SEQ
004540     PERFORM 7100-FIND-EVENT THRU 7100-EXIT
004550     IF WS-FIND-IX > ZERO
004560         MOVE "Y" TO WS-EV-CITE-SW (WS-FIND-IX)
004570     END-IF
004580     READ CITE-FILE NEXT RECORD
004590         AT END
004600             SET WS-EOF TO TRUE
004610     END-READ.
004620 2310-EXIT.
004630     EXIT.
004640*================================================================
004650* 2400-SCAN-LANGS  -  MARK EVENTS WITH AN ITALIAN SHMLANG TEXT
004660*================================================================
004670 2400-SCAN-LANGS.
004680     OPEN INPUT LANG-FILE
004690     IF WS-LNG-STATUS NOT = "00"
004700         DISPLAY "SHMSCOR - SHMLANG NOT ON LINE - SKIPPED"
004710         ADD 1 TO WS-SKIPPED-FILES
004720         GO TO 2400-EXIT
004730     END-IF
004740     MOVE "N" TO WS-EOF-SW
004750     READ LANG-FILE NEXT RECORD
004760         AT END
004770             SET WS-EOF TO TRUE
004780     END-READ
004790     PERFORM 2410-MARK-ONE-LANG THRU 2410-EXIT
004800         UNTIL WS-EOF
004810     CLOSE LANG-FILE.
004820 2400-EXIT.
004830     EXIT.
004840 2410-MARK-ONE-LANG.
004850     IF LNG-LANG-CD OF LNG-RECORD = "I"
004860         MOVE LNG-YEAR OF LNG-RECORD TO WS-FIND-YEAR
004870         MOVE LNG-SEQ-NO OF LNG-RECORD TO WS-FIND-SEQ
004880         PERFORM 7100-FIND-EVENT THRU 7100-EXIT
004890         IF WS-FIND-IX > ZERO
004900             MOVE "Y" TO WS-EV-ITAL-SW (WS-FIND-IX)
004910         END-IF
004920     END-IF
004930     READ LANG-FILE NEXT RECORD
004940         AT END
004950             SET WS-EOF TO TRUE
004960     END-READ.
004970 2410-EXIT.
004980     EXIT.
004990*================================================================
005000* 2500-SCAN-PLACES  -  MARK EVENTS WITH A PLACE LINK
005010*================================================================
005020 2500-SCAN-PLACES.
005030     OPEN INPUT EPLNK-FILE
005040     IF WS-EPL-STATUS NOT = "00"
005050         DISPLAY "SHMSCOR - SHMEPLF NOT ON LINE - SKIPPED"
005060         ADD 1 TO WS-SKIPPED-FILES
005070         GO TO 2500-EXIT
005080     END-IF
005090     MOVE "N" TO WS-EOF-SW
005100     READ EPLNK-FILE NEXT RECORD
005110         AT END
005120             SET WS-EOF TO TRUE
005130     END-READ
005140     PERFORM 2510-MARK-ONE-PLACE THRU 2510-EXIT
005150         UNTIL WS-EOF
005160     CLOSE EPLNK-FILE.
005170 2500-EXIT.
005180     EXIT.
005190 2510-MARK-ONE-PLACE.
005200     MOVE EPL-YEAR OF EPL-RECORD TO WS-FIND-YEAR
005210     MOVE EPL-SEQ-NO OF EPL-RECORD TO WS-FIND-SEQ
005220     PERFORM 7100-FIND-EVENT THRU 7100-EXIT
005230     IF WS-FIND-IX > ZERO
005240         MOVE "Y" TO WS-EV-PLACE-SW (WS-FIND-IX)
005250     END-IF
005260     READ EPLNK-FILE NEXT RECORD
005270         AT END
005280             SET WS-EOF TO TRUE
005290     END-READ.
005300 2510-EXIT.
005310     EXIT.
005320*================================================================
005330* 2600-SCAN-XREFS  -  MARK BOTH ENDS OF EVERY SHMXREF LINK
005340*================================================================
005350 2600-SCAN-XREFS.
005360     OPEN INPUT XREF-FILE
005370     IF WS-XRF-STATUS NOT = "00"
005380         DISPLAY "SHMSCOR - SHMXREF NOT ON LINE - SKIPPED"
005390         ADD 1 TO WS-SKIPPED-FILES
005400         GO TO 2600-EXIT
005410     END-IF
005420     MOVE "N" TO WS-EOF-SW
005430     READ XREF-FILE NEXT RECORD
005440         AT END
005450             SET WS-EOF TO TRUE
005460     END-READ
005470     PERFORM 2610-MARK-ONE-XREF THRU 2610-EXIT
005480         UNTIL WS-EOF
005490     CLOSE XREF-FILE.
005500 2600-EXIT.
005510     EXIT.
005520 2610-MARK-ONE-XREF.
005530     MOVE XRF-FROM-YEAR OF XRF-RECORD TO WS-FIND-YEAR
005540     MOVE XRF-FROM-SEQ OF XRF-RECORD TO WS-FIND-SEQ
005550     PERFORM 7100-FIND-EVENT THRU 7100-EXIT
005560     IF WS-FIND-IX > ZERO
005570         MOVE "Y" TO WS-EV-LINK-SW (WS-FIND-IX)
005580     END-IF
005590     MOVE XRF-TO-YEAR OF XRF-RECORD TO WS-FIND-YEAR
005600     MOVE XRF-TO-SEQ OF XRF-RECORD TO WS-FIND-SEQ
005610     PERFORM 7100-FIND-EVENT THRU 7100-EXIT
005620     IF WS-FIND-IX > ZERO
005630         MOVE "Y" TO WS-EV-LINK-SW (WS-FIND-IX)
005640     END-IF
005650     READ XREF-FILE NEXT RECORD
005660         AT END
005670             SET WS-EOF TO TRUE
005680     END-READ.
005690 2610-EXIT.
005700     EXIT.
005710*================================================================
005720* 2700-SCAN-ERAS  -  MARK EVERY YEAR SOME ERA COVERS
005730*================================================================
005740 2700-SCAN-ERAS.
005750     OPEN INPUT ERA-FILE
005760     IF WS-ERA-STATUS NOT = "00"
005770         DISPLAY "SHMSCOR - SHMERAF NOT ON LINE - SKIPPED"
005780         ADD 1 TO WS-SKIPPED-FILES
005790         GO TO 2700-EXIT
005800     END-IF
005810     MOVE "N" TO WS-EOF-SW
005820     READ ERA-FILE NEXT RECORD
005830         AT END
005840             SET WS-EOF TO TRUE
005850     END-READ
005860     PERFORM 2710-MARK-ONE-ERA THRU 2710-EXIT
005870         UNTIL WS-EOF
005880     CLOSE ERA-FILE.
005890 2700-EXIT.
005900     EXIT.
005910 2710-MARK-ONE-ERA.
005920     IF WS-YR-COUNT = ZERO
005930             OR ERA-FROM-YEAR OF ERA-RECORD NOT NUMERIC
005940             OR ERA-TO-YEAR OF ERA-RECORD NOT NUMERIC
005950             OR ERA-FROM-YEAR OF ERA-RECORD > WS-HIGH-YEAR
005960             OR ERA-TO-YEAR OF ERA-RECORD < WS-LOW-YEAR
005970         GO TO 2710-READ-NEXT
005980     END-IF
005990     MOVE ERA-FROM-YEAR OF ERA-RECORD TO WS-ERA-YEAR
006000     IF WS-ERA-YEAR < WS-LOW-YEAR
006010         MOVE WS-LOW-YEAR TO WS-ERA-YEAR
006020     END-IF
006030     MOVE ERA-TO-YEAR OF ERA-RECORD TO WS-ERA-LAST
006040     IF WS-ERA-LAST > WS-HIGH-YEAR
006050         MOVE WS-HIGH-YEAR TO WS-ERA-LAST
006060     END-IF
006070     PERFORM 2720-MARK-ERA-YEAR THRU 2720-EXIT
006080         VARYING WS-ERA-YEAR FROM WS-ERA-YEAR BY 1
006090         UNTIL WS-ERA-YEAR > WS-ERA-LAST.
006100 2710-READ-NEXT.
006110     READ ERA-FILE NEXT RECORD
006120         AT END
006130             SET WS-EOF TO TRUE
006140     END-READ.
006150 2710-EXIT.
006160     EXIT.
006170 2720-MARK-ERA-YEAR.
006180     COMPUTE WS-YR-IX = WS-ERA-YEAR - WS-LOW-YEAR + 1
006190     MOVE "Y" TO WS-YR-ERA-SW (WS-YR-IX).
006200 2720-EXIT.
006210     EXIT.
006220*================================================================
006230* 3000-SCORE  -  TALLY THE EVENTS INTO THEIR YEARS, THEN SCORE
006240*                EACH YEAR AND ROLL IT INTO ITS DECADE
006250*================================================================
006260 3000-SCORE.
006270     PERFORM 3100-TALLY-ONE-EVENT THRU 3100-EXIT
006280         VARYING WS-EV-IX FROM 1 BY 1
006290         UNTIL WS-EV-IX > WS-EV-COUNT
006300     PERFORM 3200-SCORE-ONE-YEAR THRU 3200-EXIT
006310         VARYING WS-YR-IX FROM 1 BY 1
006320         UNTIL WS-YR-IX > WS-YR-COUNT
006330     PERFORM 3300-SCORE-ONE-DECADE THRU 3300-EXIT
006340         VARYING WS-DC-IX FROM 1 BY 1
006350         UNTIL WS-DC-IX > WS-DC-COUNT.
006360 3000-EXIT.
006370     EXIT.
006380 3100-TALLY-ONE-EVENT.
006390     MOVE WS-EV-KEY (WS-EV-IX) TO WS-FIND-KEY
006400     IF WS-YR-COUNT = ZERO
006410             OR WS-FIND-YEAR < WS-LOW-YEAR
006420             OR WS-FIND-YEAR > WS-HIGH-YEAR
006430         ADD 1 TO WS-OUT-RANGE
006440         GO TO 3100-EXIT
006450     END-IF
006460     COMPUTE WS-YR-IX = WS-FIND-YEAR - WS-LOW-YEAR + 1
006470     ADD 1 TO WS-YR-EVENTS (WS-YR-IX)
006480     IF WS-EV-HEAD-SW (WS-EV-IX) = "Y"
006490         ADD 1 TO WS-YR-HEADS (WS-YR-IX)
006500         IF WS-EV-NARR-SW (WS-EV-IX) = "Y"
006510             ADD 1 TO WS-YR-HEAD-NARR (WS-YR-IX)
006520         END-IF
006530     END-IF
006540     IF WS-EV-CITE-SW (WS-EV-IX) = "Y"
006550         ADD 1 TO WS-YR-CITED (WS-YR-IX)
006560     END-IF
006570     IF WS-EV-ITAL-SW (WS-EV-IX) = "Y"
006580         ADD 1 TO WS-YR-ITAL (WS-YR-IX)
006590     END-IF
006600     IF WS-EV-PLACE-SW (WS-EV-IX) = "Y"
006610         ADD 1 TO WS-YR-PLACED (WS-YR-IX)
006620     END-IF
006630     IF WS-EV-LINK-SW (WS-EV-IX) = "Y"
006640         ADD 1 TO WS-YR-LINKED (WS-YR-IX)
006650     END-IF.
006660 3100-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690* HEADLINE AND ERA ARE 100 OR 0 FOR A YEAR; NARRATIVE IS OVER
006700* THE YEAR'S HEADLINES; THE OTHER FOUR ARE OVER ITS EVENTS
006710*----------------------------------------------------------------
006720 3200-SCORE-ONE-YEAR.
006730     MOVE ZERO TO WS-YR-SCORE (WS-YR-IX 1)
006740                  WS-YR-SCORE (WS-YR-IX 2)
006750                  WS-YR-SCORE (WS-YR-IX 3)
006760                  WS-YR-SCORE (WS-YR-IX 4)
006770                  WS-YR-SCORE (WS-YR-IX 5)
006780                  WS-YR-SCORE (WS-YR-IX 6)
006790                  WS-YR-SCORE (WS-YR-IX 7)
006800     IF WS-YR-HEADS (WS-YR-IX) > ZERO
006810         MOVE 100 TO WS-YR-SCORE (WS-YR-IX 1)
006820         COMPUTE WS-YR-SCORE (WS-YR-IX 2) =
006830             WS-YR-HEAD-NARR (WS-YR-IX) * 100
006840                 / WS-YR-HEADS (WS-YR-IX)
006850     END-IF
006860     IF WS-YR-EVENTS (WS-YR-IX) > ZERO
006870         COMPUTE WS-YR-SCORE (WS-YR-IX 3) =
006880             WS-YR-CITED (WS-YR-IX) * 100
006890                 / WS-YR-EVENTS (WS-YR-IX)
006900         COMPUTE WS-YR-SCORE (WS-YR-IX 4) =
006910             WS-YR-ITAL (WS-YR-IX) * 100
006920                 / WS-YR-EVENTS (WS-YR-IX)
006930         COMPUTE WS-YR-SCORE (WS-YR-IX 5) =
006940             WS-YR-PLACED (WS-YR-IX) * 100
006950                 / WS-YR-EVENTS (WS-YR-IX)
006960         COMPUTE WS-YR-SCORE (WS-YR-IX 7) =
006970             WS-YR-LINKED (WS-YR-IX) * 100
006980                 / WS-YR-EVENTS (WS-YR-IX)
006990     END-IF
007000     IF WS-YR-ERA-SW (WS-YR-IX) = "Y"
007010         MOVE 100 TO WS-YR-SCORE (WS-YR-IX 6)
007020     END-IF
007030     MOVE ZERO TO WS-SCORE-SUM
007040     PERFORM 3210-ADD-YEAR-SCORE THRU 3210-EXIT
007050         VARYING WS-SC-IX FROM 1 BY 1
007060         UNTIL WS-SC-IX > 7
007070     COMPUTE WS-YR-TOTAL (WS-YR-IX) = WS-SCORE-SUM / 7
007080     MOVE "N" TO WS-YR-PREV-SW (WS-YR-IX)
007090     MOVE "N" TO WS-YR-USED-SW (WS-YR-IX)
007100     COMPUTE WS-YEAR = WS-LOW-YEAR + WS-YR-IX - 1
007110     COMPUTE WS-DC-IX = (WS-YEAR - WS-BASE-DECADE) / 10 + 1
007120     ADD 1 TO WS-DC-YEARS (WS-DC-IX)
007130     ADD WS-YR-EVENTS (WS-YR-IX) TO WS-DC-EVENTS (WS-DC-IX)
007140     IF WS-YR-HEADS (WS-YR-IX) > ZERO
007150         ADD 1 TO WS-DC-HEAD-YEARS (WS-DC-IX)
007160     END-IF
007170     ADD WS-YR-HEADS (WS-YR-IX) TO WS-DC-HEADS (WS-DC-IX)
007180     ADD WS-YR-HEAD-NARR (WS-YR-IX)
007190         TO WS-DC-HEAD-NARR (WS-DC-IX)
007200     ADD WS-YR-CITED (WS-YR-IX) TO WS-DC-CITED (WS-DC-IX)
007210     ADD WS-YR-ITAL (WS-YR-IX) TO WS-DC-ITAL (WS-DC-IX)
007220     ADD WS-YR-PLACED (WS-YR-IX) TO WS-DC-PLACED (WS-DC-IX)
007230     ADD WS-YR-LINKED (WS-YR-IX) TO WS-DC-LINKED (WS-DC-IX)
007240     IF WS-YR-ERA-SW (WS-YR-IX) = "Y"
007250         ADD 1 TO WS-DC-ERA-YEARS (WS-DC-IX)
007260     END-IF.
007270 3200-EXIT.
007280     EXIT.
007290 3210-ADD-YEAR-SCORE.
007300     ADD WS-YR-SCORE (WS-YR-IX WS-SC-IX) TO WS-SCORE-SUM.
007310 3210-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340* A DECADE SCORES ITS COUNTS, NOT THE AVERAGE OF ITS YEARS -
007350* HEADLINE AND ERA BECOME THE SHARE OF ITS YEARS THAT HAVE ONE
007360*----------------------------------------------------------------
007370 3300-SCORE-ONE-DECADE.
007380     MOVE ZERO TO WS-DC-SCORE (WS-DC-IX 1)
007390                  WS-DC-SCORE (WS-DC-IX 2)
007400                  WS-DC-SCORE (WS-DC-IX 3)
007410                  WS-DC-SCORE (WS-DC-IX 4)
007420                  WS-DC-SCORE (WS-DC-IX 5)
007430                  WS-DC-SCORE (WS-DC-IX 6)
007440                  WS-DC-SCORE (WS-DC-IX 7)
007450     IF WS-DC-YEARS (WS-DC-IX) > ZERO
007460         COMPUTE WS-DC-SCORE (WS-DC-IX 1) =
007470             WS-DC-HEAD-YEARS (WS-DC-IX) * 100
007480                 / WS-DC-YEARS (WS-DC-IX)
007490         COMPUTE WS-DC-SCORE (WS-DC-IX 6) =
007500             WS-DC-ERA-YEARS (WS-DC-IX) * 100
007510                 / WS-DC-YEARS (WS-DC-IX)
007520     END-IF
007530     IF WS-DC-HEADS (WS-DC-IX) > ZERO
007540         COMPUTE WS-DC-SCORE (WS-DC-IX 2) =
007550             WS-DC-HEAD-NARR (WS-DC-IX) * 100
007560                 / WS-DC-HEADS (WS-DC-IX)
007570     END-IF
007580     IF WS-DC-EVENTS (WS-DC-IX) > ZERO
007590         COMPUTE WS-DC-SCORE (WS-DC-IX 3) =
007600             WS-DC-CITED (WS-DC-IX) * 100
007610                 / WS-DC-EVENTS (WS-DC-IX)
007620         COMPUTE WS-DC-SCORE (WS-DC-IX 4) =
007630             WS-DC-ITAL (WS-DC-IX) * 100
007640                 / WS-DC-EVENTS (WS-DC-IX)
007650         COMPUTE WS-DC-SCORE (WS-DC-IX 5) =
007660             WS-DC-PLACED (WS-DC-IX) * 100
007670                 / WS-DC-EVENTS (WS-DC-IX)
007680         COMPUTE WS-DC-SCORE (WS-DC-IX 7) =
007690             WS-DC-LINKED (WS-DC-IX) * 100
007700                 / WS-DC-EVENTS (WS-DC-IX)
007710     END-IF
007720     MOVE ZERO TO WS-SCORE-SUM
007730     PERFORM 3310-ADD-DECADE-SCORE THRU 3310-EXIT
007740         VARYING WS-SC-IX FROM 1 BY 1
007750         UNTIL WS-SC-IX > 7
007760     COMPUTE WS-DC-TOTAL (WS-DC-IX) = WS-SCORE-SUM / 7
007770     MOVE "N" TO WS-DC-PREV-SW (WS-DC-IX).
007780 3300-EXIT.
007790     EXIT.
007800 3310-ADD-DECADE-SCORE.
007810     ADD WS-DC-SCORE (WS-DC-IX WS-SC-IX) TO WS-SCORE-SUM.
007820 3310-EXIT.
007830     EXIT.
007840*================================================================
007850* 4000-READ-PREVIOUS  -  THE LATEST EARLIER RUN ON SHMSCRH (TWO
007860*                        PASSES - FIND ITS STAMP, LOAD ITS ROWS)
007870*================================================================
007880 4000-READ-PREVIOUS.
007890     OPEN INPUT HIST-FILE
007900     IF WS-SCH-STATUS NOT = "00"
007910         GO TO 4000-EXIT
007920     END-IF
007930     MOVE "N" TO WS-EOF-SW
007940     READ HIST-FILE
007950         AT END
007960             SET WS-EOF TO TRUE
007970     END-READ
007980     PERFORM 4100-FIND-LAST-STAMP THRU 4100-EXIT
007990         UNTIL WS-EOF
008000     CLOSE HIST-FILE
008010     IF NOT WS-PRV-OK
008020         GO TO 4000-EXIT
008030     END-IF
008040     OPEN INPUT HIST-FILE
008050     MOVE "N" TO WS-EOF-SW
008060     READ HIST-FILE
008070         AT END
008080             SET WS-EOF TO TRUE
008090     END-READ
008100     PERFORM 4200-LOAD-PREV-ROW THRU 4200-EXIT
008110         UNTIL WS-EOF
008120     CLOSE HIST-FILE.
008130 4000-EXIT.
008140     EXIT.
008150 4100-FIND-LAST-STAMP.
008160     IF SCH-RUN-DATE NUMERIC AND SCH-RUN-TIME NUMERIC
008170             AND SCH-STAMP > WS-PRV-STAMP
008180         MOVE SCH-STAMP TO WS-PRV-STAMP
008190         SET WS-PRV-OK TO TRUE
008200     END-IF
008210     READ HIST-FILE
008220         AT END
008230             SET WS-EOF TO TRUE
008240     END-READ.
008250 4100-EXIT.
008260     EXIT.
008270 4200-LOAD-PREV-ROW.
008280     IF SCH-STAMP NOT = WS-PRV-STAMP
008290             OR SCH-YEAR NOT NUMERIC
008300             OR SCH-TOTAL NOT NUMERIC
008310         GO TO 4200-READ-NEXT
008320     END-IF
008330     IF SCH-KIND-YEAR
008340             AND SCH-YEAR NOT < WS-LOW-YEAR
008350             AND SCH-YEAR NOT > WS-HIGH-YEAR
008360             AND WS-YR-COUNT > ZERO
008370         COMPUTE WS-YR-IX = SCH-YEAR - WS-LOW-YEAR + 1
008380         MOVE "Y" TO WS-YR-PREV-SW (WS-YR-IX)
008390         MOVE SCH-TOTAL TO WS-YR-PREV (WS-YR-IX)
008400     END-IF
008410     IF SCH-KIND-DECADE
008420             AND SCH-YEAR NOT < WS-BASE-DECADE
008430             AND WS-DC-COUNT > ZERO
008440         COMPUTE WS-DC-IX = (SCH-YEAR - WS-BASE-DECADE) / 10 + 1
008450         IF WS-DC-IX NOT > WS-DC-COUNT
008460             MOVE "Y" TO WS-DC-PREV-SW (WS-DC-IX)
008470             MOVE SCH-TOTAL TO WS-DC-PREV (WS-DC-IX)
008480         END-IF
008490     END-IF.
008500 4200-READ-NEXT.
008510     READ HIST-FILE
008520         AT END
008530             SET WS-EOF TO TRUE
008540     END-READ.
008550 4200-EXIT.
008560     EXIT.
008570*================================================================
008580* 5000-PRINT-GRID  -  ONE ROW PER YEAR, A SUBTOTAL ROW AFTER
008590*                     THE LAST YEAR OF EACH DECADE
008600*================================================================
008610 5000-PRINT-GRID.
008620     MOVE SPACES TO REPORT-LINE
008630     STRING "SHM EDITORIAL COMPLETENESS SCORECARD - RUN DATE "
008640         DELIMITED BY SIZE
008650         WS-RUN-DATE DELIMITED BY SIZE
008660         INTO REPORT-LINE
008670     END-STRING
008680     WRITE REPORT-LINE
008690     MOVE SPACES TO REPORT-LINE
008700     STRING "YEARS " DELIMITED BY SIZE
008710         WS-LOW-YEAR DELIMITED BY SIZE
008720         "-" DELIMITED BY SIZE
008730         WS-HIGH-YEAR DELIMITED BY SIZE
008740         INTO REPORT-LINE
008750     END-STRING
008760     IF NOT WS-CTL-OK
008770         MOVE "(SHMCTL NOT READABLE - LOADED YEARS USED)"
008780             TO REPORT-LINE (17:)
008790     END-IF
008800     WRITE REPORT-LINE
008810     MOVE SPACES TO REPORT-LINE
008820     IF WS-PRV-OK
008830         STRING "MOVEMENT IS SINCE THE RUN OF "
008840             DELIMITED BY SIZE
008850             WS-PRV-DATE DELIMITED BY SIZE
008860             " " DELIMITED BY SIZE
008870             WS-PRV-TIME DELIMITED BY SIZE
008880             INTO REPORT-LINE
008890         END-STRING
008900     ELSE
008910         MOVE "NO PREVIOUS RUN ON SHMSCRH - MOVEMENT READS NEW"
008920             TO REPORT-LINE
008930     END-IF
008940     WRITE REPORT-LINE
008950     MOVE SPACES TO REPORT-LINE
008960     WRITE REPORT-LINE
008970     MOVE "SCORES ARE PERCENTAGES - HEAD/ERA 100 OR 0 PER YEAR"
008980         TO REPORT-LINE
008990     WRITE REPORT-LINE
009000     MOVE SPACES TO REPORT-LINE
009010     WRITE REPORT-LINE
009020     MOVE SPACES TO WS-SCL-LINE
009030     MOVE "YEAR" TO WS-SCL-LABEL
009040     MOVE "  EVTS" TO WS-SCL-CELL (1)
009050     MOVE "  HEAD" TO WS-SCL-CELL (2)
009060     MOVE "  NARR" TO WS-SCL-CELL (3)
009070     MOVE "  CITE" TO WS-SCL-CELL (4)
009080     MOVE "  ITAL" TO WS-SCL-CELL (5)
009090     MOVE "  PLAC" TO WS-SCL-CELL (6)
009100     MOVE "   ERA" TO WS-SCL-CELL (7)
009110     MOVE "  XREF" TO WS-SCL-CELL (8)
009120     MOVE " TOTAL" TO WS-SCL-CELL (9)
009130     MOVE "  MOVE" TO WS-SCL-CELL (10)
009140     MOVE WS-SCL-LINE TO REPORT-LINE
009150     WRITE REPORT-LINE
009160     PERFORM 5100-PRINT-ONE-YEAR THRU 5100-EXIT
009170         VARYING WS-YR-IX FROM 1 BY 1
009180         UNTIL WS-YR-IX > WS-YR-COUNT
009190     MOVE SPACES TO REPORT-LINE
009200     WRITE REPORT-LINE
009210     IF WS-OUT-RANGE > ZERO
009220         MOVE WS-OUT-RANGE TO WS-COUNT-ED
009230         MOVE SPACES TO REPORT-LINE
009240         STRING "EVENTS OUTSIDE THE SCORED YEARS : "
009250             DELIMITED BY SIZE
009260             WS-COUNT-ED DELIMITED BY SIZE
009270             INTO REPORT-LINE
009280         END-STRING
009290         WRITE REPORT-LINE
009300     END-IF
009310     IF WS-EV-FULL
009320         MOVE "** EVENT TABLE FULL AT 5000 - REST NOT SCORED **"
009330             TO REPORT-LINE
009340         WRITE REPORT-LINE
009350     END-IF
009360     IF WS-RANGE-CUT
009370         MOVE "** YEAR RANGE CUT TO 500 YEARS **" TO REPORT-LINE
009380         WRITE REPORT-LINE
009390     END-IF
009400     IF WS-SKIPPED-FILES > ZERO
009410         MOVE "** SATELLITE FILE NOT ON LINE - ITS ITEM SCORES 0"
009420             TO REPORT-LINE
009430         WRITE REPORT-LINE
009440     END-IF.
009450 5000-EXIT.
009460     EXIT.
009470 5100-PRINT-ONE-YEAR.
009480     COMPUTE WS-YEAR = WS-LOW-YEAR + WS-YR-IX - 1
009490     MOVE SPACES TO WS-CUR-LABEL
009500     MOVE WS-YEAR TO WS-CUR-LABEL
009510     MOVE WS-YR-EVENTS (WS-YR-IX) TO WS-CUR-EVENTS
009520     PERFORM 5110-COPY-YEAR-SCORE THRU 5110-EXIT
009530         VARYING WS-SC-IX FROM 1 BY 1
009540         UNTIL WS-SC-IX > 7
009550     MOVE WS-YR-TOTAL (WS-YR-IX) TO WS-CUR-TOTAL
009560     MOVE WS-YR-PREV-SW (WS-YR-IX) TO WS-CUR-PREV-SW
009570     MOVE WS-YR-PREV (WS-YR-IX) TO WS-CUR-PREV
009580     PERFORM 5300-BUILD-ROW THRU 5300-EXIT
009590     IF WS-YR-EVENTS (WS-YR-IX) = ZERO
009600         MOVE "NO EVENTS" TO WS-SCL-NOTE
009610     END-IF
009620     MOVE WS-SCL-LINE TO REPORT-LINE
009630     WRITE REPORT-LINE
009640     IF WS-YR-IX = WS-YR-COUNT
009650         GO TO 5100-DECADE
009660     END-IF
009670     DIVIDE WS-YEAR BY 10 GIVING WS-DEC-QUOT
009680         REMAINDER WS-DEC-DIGIT
009690     IF WS-DEC-DIGIT NOT = 9
009700         GO TO 5100-EXIT
009710     END-IF.
009720 5100-DECADE.
009730     COMPUTE WS-DC-IX = (WS-YEAR - WS-BASE-DECADE) / 10 + 1
009740     PERFORM 5200-PRINT-DECADE THRU 5200-EXIT.
009750 5100-EXIT.
009760     EXIT.
009770 5110-COPY-YEAR-SCORE.
009780     MOVE WS-YR-SCORE (WS-YR-IX WS-SC-IX)
009790         TO WS-CUR-SCORE (WS-SC-IX).
009800 5110-EXIT.
009810     EXIT.
009820 5200-PRINT-DECADE.
009830     COMPUTE WS-YEAR = WS-BASE-DECADE + (WS-DC-IX - 1) * 10
009840     MOVE SPACES TO WS-CUR-LABEL
009850     STRING WS-YEAR DELIMITED BY SIZE
009860         "S TOTAL" DELIMITED BY SIZE
009870         INTO WS-CUR-LABEL
009880     END-STRING
009890     MOVE WS-DC-EVENTS (WS-DC-IX) TO WS-CUR-EVENTS
009900     PERFORM 5210-COPY-DECADE-SCORE THRU 5210-EXIT
009910         VARYING WS-SC-IX FROM 1 BY 1
009920         UNTIL WS-SC-IX > 7
009930     MOVE WS-DC-TOTAL (WS-DC-IX) TO WS-CUR-TOTAL
009940     MOVE WS-DC-PREV-SW (WS-DC-IX) TO WS-CUR-PREV-SW
009950     MOVE WS-DC-PREV (WS-DC-IX) TO WS-CUR-PREV
009960     MOVE ALL "-" TO REPORT-LINE (1:72)
009970     WRITE REPORT-LINE
009980     PERFORM 5300-BUILD-ROW THRU 5300-EXIT
009990     MOVE WS-SCL-LINE TO REPORT-LINE
010000     WRITE REPORT-LINE
010010     MOVE SPACES TO REPORT-LINE
010020     WRITE REPORT-LINE.
010030 5200-EXIT.
010040     EXIT.
010050 5210-COPY-DECADE-SCORE.
010060     MOVE WS-DC-SCORE (WS-DC-IX WS-SC-IX)
010070         TO WS-CUR-SCORE (WS-SC-IX).
010080 5210-EXIT.
010090     EXIT.
010100*----------------------------------------------------------------
010110* 5300-BUILD-ROW  -  WS-CUR-ROW INTO THE GRID CELLS; MOVEMENT IS
010120*                   THIS TOTAL LESS THE PREVIOUS RUN'S, OR NEW
010130*----------------------------------------------------------------
010140 5300-BUILD-ROW.
010150     MOVE SPACES TO WS-SCL-LINE
010160     MOVE WS-CUR-LABEL TO WS-SCL-LABEL
010170     MOVE WS-CUR-EVENTS TO WS-CELL-ED
010180     MOVE WS-CELL-ED TO WS-SCL-CELL (1)
010190     PERFORM 5310-EDIT-ONE-SCORE THRU 5310-EXIT
010200         VARYING WS-SC-IX FROM 1 BY 1
010210         UNTIL WS-SC-IX > 7
010220     MOVE WS-CUR-TOTAL TO WS-CELL-ED
010230     MOVE WS-CELL-ED TO WS-SCL-CELL (9)
010240     IF WS-CUR-PREV-SW = "Y"
010250         COMPUTE WS-DELTA = WS-CUR-TOTAL - WS-CUR-PREV
010260         MOVE WS-DELTA TO WS-DELTA-ED
010270         MOVE SPACES TO WS-SCL-CELL (10)
010280         MOVE WS-DELTA-ED TO WS-SCL-CELL (10) (3:4)
010290     ELSE
010300         MOVE "   NEW" TO WS-SCL-CELL (10)
010310     END-IF.
010320 5300-EXIT.
010330     EXIT.
010340 5310-EDIT-ONE-SCORE.
010350     MOVE WS-CUR-SCORE (WS-SC-IX) TO WS-CELL-ED
010360     MOVE WS-CELL-ED TO WS-SCL-CELL (WS-SC-IX + 1).
010370 5310-EXIT.
010380     EXIT.
010390*================================================================
010400* 5500-PRINT-RANKING  -  EVERY YEAR, LOWEST TOTAL FIRST (EARLIER
010410*                        YEAR FIRST ON A TIE), WITH ITS GAPS
010420*================================================================
010430 5500-PRINT-RANKING.
010440     IF WS-YR-COUNT = ZERO
010450         GO TO 5500-EXIT
010460     END-IF
010470     MOVE SPACES TO REPORT-LINE
010480     WRITE REPORT-LINE
010490     MOVE "YEARS RANKED WEAKEST FIRST" TO REPORT-LINE
010500     WRITE REPORT-LINE
010510     MOVE "RANK YEAR  TOTAL   EVTS  GAPS (ITEMS UNDER 100)"
010520         TO REPORT-LINE
010530     WRITE REPORT-LINE
010540     MOVE ZERO TO WS-RANK
010550     PERFORM 5600-PRINT-NEXT-WEAKEST THRU 5600-EXIT
010560         WS-YR-COUNT TIMES.
010570 5500-EXIT.
010580     EXIT.
010590 5600-PRINT-NEXT-WEAKEST.
010600     MOVE ZERO TO WS-MIN-IX
010610     MOVE 999 TO WS-MIN-TOTAL
010620     PERFORM 5610-CHECK-ONE-YEAR THRU 5610-EXIT
010630         VARYING WS-YR-IX FROM 1 BY 1
010640         UNTIL WS-YR-IX > WS-YR-COUNT
010650     IF WS-MIN-IX = ZERO
010660         GO TO 5600-EXIT
010670     END-IF
010680     MOVE WS-MIN-IX TO WS-YR-IX
010690     MOVE "Y" TO WS-YR-USED-SW (WS-YR-IX)
010700     ADD 1 TO WS-RANK
010710     MOVE WS-RANK TO WS-RANK-ED
010720     COMPUTE WS-YEAR = WS-LOW-YEAR + WS-YR-IX - 1
010730     MOVE SPACES TO WS-GAPS
010740     MOVE 1 TO WS-GAP-PTR
010750     PERFORM 5620-ADD-ONE-GAP THRU 5620-EXIT
010760         VARYING WS-SC-IX FROM 1 BY 1
010770         UNTIL WS-SC-IX > 7
010780     MOVE SPACES TO REPORT-LINE
010790     STRING WS-RANK-ED DELIMITED BY SIZE
010800         "  " DELIMITED BY SIZE
010810         WS-YEAR DELIMITED BY SIZE
010820         INTO REPORT-LINE
010830     END-STRING
010840     MOVE WS-YR-TOTAL (WS-YR-IX) TO WS-CELL-ED
010850     MOVE WS-CELL-ED TO REPORT-LINE (10:6)
010860     MOVE WS-YR-EVENTS (WS-YR-IX) TO WS-CELL-ED
010870     MOVE WS-CELL-ED TO REPORT-LINE (17:6)
010880     IF WS-YR-EVENTS (WS-YR-IX) = ZERO
010890         MOVE "NO EVENTS" TO REPORT-LINE (24:)
010900     ELSE
010910         MOVE WS-GAPS TO REPORT-LINE (24:)
010920     END-IF
010930     WRITE REPORT-LINE.
010940 5600-EXIT.
010950     EXIT.
010960 5610-CHECK-ONE-YEAR.
010970     IF WS-YR-USED-SW (WS-YR-IX) = "N"
010980             AND WS-YR-TOTAL (WS-YR-IX) < WS-MIN-TOTAL
010990         MOVE WS-YR-IX TO WS-MIN-IX
011000         MOVE WS-YR-TOTAL (WS-YR-IX) TO WS-MIN-TOTAL
011010     END-IF.
011020 5610-EXIT.
011030     EXIT.
011040 5620-ADD-ONE-GAP.
011050     IF WS-YR-SCORE (WS-YR-IX WS-SC-IX) < 100
011060         STRING WS-CHECK-NAME (WS-SC-IX) DELIMITED BY SPACE
011070             " " DELIMITED BY SIZE
011080             INTO WS-GAPS
011090             WITH POINTER WS-GAP-PTR
011100         END-STRING
011110     END-IF.
011120 5620-EXIT.
011130     EXIT.
011140*================================================================
011150* 6000-WRITE-HISTORY  -  THIS RUN'S ROWS ONTO SHMSCRH
011160*================================================================
011170 6000-WRITE-HISTORY.
011180     IF WS-YR-COUNT = ZERO
011190         GO TO 6000-EXIT
011200     END-IF
011210     OPEN EXTEND HIST-FILE
011220     IF WS-SCH-STATUS NOT = "00"
011230         OPEN OUTPUT HIST-FILE
011240     END-IF
011250     IF WS-SCH-STATUS NOT = "00"
011260         DISPLAY "SHMSCOR - SHMSCRH NOT WRITABLE - STATUS "
011270             WS-SCH-STATUS
011280         IF WS-COND-CODE < 4
011290             MOVE 4 TO WS-COND-CODE
011300         END-IF
011310         GO TO 6000-EXIT
011320     END-IF
011330     PERFORM 6100-WRITE-YEAR-ROW THRU 6100-EXIT
011340         VARYING WS-YR-IX FROM 1 BY 1
011350         UNTIL WS-YR-IX > WS-YR-COUNT
011360     PERFORM 6200-WRITE-DECADE-ROW THRU 6200-EXIT
011370         VARYING WS-DC-IX FROM 1 BY 1
011380         UNTIL WS-DC-IX > WS-DC-COUNT
011390     CLOSE HIST-FILE.
011400 6000-EXIT.
011410     EXIT.
011420 6100-WRITE-YEAR-ROW.
011430     MOVE SPACES TO SCH-RECORD
011440     MOVE WS-RUN-DATE TO SCH-RUN-DATE
011450     MOVE WS-RUN-TIME TO SCH-RUN-TIME
011460     SET SCH-KIND-YEAR TO TRUE
011470     COMPUTE SCH-YEAR = WS-LOW-YEAR + WS-YR-IX - 1
011480     MOVE WS-YR-EVENTS (WS-YR-IX) TO SCH-EVENTS
011490     PERFORM 6110-MOVE-YEAR-SCORE THRU 6110-EXIT
011500         VARYING WS-SC-IX FROM 1 BY 1
011510         UNTIL WS-SC-IX > 7
011520     MOVE WS-YR-TOTAL (WS-YR-IX) TO SCH-TOTAL
011530     WRITE SCH-RECORD
011540     ADD 1 TO WS-RUN-COUNT.
011550 6100-EXIT.
011560     EXIT.
011570 6110-MOVE-YEAR-SCORE.
011580     MOVE WS-YR-SCORE (WS-YR-IX WS-SC-IX)
011590         TO SCH-SCORE (WS-SC-IX).
011600 6110-EXIT.
011610     EXIT.
011620 6200-WRITE-DECADE-ROW.
011630     MOVE SPACES TO SCH-RECORD
011640     MOVE WS-RUN-DATE TO SCH-RUN-DATE
011650     MOVE WS-RUN-TIME TO SCH-RUN-TIME
011660     SET SCH-KIND-DECADE TO TRUE
011670     COMPUTE SCH-YEAR = WS-BASE-DECADE + (WS-DC-IX - 1) * 10
011680     MOVE WS-DC-EVENTS (WS-DC-IX) TO SCH-EVENTS
011690     PERFORM 6210-MOVE-DECADE-SCORE THRU 6210-EXIT
011700         VARYING WS-SC-IX FROM 1 BY 1
011710         UNTIL WS-SC-IX > 7
011720     MOVE WS-DC-TOTAL (WS-DC-IX) TO SCH-TOTAL
011730     WRITE SCH-RECORD.
011740 6200-EXIT.
011750     EXIT.
011760 6210-MOVE-DECADE-SCORE.
011770     MOVE WS-DC-SCORE (WS-DC-IX WS-SC-IX)
011780         TO SCH-SCORE (WS-SC-IX).
011790 6210-EXIT.
011800     EXIT.
011810*================================================================
011820* 7100-FIND-EVENT  -  BINARY SEARCH OF THE EVENT TABLE FOR
011830*                     WS-FIND-KEY; WS-FIND-IX ZERO IF NOT THERE
011840*================================================================
011850 7100-FIND-EVENT.
011860     MOVE ZERO TO WS-FIND-IX
011870     MOVE 1 TO WS-FIND-LO
011880     MOVE WS-EV-COUNT TO WS-FIND-HI
011890     PERFORM 7110-PROBE THRU 7110-EXIT
011900         UNTIL WS-FIND-LO > WS-FIND-HI
011910         OR WS-FIND-IX > ZERO.
011920 7100-EXIT.
011930     EXIT.
011940 7110-PROBE.
011950     COMPUTE WS-FIND-MID = (WS-FIND-LO + WS-FIND-HI) / 2
011960     IF WS-EV-KEY (WS-FIND-MID) = WS-FIND-KEY
011970         MOVE WS-FIND-MID TO WS-FIND-IX
011980         GO TO 7110-EXIT
011990     END-IF
012000     IF WS-EV-KEY (WS-FIND-MID) < WS-FIND-KEY
012010         COMPUTE WS-FIND-LO = WS-FIND-MID + 1
012020     ELSE
012030         COMPUTE WS-FIND-HI = WS-FIND-MID - 1
012040     END-IF.
012050 7110-EXIT.
012060     EXIT.
012070*================================================================
012080* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
012090*================================================================
012100 7750-LOG-RUN.
012110     IF NOT WS-RUN-OPEN
012120         GO TO 7750-EXIT
012130     END-IF
012140     MOVE SPACES TO RUN-RECORD
012150     ACCEPT RUN-DATE FROM DATE YYYYMMDD
012160     ACCEPT RUN-TIME FROM TIME
012170     MOVE "SHMSCOR" TO RUN-PROGRAM
012180     MOVE WS-RUN-EVENT TO RUN-EVENT
012190     MOVE WS-COND-CODE TO RUN-COND-CODE
012200     MOVE WS-RUN-COUNT TO RUN-COUNT
012210     WRITE RUN-RECORD.
012220 7750-EXIT.
012230     EXIT.
012240*================================================================
012250* 8000-TERMINATE
012260*================================================================
012270 8000-TERMINATE.
012280     CLOSE REPORT-FILE
012290     IF (WS-SKIPPED-FILES > ZERO OR WS-EV-FULL OR WS-RANGE-CUT)
012300             AND WS-COND-CODE < 4
012310         MOVE 4 TO WS-COND-CODE
012320     END-IF
012330     DISPLAY "SHMSCOR - EVENTS SCORED      : " WS-EV-COUNT
012340     DISPLAY "SHMSCOR - YEARS SCORED       : " WS-YR-COUNT
012350     DISPLAY "SHMSCOR - FILES SKIPPED      : " WS-SKIPPED-FILES.
012360*================================================================
012370* 9999-EXIT
012380*================================================================
012390 9999-EXIT.
012400     MOVE "END" TO WS-RUN-EVENT
012410     PERFORM 7750-LOG-RUN THRU 7750-EXIT
012420     IF WS-RUN-OPEN
012430         CLOSE RUN-FILE
012440     END-IF
012450     DISPLAY "SHMSCOR - CONDITION CODE     : " WS-COND-CODE
012460     MOVE WS-COND-CODE TO RETURN-CODE
012470     STOP RUN.
