000100*================================================================
000110* PROGRAM-ID SHMCOMP
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMCOMP.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   RELEASE NOTES FOR THE BOARD. COMPARES TWO
000240*                  SHMDRBK (OR SHMUNLD) UNLOAD SETS - THE SET
000250*                  TAKEN AT THE LAST PUBLIC RELEASE ON SHMEVTP,
000260*                  SHMNARP, SHMXRFP AND SHMLNGP AGAINST TONIGHT'S
000270*                  ON SHMEVTU, SHMNARU, SHMXRFU AND SHMLNGU -
000280*                  MATCHED ON THEIR KEYS, SINCE SHMLOAD DELTA
000290*                  ROWS NEVER REACH SHMJRNL. EVERY EVENT ADDED,
000300*                  REMOVED OR CHANGED IS LISTED ON SHMCMPO WITH
000310*                  THE FIELDS THAT CHANGED, THEN THE NARRATIVE
000320*                  LINES, TRANSLATIONS AND LINKS, THEN COUNTS BY
000330*                  FILE, YEAR AND CATEGORY. EACH DIFFERENCE IS
000340*                  ALSO WRITTEN TO SHMCHGF (CHGREC) FOR THE WEB
000350*                  TEAM. A SATELLITE PIECE MISSING FROM EITHER
000360*                  SET IS NOT COMPARED AND GIVES CC 4; A MISSING
000370*                  EVENT PIECE ENDS CC 8.
000371* 2026-10-15 RPK   ROWS FOR THE WEB TEAM ON SHMCHGF NOW COVER
000372*                  ONLY THE PUBLIC VIEW. AN EVENT THAT LEFT IT
000373*                  SINCE THE PREVIOUS SET GOES AS REMOVED, ONE
000374*                  THAT JOINED IT AS ADDED WITH ITS LINES,
000375*                  TRANSLATIONS AND LINKS, AND NOTHING IS SENT FOR
000376*                  AN EVENT NOT PUBLISHED NOW OR FOR A LINK TO
000377*                  ONE. SHMCMPO STILL LISTS EVERY DIFFERENCE. MORE
000378*                  THAN 5000 SUCH EVENTS GIVES CC 4.
000380*================================================================
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT EVT-OLD ASSIGN TO "SHMEVTP"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-EVTP-STATUS.
000480     SELECT NAR-OLD ASSIGN TO "SHMNARP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-NARP-STATUS.
000510     SELECT XRF-OLD ASSIGN TO "SHMXRFP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-XRFP-STATUS.
000540     SELECT LNG-OLD ASSIGN TO "SHMLNGP"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-LNGP-STATUS.
000570     SELECT EVT-NEW ASSIGN TO "SHMEVTU"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-EVTU-STATUS.
000600     SELECT NAR-NEW ASSIGN TO "SHMNARU"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-NARU-STATUS.
000630     SELECT XRF-NEW ASSIGN TO "SHMXRFU"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-XRFU-STATUS.
000660     SELECT LNG-NEW ASSIGN TO "SHMLNGU"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-LNGU-STATUS.
000690     SELECT REPORT-FILE ASSIGN TO "SHMCMPO"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT CHANGE-FILE ASSIGN TO "SHMCHGF"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RUN-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  EVT-OLD
000790     RECORD CONTAINS 240 CHARACTERS.
000800     COPY EVTREC REPLACING ==EVT-RECORD== BY ==EVO-RECORD==.
000810 FD  NAR-OLD
000820     RECORD CONTAINS 140 CHARACTERS.
000830     COPY NARREC REPLACING ==NAR-RECORD== BY ==NRO-RECORD==.
000840 FD  XRF-OLD
000850     RECORD CONTAINS 40 CHARACTERS.
000860     COPY XRFREC REPLACING ==XRF-RECORD== BY ==XRO-RECORD==.
000870 FD  LNG-OLD
000880     RECORD CONTAINS 220 CHARACTERS.
000890     COPY LNGREC REPLACING ==LNG-RECORD== BY ==LGO-RECORD==.
000900 FD  EVT-NEW
000910     RECORD CONTAINS 240 CHARACTERS.
000920     COPY EVTREC REPLACING ==EVT-RECORD== BY ==EVN-RECORD==.
000930 FD  NAR-NEW
000940     RECORD CONTAINS 140 CHARACTERS.
000950     COPY NARREC REPLACING ==NAR-RECORD== BY ==NRN-RECORD==.
000960 FD  XRF-NEW
000970     RECORD CONTAINS 40 CHARACTERS.
000980     COPY XRFREC REPLACING ==XRF-RECORD== BY ==XRN-RECORD==.
000990 FD  LNG-NEW
001000     RECORD CONTAINS 220 CHARACTERS.
001010     COPY LNGREC REPLACING ==LNG-RECORD== BY ==LGN-RECORD==.
001020 FD  REPORT-FILE
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  REPORT-LINE               PIC X(132).
001050 FD  CHANGE-FILE
001060     RECORD CONTAINS 300 CHARACTERS.
001070     COPY CHGREC.
001080 FD  RUN-FILE
001090     RECORD CONTAINS 40 CHARACTERS.
001100     COPY RUNREC.
001110 WORKING-STORAGE SECTION.
001120 01  WS-EVTP-STATUS            PIC X(02) VALUE "00".
001130 01  WS-NARP-STATUS            PIC X(02) VALUE "00".
001140 01  WS-XRFP-STATUS            PIC X(02) VALUE "00".
001150 01  WS-LNGP-STATUS            PIC X(02) VALUE "00".
001160 01  WS-EVTU-STATUS            PIC X(02) VALUE "00".
001170 01  WS-NARU-STATUS            PIC X(02) VALUE "00".
001180 01  WS-XRFU-STATUS            PIC X(02) VALUE "00".
001190 01  WS-LNGU-STATUS            PIC X(02) VALUE "00".
001200 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
001210 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
001220     88  WS-RUN-OPEN               VALUE "Y".
001230 01  WS-RUN-EVENT              PIC X(05).
001240 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
001250 01  WS-SWITCHES.
001260     05  WS-OLD-EOF-SW         PIC X(01) VALUE "N".
001270         88  WS-OLD-EOF            VALUE "Y".
001280     05  WS-NEW-EOF-SW         PIC X(01) VALUE "N".
001290         88  WS-NEW-EOF            VALUE "Y".
001300     05  WS-YR-FULL-SW         PIC X(01) VALUE "N".
001310         88  WS-YR-FULL            VALUE "Y".
001320     05  WS-CT-FULL-SW         PIC X(01) VALUE "N".
001330         88  WS-CT-FULL            VALUE "Y".
001332     05  WS-HT-FULL-SW         PIC X(01) VALUE "N".
001334         88  WS-HT-FULL            VALUE "Y".
001336     05  WS-NEWLY-PUB-SW       PIC X(01) VALUE "N".
001338         88  WS-NEWLY-PUB          VALUE "Y".
001340 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001350 01  WS-TODAY                  PIC 9(08).
001355 01  WS-PIECE-NAME             PIC X(07).
001360 01  WS-COUNTERS.
001370     05  WS-EVT-OLD-READ       PIC 9(07) COMP VALUE ZERO.
001380     05  WS-EVT-NEW-READ       PIC 9(07) COMP VALUE ZERO.
001390     05  WS-EVT-ADDED          PIC 9(07) COMP VALUE ZERO.
001400     05  WS-EVT-REMOVED        PIC 9(07) COMP VALUE ZERO.
001410     05  WS-EVT-CHANGED        PIC 9(07) COMP VALUE ZERO.
001420     05  WS-NAR-OLD-READ       PIC 9(07) COMP VALUE ZERO.
001430     05  WS-NAR-NEW-READ       PIC 9(07) COMP VALUE ZERO.
001440     05  WS-NAR-ADDED          PIC 9(07) COMP VALUE ZERO.
001450     05  WS-NAR-REMOVED        PIC 9(07) COMP VALUE ZERO.
001460     05  WS-NAR-CHANGED        PIC 9(07) COMP VALUE ZERO.
001470     05  WS-XRF-OLD-READ       PIC 9(07) COMP VALUE ZERO.
001480     05  WS-XRF-NEW-READ       PIC 9(07) COMP VALUE ZERO.
001490     05  WS-XRF-ADDED          PIC 9(07) COMP VALUE ZERO.
001500     05  WS-XRF-REMOVED        PIC 9(07) COMP VALUE ZERO.
001510     05  WS-XRF-CHANGED        PIC 9(07) COMP VALUE ZERO.
001520     05  WS-LNG-OLD-READ       PIC 9(07) COMP VALUE ZERO.
001530     05  WS-LNG-NEW-READ       PIC 9(07) COMP VALUE ZERO.
001540     05  WS-LNG-ADDED          PIC 9(07) COMP VALUE ZERO.
001550     05  WS-LNG-REMOVED        PIC 9(07) COMP VALUE ZERO.
001560     05  WS-LNG-CHANGED        PIC 9(07) COMP VALUE ZERO.
001570     05  WS-SECTION-ROWS       PIC 9(07) COMP VALUE ZERO.
001575     05  WS-CHG-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001580*
001590*    THE DIFFERENCE IN HAND - FILLED BY EACH COMPARE PASS AND
001600*    PRINTED, TALLIED AND WRITTEN TO SHMCHGF BY 7500
001610*
001620 01  WS-ROW-FIELDS.
001630     05  WS-ROW-TYPE           PIC X(03).
001640         88  WS-ROW-IS-EVENT       VALUE "EVT".
001645         88  WS-ROW-IS-XREF        VALUE "XRF".
001650     05  WS-ROW-ACTION         PIC X(01).
001660         88  WS-ROW-ADDED          VALUE "A".
001670         88  WS-ROW-REMOVED        VALUE "R".
001680         88  WS-ROW-CHANGED        VALUE "C".
001690     05  WS-ROW-EVT-KEY.
001700         10  WS-ROW-YEAR       PIC 9(04).
001710         10  WS-ROW-SEQ        PIC 9(04).
001720     05  WS-ROW-KEY            PIC X(20).
001730     05  WS-ROW-KEY-TEXT       PIC X(22).
001740     05  WS-ROW-CATEGORY       PIC X(10).
001750     05  WS-ROW-INFO           PIC X(10).
001760     05  WS-ROW-TEXT           PIC X(78).
001770     05  WS-ROW-WAS-INFO       PIC X(10).
001780     05  WS-ROW-WAS-TEXT       PIC X(78).
001790     05  WS-ROW-FIELD-LIST     PIC X(78).
001800     05  WS-ROW-IMAGE          PIC X(240).
001803     05  WS-CHG-ACTION         PIC X(01).
001806         88  WS-CHG-SKIPPED        VALUE SPACE.
001810 01  WS-FIELD-FLAGS.
001820     05  WS-TEXT-SW            PIC X(01).
001830         88  WS-TEXT-CHANGED       VALUE "Y".
001840     05  WS-CATEGORY-SW        PIC X(01).
001850         88  WS-CATEGORY-CHANGED   VALUE "Y".
001860     05  WS-DATE-SW            PIC X(01).
001870         88  WS-DATE-CHANGED       VALUE "Y".
001880     05  WS-HEADLINE-SW        PIC X(01).
001890         88  WS-HEADLINE-CHANGED   VALUE "Y".
001900     05  WS-LANGUAGE-SW        PIC X(01).
001910         88  WS-LANGUAGE-CHANGED   VALUE "Y".
001920     05  WS-STATUS-SW          PIC X(01).
001930         88  WS-STATUS-CHANGED     VALUE "Y".
001940 01  WS-NO-FIELDS-CHANGED      PIC X(06) VALUE "NNNNNN".
001950 01  WS-FL-PTR                 PIC 9(03) COMP.
001960*
001970*    ONE LISTING LINE
001980*
001990 01  WS-DETAIL-LINE.
002000     05  FILLER                PIC X(02).
002010     05  WS-DL-KEY             PIC X(22).
002020     05  FILLER                PIC X(02).
002030     05  WS-DL-ACTION          PIC X(08).
002040     05  FILLER                PIC X(01).
002050     05  WS-DL-INFO            PIC X(10).
002060     05  FILLER                PIC X(01).
002070     05  WS-DL-TEXT            PIC X(78).
002080     05  FILLER                PIC X(08).
002090*
002100*    DIFFERENCES BY YEAR - EVENTS AND SATELLITE ROWS APART
002110*
002120 01  WS-YEAR-TABLE.
002130     05  WS-YR-COUNT           PIC 9(04) COMP VALUE ZERO.
002140     05  WS-YR-ENTRY OCCURS 500 TIMES.
002150         10  WS-YR-YEAR        PIC 9(04).
002160         10  WS-YR-EVT-ADDED   PIC 9(05) COMP.
002170         10  WS-YR-EVT-REMOVED PIC 9(05) COMP.
002180         10  WS-YR-EVT-CHANGED PIC 9(05) COMP.
002190         10  WS-YR-ROW-ADDED   PIC 9(05) COMP.
002200         10  WS-YR-ROW-REMOVED PIC 9(05) COMP.
002210         10  WS-YR-ROW-CHANGED PIC 9(05) COMP.
002220         10  WS-YR-PRINTED-SW  PIC X(01).
002230             88  WS-YR-PRINTED     VALUE "Y".
002240 01  WS-YR-MAX-ENTRIES         PIC 9(04) COMP VALUE 500.
002250 01  WS-YR-IX                  PIC 9(04) COMP.
002260 01  WS-YR-FOUND               PIC 9(04) COMP.
002270 01  WS-MIN-YEAR               PIC 9(04).
002280 01  WS-MIN-IX                 PIC 9(04) COMP.
002290*
002300*    EVENT DIFFERENCES BY CATEGORY, IN ORDER OF FIRST SIGHTING
002310*
002320 01  WS-CATEGORY-TABLE.
002330     05  WS-CT-COUNT           PIC 9(04) COMP VALUE ZERO.
002340     05  WS-CT-ENTRY OCCURS 50 TIMES.
002350         10  WS-CT-CODE        PIC X(10).
002360         10  WS-CT-ADDED       PIC 9(05) COMP.
002370         10  WS-CT-REMOVED     PIC 9(05) COMP.
002380         10  WS-CT-CHANGED     PIC 9(05) COMP.
002390 01  WS-CT-MAX-ENTRIES         PIC 9(04) COMP VALUE 50.
002400 01  WS-CT-IX                  PIC 9(04) COMP.
002410 01  WS-CT-FOUND               PIC 9(04) COMP.
002411*
002412*    EVENTS WHOSE ROWS SHMCHGF TREATS APART - HELD (NOT PUBLISHED
002413*    IN THE CURRENT SET, OR GONE FROM IT) OR NEWLY PUBLISHED SINCE
002414*    THE PREVIOUS SET
002415*
002416 01  WS-HELD-TABLE.
002417     05  WS-HT-COUNT           PIC 9(05) COMP VALUE ZERO.
002418     05  WS-HT-ENTRY OCCURS 5000 TIMES.
002419         10  WS-HT-KEY         PIC X(08).
002420         10  WS-HT-STATE       PIC X(01).
002421             88  WS-HT-HELD        VALUE "H".
002422             88  WS-HT-NEWLY-PUB   VALUE "N".
002423 01  WS-HT-MAX-ENTRIES         PIC 9(05) COMP VALUE 5000.
002424 01  WS-HT-IX                  PIC 9(05) COMP.
002425 01  WS-HT-FOUND               PIC 9(05) COMP.
002426 01  WS-HT-SEEK                PIC X(08).
002427 01  WS-HT-NEW-STATE           PIC X(01).
002428*
002430*    SUMMARY LINE - A LABEL AND UP TO SIX COUNT COLUMNS
002440*
002450 01  WS-SUM-LINE.
002460     05  FILLER                PIC X(02).
002470     05  WS-SL-LABEL           PIC X(16).
002480     05  WS-SL-COLUMN OCCURS 6 TIMES.
002490         10  FILLER            PIC X(03).
002500         10  WS-SL-COUNT       PIC ZZZZZZ9.
002510     05  FILLER                PIC X(54).
002520 01  WS-SL-IX                  PIC 9(02) COMP.
002530 01  WS-TOTAL-ED               PIC ZZZZZZ9.
002540 PROCEDURE DIVISION.
002550*================================================================
002560* 0000-MAINLINE
002570*================================================================
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE
002600     PERFORM 2000-COMPARE-EVENTS THRU 2000-EXIT
002610     PERFORM 3000-COMPARE-NARRS THRU 3000-EXIT
002620     PERFORM 4000-COMPARE-XREFS THRU 4000-EXIT
002630     PERFORM 5000-COMPARE-LANGS THRU 5000-EXIT
002640     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002650     PERFORM 8000-TERMINATE
002660     GO TO 9999-EXIT.
002670*================================================================
002680* 1000-INITIALIZE  -  BOTH EVENT PIECES OR NOTHING
002690*================================================================
002700 1000-INITIALIZE.
002710     OPEN EXTEND RUN-FILE
002720     IF WS-RUN-STATUS = "00"
002730         SET WS-RUN-OPEN TO TRUE
002740         MOVE "START" TO WS-RUN-EVENT
002750         MOVE ZERO TO WS-RUN-COUNT
002760         PERFORM 7750-LOG-RUN THRU 7750-EXIT
002770     END-IF
002780     DISPLAY "SHMCOMP - UNLOAD SET COMPARE FOR RELEASE NOTES"
002790     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002800     OPEN INPUT EVT-OLD
002810     IF WS-EVTP-STATUS NOT = "00"
002820         DISPLAY "SHMCOMP - SHMEVTP (PREVIOUS SET) MISSING - "
002830             "NOTHING COMPARED"
002840         MOVE 8 TO WS-COND-CODE
002850         GO TO 9999-EXIT
002860     END-IF
002870     OPEN INPUT EVT-NEW
002880     IF WS-EVTU-STATUS NOT = "00"
002890         DISPLAY "SHMCOMP - SHMEVTU (CURRENT SET) MISSING - "
002900             "NOTHING COMPARED"
002910         CLOSE EVT-OLD
002920         MOVE 8 TO WS-COND-CODE
002930         GO TO 9999-EXIT
002940     END-IF
002950     OPEN OUTPUT REPORT-FILE
002960     OPEN OUTPUT CHANGE-FILE
002970     MOVE SPACES TO REPORT-LINE
002980     STRING "SHMCOMP RELEASE NOTES - CHANGES SINCE THE PREVIOUS "
002990         DELIMITED BY SIZE
003000         "UNLOAD SET AS OF " DELIMITED BY SIZE
003010         WS-TODAY DELIMITED BY SIZE
003020         INTO REPORT-LINE
003030     END-STRING
003040     WRITE REPORT-LINE.
003050*================================================================
003060* 2000-COMPARE-EVENTS  -  SHMEVTP AGAINST SHMEVTU
003070*================================================================
003080 2000-COMPARE-EVENTS.
003090     MOVE "EVENTS" TO WS-SL-LABEL
003100     PERFORM 7000-PRINT-SECTION THRU 7000-EXIT
003110     MOVE "N" TO WS-OLD-EOF-SW
003120     MOVE "N" TO WS-NEW-EOF-SW
003130     PERFORM 7100-READ-EVT-OLD THRU 7100-EXIT
003140     PERFORM 7110-READ-EVT-NEW THRU 7110-EXIT
003150     PERFORM 2100-MATCH-EVENT THRU 2100-EXIT
003160         UNTIL WS-OLD-EOF AND WS-NEW-EOF
003170     PERFORM 7050-PRINT-NONE THRU 7050-EXIT
003180     CLOSE EVT-OLD
003190     CLOSE EVT-NEW.
003200 2000-EXIT.
003210     EXIT.
003220*================================================================
003230* 2100-MATCH-EVENT  -  ONE STEP OF THE KEY MATCH
003240*================================================================
003250 2100-MATCH-EVENT.
003260     IF WS-OLD-EOF
003270         GO TO 2100-ADDED
003280     END-IF
003290     IF WS-NEW-EOF
003300         GO TO 2100-REMOVED
003310     END-IF
003320     IF EVT-KEY OF EVO-RECORD < EVT-KEY OF EVN-RECORD
003330         GO TO 2100-REMOVED
003340     END-IF
003350     IF EVT-KEY OF EVO-RECORD > EVT-KEY OF EVN-RECORD
003360         GO TO 2100-ADDED
003370     END-IF
003373     MOVE "C" TO WS-ROW-ACTION
003376     PERFORM 2400-SET-CHG-ACTION THRU 2400-EXIT
003380     PERFORM 2200-COMPARE-FIELDS THRU 2200-EXIT
003390     IF WS-FIELD-FLAGS NOT = WS-NO-FIELDS-CHANGED
003400         MOVE "C" TO WS-ROW-ACTION
003410         ADD 1 TO WS-EVT-CHANGED
003420         PERFORM 2300-SET-EVENT-ROW THRU 2300-EXIT
003422         IF WS-CHG-ACTION = "R"
003424             MOVE EVO-RECORD TO WS-ROW-IMAGE
003426         END-IF
003430         PERFORM 7500-REPORT-ROW THRU 7500-EXIT
003440     END-IF
003450     PERFORM 7100-READ-EVT-OLD THRU 7100-EXIT
003460     PERFORM 7110-READ-EVT-NEW THRU 7110-EXIT
003470     GO TO 2100-EXIT.
003480 2100-ADDED.
003490     MOVE "A" TO WS-ROW-ACTION
003500     MOVE WS-NO-FIELDS-CHANGED TO WS-FIELD-FLAGS
003510     ADD 1 TO WS-EVT-ADDED
003515     PERFORM 2400-SET-CHG-ACTION THRU 2400-EXIT
003520     PERFORM 2300-SET-EVENT-ROW THRU 2300-EXIT
003530     PERFORM 7500-REPORT-ROW THRU 7500-EXIT
003540     PERFORM 7110-READ-EVT-NEW THRU 7110-EXIT
003550     GO TO 2100-EXIT.
003560 2100-REMOVED.
003570     MOVE "R" TO WS-ROW-ACTION
003580     MOVE WS-NO-FIELDS-CHANGED TO WS-FIELD-FLAGS
003590     ADD 1 TO WS-EVT-REMOVED
003595     PERFORM 2400-SET-CHG-ACTION THRU 2400-EXIT
003600     PERFORM 2300-SET-EVENT-ROW THRU 2300-EXIT
003610     PERFORM 7500-REPORT-ROW THRU 7500-EXIT
003620     PERFORM 7100-READ-EVT-OLD THRU 7100-EXIT.
003630 2100-EXIT.
003640     EXIT.
003650*================================================================
003660* 2200-COMPARE-FIELDS  -  WHICH OF THE PUBLISHED FIELDS DIFFER
003670*                         BETWEEN THE TWO COPIES OF ONE EVENT.
003680*                         BLANK AND "E" ARE BOTH ENGLISH, BLANK
003690*                         AND "P" BOTH PUBLISHED, BLANK AND ZERO
003700*                         BOTH NO END DATE
003710*================================================================
003720 2200-COMPARE-FIELDS.
003730     MOVE WS-NO-FIELDS-CHANGED TO WS-FIELD-FLAGS
003740     MOVE SPACES TO WS-ROW-FIELD-LIST
003750     MOVE 1 TO WS-FL-PTR
003760     IF EVT-TEXT OF EVO-RECORD NOT = EVT-TEXT OF EVN-RECORD
003770         SET WS-TEXT-CHANGED TO TRUE
003780         STRING "TEXT " DELIMITED BY SIZE
003790             INTO WS-ROW-FIELD-LIST WITH POINTER WS-FL-PTR
003800         END-STRING
003810     END-IF
003820     IF EVT-CATEGORY OF EVO-RECORD
003830             NOT = EVT-CATEGORY OF EVN-RECORD
003840         SET WS-CATEGORY-CHANGED TO TRUE
003850         STRING "CATEGORY " DELIMITED BY SIZE
003860             INTO WS-ROW-FIELD-LIST WITH POINTER WS-FL-PTR
003870         END-STRING
003880     END-IF
003890     IF EVT-MMDD-KEY OF EVO-RECORD
003900             NOT = EVT-MMDD-KEY OF EVN-RECORD
003910         SET WS-DATE-CHANGED TO TRUE
003920     END-IF
003930     IF EVT-END-DATE-X OF EVO-RECORD
003940             NOT = EVT-END-DATE-X OF EVN-RECORD
003950         IF NOT EVT-NO-END-DATE OF EVO-RECORD
003960                 OR NOT EVT-NO-END-DATE OF EVN-RECORD
003970             SET WS-DATE-CHANGED TO TRUE
003980         END-IF
003990     END-IF
004000     IF WS-DATE-CHANGED
004010         STRING "DATE " DELIMITED BY SIZE
004020             INTO WS-ROW-FIELD-LIST WITH POINTER WS-FL-PTR
004030         END-STRING
004040     END-IF
004050     IF EVT-HEADLINE-SW OF EVO-RECORD
004060             NOT = EVT-HEADLINE-SW OF EVN-RECORD
004070         SET WS-HEADLINE-CHANGED TO TRUE
004080         STRING "HEADLINE " DELIMITED BY SIZE
004090             INTO WS-ROW-FIELD-LIST WITH POINTER WS-FL-PTR
004100         END-STRING
004110     END-IF
004120     IF EVT-LANG-CD OF EVO-RECORD
004130             NOT = EVT-LANG-CD OF EVN-RECORD
004140         IF NOT EVT-LANG-ENGLISH OF EVO-RECORD
004150                 OR NOT EVT-LANG-ENGLISH OF EVN-RECORD
004160             SET WS-LANGUAGE-CHANGED TO TRUE
004170             STRING "LANGUAGE " DELIMITED BY SIZE
004180                 INTO WS-ROW-FIELD-LIST WITH POINTER WS-FL-PTR
004190             END-STRING
004200         END-IF
004210     END-IF
004220     IF EVT-PUB-STATUS OF EVO-RECORD
004230             NOT = EVT-PUB-STATUS OF EVN-RECORD
004240         IF NOT EVT-PUB-PUBLISHED OF EVO-RECORD
004250                 OR NOT EVT-PUB-PUBLISHED OF EVN-RECORD
004260             SET WS-STATUS-CHANGED TO TRUE
004270             STRING "PUBLICATION-STATUS " DELIMITED BY SIZE
004280                 INTO WS-ROW-FIELD-LIST WITH POINTER WS-FL-PTR
004290             END-STRING
004300         END-IF
004310     END-IF.
004320 2200-EXIT.
004330     EXIT.
004340*================================================================
004350* 2300-SET-EVENT-ROW  -  LOAD THE ROW FIELDS FROM THE EVENT -
004360*                        THE CURRENT COPY UNLESS IT WAS REMOVED
004370*================================================================
004380 2300-SET-EVENT-ROW.
004390     MOVE "EVT" TO WS-ROW-TYPE
004400     MOVE SPACES TO WS-ROW-WAS-INFO
004410     MOVE SPACES TO WS-ROW-WAS-TEXT
004420     IF NOT WS-ROW-CHANGED
004430         MOVE SPACES TO WS-ROW-FIELD-LIST
004440     END-IF
004450     IF WS-ROW-REMOVED
004460         MOVE EVT-KEY OF EVO-RECORD TO WS-ROW-EVT-KEY
004470         MOVE EVT-CATEGORY OF EVO-RECORD TO WS-ROW-CATEGORY
004480         MOVE EVT-TEXT OF EVO-RECORD TO WS-ROW-TEXT
004490         MOVE EVO-RECORD TO WS-ROW-IMAGE
004500     ELSE
004510         MOVE EVT-KEY OF EVN-RECORD TO WS-ROW-EVT-KEY
004520         MOVE EVT-CATEGORY OF EVN-RECORD TO WS-ROW-CATEGORY
004530         MOVE EVT-TEXT OF EVN-RECORD TO WS-ROW-TEXT
004540         MOVE EVN-RECORD TO WS-ROW-IMAGE
004550     END-IF
004560     MOVE WS-ROW-EVT-KEY TO WS-ROW-KEY
004570     MOVE WS-ROW-CATEGORY TO WS-ROW-INFO
004580     MOVE SPACES TO WS-ROW-KEY-TEXT
004590     STRING WS-ROW-YEAR DELIMITED BY SIZE
004600         "-" DELIMITED BY SIZE
004610         WS-ROW-SEQ DELIMITED BY SIZE
004620         INTO WS-ROW-KEY-TEXT
004630     END-STRING
004640     IF WS-CATEGORY-CHANGED
004650         MOVE EVT-CATEGORY OF EVO-RECORD TO WS-ROW-WAS-INFO
004660     END-IF
004670     IF WS-TEXT-CHANGED
004680         MOVE EVT-TEXT OF EVO-RECORD TO WS-ROW-WAS-TEXT
004690     END-IF.
004700 2300-EXIT.
004710     EXIT.
004720*================================================================
004721* 2400-SET-CHG-ACTION  -  WHAT SHMCHGF CARRIES FOR THE EVENT.
004722*                         ONLY AN EVENT PUBLISHED IN THE CURRENT
004723*                         SET IS SENT - ONE THAT LEFT THE PUBLIC
004724*                         VIEW GOES AS REMOVED, ONE THAT JOINED IT
004725*                         AS ADDED. AN EVENT NOT PUBLISHED NOW, OR
004726*                         GONE, IS HELD SO ITS LINES, TRANSLATIONS
004727*                         AND LINKS ARE NOT SENT EITHER
004728*================================================================
004729 2400-SET-CHG-ACTION.
004730     MOVE SPACE TO WS-CHG-ACTION
004731     IF WS-ROW-REMOVED
004732         MOVE EVT-KEY OF EVO-RECORD TO WS-HT-SEEK
004733         MOVE "H" TO WS-HT-NEW-STATE
004734         PERFORM 7850-TABLE-KEY THRU 7850-EXIT
004735         IF EVT-PUB-PUBLISHED OF EVO-RECORD
004736             MOVE "R" TO WS-CHG-ACTION
004737         END-IF
004738         GO TO 2400-EXIT
004739     END-IF
004740     MOVE EVT-KEY OF EVN-RECORD TO WS-HT-SEEK
004741     IF NOT EVT-PUB-PUBLISHED OF EVN-RECORD
004742         MOVE "H" TO WS-HT-NEW-STATE
004743         PERFORM 7850-TABLE-KEY THRU 7850-EXIT
004744         IF WS-ROW-CHANGED
004745                 AND EVT-PUB-PUBLISHED OF EVO-RECORD
004746             MOVE "R" TO WS-CHG-ACTION
004747         END-IF
004748         GO TO 2400-EXIT
004749     END-IF
004750     IF WS-ROW-CHANGED
004751             AND NOT EVT-PUB-PUBLISHED OF EVO-RECORD
004752         MOVE "N" TO WS-HT-NEW-STATE
004753         PERFORM 7850-TABLE-KEY THRU 7850-EXIT
004754         MOVE "A" TO WS-CHG-ACTION
004755         GO TO 2400-EXIT
004756     END-IF
004757     MOVE WS-ROW-ACTION TO WS-CHG-ACTION.
004758 2400-EXIT.
004759     EXIT.
004760*================================================================
004761* 3000-COMPARE-NARRS  -  SHMNARP AGAINST SHMNARU
004762*================================================================
004763 3000-COMPARE-NARRS.
004764     MOVE "NARRATIVE LINES" TO WS-SL-LABEL
004770     PERFORM 7000-PRINT-SECTION THRU 7000-EXIT
004780     OPEN INPUT NAR-OLD
004790     IF WS-NARP-STATUS NOT = "00"
004800         MOVE "SHMNARP" TO WS-PIECE-NAME
004810         PERFORM 7060-PRINT-MISSING THRU 7060-EXIT
004820         GO TO 3000-EXIT
004830     END-IF
004840     OPEN INPUT NAR-NEW
004850     IF WS-NARU-STATUS NOT = "00"
004860         CLOSE NAR-OLD
004870         MOVE "SHMNARU" TO WS-PIECE-NAME
004880         PERFORM 7060-PRINT-MISSING THRU 7060-EXIT
004890         GO TO 3000-EXIT
004900     END-IF
004910     MOVE "N" TO WS-OLD-EOF-SW
004920     MOVE "N" TO WS-NEW-EOF-SW
004930     PERFORM 7120-READ-NAR-OLD THRU 7120-EXIT
004940     PERFORM 7130-READ-NAR-NEW THRU 7130-EXIT
004950     PERFORM 3100-MATCH-NARR THRU 3100-EXIT
004960         UNTIL WS-OLD-EOF AND WS-NEW-EOF
004970     PERFORM 7050-PRINT-NONE THRU 7050-EXIT
004980     CLOSE NAR-OLD
004990     CLOSE NAR-NEW.
005000 3000-EXIT.
005010     EXIT.
005020*================================================================
005030* 3100-MATCH-NARR  -  ONE STEP OF THE KEY MATCH
005040*================================================================
005050 3100-MATCH-NARR.
005060     MOVE WS-NO-FIELDS-CHANGED TO WS-FIELD-FLAGS
005070     MOVE SPACES TO WS-ROW-WAS-INFO
005080     MOVE SPACES TO WS-ROW-WAS-TEXT
005090     IF WS-OLD-EOF
005100         GO TO 3100-ADDED
005110     END-IF
005120     IF WS-NEW-EOF
005130         GO TO 3100-REMOVED
005140     END-IF
005150     IF NAR-KEY OF NRO-RECORD < NAR-KEY OF NRN-RECORD
005160         GO TO 3100-REMOVED
005170     END-IF
005180     IF NAR-KEY OF NRO-RECORD > NAR-KEY OF NRN-RECORD
005190         GO TO 3100-ADDED
005200     END-IF
005210     IF NAR-TEXT OF NRO-RECORD NOT = NAR-TEXT OF NRN-RECORD
005220         MOVE "C" TO WS-ROW-ACTION
005230         SET WS-TEXT-CHANGED TO TRUE
005240         ADD 1 TO WS-NAR-CHANGED
005250         MOVE NAR-TEXT OF NRO-RECORD TO WS-ROW-WAS-TEXT
005260         PERFORM 3200-SET-NARR-ROW THRU 3200-EXIT
005270         PERFORM 7500-REPORT-ROW THRU 7500-EXIT
005271     ELSE
005272         IF WS-HT-COUNT NOT = ZERO
005273             MOVE SPACE TO WS-ROW-ACTION
005274             PERFORM 3200-SET-NARR-ROW THRU 3200-EXIT
005275             PERFORM 7550-SATELLITE-ACTION THRU 7550-EXIT
005276             PERFORM 7570-WRITE-CHANGE THRU 7570-EXIT
005277         END-IF
005280     END-IF
005290     PERFORM 7120-READ-NAR-OLD THRU 7120-EXIT
005300     PERFORM 7130-READ-NAR-NEW THRU 7130-EXIT
005310     GO TO 3100-EXIT.
005320 3100-ADDED.
005330     MOVE "A" TO WS-ROW-ACTION
005340     ADD 1 TO WS-NAR-ADDED
005350     PERFORM 3200-SET-NARR-ROW THRU 3200-EXIT
005360     PERFORM 7500-REPORT-ROW THRU 7500-EXIT
005370     PERFORM 7130-READ-NAR-NEW THRU 7130-EXIT
005380     GO TO 3100-EXIT.
005390 3100-REMOVED.
005400     MOVE "R" TO WS-ROW-ACTION
005410     ADD 1 TO WS-NAR-REMOVED
005420     PERFORM 3200-SET-NARR-ROW THRU 3200-EXIT
005430     PERFORM 7500-REPORT-ROW THRU 7500-EXIT
005440     PERFORM 7120-READ-NAR-OLD THRU 7120-EXIT.
005450 3100-EXIT.
005460     EXIT.
005470*================================================================
005480* 3200-SET-NARR-ROW  -  LOAD THE ROW FIELDS FROM THE LINE
005490*================================================================
005500 3200-SET-NARR-ROW.
005510     MOVE "NAR" TO WS-ROW-TYPE
005520     MOVE SPACES TO WS-ROW-FIELD-LIST
005530     MOVE SPACES TO WS-ROW-INFO
005540     IF WS-ROW-REMOVED
005550         MOVE NAR-YEAR OF NRO-RECORD TO WS-ROW-YEAR
005560         MOVE NAR-SEQ-NO OF NRO-RECORD TO WS-ROW-SEQ
005570         MOVE NAR-KEY OF NRO-RECORD TO WS-ROW-KEY
005580         MOVE NAR-TEXT OF NRO-RECORD TO WS-ROW-TEXT
005590         MOVE NRO-RECORD TO WS-ROW-IMAGE
005600     ELSE
005610         MOVE NAR-YEAR OF NRN-RECORD TO WS-ROW-YEAR
005620         MOVE NAR-SEQ-NO OF NRN-RECORD TO WS-ROW-SEQ
005630         MOVE NAR-KEY OF NRN-RECORD TO WS-ROW-KEY
005640         MOVE NAR-TEXT OF NRN-RECORD TO WS-ROW-TEXT
005650         MOVE NRN-RECORD TO WS-ROW-IMAGE
005660     END-IF
005670     MOVE SPACES TO WS-ROW-KEY-TEXT
005680     STRING WS-ROW-YEAR DELIMITED BY SIZE
005690         "-" DELIMITED BY SIZE
005700         WS-ROW-SEQ DELIMITED BY SIZE
005710         " LINE " DELIMITED BY SIZE
005720         WS-ROW-KEY (9:3) DELIMITED BY SIZE
005730         INTO WS-ROW-KEY-TEXT
005740     END-STRING.
005750 3200-EXIT.
005760     EXIT.
005770*================================================================
005780* 4000-COMPARE-XREFS  -  SHMXRFP AGAINST SHMXRFU
005790*================================================================
005800 4000-COMPARE-XREFS.
005810     MOVE "CROSS-REFERENCES" TO WS-SL-LABEL
005820     PERFORM 7000-PRINT-SECTION THRU 7000-EXIT
005830     OPEN INPUT XRF-OLD
005840     IF WS-XRFP-STATUS NOT = "00"
005850         MOVE "SHMXRFP" TO WS-PIECE-NAME
005860         PERFORM 7060-PRINT-MISSING THRU 7060-EXIT
005870         GO TO 4000-EXIT
005880     END-IF
005890     OPEN INPUT XRF-NEW
005900     IF WS-XRFU-STATUS NOT = "00"
005910         CLOSE XRF-OLD
005920         MOVE "SHMXRFU" TO WS-PIECE-NAME
005930         PERFORM 7060-PRINT-MISSING THRU 7060-EXIT
005940         GO TO 4000-EXIT
005950     END-IF
005960     MOVE "N" TO WS-OLD-EOF-SW
005970     MOVE "N" TO WS-NEW-EOF-SW
005980     PERFORM 7140-READ-XRF-OLD THRU 7140-EXIT
005990     PERFORM 7150-READ-XRF-NEW THRU 7150-EXIT
006000     PERFORM 4100-MATCH-XREF THRU 4100-EXIT
006010         UNTIL WS-OLD-EOF AND WS-NEW-EOF
006020     PERFORM 7050-PRINT-NONE THRU 7050-EXIT
006030     CLOSE XRF-OLD
006040     CLOSE XRF-NEW.
006050 4000-EXIT.
006060     EXIT.
006070*================================================================
006080* 4100-MATCH-XREF  -  ONE STEP OF THE KEY MATCH
006090*================================================================
006100 4100-MATCH-XREF.
006110     MOVE WS-NO-FIELDS-CHANGED TO WS-FIELD-FLAGS
006120     MOVE SPACES TO WS-ROW-WAS-INFO
006130     MOVE SPACES TO WS-ROW-WAS-TEXT
006140     IF WS-OLD-EOF
006150         GO TO 4100-ADDED
006160     END-IF
006170     IF WS-NEW-EOF
006180         GO TO 4100-REMOVED
006190     END-IF
006200     IF XRF-KEY OF XRO-RECORD < XRF-KEY OF XRN-RECORD
006210         GO TO 4100-REMOVED
006220     END-IF
006230     IF XRF-KEY OF XRO-RECORD > XRF-KEY OF XRN-RECORD
006240         GO TO 4100-ADDED
006250     END-IF
006260     IF XRF-RELATION OF XRO-RECORD
006270             NOT = XRF-RELATION OF XRN-RECORD
006280         MOVE "C" TO WS-ROW-ACTION
006290         SET WS-TEXT-CHANGED TO TRUE
006300         ADD 1 TO WS-XRF-CHANGED
006310         MOVE XRF-RELATION OF XRO-RECORD TO WS-ROW-WAS-INFO
006320         PERFORM 4200-SET-XREF-ROW THRU 4200-EXIT
006330         PERFORM 7500-REPORT-ROW THRU 7500-EXIT
006331     ELSE
006332         IF WS-HT-COUNT NOT = ZERO
006333             MOVE SPACE TO WS-ROW-ACTION
006334             PERFORM 4200-SET-XREF-ROW THRU 4200-EXIT
006335             PERFORM 7550-SATELLITE-ACTION THRU 7550-EXIT
006336             PERFORM 7570-WRITE-CHANGE THRU 7570-EXIT
006337         END-IF
006340     END-IF
006350     PERFORM 7140-READ-XRF-OLD THRU 7140-EXIT
006360     PERFORM 7150-READ-XRF-NEW THRU 7150-EXIT
006370     GO TO 4100-EXIT.
006380 4100-ADDED.
006390     MOVE "A" TO WS-ROW-ACTION
006400     ADD 1 TO WS-XRF-ADDED
006410     PERFORM 4200-SET-XREF-ROW THRU 4200-EXIT
006420     PERFORM 7500-REPORT-ROW THRU 7500-EXIT
006430     PERFORM 7150-READ-XRF-NEW THRU 7150-EXIT
006440     GO TO 4100-EXIT.
006450 4100-REMOVED.
006460     MOVE "R" TO WS-ROW-ACTION
006470     ADD 1 TO WS-XRF-REMOVED
006480     PERFORM 4200-SET-XREF-ROW THRU 4200-EXIT
006490     PERFORM 7500-REPORT-ROW THRU 7500-EXIT
006500     PERFORM 7140-READ-XRF-OLD THRU 7140-EXIT.
006510 4100-EXIT.
006520     EXIT.
006530*================================================================
006540* 4200-SET-XREF-ROW  -  LOAD THE ROW FIELDS FROM THE LINK,
006550*                       FILED UNDER ITS FROM EVENT
006560*================================================================
006570 4200-SET-XREF-ROW.
006580     MOVE "XRF" TO WS-ROW-TYPE
006590     MOVE SPACES TO WS-ROW-FIELD-LIST
006600     MOVE SPACES TO WS-ROW-TEXT
006610     IF WS-ROW-REMOVED
006620         MOVE XRF-FROM-YEAR OF XRO-RECORD TO WS-ROW-YEAR
006630         MOVE XRF-FROM-SEQ OF XRO-RECORD TO WS-ROW-SEQ
006640         MOVE XRF-KEY OF XRO-RECORD TO WS-ROW-KEY
006650         MOVE XRF-RELATION OF XRO-RECORD TO WS-ROW-INFO
006660         MOVE XRO-RECORD TO WS-ROW-IMAGE
006670     ELSE
006680         MOVE XRF-FROM-YEAR OF XRN-RECORD TO WS-ROW-YEAR
006690         MOVE XRF-FROM-SEQ OF XRN-RECORD TO WS-ROW-SEQ
006700         MOVE XRF-KEY OF XRN-RECORD TO WS-ROW-KEY
006710         MOVE XRF-RELATION OF XRN-RECORD TO WS-ROW-INFO
006720         MOVE XRN-RECORD TO WS-ROW-IMAGE
006730     END-IF
006740     MOVE SPACES TO WS-ROW-KEY-TEXT
006750     STRING WS-ROW-YEAR DELIMITED BY SIZE
006760         "-" DELIMITED BY SIZE
006770         WS-ROW-SEQ DELIMITED BY SIZE
006780         " > " DELIMITED BY SIZE
006790         WS-ROW-KEY (9:4) DELIMITED BY SIZE
006800         "-" DELIMITED BY SIZE
006810         WS-ROW-KEY (13:4) DELIMITED BY SIZE
006820         INTO WS-ROW-KEY-TEXT
006830     END-STRING.
006840 4200-EXIT.
006850     EXIT.
006860*================================================================
006870* 5000-COMPARE-LANGS  -  SHMLNGP AGAINST SHMLNGU
006880*================================================================
006890 5000-COMPARE-LANGS.
006900     MOVE "TRANSLATIONS" TO WS-SL-LABEL
006910     PERFORM 7000-PRINT-SECTION THRU 7000-EXIT
006920     OPEN INPUT LNG-OLD
006930     IF WS-LNGP-STATUS NOT = "00"
006940         MOVE "SHMLNGP" TO WS-PIECE-NAME
006950         PERFORM 7060-PRINT-MISSING THRU 7060-EXIT
006960         GO TO 5000-EXIT
006970     END-IF
006980     OPEN INPUT LNG-NEW
006990     IF WS-LNGU-STATUS NOT = "00"
007000         CLOSE LNG-OLD
007010         MOVE "SHMLNGU" TO WS-PIECE-NAME
007020         PERFORM 7060-PRINT-MISSING THRU 7060-EXIT
007030         GO TO 5000-EXIT
007040     END-IF
007050     MOVE "N" TO WS-OLD-EOF-SW
007060     MOVE "N" TO WS-NEW-EOF-SW
007070     PERFORM 7160-READ-LNG-OLD THRU 7160-EXIT
007080     PERFORM 7170-READ-LNG-NEW THRU 7170-EXIT
007090     PERFORM 5100-MATCH-LANG THRU 5100-EXIT
007100         UNTIL WS-OLD-EOF AND WS-NEW-EOF
007110     PERFORM 7050-PRINT-NONE THRU 7050-EXIT
007120     CLOSE LNG-OLD
007130     CLOSE LNG-NEW.
007140 5000-EXIT.
007150     EXIT.
007160*================================================================
007170* 5100-MATCH-LANG  -  ONE STEP OF THE KEY MATCH. THE KEYED DATE
007180*                     AND STALE SWITCH ARE BOOKKEEPING AND ARE
007190*                     NOT COMPARED - ONLY THE TRANSLATED TEXT
007200*================================================================
007210 5100-MATCH-LANG.
007220     MOVE WS-NO-FIELDS-CHANGED TO WS-FIELD-FLAGS
007230     MOVE SPACES TO WS-ROW-WAS-INFO
007240     MOVE SPACES TO WS-ROW-WAS-TEXT
007250     IF WS-OLD-EOF
007260         GO TO 5100-ADDED
007270     END-IF
007280     IF WS-NEW-EOF
007290         GO TO 5100-REMOVED
007300     END-IF
007310     IF LNG-KEY OF LGO-RECORD < LNG-KEY OF LGN-RECORD
007320         GO TO 5100-REMOVED
007330     END-IF
007340     IF LNG-KEY OF LGO-RECORD > LNG-KEY OF LGN-RECORD
007350         GO TO 5100-ADDED
007360     END-IF
007370     IF LNG-TEXT OF LGO-RECORD NOT = LNG-TEXT OF LGN-RECORD
007380         MOVE "C" TO WS-ROW-ACTION
007390         SET WS-TEXT-CHANGED TO TRUE
007400         ADD 1 TO WS-LNG-CHANGED
007410         MOVE LNG-TEXT OF LGO-RECORD TO WS-ROW-WAS-TEXT
007420         PERFORM 5200-SET-LANG-ROW THRU 5200-EXIT
007430         PERFORM 7500-REPORT-ROW THRU 7500-EXIT
007431     ELSE
007432         IF WS-HT-COUNT NOT = ZERO
007433             MOVE SPACE TO WS-ROW-ACTION
007434             PERFORM 5200-SET-LANG-ROW THRU 5200-EXIT
007435             PERFORM 7550-SATELLITE-ACTION THRU 7550-EXIT
007436             PERFORM 7570-WRITE-CHANGE THRU 7570-EXIT
007437         END-IF
007440     END-IF
007450     PERFORM 7160-READ-LNG-OLD THRU 7160-EXIT
007460     PERFORM 7170-READ-LNG-NEW THRU 7170-EXIT
007470     GO TO 5100-EXIT.
007480 5100-ADDED.
007490     MOVE "A" TO WS-ROW-ACTION
007500     ADD 1 TO WS-LNG-ADDED
007510     PERFORM 5200-SET-LANG-ROW THRU 5200-EXIT
007520     PERFORM 7500-REPORT-ROW THRU 7500-EXIT
007530     PERFORM 7170-READ-LNG-NEW THRU 7170-EXIT
007540     GO TO 5100-EXIT.
007550 5100-REMOVED.
007560     MOVE "R" TO WS-ROW-ACTION
007570     ADD 1 TO WS-LNG-REMOVED
007580     PERFORM 5200-SET-LANG-ROW THRU 5200-EXIT
007590     PERFORM 7500-REPORT-ROW THRU 7500-EXIT
007600     PERFORM 7160-READ-LNG-OLD THRU 7160-EXIT.
007610 5100-EXIT.
007620     EXIT.
007630*================================================================
007640* 5200-SET-LANG-ROW  -  LOAD THE ROW FIELDS FROM THE TRANSLATION
007650*================================================================
007660 5200-SET-LANG-ROW.
007670     MOVE "LNG" TO WS-ROW-TYPE
007680     MOVE SPACES TO WS-ROW-FIELD-LIST
007690     MOVE SPACES TO WS-ROW-INFO
007700     IF WS-ROW-REMOVED
007710         MOVE LNG-YEAR OF LGO-RECORD TO WS-ROW-YEAR
007720         MOVE LNG-SEQ-NO OF LGO-RECORD TO WS-ROW-SEQ
007730         MOVE LNG-KEY OF LGO-RECORD TO WS-ROW-KEY
007740         MOVE LNG-TEXT OF LGO-RECORD TO WS-ROW-TEXT
007750         MOVE LGO-RECORD TO WS-ROW-IMAGE
007760     ELSE
007770         MOVE LNG-YEAR OF LGN-RECORD TO WS-ROW-YEAR
007780         MOVE LNG-SEQ-NO OF LGN-RECORD TO WS-ROW-SEQ
007790         MOVE LNG-KEY OF LGN-RECORD TO WS-ROW-KEY
007800         MOVE LNG-TEXT OF LGN-RECORD TO WS-ROW-TEXT
007810         MOVE LGN-RECORD TO WS-ROW-IMAGE
007820     END-IF
007830     MOVE SPACES TO WS-ROW-KEY-TEXT
007840     STRING WS-ROW-YEAR DELIMITED BY SIZE
007850         "-" DELIMITED BY SIZE
007860         WS-ROW-SEQ DELIMITED BY SIZE
007870         " LANG " DELIMITED BY SIZE
007880         WS-ROW-KEY (9:1) DELIMITED BY SIZE
007890         INTO WS-ROW-KEY-TEXT
007900     END-STRING.
007910 5200-EXIT.
007920     EXIT.
007930*================================================================
007940* 6000-PRINT-SUMMARY  -  COUNTS BY FILE, BY YEAR, BY CATEGORY
007950*================================================================
007960 6000-PRINT-SUMMARY.
007970     MOVE SPACES TO REPORT-LINE
007980     WRITE REPORT-LINE
007990     MOVE "SUMMARY BY FILE" TO REPORT-LINE
008000     WRITE REPORT-LINE
008010     MOVE SPACES TO REPORT-LINE
008020     STRING "                    PREVIOUS   CURRENT     ADDED"
008030         DELIMITED BY SIZE
008040         "   REMOVED   CHANGED" DELIMITED BY SIZE
008050         INTO REPORT-LINE
008060     END-STRING
008070     WRITE REPORT-LINE
008080     MOVE SPACES TO WS-SUM-LINE
008090     MOVE "EVENTS" TO WS-SL-LABEL
008100     MOVE WS-EVT-OLD-READ TO WS-SL-COUNT (1)
008110     MOVE WS-EVT-NEW-READ TO WS-SL-COUNT (2)
008120     MOVE WS-EVT-ADDED TO WS-SL-COUNT (3)
008130     MOVE WS-EVT-REMOVED TO WS-SL-COUNT (4)
008140     MOVE WS-EVT-CHANGED TO WS-SL-COUNT (5)
008150     MOVE WS-SUM-LINE TO REPORT-LINE
008160     WRITE REPORT-LINE
008170     MOVE SPACES TO WS-SUM-LINE
008180     MOVE "NARRATIVE LINES" TO WS-SL-LABEL
008190     MOVE WS-NAR-OLD-READ TO WS-SL-COUNT (1)
008200     MOVE WS-NAR-NEW-READ TO WS-SL-COUNT (2)
008210     MOVE WS-NAR-ADDED TO WS-SL-COUNT (3)
008220     MOVE WS-NAR-REMOVED TO WS-SL-COUNT (4)
008230     MOVE WS-NAR-CHANGED TO WS-SL-COUNT (5)
008240     MOVE WS-SUM-LINE TO REPORT-LINE
008250     WRITE REPORT-LINE
008260     MOVE SPACES TO WS-SUM-LINE
008270     MOVE "CROSS-REFERENCES" TO WS-SL-LABEL
008280     MOVE WS-XRF-OLD-READ TO WS-SL-COUNT (1)
008290     MOVE WS-XRF-NEW-READ TO WS-SL-COUNT (2)
008300     MOVE WS-XRF-ADDED TO WS-SL-COUNT (3)
008310     MOVE WS-XRF-REMOVED TO WS-SL-COUNT (4)
008320     MOVE WS-XRF-CHANGED TO WS-SL-COUNT (5)
008330     MOVE WS-SUM-LINE TO REPORT-LINE
008340     WRITE REPORT-LINE
008350     MOVE SPACES TO WS-SUM-LINE
008360     MOVE "TRANSLATIONS" TO WS-SL-LABEL
008370     MOVE WS-LNG-OLD-READ TO WS-SL-COUNT (1)
008380     MOVE WS-LNG-NEW-READ TO WS-SL-COUNT (2)
008390     MOVE WS-LNG-ADDED TO WS-SL-COUNT (3)
008400     MOVE WS-LNG-REMOVED TO WS-SL-COUNT (4)
008410     MOVE WS-LNG-CHANGED TO WS-SL-COUNT (5)
008420     MOVE WS-SUM-LINE TO REPORT-LINE
008430     WRITE REPORT-LINE
008440     PERFORM 6100-PRINT-YEARS THRU 6100-EXIT
008450     PERFORM 6300-PRINT-CATEGORIES THRU 6300-EXIT.
008460 6000-EXIT.
008470     EXIT.
008480*================================================================
008490* 6100-PRINT-YEARS  -  ONE LINE PER YEAR WITH ANY DIFFERENCE,
008500*                      LOWEST YEAR FIRST
008510*================================================================
008520 6100-PRINT-YEARS.
008530     MOVE SPACES TO REPORT-LINE
008540     WRITE REPORT-LINE
008550     MOVE "SUMMARY BY YEAR" TO REPORT-LINE
008560     WRITE REPORT-LINE
008570     IF WS-YR-COUNT = ZERO
008580         MOVE "  NO DIFFERENCES" TO REPORT-LINE
008590         WRITE REPORT-LINE
008600         GO TO 6100-EXIT
008610     END-IF
008620     MOVE SPACES TO REPORT-LINE
008630     STRING "                    ---------- EVENTS ----------"
008640         DELIMITED BY SIZE
008650         "  ------- OTHER ROWS ---------" DELIMITED BY SIZE
008660         INTO REPORT-LINE
008670     END-STRING
008680     WRITE REPORT-LINE
008690     MOVE SPACES TO REPORT-LINE
008700     STRING "  YEAR                 ADDED   REMOVED   CHANGED"
008710         DELIMITED BY SIZE
008720         "     ADDED   REMOVED   CHANGED" DELIMITED BY SIZE
008730         INTO REPORT-LINE
008740     END-STRING
008750     WRITE REPORT-LINE
008760     PERFORM 6200-PRINT-NEXT-YEAR THRU 6200-EXIT
008770         WS-YR-COUNT TIMES
008780     IF WS-YR-FULL
008790         MOVE "  NOTE - YEAR TABLE FULL - SOME YEARS NOT COUNTED"
008800             TO REPORT-LINE
008810         WRITE REPORT-LINE
008820     END-IF.
008830 6100-EXIT.
008840     EXIT.
008850*================================================================
008860* 6200-PRINT-NEXT-YEAR  -  PULL THE LOWEST YEAR NOT YET PRINTED
008870*================================================================
008880 6200-PRINT-NEXT-YEAR.
008890     MOVE ZERO TO WS-MIN-IX
008900     PERFORM 6250-SCAN-YEARS THRU 6250-EXIT
008910         VARYING WS-YR-IX FROM 1 BY 1
008920         UNTIL WS-YR-IX > WS-YR-COUNT
008930     IF WS-MIN-IX = ZERO
008940         GO TO 6200-EXIT
008950     END-IF
008960     MOVE SPACES TO WS-SUM-LINE
008970     MOVE WS-YR-YEAR (WS-MIN-IX) TO WS-SL-LABEL
008980     MOVE WS-YR-EVT-ADDED (WS-MIN-IX) TO WS-SL-COUNT (1)
008990     MOVE WS-YR-EVT-REMOVED (WS-MIN-IX) TO WS-SL-COUNT (2)
009000     MOVE WS-YR-EVT-CHANGED (WS-MIN-IX) TO WS-SL-COUNT (3)
009010     MOVE WS-YR-ROW-ADDED (WS-MIN-IX) TO WS-SL-COUNT (4)
009020     MOVE WS-YR-ROW-REMOVED (WS-MIN-IX) TO WS-SL-COUNT (5)
009030     MOVE WS-YR-ROW-CHANGED (WS-MIN-IX) TO WS-SL-COUNT (6)
009040     MOVE WS-SUM-LINE TO REPORT-LINE
009050     WRITE REPORT-LINE
009060     SET WS-YR-PRINTED (WS-MIN-IX) TO TRUE.
009070 6200-EXIT.
009080     EXIT.
009090*================================================================
009100* 6250-SCAN-YEARS  -  REMEMBER THE LOWEST YEAR UNPRINTED
009110*================================================================
009120 6250-SCAN-YEARS.
009130     IF WS-YR-PRINTED (WS-YR-IX)
009140         GO TO 6250-EXIT
009150     END-IF
009160     IF WS-MIN-IX = ZERO
009170             OR WS-YR-YEAR (WS-YR-IX) < WS-MIN-YEAR
009180         MOVE WS-YR-IX TO WS-MIN-IX
009190         MOVE WS-YR-YEAR (WS-YR-IX) TO WS-MIN-YEAR
009200     END-IF.
009210 6250-EXIT.
009220     EXIT.
009230*================================================================
009240* 6300-PRINT-CATEGORIES  -  EVENT DIFFERENCES BY CATEGORY
009250*================================================================
009260 6300-PRINT-CATEGORIES.
009270     MOVE SPACES TO REPORT-LINE
009280     WRITE REPORT-LINE
009290     MOVE "SUMMARY BY CATEGORY (EVENTS)" TO REPORT-LINE
009300     WRITE REPORT-LINE
009310     IF WS-CT-COUNT = ZERO
009320         MOVE "  NO EVENT DIFFERENCES" TO REPORT-LINE
009330         WRITE REPORT-LINE
009340         GO TO 6300-EXIT
009350     END-IF
009360     MOVE SPACES TO REPORT-LINE
009370     STRING "  CATEGORY             ADDED   REMOVED   CHANGED"
009380         DELIMITED BY SIZE
009390         INTO REPORT-LINE
009400     END-STRING
009410     WRITE REPORT-LINE
009420     PERFORM 6350-PRINT-CATEGORY THRU 6350-EXIT
009430         VARYING WS-CT-IX FROM 1 BY 1
009440         UNTIL WS-CT-IX > WS-CT-COUNT
009450     IF WS-CT-FULL
009460         MOVE "  NOTE - CATEGORY TABLE FULL - SOME NOT COUNTED"
009470             TO REPORT-LINE
009480         WRITE REPORT-LINE
009490     END-IF.
009500 6300-EXIT.
009510     EXIT.
009520*================================================================
009530* 6350-PRINT-CATEGORY  -  ONE CATEGORY LINE
009540*================================================================
009550 6350-PRINT-CATEGORY.
009560     MOVE SPACES TO WS-SUM-LINE
009570     MOVE WS-CT-CODE (WS-CT-IX) TO WS-SL-LABEL
009580     IF WS-CT-CODE (WS-CT-IX) = SPACES
009590         MOVE "(NONE)" TO WS-SL-LABEL
009600     END-IF
009610     MOVE WS-CT-ADDED (WS-CT-IX) TO WS-SL-COUNT (1)
009620     MOVE WS-CT-REMOVED (WS-CT-IX) TO WS-SL-COUNT (2)
009630     MOVE WS-CT-CHANGED (WS-CT-IX) TO WS-SL-COUNT (3)
009640     MOVE WS-SUM-LINE TO REPORT-LINE
009650     WRITE REPORT-LINE.
009660 6350-EXIT.
009670     EXIT.
009680*================================================================
009690* 7000-PRINT-SECTION  -  SECTION TITLE FROM WS-SL-LABEL
009700*================================================================
009710 7000-PRINT-SECTION.
009720     MOVE ZERO TO WS-SECTION-ROWS
009730     MOVE SPACES TO REPORT-LINE
009740     WRITE REPORT-LINE
009750     MOVE WS-SL-LABEL TO REPORT-LINE
009760     WRITE REPORT-LINE.
009770 7000-EXIT.
009780     EXIT.
009790*================================================================
009800* 7050-PRINT-NONE  -  A SECTION WITH NOTHING TO LIST
009810*================================================================
009820 7050-PRINT-NONE.
009830     IF WS-SECTION-ROWS = ZERO
009840         MOVE "  NO ROWS ADDED, REMOVED OR CHANGED"
009850             TO REPORT-LINE
009860         WRITE REPORT-LINE
009870     END-IF.
009880 7050-EXIT.
009890     EXIT.
009900*================================================================
009910* 7060-PRINT-MISSING  -  A PIECE NOT IN BOTH SETS, NAMED IN
009920*                        WS-PIECE-NAME - THE FILE IS NOT
009925*                        COMPARED
009930*================================================================
009940 7060-PRINT-MISSING.
009950     MOVE SPACES TO REPORT-LINE
009960     STRING "  " DELIMITED BY SIZE
009970         WS-PIECE-NAME DELIMITED BY SIZE
009980         " PIECE MISSING - NOT COMPARED" DELIMITED BY SIZE
009990         INTO REPORT-LINE
010000     END-STRING
010010     WRITE REPORT-LINE
010020     DISPLAY "SHMCOMP - " WS-PIECE-NAME " PIECE MISSING - NOT "
010030         "COMPARED"
010040     IF WS-COND-CODE < 4
010050         MOVE 4 TO WS-COND-CODE
010060     END-IF.
010070 7060-EXIT.
010080     EXIT.
010090*================================================================
010100* 7100-7170  -  READ THE NEXT ROW OF EACH PIECE, COUNTING IT
010110*================================================================
010120 7100-READ-EVT-OLD.
010130     READ EVT-OLD
010140         AT END
010150             SET WS-OLD-EOF TO TRUE
010160         NOT AT END
010170             ADD 1 TO WS-EVT-OLD-READ
010180     END-READ.
010190 7100-EXIT.
010200     EXIT.
010210 7110-READ-EVT-NEW.
010220     READ EVT-NEW
010230         AT END
010240             SET WS-NEW-EOF TO TRUE
010250         NOT AT END
010260             ADD 1 TO WS-EVT-NEW-READ
010270     END-READ.
010280 7110-EXIT.
010290     EXIT.
010300 7120-READ-NAR-OLD.
010310     READ NAR-OLD
010320         AT END
010330             SET WS-OLD-EOF TO TRUE
010340         NOT AT END
010350             ADD 1 TO WS-NAR-OLD-READ
010360     END-READ.
010370 7120-EXIT.
010380     EXIT.
010390 7130-READ-NAR-NEW.
010400     READ NAR-NEW
010410         AT END
010420             SET WS-NEW-EOF TO TRUE
010430         NOT AT END
010440             ADD 1 TO WS-NAR-NEW-READ
010450     END-READ.
010460 7130-EXIT.
010470     EXIT.
010480 7140-READ-XRF-OLD.
010490     READ XRF-OLD
010500         AT END
010510             SET WS-OLD-EOF TO TRUE
010520         NOT AT END
010530             ADD 1 TO WS-XRF-OLD-READ
010540     END-READ.
010550 7140-EXIT.
010560     EXIT.
010570 7150-READ-XRF-NEW.
010580     READ XRF-NEW
010590         AT END
010600             SET WS-NEW-EOF TO TRUE
010610         NOT AT END
010620             ADD 1 TO WS-XRF-NEW-READ
010630     END-READ.
010640 7150-EXIT.
010650     EXIT.
010660 7160-READ-LNG-OLD.
010670     READ LNG-OLD
010680         AT END
010690             SET WS-OLD-EOF TO TRUE
010700         NOT AT END
010710             ADD 1 TO WS-LNG-OLD-READ
010720     END-READ.
010730 7160-EXIT.
010740     EXIT.
010750 7170-READ-LNG-NEW.
010760     READ LNG-NEW
010770         AT END
010780             SET WS-NEW-EOF TO TRUE
010790         NOT AT END
010800             ADD 1 TO WS-LNG-NEW-READ
010810     END-READ.
010820 7170-EXIT.
010830     EXIT.
010840*================================================================
010850* 7500-REPORT-ROW  -  LIST THE DIFFERENCE IN HAND, COUNT IT BY
010860*                     YEAR (AND CATEGORY, FOR AN EVENT) AND
010870*                     WRITE WHAT THE WEB TEAM SEES TO SHMCHGF
010880*================================================================
010890 7500-REPORT-ROW.
010900     ADD 1 TO WS-SECTION-ROWS
010910     ADD 1 TO WS-RUN-COUNT
010920     PERFORM 7600-TALLY-YEAR THRU 7600-EXIT
010930     IF WS-ROW-IS-EVENT
010940         PERFORM 7700-TALLY-CATEGORY THRU 7700-EXIT
010950     END-IF
010960     MOVE SPACES TO WS-DETAIL-LINE
010970     MOVE WS-ROW-KEY-TEXT TO WS-DL-KEY
010980     EVALUATE TRUE
010990         WHEN WS-ROW-ADDED
011000             MOVE "ADDED" TO WS-DL-ACTION
011010         WHEN WS-ROW-REMOVED
011020             MOVE "REMOVED" TO WS-DL-ACTION
011030         WHEN OTHER
011040             MOVE "CHANGED" TO WS-DL-ACTION
011050     END-EVALUATE
011060     MOVE WS-ROW-INFO TO WS-DL-INFO
011070     MOVE WS-ROW-TEXT TO WS-DL-TEXT
011080     MOVE WS-DETAIL-LINE TO REPORT-LINE
011090     WRITE REPORT-LINE
011100     IF WS-ROW-FIELD-LIST NOT = SPACES
011110         MOVE SPACES TO WS-DETAIL-LINE
011120         MOVE "FIELDS" TO WS-DL-INFO
011130         MOVE WS-ROW-FIELD-LIST TO WS-DL-TEXT
011140         MOVE WS-DETAIL-LINE TO REPORT-LINE
011150         WRITE REPORT-LINE
011160     END-IF
011170     IF WS-ROW-WAS-INFO NOT = SPACES
011180             OR WS-ROW-WAS-TEXT NOT = SPACES
011190         MOVE SPACES TO WS-DETAIL-LINE
011200         MOVE "  WAS" TO WS-DL-ACTION
011210         MOVE WS-ROW-WAS-INFO TO WS-DL-INFO
011220         MOVE WS-ROW-WAS-TEXT TO WS-DL-TEXT
011230         MOVE WS-DETAIL-LINE TO REPORT-LINE
011240         WRITE REPORT-LINE
011250     END-IF
011251     IF NOT WS-ROW-IS-EVENT
011252         PERFORM 7550-SATELLITE-ACTION THRU 7550-EXIT
011253     END-IF
011254     PERFORM 7570-WRITE-CHANGE THRU 7570-EXIT.
011255 7500-EXIT.
011256     EXIT.
011257*================================================================
011258* 7550-SATELLITE-ACTION  -  WHAT SHMCHGF CARRIES FOR A NARRATIVE
011259*                           LINE, TRANSLATION OR LINK - NOTHING
011260*                           WHEN ITS EVENT (OR A LINK'S TARGET) IS
011261*                           HELD. UNDER A NEWLY PUBLISHED EVENT
011262*                           EVERY ROW IN THE CURRENT SET GOES AS
011263*                           ADDED. AN UNCHANGED ROW COMES IN WITH
011264*                           A BLANK WS-ROW-ACTION
011265*================================================================
011266 7550-SATELLITE-ACTION.
011267     MOVE SPACE TO WS-CHG-ACTION
011268     MOVE "N" TO WS-NEWLY-PUB-SW
011269     MOVE WS-ROW-EVT-KEY TO WS-HT-SEEK
011270     PERFORM 7800-FIND-KEY THRU 7800-EXIT
011271     IF WS-HT-FOUND NOT = ZERO
011272         IF WS-HT-HELD (WS-HT-FOUND)
011273             GO TO 7550-EXIT
011274         END-IF
011275         SET WS-NEWLY-PUB TO TRUE
011276     END-IF
011277     IF WS-ROW-IS-XREF
011278         MOVE WS-ROW-KEY (9:8) TO WS-HT-SEEK
011279         PERFORM 7800-FIND-KEY THRU 7800-EXIT
011280         IF WS-HT-FOUND NOT = ZERO
011281             IF WS-HT-HELD (WS-HT-FOUND)
011282                 GO TO 7550-EXIT
011283             END-IF
011284             SET WS-NEWLY-PUB TO TRUE
011285         END-IF
011286     END-IF
011287     IF NOT WS-NEWLY-PUB
011288         MOVE WS-ROW-ACTION TO WS-CHG-ACTION
011289         GO TO 7550-EXIT
011290     END-IF
011291     IF NOT WS-ROW-REMOVED
011292         MOVE "A" TO WS-CHG-ACTION
011293     END-IF.
011294 7550-EXIT.
011295     EXIT.
011296*================================================================
011297* 7570-WRITE-CHANGE  -  ONE ROW TO SHMCHGF UNLESS WS-CHG-ACTION IS
011298*                       BLANK. THE FIELD SWITCHES GO ONLY ON A
011299*                       CHANGED ROW
011300*================================================================
011301 7570-WRITE-CHANGE.
011302     IF WS-CHG-SKIPPED
011303         GO TO 7570-EXIT
011304     END-IF
011305     MOVE SPACES TO CHG-RECORD
011306     MOVE WS-TODAY TO CHG-RUN-DATE
011307     MOVE WS-ROW-TYPE TO CHG-ROW-TYPE
011308     MOVE WS-CHG-ACTION TO CHG-ACTION
011309     MOVE WS-ROW-EVT-KEY TO CHG-EVT-KEY
011310     MOVE WS-ROW-KEY TO CHG-ROW-KEY
011320     MOVE WS-FIELD-FLAGS TO CHG-FIELDS
011322     IF WS-CHG-ACTION NOT = "C"
011324         MOVE WS-NO-FIELDS-CHANGED TO CHG-FIELDS
011326     END-IF
011330     MOVE WS-ROW-IMAGE TO CHG-IMAGE
011337     WRITE CHG-RECORD
011344     ADD 1 TO WS-CHG-WRITTEN.
011351 7570-EXIT.
011360     EXIT.
011370*================================================================
011380* 7600-TALLY-YEAR  -  ONE MORE DIFFERENCE AGAINST WS-ROW-YEAR
011390*================================================================
011400 7600-TALLY-YEAR.
011410     MOVE ZERO TO WS-YR-FOUND
011420     PERFORM 7650-SCAN-YEARS THRU 7650-EXIT
011430         VARYING WS-YR-IX FROM 1 BY 1
011440         UNTIL WS-YR-IX > WS-YR-COUNT
011450         OR WS-YR-FOUND NOT = ZERO
011460     IF WS-YR-FOUND = ZERO
011470         IF WS-YR-COUNT NOT < WS-YR-MAX-ENTRIES
011480             IF NOT WS-YR-FULL
011490                 SET WS-YR-FULL TO TRUE
011500                 DISPLAY "SHMCOMP - MORE THAN "
011510                     WS-YR-MAX-ENTRIES " YEARS CHANGED - "
011520                     "YEAR SUMMARY IS PARTIAL"
011530                 IF WS-COND-CODE < 4
011540                     MOVE 4 TO WS-COND-CODE
011550                 END-IF
011560             END-IF
011570             GO TO 7600-EXIT
011580         END-IF
011590         ADD 1 TO WS-YR-COUNT
011600         MOVE WS-YR-COUNT TO WS-YR-FOUND
011610         MOVE WS-ROW-YEAR TO WS-YR-YEAR (WS-YR-FOUND)
011620         MOVE ZERO TO WS-YR-EVT-ADDED (WS-YR-FOUND)
011630         MOVE ZERO TO WS-YR-EVT-REMOVED (WS-YR-FOUND)
011640         MOVE ZERO TO WS-YR-EVT-CHANGED (WS-YR-FOUND)
011650         MOVE ZERO TO WS-YR-ROW-ADDED (WS-YR-FOUND)
011660         MOVE ZERO TO WS-YR-ROW-REMOVED (WS-YR-FOUND)
011670         MOVE ZERO TO WS-YR-ROW-CHANGED (WS-YR-FOUND)
011680         MOVE "N" TO WS-YR-PRINTED-SW (WS-YR-FOUND)
011690     END-IF
011700     EVALUATE TRUE
011710         WHEN WS-ROW-IS-EVENT AND WS-ROW-ADDED
011720             ADD 1 TO WS-YR-EVT-ADDED (WS-YR-FOUND)
011730         WHEN WS-ROW-IS-EVENT AND WS-ROW-REMOVED
011740             ADD 1 TO WS-YR-EVT-REMOVED (WS-YR-FOUND)
011750         WHEN WS-ROW-IS-EVENT
011760             ADD 1 TO WS-YR-EVT-CHANGED (WS-YR-FOUND)
011770         WHEN WS-ROW-ADDED
011780             ADD 1 TO WS-YR-ROW-ADDED (WS-YR-FOUND)
011790         WHEN WS-ROW-REMOVED
011800             ADD 1 TO WS-YR-ROW-REMOVED (WS-YR-FOUND)
011810         WHEN OTHER
011820             ADD 1 TO WS-YR-ROW-CHANGED (WS-YR-FOUND)
011830     END-EVALUATE.
011840 7600-EXIT.
011850     EXIT.
011860*================================================================
011870* 7650-SCAN-YEARS  -  IS WS-ROW-YEAR ALREADY TABLED
011880*================================================================
011890 7650-SCAN-YEARS.
011900     IF WS-YR-YEAR (WS-YR-IX) = WS-ROW-YEAR
011910         MOVE WS-YR-IX TO WS-YR-FOUND
011920     END-IF.
011930 7650-EXIT.
011940     EXIT.
011950*================================================================
011960* 7700-TALLY-CATEGORY  -  ONE MORE EVENT DIFFERENCE AGAINST
011970*                         WS-ROW-CATEGORY
011980*================================================================
011990 7700-TALLY-CATEGORY.
012000     MOVE ZERO TO WS-CT-FOUND
012010     PERFORM 7710-SCAN-CATEGORIES THRU 7710-EXIT
012020         VARYING WS-CT-IX FROM 1 BY 1
012030         UNTIL WS-CT-IX > WS-CT-COUNT
012040         OR WS-CT-FOUND NOT = ZERO
012050     IF WS-CT-FOUND = ZERO
012060         IF WS-CT-COUNT NOT < WS-CT-MAX-ENTRIES
012070             IF NOT WS-CT-FULL
012080                 SET WS-CT-FULL TO TRUE
012090                 DISPLAY "SHMCOMP - MORE THAN "
012100                     WS-CT-MAX-ENTRIES " CATEGORIES - "
012110                     "CATEGORY SUMMARY IS PARTIAL"
012120                 IF WS-COND-CODE < 4
012130                     MOVE 4 TO WS-COND-CODE
012140                 END-IF
012150             END-IF
012160             GO TO 7700-EXIT
012170         END-IF
012180         ADD 1 TO WS-CT-COUNT
012190         MOVE WS-CT-COUNT TO WS-CT-FOUND
012200         MOVE WS-ROW-CATEGORY TO WS-CT-CODE (WS-CT-FOUND)
012210         MOVE ZERO TO WS-CT-ADDED (WS-CT-FOUND)
012220         MOVE ZERO TO WS-CT-REMOVED (WS-CT-FOUND)
012230         MOVE ZERO TO WS-CT-CHANGED (WS-CT-FOUND)
012240     END-IF
012250     EVALUATE TRUE
012260         WHEN WS-ROW-ADDED
012270             ADD 1 TO WS-CT-ADDED (WS-CT-FOUND)
012280         WHEN WS-ROW-REMOVED
012290             ADD 1 TO WS-CT-REMOVED (WS-CT-FOUND)
012300         WHEN OTHER
012310             ADD 1 TO WS-CT-CHANGED (WS-CT-FOUND)
012320     END-EVALUATE.
012330 7700-EXIT.
012340     EXIT.
012350*================================================================
012360* 7710-SCAN-CATEGORIES  -  IS WS-ROW-CATEGORY ALREADY TABLED
012370*================================================================
012380 7710-SCAN-CATEGORIES.
012390     IF WS-CT-CODE (WS-CT-IX) = WS-ROW-CATEGORY
012400         MOVE WS-CT-IX TO WS-CT-FOUND
012410     END-IF.
012420 7710-EXIT.
012430     EXIT.
012440*================================================================
012450* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
012460*================================================================
012470 7750-LOG-RUN.
012480     IF NOT WS-RUN-OPEN
012490         GO TO 7750-EXIT
012500     END-IF
012510     MOVE SPACES TO RUN-RECORD
012520     ACCEPT RUN-DATE FROM DATE YYYYMMDD
012530     ACCEPT RUN-TIME FROM TIME
012540     MOVE "SHMCOMP" TO RUN-PROGRAM
012550     MOVE WS-RUN-EVENT TO RUN-EVENT
012560     MOVE WS-COND-CODE TO RUN-COND-CODE
012570     MOVE WS-RUN-COUNT TO RUN-COUNT
012580     WRITE RUN-RECORD.
012590 7750-EXIT.
012600     EXIT.
012610*================================================================
012611* 7800-FIND-KEY  -  IS WS-HT-SEEK HELD OR NEWLY PUBLISHED - ITS
012612*                   ENTRY IN WS-HT-FOUND, ZERO WHEN NEITHER
012613*================================================================
012614 7800-FIND-KEY.
012615     MOVE ZERO TO WS-HT-FOUND
012616     PERFORM 7810-SCAN-KEYS THRU 7810-EXIT
012617         VARYING WS-HT-IX FROM 1 BY 1
012618         UNTIL WS-HT-IX > WS-HT-COUNT
012619         OR WS-HT-FOUND NOT = ZERO.
012620 7800-EXIT.
012621     EXIT.
012622 7810-SCAN-KEYS.
012623     IF WS-HT-KEY (WS-HT-IX) = WS-HT-SEEK
012624         MOVE WS-HT-IX TO WS-HT-FOUND
012625     END-IF.
012626 7810-EXIT.
012627     EXIT.
012628*================================================================
012629* 7850-TABLE-KEY  -  TABLE WS-HT-SEEK WITH STATE WS-HT-NEW-STATE
012630*================================================================
012631 7850-TABLE-KEY.
012632     IF WS-HT-COUNT NOT < WS-HT-MAX-ENTRIES
012633         IF NOT WS-HT-FULL
012634             SET WS-HT-FULL TO TRUE
012635             DISPLAY "SHMCOMP - MORE THAN "
012636                 WS-HT-MAX-ENTRIES " EVENTS HELD OR NEWLY "
012637                 "PUBLISHED - SHMCHGF IS NOT RELIABLE"
012638             IF WS-COND-CODE < 4
012639                 MOVE 4 TO WS-COND-CODE
012640             END-IF
012641         END-IF
012642         GO TO 7850-EXIT
012643     END-IF
012644     ADD 1 TO WS-HT-COUNT
012645     MOVE WS-HT-SEEK TO WS-HT-KEY (WS-HT-COUNT)
012646     MOVE WS-HT-NEW-STATE TO WS-HT-STATE (WS-HT-COUNT).
012647 7850-EXIT.
012648     EXIT.
012649*================================================================
012650* 8000-TERMINATE
012651*================================================================
012652 8000-TERMINATE.
012653     CLOSE REPORT-FILE
012660     CLOSE CHANGE-FILE
012670     DISPLAY "SHMCOMP - EVENTS ADDED       : " WS-EVT-ADDED
012680     DISPLAY "SHMCOMP - EVENTS REMOVED     : " WS-EVT-REMOVED
012690     DISPLAY "SHMCOMP - EVENTS CHANGED     : " WS-EVT-CHANGED
012696     DISPLAY "SHMCOMP - DIFFERENCES LISTED : " WS-RUN-COUNT
012702     DISPLAY "SHMCOMP - CHANGE ROWS WRITTEN: " WS-CHG-WRITTEN.
012710*================================================================
012720* 9999-EXIT
012730*================================================================
012740 9999-EXIT.
012750     MOVE "END" TO WS-RUN-EVENT
012760     PERFORM 7750-LOG-RUN THRU 7750-EXIT
012770     IF WS-RUN-OPEN
012780         CLOSE RUN-FILE
012790     END-IF
012800     DISPLAY "SHMCOMP - CONDITION CODE     : " WS-COND-CODE
012810     MOVE WS-COND-CODE TO RETURN-CODE
012820     STOP RUN.
