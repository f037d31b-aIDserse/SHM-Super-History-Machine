000100*================================================================
000110* PROGRAM-ID SHMFEAT
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMFEAT.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   NIGHTLY FILL OF THE SHMFEAF FEATURED EVENT OF
000240*                  THE DAY SCHEDULE. EVERY DATE IN THE NEXT 30
000250*                  DAYS WITH NO ROW GETS A PROPOSED PICK FROM THE
000260*                  PUBLISHED HEADLINE EVENTS ON THAT MONTH/DAY
000270*                  (EVT-MMDD-KEY), A 100TH, 75TH, 50TH OR 25TH
000280*                  ANNIVERSARY FIRST, AND NEVER AN EVENT ALREADY
000290*                  FEATURED WITHIN A YEAR OF THE DATE. SHMFEATO
000300*                  PRINTS THE WHOLE 30-DAY CALENDAR FOR EDITOR
000310*                  SIGN-OFF - A PROPOSAL STANDS UNLESS AN EDITOR
000320*                  REPLACES OR DELETES IT WITH SHMMAINT F. A DATE
000330*                  WITH NO CANDIDATE, OR A SCHEDULED EVENT NO
000340*                  LONGER PUBLISHED AND HEADLINE-FLAGGED, GIVES
000350*                  CC 4. THE RUN TAKES THE SHMLOCK WRITER LOCK
000360*                  AND IS REFUSED WITH CC 8 WHILE IT IS HELD.
000370*================================================================
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EVT-KEY OF EVT-RECORD
000480         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-EVT-STATUS.
000510     SELECT FEAT-FILE ASSIGN TO "SHMFEAF"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS FEA-DATE OF FEA-RECORD
000550         ALTERNATE RECORD KEY IS FEA-EVT-KEY OF FEA-RECORD
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-FEA-STATUS.
000580     SELECT LOCK-FILE ASSIGN TO "SHMLOCK"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LOK-STATUS.
000610     SELECT REPORT-FILE ASSIGN TO "SHMFEATO"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RUN-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  EVENT-FILE
000690     RECORD CONTAINS 240 CHARACTERS.
000700     COPY EVTREC.
000710 FD  FEAT-FILE
000720     RECORD CONTAINS 100 CHARACTERS.
000730     COPY FEAREC.
000740 FD  LOCK-FILE
000750     RECORD CONTAINS 40 CHARACTERS.
000760     COPY LOKREC.
000770 FD  REPORT-FILE
000780     RECORD CONTAINS 132 CHARACTERS.
000790 01  REPORT-LINE               PIC X(132).
000800 FD  RUN-FILE
000810     RECORD CONTAINS 40 CHARACTERS.
000820     COPY RUNREC.
000830 WORKING-STORAGE SECTION.
000840 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
000850 01  WS-FEA-STATUS             PIC X(02) VALUE "00".
000860 01  WS-LOK-STATUS             PIC X(02) VALUE "00".
000870 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
000880 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
000890     88  WS-RUN-OPEN               VALUE "Y".
000900 01  WS-RUN-EVENT              PIC X(05).
000910 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
000920 01  WS-SWITCHES.
000930     05  WS-SCAN-DONE-SW       PIC X(01) VALUE "N".
000940         88  WS-SCAN-DONE          VALUE "Y".
000950     05  WS-USED-SW            PIC X(01) VALUE "N".
000960         88  WS-RECENTLY-USED      VALUE "Y".
000970     05  WS-LOCK-HELD-SW       PIC X(01) VALUE "N".
000980         88  WS-LOCK-HELD          VALUE "Y".
000990     05  WS-LOCK-TAKEN-SW      PIC X(01) VALUE "N".
001000         88  WS-LOCK-TAKEN         VALUE "Y".
001010 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001020 01  WS-TODAY                  PIC 9(08).
001030 01  WS-FILL-DAYS              PIC 9(03) COMP VALUE 30.
001040 01  WS-DAY-IX                 PIC 9(03) COMP.
001050 01  WS-TGT-DATE.
001060     05  WS-TGT-YEAR           PIC 9(04).
001070     05  WS-TGT-MONTH          PIC 9(02).
001080     05  WS-TGT-DAY            PIC 9(02).
001090 01  WS-TGT-DATE-N REDEFINES WS-TGT-DATE
001100                               PIC 9(08).
001110 01  WS-WINDOW-LOW             PIC 9(08).
001120 01  WS-WINDOW-HIGH            PIC 9(08).
001130 01  WS-DAYS-TABLE.
001140     05  FILLER                PIC X(24)
001150         VALUE "312831303130313130313031".
001160 01  WS-DAYS-R REDEFINES WS-DAYS-TABLE.
001170     05  WS-DAYS-IN-MONTH      PIC 9(02) OCCURS 12 TIMES.
001180 01  WS-MONTH-DAYS             PIC 9(02).
001190 01  WS-LEAP-REM               PIC 9(03) COMP.
001200 01  WS-ANNIV                  PIC S9(04) COMP.
001210 01  WS-ANNIV-2                PIC 9(02).
001220 01  WS-MILESTONE-TAB.
001230     05  FILLER                PIC 9(03) VALUE 025.
001240     05  FILLER                PIC 9(03) VALUE 050.
001250     05  FILLER                PIC 9(03) VALUE 075.
001260     05  FILLER                PIC 9(03) VALUE 100.
001270 01  WS-MILESTONE-R REDEFINES WS-MILESTONE-TAB.
001280     05  WS-MILESTONE          PIC 9(03) OCCURS 4 TIMES.
001290 01  WS-MILE-IX                PIC 9(01) COMP.
001300 01  WS-RANK                   PIC 9(01) COMP.
001310*
001320*    THE BEST CANDIDATE SEEN SO FAR FOR THE DATE BEING FILLED
001330*
001340 01  WS-PICK.
001350     05  WS-PICK-SW            PIC X(01).
001360         88  WS-PICK-FOUND         VALUE "Y".
001370     05  WS-PICK-YEAR          PIC 9(04).
001380     05  WS-PICK-SEQ           PIC 9(04).
001390     05  WS-PICK-RANK          PIC 9(01) COMP.
001400     05  WS-PICK-ANNIV         PIC S9(04) COMP.
001410     05  WS-PICK-TEXT          PIC X(80).
001420 01  WS-CAPTION                PIC X(60).
001430 01  WS-COUNTERS.
001440     05  WS-ALREADY-SET        PIC 9(07) COMP VALUE ZERO.
001450     05  WS-PROPOSED           PIC 9(07) COMP VALUE ZERO.
001460     05  WS-NO-CANDIDATE       PIC 9(07) COMP VALUE ZERO.
001470     05  WS-EXCEPTIONS         PIC 9(07) COMP VALUE ZERO.
001480 01  WS-PRINT-LABEL            PIC X(24).
001490 01  WS-PRINT-COUNT            PIC 9(07) COMP.
001500 01  WS-TOTAL-ED               PIC ZZZZZZ9.
001510*
001520*    ONE CALENDAR LINE
001530*
001540 01  WS-DETAIL-LINE.
001550     05  WS-DL-DATE            PIC 9(08).
001560     05  FILLER                PIC X(02) VALUE SPACES.
001570     05  WS-DL-STATUS          PIC X(09).
001580     05  FILLER                PIC X(02) VALUE SPACES.
001590     05  WS-DL-EVENT.
001600         10  WS-DL-YEAR        PIC 9(04).
001610         10  WS-DL-DASH        PIC X(01).
001620         10  WS-DL-SEQ         PIC 9(04).
001650     05  FILLER                PIC X(02) VALUE SPACES.
001660     05  WS-DL-ANNIV           PIC ZZ9.
001690     05  FILLER                PIC X(02) VALUE SPACES.
001700     05  WS-DL-TEXT            PIC X(80).
001710     05  FILLER                PIC X(15) VALUE SPACES.
001720 PROCEDURE DIVISION.
001730*================================================================
001740* 0000-MAINLINE
001750*================================================================
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE
001780     PERFORM 3000-PRINT-HEADER THRU 3000-EXIT
001790     PERFORM 2000-FILL-ONE-DATE THRU 2000-EXIT
001800         VARYING WS-DAY-IX FROM 1 BY 1
001810         UNTIL WS-DAY-IX > WS-FILL-DAYS
001820     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001830     PERFORM 8000-TERMINATE
001840     GO TO 9999-EXIT.
001850*================================================================
001860* 1000-INITIALIZE
001870*================================================================
001880 1000-INITIALIZE.
001890     OPEN EXTEND RUN-FILE
001900     IF WS-RUN-STATUS = "00"
001910         SET WS-RUN-OPEN TO TRUE
001920         MOVE "START" TO WS-RUN-EVENT
001930         MOVE ZERO TO WS-RUN-COUNT
001940         PERFORM 7750-LOG-RUN THRU 7750-EXIT
001950     END-IF
001960     DISPLAY "SHMFEAT - FEATURED EVENT SCHEDULE FILL"
001970     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001980     PERFORM 3500-CHECK-LOCK THRU 3500-EXIT
001990     IF WS-LOCK-HELD
002000         DISPLAY "SHMFEAT - SHMLOCK IS HELD BY " LOK-PROGRAM
002010             " " LOK-OPERATOR " - RUN REFUSED"
002020         MOVE 8 TO WS-COND-CODE
002030         GO TO 9999-EXIT
002040     END-IF
002050     OPEN INPUT EVENT-FILE
002060     IF WS-EVT-STATUS NOT = "00"
002070         DISPLAY "SHMFEAT - SHMEVTF NOT FOUND - NOTHING TO "
002080             "PROPOSE"
002090         MOVE 8 TO WS-COND-CODE
002100         GO TO 9999-EXIT
002110     END-IF
002120     PERFORM 3600-TAKE-LOCK THRU 3600-EXIT
002130     OPEN I-O FEAT-FILE
002140     IF WS-FEA-STATUS NOT = "00"
002150         OPEN OUTPUT FEAT-FILE
002160         CLOSE FEAT-FILE
002170         OPEN I-O FEAT-FILE
002180     END-IF
002190     OPEN OUTPUT REPORT-FILE
002200     MOVE WS-TODAY TO WS-TGT-DATE-N.
002210*================================================================
002220* 2000-FILL-ONE-DATE  -  ROLL TO THE NEXT DATE, LIST ITS ROW OR
002230*                        PROPOSE ONE
002240*================================================================
002250 2000-FILL-ONE-DATE.
002260     PERFORM 2900-ROLL-ONE-DAY THRU 2900-EXIT
002270     MOVE WS-TGT-DATE-N TO FEA-DATE OF FEA-RECORD
002280     READ FEAT-FILE
002290         INVALID KEY
002300             GO TO 2000-PROPOSE
002310     END-READ
002320     PERFORM 2100-SHOW-SCHEDULED THRU 2100-EXIT
002330     GO TO 2000-EXIT.
002340 2000-PROPOSE.
002350     PERFORM 2200-FIND-CANDIDATE THRU 2200-EXIT
002360     IF WS-PICK-FOUND
002370         PERFORM 2400-WRITE-PROPOSAL THRU 2400-EXIT
002380     ELSE
002390         PERFORM 2500-PRINT-NONE THRU 2500-EXIT
002400     END-IF.
002410 2000-EXIT.
002420     EXIT.
002430*================================================================
002440* 2100-SHOW-SCHEDULED  -  A DATE ALREADY ON SHMFEAF, CHECKED
002450*                         AGAINST THE EVENT IT NAMES
002460*================================================================
002470 2100-SHOW-SCHEDULED.
002480     ADD 1 TO WS-ALREADY-SET
002490     MOVE SPACES TO WS-DETAIL-LINE
002500     MOVE WS-TGT-DATE-N TO WS-DL-DATE
002510     IF FEA-SRC-EDITOR OF FEA-RECORD
002520         MOVE "EDITOR" TO WS-DL-STATUS
002530     ELSE
002540         MOVE "PROPOSED" TO WS-DL-STATUS
002550     END-IF
002560     MOVE FEA-YEAR OF FEA-RECORD TO WS-DL-YEAR
002570     MOVE "-" TO WS-DL-DASH
002580     MOVE FEA-SEQ-NO OF FEA-RECORD TO WS-DL-SEQ
002590     COMPUTE WS-ANNIV = WS-TGT-YEAR - FEA-YEAR OF FEA-RECORD
002600     IF WS-ANNIV > ZERO
002610         MOVE WS-ANNIV TO WS-DL-ANNIV
002620     END-IF
002630     MOVE FEA-EVT-KEY OF FEA-RECORD TO EVT-KEY OF EVT-RECORD
002640     READ EVENT-FILE
002650         INVALID KEY
002660             MOVE "** EVENT NO LONGER ON SHMEVTF **"
002670                 TO WS-DL-TEXT
002680             PERFORM 2150-COUNT-EXCEPTION THRU 2150-EXIT
002690             GO TO 2100-PRINT
002700     END-READ
002710     IF EVT-PUB-PUBLISHED OF EVT-RECORD
002720             AND EVT-IS-HEADLINE OF EVT-RECORD
002730         MOVE EVT-TEXT OF EVT-RECORD (1:80) TO WS-DL-TEXT
002740     ELSE
002750         MOVE "** EVENT NO LONGER A PUBLISHED HEADLINE **"
002760             TO WS-DL-TEXT
002770         PERFORM 2150-COUNT-EXCEPTION THRU 2150-EXIT
002780     END-IF.
002790 2100-PRINT.
002800     MOVE WS-DETAIL-LINE TO REPORT-LINE
002810     WRITE REPORT-LINE
002820     IF FEA-CAPTION OF FEA-RECORD NOT = SPACES
002830         MOVE SPACES TO REPORT-LINE
002840         MOVE FEA-CAPTION OF FEA-RECORD TO REPORT-LINE (38:60)
002850         WRITE REPORT-LINE
002860     END-IF.
002870 2100-EXIT.
002880     EXIT.
002890 2150-COUNT-EXCEPTION.
002900     ADD 1 TO WS-EXCEPTIONS
002910     IF WS-COND-CODE < 4
002920         MOVE 4 TO WS-COND-CODE
002930     END-IF.
002940 2150-EXIT.
002950     EXIT.
002960*================================================================
002970* 2200-FIND-CANDIDATE  -  BEST PUBLISHED HEADLINE EVENT ON THE
002980*                         TARGET MONTH/DAY NOT FEATURED WITHIN A
002990*                         YEAR OF THE DATE
003000*================================================================
003010 2200-FIND-CANDIDATE.
003020     MOVE "N" TO WS-PICK-SW
003030     MOVE ZERO TO WS-PICK-RANK
003040     SUBTRACT 10000 FROM WS-TGT-DATE-N GIVING WS-WINDOW-LOW
003050     ADD 10000 TO WS-TGT-DATE-N GIVING WS-WINDOW-HIGH
003060     MOVE WS-TGT-MONTH TO EVT-MONTH OF EVT-RECORD
003070     MOVE WS-TGT-DAY TO EVT-DAY OF EVT-RECORD
003080     MOVE "N" TO WS-SCAN-DONE-SW
003090     START EVENT-FILE KEY IS NOT LESS THAN
003100             EVT-MMDD-KEY OF EVT-RECORD
003110         INVALID KEY
003120             SET WS-SCAN-DONE TO TRUE
003130         NOT INVALID KEY
003140             READ EVENT-FILE NEXT RECORD
003150                 AT END
003160                     SET WS-SCAN-DONE TO TRUE
003170             END-READ
003180     END-START
003190     PERFORM 2250-TEST-ONE-EVENT THRU 2250-EXIT
003200         UNTIL WS-SCAN-DONE.
003210 2200-EXIT.
003220     EXIT.
003230*================================================================
003240* 2250-TEST-ONE-EVENT  -  ONE MMDD MATCH AGAINST THE PICK SO FAR
003250*================================================================
003260 2250-TEST-ONE-EVENT.
003270     IF EVT-MONTH OF EVT-RECORD NOT = WS-TGT-MONTH
003280             OR EVT-DAY OF EVT-RECORD NOT = WS-TGT-DAY
003290         SET WS-SCAN-DONE TO TRUE
003300         GO TO 2250-EXIT
003310     END-IF
003320     COMPUTE WS-ANNIV =
003330         WS-TGT-YEAR - EVT-YEAR OF EVT-RECORD
003340     IF WS-ANNIV NOT > ZERO
003350             OR NOT EVT-PUB-PUBLISHED OF EVT-RECORD
003360             OR NOT EVT-IS-HEADLINE OF EVT-RECORD
003370         GO TO 2250-READ-NEXT
003380     END-IF
003390     MOVE ZERO TO WS-RANK
003400     PERFORM 2270-RANK-ONE-MILESTONE THRU 2270-EXIT
003410         VARYING WS-MILE-IX FROM 1 BY 1
003420         UNTIL WS-MILE-IX > 4
003430     IF WS-PICK-FOUND AND WS-RANK NOT > WS-PICK-RANK
003440         GO TO 2250-READ-NEXT
003450     END-IF
003460     PERFORM 2300-CHECK-RECENT THRU 2300-EXIT
003470     IF WS-RECENTLY-USED
003480         GO TO 2250-READ-NEXT
003490     END-IF
003500     SET WS-PICK-FOUND TO TRUE
003510     MOVE EVT-YEAR OF EVT-RECORD TO WS-PICK-YEAR
003520     MOVE EVT-SEQ-NO OF EVT-RECORD TO WS-PICK-SEQ
003530     MOVE WS-RANK TO WS-PICK-RANK
003540     MOVE WS-ANNIV TO WS-PICK-ANNIV
003550     MOVE EVT-TEXT OF EVT-RECORD (1:80) TO WS-PICK-TEXT.
003560 2250-READ-NEXT.
003570     READ EVENT-FILE NEXT RECORD
003580         AT END
003590             SET WS-SCAN-DONE TO TRUE
003600     END-READ.
003610 2250-EXIT.
003620     EXIT.
003630 2270-RANK-ONE-MILESTONE.
003640     IF WS-ANNIV = WS-MILESTONE (WS-MILE-IX)
003650         MOVE WS-MILE-IX TO WS-RANK
003660     END-IF.
003670 2270-EXIT.
003680     EXIT.
003690*================================================================
003700* 2300-CHECK-RECENT  -  IS THE EVENT ON SHMFEAF WITHIN A YEAR
003710*                       EITHER SIDE OF THE TARGET DATE
003720*================================================================
003730 2300-CHECK-RECENT.
003740     MOVE "N" TO WS-USED-SW
003750     MOVE EVT-YEAR OF EVT-RECORD TO FEA-YEAR OF FEA-RECORD
003760     MOVE EVT-SEQ-NO OF EVT-RECORD TO FEA-SEQ-NO OF FEA-RECORD
003770     START FEAT-FILE KEY IS EQUAL TO FEA-EVT-KEY OF FEA-RECORD
003780         INVALID KEY
003790             GO TO 2300-EXIT
003800     END-START.
003810 2300-READ-NEXT.
003820     READ FEAT-FILE NEXT RECORD
003830         AT END
003840             GO TO 2300-EXIT
003850     END-READ
003860     IF FEA-YEAR OF FEA-RECORD NOT = EVT-YEAR OF EVT-RECORD
003870             OR FEA-SEQ-NO OF FEA-RECORD
003880                 NOT = EVT-SEQ-NO OF EVT-RECORD
003890         GO TO 2300-EXIT
003900     END-IF
003910     IF FEA-DATE OF FEA-RECORD > WS-WINDOW-LOW
003920             AND FEA-DATE OF FEA-RECORD < WS-WINDOW-HIGH
003930         SET WS-RECENTLY-USED TO TRUE
003940         GO TO 2300-EXIT
003950     END-IF
003960     GO TO 2300-READ-NEXT.
003970 2300-EXIT.
003980     EXIT.
003990*================================================================
004000* 2400-WRITE-PROPOSAL  -  THE PICK ONTO SHMFEAF AND THE CALENDAR
004010*================================================================
004020 2400-WRITE-PROPOSAL.
004030     MOVE SPACES TO WS-CAPTION
004040     IF WS-PICK-RANK > ZERO
004050         IF WS-PICK-ANNIV = 100
004060             MOVE "100TH ANNIVERSARY" TO WS-CAPTION
004070         ELSE
004080             MOVE WS-PICK-ANNIV TO WS-ANNIV-2
004090             STRING WS-ANNIV-2 DELIMITED BY SIZE
004100                 "TH ANNIVERSARY" DELIMITED BY SIZE
004110                 INTO WS-CAPTION
004120             END-STRING
004130         END-IF
004140     END-IF
004150     MOVE SPACES TO FEA-RECORD
004160     MOVE WS-TGT-DATE-N TO FEA-DATE OF FEA-RECORD
004170     MOVE WS-PICK-YEAR TO FEA-YEAR OF FEA-RECORD
004180     MOVE WS-PICK-SEQ TO FEA-SEQ-NO OF FEA-RECORD
004190     MOVE WS-CAPTION TO FEA-CAPTION OF FEA-RECORD
004200     SET FEA-SRC-PROPOSED OF FEA-RECORD TO TRUE
004210     MOVE "SHMFEAT" TO FEA-SET-BY OF FEA-RECORD
004220     MOVE WS-TODAY TO FEA-SET-DATE OF FEA-RECORD
004230     WRITE FEA-RECORD
004240         INVALID KEY
004250             PERFORM 2150-COUNT-EXCEPTION THRU 2150-EXIT
004260             MOVE SPACES TO WS-DETAIL-LINE
004270             MOVE WS-TGT-DATE-N TO WS-DL-DATE
004280             MOVE "**EXCP**" TO WS-DL-STATUS
004290             MOVE "WRITE OF SHMFEAF FAILED" TO WS-DL-TEXT
004300             MOVE WS-DETAIL-LINE TO REPORT-LINE
004310             WRITE REPORT-LINE
004320             GO TO 2400-EXIT
004330     END-WRITE
004340     ADD 1 TO WS-PROPOSED
004350     MOVE SPACES TO WS-DETAIL-LINE
004360     MOVE WS-TGT-DATE-N TO WS-DL-DATE
004370     MOVE "NEW" TO WS-DL-STATUS
004380     MOVE WS-PICK-YEAR TO WS-DL-YEAR
004390     MOVE "-" TO WS-DL-DASH
004400     MOVE WS-PICK-SEQ TO WS-DL-SEQ
004410     MOVE WS-PICK-ANNIV TO WS-DL-ANNIV
004420     MOVE WS-PICK-TEXT TO WS-DL-TEXT
004430     MOVE WS-DETAIL-LINE TO REPORT-LINE
004440     WRITE REPORT-LINE
004450     IF WS-CAPTION NOT = SPACES
004460         MOVE SPACES TO REPORT-LINE
004470         MOVE WS-CAPTION TO REPORT-LINE (38:60)
004480         WRITE REPORT-LINE
004490     END-IF.
004500 2400-EXIT.
004510     EXIT.
004520*================================================================
004530* 2500-PRINT-NONE  -  A DATE NOTHING ON FILE CAN FILL
004540*================================================================
004550 2500-PRINT-NONE.
004560     ADD 1 TO WS-NO-CANDIDATE
004570     IF WS-COND-CODE < 4
004580         MOVE 4 TO WS-COND-CODE
004590     END-IF
004600     MOVE SPACES TO WS-DETAIL-LINE
004610     MOVE WS-TGT-DATE-N TO WS-DL-DATE
004620     MOVE "NONE" TO WS-DL-STATUS
004630     MOVE "NO ELIGIBLE HEADLINE EVENT - SET ONE WITH SHMMAINT F"
004640         TO WS-DL-TEXT
004650     MOVE WS-DETAIL-LINE TO REPORT-LINE
004660     WRITE REPORT-LINE.
004670 2500-EXIT.
004680     EXIT.
004690*================================================================
004700* 2900-ROLL-ONE-DAY  -  STEP THE TARGET DATE FORWARD ONE DAY
004710*================================================================
004720 2900-ROLL-ONE-DAY.
004730     MOVE WS-DAYS-IN-MONTH (WS-TGT-MONTH) TO WS-MONTH-DAYS
004740     IF WS-TGT-MONTH = 2
004750         DIVIDE WS-TGT-YEAR BY 4 GIVING WS-LEAP-REM
004760             REMAINDER WS-LEAP-REM
004770         IF WS-LEAP-REM = ZERO
004780             MOVE 29 TO WS-MONTH-DAYS
004790         END-IF
004800         DIVIDE WS-TGT-YEAR BY 100 GIVING WS-LEAP-REM
004810             REMAINDER WS-LEAP-REM
004820         IF WS-LEAP-REM = ZERO
004830             MOVE 28 TO WS-MONTH-DAYS
004840             DIVIDE WS-TGT-YEAR BY 400 GIVING WS-LEAP-REM
004850                 REMAINDER WS-LEAP-REM
004860             IF WS-LEAP-REM = ZERO
004870                 MOVE 29 TO WS-MONTH-DAYS
004880             END-IF
004890         END-IF
004900     END-IF
004910     ADD 1 TO WS-TGT-DAY
004920     IF WS-TGT-DAY > WS-MONTH-DAYS
004930         MOVE 1 TO WS-TGT-DAY
004940         ADD 1 TO WS-TGT-MONTH
004950         IF WS-TGT-MONTH > 12
004960             MOVE 1 TO WS-TGT-MONTH
004970             ADD 1 TO WS-TGT-YEAR
004980         END-IF
004990     END-IF.
005000 2900-EXIT.
005010     EXIT.
005020*================================================================
005030* 3000-PRINT-HEADER  -  REPORT TITLE AND COLUMN HEADINGS
005040*================================================================
005050 3000-PRINT-HEADER.
005060     MOVE SPACES TO REPORT-LINE
005070     STRING "SHMFEAT FEATURED EVENT CALENDAR - NEXT 30 DAYS "
005080         DELIMITED BY SIZE
005090         "AS OF " DELIMITED BY SIZE
005100         WS-TODAY DELIMITED BY SIZE
005110         " - FOR EDITOR SIGN-OFF" DELIMITED BY SIZE
005120         INTO REPORT-LINE
005130     END-STRING
005140     WRITE REPORT-LINE
005150     MOVE "EDITOR = KEYED IN SHMMAINT   PROPOSED = EARLIER FILL"
005160         TO REPORT-LINE
005170     WRITE REPORT-LINE
005180     MOVE "NEW = PROPOSED TONIGHT       NONE = NOTHING ELIGIBLE"
005190         TO REPORT-LINE
005200     WRITE REPORT-LINE
005210     MOVE SPACES TO REPORT-LINE
005220     WRITE REPORT-LINE
005230     MOVE "DATE      STATUS     EVENT      ANN  TEXT / CAPTION"
005240         TO REPORT-LINE
005250     WRITE REPORT-LINE.
005260 3000-EXIT.
005270     EXIT.
005280*================================================================
005290* 3500-CHECK-LOCK  -  IS SHMLOCK HELD, AND BY WHOM
005300*================================================================
005310 3500-CHECK-LOCK.
005320     MOVE "N" TO WS-LOCK-HELD-SW
005330     OPEN INPUT LOCK-FILE
005340     IF WS-LOK-STATUS NOT = "00"
005350         GO TO 3500-EXIT
005360     END-IF
005370     READ LOCK-FILE
005380         NOT AT END
005390             IF LOK-PROGRAM NOT = SPACES
005400                 SET WS-LOCK-HELD TO TRUE
005410             END-IF
005420     END-READ
005430     CLOSE LOCK-FILE.
005440 3500-EXIT.
005450     EXIT.
005460*================================================================
005470* 3600-TAKE-LOCK  -  WRITE OUR NAME ON SHMLOCK
005480*================================================================
005490 3600-TAKE-LOCK.
005500     OPEN OUTPUT LOCK-FILE
005510     MOVE SPACES TO LOK-RECORD
005520     MOVE "SHMFEAT" TO LOK-PROGRAM
005530     MOVE "BATCH" TO LOK-OPERATOR
005540     ACCEPT LOK-DATE FROM DATE YYYYMMDD
005550     ACCEPT LOK-TIME FROM TIME
005560     WRITE LOK-RECORD
005570     CLOSE LOCK-FILE
005580     SET WS-LOCK-TAKEN TO TRUE.
005590 3600-EXIT.
005600     EXIT.
005610*================================================================
005620* 3700-RELEASE-LOCK  -  CLEAR SHMLOCK ON THE WAY OUT
005630*================================================================
005640 3700-RELEASE-LOCK.
005650     OPEN OUTPUT LOCK-FILE
005660     MOVE SPACES TO LOK-RECORD
005670     MOVE ZERO TO LOK-DATE
005680     MOVE ZERO TO LOK-TIME
005690     WRITE LOK-RECORD
005700     CLOSE LOCK-FILE
005710     MOVE "N" TO WS-LOCK-TAKEN-SW.
005720 3700-EXIT.
005730     EXIT.
005740*================================================================
005750* 4000-PRINT-TOTALS  -  RUN TOTALS AND THE SIGN-OFF BLOCK
005760*================================================================
005770 4000-PRINT-TOTALS.
005780     MOVE SPACES TO REPORT-LINE
005790     WRITE REPORT-LINE
005800     MOVE WS-ALREADY-SET TO WS-PRINT-COUNT
005810     MOVE "DATES ALREADY SET" TO WS-PRINT-LABEL
005820     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
005830     MOVE WS-PROPOSED TO WS-PRINT-COUNT
005840     MOVE "PROPOSED TONIGHT" TO WS-PRINT-LABEL
005850     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
005860     MOVE WS-NO-CANDIDATE TO WS-PRINT-COUNT
005870     MOVE "DATES WITH NO CANDIDATE" TO WS-PRINT-LABEL
005880     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
005890     MOVE WS-EXCEPTIONS TO WS-PRINT-COUNT
005900     MOVE "EXCEPTIONS" TO WS-PRINT-LABEL
005910     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
005920     MOVE SPACES TO REPORT-LINE
005930     WRITE REPORT-LINE
005940     MOVE "SIGNED OFF BY ____________________   DATE __________"
005950         TO REPORT-LINE
005960     WRITE REPORT-LINE.
005970 4000-EXIT.
005980     EXIT.
005990*================================================================
006000* 7100-PRINT-COUNT  -  ONE LABELLED TOTAL LINE
006010*================================================================
006020 7100-PRINT-COUNT.
006030     MOVE WS-PRINT-COUNT TO WS-TOTAL-ED
006040     MOVE SPACES TO REPORT-LINE
006050     STRING WS-PRINT-LABEL DELIMITED BY SIZE
006060         WS-TOTAL-ED DELIMITED BY SIZE
006070         INTO REPORT-LINE
006080     END-STRING
006090     WRITE REPORT-LINE.
006100 7100-EXIT.
006110     EXIT.
006120*================================================================
006130* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
006140*================================================================
006150 7750-LOG-RUN.
006160     IF NOT WS-RUN-OPEN
006170         GO TO 7750-EXIT
006180     END-IF
006190     MOVE SPACES TO RUN-RECORD
006200     ACCEPT RUN-DATE FROM DATE YYYYMMDD
006210     ACCEPT RUN-TIME FROM TIME
006220     MOVE "SHMFEAT" TO RUN-PROGRAM
006230     MOVE WS-RUN-EVENT TO RUN-EVENT
006240     MOVE WS-COND-CODE TO RUN-COND-CODE
006250     MOVE WS-RUN-COUNT TO RUN-COUNT
006260     WRITE RUN-RECORD.
006270 7750-EXIT.
006280     EXIT.
006290*================================================================
006300* 8000-TERMINATE
006310*================================================================
006320 8000-TERMINATE.
006330     CLOSE EVENT-FILE
006340     CLOSE FEAT-FILE
006350     CLOSE REPORT-FILE
006360     DISPLAY "SHMFEAT - DATES ALREADY SET  : " WS-ALREADY-SET
006370     DISPLAY "SHMFEAT - PROPOSED TONIGHT   : " WS-PROPOSED
006380     DISPLAY "SHMFEAT - NO CANDIDATE       : " WS-NO-CANDIDATE
006390     DISPLAY "SHMFEAT - EXCEPTIONS         : " WS-EXCEPTIONS.
006400*================================================================
006410* 9999-EXIT
006420*================================================================
006430 9999-EXIT.
006440     IF WS-LOCK-TAKEN
006450         PERFORM 3700-RELEASE-LOCK THRU 3700-EXIT
006460     END-IF
006470     MOVE "END" TO WS-RUN-EVENT
006480     MOVE WS-PROPOSED TO WS-RUN-COUNT
006490     PERFORM 7750-LOG-RUN THRU 7750-EXIT
006500     IF WS-RUN-OPEN
006510         CLOSE RUN-FILE
006520     END-IF
006530     DISPLAY "SHMFEAT - CONDITION CODE     : " WS-COND-CODE
006540     MOVE WS-COND-CODE TO RETURN-CODE
006550     STOP RUN.
