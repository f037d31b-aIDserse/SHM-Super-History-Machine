000100*================================================================
000110* PROGRAM-ID SHMSLOD
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMSLOD.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   BATCH LOADER FOR THE SATELLITE FILES, SO A
000240*                  RESEARCHER'S FORTY NARRATIVE PARAGRAPHS OR
000250*                  THE AGENCY'S THREE HUNDRED ITALIAN TEXTS NO
000260*                  LONGER HAVE TO BE KEYED A LINE AT A TIME
000270*                  THROUGH THE SHMMAINT N/T/S/P/L SCREENS.
000280*                  SHMSLIN CARRIES PIPE-DELIMITED, TAG-LED ROWS
000290*                  IN THE STYLE SHMFEED WRITES, WITH AN ACTION
000300*                  CODE (A ADD, R REPLACE, D DELETE) AFTER THE
000310*                  TAG -
000320*                    NAR|A|YYYY|SSSS|LLL|TEXT     SHMNARR
000330*                    LNG|A|YYYY|SSSS|L|TEXT       SHMLANG
000340*                    CIT|A|YYYY|SSSS|CC|TEXT      SHMCITF
000350*                    EPL|A|YYYY|SSSS|PLACE        SHMEPLF
000360*                    XRF|A|YYYY|SSSS|YYYY|SSSS|REL SHMXREF
000370*                  EVERY ROW IS VALIDATED BEFORE IT IS APPLIED -
000380*                  THE PARENT EVT-KEY MUST BE ON SHMEVTF, AN
000390*                  ADDED PLACE LINK'S CODE MUST BE ON SHMPLCF,
000400*                  AND BOTH ENDS OF AN XRF LINK MUST BE ON
000410*                  SHMEVTF. REJECTS GO TO THE SHMSLERR
000420*                  EXCEPTIONS REPORT WITH THE REASON. THE RUN
000430*                  TAKES THE SHMLOCK WRITER LOCK THE WAY
000440*                  SHMLOAD DELTA DOES AND LOGS START AND END
000450*                  ROWS TO SHMRUNH. CC 0 CLEAN, CC 4 WHEN ANY
000460*                  ROW WAS REJECTED, CC 8 FOR A HELD LOCK, A
000470*                  MISSING SHMEVTF OR A MISSING SHMSLIN.
000472* 2026-10-15 RPK   AN ADDED OR REPLACED LNG TEXT IS STAMPED WITH
000474*                  TODAY AS ITS LNG-KEYED-DATE AND ITS STALE
000476*                  FLAG CLEARED, AS SHMMAINT NOW DOES.
000480*================================================================
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT INBOUND-FILE ASSIGN TO "SHMSLIN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-IN-STATUS.
000580     SELECT ERROR-FILE ASSIGN TO "SHMSLERR"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS EVT-KEY OF EVT-RECORD
000640         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-EVT-STATUS.
000670     SELECT NARR-FILE ASSIGN TO "SHMNARR"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS NAR-KEY OF NAR-RECORD
000710         FILE STATUS IS WS-NAR-STATUS.
000720     SELECT LANG-FILE ASSIGN TO "SHMLANG"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS LNG-KEY OF LNG-RECORD
000760         FILE STATUS IS WS-LNG-STATUS.
000770     SELECT CITE-FILE ASSIGN TO "SHMCITF"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CIT-KEY OF CIT-RECORD
000810         FILE STATUS IS WS-CIT-STATUS.
000820     SELECT PLACE-FILE ASSIGN TO "SHMPLCF"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS PLC-CODE OF PLC-RECORD
000860         FILE STATUS IS WS-PLC-STATUS.
000870     SELECT EPLNK-FILE ASSIGN TO "SHMEPLF"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS EPL-KEY OF EPL-RECORD
000910         FILE STATUS IS WS-EPL-STATUS.
000920     SELECT XREF-FILE ASSIGN TO "SHMXREF"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS XRF-KEY OF XRF-RECORD
000960         FILE STATUS IS WS-XRF-STATUS.
000970     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-RUN-STATUS.
001000     SELECT LOCK-FILE ASSIGN TO "SHMLOCK"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-LOK-STATUS.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  INBOUND-FILE
001060     RECORD CONTAINS 260 CHARACTERS.
001070 01  IN-LINE                   PIC X(260).
001080 FD  ERROR-FILE
001090     RECORD CONTAINS 132 CHARACTERS.
001100 01  ERROR-LINE                PIC X(132).
001110 FD  EVENT-FILE
001120     RECORD CONTAINS 240 CHARACTERS.
001130     COPY EVTREC.
001140 FD  NARR-FILE
001150     RECORD CONTAINS 140 CHARACTERS.
001160     COPY NARREC.
001170 FD  LANG-FILE
001180     RECORD CONTAINS 220 CHARACTERS.
001190     COPY LNGREC.
001200 FD  CITE-FILE
001210     RECORD CONTAINS 100 CHARACTERS.
001220     COPY CITREC.
001230 FD  PLACE-FILE
001240     RECORD CONTAINS 40 CHARACTERS.
001250     COPY PLCREC.
001260 FD  EPLNK-FILE
001270     RECORD CONTAINS 20 CHARACTERS.
001280     COPY EPLREC.
001290 FD  XREF-FILE
001300     RECORD CONTAINS 40 CHARACTERS.
001310     COPY XRFREC.
001320 FD  RUN-FILE
001330     RECORD CONTAINS 40 CHARACTERS.
001340     COPY RUNREC.
001350 FD  LOCK-FILE
001360     RECORD CONTAINS 40 CHARACTERS.
001370     COPY LOKREC.
001380 WORKING-STORAGE SECTION.
001390 01  WS-IN-STATUS              PIC X(02) VALUE "00".
001400 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
001410 01  WS-NAR-STATUS             PIC X(02) VALUE "00".
001420 01  WS-LNG-STATUS             PIC X(02) VALUE "00".
001430 01  WS-CIT-STATUS             PIC X(02) VALUE "00".
001440 01  WS-PLC-STATUS             PIC X(02) VALUE "00".
001450 01  WS-EPL-STATUS             PIC X(02) VALUE "00".
001460 01  WS-XRF-STATUS             PIC X(02) VALUE "00".
001470 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
001480 01  WS-LOK-STATUS             PIC X(02) VALUE "00".
001490 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
001500     88  WS-RUN-OPEN               VALUE "Y".
001510 01  WS-RUN-EVENT              PIC X(05).
001520 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
001530 01  WS-LOCK-HELD-SW           PIC X(01) VALUE "N".
001540     88  WS-LOCK-HELD              VALUE "Y".
001550 01  WS-LOCK-TAKEN-SW          PIC X(01) VALUE "N".
001560     88  WS-LOCK-TAKEN             VALUE "Y".
001570 01  WS-SWITCHES.
001580     05  WS-EOF-SW             PIC X(01) VALUE "N".
001590         88  WS-EOF                VALUE "Y".
001600     05  WS-PLC-AVAIL-SW       PIC X(01) VALUE "N".
001610         88  WS-PLC-AVAIL          VALUE "Y".
001620     05  WS-ROW-BAD-SW         PIC X(01) VALUE "N".
001630         88  WS-ROW-BAD            VALUE "Y".
001640 01  WS-ROW-FIELDS.
001650     05  WS-ROW-TAG            PIC X(03).
001660         88  WS-TAG-NAR            VALUE "NAR".
001670         88  WS-TAG-LNG            VALUE "LNG".
001680         88  WS-TAG-CIT            VALUE "CIT".
001690         88  WS-TAG-EPL            VALUE "EPL".
001700         88  WS-TAG-XRF            VALUE "XRF".
001710     05  WS-ROW-ACTION         PIC X(01).
001720         88  WS-ACT-ADD            VALUE "A".
001730         88  WS-ACT-REPLACE        VALUE "R".
001740         88  WS-ACT-DELETE         VALUE "D".
001750     05  WS-ROW-YEAR           PIC X(04).
001760     05  WS-ROW-SEQ            PIC X(04).
001770     05  WS-ROW-F3             PIC X(08).
001780     05  WS-ROW-F4             PIC X(200).
001790     05  WS-ROW-F5             PIC X(10).
001800     05  WS-ROW-F6             PIC X(10).
001810 01  WS-ROW-KEY.
001820     05  WS-KEY-YEAR           PIC 9(04).
001830     05  WS-KEY-SEQ            PIC 9(04).
001840 01  WS-ROW-TO-KEY.
001850     05  WS-TO-YEAR            PIC 9(04).
001860     05  WS-TO-SEQ             PIC 9(04).
001870 01  WS-ROW-LINE-NO            PIC 9(03).
001880 01  WS-ROW-CITE-NO            PIC 9(02).
001890 01  WS-REJECT-REASON          PIC X(44).
001900 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001910 01  WS-COUNTERS.
001920     05  WS-ROWS-READ          PIC 9(07) COMP VALUE ZERO.
001930     05  WS-ROWS-ADDED         PIC 9(07) COMP VALUE ZERO.
001940     05  WS-ROWS-REPLACED      PIC 9(07) COMP VALUE ZERO.
001950     05  WS-ROWS-DELETED       PIC 9(07) COMP VALUE ZERO.
001960     05  WS-ROWS-REJECTED      PIC 9(07) COMP VALUE ZERO.
001970     05  WS-NAR-APPLIED        PIC 9(07) COMP VALUE ZERO.
001980     05  WS-LNG-APPLIED        PIC 9(07) COMP VALUE ZERO.
001990     05  WS-CIT-APPLIED        PIC 9(07) COMP VALUE ZERO.
002000     05  WS-EPL-APPLIED        PIC 9(07) COMP VALUE ZERO.
002010     05  WS-XRF-APPLIED        PIC 9(07) COMP VALUE ZERO.
002020 PROCEDURE DIVISION.
002030*================================================================
002040* 0000-MAINLINE
002050*================================================================
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002080     IF WS-COND-CODE = 8
002090         GO TO 9999-EXIT
002100     END-IF
002110     PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
002120         UNTIL WS-EOF
002130     PERFORM 8000-TERMINATE
002140     GO TO 9999-EXIT.
002150*================================================================
002160* 1000-INITIALIZE  -  RUN HISTORY, WRITER LOCK, THEN OPENS
002170*================================================================
002180 1000-INITIALIZE.
002190     OPEN EXTEND RUN-FILE
002200     IF WS-RUN-STATUS = "00"
002210         SET WS-RUN-OPEN TO TRUE
002220         MOVE "START" TO WS-RUN-EVENT
002230         MOVE ZERO TO WS-RUN-COUNT
002240         PERFORM 7750-LOG-RUN THRU 7750-EXIT
002250     END-IF
002260     DISPLAY "SHMSLOD - SATELLITE FILE BATCH LOAD"
002270     PERFORM 1300-CHECK-LOCK THRU 1300-EXIT
002280     IF WS-LOCK-HELD
002290         DISPLAY "SHMSLOD - SHMEVTF WRITER LOCK HELD BY "
002300             LOK-PROGRAM " OPERATOR " LOK-OPERATOR
002310             " SINCE " LOK-DATE " " LOK-TIME
002320         DISPLAY "SHMSLOD - LOAD REFUSED - RERUN WHEN THE "
002330             "LOCK CLEARS"
002340         MOVE 8 TO WS-COND-CODE
002350         GO TO 1000-EXIT
002360     END-IF
002370     PERFORM 1400-TAKE-LOCK THRU 1400-EXIT
002380     OPEN INPUT INBOUND-FILE
002390     IF WS-IN-STATUS NOT = "00"
002400         DISPLAY "SHMSLOD - SHMSLIN NOT FOUND - NOTHING TO LOAD"
002410         MOVE 8 TO WS-COND-CODE
002420         GO TO 1000-EXIT
002430     END-IF
002440     OPEN INPUT EVENT-FILE
002450     IF WS-EVT-STATUS NOT = "00"
002460         DISPLAY "SHMEVTF NOT FOUND - RUN SHMLOAD FIRST"
002470         CLOSE INBOUND-FILE
002480         MOVE 8 TO WS-COND-CODE
002490         GO TO 1000-EXIT
002500     END-IF
002510     OPEN I-O NARR-FILE
002520     IF WS-NAR-STATUS NOT = "00"
002530         OPEN OUTPUT NARR-FILE
002540         CLOSE NARR-FILE
002550         OPEN I-O NARR-FILE
002560     END-IF
002570     OPEN I-O LANG-FILE
002580     IF WS-LNG-STATUS NOT = "00"
002590         OPEN OUTPUT LANG-FILE
002600         CLOSE LANG-FILE
002610         OPEN I-O LANG-FILE
002620     END-IF
002630     OPEN I-O CITE-FILE
002640     IF WS-CIT-STATUS NOT = "00"
002650         OPEN OUTPUT CITE-FILE
002660         CLOSE CITE-FILE
002670         OPEN I-O CITE-FILE
002680     END-IF
002690     OPEN I-O EPLNK-FILE
002700     IF WS-EPL-STATUS NOT = "00"
002710         OPEN OUTPUT EPLNK-FILE
002720         CLOSE EPLNK-FILE
002730         OPEN I-O EPLNK-FILE
002740     END-IF
002750     OPEN I-O XREF-FILE
002760     IF WS-XRF-STATUS NOT = "00"
002770         OPEN OUTPUT XREF-FILE
002780         CLOSE XREF-FILE
002790         OPEN I-O XREF-FILE
002800     END-IF
002810     OPEN INPUT PLACE-FILE
002820     IF WS-PLC-STATUS = "00"
002830         SET WS-PLC-AVAIL TO TRUE
002840     END-IF
002850     OPEN OUTPUT ERROR-FILE
002860     MOVE "SHMSLOD SATELLITE LOAD EXCEPTIONS REPORT"
002870         TO ERROR-LINE
002880     WRITE ERROR-LINE
002890     READ INBOUND-FILE
002900         AT END
002910             SET WS-EOF TO TRUE
002920     END-READ.
002930 1000-EXIT.
002940     EXIT.
002950*================================================================
002960* 1300-CHECK-LOCK  -  IS SHMLOCK HELD, AND BY WHOM
002970*================================================================
002980 1300-CHECK-LOCK.
002990     MOVE "N" TO WS-LOCK-HELD-SW
003000     OPEN INPUT LOCK-FILE
003010     IF WS-LOK-STATUS NOT = "00"
003020         GO TO 1300-EXIT
003030     END-IF
003040     READ LOCK-FILE
003050         NOT AT END
003060             IF LOK-PROGRAM NOT = SPACES
003070                 SET WS-LOCK-HELD TO TRUE
003080             END-IF
003090     END-READ
003100     CLOSE LOCK-FILE.
003110 1300-EXIT.
003120     EXIT.
003130*================================================================
003140* 1400-TAKE-LOCK  -  WRITE OUR NAME ON SHMLOCK
003150*================================================================
003160 1400-TAKE-LOCK.
003170     OPEN OUTPUT LOCK-FILE
003180     MOVE SPACES TO LOK-RECORD
003190     MOVE "SHMSLOD" TO LOK-PROGRAM
003200     MOVE "BATCH" TO LOK-OPERATOR
003210     ACCEPT LOK-DATE FROM DATE YYYYMMDD
003220     ACCEPT LOK-TIME FROM TIME
003230     WRITE LOK-RECORD
003240     CLOSE LOCK-FILE
003250     SET WS-LOCK-TAKEN TO TRUE.
003260 1400-EXIT.
003270     EXIT.
003280*================================================================
003290* 2000-LOAD-ONE-ROW  -  SPLIT, VALIDATE AND APPLY ONE INBOUND
003300*                       ROW, THEN READ THE NEXT
003310*================================================================
003320 2000-LOAD-ONE-ROW.
003330     IF IN-LINE = SPACES
003340         GO TO 2000-READ-NEXT
003350     END-IF
003360     ADD 1 TO WS-ROWS-READ
003370     MOVE "N" TO WS-ROW-BAD-SW
003380     PERFORM 2100-SPLIT-ROW THRU 2100-EXIT
003390     IF WS-ROW-BAD
003400         GO TO 2000-READ-NEXT
003410     END-IF
003420     PERFORM 2200-CHECK-PARENT THRU 2200-EXIT
003430     IF WS-ROW-BAD
003440         GO TO 2000-READ-NEXT
003450     END-IF
003460     EVALUATE TRUE
003470         WHEN WS-TAG-NAR
003480             PERFORM 3000-LOAD-NAR THRU 3000-EXIT
003490         WHEN WS-TAG-LNG
003500             PERFORM 3100-LOAD-LNG THRU 3100-EXIT
003510         WHEN WS-TAG-CIT
003520             PERFORM 3200-LOAD-CIT THRU 3200-EXIT
003530         WHEN WS-TAG-EPL
003540             PERFORM 3300-LOAD-EPL THRU 3300-EXIT
003550         WHEN WS-TAG-XRF
003560             PERFORM 3400-LOAD-XRF THRU 3400-EXIT
003570     END-EVALUATE.
003580 2000-READ-NEXT.
003590     READ INBOUND-FILE
003600         AT END
003610             SET WS-EOF TO TRUE
003620     END-READ.
003630 2000-EXIT.
003640     EXIT.
003650*================================================================
003660* 2100-SPLIT-ROW  -  TAG, ACTION AND KEY OFF THE PIPE-DELIMITED
003670*                    ROW, WITH THE CHECKS COMMON TO EVERY TAG
003680*================================================================
003690 2100-SPLIT-ROW.
003700     MOVE SPACES TO WS-ROW-FIELDS
003710     UNSTRING IN-LINE DELIMITED BY "|"
003720         INTO WS-ROW-TAG WS-ROW-ACTION WS-ROW-YEAR WS-ROW-SEQ
003730             WS-ROW-F3 WS-ROW-F4 WS-ROW-F5 WS-ROW-F6
003740     END-UNSTRING
003750     INSPECT WS-ROW-TAG CONVERTING
003760         "abcdefghijklmnopqrstuvwxyz" TO
003770         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003780     INSPECT WS-ROW-ACTION CONVERTING "ard" TO "ARD"
003790     IF NOT WS-TAG-NAR AND NOT WS-TAG-LNG AND NOT WS-TAG-CIT
003800             AND NOT WS-TAG-EPL AND NOT WS-TAG-XRF
003810         MOVE "UNKNOWN ROW TAG - NOT NAR LNG CIT EPL OR XRF"
003820             TO WS-REJECT-REASON
003830         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
003840         GO TO 2100-EXIT
003850     END-IF
003860     IF NOT WS-ACT-ADD AND NOT WS-ACT-REPLACE
003870             AND NOT WS-ACT-DELETE
003880         MOVE "INVALID ACTION CODE - MUST BE A R OR D"
003890             TO WS-REJECT-REASON
003900         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
003910         GO TO 2100-EXIT
003920     END-IF
003930     IF WS-ROW-YEAR NOT NUMERIC OR WS-ROW-SEQ NOT NUMERIC
003940         MOVE "YEAR/SEQ-NO MUST BE 4 DIGITS EACH"
003950             TO WS-REJECT-REASON
003960         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
003970         GO TO 2100-EXIT
003980     END-IF
003990     MOVE WS-ROW-YEAR TO WS-KEY-YEAR
004000     MOVE WS-ROW-SEQ TO WS-KEY-SEQ
004010     IF WS-ROW-F6 NOT = SPACES
004020             OR (NOT WS-TAG-XRF AND WS-ROW-F5 NOT = SPACES)
004030         MOVE "TOO MANY FIELDS - STRAY | IN THE ROW"
004040             TO WS-REJECT-REASON
004050         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004060     END-IF.
004070 2100-EXIT.
004080     EXIT.
004090*================================================================
004100* 2200-CHECK-PARENT  -  THE PARENT EVT-KEY MUST BE ON SHMEVTF
004110*================================================================
004120 2200-CHECK-PARENT.
004130     MOVE WS-KEY-YEAR TO EVT-YEAR OF EVT-RECORD
004140     MOVE WS-KEY-SEQ TO EVT-SEQ-NO OF EVT-RECORD
004150     READ EVENT-FILE
004160         INVALID KEY
004170             MOVE "PARENT EVT-KEY NOT ON SHMEVTF"
004180                 TO WS-REJECT-REASON
004190             PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004200     END-READ.
004210 2200-EXIT.
004220     EXIT.
004230*================================================================
004240* 3000-LOAD-NAR  -  ONE SHMNARR LINE
004250*================================================================
004260 3000-LOAD-NAR.
004270     IF WS-ROW-F3(1:3) NOT NUMERIC OR WS-ROW-F3(4:5) NOT = SPACES
004280         MOVE "NARRATIVE LINE NO MUST BE 3 DIGITS"
004290             TO WS-REJECT-REASON
004300         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004310         GO TO 3000-EXIT
004320     END-IF
004330     MOVE WS-ROW-F3(1:3) TO WS-ROW-LINE-NO
004340     IF WS-ROW-LINE-NO = ZERO
004350         MOVE "NARRATIVE LINE NO MUST NOT BE ZERO"
004360             TO WS-REJECT-REASON
004370         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004380         GO TO 3000-EXIT
004390     END-IF
004400     IF NOT WS-ACT-DELETE
004410         IF WS-ROW-F4 = SPACES
004420             MOVE "NARRATIVE TEXT MISSING" TO WS-REJECT-REASON
004430             PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004440             GO TO 3000-EXIT
004450         END-IF
004460         IF WS-ROW-F4(121:80) NOT = SPACES
004470             MOVE "NARRATIVE TEXT LONGER THAN 120 CHARACTERS"
004480                 TO WS-REJECT-REASON
004490             PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004500             GO TO 3000-EXIT
004510         END-IF
004520     END-IF
004530     MOVE SPACES TO NAR-RECORD
004540     MOVE WS-KEY-YEAR TO NAR-YEAR OF NAR-RECORD
004550     MOVE WS-KEY-SEQ TO NAR-SEQ-NO OF NAR-RECORD
004560     MOVE WS-ROW-LINE-NO TO NAR-LINE-NO OF NAR-RECORD
004570     EVALUATE TRUE
004580         WHEN WS-ACT-ADD
004590             MOVE WS-ROW-F4 TO NAR-TEXT OF NAR-RECORD
004600             WRITE NAR-RECORD
004610                 INVALID KEY
004620                     MOVE "DUPLICATE ADD - LINE ALREADY ON FILE"
004630                         TO WS-REJECT-REASON
004640                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004650                     GO TO 3000-EXIT
004660             END-WRITE
004670             ADD 1 TO WS-ROWS-ADDED
004680         WHEN WS-ACT-REPLACE
004690             READ NARR-FILE
004700                 INVALID KEY
004710                     MOVE "REPLACE - NO MATCHING SHMNARR LINE"
004720                         TO WS-REJECT-REASON
004730                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004740                     GO TO 3000-EXIT
004750             END-READ
004760             MOVE WS-ROW-F4 TO NAR-TEXT OF NAR-RECORD
004770             REWRITE NAR-RECORD
004780             END-REWRITE
004790             ADD 1 TO WS-ROWS-REPLACED
004800         WHEN WS-ACT-DELETE
004810             DELETE NARR-FILE RECORD
004820                 INVALID KEY
004830                     MOVE "DELETE - NO MATCHING SHMNARR LINE"
004840                         TO WS-REJECT-REASON
004850                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004860                     GO TO 3000-EXIT
004870             END-DELETE
004880             ADD 1 TO WS-ROWS-DELETED
004890     END-EVALUATE
004900     ADD 1 TO WS-NAR-APPLIED.
004910 3000-EXIT.
004920     EXIT.
004930*================================================================
004940* 3100-LOAD-LNG  -  ONE SHMLANG TEXT
004950*================================================================
004960 3100-LOAD-LNG.
004970     INSPECT WS-ROW-F3 CONVERTING "ei" TO "EI"
004980     IF (WS-ROW-F3(1:1) NOT = "E" AND WS-ROW-F3(1:1) NOT = "I")
004990             OR WS-ROW-F3(2:7) NOT = SPACES
005000         MOVE "LANGUAGE CODE MUST BE E OR I"
005010             TO WS-REJECT-REASON
005020         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005030         GO TO 3100-EXIT
005040     END-IF
005050     IF NOT WS-ACT-DELETE AND WS-ROW-F4 = SPACES
005060         MOVE "TRANSLATED TEXT MISSING" TO WS-REJECT-REASON
005070         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005080         GO TO 3100-EXIT
005090     END-IF
005100     MOVE SPACES TO LNG-RECORD
005110     MOVE WS-KEY-YEAR TO LNG-YEAR OF LNG-RECORD
005120     MOVE WS-KEY-SEQ TO LNG-SEQ-NO OF LNG-RECORD
005130     MOVE WS-ROW-F3(1:1) TO LNG-LANG-CD OF LNG-RECORD
005140     EVALUATE TRUE
005150         WHEN WS-ACT-ADD
005160             MOVE WS-ROW-F4 TO LNG-TEXT OF LNG-RECORD
005162             ACCEPT LNG-KEYED-DATE OF LNG-RECORD
005164                 FROM DATE YYYYMMDD
005166             MOVE "N" TO LNG-STALE-SW OF LNG-RECORD
005170             WRITE LNG-RECORD
005180                 INVALID KEY
005190                     MOVE "DUPLICATE ADD - TEXT ALREADY ON FILE"
005200                         TO WS-REJECT-REASON
005210                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005220                     GO TO 3100-EXIT
005230             END-WRITE
005240             ADD 1 TO WS-ROWS-ADDED
005250         WHEN WS-ACT-REPLACE
005260             READ LANG-FILE
005270                 INVALID KEY
005280                     MOVE "REPLACE - NO MATCHING SHMLANG TEXT"
005290                         TO WS-REJECT-REASON
005300                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005310                     GO TO 3100-EXIT
005320             END-READ
005330             MOVE WS-ROW-F4 TO LNG-TEXT OF LNG-RECORD
005332             ACCEPT LNG-KEYED-DATE OF LNG-RECORD
005334                 FROM DATE YYYYMMDD
005336             MOVE "N" TO LNG-STALE-SW OF LNG-RECORD
005340             REWRITE LNG-RECORD
005350             END-REWRITE
005360             ADD 1 TO WS-ROWS-REPLACED
005370         WHEN WS-ACT-DELETE
005380             DELETE LANG-FILE RECORD
005390                 INVALID KEY
005400                     MOVE "DELETE - NO MATCHING SHMLANG TEXT"
005410                         TO WS-REJECT-REASON
005420                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005430                     GO TO 3100-EXIT
005440             END-DELETE
005450             ADD 1 TO WS-ROWS-DELETED
005460     END-EVALUATE
005470     ADD 1 TO WS-LNG-APPLIED.
005480 3100-EXIT.
005490     EXIT.
005500*================================================================
005510* 3200-LOAD-CIT  -  ONE SHMCITF CITATION
005520*================================================================
005530 3200-LOAD-CIT.
005540     IF WS-ROW-F3(1:2) NOT NUMERIC OR WS-ROW-F3(3:6) NOT = SPACES
005550         MOVE "CITE NO MUST BE 2 DIGITS" TO WS-REJECT-REASON
005560         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005570         GO TO 3200-EXIT
005580     END-IF
005590     MOVE WS-ROW-F3(1:2) TO WS-ROW-CITE-NO
005600     IF WS-ROW-CITE-NO = ZERO
005610         MOVE "CITE NO MUST NOT BE ZERO" TO WS-REJECT-REASON
005620         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005630         GO TO 3200-EXIT
005640     END-IF
005650     IF NOT WS-ACT-DELETE
005660         IF WS-ROW-F4 = SPACES
005670             MOVE "CITATION TEXT MISSING" TO WS-REJECT-REASON
005680             PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005690             GO TO 3200-EXIT
005700         END-IF
005710         IF WS-ROW-F4(81:120) NOT = SPACES
005720             MOVE "CITATION TEXT LONGER THAN 80 CHARACTERS"
005730                 TO WS-REJECT-REASON
005740             PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005750             GO TO 3200-EXIT
005760         END-IF
005770     END-IF
005780     MOVE SPACES TO CIT-RECORD
005790     MOVE WS-KEY-YEAR TO CIT-YEAR OF CIT-RECORD
005800     MOVE WS-KEY-SEQ TO CIT-SEQ-NO OF CIT-RECORD
005810     MOVE WS-ROW-CITE-NO TO CIT-CITE-NO OF CIT-RECORD
005820     EVALUATE TRUE
005830         WHEN WS-ACT-ADD
005840             MOVE WS-ROW-F4 TO CIT-TEXT OF CIT-RECORD
005850             WRITE CIT-RECORD
005860                 INVALID KEY
005870                     MOVE "DUPLICATE ADD - CITE ALREADY ON FILE"
005880                         TO WS-REJECT-REASON
005890                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005900                     GO TO 3200-EXIT
005910             END-WRITE
005920             ADD 1 TO WS-ROWS-ADDED
005930         WHEN WS-ACT-REPLACE
005940             READ CITE-FILE
005950                 INVALID KEY
005960                     MOVE "REPLACE - NO MATCHING SHMCITF CITE"
005970                         TO WS-REJECT-REASON
005980                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
005990                     GO TO 3200-EXIT
006000             END-READ
006010             MOVE WS-ROW-F4 TO CIT-TEXT OF CIT-RECORD
006020             REWRITE CIT-RECORD
006030             END-REWRITE
006040             ADD 1 TO WS-ROWS-REPLACED
006050         WHEN WS-ACT-DELETE
006060             DELETE CITE-FILE RECORD
006070                 INVALID KEY
006080                     MOVE "DELETE - NO MATCHING SHMCITF CITE"
006090                         TO WS-REJECT-REASON
006100                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
006110                     GO TO 3200-EXIT
006120             END-DELETE
006130             ADD 1 TO WS-ROWS-DELETED
006140     END-EVALUATE
006150     ADD 1 TO WS-CIT-APPLIED.
006160 3200-EXIT.
006170     EXIT.
006180*================================================================
006190* 3300-LOAD-EPL  -  ONE SHMEPLF EVENT-PLACE LINK. THE ROW IS ALL
006200*                   KEY, SO THERE IS NOTHING TO REPLACE
006210*================================================================
006220 3300-LOAD-EPL.
006230     INSPECT WS-ROW-F3 CONVERTING
006240         "abcdefghijklmnopqrstuvwxyz" TO
006250         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006260     IF WS-ROW-F3 = SPACES OR WS-ROW-F4 NOT = SPACES
006270         MOVE "PLACE CODE MISSING OR LONGER THAN 8"
006280             TO WS-REJECT-REASON
006290         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
006300         GO TO 3300-EXIT
006310     END-IF
006320     IF WS-ACT-REPLACE
006330         MOVE "REPLACE NOT VALID - EPL ROW IS ALL KEY"
006340             TO WS-REJECT-REASON
006350         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
006360         GO TO 3300-EXIT
006370     END-IF
006380     IF WS-ACT-ADD
006390         IF NOT WS-PLC-AVAIL
006400             MOVE "SHMPLCF PLACE REGISTER NOT ON LINE"
006410                 TO WS-REJECT-REASON
006420             PERFORM 3900-REJECT-ROW THRU 3900-EXIT
006430             GO TO 3300-EXIT
006440         END-IF
006450         MOVE WS-ROW-F3 TO PLC-CODE OF PLC-RECORD
006460         READ PLACE-FILE
006470             INVALID KEY
006480                 MOVE "PLACE CODE NOT ON THE SHMPLCF REGISTER"
006490                     TO WS-REJECT-REASON
006500                 PERFORM 3900-REJECT-ROW THRU 3900-EXIT
006510                 GO TO 3300-EXIT
006520         END-READ
006530     END-IF
006540     MOVE SPACES TO EPL-RECORD
006550     MOVE WS-KEY-YEAR TO EPL-YEAR OF EPL-RECORD
006560     MOVE WS-KEY-SEQ TO EPL-SEQ-NO OF EPL-RECORD
006570     MOVE WS-ROW-F3 TO EPL-PLACE OF EPL-RECORD
006580     IF WS-ACT-ADD
006590         WRITE EPL-RECORD
006600             INVALID KEY
006610                 MOVE "DUPLICATE ADD - LINK ALREADY ON FILE"
006620                     TO WS-REJECT-REASON
006630                 PERFORM 3900-REJECT-ROW THRU 3900-EXIT
006640                 GO TO 3300-EXIT
006650         END-WRITE
006660         ADD 1 TO WS-ROWS-ADDED
006670     ELSE
006680         DELETE EPLNK-FILE RECORD
006690             INVALID KEY
006700                 MOVE "DELETE - NO MATCHING SHMEPLF LINK"
006710                     TO WS-REJECT-REASON
006720                 PERFORM 3900-REJECT-ROW THRU 3900-EXIT
006730                 GO TO 3300-EXIT
006740         END-DELETE
006750         ADD 1 TO WS-ROWS-DELETED
006760     END-IF
006770     ADD 1 TO WS-EPL-APPLIED.
006780 3300-EXIT.
006790     EXIT.
006800*================================================================
006810* 3400-LOAD-XRF  -  ONE SHMXREF LINK - BOTH ENDS MUST BE ON FILE
006820*================================================================
006830 3400-LOAD-XRF.
006840     IF WS-ROW-F3(1:4) NOT NUMERIC OR WS-ROW-F3(5:4) NOT = SPACES
006850             OR WS-ROW-F4(1:4) NOT NUMERIC
006860             OR WS-ROW-F4(5:196) NOT = SPACES
006870         MOVE "LINKED-TO YEAR/SEQ-NO MUST BE 4 DIGITS EACH"
006880             TO WS-REJECT-REASON
006890         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
006900         GO TO 3400-EXIT
006910     END-IF
006920     MOVE WS-ROW-F3(1:4) TO WS-TO-YEAR
006930     MOVE WS-ROW-F4(1:4) TO WS-TO-SEQ
006940     MOVE WS-TO-YEAR TO EVT-YEAR OF EVT-RECORD
006950     MOVE WS-TO-SEQ TO EVT-SEQ-NO OF EVT-RECORD
006960     READ EVENT-FILE
006970         INVALID KEY
006980             MOVE "LINKED-TO EVT-KEY NOT ON SHMEVTF"
006990                 TO WS-REJECT-REASON
007000             PERFORM 3900-REJECT-ROW THRU 3900-EXIT
007010             GO TO 3400-EXIT
007020     END-READ
007030     INSPECT WS-ROW-F5 CONVERTING
007040         "abcdefghijklmnopqrstuvwxyz" TO
007050         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007060     MOVE SPACES TO XRF-RECORD
007070     MOVE WS-KEY-YEAR TO XRF-FROM-YEAR OF XRF-RECORD
007080     MOVE WS-KEY-SEQ TO XRF-FROM-SEQ OF XRF-RECORD
007090     MOVE WS-TO-YEAR TO XRF-TO-YEAR OF XRF-RECORD
007100     MOVE WS-TO-SEQ TO XRF-TO-SEQ OF XRF-RECORD
007110     EVALUATE TRUE
007120         WHEN WS-ACT-ADD
007130             MOVE WS-ROW-F5 TO XRF-RELATION OF XRF-RECORD
007140             WRITE XRF-RECORD
007150                 INVALID KEY
007160                     MOVE "DUPLICATE ADD - LINK ALREADY ON FILE"
007170                         TO WS-REJECT-REASON
007180                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
007190                     GO TO 3400-EXIT
007200             END-WRITE
007210             ADD 1 TO WS-ROWS-ADDED
007220         WHEN WS-ACT-REPLACE
007230             READ XREF-FILE
007240                 INVALID KEY
007250                     MOVE "REPLACE - NO MATCHING SHMXREF LINK"
007260                         TO WS-REJECT-REASON
007270                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
007280                     GO TO 3400-EXIT
007290             END-READ
007300             MOVE WS-ROW-F5 TO XRF-RELATION OF XRF-RECORD
007310             REWRITE XRF-RECORD
007320             END-REWRITE
007330             ADD 1 TO WS-ROWS-REPLACED
007340         WHEN WS-ACT-DELETE
007350             DELETE XREF-FILE RECORD
007360                 INVALID KEY
007370                     MOVE "DELETE - NO MATCHING SHMXREF LINK"
007380                         TO WS-REJECT-REASON
007390                     PERFORM 3900-REJECT-ROW THRU 3900-EXIT
007400                     GO TO 3400-EXIT
007410             END-DELETE
007420             ADD 1 TO WS-ROWS-DELETED
007430     END-EVALUATE
007440     ADD 1 TO WS-XRF-APPLIED.
007450 3400-EXIT.
007460     EXIT.
007470*================================================================
007480* 3900-REJECT-ROW  -  ONE EXCEPTION LINE WITH THE REASON
007490*================================================================
007500 3900-REJECT-ROW.
007510     SET WS-ROW-BAD TO TRUE
007520     ADD 1 TO WS-ROWS-REJECTED
007530     IF WS-COND-CODE < 4
007540         MOVE 4 TO WS-COND-CODE
007550     END-IF
007560     MOVE SPACES TO ERROR-LINE
007570     STRING "  " DELIMITED BY SIZE
007580         WS-ROW-TAG DELIMITED BY SIZE
007590         " " DELIMITED BY SIZE
007600         WS-ROW-ACTION DELIMITED BY SIZE
007610         " " DELIMITED BY SIZE
007620         WS-ROW-YEAR DELIMITED BY SIZE
007630         "-" DELIMITED BY SIZE
007640         WS-ROW-SEQ DELIMITED BY SIZE
007650         " " DELIMITED BY SIZE
007660         WS-ROW-F3 DELIMITED BY SIZE
007670         " " DELIMITED BY SIZE
007680         WS-REJECT-REASON DELIMITED BY SIZE
007690         INTO ERROR-LINE
007700     END-STRING
007710     WRITE ERROR-LINE.
007720 3900-EXIT.
007730     EXIT.
007740*================================================================
007750* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
007760*================================================================
007770 7750-LOG-RUN.
007780     IF NOT WS-RUN-OPEN
007790         GO TO 7750-EXIT
007800     END-IF
007810     MOVE SPACES TO RUN-RECORD
007820     ACCEPT RUN-DATE FROM DATE YYYYMMDD
007830     ACCEPT RUN-TIME FROM TIME
007840     MOVE "SHMSLOD" TO RUN-PROGRAM
007850     MOVE WS-RUN-EVENT TO RUN-EVENT
007860     MOVE WS-COND-CODE TO RUN-COND-CODE
007870     MOVE WS-RUN-COUNT TO RUN-COUNT
007880     WRITE RUN-RECORD.
007890 7750-EXIT.
007900     EXIT.
007910*================================================================
007920* 8000-TERMINATE
007930*================================================================
007940 8000-TERMINATE.
007950     CLOSE INBOUND-FILE
007960     CLOSE EVENT-FILE
007970     CLOSE NARR-FILE
007980     CLOSE LANG-FILE
007990     CLOSE CITE-FILE
008000     CLOSE EPLNK-FILE
008010     CLOSE XREF-FILE
008020     IF WS-PLC-AVAIL
008030         CLOSE PLACE-FILE
008040     END-IF
008050     CLOSE ERROR-FILE
008060     DISPLAY "SHMSLOD - ROWS READ          : " WS-ROWS-READ
008070     DISPLAY "SHMSLOD - ROWS ADDED         : " WS-ROWS-ADDED
008080     DISPLAY "SHMSLOD - ROWS REPLACED      : " WS-ROWS-REPLACED
008090     DISPLAY "SHMSLOD - ROWS DELETED       : " WS-ROWS-DELETED
008100     DISPLAY "SHMSLOD - ROWS REJECTED      : " WS-ROWS-REJECTED
008110     DISPLAY "SHMSLOD - NAR ROWS APPLIED   : " WS-NAR-APPLIED
008120     DISPLAY "SHMSLOD - LNG ROWS APPLIED   : " WS-LNG-APPLIED
008130     DISPLAY "SHMSLOD - CIT ROWS APPLIED   : " WS-CIT-APPLIED
008140     DISPLAY "SHMSLOD - EPL ROWS APPLIED   : " WS-EPL-APPLIED
008150     DISPLAY "SHMSLOD - XRF ROWS APPLIED   : " WS-XRF-APPLIED.
008160*================================================================
008170* 8100-RELEASE-LOCK  -  CLEAR SHMLOCK ON THE WAY OUT
008180*================================================================
008190 8100-RELEASE-LOCK.
008200     OPEN OUTPUT LOCK-FILE
008210     MOVE SPACES TO LOK-RECORD
008220     MOVE ZERO TO LOK-DATE
008230     MOVE ZERO TO LOK-TIME
008240     WRITE LOK-RECORD
008250     CLOSE LOCK-FILE
008260     MOVE "N" TO WS-LOCK-TAKEN-SW.
008270 8100-EXIT.
008280     EXIT.
008290*================================================================
008300* 9999-EXIT
008310*================================================================
008320 9999-EXIT.
008330     IF WS-LOCK-TAKEN
008340         PERFORM 8100-RELEASE-LOCK THRU 8100-EXIT
008350     END-IF
008360     MOVE "END" TO WS-RUN-EVENT
008370     MOVE WS-ROWS-READ TO WS-RUN-COUNT
008380     PERFORM 7750-LOG-RUN THRU 7750-EXIT
008390     IF WS-RUN-OPEN
008400         CLOSE RUN-FILE
008410     END-IF
008420     DISPLAY "SHMSLOD - CONDITION CODE     : " WS-COND-CODE
008430     MOVE WS-COND-CODE TO RETURN-CODE
008440     STOP RUN.
