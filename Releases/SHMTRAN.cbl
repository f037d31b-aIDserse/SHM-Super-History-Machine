000100*================================================================
000110* PROGRAM-ID SHMTRAN
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMTRAN.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   TRANSLATION WORK-ORDER ROUND TRIP WITH THE
000240*                  OUTSIDE AGENCY, REPLACING THE PRINTED EVENT
000250*                  LISTS AND THE SPREADSHEET THAT CAME BACK. THE
000260*                  SHMTPARM CARD PICKS THE RUN MODE -
000270*                    EXTRACT  EVERY EVENT WITH NO SHMLANG ROW IN
000280*                             THE TARGET LANGUAGE, PLUS EVERY
000290*                             EVENT WHOSE EVT-TEXT THE SHMJRNL
000300*                             BEFORE/AFTER IMAGES SHOW CHANGED
000310*                             AFTER ITS TRANSLATION WAS KEYED,
000320*                             GOES TO SHMTWOO UNDER THE NEXT
000330*                             BATCH NUMBER AND ONTO THE SHMTWOF
000340*                             WORK-ORDER FILE. STALE SHMLANG
000350*                             ROWS ARE FLAGGED SO THE DISPLAYS
000360*                             MARK THEM WITH AN *.
000370*                    RETURN   LOADS THE AGENCY'S SHMTWIN FILE
000380*                             INTO SHMLANG, ONLY AGAINST THE
000390*                             OPEN BATCH NAMED ON THE CARD. A
000400*                             TEXT FOR AN EVENT WHOSE EVT-TEXT
000410*                             CHANGED SINCE THE BATCH WENT OUT
000420*                             IS REJECTED AND THE ITEM IS
000430*                             MARKED SUPERSEDED.
000440*                    AGING    OUTSTANDING-WORK REPORT - ONE
000450*                             LINE PER BATCH STILL HOLDING OPEN
000460*                             ITEMS, WITH ITS AGE IN DAYS, AND
000470*                             THE OPEN ITEMS BY AGE BAND.
000480*                  EXTRACT AND RETURN TAKE THE SHMLOCK WRITER
000490*                  LOCK. CC 4 WHEN A RETURN ROW IS REJECTED OR
000500*                  THE JOURNAL TABLE OVERFLOWS, CC 8 FOR A BAD
000510*                  CARD, A HELD LOCK, A MISSING FILE OR A RETURN
000520*                  AGAINST A BATCH WITH NOTHING OPEN.
000522* 2026-10-15 RPK   THE EXTRACT STALE CHECK NOW READS THE SHMJRNA
000524*                  ARCHIVE GENERATIONS BEFORE SHMJRNL, SO A TEXT
000526*                  CHANGE CUT TO THE ARCHIVE BY SHMJRNP STILL
000528*                  MARKS ITS TRANSLATION STALE.
000530*================================================================
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PARM-FILE ASSIGN TO "SHMTPARM"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EVT-KEY OF EVT-RECORD
000670         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-EVT-STATUS.
000700     SELECT LANG-FILE ASSIGN TO "SHMLANG"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS LNG-KEY OF LNG-RECORD
000740         FILE STATUS IS WS-LNG-STATUS.
000750     SELECT JOURNAL-FILE ASSIGN TO "SHMJRNL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-JRN-STATUS.
000772     SELECT ARCHIVE-FILE ASSIGN TO "SHMJRNA"
000774         ORGANIZATION IS LINE SEQUENTIAL
000776         FILE STATUS IS WS-ARC-STATUS.
000780     SELECT ORDER-FILE ASSIGN TO "SHMTWOF"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS TWO-KEY OF TWO-RECORD
000820         FILE STATUS IS WS-TWO-STATUS.
000830     SELECT OUTBOUND-FILE ASSIGN TO "SHMTWOO"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850     SELECT RETURN-FILE ASSIGN TO "SHMTWIN"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-IN-STATUS.
000880     SELECT REPORT-FILE ASSIGN TO "SHMTRPTO"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RUN-STATUS.
000930     SELECT LOCK-FILE ASSIGN TO "SHMLOCK"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-LOK-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  PARM-FILE
000990     RECORD CONTAINS 20 CHARACTERS.
001000 01  PARM-RECORD.
001010     05  PARM-RUN-MODE         PIC X(07).
001020         88  PARM-MODE-EXTRACT     VALUE "EXTRACT".
001030         88  PARM-MODE-RETURN      VALUE "RETURN".
001040         88  PARM-MODE-AGING       VALUE "AGING".
001050     05  PARM-LANG-CD          PIC X(01).
001060     05  PARM-BATCH-NO         PIC 9(05).
001070     05  FILLER                PIC X(07).
001080 FD  EVENT-FILE
001090     RECORD CONTAINS 240 CHARACTERS.
001100     COPY EVTREC.
001110 FD  LANG-FILE
001120     RECORD CONTAINS 220 CHARACTERS.
001130     COPY LNGREC.
001140 FD  JOURNAL-FILE
001150     RECORD CONTAINS 512 CHARACTERS.
001160     COPY JRNREC.
001162 FD  ARCHIVE-FILE
001164     RECORD CONTAINS 512 CHARACTERS.
001166 01  ARC-RECORD                PIC X(512).
001170 FD  ORDER-FILE
001180     RECORD CONTAINS 240 CHARACTERS.
001190     COPY TWOREC.
001200 FD  OUTBOUND-FILE
001210     RECORD CONTAINS 260 CHARACTERS.
001220 01  OUT-LINE                  PIC X(260).
001230 FD  RETURN-FILE
001240     RECORD CONTAINS 260 CHARACTERS.
001250 01  IN-LINE                   PIC X(260).
001260 FD  REPORT-FILE
001270     RECORD CONTAINS 132 CHARACTERS.
001280 01  REPORT-LINE               PIC X(132).
001290 FD  RUN-FILE
001300     RECORD CONTAINS 40 CHARACTERS.
001310     COPY RUNREC.
001320 FD  LOCK-FILE
001330     RECORD CONTAINS 40 CHARACTERS.
001340     COPY LOKREC.
001350 WORKING-STORAGE SECTION.
001360 01  WS-PARM-STATUS            PIC X(02) VALUE "00".
001370 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
001380 01  WS-LNG-STATUS             PIC X(02) VALUE "00".
001390 01  WS-JRN-STATUS             PIC X(02) VALUE "00".
001395 01  WS-ARC-STATUS             PIC X(02) VALUE "00".
001400 01  WS-TWO-STATUS             PIC X(02) VALUE "00".
001410 01  WS-IN-STATUS              PIC X(02) VALUE "00".
001420 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
001430 01  WS-LOK-STATUS             PIC X(02) VALUE "00".
001440 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
001450     88  WS-RUN-OPEN               VALUE "Y".
001460 01  WS-RUN-EVENT              PIC X(05).
001470 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
001480 01  WS-LOCK-HELD-SW           PIC X(01) VALUE "N".
001490     88  WS-LOCK-HELD              VALUE "Y".
001500 01  WS-LOCK-TAKEN-SW          PIC X(01) VALUE "N".
001510     88  WS-LOCK-TAKEN             VALUE "Y".
001520 01  WS-SWITCHES.
001530     05  WS-EOF-SW             PIC X(01) VALUE "N".
001540         88  WS-EOF                VALUE "Y".
001550     05  WS-JRN-EOF-SW         PIC X(01) VALUE "N".
001560         88  WS-JRN-EOF            VALUE "Y".
001563     05  WS-JRN-SOURCE-SW      PIC X(01) VALUE "L".
001566         88  WS-JRN-FROM-ARCHIVE   VALUE "A".
001570     05  WS-TWO-EOF-SW         PIC X(01) VALUE "N".
001580         88  WS-TWO-EOF            VALUE "Y".
001590     05  WS-CHG-OVERFLOW-SW    PIC X(01) VALUE "N".
001600         88  WS-CHG-OVERFLOW       VALUE "Y".
001610     05  WS-OPN-OVERFLOW-SW    PIC X(01) VALUE "N".
001620         88  WS-OPN-OVERFLOW       VALUE "Y".
001630     05  WS-ROW-BAD-SW         PIC X(01) VALUE "N".
001640         88  WS-ROW-BAD            VALUE "Y".
001650     05  WS-ON-ORDER-SW        PIC X(01) VALUE "N".
001660         88  WS-ON-ORDER           VALUE "Y".
001670 01  WS-TARGET-LANG            PIC X(01) VALUE "I".
001680     88  WS-TARGET-VALID           VALUE "E" "I".
001690 01  WS-BASE-LANG              PIC X(01).
001700 01  WS-TODAY                  PIC 9(08).
001710 01  WS-BATCH-NO               PIC 9(05) VALUE ZERO.
001720 01  WS-HIGH-BATCH             PIC 9(05) VALUE ZERO.
001730 01  WS-REASON                 PIC X(01).
001740 01  WS-REASON-DESC            PIC X(07).
001750 01  WS-CHANGE-DATE            PIC 9(08).
001760 01  WS-KEYED-DATE             PIC 9(08).
001770*
001780*    JOURNAL BEFORE AND AFTER IMAGES, LAID OUT AS EVENTS
001790*
001800     COPY EVTREC REPLACING ==EVT-RECORD== BY ==JBF-RECORD==.
001810     COPY EVTREC REPLACING ==EVT-RECORD== BY ==JAF-RECORD==.
001820*
001830*    EVENTS WHOSE EVT-TEXT THE JOURNAL SHOWS CHANGED, WITH THE
001840*    DATE OF THE LATEST CHANGE
001850*
001860 01  WS-CHG-TABLE.
001870     05  WS-CHG-COUNT          PIC 9(04) COMP VALUE ZERO.
001880     05  WS-CHG-ENTRY OCCURS 2000 TIMES.
001890         10  WS-CHG-YEAR       PIC 9(04).
001900         10  WS-CHG-SEQ        PIC 9(04).
001910         10  WS-CHG-DATE       PIC 9(08).
001920 01  WS-CHG-IX                 PIC S9(04) COMP.
001930 01  WS-CHG-HIT                PIC S9(04) COMP.
001940*
001950*    EVENTS ALREADY OUT ON AN OPEN WORK ORDER IN THE TARGET
001960*    LANGUAGE - NEVER SENT TWICE
001970*
001980 01  WS-OPN-TABLE.
001990     05  WS-OPN-COUNT          PIC 9(04) COMP VALUE ZERO.
002000     05  WS-OPN-ENTRY OCCURS 5000 TIMES.
002010         10  WS-OPN-YEAR       PIC 9(04).
002020         10  WS-OPN-SEQ        PIC 9(04).
002030 01  WS-OPN-IX                 PIC S9(04) COMP.
002040 01  WS-ROW-FIELDS.
002050     05  WS-ROW-TAG            PIC X(03).
002060         88  WS-TAG-LNG            VALUE "LNG".
002070     05  WS-ROW-BATCH          PIC X(05).
002080     05  WS-ROW-YEAR           PIC X(04).
002090     05  WS-ROW-SEQ            PIC X(04).
002100     05  WS-ROW-LANG           PIC X(08).
002110     05  WS-ROW-TEXT           PIC X(200).
002120     05  WS-ROW-EXTRA          PIC X(10).
002130 01  WS-REJECT-REASON          PIC X(44).
002140*
002150*    AGING - ONE BATCH AT A TIME IN KEY ORDER
002160*
002170 01  WS-AGE-FIELDS.
002180     05  WS-AGE-BATCH          PIC 9(05).
002190     05  WS-AGE-LANG           PIC X(01).
002200     05  WS-AGE-SENT           PIC 9(08).
002210     05  WS-AGE-ITEMS          PIC 9(05) COMP.
002220     05  WS-AGE-OPEN           PIC 9(05) COMP.
002230     05  WS-AGE-RETURNED       PIC 9(05) COMP.
002240     05  WS-AGE-SUPERSEDED     PIC 9(05) COMP.
002250     05  WS-AGE-DAYS           PIC 9(05).
002260 01  WS-AGE-BANDS.
002270     05  WS-BAND-030           PIC 9(05) COMP VALUE ZERO.
002280     05  WS-BAND-060           PIC 9(05) COMP VALUE ZERO.
002290     05  WS-BAND-090           PIC 9(05) COMP VALUE ZERO.
002300     05  WS-BAND-OVER          PIC 9(05) COMP VALUE ZERO.
002310*
002320*    DAY NUMBER OF A YYYYMMDD DATE, FOR DAYS BETWEEN TWO DATES
002330*
002340 01  WS-DN-DATE                PIC 9(08).
002350 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
002360     05  WS-DN-YYYY            PIC 9(04).
002370     05  WS-DN-MM              PIC 9(02).
002380     05  WS-DN-DD              PIC 9(02).
002390 01  WS-DN-Y                   PIC 9(04).
002400 01  WS-DN-M                   PIC 9(02).
002410 01  WS-DN-Q4                  PIC 9(04).
002420 01  WS-DN-Q100                PIC 9(04).
002430 01  WS-DN-Q400                PIC 9(04).
002440 01  WS-DN-MTERM               PIC 9(04).
002450 01  WS-DN-MDAYS               PIC 9(04).
002460 01  WS-DN-DAYS                PIC 9(07).
002470 01  WS-TODAY-DAYS             PIC 9(07).
002480 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
002490 01  WS-COUNTERS.
002500     05  WS-EVTS-READ          PIC 9(07) COMP VALUE ZERO.
002510     05  WS-JRN-READ           PIC 9(07) COMP VALUE ZERO.
002520     05  WS-ORD-MISSING        PIC 9(07) COMP VALUE ZERO.
002530     05  WS-ORD-STALE          PIC 9(07) COMP VALUE ZERO.
002540     05  WS-ROWS-READ          PIC 9(07) COMP VALUE ZERO.
002550     05  WS-ROWS-LOADED        PIC 9(07) COMP VALUE ZERO.
002560     05  WS-ROWS-REJECTED      PIC 9(07) COMP VALUE ZERO.
002570     05  WS-ROWS-SUPERSEDED    PIC 9(07) COMP VALUE ZERO.
002580     05  WS-BATCH-OPEN         PIC 9(07) COMP VALUE ZERO.
002590     05  WS-BATCHES-LISTED     PIC 9(07) COMP VALUE ZERO.
002600 01  WS-COUNT-ED               PIC 9(05).
002610 01  WS-TOTAL-ED               PIC 9(07).
002620 01  WS-ED-ITEMS               PIC 9(05).
002630 01  WS-ED-OPEN                PIC 9(05).
002640 01  WS-ED-RETURNED            PIC 9(05).
002650 01  WS-ED-SUPERSEDED          PIC 9(05).
002660 PROCEDURE DIVISION.
002670*================================================================
002680* 0000-MAINLINE
002690*================================================================
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002720     IF WS-COND-CODE = 8
002730         GO TO 9999-EXIT
002740     END-IF
002750     EVALUATE TRUE
002760         WHEN PARM-MODE-EXTRACT
002770             PERFORM 3000-EXTRACT THRU 3000-EXIT
002780         WHEN PARM-MODE-RETURN
002790             PERFORM 4000-RETURN THRU 4000-EXIT
002800         WHEN PARM-MODE-AGING
002810             PERFORM 5000-AGING THRU 5000-EXIT
002820     END-EVALUATE
002830     PERFORM 8000-TERMINATE
002840     GO TO 9999-EXIT.
002850*================================================================
002860* 1000-INITIALIZE  -  RUN HISTORY, PARM CARD, LOCK, THEN OPENS
002870*================================================================
002880 1000-INITIALIZE.
002890     OPEN EXTEND RUN-FILE
002900     IF WS-RUN-STATUS = "00"
002910         SET WS-RUN-OPEN TO TRUE
002920         MOVE "START" TO WS-RUN-EVENT
002930         MOVE ZERO TO WS-RUN-COUNT
002940         PERFORM 7750-LOG-RUN THRU 7750-EXIT
002950     END-IF
002960     DISPLAY "SHMTRAN - TRANSLATION WORK ORDERS"
002970     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002980     MOVE SPACES TO PARM-RECORD
002990     OPEN INPUT PARM-FILE
003000     IF WS-PARM-STATUS = "00"
003010         READ PARM-FILE
003020             AT END
003030                 MOVE SPACES TO PARM-RECORD
003040         END-READ
003050         CLOSE PARM-FILE
003060     END-IF
003070     INSPECT PARM-RUN-MODE CONVERTING
003080         "abcdefghijklmnopqrstuvwxyz" TO
003090         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003100     IF NOT PARM-MODE-EXTRACT AND NOT PARM-MODE-RETURN
003110             AND NOT PARM-MODE-AGING
003120         DISPLAY "SHMTRAN - SHMTPARM RUN MODE MUST BE EXTRACT, "
003130             "RETURN OR AGING"
003140         MOVE 8 TO WS-COND-CODE
003150         GO TO 1000-EXIT
003160     END-IF
003170     IF PARM-LANG-CD NOT = SPACE
003180         MOVE PARM-LANG-CD TO WS-TARGET-LANG
003190         INSPECT WS-TARGET-LANG CONVERTING "ei" TO "EI"
003200     END-IF
003210     IF NOT WS-TARGET-VALID
003220         DISPLAY "SHMTRAN - TARGET LANGUAGE MUST BE E OR I"
003230         MOVE 8 TO WS-COND-CODE
003240         GO TO 1000-EXIT
003250     END-IF
003260     IF PARM-MODE-RETURN
003270         IF PARM-BATCH-NO NOT NUMERIC OR PARM-BATCH-NO = ZERO
003280             DISPLAY "SHMTRAN - RETURN NEEDS THE BATCH NUMBER "
003290                 "ON THE CARD"
003300             MOVE 8 TO WS-COND-CODE
003310             GO TO 1000-EXIT
003320         END-IF
003330         MOVE PARM-BATCH-NO TO WS-BATCH-NO
003340     END-IF
003350     DISPLAY "SHMTRAN - RUN MODE " PARM-RUN-MODE
003360         " LANGUAGE " WS-TARGET-LANG
003370     IF NOT PARM-MODE-AGING
003380         PERFORM 1300-CHECK-LOCK THRU 1300-EXIT
003390         IF WS-LOCK-HELD
003400             DISPLAY "SHMTRAN - SHMEVTF WRITER LOCK HELD BY "
003410                 LOK-PROGRAM " OPERATOR " LOK-OPERATOR
003420                 " SINCE " LOK-DATE " " LOK-TIME
003430             DISPLAY "SHMTRAN - RUN REFUSED - RERUN WHEN THE "
003440                 "LOCK CLEARS"
003450             MOVE 8 TO WS-COND-CODE
003460             GO TO 1000-EXIT
003470         END-IF
003480         PERFORM 1400-TAKE-LOCK THRU 1400-EXIT
003490         OPEN INPUT EVENT-FILE
003500         IF WS-EVT-STATUS NOT = "00"
003510             DISPLAY "SHMEVTF NOT FOUND - RUN SHMLOAD FIRST"
003520             MOVE 8 TO WS-COND-CODE
003530             GO TO 1000-EXIT
003540         END-IF
003550         OPEN I-O LANG-FILE
003560         IF WS-LNG-STATUS NOT = "00"
003570             OPEN OUTPUT LANG-FILE
003580             CLOSE LANG-FILE
003590             OPEN I-O LANG-FILE
003600         END-IF
003610     END-IF
003620     OPEN I-O ORDER-FILE
003630     IF WS-TWO-STATUS NOT = "00"
003640         OPEN OUTPUT ORDER-FILE
003650         CLOSE ORDER-FILE
003660         OPEN I-O ORDER-FILE
003670     END-IF
003680     OPEN OUTPUT REPORT-FILE.
003690 1000-EXIT.
003700     EXIT.
003710*================================================================
003720* 1300-CHECK-LOCK  -  IS SHMLOCK HELD, AND BY WHOM
003730*================================================================
003740 1300-CHECK-LOCK.
003750     MOVE "N" TO WS-LOCK-HELD-SW
003760     OPEN INPUT LOCK-FILE
003770     IF WS-LOK-STATUS NOT = "00"
003780         GO TO 1300-EXIT
003790     END-IF
003800     READ LOCK-FILE
003810         NOT AT END
003820             IF LOK-PROGRAM NOT = SPACES
003830                 SET WS-LOCK-HELD TO TRUE
003840             END-IF
003850     END-READ
003860     CLOSE LOCK-FILE.
003870 1300-EXIT.
003880     EXIT.
003890*================================================================
003900* 1400-TAKE-LOCK  -  WRITE OUR NAME ON SHMLOCK
003910*================================================================
003920 1400-TAKE-LOCK.
003930     OPEN OUTPUT LOCK-FILE
003940     MOVE SPACES TO LOK-RECORD
003950     MOVE "SHMTRAN" TO LOK-PROGRAM
003960     MOVE "BATCH" TO LOK-OPERATOR
003970     ACCEPT LOK-DATE FROM DATE YYYYMMDD
003980     ACCEPT LOK-TIME FROM TIME
003990     WRITE LOK-RECORD
004000     CLOSE LOCK-FILE
004010     SET WS-LOCK-TAKEN TO TRUE.
004020 1400-EXIT.
004030     EXIT.
004040*================================================================
004050* 3000-EXTRACT  -  JOURNAL CHANGES AND OPEN ORDERS FIRST, THEN
004060*                  ONE PASS OF SHMEVTF FOR THE NEW BATCH
004070*================================================================
004080 3000-EXTRACT.
004090     PERFORM 3100-LOAD-CHANGES THRU 3100-EXIT
004100     PERFORM 3200-LOAD-OPEN-ORDERS THRU 3200-EXIT
004110     ADD 1 TO WS-HIGH-BATCH GIVING WS-BATCH-NO
004120     OPEN OUTPUT OUTBOUND-FILE
004130     MOVE SPACES TO REPORT-LINE
004140     STRING "SHMTRAN TRANSLATION WORK ORDER - BATCH "
004150         DELIMITED BY SIZE
004160         WS-BATCH-NO DELIMITED BY SIZE
004170         "  LANGUAGE " DELIMITED BY SIZE
004180         WS-TARGET-LANG DELIMITED BY SIZE
004190         "  SENT " DELIMITED BY SIZE
004200         WS-TODAY DELIMITED BY SIZE
004210         INTO REPORT-LINE
004220     END-STRING
004230     WRITE REPORT-LINE
004240     MOVE "  BATCH YEAR-SEQ  WHY     BASE TEXT" TO REPORT-LINE
004250     WRITE REPORT-LINE
004260     MOVE ZERO TO EVT-YEAR OF EVT-RECORD
004270     MOVE ZERO TO EVT-SEQ-NO OF EVT-RECORD
004280     MOVE "N" TO WS-EOF-SW
004290     START EVENT-FILE KEY IS NOT LESS THAN
004300             EVT-KEY OF EVT-RECORD
004310         INVALID KEY
004320             SET WS-EOF TO TRUE
004330         NOT INVALID KEY
004340             READ EVENT-FILE NEXT RECORD
004350                 AT END
004360                     SET WS-EOF TO TRUE
004370             END-READ
004380     END-START
004390     PERFORM 3300-EXTRACT-ONE-EVENT THRU 3300-EXIT
004400         UNTIL WS-EOF
004410     CLOSE OUTBOUND-FILE
004420     IF WS-ORD-MISSING + WS-ORD-STALE = ZERO
004430         MOVE "  NOTHING TO SEND - NO BATCH NUMBER USED"
004440             TO REPORT-LINE
004450         WRITE REPORT-LINE
004460         DISPLAY "SHMTRAN - NOTHING TO SEND"
004470     ELSE
004480         DISPLAY "SHMTRAN - BATCH " WS-BATCH-NO " WRITTEN TO "
004490             "SHMTWOO"
004500     END-IF.
004510 3000-EXIT.
004520     EXIT.
004530*================================================================
004536* 3100-LOAD-CHANGES  -  EVERY UPDATE ROW ON THE SHMJRNA ARCHIVE
004542*                       GENERATIONS, THEN ON SHMJRNL, WHOSE BEFORE
004550*                       AND AFTER EVT-TEXT DIFFER. NO JOURNAL
004560*                       MEANS NO STALE CHECK, ONLY MISSING ONES
004570*================================================================
004580 3100-LOAD-CHANGES.
004590     OPEN INPUT JOURNAL-FILE
004600     IF WS-JRN-STATUS NOT = "00"
004610         DISPLAY "SHMTRAN - SHMJRNL NOT FOUND - STALE "
004620             "TRANSLATIONS NOT CHECKED"
004630         GO TO 3100-EXIT
004640     END-IF
004641     OPEN INPUT ARCHIVE-FILE
004642     IF WS-ARC-STATUS = "00"
004643         MOVE "A" TO WS-JRN-SOURCE-SW
004644         MOVE "N" TO WS-JRN-EOF-SW
004645         READ ARCHIVE-FILE INTO JRN-RECORD
004646             AT END
004647                 SET WS-JRN-EOF TO TRUE
004648         END-READ
004649         PERFORM 3110-NOTE-ONE-CHANGE THRU 3110-EXIT
004650             UNTIL WS-JRN-EOF
004651         CLOSE ARCHIVE-FILE
004652     ELSE
004653         DISPLAY "SHMTRAN - NO SHMJRNA ARCHIVE - LIVE JOURNAL "
004654             "ONLY"
004655     END-IF
004656     MOVE "L" TO WS-JRN-SOURCE-SW
004657     MOVE "N" TO WS-JRN-EOF-SW
004658     READ JOURNAL-FILE
004660         AT END
004670             SET WS-JRN-EOF TO TRUE
004680     END-READ
004690     PERFORM 3110-NOTE-ONE-CHANGE THRU 3110-EXIT
004700         UNTIL WS-JRN-EOF
004710     CLOSE JOURNAL-FILE
004720     IF WS-CHG-OVERFLOW
004730         DISPLAY "SHMTRAN - MORE THAN 2000 CHANGED EVENTS ON THE "
004740             "JOURNAL - LATER CHANGES NOT CHECKED"
004750         IF WS-COND-CODE < 4
004760             MOVE 4 TO WS-COND-CODE
004770         END-IF
004780     END-IF.
004790 3100-EXIT.
004800     EXIT.
004810 3110-NOTE-ONE-CHANGE.
004820     ADD 1 TO WS-JRN-READ
004830     IF NOT JRN-FN-UPDATE
004840         GO TO 3110-READ-NEXT
004850     END-IF
004860     MOVE JRN-BEFORE-IMAGE TO JBF-RECORD
004870     MOVE JRN-AFTER-IMAGE TO JAF-RECORD
004880     IF EVT-TEXT OF JBF-RECORD = EVT-TEXT OF JAF-RECORD
004890         GO TO 3110-READ-NEXT
004900     END-IF
004910     MOVE ZERO TO WS-CHG-HIT
004920     PERFORM 3120-SCAN-CHANGES THRU 3120-EXIT
004930         VARYING WS-CHG-IX FROM 1 BY 1
004940         UNTIL WS-CHG-IX > WS-CHG-COUNT
004950     IF WS-CHG-HIT NOT = ZERO
004960         IF JRN-DATE > WS-CHG-DATE (WS-CHG-HIT)
004970             MOVE JRN-DATE TO WS-CHG-DATE (WS-CHG-HIT)
004980         END-IF
004990         GO TO 3110-READ-NEXT
005000     END-IF
005010     IF WS-CHG-COUNT < 2000
005020         ADD 1 TO WS-CHG-COUNT
005030         MOVE EVT-YEAR OF JAF-RECORD
005040             TO WS-CHG-YEAR (WS-CHG-COUNT)
005050         MOVE EVT-SEQ-NO OF JAF-RECORD
005060             TO WS-CHG-SEQ (WS-CHG-COUNT)
005070         MOVE JRN-DATE TO WS-CHG-DATE (WS-CHG-COUNT)
005080     ELSE
005090         SET WS-CHG-OVERFLOW TO TRUE
005100     END-IF.
005110 3110-READ-NEXT.
005111     IF WS-JRN-FROM-ARCHIVE
005112         READ ARCHIVE-FILE INTO JRN-RECORD
005113             AT END
005114                 SET WS-JRN-EOF TO TRUE
005115         END-READ
005116         GO TO 3110-EXIT
005117     END-IF
005120     READ JOURNAL-FILE
005130         AT END
005140             SET WS-JRN-EOF TO TRUE
005150     END-READ.
005160 3110-EXIT.
005170     EXIT.
005180 3120-SCAN-CHANGES.
005190     IF WS-CHG-YEAR (WS-CHG-IX) = EVT-YEAR OF JAF-RECORD
005200             AND WS-CHG-SEQ (WS-CHG-IX) = EVT-SEQ-NO OF JAF-RECORD
005210         MOVE WS-CHG-IX TO WS-CHG-HIT
005220     END-IF.
005230 3120-EXIT.
005240     EXIT.
005250*================================================================
005260* 3200-LOAD-OPEN-ORDERS  -  HIGHEST BATCH NUMBER USED, AND THE
005270*                           EVENTS STILL OUT IN THIS LANGUAGE
005280*================================================================
005290 3200-LOAD-OPEN-ORDERS.
005300     MOVE "N" TO WS-TWO-EOF-SW
005310     MOVE LOW-VALUES TO TWO-KEY OF TWO-RECORD
005320     START ORDER-FILE KEY IS NOT LESS THAN TWO-KEY OF TWO-RECORD
005330         INVALID KEY
005340             SET WS-TWO-EOF TO TRUE
005350         NOT INVALID KEY
005360             READ ORDER-FILE NEXT RECORD
005370                 AT END
005380                     SET WS-TWO-EOF TO TRUE
005390             END-READ
005400     END-START
005410     PERFORM 3210-NOTE-ONE-ORDER THRU 3210-EXIT
005420         UNTIL WS-TWO-EOF
005430     IF WS-OPN-OVERFLOW
005440         DISPLAY "SHMTRAN - MORE THAN 5000 OPEN ITEMS - SOME "
005450             "MAY BE SENT AGAIN"
005460         IF WS-COND-CODE < 4
005470             MOVE 4 TO WS-COND-CODE
005480         END-IF
005490     END-IF.
005500 3200-EXIT.
005510     EXIT.
005520 3210-NOTE-ONE-ORDER.
005530     IF TWO-BATCH-NO OF TWO-RECORD > WS-HIGH-BATCH
005540         MOVE TWO-BATCH-NO OF TWO-RECORD TO WS-HIGH-BATCH
005550     END-IF
005560     IF TWO-OPEN OF TWO-RECORD
005570             AND TWO-LANG-CD OF TWO-RECORD = WS-TARGET-LANG
005580         IF WS-OPN-COUNT < 5000
005590             ADD 1 TO WS-OPN-COUNT
005600             MOVE TWO-YEAR OF TWO-RECORD
005610                 TO WS-OPN-YEAR (WS-OPN-COUNT)
005620             MOVE TWO-SEQ-NO OF TWO-RECORD
005630                 TO WS-OPN-SEQ (WS-OPN-COUNT)
005640         ELSE
005650             SET WS-OPN-OVERFLOW TO TRUE
005660         END-IF
005670     END-IF
005680     READ ORDER-FILE NEXT RECORD
005690         AT END
005700             SET WS-TWO-EOF TO TRUE
005710     END-READ.
005720 3210-EXIT.
005730     EXIT.
005740*================================================================
005750* 3300-EXTRACT-ONE-EVENT  -  MISSING OR STALE TRANSLATION GOES
005760*                            OUT ON THE BATCH, THEN READ NEXT
005770*================================================================
005780 3300-EXTRACT-ONE-EVENT.
005790     ADD 1 TO WS-EVTS-READ
005800     MOVE EVT-LANG-CD OF EVT-RECORD TO WS-BASE-LANG
005810     IF WS-BASE-LANG = SPACE
005820         MOVE "E" TO WS-BASE-LANG
005830     END-IF
005840     IF WS-BASE-LANG = WS-TARGET-LANG
005850         GO TO 3300-READ-NEXT
005860     END-IF
005870     MOVE "N" TO WS-ON-ORDER-SW
005880     PERFORM 3310-SCAN-OPEN-ORDERS THRU 3310-EXIT
005890         VARYING WS-OPN-IX FROM 1 BY 1
005900         UNTIL WS-OPN-IX > WS-OPN-COUNT OR WS-ON-ORDER
005910     IF WS-ON-ORDER
005920         GO TO 3300-READ-NEXT
005930     END-IF
005940     MOVE EVT-YEAR OF EVT-RECORD TO LNG-YEAR OF LNG-RECORD
005950     MOVE EVT-SEQ-NO OF EVT-RECORD TO LNG-SEQ-NO OF LNG-RECORD
005960     MOVE WS-TARGET-LANG TO LNG-LANG-CD OF LNG-RECORD
005970     READ LANG-FILE
005980         INVALID KEY
005990             MOVE "M" TO WS-REASON
006000             PERFORM 3400-WRITE-ORDER THRU 3400-EXIT
006010             GO TO 3300-READ-NEXT
006020     END-READ
006030     PERFORM 3320-FIND-CHANGE THRU 3320-EXIT
006040     MOVE ZERO TO WS-KEYED-DATE
006050     IF LNG-KEYED-DATE OF LNG-RECORD NUMERIC
006060         MOVE LNG-KEYED-DATE OF LNG-RECORD TO WS-KEYED-DATE
006070     END-IF
006080     IF WS-CHANGE-DATE > WS-KEYED-DATE
006090             OR LNG-STALE OF LNG-RECORD
006100         IF NOT LNG-STALE OF LNG-RECORD
006110             MOVE "Y" TO LNG-STALE-SW OF LNG-RECORD
006120             REWRITE LNG-RECORD
006130             END-REWRITE
006140         END-IF
006150         MOVE "S" TO WS-REASON
006160         PERFORM 3400-WRITE-ORDER THRU 3400-EXIT
006170     END-IF.
006180 3300-READ-NEXT.
006190     READ EVENT-FILE NEXT RECORD
006200         AT END
006210             SET WS-EOF TO TRUE
006220     END-READ.
006230 3300-EXIT.
006240     EXIT.
006250 3310-SCAN-OPEN-ORDERS.
006260     IF WS-OPN-YEAR (WS-OPN-IX) = EVT-YEAR OF EVT-RECORD
006270             AND WS-OPN-SEQ (WS-OPN-IX) = EVT-SEQ-NO OF EVT-RECORD
006280         SET WS-ON-ORDER TO TRUE
006290     END-IF.
006300 3310-EXIT.
006310     EXIT.
006320 3320-FIND-CHANGE.
006330     MOVE ZERO TO WS-CHANGE-DATE
006340     PERFORM 3330-SCAN-ONE-CHANGE THRU 3330-EXIT
006350         VARYING WS-CHG-IX FROM 1 BY 1
006360         UNTIL WS-CHG-IX > WS-CHG-COUNT.
006370 3320-EXIT.
006380     EXIT.
006390 3330-SCAN-ONE-CHANGE.
006400     IF WS-CHG-YEAR (WS-CHG-IX) = EVT-YEAR OF EVT-RECORD
006410             AND WS-CHG-SEQ (WS-CHG-IX) = EVT-SEQ-NO OF EVT-RECORD
006420         MOVE WS-CHG-DATE (WS-CHG-IX) TO WS-CHANGE-DATE
006430     END-IF.
006440 3330-EXIT.
006450     EXIT.
006460*================================================================
006470* 3400-WRITE-ORDER  -  SHMTWOF ITEM, SHMTWOO ROW, REPORT LINE
006480*================================================================
006490 3400-WRITE-ORDER.
006500     MOVE SPACES TO TWO-RECORD
006510     MOVE WS-BATCH-NO TO TWO-BATCH-NO OF TWO-RECORD
006520     MOVE EVT-YEAR OF EVT-RECORD TO TWO-YEAR OF TWO-RECORD
006530     MOVE EVT-SEQ-NO OF EVT-RECORD TO TWO-SEQ-NO OF TWO-RECORD
006540     MOVE WS-TARGET-LANG TO TWO-LANG-CD OF TWO-RECORD
006550     MOVE WS-REASON TO TWO-REASON OF TWO-RECORD
006560     MOVE "O" TO TWO-STATUS OF TWO-RECORD
006570     MOVE WS-TODAY TO TWO-SENT-DATE OF TWO-RECORD
006580     MOVE ZERO TO TWO-RETURN-DATE OF TWO-RECORD
006590     MOVE EVT-TEXT OF EVT-RECORD TO TWO-BASE-TEXT OF TWO-RECORD
006600     WRITE TWO-RECORD
006610         INVALID KEY
006620             DISPLAY "SHMTRAN - SHMTWOF WRITE FAILED FOR "
006630                 EVT-YEAR OF EVT-RECORD "-"
006640                 EVT-SEQ-NO OF EVT-RECORD
006650             MOVE 8 TO WS-COND-CODE
006660             GO TO 3400-EXIT
006670     END-WRITE
006680     IF TWO-RSN-MISSING OF TWO-RECORD
006690         ADD 1 TO WS-ORD-MISSING
006700     ELSE
006710         ADD 1 TO WS-ORD-STALE
006720     END-IF
006730     MOVE SPACES TO OUT-LINE
006740     STRING "TWO|" DELIMITED BY SIZE
006750         WS-BATCH-NO DELIMITED BY SIZE
006760         "|" DELIMITED BY SIZE
006770         EVT-YEAR OF EVT-RECORD DELIMITED BY SIZE
006780         "|" DELIMITED BY SIZE
006790         EVT-SEQ-NO OF EVT-RECORD DELIMITED BY SIZE
006800         "|" DELIMITED BY SIZE
006810         WS-TARGET-LANG DELIMITED BY SIZE
006820         "|" DELIMITED BY SIZE
006830         WS-REASON DELIMITED BY SIZE
006840         "|" DELIMITED BY SIZE
006850         EVT-TEXT OF EVT-RECORD DELIMITED BY SIZE
006860         INTO OUT-LINE
006870     END-STRING
006880     WRITE OUT-LINE
006890     IF TWO-RSN-MISSING OF TWO-RECORD
006900         MOVE "MISSING" TO WS-REASON-DESC
006910     ELSE
006920         MOVE "STALE" TO WS-REASON-DESC
006930     END-IF
006940     MOVE SPACES TO REPORT-LINE
006950     STRING "  " DELIMITED BY SIZE
006960         WS-BATCH-NO DELIMITED BY SIZE
006970         " " DELIMITED BY SIZE
006980         EVT-YEAR OF EVT-RECORD DELIMITED BY SIZE
006990         "-" DELIMITED BY SIZE
007000         EVT-SEQ-NO OF EVT-RECORD DELIMITED BY SIZE
007010         " " DELIMITED BY SIZE
007020         WS-REASON-DESC DELIMITED BY SIZE
007030         " " DELIMITED BY SIZE
007040         EVT-TEXT OF EVT-RECORD DELIMITED BY SIZE
007050         INTO REPORT-LINE
007060     END-STRING
007070     WRITE REPORT-LINE.
007080 3400-EXIT.
007090     EXIT.
007100*================================================================
007110* 4000-RETURN  -  LOAD THE AGENCY'S TEXTS AGAINST ONE OPEN BATCH
007120*================================================================
007130 4000-RETURN.
007140     PERFORM 4050-COUNT-BATCH-OPEN THRU 4050-EXIT
007150     IF WS-BATCH-OPEN = ZERO
007160         DISPLAY "SHMTRAN - BATCH " WS-BATCH-NO
007170             " HAS NO OPEN ITEMS - NOTHING LOADED"
007180         MOVE 8 TO WS-COND-CODE
007190         GO TO 4000-EXIT
007200     END-IF
007210     OPEN INPUT RETURN-FILE
007220     IF WS-IN-STATUS NOT = "00"
007230         DISPLAY "SHMTRAN - SHMTWIN NOT FOUND - NOTHING TO LOAD"
007240         MOVE 8 TO WS-COND-CODE
007250         GO TO 4000-EXIT
007260     END-IF
007270     MOVE SPACES TO REPORT-LINE
007280     STRING "SHMTRAN TRANSLATION RETURN EXCEPTIONS - BATCH "
007290         DELIMITED BY SIZE
007300         WS-BATCH-NO DELIMITED BY SIZE
007310         INTO REPORT-LINE
007320     END-STRING
007330     WRITE REPORT-LINE
007340     MOVE "N" TO WS-EOF-SW
007350     READ RETURN-FILE
007360         AT END
007370             SET WS-EOF TO TRUE
007380     END-READ
007390     PERFORM 4100-RETURN-ONE-ROW THRU 4100-EXIT
007400         UNTIL WS-EOF
007410     CLOSE RETURN-FILE
007420     PERFORM 4050-COUNT-BATCH-OPEN THRU 4050-EXIT
007430     MOVE WS-BATCH-OPEN TO WS-TOTAL-ED
007440     MOVE SPACES TO REPORT-LINE
007450     STRING "ITEMS STILL OPEN ON THE BATCH : " DELIMITED BY SIZE
007460         WS-TOTAL-ED DELIMITED BY SIZE
007470         INTO REPORT-LINE
007480     END-STRING
007490     WRITE REPORT-LINE.
007500 4000-EXIT.
007510     EXIT.
007520*================================================================
007530* 4050-COUNT-BATCH-OPEN  -  OPEN ITEMS LEFT ON THE CARD'S BATCH
007540*================================================================
007550 4050-COUNT-BATCH-OPEN.
007560     MOVE ZERO TO WS-BATCH-OPEN
007570     MOVE "N" TO WS-TWO-EOF-SW
007580     MOVE WS-BATCH-NO TO TWO-BATCH-NO OF TWO-RECORD
007590     MOVE ZERO TO TWO-YEAR OF TWO-RECORD
007600     MOVE ZERO TO TWO-SEQ-NO OF TWO-RECORD
007610     START ORDER-FILE KEY IS NOT LESS THAN TWO-KEY OF TWO-RECORD
007620         INVALID KEY
007630             SET WS-TWO-EOF TO TRUE
007640         NOT INVALID KEY
007650             READ ORDER-FILE NEXT RECORD
007660                 AT END
007670                     SET WS-TWO-EOF TO TRUE
007680             END-READ
007690     END-START
007700     PERFORM 4060-COUNT-ONE-ITEM THRU 4060-EXIT
007710         UNTIL WS-TWO-EOF.
007720 4050-EXIT.
007730     EXIT.
007740 4060-COUNT-ONE-ITEM.
007750     IF TWO-BATCH-NO OF TWO-RECORD NOT = WS-BATCH-NO
007760         SET WS-TWO-EOF TO TRUE
007770         GO TO 4060-EXIT
007780     END-IF
007790     IF TWO-OPEN OF TWO-RECORD
007800         ADD 1 TO WS-BATCH-OPEN
007810     END-IF
007820     READ ORDER-FILE NEXT RECORD
007830         AT END
007840             SET WS-TWO-EOF TO TRUE
007850     END-READ.
007860 4060-EXIT.
007870     EXIT.
007880*================================================================
007890* 4100-RETURN-ONE-ROW  -  VALIDATE ONE LNG ROW AGAINST ITS WORK
007900*                         ORDER ITEM, LOAD IT, THEN READ NEXT
007910*================================================================
007920 4100-RETURN-ONE-ROW.
007930     IF IN-LINE = SPACES
007940         GO TO 4100-READ-NEXT
007950     END-IF
007960     ADD 1 TO WS-ROWS-READ
007970     MOVE "N" TO WS-ROW-BAD-SW
007980     MOVE SPACES TO WS-ROW-FIELDS
007990     UNSTRING IN-LINE DELIMITED BY "|"
008000         INTO WS-ROW-TAG WS-ROW-BATCH WS-ROW-YEAR WS-ROW-SEQ
008010             WS-ROW-LANG WS-ROW-TEXT WS-ROW-EXTRA
008020     END-UNSTRING
008030     INSPECT WS-ROW-TAG CONVERTING
008040         "abcdefghijklmnopqrstuvwxyz" TO
008050         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008060     INSPECT WS-ROW-LANG CONVERTING "ei" TO "EI"
008070     IF NOT WS-TAG-LNG
008080         MOVE "UNKNOWN ROW TAG - ONLY LNG ROWS COME BACK"
008090             TO WS-REJECT-REASON
008100         PERFORM 4900-REJECT-ROW THRU 4900-EXIT
008110         GO TO 4100-READ-NEXT
008120     END-IF
008130     IF WS-ROW-BATCH NOT NUMERIC
008140         MOVE "BATCH NUMBER MUST BE 5 DIGITS"
008150             TO WS-REJECT-REASON
008160         PERFORM 4900-REJECT-ROW THRU 4900-EXIT
008170         GO TO 4100-READ-NEXT
008180     END-IF
008190     IF WS-ROW-BATCH NOT = WS-BATCH-NO
008200         MOVE "ROW BELONGS TO ANOTHER BATCH - NOT LOADED"
008210             TO WS-REJECT-REASON
008220         PERFORM 4900-REJECT-ROW THRU 4900-EXIT
008230         GO TO 4100-READ-NEXT
008240     END-IF
008250     IF WS-ROW-YEAR NOT NUMERIC OR WS-ROW-SEQ NOT NUMERIC
008260         MOVE "YEAR/SEQ-NO MUST BE 4 DIGITS EACH"
008270             TO WS-REJECT-REASON
008280         PERFORM 4900-REJECT-ROW THRU 4900-EXIT
008290         GO TO 4100-READ-NEXT
008300     END-IF
008310     IF WS-ROW-EXTRA NOT = SPACES
008320         MOVE "TOO MANY FIELDS - STRAY | IN THE ROW"
008330             TO WS-REJECT-REASON
008340         PERFORM 4900-REJECT-ROW THRU 4900-EXIT
008350         GO TO 4100-READ-NEXT
008360     END-IF
008370     MOVE WS-BATCH-NO TO TWO-BATCH-NO OF TWO-RECORD
008380     MOVE WS-ROW-YEAR TO TWO-YEAR OF TWO-RECORD
008390     MOVE WS-ROW-SEQ TO TWO-SEQ-NO OF TWO-RECORD
008400     READ ORDER-FILE
008410         INVALID KEY
008420             MOVE "EVENT WAS NOT SENT ON THIS BATCH"
008430                 TO WS-REJECT-REASON
008440             PERFORM 4900-REJECT-ROW THRU 4900-EXIT
008450             GO TO 4100-READ-NEXT
008460     END-READ
008470     IF NOT TWO-OPEN OF TWO-RECORD
008480         MOVE "ITEM ALREADY RETURNED OR SUPERSEDED"
008490             TO WS-REJECT-REASON
008500         PERFORM 4900-REJECT-ROW THRU 4900-EXIT
008510         GO TO 4100-READ-NEXT
008520     END-IF
008530     IF WS-ROW-LANG(1:1) NOT = TWO-LANG-CD OF TWO-RECORD
008540             OR WS-ROW-LANG(2:7) NOT = SPACES
008550         MOVE "LANGUAGE CODE DOES NOT MATCH THE WORK ORDER"
008560             TO WS-REJECT-REASON
008570         PERFORM 4900-REJECT-ROW THRU 4900-EXIT
008580         GO TO 4100-READ-NEXT
008590     END-IF
008600     IF WS-ROW-TEXT = SPACES
008610         MOVE "TRANSLATED TEXT MISSING" TO WS-REJECT-REASON
008620         PERFORM 4900-REJECT-ROW THRU 4900-EXIT
008630         GO TO 4100-READ-NEXT
008640     END-IF
008650     MOVE TWO-YEAR OF TWO-RECORD TO EVT-YEAR OF EVT-RECORD
008660     MOVE TWO-SEQ-NO OF TWO-RECORD TO EVT-SEQ-NO OF EVT-RECORD
008670     READ EVENT-FILE
008680         INVALID KEY
008690             MOVE "EVENT NO LONGER ON SHMEVTF - SUPERSEDED"
008700                 TO WS-REJECT-REASON
008710             PERFORM 4800-SUPERSEDE-ITEM THRU 4800-EXIT
008720             GO TO 4100-READ-NEXT
008730     END-READ
008740     IF EVT-TEXT OF EVT-RECORD NOT = TWO-BASE-TEXT OF TWO-RECORD
008750         MOVE "EVT-TEXT CHANGED SINCE BATCH WENT OUT"
008760             TO WS-REJECT-REASON
008770         PERFORM 4800-SUPERSEDE-ITEM THRU 4800-EXIT
008780         GO TO 4100-READ-NEXT
008790     END-IF
008800     MOVE SPACES TO LNG-RECORD
008810     MOVE TWO-YEAR OF TWO-RECORD TO LNG-YEAR OF LNG-RECORD
008820     MOVE TWO-SEQ-NO OF TWO-RECORD TO LNG-SEQ-NO OF LNG-RECORD
008830     MOVE TWO-LANG-CD OF TWO-RECORD TO LNG-LANG-CD OF LNG-RECORD
008840     MOVE WS-ROW-TEXT TO LNG-TEXT OF LNG-RECORD
008850     MOVE WS-TODAY TO LNG-KEYED-DATE OF LNG-RECORD
008860     MOVE "N" TO LNG-STALE-SW OF LNG-RECORD
008870     WRITE LNG-RECORD
008880         INVALID KEY
008890             REWRITE LNG-RECORD
008900             END-REWRITE
008910     END-WRITE
008920     MOVE "R" TO TWO-STATUS OF TWO-RECORD
008930     MOVE WS-TODAY TO TWO-RETURN-DATE OF TWO-RECORD
008940     REWRITE TWO-RECORD
008950     END-REWRITE
008960     ADD 1 TO WS-ROWS-LOADED.
008970 4100-READ-NEXT.
008980     READ RETURN-FILE
008990         AT END
009000             SET WS-EOF TO TRUE
009010     END-READ.
009020 4100-EXIT.
009030     EXIT.
009040*================================================================
009050* 4800-SUPERSEDE-ITEM  -  THE BASE TEXT MOVED ON - CLOSE THE
009060*                         ITEM SO THE NEXT EXTRACT SENDS IT AGAIN
009070*================================================================
009080 4800-SUPERSEDE-ITEM.
009090     MOVE "X" TO TWO-STATUS OF TWO-RECORD
009100     MOVE WS-TODAY TO TWO-RETURN-DATE OF TWO-RECORD
009110     REWRITE TWO-RECORD
009120     END-REWRITE
009130     ADD 1 TO WS-ROWS-SUPERSEDED
009140     PERFORM 4900-REJECT-ROW THRU 4900-EXIT.
009150 4800-EXIT.
009160     EXIT.
009170*================================================================
009180* 4900-REJECT-ROW  -  ONE EXCEPTION LINE WITH THE REASON
009190*================================================================
009200 4900-REJECT-ROW.
009210     SET WS-ROW-BAD TO TRUE
009220     ADD 1 TO WS-ROWS-REJECTED
009230     IF WS-COND-CODE < 4
009240         MOVE 4 TO WS-COND-CODE
009250     END-IF
009260     MOVE SPACES TO REPORT-LINE
009270     STRING "  " DELIMITED BY SIZE
009280         WS-ROW-TAG DELIMITED BY SIZE
009290         " " DELIMITED BY SIZE
009300         WS-ROW-BATCH DELIMITED BY SIZE
009310         " " DELIMITED BY SIZE
009320         WS-ROW-YEAR DELIMITED BY SIZE
009330         "-" DELIMITED BY SIZE
009340         WS-ROW-SEQ DELIMITED BY SIZE
009350         " " DELIMITED BY SIZE
009360         WS-REJECT-REASON DELIMITED BY SIZE
009370         INTO REPORT-LINE
009380     END-STRING
009390     WRITE REPORT-LINE.
009400 4900-EXIT.
009410     EXIT.
009420*================================================================
009430* 5000-AGING  -  OUTSTANDING WORK BY BATCH, THEN BY AGE BAND
009440*================================================================
009450 5000-AGING.
009460     MOVE WS-TODAY TO WS-DN-DATE
009470     PERFORM 7800-DAY-NUMBER THRU 7800-EXIT
009480     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
009490     MOVE SPACES TO REPORT-LINE
009500     STRING "SHMTRAN OUTSTANDING TRANSLATION WORK AS OF "
009510         DELIMITED BY SIZE
009520         WS-TODAY DELIMITED BY SIZE
009530         INTO REPORT-LINE
009540     END-STRING
009550     WRITE REPORT-LINE
009560     MOVE "  BATCH L SENT       AGE ITEMS  OPEN  RETD  SUPR"
009570         TO REPORT-LINE
009580     WRITE REPORT-LINE
009590     MOVE ZERO TO WS-AGE-BATCH
009600     MOVE "N" TO WS-TWO-EOF-SW
009610     MOVE LOW-VALUES TO TWO-KEY OF TWO-RECORD
009620     START ORDER-FILE KEY IS NOT LESS THAN TWO-KEY OF TWO-RECORD
009630         INVALID KEY
009640             SET WS-TWO-EOF TO TRUE
009650         NOT INVALID KEY
009660             READ ORDER-FILE NEXT RECORD
009670                 AT END
009680                     SET WS-TWO-EOF TO TRUE
009690             END-READ
009700     END-START
009710     PERFORM 5100-AGE-ONE-ITEM THRU 5100-EXIT
009720         UNTIL WS-TWO-EOF
009730     IF WS-AGE-BATCH NOT = ZERO
009740         PERFORM 5200-PRINT-BATCH THRU 5200-EXIT
009750     END-IF
009760     IF WS-BATCHES-LISTED = ZERO
009770         MOVE "  NO OPEN WORK ORDERS" TO REPORT-LINE
009780         WRITE REPORT-LINE
009790     END-IF
009800     MOVE SPACES TO REPORT-LINE
009810     WRITE REPORT-LINE
009820     MOVE "OPEN ITEMS BY AGE" TO REPORT-LINE
009830     WRITE REPORT-LINE
009840     MOVE WS-BAND-030 TO WS-COUNT-ED
009850     MOVE SPACES TO REPORT-LINE
009860     STRING "  0-30 DAYS    : " DELIMITED BY SIZE
009870         WS-COUNT-ED DELIMITED BY SIZE
009880         INTO REPORT-LINE
009890     END-STRING
009900     WRITE REPORT-LINE
009910     MOVE WS-BAND-060 TO WS-COUNT-ED
009920     MOVE SPACES TO REPORT-LINE
009930     STRING "  31-60 DAYS   : " DELIMITED BY SIZE
009940         WS-COUNT-ED DELIMITED BY SIZE
009950         INTO REPORT-LINE
009960     END-STRING
009970     WRITE REPORT-LINE
009980     MOVE WS-BAND-090 TO WS-COUNT-ED
009990     MOVE SPACES TO REPORT-LINE
010000     STRING "  61-90 DAYS   : " DELIMITED BY SIZE
010010         WS-COUNT-ED DELIMITED BY SIZE
010020         INTO REPORT-LINE
010030     END-STRING
010040     WRITE REPORT-LINE
010050     MOVE WS-BAND-OVER TO WS-COUNT-ED
010060     MOVE SPACES TO REPORT-LINE
010070     STRING "  OVER 90 DAYS : " DELIMITED BY SIZE
010080         WS-COUNT-ED DELIMITED BY SIZE
010090         INTO REPORT-LINE
010100     END-STRING
010110     WRITE REPORT-LINE.
010120 5000-EXIT.
010130     EXIT.
010140*================================================================
010150* 5100-AGE-ONE-ITEM  -  BATCH BREAK, THEN TALLY ONE ITEM
010160*================================================================
010170 5100-AGE-ONE-ITEM.
010180     IF TWO-BATCH-NO OF TWO-RECORD NOT = WS-AGE-BATCH
010190         IF WS-AGE-BATCH NOT = ZERO
010200             PERFORM 5200-PRINT-BATCH THRU 5200-EXIT
010210         END-IF
010220         MOVE TWO-BATCH-NO OF TWO-RECORD TO WS-AGE-BATCH
010230         MOVE TWO-LANG-CD OF TWO-RECORD TO WS-AGE-LANG
010240         MOVE TWO-SENT-DATE OF TWO-RECORD TO WS-AGE-SENT
010250         MOVE ZERO TO WS-AGE-ITEMS
010260         MOVE ZERO TO WS-AGE-OPEN
010270         MOVE ZERO TO WS-AGE-RETURNED
010280         MOVE ZERO TO WS-AGE-SUPERSEDED
010290         MOVE WS-AGE-SENT TO WS-DN-DATE
010300         PERFORM 7800-DAY-NUMBER THRU 7800-EXIT
010310         MOVE ZERO TO WS-AGE-DAYS
010320         IF WS-DN-DAYS NOT = ZERO
010330                 AND WS-DN-DAYS < WS-TODAY-DAYS
010340             SUBTRACT WS-DN-DAYS FROM WS-TODAY-DAYS
010350                 GIVING WS-AGE-DAYS
010360         END-IF
010370     END-IF
010380     ADD 1 TO WS-AGE-ITEMS
010390     EVALUATE TRUE
010400         WHEN TWO-OPEN OF TWO-RECORD
010410             ADD 1 TO WS-AGE-OPEN
010420             EVALUATE TRUE
010430                 WHEN WS-AGE-DAYS NOT > 30
010440                     ADD 1 TO WS-BAND-030
010450                 WHEN WS-AGE-DAYS NOT > 60
010460                     ADD 1 TO WS-BAND-060
010470                 WHEN WS-AGE-DAYS NOT > 90
010480                     ADD 1 TO WS-BAND-090
010490                 WHEN OTHER
010500                     ADD 1 TO WS-BAND-OVER
010510             END-EVALUATE
010520         WHEN TWO-RETURNED OF TWO-RECORD
010530             ADD 1 TO WS-AGE-RETURNED
010540         WHEN OTHER
010550             ADD 1 TO WS-AGE-SUPERSEDED
010560     END-EVALUATE
010570     READ ORDER-FILE NEXT RECORD
010580         AT END
010590             SET WS-TWO-EOF TO TRUE
010600     END-READ.
010610 5100-EXIT.
010620     EXIT.
010630*================================================================
010640* 5200-PRINT-BATCH  -  ONE LINE FOR A BATCH STILL HOLDING WORK
010650*================================================================
010660 5200-PRINT-BATCH.
010670     IF WS-AGE-OPEN = ZERO
010680         GO TO 5200-EXIT
010690     END-IF
010700     ADD 1 TO WS-BATCHES-LISTED
010710     MOVE WS-AGE-ITEMS TO WS-ED-ITEMS
010720     MOVE WS-AGE-OPEN TO WS-ED-OPEN
010730     MOVE WS-AGE-RETURNED TO WS-ED-RETURNED
010740     MOVE WS-AGE-SUPERSEDED TO WS-ED-SUPERSEDED
010750     MOVE SPACES TO REPORT-LINE
010760     STRING "  " DELIMITED BY SIZE
010770         WS-AGE-BATCH DELIMITED BY SIZE
010780         " " DELIMITED BY SIZE
010790         WS-AGE-LANG DELIMITED BY SIZE
010800         " " DELIMITED BY SIZE
010810         WS-AGE-SENT DELIMITED BY SIZE
010820         " " DELIMITED BY SIZE
010830         WS-AGE-DAYS DELIMITED BY SIZE
010840         " " DELIMITED BY SIZE
010850         WS-ED-ITEMS DELIMITED BY SIZE
010860         " " DELIMITED BY SIZE
010870         WS-ED-OPEN DELIMITED BY SIZE
010880         " " DELIMITED BY SIZE
010890         WS-ED-RETURNED DELIMITED BY SIZE
010900         " " DELIMITED BY SIZE
010910         WS-ED-SUPERSEDED DELIMITED BY SIZE
010920         INTO REPORT-LINE
010930     END-STRING
010940     WRITE REPORT-LINE.
010950 5200-EXIT.
010960     EXIT.
010970*================================================================
010980* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
010990*================================================================
011000 7750-LOG-RUN.
011010     IF NOT WS-RUN-OPEN
011020         GO TO 7750-EXIT
011030     END-IF
011040     MOVE SPACES TO RUN-RECORD
011050     ACCEPT RUN-DATE FROM DATE YYYYMMDD
011060     ACCEPT RUN-TIME FROM TIME
011070     MOVE "SHMTRAN" TO RUN-PROGRAM
011080     MOVE WS-RUN-EVENT TO RUN-EVENT
011090     MOVE WS-COND-CODE TO RUN-COND-CODE
011100     MOVE WS-RUN-COUNT TO RUN-COUNT
011110     WRITE RUN-RECORD.
011120 7750-EXIT.
011130     EXIT.
011140*================================================================
011150* 7800-DAY-NUMBER  -  DAYS FROM A FIXED ORIGIN TO WS-DN-DATE,
011160*                     COUNTING MARCH AS THE FIRST MONTH SO THE
011170*                     LEAP DAY FALLS AT THE END OF THE YEAR.
011180*                     ZERO FOR A DATE THAT IS NOT NUMERIC
011190*================================================================
011200 7800-DAY-NUMBER.
011210     MOVE ZERO TO WS-DN-DAYS
011220     IF WS-DN-DATE NOT NUMERIC OR WS-DN-YYYY = ZERO
011230             OR WS-DN-MM < 1 OR WS-DN-MM > 12
011240         GO TO 7800-EXIT
011250     END-IF
011260     IF WS-DN-MM < 3
011270         SUBTRACT 1 FROM WS-DN-YYYY GIVING WS-DN-Y
011280         ADD 12 TO WS-DN-MM GIVING WS-DN-M
011290     ELSE
011300         MOVE WS-DN-YYYY TO WS-DN-Y
011310         MOVE WS-DN-MM TO WS-DN-M
011320     END-IF
011330     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4
011340     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
011350     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
011360     COMPUTE WS-DN-MTERM = 153 * (WS-DN-M - 3) + 2
011370     DIVIDE WS-DN-MTERM BY 5 GIVING WS-DN-MDAYS
011380     COMPUTE WS-DN-DAYS = 365 * WS-DN-Y + WS-DN-Q4 - WS-DN-Q100
011390         + WS-DN-Q400 + WS-DN-MDAYS + WS-DN-DD.
011400 7800-EXIT.
011410     EXIT.
011420*================================================================
011430* 8000-TERMINATE
011440*================================================================
011450 8000-TERMINATE.
011460     IF NOT PARM-MODE-AGING
011470         CLOSE EVENT-FILE
011480         CLOSE LANG-FILE
011490     END-IF
011500     CLOSE ORDER-FILE
011510     CLOSE REPORT-FILE
011520     EVALUATE TRUE
011530         WHEN PARM-MODE-EXTRACT
011540             DISPLAY "SHMTRAN - EVENTS READ         : "
011550                 WS-EVTS-READ
011560             DISPLAY "SHMTRAN - JOURNAL ROWS READ   : "
011570                 WS-JRN-READ
011580             DISPLAY "SHMTRAN - SENT, NO TRANSLATION: "
011590                 WS-ORD-MISSING
011600             DISPLAY "SHMTRAN - SENT, STALE         : "
011610                 WS-ORD-STALE
011620             ADD WS-ORD-MISSING WS-ORD-STALE GIVING WS-RUN-COUNT
011630         WHEN PARM-MODE-RETURN
011640             DISPLAY "SHMTRAN - ROWS READ           : "
011650                 WS-ROWS-READ
011660             DISPLAY "SHMTRAN - TEXTS LOADED        : "
011670                 WS-ROWS-LOADED
011680             DISPLAY "SHMTRAN - ROWS REJECTED       : "
011690                 WS-ROWS-REJECTED
011700             DISPLAY "SHMTRAN - ITEMS SUPERSEDED    : "
011710                 WS-ROWS-SUPERSEDED
011720             DISPLAY "SHMTRAN - ITEMS STILL OPEN    : "
011730                 WS-BATCH-OPEN
011740             MOVE WS-ROWS-LOADED TO WS-RUN-COUNT
011750         WHEN PARM-MODE-AGING
011760             DISPLAY "SHMTRAN - BATCHES WITH WORK   : "
011770                 WS-BATCHES-LISTED
011780             MOVE WS-BATCHES-LISTED TO WS-RUN-COUNT
011790     END-EVALUATE.
011800*================================================================
011810* 8100-RELEASE-LOCK  -  CLEAR SHMLOCK ON THE WAY OUT
011820*================================================================
011830 8100-RELEASE-LOCK.
011840     OPEN OUTPUT LOCK-FILE
011850     MOVE SPACES TO LOK-RECORD
011860     MOVE ZERO TO LOK-DATE
011870     MOVE ZERO TO LOK-TIME
011880     WRITE LOK-RECORD
011890     CLOSE LOCK-FILE
011900     MOVE "N" TO WS-LOCK-TAKEN-SW.
011910 8100-EXIT.
011920     EXIT.
011930*================================================================
011940* 9999-EXIT
011950*================================================================
011960 9999-EXIT.
011970     IF WS-LOCK-TAKEN
011980         PERFORM 8100-RELEASE-LOCK THRU 8100-EXIT
011990     END-IF
012000     MOVE "END" TO WS-RUN-EVENT
012010     PERFORM 7750-LOG-RUN THRU 7750-EXIT
012020     IF WS-RUN-OPEN
012030         CLOSE RUN-FILE
012040     END-IF
012050     DISPLAY "SHMTRAN - CONDITION CODE     : " WS-COND-CODE
012060     MOVE WS-COND-CODE TO RETURN-CODE
012070     STOP RUN.
