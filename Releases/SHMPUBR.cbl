000100*================================================================
000110* PROGRAM-ID SHMPUBR
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMPUBR.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   NIGHTLY RELEASE OF EMBARGOED EVENTS. EVERY
000240*                  SCHEDULED EVENT WHOSE SHMPUBF RELEASE DATE HAS
000250*                  ARRIVED IS SET TO PUBLISHED ON SHMEVTF, WITH A
000260*                  JOURNAL ROW LIKE ANY OTHER UPDATE, AND LISTED
000270*                  ON SHMPUBRO AS GONE LIVE. A SCHEDULED EVENT
000280*                  WITH NO RELEASE DATE ON SHMPUBF IS LISTED AS
000290*                  AN EXCEPTION AND GIVES CC 4. THE RUN TAKES THE
000300*                  SHMLOCK WRITER LOCK AND IS REFUSED WITH CC 8
000310*                  WHILE ANYONE ELSE HOLDS IT.
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS EVT-KEY OF EVT-RECORD
000430         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-EVT-STATUS.
000460     SELECT PUB-FILE ASSIGN TO "SHMPUBF"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS PUB-KEY OF PUB-RECORD
000500         FILE STATUS IS WS-PUB-STATUS.
000510     SELECT JOURNAL-FILE ASSIGN TO "SHMJRNL"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT LOCK-FILE ASSIGN TO "SHMLOCK"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-LOK-STATUS.
000560     SELECT REPORT-FILE ASSIGN TO "SHMPUBRO"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RUN-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  EVENT-FILE
000640     RECORD CONTAINS 240 CHARACTERS.
000650     COPY EVTREC.
000660 FD  PUB-FILE
000670     RECORD CONTAINS 120 CHARACTERS.
000680     COPY PUBREC.
000690 FD  JOURNAL-FILE
000700     RECORD CONTAINS 512 CHARACTERS.
000710     COPY JRNREC.
000720 FD  LOCK-FILE
000730     RECORD CONTAINS 40 CHARACTERS.
000740     COPY LOKREC.
000750 FD  REPORT-FILE
000760     RECORD CONTAINS 132 CHARACTERS.
000770 01  REPORT-LINE               PIC X(132).
000780 FD  RUN-FILE
000790     RECORD CONTAINS 40 CHARACTERS.
000800     COPY RUNREC.
000810 WORKING-STORAGE SECTION.
000820 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
000830 01  WS-PUB-STATUS             PIC X(02) VALUE "00".
000840 01  WS-LOK-STATUS             PIC X(02) VALUE "00".
000850 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
000860 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
000870     88  WS-RUN-OPEN               VALUE "Y".
000880 01  WS-RUN-EVENT              PIC X(05).
000890 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
000900 01  WS-SWITCHES.
000910     05  WS-EOF-SW             PIC X(01) VALUE "N".
000920         88  WS-EOF                VALUE "Y".
000930     05  WS-LOCK-HELD-SW       PIC X(01) VALUE "N".
000940         88  WS-LOCK-HELD          VALUE "Y".
000950     05  WS-LOCK-TAKEN-SW      PIC X(01) VALUE "N".
000960         88  WS-LOCK-TAKEN         VALUE "Y".
000970     05  WS-PUB-OPEN-SW        PIC X(01) VALUE "N".
000980         88  WS-PUB-OPEN           VALUE "Y".
000990 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001000 01  WS-TODAY                  PIC 9(08).
001010 01  WS-COUNTERS.
001020     05  WS-RECS-READ          PIC 9(07) COMP VALUE ZERO.
001030     05  WS-RELEASED           PIC 9(07) COMP VALUE ZERO.
001040     05  WS-STILL-HELD         PIC 9(07) COMP VALUE ZERO.
001050     05  WS-EXCEPTIONS         PIC 9(07) COMP VALUE ZERO.
001060 01  WS-BEFORE-IMAGE           PIC X(240).
001070 01  WS-PRINT-LABEL            PIC X(24).
001080 01  WS-PRINT-COUNT            PIC 9(07) COMP.
001090 01  WS-TOTAL-ED               PIC ZZZZZZ9.
001100 01  WS-EXCEPTION-TEXT         PIC X(40).
001110*
001120*    ONE GONE-LIVE (OR EXCEPTION) LINE
001130*
001140 01  WS-DETAIL-LINE.
001150     05  WS-DL-YEAR            PIC 9(04).
001160     05  FILLER                PIC X(01) VALUE "-".
001170     05  WS-DL-SEQ             PIC 9(04).
001180     05  FILLER                PIC X(02) VALUE SPACES.
001190     05  WS-DL-RELEASE         PIC X(08).
001200     05  FILLER                PIC X(02) VALUE SPACES.
001210     05  WS-DL-TEXT            PIC X(80).
001220     05  FILLER                PIC X(31) VALUE SPACES.
001230 PROCEDURE DIVISION.
001240*================================================================
001250* 0000-MAINLINE
001260*================================================================
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE
001290     PERFORM 3000-PRINT-HEADER THRU 3000-EXIT
001300     PERFORM 2000-CHECK-EVENT THRU 2000-EXIT
001310         UNTIL WS-EOF
001320     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001330     PERFORM 8000-TERMINATE
001340     GO TO 9999-EXIT.
001350*================================================================
001360* 1000-INITIALIZE
001370*================================================================
001380 1000-INITIALIZE.
001390     OPEN EXTEND RUN-FILE
001400     IF WS-RUN-STATUS = "00"
001410         SET WS-RUN-OPEN TO TRUE
001420         MOVE "START" TO WS-RUN-EVENT
001430         MOVE ZERO TO WS-RUN-COUNT
001440         PERFORM 7750-LOG-RUN THRU 7750-EXIT
001450     END-IF
001460     DISPLAY "SHMPUBR - NIGHTLY RELEASE OF EMBARGOED EVENTS"
001470     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001480     PERFORM 3500-CHECK-LOCK THRU 3500-EXIT
001490     IF WS-LOCK-HELD
001500         DISPLAY "SHMPUBR - SHMLOCK IS HELD BY " LOK-PROGRAM
001510             " " LOK-OPERATOR " - RUN REFUSED"
001520         MOVE 8 TO WS-COND-CODE
001530         GO TO 9999-EXIT
001540     END-IF
001550     OPEN I-O EVENT-FILE
001560     IF WS-EVT-STATUS NOT = "00"
001570         DISPLAY "SHMPUBR - SHMEVTF NOT FOUND - NOTHING TO "
001580             "RELEASE"
001590         MOVE 8 TO WS-COND-CODE
001600         GO TO 9999-EXIT
001610     END-IF
001620     OPEN I-O PUB-FILE
001630     IF WS-PUB-STATUS = "00"
001640         SET WS-PUB-OPEN TO TRUE
001650     ELSE
001660         DISPLAY "SHMPUBR - SHMPUBF NOT FOUND - NO RELEASE "
001670             "DATES ON FILE"
001680     END-IF
001690     PERFORM 3600-TAKE-LOCK THRU 3600-EXIT
001700     OPEN EXTEND JOURNAL-FILE
001710     OPEN OUTPUT REPORT-FILE
001720     READ EVENT-FILE
001730         AT END
001740             SET WS-EOF TO TRUE
001750     END-READ.
001760*================================================================
001770* 2000-CHECK-EVENT  -  RELEASE ONE SCHEDULED EVENT IF ITS DATE
001780*                      HAS COME, THEN READ THE NEXT
001790*================================================================
001800 2000-CHECK-EVENT.
001810     ADD 1 TO WS-RECS-READ
001820     IF NOT EVT-PUB-SCHEDULED OF EVT-RECORD
001830         GO TO 2000-READ-NEXT
001840     END-IF
001850     MOVE SPACES TO WS-EXCEPTION-TEXT
001860     IF NOT WS-PUB-OPEN
001870         MOVE "NO RELEASE DATE - SHMPUBF MISSING"
001880             TO WS-EXCEPTION-TEXT
001890         PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
001900         GO TO 2000-READ-NEXT
001910     END-IF
001920     MOVE EVT-KEY OF EVT-RECORD TO PUB-KEY OF PUB-RECORD
001930     READ PUB-FILE
001940         INVALID KEY
001950             MOVE "NO RELEASE DATE - NO SHMPUBF ROW"
001960                 TO WS-EXCEPTION-TEXT
001970     END-READ
001980     IF WS-EXCEPTION-TEXT = SPACES
001990             AND PUB-RELEASE-DATE OF PUB-RECORD NOT NUMERIC
002000         MOVE "RELEASE DATE ON SHMPUBF IS NOT A DATE"
002010             TO WS-EXCEPTION-TEXT
002020     END-IF
002030     IF WS-EXCEPTION-TEXT = SPACES
002040             AND PUB-RELEASE-DATE OF PUB-RECORD = ZERO
002050         MOVE "NO RELEASE DATE ON SHMPUBF ROW"
002060             TO WS-EXCEPTION-TEXT
002070     END-IF
002080     IF WS-EXCEPTION-TEXT NOT = SPACES
002090         PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
002100         GO TO 2000-READ-NEXT
002110     END-IF
002120     IF PUB-RELEASE-DATE OF PUB-RECORD > WS-TODAY
002130         ADD 1 TO WS-STILL-HELD
002140         GO TO 2000-READ-NEXT
002150     END-IF
002160     PERFORM 2100-RELEASE-EVENT THRU 2100-EXIT.
002170 2000-READ-NEXT.
002180     READ EVENT-FILE
002190         AT END
002200             SET WS-EOF TO TRUE
002210     END-READ.
002220 2000-EXIT.
002230     EXIT.
002240*================================================================
002250* 2100-RELEASE-EVENT  -  SET THE EVENT PUBLISHED, JOURNAL IT,
002260*                        STAMP SHMPUBF AND LIST IT AS GONE LIVE
002270*================================================================
002280 2100-RELEASE-EVENT.
002290     MOVE EVT-RECORD TO WS-BEFORE-IMAGE
002300     SET EVT-PUB-PUBLISHED OF EVT-RECORD TO TRUE
002310     REWRITE EVT-RECORD
002320     IF WS-EVT-STATUS NOT = "00"
002330         MOVE "REWRITE OF SHMEVTF FAILED - STATUS "
002340             TO WS-EXCEPTION-TEXT
002350         MOVE WS-EVT-STATUS TO WS-EXCEPTION-TEXT (36:2)
002360         PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
002370         GO TO 2100-EXIT
002380     END-IF
002390     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
002400     MOVE WS-TODAY TO PUB-RELEASED-DATE OF PUB-RECORD
002410     REWRITE PUB-RECORD
002420     END-REWRITE
002430     ADD 1 TO WS-RELEASED
002440     MOVE EVT-YEAR OF EVT-RECORD TO WS-DL-YEAR
002450     MOVE EVT-SEQ-NO OF EVT-RECORD TO WS-DL-SEQ
002460     MOVE PUB-RELEASE-DATE OF PUB-RECORD TO WS-DL-RELEASE
002470     MOVE EVT-TEXT OF EVT-RECORD (1:80) TO WS-DL-TEXT
002480     MOVE WS-DETAIL-LINE TO REPORT-LINE
002490     WRITE REPORT-LINE.
002500 2100-EXIT.
002510     EXIT.
002520*================================================================
002530* 2200-PRINT-EXCEPTION  -  A SCHEDULED EVENT THAT CANNOT GO LIVE
002540*================================================================
002550 2200-PRINT-EXCEPTION.
002560     ADD 1 TO WS-EXCEPTIONS
002570     IF WS-COND-CODE < 4
002580         MOVE 4 TO WS-COND-CODE
002590     END-IF
002600     MOVE EVT-YEAR OF EVT-RECORD TO WS-DL-YEAR
002610     MOVE EVT-SEQ-NO OF EVT-RECORD TO WS-DL-SEQ
002620     MOVE "**EXCP**" TO WS-DL-RELEASE
002630     MOVE WS-EXCEPTION-TEXT TO WS-DL-TEXT
002640     MOVE WS-DETAIL-LINE TO REPORT-LINE
002650     WRITE REPORT-LINE.
002660 2200-EXIT.
002670     EXIT.
002680*================================================================
002690* 3000-PRINT-HEADER  -  REPORT TITLE AND COLUMN HEADINGS
002700*================================================================
002710 3000-PRINT-HEADER.
002720     MOVE SPACES TO REPORT-LINE
002730     STRING "SHMPUBR NIGHTLY RELEASE - EVENTS GONE LIVE AS OF "
002740         DELIMITED BY SIZE
002750         WS-TODAY DELIMITED BY SIZE
002760         INTO REPORT-LINE
002770     END-STRING
002780     WRITE REPORT-LINE
002790     MOVE SPACES TO REPORT-LINE
002800     WRITE REPORT-LINE
002810     MOVE "EVENT      RELEASE   TEXT" TO REPORT-LINE
002820     WRITE REPORT-LINE.
002830 3000-EXIT.
002840     EXIT.
002850*================================================================
002860* 3500-CHECK-LOCK  -  IS SHMLOCK HELD, AND BY WHOM
002870*================================================================
002880 3500-CHECK-LOCK.
002890     MOVE "N" TO WS-LOCK-HELD-SW
002900     OPEN INPUT LOCK-FILE
002910     IF WS-LOK-STATUS NOT = "00"
002920         GO TO 3500-EXIT
002930     END-IF
002940     READ LOCK-FILE
002950         NOT AT END
002960             IF LOK-PROGRAM NOT = SPACES
002970                 SET WS-LOCK-HELD TO TRUE
002980             END-IF
002990     END-READ
003000     CLOSE LOCK-FILE.
003010 3500-EXIT.
003020     EXIT.
003030*================================================================
003040* 3600-TAKE-LOCK  -  WRITE OUR NAME ON SHMLOCK
003050*================================================================
003060 3600-TAKE-LOCK.
003070     OPEN OUTPUT LOCK-FILE
003080     MOVE SPACES TO LOK-RECORD
003090     MOVE "SHMPUBR" TO LOK-PROGRAM
003100     MOVE "BATCH" TO LOK-OPERATOR
003110     ACCEPT LOK-DATE FROM DATE YYYYMMDD
003120     ACCEPT LOK-TIME FROM TIME
003130     WRITE LOK-RECORD
003140     CLOSE LOCK-FILE
003150     SET WS-LOCK-TAKEN TO TRUE.
003160 3600-EXIT.
003170     EXIT.
003180*================================================================
003190* 3700-RELEASE-LOCK  -  CLEAR SHMLOCK ON THE WAY OUT
003200*================================================================
003210 3700-RELEASE-LOCK.
003220     OPEN OUTPUT LOCK-FILE
003230     MOVE SPACES TO LOK-RECORD
003240     MOVE ZERO TO LOK-DATE
003250     MOVE ZERO TO LOK-TIME
003260     WRITE LOK-RECORD
003270     CLOSE LOCK-FILE
003280     MOVE "N" TO WS-LOCK-TAKEN-SW.
003290 3700-EXIT.
003300     EXIT.
003310*================================================================
003320* 4000-PRINT-TOTALS  -  RUN TOTALS AT THE FOOT OF THE LIST
003330*================================================================
003340 4000-PRINT-TOTALS.
003350     IF WS-RELEASED = ZERO
003360         MOVE "NO EVENTS WENT LIVE" TO REPORT-LINE
003370         WRITE REPORT-LINE
003380     END-IF
003390     MOVE SPACES TO REPORT-LINE
003400     WRITE REPORT-LINE
003410     MOVE WS-RELEASED TO WS-PRINT-COUNT
003420     MOVE "EVENTS GONE LIVE" TO WS-PRINT-LABEL
003430     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
003440     MOVE WS-STILL-HELD TO WS-PRINT-COUNT
003450     MOVE "STILL SCHEDULED" TO WS-PRINT-LABEL
003460     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT
003470     MOVE WS-EXCEPTIONS TO WS-PRINT-COUNT
003480     MOVE "EXCEPTIONS" TO WS-PRINT-LABEL
003490     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
003500 4000-EXIT.
003510     EXIT.
003520*================================================================
003530* 7000-WRITE-JOURNAL  -  CUT ONE BEFORE/AFTER ROW TO SHMJRNL
003540*================================================================
003550 7000-WRITE-JOURNAL.
003560     MOVE SPACES TO JRN-RECORD
003570     ACCEPT JRN-DATE FROM DATE YYYYMMDD
003580     ACCEPT JRN-TIME FROM TIME
003590     SET JRN-FN-UPDATE TO TRUE
003600     MOVE "SHMPUBR" TO JRN-OPERATOR
003610     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
003620     MOVE EVT-RECORD TO JRN-AFTER-IMAGE
003630     WRITE JRN-RECORD.
003640 7000-EXIT.
003650     EXIT.
003660*================================================================
003670* 7100-PRINT-COUNT  -  ONE LABELLED TOTAL LINE
003680*================================================================
003690 7100-PRINT-COUNT.
003700     MOVE WS-PRINT-COUNT TO WS-TOTAL-ED
003710     MOVE SPACES TO REPORT-LINE
003720     STRING WS-PRINT-LABEL DELIMITED BY SIZE
003730         WS-TOTAL-ED DELIMITED BY SIZE
003740         INTO REPORT-LINE
003750     END-STRING
003760     WRITE REPORT-LINE.
003770 7100-EXIT.
003780     EXIT.
003790*================================================================
003800* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
003810*================================================================
003820 7750-LOG-RUN.
003830     IF NOT WS-RUN-OPEN
003840         GO TO 7750-EXIT
003850     END-IF
003860     MOVE SPACES TO RUN-RECORD
003870     ACCEPT RUN-DATE FROM DATE YYYYMMDD
003880     ACCEPT RUN-TIME FROM TIME
003890     MOVE "SHMPUBR" TO RUN-PROGRAM
003900     MOVE WS-RUN-EVENT TO RUN-EVENT
003910     MOVE WS-COND-CODE TO RUN-COND-CODE
003920     MOVE WS-RUN-COUNT TO RUN-COUNT
003930     WRITE RUN-RECORD.
003940 7750-EXIT.
003950     EXIT.
003960*================================================================
003970* 8000-TERMINATE
003980*================================================================
003990 8000-TERMINATE.
004000     CLOSE EVENT-FILE
004010     IF WS-PUB-OPEN
004020         CLOSE PUB-FILE
004030     END-IF
004040     CLOSE JOURNAL-FILE
004050     CLOSE REPORT-FILE
004060     DISPLAY "SHMPUBR - EVENTS READ        : " WS-RECS-READ
004070     DISPLAY "SHMPUBR - EVENTS GONE LIVE   : " WS-RELEASED
004080     DISPLAY "SHMPUBR - STILL SCHEDULED    : " WS-STILL-HELD
004090     DISPLAY "SHMPUBR - EXCEPTIONS         : " WS-EXCEPTIONS.
004100*================================================================
004110* 9999-EXIT
004120*================================================================
004130 9999-EXIT.
004140     IF WS-LOCK-TAKEN
004150         PERFORM 3700-RELEASE-LOCK THRU 3700-EXIT
004160     END-IF
004170     MOVE "END" TO WS-RUN-EVENT
004180     MOVE WS-RELEASED TO WS-RUN-COUNT
004190     PERFORM 7750-LOG-RUN THRU 7750-EXIT
004200     IF WS-RUN-OPEN
004210         CLOSE RUN-FILE
004220     END-IF
004230     DISPLAY "SHMPUBR - CONDITION CODE     : " WS-COND-CODE
004240     MOVE WS-COND-CODE TO RETURN-CODE
004250     STOP RUN.
