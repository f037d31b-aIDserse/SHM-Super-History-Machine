000100*================================================================
000110* PROGRAM-ID SHMFBKR
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMFBKR.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   WEEKLY SUMMARY OF THE SHMFBKF VISITOR ERROR-
000240*                  REPORT QUEUE - OPEN REPORTS BY AGE BAND AND
000250*                  BY REASON, THE REPORTS CLOSED IN SHMTRIA OVER
000260*                  THE LAST SEVEN DAYS BY OUTCOME, AND THE TWENTY
000270*                  EVENTS FLAGGED MOST OFTEN WITH THEIR OPEN
000280*                  COUNT AND TEXT, SO A CLUSTER OF COMPLAINTS ON
000290*                  ONE EVENT IS SEEN BEFORE IT GOES STALE. START
000300*                  AND END ROWS GO TO SHMRUNH. CC 4 WHEN MORE
000310*                  FLAGGED EVENTS ARE ON FILE THAN THE RANKING
000320*                  TABLE HOLDS.
000330*================================================================
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FBK-FILE ASSIGN TO "SHMFBKF"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS FBK-KEY OF FBK-RECORD
000440         FILE STATUS IS WS-FBK-STATUS.
000450     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EVT-KEY OF EVT-RECORD
000490         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-EVT-STATUS.
000520     SELECT REPORT-FILE ASSIGN TO "SHMFBKO"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RUN-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  FBK-FILE
000600     RECORD CONTAINS 120 CHARACTERS.
000610     COPY FBKREC.
000620 FD  EVENT-FILE
000630     RECORD CONTAINS 240 CHARACTERS.
000640     COPY EVTREC.
000650 FD  REPORT-FILE
000660     RECORD CONTAINS 132 CHARACTERS.
000670 01  REPORT-LINE               PIC X(132).
000680 FD  RUN-FILE
000690     RECORD CONTAINS 40 CHARACTERS.
000700     COPY RUNREC.
000710 WORKING-STORAGE SECTION.
000720 01  WS-FBK-STATUS             PIC X(02) VALUE "00".
000730 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
000740 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
000750 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
000760     88  WS-RUN-OPEN               VALUE "Y".
000770 01  WS-RUN-EVENT              PIC X(05).
000780 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SW             PIC X(01) VALUE "N".
000810         88  WS-EOF                VALUE "Y".
000820     05  WS-RANK-DONE-SW       PIC X(01) VALUE "N".
000830         88  WS-RANK-DONE          VALUE "Y".
000840     05  WS-EVT-OPEN-SW        PIC X(01) VALUE "N".
000850         88  WS-EVT-OPEN           VALUE "Y".
000860     05  WS-TABLE-FULL-SW      PIC X(01) VALUE "N".
000870         88  WS-TABLE-FULL         VALUE "Y".
000880 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
000890 01  WS-TODAY                  PIC 9(08).
000900 01  WS-AGE-DAYS               PIC 9(05).
000910 01  WS-COUNTERS.
000920     05  WS-RECS-READ          PIC 9(07) COMP VALUE ZERO.
000930     05  WS-OPEN-TOTAL         PIC 9(07) COMP VALUE ZERO.
000940     05  WS-BAND-007           PIC 9(07) COMP VALUE ZERO.
000950     05  WS-BAND-014           PIC 9(07) COMP VALUE ZERO.
000960     05  WS-BAND-030           PIC 9(07) COMP VALUE ZERO.
000970     05  WS-BAND-090           PIC 9(07) COMP VALUE ZERO.
000980     05  WS-BAND-OVER          PIC 9(07) COMP VALUE ZERO.
000990     05  WS-RSN-DATE           PIC 9(07) COMP VALUE ZERO.
001000     05  WS-RSN-FACT           PIC 9(07) COMP VALUE ZERO.
001010     05  WS-RSN-SPELLING       PIC 9(07) COMP VALUE ZERO.
001020     05  WS-RSN-OFFENSIVE      PIC 9(07) COMP VALUE ZERO.
001030     05  WS-RSN-OTHER          PIC 9(07) COMP VALUE ZERO.
001040     05  WS-WEEK-FIXED         PIC 9(07) COMP VALUE ZERO.
001050     05  WS-WEEK-NO-CHANGE     PIC 9(07) COMP VALUE ZERO.
001060     05  WS-WEEK-DUPLICATE     PIC 9(07) COMP VALUE ZERO.
001070*
001080*    FLAGGED EVENTS - SHMFBKF IS IN EVENT-KEY ORDER, SO EACH
001090*    EVENT'S REPORTS ARRIVE TOGETHER AND TAKE ONE ENTRY
001100*
001110 01  WS-EVENT-TABLE.
001120     05  WS-EV-COUNT           PIC 9(04) COMP VALUE ZERO.
001130     05  WS-EV-ENTRY OCCURS 2000 TIMES.
001140         10  WS-EV-KEY.
001150             15  WS-EV-YEAR    PIC 9(04).
001160             15  WS-EV-SEQ     PIC 9(04).
001170         10  WS-EV-TOTAL       PIC 9(05) COMP.
001180         10  WS-EV-OPEN        PIC 9(05) COMP.
001190 01  WS-EV-MAX-ENTRIES         PIC 9(04) COMP VALUE 2000.
001200 01  WS-EV-IX                  PIC 9(04) COMP.
001210 01  WS-EV-DROPPED             PIC 9(07) COMP VALUE ZERO.
001220 01  WS-RANK                   PIC 9(02) VALUE ZERO.
001230 01  WS-MAX-COUNT              PIC 9(05) COMP.
001240 01  WS-MAX-IX                 PIC 9(04) COMP.
001250 01  WS-PRINT-LABEL            PIC X(24).
001260 01  WS-PRINT-COUNT            PIC 9(07) COMP.
001270 01  WS-TOTAL-ED               PIC ZZZZZZ9.
001280 01  WS-COUNT-ED               PIC ZZZZ9.
001290 01  WS-OPEN-ED                PIC ZZZZ9.
001300*
001310*    DAY NUMBER OF A YYYYMMDD DATE, FOR DAYS BETWEEN TWO DATES
001320*
001330 01  WS-DN-DATE                PIC 9(08).
001340 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
001350     05  WS-DN-YYYY            PIC 9(04).
001360     05  WS-DN-MM              PIC 9(02).
001370     05  WS-DN-DD              PIC 9(02).
001380 01  WS-DN-Y                   PIC 9(04).
001390 01  WS-DN-M                   PIC 9(02).
001400 01  WS-DN-Q4                  PIC 9(04).
001410 01  WS-DN-Q100                PIC 9(04).
001420 01  WS-DN-Q400                PIC 9(04).
001430 01  WS-DN-MTERM               PIC 9(04).
001440 01  WS-DN-MDAYS               PIC 9(04).
001450 01  WS-DN-DAYS                PIC 9(07).
001460 01  WS-TODAY-DAYS             PIC 9(07).
001470 PROCEDURE DIVISION.
001480*================================================================
001490* 0000-MAINLINE
001500*================================================================
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE
001530     PERFORM 2000-TALLY-REPORT THRU 2000-EXIT
001540         UNTIL WS-EOF
001550     PERFORM 3000-PRINT-HEADER THRU 3000-EXIT
001560     IF WS-RECS-READ = ZERO
001570         MOVE "NO ERROR REPORTS ON FILE" TO REPORT-LINE
001580         WRITE REPORT-LINE
001590     ELSE
001600         PERFORM 4000-PRINT-AGING THRU 4000-EXIT
001610         PERFORM 5000-PRINT-WEEK THRU 5000-EXIT
001620         PERFORM 6000-PRINT-MOST-FLAGGED THRU 6000-EXIT
001630     END-IF
001640     PERFORM 8000-TERMINATE
001650     GO TO 9999-EXIT.
001660*================================================================
001670* 1000-INITIALIZE
001680*================================================================
001690 1000-INITIALIZE.
001700     OPEN EXTEND RUN-FILE
001710     IF WS-RUN-STATUS = "00"
001720         SET WS-RUN-OPEN TO TRUE
001730         MOVE "START" TO WS-RUN-EVENT
001740         MOVE ZERO TO WS-RUN-COUNT
001750         PERFORM 7750-LOG-RUN THRU 7750-EXIT
001760     END-IF
001770     DISPLAY "SHMFBKR - WEEKLY ERROR-REPORT SUMMARY"
001780     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001790     MOVE WS-TODAY TO WS-DN-DATE
001800     PERFORM 7800-DAY-NUMBER THRU 7800-EXIT
001810     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
001820     OPEN INPUT FBK-FILE
001830     IF WS-FBK-STATUS NOT = "00"
001840         DISPLAY "SHMFBKR - SHMFBKF NOT FOUND - NOTHING TO "
001850             "REPORT"
001860         MOVE 8 TO WS-COND-CODE
001870         GO TO 9999-EXIT
001880     END-IF
001890     OPEN INPUT EVENT-FILE
001900     IF WS-EVT-STATUS = "00"
001910         SET WS-EVT-OPEN TO TRUE
001920     ELSE
001930         DISPLAY "SHMFBKR - SHMEVTF NOT FOUND - EVENT TEXTS "
001940             "LEFT OFF THE REPORT"
001950     END-IF
001960     OPEN OUTPUT REPORT-FILE
001970     READ FBK-FILE
001980         AT END
001990             SET WS-EOF TO TRUE
002000     END-READ.
002010*================================================================
002020* 2000-TALLY-REPORT  -  COUNT ONE ERROR REPORT AND READ THE NEXT
002030*================================================================
002040 2000-TALLY-REPORT.
002050     ADD 1 TO WS-RECS-READ
002060     PERFORM 2100-TABLE-EVENT THRU 2100-EXIT
002070     IF NOT FBK-OPEN OF FBK-RECORD
002080         PERFORM 2300-TALLY-CLOSED THRU 2300-EXIT
002090         GO TO 2000-READ-NEXT
002100     END-IF
002110     ADD 1 TO WS-OPEN-TOTAL
002120     PERFORM 2200-AGE-REPORT THRU 2200-EXIT
002130     EVALUATE TRUE
002140         WHEN FBK-RSN-DATE OF FBK-RECORD
002150             ADD 1 TO WS-RSN-DATE
002160         WHEN FBK-RSN-FACT OF FBK-RECORD
002170             ADD 1 TO WS-RSN-FACT
002180         WHEN FBK-RSN-SPELLING OF FBK-RECORD
002190             ADD 1 TO WS-RSN-SPELLING
002200         WHEN FBK-RSN-OFFENSIVE OF FBK-RECORD
002210             ADD 1 TO WS-RSN-OFFENSIVE
002220         WHEN OTHER
002230             ADD 1 TO WS-RSN-OTHER
002240     END-EVALUATE.
002250 2000-READ-NEXT.
002260     READ FBK-FILE
002270         AT END
002280             SET WS-EOF TO TRUE
002290     END-READ.
002300 2000-EXIT.
002310     EXIT.
002320*================================================================
002330* 2100-TABLE-EVENT  -  ONE MORE FLAG AGAINST THE REPORT'S EVENT
002340*================================================================
002350 2100-TABLE-EVENT.
002360     IF WS-EV-COUNT > ZERO
002370         IF WS-EV-KEY (WS-EV-COUNT) = FBK-EVT-KEY OF FBK-RECORD
002380             GO TO 2100-COUNT
002390         END-IF
002400     END-IF
002410     IF WS-EV-COUNT NOT < WS-EV-MAX-ENTRIES
002420         IF NOT WS-TABLE-FULL
002430             SET WS-TABLE-FULL TO TRUE
002440             DISPLAY "SHMFBKR - MORE THAN " WS-EV-MAX-ENTRIES
002450                 " FLAGGED EVENTS - RANKING IS PARTIAL"
002460         END-IF
002470         ADD 1 TO WS-EV-DROPPED
002480         GO TO 2100-EXIT
002490     END-IF
002500     ADD 1 TO WS-EV-COUNT
002510     MOVE FBK-EVT-KEY OF FBK-RECORD TO WS-EV-KEY (WS-EV-COUNT)
002520     MOVE ZERO TO WS-EV-TOTAL (WS-EV-COUNT)
002530     MOVE ZERO TO WS-EV-OPEN (WS-EV-COUNT).
002540 2100-COUNT.
002550     ADD 1 TO WS-EV-TOTAL (WS-EV-COUNT)
002560     IF FBK-OPEN OF FBK-RECORD
002570         ADD 1 TO WS-EV-OPEN (WS-EV-COUNT)
002580     END-IF.
002590 2100-EXIT.
002600     EXIT.
002610*================================================================
002620* 2200-AGE-REPORT  -  DAYS SINCE AN OPEN REPORT WAS FLAGGED,
002630*                     INTO ITS AGE BAND
002640*================================================================
002650 2200-AGE-REPORT.
002660     MOVE FBK-FLAG-DATE OF FBK-RECORD TO WS-DN-DATE
002670     PERFORM 7800-DAY-NUMBER THRU 7800-EXIT
002680     MOVE ZERO TO WS-AGE-DAYS
002690     IF WS-DN-DAYS NOT = ZERO
002700             AND WS-DN-DAYS < WS-TODAY-DAYS
002710         SUBTRACT WS-DN-DAYS FROM WS-TODAY-DAYS
002720             GIVING WS-AGE-DAYS
002730     END-IF
002740     EVALUATE TRUE
002750         WHEN WS-AGE-DAYS NOT > 7
002760             ADD 1 TO WS-BAND-007
002770         WHEN WS-AGE-DAYS NOT > 14
002780             ADD 1 TO WS-BAND-014
002790         WHEN WS-AGE-DAYS NOT > 30
002800             ADD 1 TO WS-BAND-030
002810         WHEN WS-AGE-DAYS NOT > 90
002820             ADD 1 TO WS-BAND-090
002830         WHEN OTHER
002840             ADD 1 TO WS-BAND-OVER
002850     END-EVALUATE.
002860 2200-EXIT.
002870     EXIT.
002880*================================================================
002890* 2300-TALLY-CLOSED  -  A REPORT CLOSED IN THE LAST SEVEN DAYS
002900*================================================================
002910 2300-TALLY-CLOSED.
002920     MOVE FBK-CLOSED-DATE OF FBK-RECORD TO WS-DN-DATE
002930     PERFORM 7800-DAY-NUMBER THRU 7800-EXIT
002940     IF WS-DN-DAYS = ZERO
002950             OR WS-DN-DAYS + 7 < WS-TODAY-DAYS
002960         GO TO 2300-EXIT
002970     END-IF
002980     EVALUATE TRUE
002990         WHEN FBK-FIXED OF FBK-RECORD
003000             ADD 1 TO WS-WEEK-FIXED
003010         WHEN FBK-NO-CHANGE OF FBK-RECORD
003020             ADD 1 TO WS-WEEK-NO-CHANGE
003030         WHEN FBK-DUPLICATE OF FBK-RECORD
003040             ADD 1 TO WS-WEEK-DUPLICATE
003050         WHEN OTHER
003060             CONTINUE
003070     END-EVALUATE.
003080 2300-EXIT.
003090     EXIT.
003100*================================================================
003110* 3000-PRINT-HEADER  -  REPORT TITLE AND RUN DATE
003120*================================================================
003130 3000-PRINT-HEADER.
003140     MOVE SPACES TO REPORT-LINE
003150     STRING "SHMFBKF WEEKLY ERROR-REPORT SUMMARY AS OF "
003160         DELIMITED BY SIZE
003170         WS-TODAY DELIMITED BY SIZE
003180         INTO REPORT-LINE
003190     END-STRING
003200     WRITE REPORT-LINE
003210     MOVE WS-RECS-READ TO WS-PRINT-COUNT
003220     MOVE "REPORTS ON FILE" TO WS-PRINT-LABEL
003230     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT.
003240 3000-EXIT.
003250     EXIT.
003260*================================================================
003270* 4000-PRINT-AGING  -  OPEN REPORTS BY AGE BAND AND BY REASON
003280*================================================================
003290 4000-PRINT-AGING.
003300     MOVE SPACES TO REPORT-LINE
003310     WRITE REPORT-LINE
003320     MOVE "OPEN REPORTS BY AGE" TO REPORT-LINE
003330     WRITE REPORT-LINE
003340     MOVE WS-BAND-007 TO WS-PRINT-COUNT
003350     MOVE "0-7 DAYS" TO WS-PRINT-LABEL
003360     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003370     MOVE WS-BAND-014 TO WS-PRINT-COUNT
003380     MOVE "8-14 DAYS" TO WS-PRINT-LABEL
003390     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003400     MOVE WS-BAND-030 TO WS-PRINT-COUNT
003410     MOVE "15-30 DAYS" TO WS-PRINT-LABEL
003420     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003430     MOVE WS-BAND-090 TO WS-PRINT-COUNT
003440     MOVE "31-90 DAYS" TO WS-PRINT-LABEL
003450     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003460     MOVE WS-BAND-OVER TO WS-PRINT-COUNT
003470     MOVE "OVER 90 DAYS" TO WS-PRINT-LABEL
003480     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003490     MOVE WS-OPEN-TOTAL TO WS-PRINT-COUNT
003500     MOVE "TOTAL OPEN" TO WS-PRINT-LABEL
003510     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003520     MOVE SPACES TO REPORT-LINE
003530     WRITE REPORT-LINE
003540     MOVE "OPEN REPORTS BY REASON" TO REPORT-LINE
003550     WRITE REPORT-LINE
003560     MOVE WS-RSN-DATE TO WS-PRINT-COUNT
003570     MOVE "WRONG DATE" TO WS-PRINT-LABEL
003580     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003590     MOVE WS-RSN-FACT TO WS-PRINT-COUNT
003600     MOVE "WRONG FACT" TO WS-PRINT-LABEL
003610     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003620     MOVE WS-RSN-SPELLING TO WS-PRINT-COUNT
003630     MOVE "SPELLING" TO WS-PRINT-LABEL
003640     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003650     MOVE WS-RSN-OFFENSIVE TO WS-PRINT-COUNT
003660     MOVE "OFFENSIVE" TO WS-PRINT-LABEL
003670     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003680     MOVE WS-RSN-OTHER TO WS-PRINT-COUNT
003690     MOVE "OTHER" TO WS-PRINT-LABEL
003700     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT.
003710 4000-EXIT.
003720     EXIT.
003730*================================================================
003740* 5000-PRINT-WEEK  -  REPORTS CLOSED IN THE LAST SEVEN DAYS
003750*================================================================
003760 5000-PRINT-WEEK.
003770     MOVE SPACES TO REPORT-LINE
003780     WRITE REPORT-LINE
003790     MOVE "CLOSED IN THE LAST SEVEN DAYS" TO REPORT-LINE
003800     WRITE REPORT-LINE
003810     MOVE WS-WEEK-FIXED TO WS-PRINT-COUNT
003820     MOVE "FIXED" TO WS-PRINT-LABEL
003830     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003840     MOVE WS-WEEK-NO-CHANGE TO WS-PRINT-COUNT
003850     MOVE "NO CHANGE" TO WS-PRINT-LABEL
003860     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT
003870     MOVE WS-WEEK-DUPLICATE TO WS-PRINT-COUNT
003880     MOVE "DUPLICATE" TO WS-PRINT-LABEL
003890     PERFORM 7000-PRINT-COUNT THRU 7000-EXIT.
003900 5000-EXIT.
003910     EXIT.
003920*================================================================
003930* 6000-PRINT-MOST-FLAGGED  -  THE TWENTY EVENTS WITH THE MOST
003940*                             REPORTS AGAINST THEM
003950*================================================================
003960 6000-PRINT-MOST-FLAGGED.
003970     MOVE SPACES TO REPORT-LINE
003980     WRITE REPORT-LINE
003990     MOVE "MOST-FLAGGED EVENTS" TO REPORT-LINE
004000     WRITE REPORT-LINE
004010     MOVE "  RANK  EVENT       FLAGS   OPEN  TEXT" TO REPORT-LINE
004020     WRITE REPORT-LINE
004030     MOVE ZERO TO WS-RANK
004040     MOVE "N" TO WS-RANK-DONE-SW
004050     PERFORM 6100-RANK-ONE-EVENT THRU 6100-EXIT
004060         UNTIL WS-RANK-DONE OR WS-RANK = 20
004070     IF WS-TABLE-FULL
004080         MOVE SPACES TO REPORT-LINE
004090         WRITE REPORT-LINE
004100         MOVE WS-EV-DROPPED TO WS-TOTAL-ED
004110         MOVE SPACES TO REPORT-LINE
004120         STRING "NOTE - " DELIMITED BY SIZE
004130             WS-TOTAL-ED DELIMITED BY SIZE
004140             " REPORTS ON EVENTS PAST THE TABLE LIMIT WERE NOT "
004150             DELIMITED BY SIZE
004160             "RANKED" DELIMITED BY SIZE
004170             INTO REPORT-LINE
004180         END-STRING
004190         WRITE REPORT-LINE
004200     END-IF.
004210 6000-EXIT.
004220     EXIT.
004230*================================================================
004240* 6100-RANK-ONE-EVENT  -  PULL THE NEXT MOST-FLAGGED EVENT AND
004250*                         PRINT IT
004260*================================================================
004270 6100-RANK-ONE-EVENT.
004280     MOVE ZERO TO WS-MAX-COUNT
004290     MOVE ZERO TO WS-MAX-IX
004300     PERFORM 6150-SCAN-EVENTS THRU 6150-EXIT
004310         VARYING WS-EV-IX FROM 1 BY 1
004320         UNTIL WS-EV-IX > WS-EV-COUNT
004330     IF WS-MAX-COUNT = ZERO
004340         SET WS-RANK-DONE TO TRUE
004350         GO TO 6100-EXIT
004360     END-IF
004370     ADD 1 TO WS-RANK
004380     MOVE SPACES TO EVT-TEXT OF EVT-RECORD
004390     IF WS-EVT-OPEN
004400         MOVE WS-EV-YEAR (WS-MAX-IX) TO EVT-YEAR OF EVT-RECORD
004410         MOVE WS-EV-SEQ (WS-MAX-IX) TO EVT-SEQ-NO OF EVT-RECORD
004420         READ EVENT-FILE
004430             INVALID KEY
004440                 MOVE SPACES TO EVT-TEXT OF EVT-RECORD
004450                 MOVE "(NO LONGER ON SHMEVTF)"
004460                     TO EVT-TEXT OF EVT-RECORD
004470         END-READ
004480     END-IF
004490     MOVE WS-MAX-COUNT TO WS-COUNT-ED
004500     MOVE WS-EV-OPEN (WS-MAX-IX) TO WS-OPEN-ED
004510     MOVE SPACES TO REPORT-LINE
004520     STRING "    " DELIMITED BY SIZE
004530         WS-RANK DELIMITED BY SIZE
004540         "  " DELIMITED BY SIZE
004550         WS-EV-YEAR (WS-MAX-IX) DELIMITED BY SIZE
004560         "/" DELIMITED BY SIZE
004570         WS-EV-SEQ (WS-MAX-IX) DELIMITED BY SIZE
004580         "  " DELIMITED BY SIZE
004590         WS-COUNT-ED DELIMITED BY SIZE
004600         "  " DELIMITED BY SIZE
004610         WS-OPEN-ED DELIMITED BY SIZE
004620         "  " DELIMITED BY SIZE
004630         EVT-TEXT OF EVT-RECORD (1:90) DELIMITED BY SIZE
004640         INTO REPORT-LINE
004650     END-STRING
004660     WRITE REPORT-LINE
004670     MOVE ZERO TO WS-EV-TOTAL (WS-MAX-IX).
004680 6100-EXIT.
004690     EXIT.
004700*================================================================
004710* 6150-SCAN-EVENTS  -  REMEMBER THE MOST-FLAGGED EVENT UNLISTED
004720*================================================================
004730 6150-SCAN-EVENTS.
004740     IF WS-EV-TOTAL (WS-EV-IX) > WS-MAX-COUNT
004750         MOVE WS-EV-TOTAL (WS-EV-IX) TO WS-MAX-COUNT
004760         MOVE WS-EV-IX TO WS-MAX-IX
004770     END-IF.
004780 6150-EXIT.
004790     EXIT.
004800*================================================================
004810* 7000-PRINT-COUNT  -  ONE "  LABEL : COUNT" LINE
004820*================================================================
004830 7000-PRINT-COUNT.
004840     MOVE WS-PRINT-COUNT TO WS-TOTAL-ED
004850     MOVE SPACES TO REPORT-LINE
004860     STRING "  " DELIMITED BY SIZE
004870         WS-PRINT-LABEL DELIMITED BY SIZE
004880         ": " DELIMITED BY SIZE
004890         WS-TOTAL-ED DELIMITED BY SIZE
004900         INTO REPORT-LINE
004910     END-STRING
004920     WRITE REPORT-LINE.
004930 7000-EXIT.
004940     EXIT.
004950*================================================================
004960* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
004970*================================================================
004980 7750-LOG-RUN.
004990     IF NOT WS-RUN-OPEN
005000         GO TO 7750-EXIT
005010     END-IF
005020     MOVE SPACES TO RUN-RECORD
005030     ACCEPT RUN-DATE FROM DATE YYYYMMDD
005040     ACCEPT RUN-TIME FROM TIME
005050     MOVE "SHMFBKR" TO RUN-PROGRAM
005060     MOVE WS-RUN-EVENT TO RUN-EVENT
005070     MOVE WS-COND-CODE TO RUN-COND-CODE
005080     MOVE WS-RUN-COUNT TO RUN-COUNT
005090     WRITE RUN-RECORD.
005100 7750-EXIT.
005110     EXIT.
005120*================================================================
005130* 7800-DAY-NUMBER  -  DAYS FROM A FIXED ORIGIN TO WS-DN-DATE,
005140*                     COUNTING MARCH AS THE FIRST MONTH SO THE
005150*                     LEAP DAY FALLS AT THE END OF THE YEAR.
005160*                     ZERO FOR A DATE THAT IS NOT NUMERIC
005170*================================================================
005180 7800-DAY-NUMBER.
005190     MOVE ZERO TO WS-DN-DAYS
005200     IF WS-DN-DATE NOT NUMERIC OR WS-DN-YYYY = ZERO
005210             OR WS-DN-MM < 1 OR WS-DN-MM > 12
005220         GO TO 7800-EXIT
005230     END-IF
005240     IF WS-DN-MM < 3
005250         SUBTRACT 1 FROM WS-DN-YYYY GIVING WS-DN-Y
005260         ADD 12 TO WS-DN-MM GIVING WS-DN-M
005270     ELSE
005280         MOVE WS-DN-YYYY TO WS-DN-Y
005290         MOVE WS-DN-MM TO WS-DN-M
005300     END-IF
005310     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4
005320     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
005330     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
005340     COMPUTE WS-DN-MTERM = 153 * (WS-DN-M - 3) + 2
005350     DIVIDE WS-DN-MTERM BY 5 GIVING WS-DN-MDAYS
005360     COMPUTE WS-DN-DAYS = 365 * WS-DN-Y + WS-DN-Q4 - WS-DN-Q100
005370         + WS-DN-Q400 + WS-DN-MDAYS + WS-DN-DD.
005380 7800-EXIT.
005390     EXIT.
005400*================================================================
005410* 8000-TERMINATE
005420*================================================================
005430 8000-TERMINATE.
005440     CLOSE FBK-FILE
005450     IF WS-EVT-OPEN
005460         CLOSE EVENT-FILE
005470     END-IF
005480     CLOSE REPORT-FILE
005490     DISPLAY "SHMFBKR - REPORTS READ       : " WS-RECS-READ
005500     DISPLAY "SHMFBKR - STILL OPEN         : " WS-OPEN-TOTAL
005510     DISPLAY "SHMFBKR - OPEN OVER 90 DAYS  : " WS-BAND-OVER
005520     IF WS-TABLE-FULL AND WS-COND-CODE < 4
005530         MOVE 4 TO WS-COND-CODE
005540     END-IF.
005550*================================================================
005560* 9999-EXIT
005570*================================================================
005580 9999-EXIT.
005590     MOVE "END" TO WS-RUN-EVENT
005600     MOVE WS-RECS-READ TO WS-RUN-COUNT
005610     PERFORM 7750-LOG-RUN THRU 7750-EXIT
005620     IF WS-RUN-OPEN
005630         CLOSE RUN-FILE
005640     END-IF
005650     DISPLAY "SHMFBKR - CONDITION CODE     : " WS-COND-CODE
005660     MOVE WS-COND-CODE TO RETURN-CODE
005670     STOP RUN.
