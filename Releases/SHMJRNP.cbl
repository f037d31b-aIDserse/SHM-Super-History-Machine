000100*================================================================
000110* PROGRAM-ID SHMJRNP
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMJRNP.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   PERIODIC CUT OF THE SHMJRNL MAINTENANCE
000240*                  JOURNAL, WHICH SHMMAINT ONLY EVER EXTENDS.
000250*                  ROWS DATED BEFORE THE CUTOFF DATE GO TO THE
000260*                  NEW ARCHIVE GENERATION ON SHMJRNAR, THE REST
000270*                  ARE REWRITTEN BACK TO SHMJRNL, AND ONE ROW
000280*                  PER RUN IS ADDED TO THE SHMJIDX GENERATION
000290*                  INDEX (JIXREC) GIVING THE DATE RANGE EACH
000300*                  GENERATION HOLDS. THE CUTOFF COMES OFF THE
000310*                  SHMJPARM CARD, OR DEFAULTS TO THE FIRST OF
000320*                  THE RUN DATE'S MONTH. A CUTOFF NOT AFTER THE
000330*                  LAST GENERATION'S CUTOFF IS REFUSED, SO THE
000340*                  GENERATIONS NEVER OVERLAP. ROWS WITH AN
000350*                  UNREADABLE DATE ARE RETAINED, NEVER ARCHIVED
000360*                  BLIND. THE INDEX ROW IS WRITTEN EVEN WHEN NO
000370*                  ROW WAS CUT SO ITS GENERATION NUMBERS STAY
000380*                  IN STEP WITH THE GDG.
000382* 2026-10-15 RPK   A REFUSED CUTOFF NOW STILL ADDS A SHMJIDX ROW
000384*                  FOR THE EMPTY GENERATION THAT RUN CATALOGS -
000386*                  NO ROWS, AND THE LAST GENERATION'S CUTOFF AS
000388*                  BOTH DATES.
000390*================================================================
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PARM-FILE ASSIGN TO "SHMJPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PARM-STATUS.
000490     SELECT JOURNAL-FILE ASSIGN TO "SHMJRNL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-JRN-STATUS.
000520     SELECT ARCH-FILE ASSIGN TO "SHMJRNAR"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT NEW-FILE ASSIGN TO "SHMJRNNW"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT INDEX-FILE ASSIGN TO "SHMJIDX"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-IDX-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO "SHMJRNPO"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RUN-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PARM-FILE
000670     RECORD CONTAINS 20 CHARACTERS.
000680 01  PARM-RECORD.
000690     05  PARM-CUTOFF-DATE      PIC 9(08).
000700     05  FILLER                PIC X(12).
000710 FD  JOURNAL-FILE
000720     RECORD CONTAINS 512 CHARACTERS.
000730     COPY JRNREC.
000740 FD  ARCH-FILE
000750     RECORD CONTAINS 512 CHARACTERS.
000760 01  ARCH-RECORD               PIC X(512).
000770 FD  NEW-FILE
000780     RECORD CONTAINS 512 CHARACTERS.
000790 01  NEWF-RECORD               PIC X(512).
000800 FD  INDEX-FILE
000810     RECORD CONTAINS 40 CHARACTERS.
000820     COPY JIXREC.
000830 FD  REPORT-FILE
000840     RECORD CONTAINS 132 CHARACTERS.
000850 01  REPORT-LINE               PIC X(132).
000860 FD  RUN-FILE
000870     RECORD CONTAINS 40 CHARACTERS.
000880     COPY RUNREC.
000890 WORKING-STORAGE SECTION.
000900 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
000910 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
000920     88  WS-RUN-OPEN               VALUE "Y".
000930 01  WS-RUN-EVENT              PIC X(05).
000940 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
000950 01  WS-PARM-STATUS            PIC X(02) VALUE "00".
000960 01  WS-JRN-STATUS             PIC X(02) VALUE "00".
000970 01  WS-IDX-STATUS             PIC X(02) VALUE "00".
000980 01  WS-SWITCHES.
000990     05  WS-EOF-SW             PIC X(01) VALUE "N".
001000         88  WS-EOF                VALUE "Y".
001010     05  WS-IDX-EOF-SW         PIC X(01) VALUE "N".
001020         88  WS-IDX-EOF            VALUE "Y".
001030 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001040 01  WS-COUNTERS.
001050     05  WS-RECS-READ          PIC 9(07) COMP VALUE ZERO.
001060     05  WS-RECS-ARCHIVED      PIC 9(07) COMP VALUE ZERO.
001070     05  WS-RECS-RETAINED      PIC 9(07) COMP VALUE ZERO.
001080     05  WS-RECS-BAD-DATE      PIC 9(07) COMP VALUE ZERO.
001090     05  WS-RECS-REWRITTEN     PIC 9(07) COMP VALUE ZERO.
001100 01  WS-RUN-DATE               PIC 9(08).
001110 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001120     05  WS-RUN-MONTH          PIC 9(06).
001130     05  FILLER                PIC 9(02).
001140 01  WS-CUTOFF-DATE            PIC 9(08).
001150 01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
001160     05  WS-CUTOFF-MONTH       PIC 9(06).
001170     05  WS-CUTOFF-DAY         PIC 9(02).
001180 01  WS-LAST-GEN-NO            PIC 9(04) VALUE ZERO.
001190 01  WS-LAST-CUTOFF            PIC 9(08) VALUE ZERO.
001200 01  WS-NEW-GEN-NO             PIC 9(04) VALUE ZERO.
001210 01  WS-COUNT-ED               PIC 9(07).
001220 PROCEDURE DIVISION.
001230*================================================================
001240* 0000-MAINLINE
001250*================================================================
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE
001280     PERFORM 2000-SPLIT-ONE-ROW THRU 2000-EXIT
001290         UNTIL WS-EOF
001300     PERFORM 3000-REWRITE-LIVE THRU 3000-EXIT
001310     PERFORM 3500-WRITE-INDEX THRU 3500-EXIT
001320     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001330     PERFORM 8000-TERMINATE
001340     GO TO 9999-EXIT.
001350*================================================================
001360* 1000-INITIALIZE  -  CUTOFF DATE, LAST GENERATION, THEN OPEN
001370*================================================================
001380 1000-INITIALIZE.
001390     OPEN EXTEND RUN-FILE
001400     IF WS-RUN-STATUS = "00"
001410         SET WS-RUN-OPEN TO TRUE
001420         MOVE "START" TO WS-RUN-EVENT
001430         MOVE ZERO TO WS-RUN-COUNT
001440         PERFORM 7750-LOG-RUN THRU 7750-EXIT
001450     END-IF
001460     DISPLAY "SHMJRNP - SHMJRNL JOURNAL ARCHIVE"
001470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001480     MOVE WS-RUN-MONTH TO WS-CUTOFF-MONTH
001490     MOVE 01 TO WS-CUTOFF-DAY
001500     OPEN INPUT PARM-FILE
001510     IF WS-PARM-STATUS = "00"
001520         READ PARM-FILE
001530             NOT AT END
001540                 IF PARM-CUTOFF-DATE NUMERIC
001550                         AND PARM-CUTOFF-DATE NOT = ZERO
001560                     MOVE PARM-CUTOFF-DATE TO WS-CUTOFF-DATE
001570                 END-IF
001580         END-READ
001590         CLOSE PARM-FILE
001600     END-IF
001610     DISPLAY "SHMJRNP - CUTOFF DATE " WS-CUTOFF-DATE
001620     PERFORM 1200-READ-INDEX THRU 1200-EXIT
001630     IF WS-CUTOFF-DATE NOT > WS-LAST-CUTOFF
001640         DISPLAY "SHMJRNP - CUTOFF NOT AFTER GENERATION "
001650             WS-LAST-GEN-NO " CUTOFF " WS-LAST-CUTOFF
001660             " - NOTHING TO CUT"
001670         MOVE 8 TO WS-COND-CODE
001673         MOVE WS-LAST-CUTOFF TO WS-CUTOFF-DATE
001676         PERFORM 3500-WRITE-INDEX THRU 3500-EXIT
001680         GO TO 9999-EXIT
001690     END-IF
001700     OPEN INPUT JOURNAL-FILE
001710     IF WS-JRN-STATUS NOT = "00"
001720         DISPLAY "SHMJRNP - SHMJRNL NOT FOUND - NOTHING TO CUT"
001730         MOVE 8 TO WS-COND-CODE
001740         GO TO 9999-EXIT
001750     END-IF
001760     OPEN OUTPUT ARCH-FILE
001770     OPEN OUTPUT NEW-FILE
001780     OPEN OUTPUT REPORT-FILE
001790     READ JOURNAL-FILE
001800         AT END
001810             SET WS-EOF TO TRUE
001820     END-READ.
001830*================================================================
001840* 1200-READ-INDEX  -  LAST GENERATION NUMBER AND ITS CUTOFF
001850*================================================================
001860 1200-READ-INDEX.
001870     OPEN INPUT INDEX-FILE
001880     IF WS-IDX-STATUS NOT = "00"
001890         DISPLAY "SHMJRNP - NO SHMJIDX YET - FIRST GENERATION"
001900         GO TO 1200-EXIT
001910     END-IF
001920     PERFORM 1250-READ-INDEX-ROW THRU 1250-EXIT
001930         UNTIL WS-IDX-EOF
001940     CLOSE INDEX-FILE.
001950 1200-EXIT.
001960     EXIT.
001970*================================================================
001980* 1250-READ-INDEX-ROW  -  KEEP THE HIGHEST GENERATION SEEN
001990*================================================================
002000 1250-READ-INDEX-ROW.
002010     READ INDEX-FILE
002020         AT END
002030             SET WS-IDX-EOF TO TRUE
002040             GO TO 1250-EXIT
002050     END-READ
002060     IF JIX-GEN-NO NUMERIC
002070             AND JIX-GEN-NO > WS-LAST-GEN-NO
002080         MOVE JIX-GEN-NO TO WS-LAST-GEN-NO
002090         MOVE JIX-CUTOFF-DATE TO WS-LAST-CUTOFF
002100     END-IF.
002110 1250-EXIT.
002120     EXIT.
002130*================================================================
002140* 2000-SPLIT-ONE-ROW  -  ARCHIVE OR RETAIN ONE ROW, THEN NEXT
002150*================================================================
002160 2000-SPLIT-ONE-ROW.
002170     ADD 1 TO WS-RECS-READ
002180     IF JRN-DATE NOT NUMERIC
002190         ADD 1 TO WS-RECS-BAD-DATE
002200         ADD 1 TO WS-RECS-RETAINED
002210         WRITE NEWF-RECORD FROM JRN-RECORD
002220         GO TO 2000-READ-NEXT
002230     END-IF
002240     IF JRN-DATE < WS-CUTOFF-DATE
002250         ADD 1 TO WS-RECS-ARCHIVED
002260         WRITE ARCH-RECORD FROM JRN-RECORD
002270     ELSE
002280         ADD 1 TO WS-RECS-RETAINED
002290         WRITE NEWF-RECORD FROM JRN-RECORD
002300     END-IF.
002310 2000-READ-NEXT.
002320     READ JOURNAL-FILE
002330         AT END
002340             SET WS-EOF TO TRUE
002350     END-READ.
002360 2000-EXIT.
002370     EXIT.
002380*================================================================
002390* 3000-REWRITE-LIVE  -  COPY THE RETAINED ROWS BACK TO SHMJRNL
002400*================================================================
002410 3000-REWRITE-LIVE.
002420     CLOSE JOURNAL-FILE
002430     CLOSE NEW-FILE
002440     OPEN INPUT NEW-FILE
002450     OPEN OUTPUT JOURNAL-FILE
002460     MOVE "N" TO WS-EOF-SW
002470     READ NEW-FILE
002480         AT END
002490             SET WS-EOF TO TRUE
002500     END-READ
002510     PERFORM 3100-COPY-ONE-ROW THRU 3100-EXIT
002520         UNTIL WS-EOF
002530     CLOSE NEW-FILE
002540     CLOSE JOURNAL-FILE.
002550 3000-EXIT.
002560     EXIT.
002570*================================================================
002580* 3100-COPY-ONE-ROW  -  ONE RETAINED ROW BACK, THEN READ NEXT
002590*================================================================
002600 3100-COPY-ONE-ROW.
002610     WRITE JRN-RECORD FROM NEWF-RECORD
002620     ADD 1 TO WS-RECS-REWRITTEN
002630     READ NEW-FILE
002640         AT END
002650             SET WS-EOF TO TRUE
002660     END-READ.
002670 3100-EXIT.
002680     EXIT.
002690*================================================================
002700* 3500-WRITE-INDEX  -  ONE SHMJIDX ROW FOR THE NEW GENERATION
002710*================================================================
002720 3500-WRITE-INDEX.
002730     ADD 1 WS-LAST-GEN-NO GIVING WS-NEW-GEN-NO
002740     OPEN EXTEND INDEX-FILE
002750     IF WS-IDX-STATUS NOT = "00"
002760         OPEN OUTPUT INDEX-FILE
002770     END-IF
002780     IF WS-IDX-STATUS NOT = "00"
002790         DISPLAY "SHMJRNP - SHMJIDX NOT WRITABLE - STATUS "
002800             WS-IDX-STATUS " - ADD GENERATION "
002810             WS-NEW-GEN-NO " BY HAND"
002820         MOVE 8 TO WS-COND-CODE
002830         GO TO 3500-EXIT
002840     END-IF
002850     MOVE SPACES TO JIX-RECORD
002860     MOVE WS-NEW-GEN-NO TO JIX-GEN-NO
002870     MOVE WS-LAST-CUTOFF TO JIX-FROM-DATE
002880     MOVE WS-CUTOFF-DATE TO JIX-CUTOFF-DATE
002890     MOVE WS-RECS-ARCHIVED TO JIX-ROW-COUNT
002900     MOVE WS-RUN-DATE TO JIX-RUN-DATE
002910     WRITE JIX-RECORD
002920     CLOSE INDEX-FILE.
002930 3500-EXIT.
002940     EXIT.
002950*================================================================
002960* 4000-PRINT-SUMMARY  -  ONE-PAGE CUTOVER SUMMARY FOR OPERATIONS
002970*================================================================
002980 4000-PRINT-SUMMARY.
002990     MOVE "SHMJRNL JOURNAL ARCHIVE CUTOVER SUMMARY" TO REPORT-LINE
003000     WRITE REPORT-LINE
003010     MOVE SPACES TO REPORT-LINE
003020     STRING "ARCHIVE GENERATION   : " DELIMITED BY SIZE
003030         WS-NEW-GEN-NO DELIMITED BY SIZE
003040         INTO REPORT-LINE
003050     END-STRING
003060     WRITE REPORT-LINE
003070     MOVE SPACES TO REPORT-LINE
003080     STRING "ROWS DATED FROM      : " DELIMITED BY SIZE
003090         WS-LAST-CUTOFF DELIMITED BY SIZE
003100         INTO REPORT-LINE
003110     END-STRING
003120     WRITE REPORT-LINE
003130     MOVE SPACES TO REPORT-LINE
003140     STRING "CUTOFF DATE          : " DELIMITED BY SIZE
003150         WS-CUTOFF-DATE DELIMITED BY SIZE
003160         INTO REPORT-LINE
003170     END-STRING
003180     WRITE REPORT-LINE
003190     MOVE WS-RECS-READ TO WS-COUNT-ED
003200     MOVE SPACES TO REPORT-LINE
003210     STRING "RECORDS READ         : " DELIMITED BY SIZE
003220         WS-COUNT-ED DELIMITED BY SIZE
003230         INTO REPORT-LINE
003240     END-STRING
003250     WRITE REPORT-LINE
003260     MOVE WS-RECS-ARCHIVED TO WS-COUNT-ED
003270     MOVE SPACES TO REPORT-LINE
003280     STRING "RECORDS ARCHIVED     : " DELIMITED BY SIZE
003290         WS-COUNT-ED DELIMITED BY SIZE
003300         INTO REPORT-LINE
003310     END-STRING
003320     WRITE REPORT-LINE
003330     MOVE WS-RECS-RETAINED TO WS-COUNT-ED
003340     MOVE SPACES TO REPORT-LINE
003350     STRING "RECORDS RETAINED     : " DELIMITED BY SIZE
003360         WS-COUNT-ED DELIMITED BY SIZE
003370         INTO REPORT-LINE
003380     END-STRING
003390     WRITE REPORT-LINE
003400     MOVE WS-RECS-REWRITTEN TO WS-COUNT-ED
003410     MOVE SPACES TO REPORT-LINE
003420     STRING "RECORDS BACK ON LIVE : " DELIMITED BY SIZE
003430         WS-COUNT-ED DELIMITED BY SIZE
003440         INTO REPORT-LINE
003450     END-STRING
003460     WRITE REPORT-LINE
003470     IF WS-RECS-BAD-DATE NOT = ZERO
003480         MOVE WS-RECS-BAD-DATE TO WS-COUNT-ED
003490         MOVE SPACES TO REPORT-LINE
003500         STRING "UNREADABLE DATES KEPT: " DELIMITED BY SIZE
003510             WS-COUNT-ED DELIMITED BY SIZE
003520             INTO REPORT-LINE
003530         END-STRING
003540         WRITE REPORT-LINE
003550     END-IF.
003560 4000-EXIT.
003570     EXIT.
003580*================================================================
003590* 8000-TERMINATE
003600*================================================================
003610 8000-TERMINATE.
003620     CLOSE ARCH-FILE
003630     CLOSE REPORT-FILE
003640     DISPLAY "SHMJRNP - ARCHIVE GENERATION : " WS-NEW-GEN-NO
003650     DISPLAY "SHMJRNP - RECORDS READ       : " WS-RECS-READ
003660     DISPLAY "SHMJRNP - RECORDS ARCHIVED   : " WS-RECS-ARCHIVED
003670     DISPLAY "SHMJRNP - RECORDS RETAINED   : " WS-RECS-RETAINED
003680     IF WS-RECS-BAD-DATE > ZERO AND WS-COND-CODE < 4
003690         MOVE 4 TO WS-COND-CODE
003700     END-IF.
003710*================================================================
003720* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
003730*================================================================
003740 7750-LOG-RUN.
003750     IF NOT WS-RUN-OPEN
003760         GO TO 7750-EXIT
003770     END-IF
003780     MOVE SPACES TO RUN-RECORD
003790     ACCEPT RUN-DATE FROM DATE YYYYMMDD
003800     ACCEPT RUN-TIME FROM TIME
003810     MOVE "SHMJRNP" TO RUN-PROGRAM
003820     MOVE WS-RUN-EVENT TO RUN-EVENT
003830     MOVE WS-COND-CODE TO RUN-COND-CODE
003840     MOVE WS-RUN-COUNT TO RUN-COUNT
003850     WRITE RUN-RECORD.
003860 7750-EXIT.
003870     EXIT.
003880*================================================================
003890* 9999-EXIT
003900*================================================================
003910 9999-EXIT.
003920     MOVE "END" TO WS-RUN-EVENT
003930     MOVE WS-RECS-READ TO WS-RUN-COUNT
003940     PERFORM 7750-LOG-RUN THRU 7750-EXIT
003950     IF WS-RUN-OPEN
003960         CLOSE RUN-FILE
003970     END-IF
003980     DISPLAY "SHMJRNP - CONDITION CODE     : " WS-COND-CODE
003990     MOVE WS-COND-CODE TO RETURN-CODE
004000     STOP RUN.
