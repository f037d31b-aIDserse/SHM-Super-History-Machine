000100*================================================================
000110* PROGRAM-ID SHMTRIA
000120*================================================================
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     SHMTRIA.
000150 AUTHOR.         R PALOMBO.
000160 INSTALLATION.   SHM DATA SERVICES.
000170 DATE-WRITTEN.   15-OCT-2026.
000180 DATE-COMPILED.  15-OCT-2026.
000190*
000200* MODIFICATION HISTORY
000210* ----------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RPK   SENIOR TRIAGE STATION FOR THE SHMFBKF QUEUE
000240*                  OF ERROR REPORTS VISITORS AND DOCENTS FLAG
000250*                  FROM THE TIME-MACHINE DETAIL VIEW. THE EDITOR
000260*                  SIGNS ON AGAINST SHMUSER (USR-ROLE MUST NOT
000270*                  BE J), LISTS THE OPEN REPORTS GROUPED BY
000280*                  EVENT, AND WALKS THEM - EACH REPORT IS SHOWN
000290*                  UNDER THE EVENT AS IT STANDS ON SHMEVTF AND
000300*                  IS CLOSED AS FIXED, NO CHANGE OR DUPLICATE
000310*                  WITH THE EDITOR AND DATE STAMPED ON THE ROW,
000320*                  OR SKIPPED AND LEFT OPEN. THE CORRECTION
000330*                  ITSELF IS KEYED THROUGH SHMMAINT AS USUAL -
000340*                  SHMEVTF IS ONLY READ HERE, SO NO WRITER LOCK.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FBK-FILE ASSIGN TO "SHMFBKF"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS FBK-KEY OF FBK-RECORD
000460         FILE STATUS IS WS-FBK-STATUS.
000470     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EVT-KEY OF EVT-RECORD
000510         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-EVT-STATUS.
000540     SELECT USER-FILE ASSIGN TO "SHMUSER"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS USR-ID OF USR-RECORD
000580         FILE STATUS IS WS-USR-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  FBK-FILE
000620     RECORD CONTAINS 120 CHARACTERS.
000630     COPY FBKREC.
000640 FD  EVENT-FILE
000650     RECORD CONTAINS 240 CHARACTERS.
000660     COPY EVTREC.
000670 FD  USER-FILE
000680     RECORD CONTAINS 40 CHARACTERS.
000690     COPY USRREC.
000700 WORKING-STORAGE SECTION.
000710 01  WS-FBK-STATUS             PIC X(02) VALUE "00".
000720 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
000730 01  WS-USR-STATUS             PIC X(02) VALUE "00".
000740 01  WS-FUNCTION               PIC X(01).
000750     88  WS-FN-LIST                VALUE "L" "l".
000760     88  WS-FN-TRIAGE              VALUE "T" "t".
000770     88  WS-FN-EXIT                VALUE "X" "x".
000780 01  WS-SWITCHES.
000790     05  WS-DONE-SW            PIC X(01) VALUE "N".
000800         88  WS-DONE               VALUE "Y".
000810     05  WS-QUEUE-DONE-SW      PIC X(01) VALUE "N".
000820         88  WS-QUEUE-DONE         VALUE "Y".
000830     05  WS-SIGNED-ON-SW       PIC X(01) VALUE "N".
000840         88  WS-SIGNED-ON          VALUE "Y".
000850     05  WS-USR-EMPTY-SW       PIC X(01) VALUE "N".
000860         88  WS-USR-EMPTY          VALUE "Y".
000870 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
000880 01  WS-VERDICT                PIC X(01).
000890     88  WS-VD-FIXED               VALUE "F" "f".
000900     88  WS-VD-NO-CHANGE           VALUE "N" "n".
000910     88  WS-VD-DUPLICATE           VALUE "D" "d".
000920     88  WS-VD-QUIT                VALUE "Q" "q".
000930 01  WS-LAST-EVT-KEY.
000940     05  WS-LAST-YEAR          PIC 9(04).
000950     05  WS-LAST-SEQ           PIC 9(04).
000960 01  WS-REASON-TEXT            PIC X(12).
000970 01  WS-TODAY                  PIC 9(08).
000980 01  WS-OPEN-COUNT             PIC 9(05) COMP.
000990 01  WS-EVENT-COUNT            PIC 9(05) COMP.
001000 01  WS-FIXED                  PIC 9(05) COMP VALUE ZERO.
001010 01  WS-NO-CHANGE              PIC 9(05) COMP VALUE ZERO.
001020 01  WS-DUPLICATE              PIC 9(05) COMP VALUE ZERO.
001030 01  WS-SKIPPED                PIC 9(05) COMP VALUE ZERO.
001040 01  WS-COUNT-ED               PIC ZZZZ9.
001050 PROCEDURE DIVISION.
001060*================================================================
001070* 0000-MAINLINE
001080*================================================================
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE
001110     PERFORM 2000-MENU THRU 2000-EXIT
001120         UNTIL WS-DONE
001130     PERFORM 8000-TERMINATE
001140     GO TO 9999-EXIT.
001150*================================================================
001160* 1000-INITIALIZE
001170*================================================================
001180 1000-INITIALIZE.
001190     DISPLAY "SHM VISITOR ERROR-REPORT TRIAGE"
001200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001210     OPEN INPUT USER-FILE
001220     IF WS-USR-STATUS NOT = "00"
001230         SET WS-USR-EMPTY TO TRUE
001240     ELSE
001250         MOVE LOW-VALUES TO USR-ID OF USR-RECORD
001260         START USER-FILE KEY IS NOT LESS THAN
001270                 USR-ID OF USR-RECORD
001280             INVALID KEY
001290                 SET WS-USR-EMPTY TO TRUE
001300         END-START
001310     END-IF
001320     PERFORM 1200-SIGN-ON THRU 1200-EXIT
001330         UNTIL WS-SIGNED-ON
001340     OPEN I-O FBK-FILE
001350     IF WS-FBK-STATUS NOT = "00"
001360         DISPLAY "SHMFBKF NOT FOUND - NOTHING TO TRIAGE"
001370         CLOSE USER-FILE
001380         GO TO 9999-EXIT
001390     END-IF
001400     OPEN INPUT EVENT-FILE
001410     IF WS-EVT-STATUS NOT = "00"
001420         DISPLAY "SHMEVTF NOT FOUND - RUN SHMLOAD FIRST"
001430         CLOSE FBK-FILE
001440         CLOSE USER-FILE
001450         GO TO 9999-EXIT
001460     END-IF.
001470*================================================================
001480* 1200-SIGN-ON  -  SENIOR EDITOR OFF THE SHMUSER REGISTER
001490*================================================================
001500 1200-SIGN-ON.
001510     DISPLAY "EDITOR ID              : " WITH NO ADVANCING
001520     ACCEPT WS-OPERATOR-ID
001530     INSPECT WS-OPERATOR-ID CONVERTING
001540         "abcdefghijklmnopqrstuvwxyz" TO
001550         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001560     IF WS-OPERATOR-ID = SPACES
001570         DISPLAY "EDITOR ID MUST BE KEYED"
001580         GO TO 1200-EXIT
001590     END-IF
001600     IF WS-USR-EMPTY
001610         DISPLAY "SHMUSER REGISTER NOT ON LINE OR EMPTY - "
001620             "SIGN-ON NOT VALIDATED"
001630         SET WS-SIGNED-ON TO TRUE
001640         GO TO 1200-EXIT
001650     END-IF
001660     MOVE WS-OPERATOR-ID TO USR-ID OF USR-RECORD
001670     READ USER-FILE
001680         INVALID KEY
001690             DISPLAY "EDITOR NOT ON THE SHMUSER REGISTER - "
001700                 "TRY AGAIN"
001710             GO TO 1200-EXIT
001720     END-READ
001730     IF USR-ROLE-JUNIOR OF USR-RECORD
001740         DISPLAY "A SENIOR EDITOR IS REQUIRED TO TRIAGE - "
001750             "TRY AGAIN"
001760         GO TO 1200-EXIT
001770     END-IF
001780     DISPLAY "SIGNED ON - " USR-NAME OF USR-RECORD
001790     SET WS-SIGNED-ON TO TRUE.
001800 1200-EXIT.
001810     EXIT.
001820*================================================================
001830* 2000-MENU
001840*================================================================
001850 2000-MENU.
001860     DISPLAY " "
001870     DISPLAY "L = LIST OPEN REPORTS   T = TRIAGE OPEN REPORTS   "
001880         "X = EXIT"
001890     ACCEPT WS-FUNCTION
001900     EVALUATE TRUE
001910         WHEN WS-FN-LIST
001920             PERFORM 3000-LIST-OPEN THRU 3000-EXIT
001930         WHEN WS-FN-TRIAGE
001940             PERFORM 4000-TRIAGE-QUEUE THRU 4000-EXIT
001950         WHEN WS-FN-EXIT
001960             SET WS-DONE TO TRUE
001970         WHEN OTHER
001980             DISPLAY "INVALID SELECTION - TRY AGAIN"
001990     END-EVALUATE.
002000 2000-EXIT.
002010     EXIT.
002020*================================================================
002030* 3000-LIST-OPEN  -  EVERY OPEN REPORT, GROUPED UNDER ITS EVENT
002040*================================================================
002050 3000-LIST-OPEN.
002060     PERFORM 3500-START-QUEUE THRU 3500-EXIT
002070     MOVE ZERO TO WS-OPEN-COUNT
002080     MOVE ZERO TO WS-EVENT-COUNT
002090     MOVE ZERO TO WS-LAST-EVT-KEY
002100     PERFORM 3100-LIST-ONE-REPORT THRU 3100-EXIT
002110         UNTIL WS-QUEUE-DONE
002120     IF WS-OPEN-COUNT = ZERO
002130         DISPLAY "(NO OPEN ERROR REPORTS)"
002140     ELSE
002150         MOVE WS-OPEN-COUNT TO WS-COUNT-ED
002160         DISPLAY " "
002170         DISPLAY WS-COUNT-ED " OPEN REPORT(S) ON "
002180             WS-EVENT-COUNT " EVENT(S)"
002190     END-IF.
002200 3000-EXIT.
002210     EXIT.
002220 3100-LIST-ONE-REPORT.
002230     IF NOT FBK-OPEN OF FBK-RECORD
002240         GO TO 3100-READ-NEXT
002250     END-IF
002260     IF FBK-EVT-KEY OF FBK-RECORD NOT = WS-LAST-EVT-KEY
002270         MOVE FBK-EVT-KEY OF FBK-RECORD TO WS-LAST-EVT-KEY
002280         ADD 1 TO WS-EVENT-COUNT
002290         PERFORM 7000-READ-EVENT THRU 7000-EXIT
002300         DISPLAY " "
002310         DISPLAY "EVENT " WS-LAST-YEAR "/" WS-LAST-SEQ " : "
002320             EVT-TEXT OF EVT-RECORD (1:60)
002330     END-IF
002340     ADD 1 TO WS-OPEN-COUNT
002350     PERFORM 7100-REASON-TEXT THRU 7100-EXIT
002360     DISPLAY "  " FBK-FLAG-DATE OF FBK-RECORD " "
002370         FBK-OPERATOR OF FBK-RECORD " " WS-REASON-TEXT " "
002380         FBK-COMMENT OF FBK-RECORD.
002390 3100-READ-NEXT.
002400     READ FBK-FILE NEXT RECORD
002410         AT END
002420             SET WS-QUEUE-DONE TO TRUE
002430     END-READ.
002440 3100-EXIT.
002450     EXIT.
002460*================================================================
002470* 3500-START-QUEUE  -  POSITION ON THE FIRST REPORT ON FILE
002480*================================================================
002490 3500-START-QUEUE.
002500     MOVE LOW-VALUES TO FBK-KEY OF FBK-RECORD
002510     MOVE "N" TO WS-QUEUE-DONE-SW
002520     START FBK-FILE KEY IS NOT LESS THAN
002530             FBK-KEY OF FBK-RECORD
002540         INVALID KEY
002550             SET WS-QUEUE-DONE TO TRUE
002560         NOT INVALID KEY
002570             READ FBK-FILE NEXT RECORD
002580                 AT END
002590                     SET WS-QUEUE-DONE TO TRUE
002600             END-READ
002610     END-START.
002620 3500-EXIT.
002630     EXIT.
002640*================================================================
002650* 4000-TRIAGE-QUEUE  -  WALK THE OPEN REPORTS ONE BY ONE
002660*================================================================
002670 4000-TRIAGE-QUEUE.
002680     PERFORM 3500-START-QUEUE THRU 3500-EXIT
002690     MOVE ZERO TO WS-OPEN-COUNT
002700     MOVE ZERO TO WS-LAST-EVT-KEY
002710     PERFORM 4100-TRIAGE-ONE-REPORT THRU 4100-EXIT
002720         UNTIL WS-QUEUE-DONE
002730     IF WS-OPEN-COUNT = ZERO
002740         DISPLAY "(NO OPEN ERROR REPORTS)"
002750     END-IF.
002760 4000-EXIT.
002770     EXIT.
002780*================================================================
002790* 4100-TRIAGE-ONE-REPORT  -  THE EVENT, THE REPORT AGAINST IT,
002800*                            THEN THE VERDICT
002810*================================================================
002820 4100-TRIAGE-ONE-REPORT.
002830     IF NOT FBK-OPEN OF FBK-RECORD
002840         GO TO 4100-READ-NEXT
002850     END-IF
002860     ADD 1 TO WS-OPEN-COUNT
002870     IF FBK-EVT-KEY OF FBK-RECORD NOT = WS-LAST-EVT-KEY
002880         MOVE FBK-EVT-KEY OF FBK-RECORD TO WS-LAST-EVT-KEY
002890         PERFORM 4200-SHOW-EVENT THRU 4200-EXIT
002900     END-IF
002910     PERFORM 7100-REASON-TEXT THRU 7100-EXIT
002920     DISPLAY " "
002930     DISPLAY "REPORT   : " WS-REASON-TEXT " FLAGGED "
002940         FBK-FLAG-DATE OF FBK-RECORD " "
002950         FBK-FLAG-TIME OF FBK-RECORD (1:4) " BY "
002960         FBK-OPERATOR OF FBK-RECORD
002970     DISPLAY "COMMENT  : " FBK-COMMENT OF FBK-RECORD
002980     DISPLAY "F = FIXED   N = NO CHANGE   D = DUPLICATE   "
002990         "S = SKIP   Q = QUIT : " WITH NO ADVANCING
003000     ACCEPT WS-VERDICT
003010     EVALUATE TRUE
003020         WHEN WS-VD-FIXED
003030             SET FBK-FIXED OF FBK-RECORD TO TRUE
003040             PERFORM 4300-CLOSE-REPORT THRU 4300-EXIT
003050         WHEN WS-VD-NO-CHANGE
003060             SET FBK-NO-CHANGE OF FBK-RECORD TO TRUE
003070             PERFORM 4300-CLOSE-REPORT THRU 4300-EXIT
003080         WHEN WS-VD-DUPLICATE
003090             SET FBK-DUPLICATE OF FBK-RECORD TO TRUE
003100             PERFORM 4300-CLOSE-REPORT THRU 4300-EXIT
003110         WHEN WS-VD-QUIT
003120             SET WS-QUEUE-DONE TO TRUE
003130             GO TO 4100-EXIT
003140         WHEN OTHER
003150             ADD 1 TO WS-SKIPPED
003160             DISPLAY "REPORT LEFT OPEN"
003170     END-EVALUATE.
003180 4100-READ-NEXT.
003190     READ FBK-FILE NEXT RECORD
003200         AT END
003210             SET WS-QUEUE-DONE TO TRUE
003220     END-READ.
003230 4100-EXIT.
003240     EXIT.
003250*================================================================
003260* 4200-SHOW-EVENT  -  THE FLAGGED EVENT AS IT STANDS ON SHMEVTF
003270*================================================================
003280 4200-SHOW-EVENT.
003290     DISPLAY " "
003300     DISPLAY "================================================"
003310     PERFORM 7000-READ-EVENT THRU 7000-EXIT
003320     IF WS-EVT-STATUS NOT = "00"
003330         DISPLAY "EVENT    : " WS-LAST-YEAR "/" WS-LAST-SEQ
003340             " (NO LONGER ON SHMEVTF)"
003350         GO TO 4200-EXIT
003360     END-IF
003370     DISPLAY "EVENT    : " WS-LAST-YEAR "/" WS-LAST-SEQ
003380     DISPLAY "CATEGORY : " EVT-CATEGORY OF EVT-RECORD
003390     DISPLAY "DATE     : " EVT-MONTH OF EVT-RECORD "/"
003400         EVT-DAY OF EVT-RECORD
003410     IF NOT EVT-NO-END-DATE OF EVT-RECORD
003420         DISPLAY "ENDS     : " EVT-END-YEAR OF EVT-RECORD "/"
003430             EVT-END-MONTH OF EVT-RECORD "/"
003440             EVT-END-DAY OF EVT-RECORD
003450     END-IF
003460     DISPLAY "TEXT     : " EVT-TEXT OF EVT-RECORD.
003470 4200-EXIT.
003480     EXIT.
003490*================================================================
003500* 4300-CLOSE-REPORT  -  STAMP THE EDITOR AND DATE, REWRITE
003510*================================================================
003520 4300-CLOSE-REPORT.
003530     MOVE WS-OPERATOR-ID TO FBK-CLOSED-BY OF FBK-RECORD
003540     MOVE WS-TODAY TO FBK-CLOSED-DATE OF FBK-RECORD
003550     REWRITE FBK-RECORD
003560         INVALID KEY
003570             DISPLAY "REWRITE FAILED - REPORT LEFT OPEN"
003580             ADD 1 TO WS-SKIPPED
003590             GO TO 4300-EXIT
003600     END-REWRITE
003610     EVALUATE TRUE
003620         WHEN FBK-FIXED OF FBK-RECORD
003630             ADD 1 TO WS-FIXED
003640         WHEN FBK-NO-CHANGE OF FBK-RECORD
003650             ADD 1 TO WS-NO-CHANGE
003660         WHEN OTHER
003670             ADD 1 TO WS-DUPLICATE
003680     END-EVALUATE
003690     DISPLAY "REPORT CLOSED".
003700 4300-EXIT.
003710     EXIT.
003720*================================================================
003730* 7000-READ-EVENT  -  SHMEVTF ROW FOR WS-LAST-EVT-KEY, OR SPACES
003740*================================================================
003750 7000-READ-EVENT.
003760     MOVE WS-LAST-YEAR TO EVT-YEAR OF EVT-RECORD
003770     MOVE WS-LAST-SEQ TO EVT-SEQ-NO OF EVT-RECORD
003780     READ EVENT-FILE
003790         INVALID KEY
003800             MOVE SPACES TO EVT-TEXT OF EVT-RECORD
003810             MOVE "(NO LONGER ON SHMEVTF)"
003820                 TO EVT-TEXT OF EVT-RECORD
003830     END-READ.
003840 7000-EXIT.
003850     EXIT.
003860*================================================================
003870* 7100-REASON-TEXT  -  FBK-REASON SPELLED OUT FOR THE SCREEN
003880*================================================================
003890 7100-REASON-TEXT.
003900     EVALUATE TRUE
003910         WHEN FBK-RSN-DATE OF FBK-RECORD
003920             MOVE "WRONG DATE" TO WS-REASON-TEXT
003930         WHEN FBK-RSN-FACT OF FBK-RECORD
003940             MOVE "WRONG FACT" TO WS-REASON-TEXT
003950         WHEN FBK-RSN-SPELLING OF FBK-RECORD
003960             MOVE "SPELLING" TO WS-REASON-TEXT
003970         WHEN FBK-RSN-OFFENSIVE OF FBK-RECORD
003980             MOVE "OFFENSIVE" TO WS-REASON-TEXT
003990         WHEN OTHER
004000             MOVE "OTHER" TO WS-REASON-TEXT
004010     END-EVALUATE.
004020 7100-EXIT.
004030     EXIT.
004040*================================================================
004050* 8000-TERMINATE
004060*================================================================
004070 8000-TERMINATE.
004080     CLOSE FBK-FILE
004090     CLOSE EVENT-FILE
004100     CLOSE USER-FILE
004110     DISPLAY "SHMTRIA - CLOSED AS FIXED    : " WS-FIXED
004120     DISPLAY "SHMTRIA - CLOSED, NO CHANGE  : " WS-NO-CHANGE
004130     DISPLAY "SHMTRIA - CLOSED, DUPLICATE  : " WS-DUPLICATE
004140     DISPLAY "SHMTRIA - LEFT OPEN          : " WS-SKIPPED.
004150*================================================================
004160* 9999-EXIT
004170*================================================================
004180 9999-EXIT.
004190     STOP RUN.
