000710*                  REOPENED), SO A REFUSED DELTA LEAVES ITS
000720*                  START AND CC 8 END ROWS ON THE HISTORY
000730*                  INSTEAD OF VANISHING WITH THE SYSOUT.
000731* 2026-10-15 RPK   VALIDATE MODE ADDED (LOAD-MODE VALIDATE ON
000732*                  SHMLPARM, WITH SEED OR DELTA IN COLUMNS 10-14
000733*                  NAMING THE INPUT). A VALIDATE RUN PUTS EVERY
000734*                  SHMSEED OR SHMDELTA ROW THROUGH THE SHMEDIT
000735*                  EDITS (CATEGORY ON SHMCATF, MONTH/DAY, YEAR IN
000736*                  THE SHMCTL RANGE, HEADLINE SWITCH, BLANK TEXT,
000737*                  LANGUAGE CODE, SEQ-NO 0000) PLUS DUPLICATE
000738*                  SEED KEYS, AND CHECKS DELTA ACTIONS AGAINST
000739*                  SHMEVTF OPENED INPUT ONLY - AN ADD WHOSE KEY IS
000740*                  ON FILE, A REPLACE OR DELETE WHOSE KEY IS NOT.
000741*                  NOTHING IS WRITTEN TO SHMEVTF; THE EDIT REPORT
000742*                  GOES TO SHMLERR AND THE ERROR COUNT TO SHMLVAL.
000743*                  A FULL OR DELTA CARD MAY CARRY AN ERROR LIMIT
000744*                  IN COLUMNS 16-20 - THE RUN THEN REFUSES WITH
000745*                  CC 8 WHEN THE LAST VALIDATE OF ITS INPUT FOUND
000746*                  MORE ROWS IN ERROR THAN THE LIMIT, OR WHEN
000747*                  THERE IS NO VALIDATE OF IT ON RECORD.
000748* 2026-10-15 RPK   DELTA RUNS ARE NOW RESTARTABLE AND CAN BE
000749*                  BACKED OUT. EVERY ROW A DELTA APPLIES GOES TO
000750*                  THE SHMDLOG APPLIED-ROW LOG WITH THE BEFORE
000751*                  IMAGE OF THE RECORD IT REPLACED OR DELETED,
000752*                  UNDER A RUN ID (THE DATE AND TIME ON THE RUN'S
000753*                  SHMRUNH START ROW). EVERY 100 ROWS THE LOG IS
000754*                  COMMITTED AND THE LAST ROW NUMBER GOES TO
000755*                  SHMDCKP. LOAD-MODE RESTART PICKS UP THE RUN
000756*                  LEFT IN FLIGHT AFTER ITS LAST COMMITTED ROW
000757*                  (OR THE LAST ROW ON THE LOG, IF LATER) INSTEAD
000758*                  OF FROM ROW 1, AND A NEW DELTA IS REFUSED WHILE
000759*                  ONE IS LEFT IN FLIGHT. LOAD-MODE BACKOUT, WITH
000760*                  THE RUN ID IN COLUMNS 10-25, REVERSES THAT RUN
000761*                  FROM THE LOG NEWEST ROW FIRST - ADDS ARE
000762*                  DELETED, REPLACED AND DELETED RECORDS PUT BACK.
000763*                  A FINSH, RSTRT OR BKOUT ROW DATED WITH THE RUN
000764*                  ID GOES TO SHMRUNH AS EACH RUN FINISHES, IS
000765*                  RESTARTED TO THE END, OR IS BACKED OUT.
000766* 2026-10-15 RPK   A RESTART OR BACKOUT NOW TAKES OVER THE
000767*                  SHMLOCK LEFT BY THE SHMLOAD RUN STILL IN FLIGHT
000768*                  ON SHMDCKP INSTEAD OF REFUSING ON IT. A FAILED
000769*                  SHMDCKP WRITE, CLOSE OR REOPEN AT A CHECKPOINT
000770*                  NOW STOPS THE DELTA WITH CONDITION CODE 8.
000771*================================================================
000772 ENVIRONMENT DIVISION.
000773 CONFIGURATION SECTION.
000774 SOURCE-COMPUTER.   IBM-370.
000780 OBJECT-COMPUTER.   IBM-370.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000860     SELECT DELTA-FILE ASSIGN TO "SHMDELTA"
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT ERROR-FILE ASSIGN TO "SHMLERR"
000886         ORGANIZATION IS LINE SEQUENTIAL
000892         FILE STATUS IS WS-ERR-STATUS.
000900     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
001070     SELECT LOCK-FILE ASSIGN TO "SHMLOCK"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-LOK-STATUS.
001091     SELECT CONTROL-FILE ASSIGN TO "SHMCTL"
001092         ORGANIZATION IS LINE SEQUENTIAL
001093         FILE STATUS IS WS-CTL-STATUS.
001094     SELECT CAT-FILE ASSIGN TO "SHMCATF"
001095         ORGANIZATION IS INDEXED
001096         ACCESS MODE IS DYNAMIC
001097         RECORD KEY IS CAT-CODE OF CAT-RECORD
001098         FILE STATUS IS WS-CAT-STATUS.
001099     SELECT VALID-FILE ASSIGN TO "SHMLVAL"
001100         ORGANIZATION IS LINE SEQUENTIAL
001101         FILE STATUS IS WS-LVL-STATUS.
001102     SELECT DELTA-LOG ASSIGN TO "SHMDLOG"
001103         ORGANIZATION IS LINE SEQUENTIAL
001104         FILE STATUS IS WS-DLG-STATUS.
001105     SELECT CKPT-FILE ASSIGN TO "SHMDCKP"
001106         ORGANIZATION IS LINE SEQUENTIAL
001107         FILE STATUS IS WS-DCK-STATUS.
001108 DATA DIVISION.
001110 FILE SECTION.
001120 FD  PARM-FILE
001130     RECORD CONTAINS 30 CHARACTERS.
001140 01  PARM-RECORD.
001142     05  PARM-LOAD-MODE        PIC X(08).
001144     05  FILLER                PIC X(01).
001146     05  PARM-VAL-INPUT        PIC X(05).
001148     05  FILLER                PIC X(01).
001150     05  PARM-ERR-LIMIT        PIC X(05).
001152     05  FILLER                PIC X(10).
001154 01  PARM-BACKOUT-CARD.
001156     05  FILLER                PIC X(09).
001158     05  PARM-RUN-DATE         PIC 9(08).
001160     05  PARM-RUN-TIME         PIC 9(08).
001162     05  FILLER                PIC X(05).
001170 FD  SEED-FILE
001180     RECORD CONTAINS 240 CHARACTERS.
001190     COPY EVTREC REPLACING ==EVT-RECORD== BY ==SEED-RECORD==.
001400 FD  LOCK-FILE
001410     RECORD CONTAINS 40 CHARACTERS.
001420     COPY LOKREC.
001421 FD  CONTROL-FILE
001422     RECORD CONTAINS 20 CHARACTERS.
001423     COPY CTLREC.
001424 FD  CAT-FILE
001425     RECORD CONTAINS 40 CHARACTERS.
001426     COPY CATREC.
001427 FD  VALID-FILE
001428     RECORD CONTAINS 40 CHARACTERS.
001429     COPY LVLREC.
001430 FD  DELTA-LOG
001431     RECORD CONTAINS 512 CHARACTERS.
001432     COPY DLGREC.
001433 FD  CKPT-FILE
001434     RECORD CONTAINS 48 CHARACTERS.
001435     COPY DCKREC.
001436 WORKING-STORAGE SECTION.
001440 01  WS-SWITCHES.
001450     05  WS-EOF-SW            PIC X(01) VALUE "N".
001460         88  WS-EOF               VALUE "Y".
001470     05  WS-FILE-ERROR-SW     PIC X(01) VALUE "N".
001480         88  WS-FILE-ERROR        VALUE "Y".
001481     05  WS-REC-ERROR-SW      PIC X(01) VALUE "N".
001482         88  WS-REC-ERROR         VALUE "Y".
001483     05  WS-KEY-OK-SW         PIC X(01) VALUE "N".
001484         88  WS-KEY-OK            VALUE "Y".
001485     05  WS-KEY-ON-FILE-SW    PIC X(01) VALUE "N".
001486         88  WS-KEY-ON-FILE       VALUE "Y".
001487     05  WS-KT-FOUND-SW       PIC X(01) VALUE "N".
001488         88  WS-KT-FOUND          VALUE "Y".
001489     05  WS-KT-FULL-SW        PIC X(01) VALUE "N".
001490         88  WS-KT-FULL           VALUE "Y".
001491     05  WS-CAT-AVAIL-SW      PIC X(01) VALUE "N".
001492         88  WS-CAT-AVAIL         VALUE "Y".
001493     05  WS-CAT-OPEN-SW       PIC X(01) VALUE "N".
001494         88  WS-CAT-OPEN          VALUE "Y".
001495     05  WS-CAT-VALID-SW      PIC X(01) VALUE "N".
001496         88  WS-CAT-VALID         VALUE "Y".
001497     05  WS-LOGS-OPEN-SW      PIC X(01) VALUE "N".
001498         88  WS-LOGS-OPEN         VALUE "Y".
001499     05  WS-BKO-FOUND-SW      PIC X(01) VALUE "N".
001500         88  WS-BKO-FOUND         VALUE "Y".
001501     05  WS-BKO-DONE-SW       PIC X(01) VALUE "N".
001502         88  WS-BKO-DONE          VALUE "Y".
001503     05  WS-BT-OVERFLOW-SW    PIC X(01) VALUE "N".
001504         88  WS-BT-OVERFLOW       VALUE "Y".
001505 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
001506 01  WS-SHD-STATUS             PIC X(02) VALUE "00".
001510 01  WS-PARM-STATUS            PIC X(02) VALUE "00".
001520 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
001530 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
001630     88  WS-LOCK-HELD              VALUE "Y".
001640 01  WS-LOCK-TAKEN-SW          PIC X(01) VALUE "N".
001650     88  WS-LOCK-TAKEN             VALUE "Y".
001651 01  WS-CTL-STATUS             PIC X(02) VALUE "00".
001652 01  WS-CAT-STATUS             PIC X(02) VALUE "00".
001653 01  WS-LVL-STATUS             PIC X(02) VALUE "00".
001654 01  WS-LVL-WANT               PIC X(05) VALUE SPACES.
001655 01  WS-LVL-FOUND-SW           PIC X(01) VALUE "N".
001656     88  WS-LVL-FOUND              VALUE "Y".
001657 01  WS-LVL-LAST-DATE          PIC 9(08) VALUE ZERO.
001658 01  WS-LVL-LAST-TIME          PIC 9(08) VALUE ZERO.
001659 01  WS-LVL-LAST-ERRORS        PIC 9(07) VALUE ZERO.
001660 01  WS-ERR-STATUS             PIC X(02) VALUE "00".
001661 01  WS-DLG-STATUS             PIC X(02) VALUE "00".
001662 01  WS-DCK-STATUS             PIC X(02) VALUE "00".
001663 01  WS-DLT-RUN-ID.
001664     05  WS-DLT-RUN-DATE       PIC 9(08) VALUE ZERO.
001665     05  WS-DLT-RUN-TIME       PIC 9(08) VALUE ZERO.
001666 01  WS-CKP-STATE              PIC X(01) VALUE "I".
001667 01  WS-CKP-EVERY              PIC 9(05) COMP VALUE 100.
001668 01  WS-RESUME-ROW             PIC 9(07) COMP VALUE ZERO.
001669 01  WS-BKO-LAST-ROW           PIC 9(07) VALUE ZERO.
001670 01  WS-BEFORE-IMAGE           PIC X(240) VALUE SPACES.
001671 01  WS-COUNTERS.
001672     05  WS-RECS-READ          PIC 9(05) COMP VALUE ZERO.
001680     05  WS-RECS-LOADED        PIC 9(05) COMP VALUE ZERO.
001690     05  WS-RECS-SKIPPED       PIC 9(05) COMP VALUE ZERO.
001700     05  WS-DLT-ADDED          PIC 9(05) COMP VALUE ZERO.
001730     05  WS-DLT-REJECTED       PIC 9(05) COMP VALUE ZERO.
001740     05  WS-RECS-VERIFIED      PIC 9(05) COMP VALUE ZERO.
001750     05  WS-RECS-CUTOVER       PIC 9(05) COMP VALUE ZERO.
001751     05  WS-RECS-IN-ERROR      PIC 9(05) COMP VALUE ZERO.
001752     05  WS-KT-COUNT           PIC 9(05) COMP VALUE ZERO.
001753     05  WS-KT-SUB             PIC 9(05) COMP VALUE ZERO.
001754     05  WS-CKP-COUNT          PIC 9(05) COMP VALUE ZERO.
001755     05  WS-DLT-RESUMED        PIC 9(05) COMP VALUE ZERO.
001756     05  WS-BKO-APPLIED        PIC 9(05) COMP VALUE ZERO.
001757     05  WS-BKO-FAILED         PIC 9(05) COMP VALUE ZERO.
001760 01  WS-REJECT-REASON          PIC X(40).
001770 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001780 01  WS-LOAD-MODE              PIC X(08) VALUE "FULL".
001790     88  WS-MODE-FULL              VALUE "FULL".
001800     88  WS-MODE-DELTA             VALUE "DELTA".
001801     88  WS-MODE-VALIDATE          VALUE "VALIDATE".
001802     88  WS-MODE-RESTART           VALUE "RESTART".
001803     88  WS-MODE-BACKOUT           VALUE "BACKOUT".
001804 01  WS-VAL-INPUT              PIC X(05) VALUE "SEED".
001805     88  WS-VAL-SEED               VALUE "SEED".
001806     88  WS-VAL-DELTA              VALUE "DELTA".
001807 01  WS-ERR-LIMIT-X            PIC X(05) VALUE SPACES.
001808 01  WS-ERR-LIMIT REDEFINES WS-ERR-LIMIT-X
001809                               PIC 9(05).
001810 01  WS-CHK-ACTION             PIC X(01) VALUE SPACE.
001811 01  WS-EDIT-REASON            PIC X(50).
001812 01  WS-COUNT-ED               PIC 9(05).
001813 01  WS-LOW-YEAR               PIC 9(04) VALUE 1900.
001814 01  WS-HIGH-YEAR              PIC 9(04) VALUE 1999.
001815 01  WS-START-DATE-NUM         PIC 9(08).
001816 01  WS-END-DATE-NUM           PIC 9(08).
001817 01  WS-DAYS-TABLE.
001818     05  FILLER                PIC X(24)
001819         VALUE "312931303130313130313031".
001820 01  WS-DAYS-R REDEFINES WS-DAYS-TABLE.
001821     05  WS-DAYS-IN-MONTH      PIC 9(02) OCCURS 12 TIMES.
001822 01  WS-KEY-TABLE.
001823     05  WS-KT-ENTRY           OCCURS 5000 TIMES.
001824         10  WS-KT-KEY         PIC X(08).
001825         10  WS-KT-STATE       PIC X(01).
001826             88  WS-KT-PRESENT     VALUE "P".
001827             88  WS-KT-ABSENT      VALUE "A".
001828     COPY EVTREC REPLACING ==EVT-RECORD== BY ==CHK-RECORD==.
001829     COPY DCKREC REPLACING ==DCK-RECORD== BY ==LCK-RECORD==.
001830 01  WS-BACKOUT-TABLE.
001831     05  WS-BT-COUNT           PIC 9(05) COMP VALUE ZERO.
001832     05  WS-BT-ENTRY           OCCURS 5000 TIMES.
001833         10  WS-BT-ACTION      PIC X(01).
001834         10  WS-BT-BEFORE      PIC X(240).
001835         10  WS-BT-AFTER       PIC X(240).
001836 01  WS-BT-IX                  PIC S9(05) COMP.
001837 PROCEDURE DIVISION.
001838*================================================================
001839* 0000-MAINLINE
001840*================================================================
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE
001862     IF WS-MODE-VALIDATE
001864         PERFORM 4000-VALIDATE-RUN THRU 4000-EXIT
001866         GO TO 9999-EXIT
001868     END-IF
001870     IF WS-MODE-BACKOUT
001872         PERFORM 5000-BACKOUT-RUN THRU 5000-EXIT
001874         GO TO 9999-EXIT
001876     END-IF
001878     IF WS-MODE-DELTA OR WS-MODE-RESTART
001880         PERFORM 3000-DELTA-RUN THRU 3000-EXIT
001890     ELSE
001900         PERFORM 1500-FULL-OPEN THRU 1500-EXIT
002090         READ PARM-FILE
002100             NOT AT END
002110                 MOVE PARM-LOAD-MODE TO WS-LOAD-MODE
002111                 IF PARM-VAL-INPUT NOT = SPACES
002112                     MOVE PARM-VAL-INPUT TO WS-VAL-INPUT
002113                 END-IF
002114                 MOVE PARM-ERR-LIMIT TO WS-ERR-LIMIT-X
002115                 IF PARM-LOAD-MODE = "BACKOUT"
002116                         AND PARM-RUN-DATE NUMERIC
002117                         AND PARM-RUN-TIME NUMERIC
002118                     MOVE PARM-RUN-DATE TO WS-DLT-RUN-DATE
002119                     MOVE PARM-RUN-TIME TO WS-DLT-RUN-TIME
002120                 END-IF
002121         END-READ
002130         CLOSE PARM-FILE
002140     END-IF
002150     IF NOT WS-MODE-FULL AND NOT WS-MODE-DELTA
002153             AND NOT WS-MODE-VALIDATE AND NOT WS-MODE-RESTART
002156             AND NOT WS-MODE-BACKOUT
002160         DISPLAY "SHMLOAD - UNKNOWN LOAD-MODE " WS-LOAD-MODE
002161         MOVE 8 TO WS-COND-CODE
002162         GO TO 9999-EXIT
002163     END-IF
002164     IF WS-MODE-VALIDATE
002165             AND NOT WS-VAL-SEED AND NOT WS-VAL-DELTA
002166         DISPLAY "SHMLOAD - UNKNOWN VALIDATE INPUT " WS-VAL-INPUT
002167             " - MUST BE SEED OR DELTA"
002168         MOVE 8 TO WS-COND-CODE
002169         GO TO 9999-EXIT
002170     END-IF
002171     IF (WS-MODE-FULL OR WS-MODE-DELTA)
002172             AND WS-ERR-LIMIT-X NOT = SPACES
002173             AND WS-ERR-LIMIT-X NOT NUMERIC
002174         DISPLAY "SHMLOAD - ERROR LIMIT " WS-ERR-LIMIT-X
002175             " IS NOT NUMERIC"
002176         MOVE 8 TO WS-COND-CODE
002177         GO TO 9999-EXIT
002178     END-IF
002179     IF WS-MODE-BACKOUT AND WS-DLT-RUN-DATE = ZERO
002180         DISPLAY "SHMLOAD - BACKOUT NEEDS THE DELTA RUN ID (DATE "
002181             "AND TIME) IN COLUMNS 10-25"
002182         MOVE 8 TO WS-COND-CODE
002183         GO TO 9999-EXIT
002190     END-IF
002200     OPEN EXTEND RUN-FILE
002210     IF WS-RUN-STATUS = "00"
002240         MOVE ZERO TO WS-RUN-COUNT
002250         PERFORM 7750-LOG-RUN THRU 7750-EXIT
002260     END-IF
002270     IF WS-MODE-DELTA OR WS-MODE-RESTART
002280         IF WS-RUN-OPEN
002290             CLOSE RUN-FILE
002300             MOVE "N" TO WS-RUN-OPEN-SW
002340         IF WS-RUN-STATUS = "00"
002350             SET WS-RUN-OPEN TO TRUE
002360         END-IF
002361         IF WS-COND-CODE = 8
002362             GO TO 9999-EXIT
002363         END-IF
002364     END-IF
002365     IF (WS-MODE-FULL OR WS-MODE-DELTA)
002366             AND WS-ERR-LIMIT-X NOT = SPACES
002367         PERFORM 1300-CHECK-LAST-VALIDATE THRU 1300-EXIT
002370         IF WS-COND-CODE = 8
002380             GO TO 9999-EXIT
002390         END-IF
002840             SET WS-HIST-EOF TO TRUE
002850     END-READ.
002860 1250-EXIT.
002861     EXIT.
002862*================================================================
002863* 1300-CHECK-LAST-VALIDATE  -  REFUSE THE RUN WHEN THE LAST
002864*                              VALIDATE OF ITS INPUT FOUND MORE
002865*                              ROWS IN ERROR THAN THE CARD ALLOWS
002866*================================================================
002867 1300-CHECK-LAST-VALIDATE.
002868     IF WS-MODE-FULL
002869         MOVE "SEED" TO WS-LVL-WANT
002870     ELSE
002871         MOVE "DELTA" TO WS-LVL-WANT
002872     END-IF
002873     MOVE "N" TO WS-LVL-FOUND-SW
002874     OPEN INPUT VALID-FILE
002875     IF WS-LVL-STATUS = "00"
002876         MOVE "N" TO WS-HIST-EOF-SW
002877         READ VALID-FILE
002878             AT END
002879                 SET WS-HIST-EOF TO TRUE
002880         END-READ
002881         PERFORM 1350-SCAN-ONE-VAL-ROW THRU 1350-EXIT
002882             UNTIL WS-HIST-EOF
002883         CLOSE VALID-FILE
002884     END-IF
002885     IF NOT WS-LVL-FOUND
002886         DISPLAY "SHMLOAD - ERROR LIMIT SET BUT NO VALIDATE OF "
002887             WS-LVL-WANT " ON SHMLVAL - RUN REFUSED"
002888         MOVE 8 TO WS-COND-CODE
002889         GO TO 1300-EXIT
002890     END-IF
002891     DISPLAY "SHMLOAD - LAST VALIDATE OF " WS-LVL-WANT " ON "
002892         WS-LVL-LAST-DATE " " WS-LVL-LAST-TIME " FOUND "
002893         WS-LVL-LAST-ERRORS " ROWS IN ERROR"
002894     IF WS-LVL-LAST-ERRORS > WS-ERR-LIMIT
002895         DISPLAY "SHMLOAD - OVER THE CARD ERROR LIMIT OF "
002896             WS-ERR-LIMIT " - RUN REFUSED"
002897         MOVE 8 TO WS-COND-CODE
002898     END-IF.
002899 1300-EXIT.
002900     EXIT.
002901 1350-SCAN-ONE-VAL-ROW.
002902     IF LVL-INPUT = WS-LVL-WANT
002903         SET WS-LVL-FOUND TO TRUE
002904         MOVE LVL-DATE TO WS-LVL-LAST-DATE
002905         MOVE LVL-TIME TO WS-LVL-LAST-TIME
002906         MOVE LVL-ROWS-IN-ERROR TO WS-LVL-LAST-ERRORS
002907     END-IF
002908     READ VALID-FILE
002909         AT END
002910             SET WS-HIST-EOF TO TRUE
002911     END-READ.
002912 1350-EXIT.
002913     EXIT.
002914*================================================================
002915* 1400-READ-CHECKPOINTS  -  NEWEST SHMDCKP ROW, AND FOR A BACKOUT
002916*                           WHETHER THE NAMED RUN IS ON FILE
002917*================================================================
002918 1400-READ-CHECKPOINTS.
002919     MOVE SPACES TO LCK-RECORD
002920     MOVE "N" TO WS-BKO-FOUND-SW
002921     MOVE "N" TO WS-BKO-DONE-SW
002922     OPEN INPUT CKPT-FILE
002923     IF WS-DCK-STATUS NOT = "00"
002924         GO TO 1400-EXIT
002925     END-IF
002926     MOVE "N" TO WS-HIST-EOF-SW
002927     READ CKPT-FILE
002928         AT END
002929             SET WS-HIST-EOF TO TRUE
002930     END-READ
002931     PERFORM 1450-SCAN-ONE-CKPT-ROW THRU 1450-EXIT
002932         UNTIL WS-HIST-EOF
002933     CLOSE CKPT-FILE.
002934 1400-EXIT.
002935     EXIT.
002936 1450-SCAN-ONE-CKPT-ROW.
002937     MOVE DCK-RECORD TO LCK-RECORD
002938     IF WS-MODE-BACKOUT
002939             AND DCK-RUN-ID OF DCK-RECORD = WS-DLT-RUN-ID
002940         SET WS-BKO-FOUND TO TRUE
002941         MOVE DCK-LAST-ROW OF DCK-RECORD TO WS-BKO-LAST-ROW
002942         IF DCK-BACKED-OUT OF DCK-RECORD
002943             SET WS-BKO-DONE TO TRUE
002944         END-IF
002945     END-IF
002946     READ CKPT-FILE
002947         AT END
002948             SET WS-HIST-EOF TO TRUE
002949     END-READ.
002950 1450-EXIT.
002951     EXIT.
002952*================================================================
002953* 1500-FULL-OPEN  -  FULL REBUILD OPENS, AS THE LOAD ALWAYS DID
002954*================================================================
002955 1500-FULL-OPEN.
002956     DISPLAY "SHMLOAD - BUILDING SHADOW SHMEVTN FROM SHMSEED"
002957     OPEN INPUT SEED-FILE
002958     OPEN OUTPUT SHADOW-FILE
002959     IF WS-SHD-STATUS NOT = "00"
002960         DISPLAY "SHMLOAD - SHADOW OPEN FAILED, STATUS "
002970             WS-SHD-STATUS
002980         SET WS-FILE-ERROR TO TRUE
004230* 3000-DELTA-RUN  -  APPLY SHMDELTA AGAINST THE EXISTING SHMEVTF
004240*================================================================
004250 3000-DELTA-RUN.
004251     PERFORM 1400-READ-CHECKPOINTS THRU 1400-EXIT
004252     IF WS-MODE-DELTA AND DCK-IN-FLIGHT OF LCK-RECORD
004253         DISPLAY "SHMLOAD - DELTA RUN " DCK-RUN-DATE OF LCK-RECORD
004254             " " DCK-RUN-TIME OF LCK-RECORD " NEVER FINISHED"
004255         DISPLAY "SHMLOAD - DELTA REFUSED - RESTART OR BACK OUT "
004256             "THAT RUN FIRST"
004257         MOVE 8 TO WS-COND-CODE
004258         GO TO 3000-EXIT
004259     END-IF
004260     IF WS-MODE-RESTART AND NOT DCK-IN-FLIGHT OF LCK-RECORD
004261         DISPLAY "SHMLOAD - NO UNFINISHED DELTA RUN ON SHMDCKP - "
004262             "NOTHING TO RESTART"
004263         MOVE 8 TO WS-COND-CODE
004264         GO TO 3000-EXIT
004265     END-IF
004266     PERFORM 3500-CHECK-LOCK THRU 3500-EXIT
004270     IF WS-LOCK-HELD
004280         DISPLAY "SHMLOAD - SHMEVTF WRITER LOCK HELD BY "
004290             LOK-PROGRAM " OPERATOR " LOK-OPERATOR
004340         GO TO 3000-EXIT
004350     END-IF
004360     PERFORM 3600-TAKE-LOCK THRU 3600-EXIT
004361     IF WS-MODE-RESTART
004362         PERFORM 3050-RESTART-POSITION THRU 3050-EXIT
004363     END-IF
004364     IF WS-DLT-RUN-DATE = ZERO
004365         ACCEPT WS-DLT-RUN-DATE FROM DATE YYYYMMDD
004366         ACCEPT WS-DLT-RUN-TIME FROM TIME
004367     END-IF
004370     DISPLAY "SHMLOAD - APPLYING SHMDELTA TO SHMEVTF"
004373     DISPLAY "SHMLOAD - DELTA RUN ID       : " WS-DLT-RUN-DATE
004376         " " WS-DLT-RUN-TIME
004380     OPEN INPUT DELTA-FILE
004390     OPEN I-O EVENT-FILE
004400     IF WS-EVT-STATUS NOT = "00"
004420         MOVE 8 TO WS-COND-CODE
004430         GO TO 3000-EXIT
004440     END-IF
004441     PERFORM 3060-OPEN-LOGS THRU 3060-EXIT
004442     IF WS-FILE-ERROR
004443         CLOSE EVENT-FILE
004444         GO TO 3000-EXIT
004445     END-IF
004446     IF WS-MODE-RESTART
004447         OPEN EXTEND ERROR-FILE
004448         IF WS-ERR-STATUS NOT = "00"
004449             OPEN OUTPUT ERROR-FILE
004450         END-IF
004451         MOVE "SHMLOAD DELTA EXCEPTIONS REPORT - RESTART"
004452             TO ERROR-LINE
004453     ELSE
004454         OPEN OUTPUT ERROR-FILE
004455         MOVE "SHMLOAD DELTA EXCEPTIONS REPORT" TO ERROR-LINE
004456     END-IF
004470     WRITE ERROR-LINE
004471     IF WS-MODE-DELTA
004472         MOVE "I" TO WS-CKP-STATE
004473         PERFORM 3400-TAKE-CHECKPOINT THRU 3400-EXIT
004474     END-IF
004475     IF WS-FILE-ERROR
004476         PERFORM 8500-DELTA-TERMINATE
004477         GO TO 3000-EXIT
004478     END-IF
004480     READ DELTA-FILE
004490         AT END
004500             SET WS-EOF TO TRUE
004550 3000-EXIT.
004560     EXIT.
004570*================================================================
004571* 3050-RESTART-POSITION  -  RUN ID, COUNTS AND RESUME ROW OF THE
004572*                           RUN LEFT IN FLIGHT, PAST ANY ROWS IT
004573*                           LOGGED AFTER ITS LAST CHECKPOINT
004574*================================================================
004575 3050-RESTART-POSITION.
004576     MOVE DCK-RUN-DATE OF LCK-RECORD TO WS-DLT-RUN-DATE
004577     MOVE DCK-RUN-TIME OF LCK-RECORD TO WS-DLT-RUN-TIME
004578     MOVE DCK-LAST-ROW OF LCK-RECORD TO WS-RESUME-ROW
004579     MOVE DCK-ADDED OF LCK-RECORD TO WS-DLT-ADDED
004580     MOVE DCK-REPLACED OF LCK-RECORD TO WS-DLT-REPLACED
004581     MOVE DCK-DELETED OF LCK-RECORD TO WS-DLT-DELETED
004582     MOVE DCK-REJECTED OF LCK-RECORD TO WS-DLT-REJECTED
004583     OPEN INPUT DELTA-LOG
004584     IF WS-DLG-STATUS = "00"
004585         MOVE "N" TO WS-HIST-EOF-SW
004586         READ DELTA-LOG
004587             AT END
004588                 SET WS-HIST-EOF TO TRUE
004589         END-READ
004590         PERFORM 3070-SCAN-ONE-LOG-ROW THRU 3070-EXIT
004591             UNTIL WS-HIST-EOF
004592         CLOSE DELTA-LOG
004593     END-IF
004594     DISPLAY "SHMLOAD - RESTARTING DELTA RUN " WS-DLT-RUN-DATE
004595         " " WS-DLT-RUN-TIME
004596     DISPLAY "SHMLOAD - LAST CHECKPOINT AT ROW "
004597         DCK-LAST-ROW OF LCK-RECORD
004598     DISPLAY "SHMLOAD - RESUMING AFTER ROW " WS-RESUME-ROW.
004599 3050-EXIT.
004600     EXIT.
004601*================================================================
004602* 3060-OPEN-LOGS  -  SHMDLOG AND SHMDCKP, CREATED IF ABSENT
004603*================================================================
004604 3060-OPEN-LOGS.
004605     OPEN EXTEND DELTA-LOG
004606     IF WS-DLG-STATUS NOT = "00"
004607         OPEN OUTPUT DELTA-LOG
004608     END-IF
004609     IF WS-DLG-STATUS NOT = "00"
004610         DISPLAY "SHMLOAD - SHMDLOG OPEN FAILED, STATUS "
004611             WS-DLG-STATUS " - DELTA NOT APPLIED"
004612         SET WS-FILE-ERROR TO TRUE
004613         MOVE 8 TO WS-COND-CODE
004614         GO TO 3060-EXIT
004615     END-IF
004616     OPEN EXTEND CKPT-FILE
004617     IF WS-DCK-STATUS NOT = "00"
004618         OPEN OUTPUT CKPT-FILE
004619     END-IF
004620     IF WS-DCK-STATUS NOT = "00"
004621         DISPLAY "SHMLOAD - SHMDCKP OPEN FAILED, STATUS "
004622             WS-DCK-STATUS " - DELTA NOT APPLIED"
004623         CLOSE DELTA-LOG
004624         SET WS-FILE-ERROR TO TRUE
004625         MOVE 8 TO WS-COND-CODE
004626         GO TO 3060-EXIT
004627     END-IF
004628     SET WS-LOGS-OPEN TO TRUE.
004629 3060-EXIT.
004630     EXIT.
004631*================================================================
004632* 3070-SCAN-ONE-LOG-ROW  -  A ROW OF THIS RUN PAST THE RESUME ROW
004633*                           WAS APPLIED BEFORE THE RUN WAS LOST
004634*================================================================
004635 3070-SCAN-ONE-LOG-ROW.
004636     IF DLG-RUN-ID = WS-DLT-RUN-ID
004637             AND DLG-ROW-NO > WS-RESUME-ROW
004638         MOVE DLG-ROW-NO TO WS-RESUME-ROW
004639         EVALUATE TRUE
004640             WHEN DLG-ADD
004641                 ADD 1 TO WS-DLT-ADDED
004642             WHEN DLG-REPLACE
004643                 ADD 1 TO WS-DLT-REPLACED
004644             WHEN DLG-DELETE
004645                 ADD 1 TO WS-DLT-DELETED
004646         END-EVALUATE
004647     END-IF
004648     READ DELTA-LOG
004649         AT END
004650             SET WS-HIST-EOF TO TRUE
004651     END-READ.
004652 3070-EXIT.
004653     EXIT.
004654*================================================================
004655* 3100-APPLY-ONE-DELTA  -  ONE ACTION ROW, THEN READ THE NEXT
004656*================================================================
004657 3100-APPLY-ONE-DELTA.
004658     ADD 1 TO WS-RECS-READ
004659     IF WS-RECS-READ NOT > WS-RESUME-ROW
004660         ADD 1 TO WS-DLT-RESUMED
004661         GO TO 3100-READ-NEXT
004662     END-IF
004663     MOVE DLT-EVENT TO EVT-RECORD
004664     MOVE SPACES TO WS-BEFORE-IMAGE
004665     EVALUATE TRUE
004666         WHEN DLT-ADD
004667             WRITE EVT-RECORD
004668                 INVALID KEY
004670                     MOVE "DUPLICATE ADD - KEY ALREADY ON FILE"
004680                         TO WS-REJECT-REASON
004690                     PERFORM 3200-REJECT-DELTA THRU 3200-EXIT
004700                 NOT INVALID KEY
004710                     ADD 1 TO WS-DLT-ADDED
004715                     PERFORM 3300-LOG-APPLIED-ROW THRU 3300-EXIT
004720             END-WRITE
004730         WHEN DLT-REPLACE
004735             PERFORM 3150-READ-BEFORE-IMAGE THRU 3150-EXIT
004740             REWRITE EVT-RECORD
004750                 INVALID KEY
004760                     MOVE "REPLACE - NO MATCHING EVT-KEY"
004780                     PERFORM 3200-REJECT-DELTA THRU 3200-EXIT
004790                 NOT INVALID KEY
004800                     ADD 1 TO WS-DLT-REPLACED
004805                     PERFORM 3300-LOG-APPLIED-ROW THRU 3300-EXIT
004810             END-REWRITE
004820         WHEN DLT-DELETE
004825             PERFORM 3150-READ-BEFORE-IMAGE THRU 3150-EXIT
004830             DELETE EVENT-FILE RECORD
004840                 INVALID KEY
004850                     MOVE "DELETE - NO MATCHING EVT-KEY"
004870                     PERFORM 3200-REJECT-DELTA THRU 3200-EXIT
004880                 NOT INVALID KEY
004890                     ADD 1 TO WS-DLT-DELETED
004895                     PERFORM 3300-LOG-APPLIED-ROW THRU 3300-EXIT
004900             END-DELETE
004910         WHEN OTHER
004920             MOVE "INVALID ACTION CODE - MUST BE A R OR D"
004930                 TO WS-REJECT-REASON
004940             PERFORM 3200-REJECT-DELTA THRU 3200-EXIT
004950     END-EVALUATE
004951     ADD 1 TO WS-CKP-COUNT
004952     IF WS-CKP-COUNT NOT < WS-CKP-EVERY AND NOT WS-FILE-ERROR
004953         MOVE "I" TO WS-CKP-STATE
004954         PERFORM 3400-TAKE-CHECKPOINT THRU 3400-EXIT
004955     END-IF
004956     IF WS-FILE-ERROR
004957         SET WS-EOF TO TRUE
004958         GO TO 3100-EXIT
004959     END-IF.
004960 3100-READ-NEXT.
004961     READ DELTA-FILE
004970         AT END
004980             SET WS-EOF TO TRUE
004990     END-READ.
005000 3100-EXIT.
005001     EXIT.
005002*================================================================
005003* 3150-READ-BEFORE-IMAGE  -  THE RECORD A REPLACE OR DELETE IS
005004*                            ABOUT TO TAKE OFF SHMEVTF
005005*================================================================
005006 3150-READ-BEFORE-IMAGE.
005007     READ EVENT-FILE
005008         NOT INVALID KEY
005009             MOVE EVT-RECORD TO WS-BEFORE-IMAGE
005010     END-READ
005011     MOVE DLT-EVENT TO EVT-RECORD.
005012 3150-EXIT.
005013     EXIT.
005020*================================================================
005030* 3200-REJECT-DELTA  -  ONE EXCEPTION LINE WITH THE REASON
005040*================================================================
005220 3200-EXIT.
005230     EXIT.
005240*================================================================
005241* 3300-LOG-APPLIED-ROW  -  ONE SHMDLOG ROW FOR AN APPLIED ROW,
005242*                          WITH THE BEFORE AND AFTER IMAGES
005243*================================================================
005244 3300-LOG-APPLIED-ROW.
005245     MOVE SPACES TO DLG-RECORD
005246     MOVE WS-DLT-RUN-DATE TO DLG-RUN-DATE
005247     MOVE WS-DLT-RUN-TIME TO DLG-RUN-TIME
005248     MOVE WS-RECS-READ TO DLG-ROW-NO
005249     MOVE DLT-ACTION TO DLG-ACTION
005250     MOVE WS-BEFORE-IMAGE TO DLG-BEFORE-IMAGE
005251     IF NOT DLT-DELETE
005252         MOVE DLT-EVENT TO DLG-AFTER-IMAGE
005253     END-IF
005254     WRITE DLG-RECORD
005255     IF WS-DLG-STATUS NOT = "00"
005256         DISPLAY "SHMLOAD - SHMDLOG WRITE FAILED, STATUS "
005257             WS-DLG-STATUS " AT DELTA ROW " WS-RECS-READ
005258         SET WS-FILE-ERROR TO TRUE
005259         MOVE 8 TO WS-COND-CODE
005260     END-IF.
005261 3300-EXIT.
005262     EXIT.
005263*================================================================
005264* 3400-TAKE-CHECKPOINT  -  COMMIT SHMDLOG AND ADD A SHMDCKP ROW
005265*                          FOR THE LAST DELTA ROW PROCESSED
005266*================================================================
005267 3400-TAKE-CHECKPOINT.
005268     CLOSE DELTA-LOG
005269     OPEN EXTEND DELTA-LOG
005270     IF WS-DLG-STATUS NOT = "00"
005271         DISPLAY "SHMLOAD - SHMDLOG REOPEN FAILED, STATUS "
005272             WS-DLG-STATUS " - NO CHECKPOINT AT ROW " WS-RECS-READ
005273         MOVE "N" TO WS-LOGS-OPEN-SW
005274         CLOSE CKPT-FILE
005275         SET WS-FILE-ERROR TO TRUE
005276         MOVE 8 TO WS-COND-CODE
005277         GO TO 3400-EXIT
005278     END-IF
005279     MOVE SPACES TO DCK-RECORD
005280     MOVE WS-DLT-RUN-DATE TO DCK-RUN-DATE OF DCK-RECORD
005281     MOVE WS-DLT-RUN-TIME TO DCK-RUN-TIME OF DCK-RECORD
005282     MOVE WS-RECS-READ TO DCK-LAST-ROW OF DCK-RECORD
005283     MOVE WS-CKP-STATE TO DCK-STATE OF DCK-RECORD
005284     MOVE WS-DLT-ADDED TO DCK-ADDED OF DCK-RECORD
005285     MOVE WS-DLT-REPLACED TO DCK-REPLACED OF DCK-RECORD
005286     MOVE WS-DLT-DELETED TO DCK-DELETED OF DCK-RECORD
005287     MOVE WS-DLT-REJECTED TO DCK-REJECTED OF DCK-RECORD
005288     WRITE DCK-RECORD
005289     IF WS-DCK-STATUS NOT = "00"
005290         DISPLAY "SHMLOAD - SHMDCKP WRITE FAILED, STATUS "
005291             WS-DCK-STATUS " - NO CHECKPOINT AT ROW " WS-RECS-READ
005292         GO TO 3400-CKPT-FAILED
005293     END-IF
005294     CLOSE CKPT-FILE
005295     IF WS-DCK-STATUS NOT = "00"
005296         DISPLAY "SHMLOAD - SHMDCKP CLOSE FAILED, STATUS "
005297             WS-DCK-STATUS " - CHECKPOINT AT ROW " WS-RECS-READ
005298             " NOT COMMITTED"
005299         GO TO 3400-CKPT-FAILED
005300     END-IF
005301     OPEN EXTEND CKPT-FILE
005302     IF WS-DCK-STATUS NOT = "00"
005303         DISPLAY "SHMLOAD - SHMDCKP REOPEN FAILED, STATUS "
005304             WS-DCK-STATUS " - NO CHECKPOINT AFTER ROW "
005305             WS-RECS-READ
005306         GO TO 3400-CKPT-FAILED
005307     END-IF
005308     MOVE ZERO TO WS-CKP-COUNT
005309     GO TO 3400-EXIT.
005310 3400-CKPT-FAILED.
005311     MOVE "N" TO WS-LOGS-OPEN-SW
005312     CLOSE DELTA-LOG
005313     CLOSE CKPT-FILE
005314     SET WS-FILE-ERROR TO TRUE
005315     MOVE 8 TO WS-COND-CODE.
005316 3400-EXIT.
005317     EXIT.
005318*================================================================
005319* 3500-CHECK-LOCK  -  IS SHMLOCK HELD, AND BY WHOM
005320*                     A LOCK LEFT BY THE SHMLOAD RUN STILL IN
005321*                     FLIGHT ON SHMDCKP IS TAKEN OVER BY THE
005322*                     RESTART OR BACKOUT OF THAT RUN
005323*================================================================
005324 3500-CHECK-LOCK.
005325     MOVE "N" TO WS-LOCK-HELD-SW
005326     OPEN INPUT LOCK-FILE
005327     IF WS-LOK-STATUS NOT = "00"
005328         GO TO 3500-EXIT
005329     END-IF
005330     READ LOCK-FILE
005340         NOT AT END
005350             IF LOK-PROGRAM NOT = SPACES
005360                 SET WS-LOCK-HELD TO TRUE
005370             END-IF
005380     END-READ
005382     CLOSE LOCK-FILE
005384     IF WS-LOCK-HELD AND LOK-PROGRAM = "SHMLOAD"
005386             AND (WS-MODE-RESTART OR WS-MODE-BACKOUT)
005388             AND DCK-IN-FLIGHT OF LCK-RECORD
005390         DISPLAY "SHMLOAD - SHMLOCK LEFT BY DELTA RUN "
005392             DCK-RUN-DATE OF LCK-RECORD " "
005394             DCK-RUN-TIME OF LCK-RECORD " TAKEN OVER"
005396         MOVE "N" TO WS-LOCK-HELD-SW
005398     END-IF.
005400 3500-EXIT.
005410     EXIT.
005420*================================================================
005680 3700-EXIT.
005690     EXIT.
005700*================================================================
005710* 4000-VALIDATE-RUN  -  EDIT SHMSEED OR SHMDELTA WITHOUT LOADING
005720*================================================================
005730 4000-VALIDATE-RUN.
005740     IF WS-VAL-SEED
005750         DISPLAY "SHMLOAD - VALIDATE ONLY - EDITING SHMSEED"
005760     ELSE
005770         DISPLAY "SHMLOAD - VALIDATE ONLY - EDITING SHMDELTA"
005780     END-IF
005790     PERFORM 4050-VALIDATE-OPEN THRU 4050-EXIT
005800     IF WS-FILE-ERROR
005810         GO TO 4000-EXIT
005820     END-IF
005830     PERFORM 4700-READ-INPUT THRU 4700-EXIT
005840     PERFORM 4100-VALIDATE-ONE-ROW THRU 4100-EXIT
005850         UNTIL WS-EOF
005860     PERFORM 4800-VALIDATE-TERMINATE THRU 4800-EXIT.
005870 4000-EXIT.
005880     EXIT.
005890*================================================================
005900* 4050-VALIDATE-OPEN  -  SHMCTL RANGE, SHMCATF, THE INPUT, AND
005910*                        SHMEVTF INPUT ONLY FOR A DELTA
005920*================================================================
005930 4050-VALIDATE-OPEN.
005940     OPEN INPUT CONTROL-FILE
005950     IF WS-CTL-STATUS = "00"
005960         READ CONTROL-FILE
005970             NOT AT END
005980                 IF CTL-LOW-YEAR NUMERIC
005990                         AND CTL-HIGH-YEAR NUMERIC
006000                         AND CTL-LOW-YEAR NOT > CTL-HIGH-YEAR
006010                     MOVE CTL-LOW-YEAR TO WS-LOW-YEAR
006020                     MOVE CTL-HIGH-YEAR TO WS-HIGH-YEAR
006030                 END-IF
006040         END-READ
006050         CLOSE CONTROL-FILE
006060     END-IF
006070     IF WS-VAL-DELTA
006080         OPEN INPUT EVENT-FILE
006090         IF WS-EVT-STATUS NOT = "00"
006100             DISPLAY "SHMEVTF NOT FOUND - RUN SHMLOAD FIRST"
006110             SET WS-FILE-ERROR TO TRUE
006120             MOVE 8 TO WS-COND-CODE
006130             GO TO 4050-EXIT
006140         END-IF
006150         OPEN INPUT DELTA-FILE
006160     ELSE
006170         OPEN INPUT SEED-FILE
006180     END-IF
006190     OPEN INPUT CAT-FILE
006200     IF WS-CAT-STATUS = "00"
006210         SET WS-CAT-OPEN TO TRUE
006220         MOVE LOW-VALUES TO CAT-CODE OF CAT-RECORD
006230         START CAT-FILE KEY IS NOT LESS THAN
006240                 CAT-CODE OF CAT-RECORD
006250             NOT INVALID KEY
006260                 SET WS-CAT-AVAIL TO TRUE
006270         END-START
006280     END-IF
006290     OPEN OUTPUT ERROR-FILE
006300     MOVE SPACES TO ERROR-LINE
006310     IF WS-VAL-SEED
006320         MOVE "SHMLOAD VALIDATE EDIT REPORT - SHMSEED"
006330             TO ERROR-LINE
006340     ELSE
006350         MOVE "SHMLOAD VALIDATE EDIT REPORT - SHMDELTA"
006360             TO ERROR-LINE
006370     END-IF
006380     WRITE ERROR-LINE
006390     MOVE SPACES TO ERROR-LINE
006400     STRING "YEAR RANGE FROM SHMCTL : " DELIMITED BY SIZE
006410         WS-LOW-YEAR DELIMITED BY SIZE
006420         "-" DELIMITED BY SIZE
006430         WS-HIGH-YEAR DELIMITED BY SIZE
006440         INTO ERROR-LINE
006450     END-STRING
006460     WRITE ERROR-LINE.
006470 4050-EXIT.
006480     EXIT.
006490*================================================================
006500* 4100-VALIDATE-ONE-ROW  -  ALL EDITS ON ONE ROW, THEN READ NEXT
006510*================================================================
006520 4100-VALIDATE-ONE-ROW.
006530     ADD 1 TO WS-RECS-READ
006540     MOVE "N" TO WS-REC-ERROR-SW
006550     IF WS-VAL-DELTA
006560             AND NOT DLT-ADD AND NOT DLT-REPLACE
006570             AND NOT DLT-DELETE
006580         MOVE "INVALID ACTION CODE - MUST BE A R OR D"
006590             TO WS-EDIT-REASON
006600         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
006610         GO TO 4100-NEXT-ROW
006620     END-IF
006630     PERFORM 4200-EDIT-KEY THRU 4200-EXIT
006640     IF WS-CHK-ACTION NOT = "D"
006650         PERFORM 4300-EDIT-DETAIL THRU 4300-EXIT
006660     END-IF
006670     IF WS-KEY-OK
006680         PERFORM 4600-CHECK-KEY THRU 4600-EXIT
006690     END-IF.
006700 4100-NEXT-ROW.
006710     IF WS-REC-ERROR
006720         ADD 1 TO WS-RECS-IN-ERROR
006730     END-IF
006740     PERFORM 4700-READ-INPUT THRU 4700-EXIT.
006750 4100-EXIT.
006760     EXIT.
006770*================================================================
006780* 4200-EDIT-KEY  -  YEAR IN THE SHMCTL RANGE, SEQ-NO NOT 0000
006790*================================================================
006800 4200-EDIT-KEY.
006810     MOVE "N" TO WS-KEY-OK-SW
006820     IF EVT-YEAR OF CHK-RECORD NOT NUMERIC
006830             OR EVT-SEQ-NO OF CHK-RECORD NOT NUMERIC
006840         MOVE "EVENT KEY IS NOT NUMERIC" TO WS-EDIT-REASON
006850         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
006860         GO TO 4200-EXIT
006870     END-IF
006880     IF EVT-SEQ-NO OF CHK-RECORD = ZERO
006890         MOVE "SEQ-NO 0000 IS NOT A VALID EVENT KEY"
006900             TO WS-EDIT-REASON
006910         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
006920         GO TO 4200-EXIT
006930     END-IF
006940     IF EVT-YEAR OF CHK-RECORD < WS-LOW-YEAR
006950             OR EVT-YEAR OF CHK-RECORD > WS-HIGH-YEAR
006960         MOVE SPACES TO WS-EDIT-REASON
006970         STRING "YEAR IS OUTSIDE THE SHMCTL RANGE "
006980             DELIMITED BY SIZE
006990             WS-LOW-YEAR DELIMITED BY SIZE
007000             "-" DELIMITED BY SIZE
007010             WS-HIGH-YEAR DELIMITED BY SIZE
007020             INTO WS-EDIT-REASON
007030         END-STRING
007040         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007050     END-IF
007060     SET WS-KEY-OK TO TRUE.
007070 4200-EXIT.
007080     EXIT.
007090*================================================================
007100* 4300-EDIT-DETAIL  -  THE SHMEDIT EDITS ON THE EVENT IMAGE
007110*================================================================
007120 4300-EDIT-DETAIL.
007130     PERFORM 4400-EDIT-DATE THRU 4400-EXIT
007140     IF NOT EVT-NO-END-DATE OF CHK-RECORD
007150         PERFORM 4450-EDIT-END-DATE THRU 4450-EXIT
007160     END-IF
007170     PERFORM 4500-EDIT-CATEGORY THRU 4500-EXIT
007180     IF NOT WS-CAT-VALID
007190         MOVE "CATEGORY NOT ON THE SHMCATF REGISTER"
007200             TO WS-EDIT-REASON
007210         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007220     END-IF
007230     IF NOT EVT-IS-HEADLINE OF CHK-RECORD
007240             AND NOT EVT-NOT-HEADLINE OF CHK-RECORD
007250         MOVE "HEADLINE SWITCH IS NOT Y OR N"
007260             TO WS-EDIT-REASON
007270         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007280     END-IF
007290     IF EVT-TEXT OF CHK-RECORD = SPACES
007300         MOVE "EVENT TEXT IS BLANK" TO WS-EDIT-REASON
007310         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007320     END-IF
007330     IF NOT EVT-LANG-ENGLISH OF CHK-RECORD
007340             AND NOT EVT-LANG-ITALIAN OF CHK-RECORD
007350         MOVE "LANGUAGE CODE IS NOT E, I, OR BLANK"
007360             TO WS-EDIT-REASON
007370         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007380     END-IF.
007390 4300-EXIT.
007400     EXIT.
007410*================================================================
007420* 4400-EDIT-DATE  -  MONTH/DAY EDITS INCLUDING DAYS PER MONTH
007430*================================================================
007440 4400-EDIT-DATE.
007450     IF EVT-MMDD-KEY OF CHK-RECORD NOT NUMERIC
007460         MOVE "MONTH/DAY IS NOT NUMERIC" TO WS-EDIT-REASON
007470         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007480         GO TO 4400-EXIT
007490     END-IF
007500     IF EVT-MONTH OF CHK-RECORD = ZERO
007510             AND EVT-DAY OF CHK-RECORD = ZERO
007520         MOVE "ALL-ZERO MMDD KEY BREAKS ON-THIS-DAY SEARCH"
007530             TO WS-EDIT-REASON
007540         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007550         GO TO 4400-EXIT
007560     END-IF
007570     IF EVT-MONTH OF CHK-RECORD < 1
007580             OR EVT-MONTH OF CHK-RECORD > 12
007590         MOVE "MONTH IS NOT 01-12" TO WS-EDIT-REASON
007600         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007610         GO TO 4400-EXIT
007620     END-IF
007630     IF EVT-DAY OF CHK-RECORD < 1
007640             OR EVT-DAY OF CHK-RECORD >
007650             WS-DAYS-IN-MONTH (EVT-MONTH OF CHK-RECORD)
007660         MOVE "DAY IS IMPOSSIBLE FOR THE MONTH"
007670             TO WS-EDIT-REASON
007680         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007690     END-IF.
007700 4400-EXIT.
007710     EXIT.
007720*================================================================
007730* 4450-EDIT-END-DATE  -  END DATE OF A SPANNING EVENT
007740*================================================================
007750 4450-EDIT-END-DATE.
007760     IF EVT-END-DATE OF CHK-RECORD NOT NUMERIC
007770         MOVE "END DATE IS NOT NUMERIC" TO WS-EDIT-REASON
007780         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007790         GO TO 4450-EXIT
007800     END-IF
007810     IF EVT-END-MONTH OF CHK-RECORD > 12
007820             OR (EVT-END-MONTH OF CHK-RECORD = ZERO
007830             AND EVT-END-DAY OF CHK-RECORD NOT = ZERO)
007840         MOVE "END MONTH IS NOT 00-12" TO WS-EDIT-REASON
007850         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007860         GO TO 4450-EXIT
007870     END-IF
007880     IF EVT-END-MONTH OF CHK-RECORD NOT = ZERO
007890         IF EVT-END-DAY OF CHK-RECORD < 1
007900                 OR EVT-END-DAY OF CHK-RECORD >
007910                 WS-DAYS-IN-MONTH (EVT-END-MONTH OF CHK-RECORD)
007920             MOVE "END DAY IS IMPOSSIBLE FOR THE MONTH"
007930                 TO WS-EDIT-REASON
007940             PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
007950             GO TO 4450-EXIT
007960         END-IF
007970     END-IF
007980     IF EVT-MMDD-KEY OF CHK-RECORD NOT NUMERIC
007990         GO TO 4450-EXIT
008000     END-IF
008010     COMPUTE WS-START-DATE-NUM =
008020         EVT-YEAR OF CHK-RECORD * 10000
008030         + EVT-MONTH OF CHK-RECORD * 100
008040         + EVT-DAY OF CHK-RECORD
008050     IF EVT-END-MONTH OF CHK-RECORD = ZERO
008060         COMPUTE WS-END-DATE-NUM =
008070             EVT-END-YEAR OF CHK-RECORD * 10000 + 1231
008080     ELSE
008090         COMPUTE WS-END-DATE-NUM =
008100             EVT-END-YEAR OF CHK-RECORD * 10000
008110             + EVT-END-MONTH OF CHK-RECORD * 100
008120             + EVT-END-DAY OF CHK-RECORD
008130     END-IF
008140     IF WS-END-DATE-NUM NOT > WS-START-DATE-NUM
008150         MOVE "END DATE IS NOT AFTER THE START DATE"
008160             TO WS-EDIT-REASON
008170         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
008180         GO TO 4450-EXIT
008190     END-IF
008200     IF EVT-END-YEAR OF CHK-RECORD > WS-HIGH-YEAR
008210         MOVE SPACES TO WS-EDIT-REASON
008220         STRING "END YEAR IS PAST THE SHMCTL HIGH YEAR "
008230             DELIMITED BY SIZE
008240             WS-HIGH-YEAR DELIMITED BY SIZE
008250             INTO WS-EDIT-REASON
008260         END-STRING
008270         PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
008280     END-IF.
008290 4450-EXIT.
008300     EXIT.
008310*================================================================
008320* 4500-EDIT-CATEGORY  -  REGISTER WHEN ON LINE, SIX 88S IF NOT
008330*================================================================
008340 4500-EDIT-CATEGORY.
008350     MOVE "N" TO WS-CAT-VALID-SW
008360     IF WS-CAT-AVAIL
008370         MOVE EVT-CATEGORY OF CHK-RECORD
008380             TO CAT-CODE OF CAT-RECORD
008390         READ CAT-FILE
008400             NOT INVALID KEY
008410                 SET WS-CAT-VALID TO TRUE
008420         END-READ
008430         GO TO 4500-EXIT
008440     END-IF
008450     IF EVT-CAT-POLITICS OF CHK-RECORD
008460             OR EVT-CAT-SCIENCE OF CHK-RECORD
008470             OR EVT-CAT-SPORTS OF CHK-RECORD
008480             OR EVT-CAT-DISASTER OF CHK-RECORD
008490             OR EVT-CAT-CULTURE OF CHK-RECORD
008500             OR EVT-CAT-BUSINESS OF CHK-RECORD
008510         SET WS-CAT-VALID TO TRUE
008520     END-IF.
008530 4500-EXIT.
008540     EXIT.
008550*================================================================
008560* 4600-CHECK-KEY  -  DUPLICATE SEED KEYS, OR THE DELTA ACTION
008570*                    AGAINST SHMEVTF AS THE ROWS AHEAD OF IT
008580*                    WOULD HAVE LEFT IT
008590*================================================================
008600 4600-CHECK-KEY.
008610     PERFORM 4650-FIND-KEY THRU 4650-EXIT
008620     IF WS-VAL-SEED
008630         IF WS-KT-FOUND
008640             MOVE "DUPLICATE KEY IN SHMSEED - LOAD WOULD SKIP IT"
008650                 TO WS-EDIT-REASON
008660             PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
008670         ELSE
008680             PERFORM 4680-ADD-KEY THRU 4680-EXIT
008690             IF WS-KT-SUB NOT = ZERO
008700                 SET WS-KT-PRESENT (WS-KT-SUB) TO TRUE
008710             END-IF
008720         END-IF
008730         GO TO 4600-EXIT
008740     END-IF
008750     MOVE "N" TO WS-KEY-ON-FILE-SW
008760     IF WS-KT-FOUND
008770         IF WS-KT-PRESENT (WS-KT-SUB)
008780             SET WS-KEY-ON-FILE TO TRUE
008790         END-IF
008800     ELSE
008810         MOVE EVT-KEY OF CHK-RECORD TO EVT-KEY OF EVT-RECORD
008820         READ EVENT-FILE
008830             NOT INVALID KEY
008840                 SET WS-KEY-ON-FILE TO TRUE
008850         END-READ
008860         PERFORM 4680-ADD-KEY THRU 4680-EXIT
008870         IF WS-KT-SUB NOT = ZERO
008880             IF WS-KEY-ON-FILE
008890                 SET WS-KT-PRESENT (WS-KT-SUB) TO TRUE
008900             ELSE
008910                 SET WS-KT-ABSENT (WS-KT-SUB) TO TRUE
008920             END-IF
008930         END-IF
008940     END-IF
008950     EVALUATE TRUE
008960         WHEN DLT-ADD AND WS-KEY-ON-FILE
008970             MOVE "DUPLICATE ADD - KEY ALREADY ON FILE"
008980                 TO WS-EDIT-REASON
008990             PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
009000         WHEN DLT-ADD
009010             IF WS-KT-SUB NOT = ZERO
009020                 SET WS-KT-PRESENT (WS-KT-SUB) TO TRUE
009030             END-IF
009040         WHEN DLT-REPLACE AND NOT WS-KEY-ON-FILE
009050             MOVE "REPLACE - NO MATCHING EVT-KEY"
009060                 TO WS-EDIT-REASON
009070             PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
009080         WHEN DLT-DELETE AND NOT WS-KEY-ON-FILE
009090             MOVE "DELETE - NO MATCHING EVT-KEY"
009100                 TO WS-EDIT-REASON
009110             PERFORM 4900-REPORT-ERROR THRU 4900-EXIT
009120         WHEN DLT-DELETE
009130             IF WS-KT-SUB NOT = ZERO
009140                 SET WS-KT-ABSENT (WS-KT-SUB) TO TRUE
009150             END-IF
009160     END-EVALUATE.
009170 4600-EXIT.
009180     EXIT.
009190*================================================================
009200* 4650-FIND-KEY  -  LOOK THE ROW'S KEY UP IN THE KEYS SEEN SO FAR
009210*================================================================
009220 4650-FIND-KEY.
009230     MOVE "N" TO WS-KT-FOUND-SW
009240     PERFORM 4660-CHECK-ONE-KEY THRU 4660-EXIT
009250         VARYING WS-KT-SUB FROM 1 BY 1
009260         UNTIL WS-KT-SUB > WS-KT-COUNT OR WS-KT-FOUND
009270     IF WS-KT-FOUND
009280         SUBTRACT 1 FROM WS-KT-SUB
009290     END-IF.
009300 4650-EXIT.
009310     EXIT.
009320 4660-CHECK-ONE-KEY.
009330     IF WS-KT-KEY (WS-KT-SUB) = EVT-KEY OF CHK-RECORD
009340         SET WS-KT-FOUND TO TRUE
009350     END-IF.
009360 4660-EXIT.
009370     EXIT.
009380*================================================================
009390* 4680-ADD-KEY  -  REMEMBER A NEW KEY (WS-KT-SUB ZERO WHEN FULL)
009400*================================================================
009410 4680-ADD-KEY.
009420     IF WS-KT-COUNT NOT < 5000
009430         SET WS-KT-FULL TO TRUE
009440         MOVE ZERO TO WS-KT-SUB
009450         GO TO 4680-EXIT
009460     END-IF
009470     ADD 1 TO WS-KT-COUNT
009480     MOVE WS-KT-COUNT TO WS-KT-SUB
009490     MOVE EVT-KEY OF CHK-RECORD TO WS-KT-KEY (WS-KT-SUB).
009500 4680-EXIT.
009510     EXIT.
009520*================================================================
009530* 4700-READ-INPUT  -  NEXT SHMSEED OR SHMDELTA ROW INTO CHK-RECORD
009540*================================================================
009550 4700-READ-INPUT.
009560     IF WS-VAL-SEED
009570         READ SEED-FILE INTO CHK-RECORD
009580             AT END
009590                 SET WS-EOF TO TRUE
009600         END-READ
009610         MOVE SPACE TO WS-CHK-ACTION
009620     ELSE
009630         READ DELTA-FILE
009640             AT END
009650                 SET WS-EOF TO TRUE
009660             NOT AT END
009670                 MOVE DLT-EVENT TO CHK-RECORD
009680                 MOVE DLT-ACTION TO WS-CHK-ACTION
009690         END-READ
009700     END-IF.
009710 4700-EXIT.
009720     EXIT.
009730*================================================================
009740* 4800-VALIDATE-TERMINATE  -  TOTALS, AND THE RESULT TO SHMLVAL
009750*================================================================
009760 4800-VALIDATE-TERMINATE.
009770     IF WS-KT-FULL
009780         MOVE SPACES TO ERROR-LINE
009790         MOVE "KEY TABLE FULL - LATER KEYS CHECKED ON SHMEVTF"
009800             TO ERROR-LINE
009810         WRITE ERROR-LINE
009820     END-IF
009830     MOVE SPACES TO ERROR-LINE
009840     WRITE ERROR-LINE
009850     MOVE WS-RECS-READ TO WS-COUNT-ED
009860     MOVE SPACES TO ERROR-LINE
009870     STRING "ROWS READ     : " DELIMITED BY SIZE
009880         WS-COUNT-ED DELIMITED BY SIZE
009890         INTO ERROR-LINE
009900     END-STRING
009910     WRITE ERROR-LINE
009920     MOVE WS-RECS-IN-ERROR TO WS-COUNT-ED
009930     MOVE SPACES TO ERROR-LINE
009940     STRING "ROWS IN ERROR : " DELIMITED BY SIZE
009950         WS-COUNT-ED DELIMITED BY SIZE
009960         INTO ERROR-LINE
009970     END-STRING
009980     WRITE ERROR-LINE
009990     IF WS-VAL-SEED
010000         CLOSE SEED-FILE
010010     ELSE
010020         CLOSE DELTA-FILE
010030         CLOSE EVENT-FILE
010040     END-IF
010050     IF WS-CAT-OPEN
010060         CLOSE CAT-FILE
010070     END-IF
010080     CLOSE ERROR-FILE
010090     OPEN EXTEND VALID-FILE
010100     IF WS-LVL-STATUS NOT = "00"
010110         OPEN OUTPUT VALID-FILE
010120     END-IF
010130     IF WS-LVL-STATUS = "00"
010140         MOVE SPACES TO LVL-RECORD
010150         ACCEPT LVL-DATE FROM DATE YYYYMMDD
010160         ACCEPT LVL-TIME FROM TIME
010170         MOVE WS-VAL-INPUT TO LVL-INPUT
010180         MOVE WS-RECS-READ TO LVL-ROWS-READ
010190         MOVE WS-RECS-IN-ERROR TO LVL-ROWS-IN-ERROR
010200         WRITE LVL-RECORD
010210         CLOSE VALID-FILE
010220     ELSE
010230         DISPLAY "SHMLOAD - SHMLVAL OPEN FAILED, STATUS "
010240             WS-LVL-STATUS " - RESULT NOT RECORDED"
010250         MOVE 8 TO WS-COND-CODE
010260     END-IF
010270     IF WS-RECS-IN-ERROR > ZERO AND WS-COND-CODE < 4
010280         MOVE 4 TO WS-COND-CODE
010290     END-IF
010300     DISPLAY "SHMLOAD - ROWS VALIDATED     : " WS-RECS-READ
010310     DISPLAY "SHMLOAD - ROWS IN ERROR      : " WS-RECS-IN-ERROR.
010320 4800-EXIT.
010330     EXIT.
010340*================================================================
010350* 4900-REPORT-ERROR  -  ONE LINE PER FINDING ON A ROW
010360*================================================================
010370 4900-REPORT-ERROR.
010380     SET WS-REC-ERROR TO TRUE
010390     MOVE SPACES TO ERROR-LINE
010400     STRING "  " DELIMITED BY SIZE
010410         WS-CHK-ACTION DELIMITED BY SIZE
010420         " " DELIMITED BY SIZE
010430         EVT-YEAR OF CHK-RECORD DELIMITED BY SIZE
010440         "-" DELIMITED BY SIZE
010450         EVT-SEQ-NO OF CHK-RECORD DELIMITED BY SIZE
010460         "  " DELIMITED BY SIZE
010470         WS-EDIT-REASON DELIMITED BY SIZE
010480         INTO ERROR-LINE
010490     END-STRING
010500     WRITE ERROR-LINE.
010510 4900-EXIT.
010520     EXIT.
010530*================================================================
010540* 5000-BACKOUT-RUN  -  REVERSE ONE DELTA RUN FROM ITS SHMDLOG
010550*                      ROWS, NEWEST FIRST
010560*================================================================
010570 5000-BACKOUT-RUN.
010580     DISPLAY "SHMLOAD - BACKING OUT DELTA RUN " WS-DLT-RUN-DATE
010590         " " WS-DLT-RUN-TIME
010600     PERFORM 1400-READ-CHECKPOINTS THRU 1400-EXIT
010610     IF NOT WS-BKO-FOUND
010620         DISPLAY "SHMLOAD - THAT RUN IS NOT ON SHMDCKP - BACKOUT "
010630             "REFUSED"
010640         MOVE 8 TO WS-COND-CODE
010650         GO TO 5000-EXIT
010660     END-IF
010670     IF WS-BKO-DONE
010680         DISPLAY "SHMLOAD - THAT RUN IS ALREADY BACKED OUT - "
010690             "BACKOUT REFUSED"
010700         MOVE 8 TO WS-COND-CODE
010710         GO TO 5000-EXIT
010720     END-IF
010730     IF DCK-IN-FLIGHT OF LCK-RECORD
010740             AND DCK-RUN-ID OF LCK-RECORD NOT = WS-DLT-RUN-ID
010750         DISPLAY "SHMLOAD - DELTA RUN " DCK-RUN-DATE OF LCK-RECORD
010760             " " DCK-RUN-TIME OF LCK-RECORD " NEVER FINISHED"
010770         DISPLAY "SHMLOAD - BACKOUT REFUSED - RESTART OR BACK "
010780             "OUT THAT RUN FIRST"
010790         MOVE 8 TO WS-COND-CODE
010800         GO TO 5000-EXIT
010810     END-IF
010820     PERFORM 3500-CHECK-LOCK THRU 3500-EXIT
010830     IF WS-LOCK-HELD
010840         DISPLAY "SHMLOAD - SHMEVTF WRITER LOCK HELD BY "
010850             LOK-PROGRAM " OPERATOR " LOK-OPERATOR
010860             " SINCE " LOK-DATE " " LOK-TIME
010870         DISPLAY "SHMLOAD - BACKOUT REFUSED - RERUN WHEN THE "
010880             "LOCK CLEARS"
010890         MOVE 8 TO WS-COND-CODE
010900         GO TO 5000-EXIT
010910     END-IF
010920     OPEN INPUT DELTA-LOG
010930     IF WS-DLG-STATUS NOT = "00"
010940         DISPLAY "SHMLOAD - SHMDLOG OPEN FAILED, STATUS "
010950             WS-DLG-STATUS
010960         MOVE 8 TO WS-COND-CODE
010970         GO TO 5000-EXIT
010980     END-IF
010990     PERFORM 3600-TAKE-LOCK THRU 3600-EXIT
011000     OPEN I-O EVENT-FILE
011010     IF WS-EVT-STATUS NOT = "00"
011020         DISPLAY "SHMLOAD - SHMEVTF OPEN FAILED, STATUS "
011030             WS-EVT-STATUS
011040         CLOSE DELTA-LOG
011050         MOVE 8 TO WS-COND-CODE
011060         GO TO 5000-EXIT
011070     END-IF
011080     READ DELTA-LOG
011090         AT END
011100             SET WS-EOF TO TRUE
011110     END-READ
011120     PERFORM 5100-COLLECT-ONE-ROW THRU 5100-EXIT
011130         UNTIL WS-EOF
011140     CLOSE DELTA-LOG
011150     IF WS-BT-OVERFLOW
011160         DISPLAY "SHMLOAD - BACKOUT NOT APPLIED - SHMEVTF "
011170             "LEFT UNTOUCHED"
011180         CLOSE EVENT-FILE
011190         GO TO 5000-EXIT
011200     END-IF
011210     PERFORM 5200-UNDO-ONE-ROW THRU 5200-EXIT
011220         VARYING WS-BT-IX FROM WS-BT-COUNT BY -1
011230         UNTIL WS-BT-IX < 1
011240     CLOSE EVENT-FILE
011250     PERFORM 5300-BACKOUT-TERMINATE THRU 5300-EXIT.
011260 5000-EXIT.
011270     EXIT.
011280*================================================================
011290* 5100-COLLECT-ONE-ROW  -  TABLE UP EVERY LOG ROW OF THE RUN
011300*================================================================
011310 5100-COLLECT-ONE-ROW.
011320     ADD 1 TO WS-RECS-READ
011330     IF DLG-RUN-ID NOT = WS-DLT-RUN-ID
011340         GO TO 5100-READ-NEXT
011350     END-IF
011360     IF WS-BT-COUNT = 5000
011370         IF NOT WS-BT-OVERFLOW
011380             DISPLAY "SHMLOAD - MORE THAN 5000 ROWS TO BACK OUT "
011390                 "- REVERSE THE RUN WITH SHMRCVR FROM A BACKUP"
011400             SET WS-BT-OVERFLOW TO TRUE
011410             MOVE 8 TO WS-COND-CODE
011420         END-IF
011430         GO TO 5100-READ-NEXT
011440     END-IF
011450     ADD 1 TO WS-BT-COUNT
011460     MOVE DLG-ACTION TO WS-BT-ACTION (WS-BT-COUNT)
011470     MOVE DLG-BEFORE-IMAGE TO WS-BT-BEFORE (WS-BT-COUNT)
011480     MOVE DLG-AFTER-IMAGE TO WS-BT-AFTER (WS-BT-COUNT).
011490 5100-READ-NEXT.
011500     READ DELTA-LOG
011510         AT END
011520             SET WS-EOF TO TRUE
011530     END-READ.
011540 5100-EXIT.
011550     EXIT.
011560*================================================================
011570* 5200-UNDO-ONE-ROW  -  NEWEST FIRST - REMOVE ADDS, PUT BACK THE
011580*                       BEFORE IMAGE OF REPLACES AND DELETES
011590*================================================================
011600 5200-UNDO-ONE-ROW.
011610     EVALUATE TRUE
011620         WHEN WS-BT-ACTION (WS-BT-IX) = "A"
011630             MOVE WS-BT-AFTER (WS-BT-IX) TO EVT-RECORD
011640             DELETE EVENT-FILE RECORD
011650                 INVALID KEY
011660                     ADD 1 TO WS-BKO-FAILED
011670                     DISPLAY "SHMLOAD - BACKOUT DELETE FAILED "
011680                         "FOR " EVT-YEAR OF EVT-RECORD "-"
011690                         EVT-SEQ-NO OF EVT-RECORD
011700                 NOT INVALID KEY
011710                     ADD 1 TO WS-BKO-APPLIED
011720             END-DELETE
011730         WHEN WS-BT-ACTION (WS-BT-IX) = "R"
011740             MOVE WS-BT-BEFORE (WS-BT-IX) TO EVT-RECORD
011750             REWRITE EVT-RECORD
011760                 INVALID KEY
011770                     ADD 1 TO WS-BKO-FAILED
011780                     DISPLAY "SHMLOAD - BACKOUT REWRITE FAILED "
011790                         "FOR " EVT-YEAR OF EVT-RECORD "-"
011800                         EVT-SEQ-NO OF EVT-RECORD
011810                 NOT INVALID KEY
011820                     ADD 1 TO WS-BKO-APPLIED
011830             END-REWRITE
011840         WHEN WS-BT-ACTION (WS-BT-IX) = "D"
011850             MOVE WS-BT-BEFORE (WS-BT-IX) TO EVT-RECORD
011860             WRITE EVT-RECORD
011870                 INVALID KEY
011880                     ADD 1 TO WS-BKO-FAILED
011890                     DISPLAY "SHMLOAD - BACKOUT RESTORE FAILED "
011900                         "FOR " EVT-YEAR OF EVT-RECORD "-"
011910                         EVT-SEQ-NO OF EVT-RECORD
011920                 NOT INVALID KEY
011930                     ADD 1 TO WS-BKO-APPLIED
011940             END-WRITE
011950         WHEN OTHER
011960             ADD 1 TO WS-BKO-FAILED
011970             DISPLAY "SHMLOAD - UNKNOWN SHMDLOG ACTION "
011980                 WS-BT-ACTION (WS-BT-IX)
011990     END-EVALUATE.
012000 5200-EXIT.
012010     EXIT.
012020*================================================================
012030* 5300-BACKOUT-TERMINATE  -  MARK THE RUN BACKED OUT ON SHMDCKP
012040*                            AND SHMRUNH, AND THE COUNTS
012050*================================================================
012060 5300-BACKOUT-TERMINATE.
012070     IF WS-BKO-FAILED > ZERO AND WS-COND-CODE < 4
012080         MOVE 4 TO WS-COND-CODE
012090     END-IF
012100     OPEN EXTEND CKPT-FILE
012110     IF WS-DCK-STATUS NOT = "00"
012120         OPEN OUTPUT CKPT-FILE
012130     END-IF
012140     IF WS-DCK-STATUS = "00"
012150         MOVE SPACES TO DCK-RECORD
012160         MOVE WS-DLT-RUN-DATE TO DCK-RUN-DATE OF DCK-RECORD
012170         MOVE WS-DLT-RUN-TIME TO DCK-RUN-TIME OF DCK-RECORD
012180         MOVE WS-BKO-LAST-ROW TO DCK-LAST-ROW OF DCK-RECORD
012190         SET DCK-BACKED-OUT OF DCK-RECORD TO TRUE
012200         MOVE ZERO TO DCK-ADDED OF DCK-RECORD
012210         MOVE ZERO TO DCK-REPLACED OF DCK-RECORD
012220         MOVE ZERO TO DCK-DELETED OF DCK-RECORD
012230         MOVE ZERO TO DCK-REJECTED OF DCK-RECORD
012240         WRITE DCK-RECORD
012250         CLOSE CKPT-FILE
012260     ELSE
012270         DISPLAY "SHMLOAD - SHMDCKP OPEN FAILED, STATUS "
012280             WS-DCK-STATUS " - RUN NOT MARKED BACKED OUT"
012290         MOVE 8 TO WS-COND-CODE
012300     END-IF
012310     MOVE "BKOUT" TO WS-RUN-EVENT
012320     MOVE WS-BKO-APPLIED TO WS-RUN-COUNT
012330     PERFORM 7760-LOG-DELTA-OUTCOME THRU 7760-EXIT
012340     DISPLAY "SHMLOAD - LOG ROWS READ      : " WS-RECS-READ
012350     DISPLAY "SHMLOAD - ROWS OF THE RUN    : " WS-BT-COUNT
012360     DISPLAY "SHMLOAD - ROWS BACKED OUT    : " WS-BKO-APPLIED
012370     DISPLAY "SHMLOAD - BACKOUT FAILURES   : " WS-BKO-FAILED.
012380 5300-EXIT.
012390     EXIT.
012400*================================================================
012410* 8000-TERMINATE  -  FULL LOAD COUNTS
012420*================================================================
012430 8000-TERMINATE.
012440     CLOSE SEED-FILE
012450     DISPLAY "SHMLOAD - SEED RECORDS READ  : " WS-RECS-READ
012460     DISPLAY "SHMLOAD - EVENTS LOADED      : " WS-RECS-LOADED
012470     DISPLAY "SHMLOAD - DUPLICATES SKIPPED : " WS-RECS-SKIPPED.
012480*================================================================
012490* 8500-DELTA-TERMINATE  -  DELTA RUN COUNTS
012500*================================================================
012510 8500-DELTA-TERMINATE.
012520     CLOSE DELTA-FILE
012530     CLOSE EVENT-FILE
012540     CLOSE ERROR-FILE
012550     IF WS-LOGS-OPEN AND NOT WS-FILE-ERROR
012560         MOVE "C" TO WS-CKP-STATE
012570         PERFORM 3400-TAKE-CHECKPOINT THRU 3400-EXIT
012580     END-IF
012590     IF WS-LOGS-OPEN
012600         CLOSE DELTA-LOG
012610         CLOSE CKPT-FILE
012620         MOVE "N" TO WS-LOGS-OPEN-SW
012630     END-IF
012640     IF WS-FILE-ERROR
012650         DISPLAY "SHMLOAD - DELTA STOPPED AT ROW " WS-RECS-READ
012660             " - RESTART IT ONCE SHMDLOG AND SHMDCKP ARE FIXED"
012670     ELSE
012680         IF WS-MODE-RESTART
012690             MOVE "RSTRT" TO WS-RUN-EVENT
012700         ELSE
012710             MOVE "FINSH" TO WS-RUN-EVENT
012720         END-IF
012730         COMPUTE WS-RUN-COUNT = WS-DLT-ADDED + WS-DLT-REPLACED
012740             + WS-DLT-DELETED
012750         PERFORM 7760-LOG-DELTA-OUTCOME THRU 7760-EXIT
012760     END-IF
012770     DISPLAY "SHMLOAD - DELTA RUN ID       : " WS-DLT-RUN-DATE
012780         " " WS-DLT-RUN-TIME
012790     DISPLAY "SHMLOAD - DELTA ROWS READ    : " WS-RECS-READ
012800     IF WS-MODE-RESTART
012810         DISPLAY "SHMLOAD - ROWS ALREADY DONE  : " WS-DLT-RESUMED
012820     END-IF
012830     DISPLAY "SHMLOAD - EVENTS ADDED       : " WS-DLT-ADDED
012840     DISPLAY "SHMLOAD - EVENTS REPLACED    : " WS-DLT-REPLACED
012850     DISPLAY "SHMLOAD - EVENTS DELETED     : " WS-DLT-DELETED
012860     DISPLAY "SHMLOAD - ROWS REJECTED      : " WS-DLT-REJECTED.
012870*================================================================
012880* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
012890*================================================================
012900 7750-LOG-RUN.
012910     IF NOT WS-RUN-OPEN
012920         GO TO 7750-EXIT
012930     END-IF
012940     MOVE SPACES TO RUN-RECORD
012950     ACCEPT RUN-DATE FROM DATE YYYYMMDD
012960     ACCEPT RUN-TIME FROM TIME
012970     IF WS-MODE-DELTA AND WS-RUN-EVENT = "START"
012980         MOVE RUN-DATE TO WS-DLT-RUN-DATE
012990         MOVE RUN-TIME TO WS-DLT-RUN-TIME
013000     END-IF
013010     MOVE "SHMLOAD" TO RUN-PROGRAM
013020     MOVE WS-RUN-EVENT TO RUN-EVENT
013030     MOVE WS-COND-CODE TO RUN-COND-CODE
013040     MOVE WS-RUN-COUNT TO RUN-COUNT
013050     WRITE RUN-RECORD.
013060 7750-EXIT.
013070     EXIT.
013080*================================================================
013090* 7760-LOG-DELTA-OUTCOME  -  FINSH, RSTRT OR BKOUT ROW TO SHMRUNH,
013100*                            DATED WITH THE DELTA RUN ID
013110*================================================================
013120 7760-LOG-DELTA-OUTCOME.
013130     IF NOT WS-RUN-OPEN
013140         GO TO 7760-EXIT
013150     END-IF
013160     MOVE SPACES TO RUN-RECORD
013170     MOVE WS-DLT-RUN-DATE TO RUN-DATE
013180     MOVE WS-DLT-RUN-TIME TO RUN-TIME
013190     MOVE "SHMLOAD" TO RUN-PROGRAM
013200     MOVE WS-RUN-EVENT TO RUN-EVENT
013210     MOVE WS-COND-CODE TO RUN-COND-CODE
013220     MOVE WS-RUN-COUNT TO RUN-COUNT
013230     WRITE RUN-RECORD.
013240 7760-EXIT.
013250     EXIT.
013260*================================================================
013270* 9999-EXIT
013280*================================================================
013290 9999-EXIT.
013300     IF WS-LOCK-TAKEN
013310         PERFORM 3700-RELEASE-LOCK THRU 3700-EXIT
013320     END-IF
013330     MOVE "END" TO WS-RUN-EVENT
013340     MOVE WS-RECS-READ TO WS-RUN-COUNT
013350     PERFORM 7750-LOG-RUN THRU 7750-EXIT
013360     IF WS-RUN-OPEN
013370         CLOSE RUN-FILE
013380     END-IF
013390     DISPLAY "SHMLOAD - CONDITION CODE     : " WS-COND-CODE
013400     MOVE WS-COND-CODE TO RETURN-CODE
013410     STOP RUN.
