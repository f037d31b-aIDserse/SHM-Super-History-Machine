000420* 2026-09-02 RPK   START AND END ROWS NOW GO TO THE SHMRUNH
000430*                  RUN-HISTORY FILE WITH THE CONDITION CODE
000440*                  AND THE RECORDS-CHECKED COUNT.
000441* 2026-10-15 RPK   NOW EDITS EVT-END-DATE ON A SPANNING EVENT -
000442*                  A NON-NUMERIC OR IMPOSSIBLE END DATE, ONE NOT
000443*                  AFTER THE START DATE, AND A SPAN RUNNING PAST
000444*                  THE ADVERTISED HIGH YEAR ON SHMCTL (WHICH THE
000445*                  LISTINGS WOULD CUT SHORT). A MISSING SHMCTL
000446*                  TAKES 1999 AS BEFORE.
000450*================================================================
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000560         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-EVT-STATUS.
000582     SELECT CONTROL-FILE ASSIGN TO "SHMCTL"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-CTL-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO "SHMEDTO"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT CAT-FILE ASSIGN TO "SHMCATF"
000710 FD  EVENT-FILE
000720     RECORD CONTAINS 240 CHARACTERS.
000730     COPY EVTREC.
000732 FD  CONTROL-FILE
000734     RECORD CONTAINS 20 CHARACTERS.
000736     COPY CTLREC.
000740 FD  REPORT-FILE
000750     RECORD CONTAINS 132 CHARACTERS.
000760 01  REPORT-LINE               PIC X(132).
000830 WORKING-STORAGE SECTION.
000840 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
000850 01  WS-CAT-STATUS             PIC X(02) VALUE "00".
000855 01  WS-CTL-STATUS             PIC X(02) VALUE "00".
000860 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
000870 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
000880     88  WS-RUN-OPEN               VALUE "Y".
001060     05  WS-RECS-READ          PIC 9(05) COMP VALUE ZERO.
001070     05  WS-RECS-IN-ERROR      PIC 9(05) COMP VALUE ZERO.
001080     05  WS-YEARS-NO-HEADLINE  PIC 9(05) COMP VALUE ZERO.
001085     05  WS-SPANS-PAST-HIGH    PIC 9(05) COMP VALUE ZERO.
001090 01  WS-DAYS-TABLE.
001100     05  FILLER                PIC X(24)
001110         VALUE "312931303130313130313031".
001140 01  WS-CURR-YEAR              PIC 9(04) VALUE ZERO.
001150 01  WS-EDIT-REASON            PIC X(50).
001160 01  WS-COUNT-ED               PIC 9(05).
001162 01  WS-HIGH-YEAR              PIC 9(04) VALUE 1999.
001164 01  WS-START-DATE-NUM         PIC 9(08).
001166 01  WS-END-DATE-NUM           PIC 9(08).
001170 PROCEDURE DIVISION.
001180*================================================================
001190* 0000-MAINLINE
001450         DISPLAY "SHMEVTF NOT FOUND - RUN SHMLOAD FIRST"
001460         MOVE 8 TO WS-COND-CODE
001470         GO TO 9999-EXIT
001471     END-IF
001472     OPEN INPUT CONTROL-FILE
001473     IF WS-CTL-STATUS = "00"
001474         READ CONTROL-FILE
001475             NOT AT END
001476                 IF CTL-HIGH-YEAR NUMERIC
001477                     MOVE CTL-HIGH-YEAR TO WS-HIGH-YEAR
001478                 END-IF
001479         END-READ
001480         CLOSE CONTROL-FILE
001481     END-IF
001490     OPEN OUTPUT REPORT-FILE
001500     OPEN INPUT CAT-FILE
001510     IF WS-CAT-STATUS = "00"
001800     END-IF
001810     MOVE "N" TO WS-REC-ERROR-SW
001820     PERFORM 2100-EDIT-DATE THRU 2100-EXIT
001822     IF NOT EVT-NO-END-DATE OF EVT-RECORD
001824         PERFORM 2300-EDIT-END-DATE THRU 2300-EXIT
001826     END-IF
001830     PERFORM 2200-EDIT-CATEGORY THRU 2200-EXIT
001840     IF NOT WS-CAT-VALID
001850         MOVE "CATEGORY NOT ON THE SHMCATF REGISTER"
002620 2200-EXIT.
002630     EXIT.
002640*================================================================
002641* 2300-EDIT-END-DATE  -  END DATE OF A SPANNING EVENT
002642*================================================================
002643 2300-EDIT-END-DATE.
002644     IF EVT-END-DATE OF EVT-RECORD NOT NUMERIC
002645         MOVE "END DATE IS NOT NUMERIC" TO WS-EDIT-REASON
002646         PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
002647         GO TO 2300-EXIT
002648     END-IF
002649     IF EVT-END-MONTH OF EVT-RECORD > 12
002650             OR (EVT-END-MONTH OF EVT-RECORD = ZERO
002651             AND EVT-END-DAY OF EVT-RECORD NOT = ZERO)
002652         MOVE "END MONTH IS NOT 00-12" TO WS-EDIT-REASON
002653         PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
002654         GO TO 2300-EXIT
002655     END-IF
002656     IF EVT-END-MONTH OF EVT-RECORD NOT = ZERO
002657         IF EVT-END-DAY OF EVT-RECORD < 1
002658                 OR EVT-END-DAY OF EVT-RECORD >
002659                 WS-DAYS-IN-MONTH (EVT-END-MONTH OF EVT-RECORD)
002660             MOVE "END DAY IS IMPOSSIBLE FOR THE MONTH"
002661                 TO WS-EDIT-REASON
002662             PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
002663             GO TO 2300-EXIT
002664         END-IF
002665     END-IF
002666     COMPUTE WS-START-DATE-NUM =
002667         EVT-YEAR OF EVT-RECORD * 10000
002668         + EVT-MONTH OF EVT-RECORD * 100
002669         + EVT-DAY OF EVT-RECORD
002670     IF EVT-END-MONTH OF EVT-RECORD = ZERO
002671         COMPUTE WS-END-DATE-NUM =
002672             EVT-END-YEAR OF EVT-RECORD * 10000 + 1231
002673     ELSE
002674         COMPUTE WS-END-DATE-NUM =
002675             EVT-END-YEAR OF EVT-RECORD * 10000
002676             + EVT-END-MONTH OF EVT-RECORD * 100
002677             + EVT-END-DAY OF EVT-RECORD
002678     END-IF
002679     IF WS-END-DATE-NUM NOT > WS-START-DATE-NUM
002680         MOVE "END DATE IS NOT AFTER THE START DATE"
002681             TO WS-EDIT-REASON
002682         PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
002683         GO TO 2300-EXIT
002684     END-IF
002685     IF EVT-END-YEAR OF EVT-RECORD > WS-HIGH-YEAR
002686         ADD 1 TO WS-SPANS-PAST-HIGH
002687         MOVE SPACES TO WS-EDIT-REASON
002688         STRING "SPAN RUNS TO " DELIMITED BY SIZE
002689             EVT-END-YEAR OF EVT-RECORD DELIMITED BY SIZE
002690             " - PAST THE HIGH YEAR "
002691             DELIMITED BY SIZE
002692             WS-HIGH-YEAR DELIMITED BY SIZE
002693             INTO WS-EDIT-REASON
002694         END-STRING
002695         PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
002696     END-IF.
002697 2300-EXIT.
002698     EXIT.
002699*================================================================
002700* 3000-REPORT-ERROR  -  ONE LINE PER FINDING ON A RECORD
002701*================================================================
002702 3000-REPORT-ERROR.
002703     SET WS-REC-ERROR TO TRUE
002704     MOVE SPACES TO REPORT-LINE
002705     STRING "  " DELIMITED BY SIZE
002710         EVT-YEAR OF EVT-RECORD DELIMITED BY SIZE
002720         "-" DELIMITED BY SIZE
002730         EVT-SEQ-NO OF EVT-RECORD DELIMITED BY SIZE
003210         WS-COUNT-ED DELIMITED BY SIZE
003220         INTO REPORT-LINE
003230     END-STRING
003231     WRITE REPORT-LINE
003232     MOVE WS-SPANS-PAST-HIGH TO WS-COUNT-ED
003233     MOVE SPACES TO REPORT-LINE
003234     STRING "SPANS PAST HIGH YEAR : " DELIMITED BY SIZE
003235         WS-COUNT-ED DELIMITED BY SIZE
003236         INTO REPORT-LINE
003237     END-STRING
003240     WRITE REPORT-LINE.
003250 5000-EXIT.
003260     EXIT.
003370     DISPLAY "SHMEDIT - RECORDS IN ERROR   : " WS-RECS-IN-ERROR
003380     DISPLAY "SHMEDIT - YEARS NO HEADLINE  : "
003390         WS-YEARS-NO-HEADLINE
003393     DISPLAY "SHMEDIT - SPANS PAST HIGH YR : "
003396         WS-SPANS-PAST-HIGH
003400     IF (WS-RECS-IN-ERROR > ZERO
003410             OR WS-YEARS-NO-HEADLINE > ZERO)
003420             AND WS-COND-CODE < 4
