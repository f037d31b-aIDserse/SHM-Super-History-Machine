000350*                  FINDINGS, CC 8 FOR A BAD MODE OR A MISSING
000360*                  SHMEVTF. A SATELLITE FILE NOT ON LINE IS
000370*                  NOTED AND SKIPPED.
000371* 2026-10-15 RPK   SHMEPRF EVENT-PERSON LINKS ARE NOW AUDITED TOO
000372*                  (5500-AUDIT-EPRNK) - A LINK FOR A MISSING
000373*                  EVENT, OR TO A PERSON CODE NO LONGER ON THE
000374*                  SHMPERF REGISTER, IS AN ORPHAN. WITH SHMPERF
000375*                  NOT ON LINE ONLY THE EVENT SIDE IS CHECKED.
000380*================================================================
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS EPL-KEY OF EPL-RECORD
000740         FILE STATUS IS WS-EPL-STATUS.
000741     SELECT EPRNK-FILE ASSIGN TO "SHMEPRF"
000742         ORGANIZATION IS INDEXED
000743         ACCESS MODE IS DYNAMIC
000744         RECORD KEY IS EPR-KEY OF EPR-RECORD
000745         FILE STATUS IS WS-EPR-STATUS.
000746     SELECT PERSON-FILE ASSIGN TO "SHMPERF"
000747         ORGANIZATION IS INDEXED
000748         ACCESS MODE IS DYNAMIC
000749         RECORD KEY IS PER-CODE OF PER-RECORD
000750         FILE STATUS IS WS-PER-STATUS.
000751     SELECT CITE-FILE ASSIGN TO "SHMCITF"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS CIT-KEY OF CIT-RECORD
001060 FD  EPLNK-FILE
001070     RECORD CONTAINS 20 CHARACTERS.
001080     COPY EPLREC.
001081 FD  EPRNK-FILE
001082     RECORD CONTAINS 20 CHARACTERS.
001083     COPY EPRREC.
001084 FD  PERSON-FILE
001085     RECORD CONTAINS 120 CHARACTERS.
001086     COPY PERREC.
001090 FD  CITE-FILE
001100     RECORD CONTAINS 100 CHARACTERS.
001110     COPY CITREC.
001270 01  WS-XRF-STATUS             PIC X(02) VALUE "00".
001280 01  WS-LNG-STATUS             PIC X(02) VALUE "00".
001290 01  WS-EPL-STATUS             PIC X(02) VALUE "00".
001293 01  WS-EPR-STATUS             PIC X(02) VALUE "00".
001296 01  WS-PER-STATUS             PIC X(02) VALUE "00".
001300 01  WS-CIT-STATUS             PIC X(02) VALUE "00".
001310 01  WS-SWITCHES.
001320     05  WS-FILE-DONE-SW       PIC X(01) VALUE "N".
001370         88  WS-CLEANUP            VALUE "Y".
001380     05  WS-BAD-PARM-SW        PIC X(01) VALUE "N".
001390         88  WS-BAD-PARM           VALUE "Y".
001393     05  WS-PER-OPEN-SW        PIC X(01) VALUE "N".
001396         88  WS-PER-OPEN           VALUE "Y".
001400 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001410 01  WS-COUNTERS.
001420     05  WS-ROWS-READ          PIC 9(07) COMP VALUE ZERO.
001610     PERFORM 3000-AUDIT-XREF THRU 3000-EXIT
001620     PERFORM 4000-AUDIT-LANG THRU 4000-EXIT
001630     PERFORM 5000-AUDIT-EPLNK THRU 5000-EXIT
001635     PERFORM 5500-AUDIT-EPRNK THRU 5500-EXIT
001640     PERFORM 6000-AUDIT-CITES THRU 6000-EXIT
001650     PERFORM 8000-TERMINATE
001660     GO TO 9999-EXIT.
005070 5100-EXIT.
005080     EXIT.
005090*================================================================
005091* 5500-AUDIT-EPRNK  -  SHMEPRF PERSON LINKS WITHOUT THEIR EVENT
005092*                      OR POINTING AT A PERSON NOT ON SHMPERF
005093*================================================================
005094 5500-AUDIT-EPRNK.
005095     IF WS-CLEANUP
005096         OPEN I-O EPRNK-FILE
005097     ELSE
005098         OPEN INPUT EPRNK-FILE
005099     END-IF
005100     IF WS-EPR-STATUS NOT = "00"
005101         DISPLAY "SHMXAUD - SHMEPRF NOT ON LINE - SKIPPED"
005102         GO TO 5500-EXIT
005103     END-IF
005104     MOVE "N" TO WS-PER-OPEN-SW
005105     OPEN INPUT PERSON-FILE
005106     IF WS-PER-STATUS = "00"
005107         SET WS-PER-OPEN TO TRUE
005108     ELSE
005109         DISPLAY "SHMXAUD - SHMPERF NOT ON LINE - PERSON "
005110             "CODES NOT CHECKED"
005111     END-IF
005112     MOVE LOW-VALUES TO EPR-KEY OF EPR-RECORD
005113     MOVE "N" TO WS-FILE-DONE-SW
005114     START EPRNK-FILE KEY IS NOT LESS THAN
005115             EPR-KEY OF EPR-RECORD
005116         INVALID KEY
005117             SET WS-FILE-DONE TO TRUE
005118         NOT INVALID KEY
005119             READ EPRNK-FILE NEXT RECORD
005120                 AT END
005121                     SET WS-FILE-DONE TO TRUE
005122             END-READ
005123     END-START
005124     PERFORM 5600-CHECK-ONE-EPRNK THRU 5600-EXIT
005125         UNTIL WS-FILE-DONE
005126     IF WS-PER-OPEN
005127         CLOSE PERSON-FILE
005128     END-IF
005129     CLOSE EPRNK-FILE.
005130 5500-EXIT.
005131     EXIT.
005132 5600-CHECK-ONE-EPRNK.
005133     ADD 1 TO WS-ROWS-READ
005134     MOVE SPACES TO WS-ORPHAN-REASON
005135     MOVE EPR-YEAR OF EPR-RECORD TO WS-CHECK-YEAR
005136     MOVE EPR-SEQ-NO OF EPR-RECORD TO WS-CHECK-SEQ
005137     PERFORM 1500-CHECK-EVENT-KEY THRU 1500-EXIT
005138     IF NOT WS-KEY-FOUND
005139         MOVE "PERSON LINK FOR A MISSING EVENT"
005140             TO WS-ORPHAN-REASON
005141     ELSE
005142         IF WS-PER-OPEN
005143             MOVE EPR-PERSON OF EPR-RECORD
005144                 TO PER-CODE OF PER-RECORD
005145             READ PERSON-FILE
005146                 INVALID KEY
005147                     MOVE "PERSON LINK TO A CODE NOT ON SHMPERF"
005148                         TO WS-ORPHAN-REASON
005149             END-READ
005150         END-IF
005151     END-IF
005152     IF WS-ORPHAN-REASON NOT = SPACES
005153         MOVE "SHMEPRF" TO WS-ORPHAN-FILE
005154         MOVE SPACES TO WS-ORPHAN-KEY
005155         STRING EPR-YEAR OF EPR-RECORD DELIMITED BY SIZE
005156             "/" DELIMITED BY SIZE
005157             EPR-SEQ-NO OF EPR-RECORD DELIMITED BY SIZE
005158             "/" DELIMITED BY SIZE
005159             EPR-PERSON OF EPR-RECORD DELIMITED BY SIZE
005160             INTO WS-ORPHAN-KEY
005161         END-STRING
005162         PERFORM 1600-REPORT-ORPHAN THRU 1600-EXIT
005163         IF WS-CLEANUP
005164             DELETE EPRNK-FILE RECORD
005165                 NOT INVALID KEY
005166                     ADD 1 TO WS-ORPHANS-DELETED
005167             END-DELETE
005168         END-IF
005169     END-IF
005170     READ EPRNK-FILE NEXT RECORD
005171         AT END
005172             SET WS-FILE-DONE TO TRUE
005173     END-READ.
005174 5600-EXIT.
005175     EXIT.
005176*================================================================
005177* 6000-AUDIT-CITES  -  SHMCITF CITATIONS WITHOUT THEIR EVENT
005178*================================================================
005179 6000-AUDIT-CITES.
005180     IF WS-CLEANUP
005181         OPEN I-O CITE-FILE
005182     ELSE
005183         OPEN INPUT CITE-FILE
005184     END-IF
005185     IF WS-CIT-STATUS NOT = "00"
005190         DISPLAY "SHMXAUD - SHMCITF NOT ON LINE - SKIPPED"
005200         GO TO 6000-EXIT
005210     END-IF
