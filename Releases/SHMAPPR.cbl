000386*                  MATCHING THE PROTOCOL IN LOKREC AND THE
000388*                  ORDER SHMMAINT AND SHMLOAD DELTA FOLLOW -
000389*                  AN OPEN FAILURE NOW RELEASES THE LOCK TOO.
000390* 2026-10-15 RPK   A QUEUED MERGE (A JUNIOR RETIRING A
000391*                  DUPLICATE INTO ITS SURVIVOR IN SHMMAINT) IS
000392*                  SHOWN AS RETIRED-INTO-SURVIVOR AND APPROVE
000393*                  CARRIES IT OUT THE SAME WAY SHMMAINT M DOES -
000394*                  SHMNARR, SHMCITF, SHMLANG, SHMEPLF AND
000395*                  SHMXREF ARE NOW OPENED I-O FOR IT.
000396* 2026-10-15 RPK   A MERGE CARRIES THE WHOLE SHMLANG ROW ACROSS
000397*                  SO ITS KEYED DATE AND STALE FLAG GO WITH IT.
000398* 2026-10-15 RPK   THE CURRENT EVENT'S RELEASE STATUS IS SHOWN
000399*                  WHEN IT IS NOT PUBLISHED, AND AN APPROVED
000400*                  UPDATE KEEPS THE STATUS ON FILE - ONLY A
000401*                  SENIOR OPERATOR CHANGES IT, IN SHMMAINT R.
000402* 2026-10-15 RPK   AN APPROVED MERGE NOW ALSO CARRIES THE SHMEPRF
000403*                  PERSON AND SHMEMLF MEDIA LINKS, SHMFEAF DAYS,
000404*                  OPEN SHMFBKF FLAGS AND SHMCOLF MEMBERSHIPS, AND
000405*                  JOURNALS EACH SATELLITE ROW IT MOVES AS A MRG-
000406*                  ROW, AS SHMMAINT M DOES. THOSE FIVE FILES ARE
000407*                  NOW OPENED I-O FOR IT.
000408* 2026-10-15 RPK   AN APPROVED MERGE NOW DELETES THE RETIRED
000409*                  EVENT BEFORE IT MOVES ANY SATELLITE ROW. IF
000410*                  THE DELETE FAILS NOTHING IS MOVED OR JOURNALED,
000411*                  THE SHMPEND ROW STAYS ON THE QUEUE AND IT
000412*                  COUNTS AS SKIPPED, NOT APPROVED.
000413*================================================================
000414 ENVIRONMENT DIVISION.
000415 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS USR-ID OF USR-RECORD
000670         FILE STATUS IS WS-USR-STATUS.
000671     SELECT NARR-FILE ASSIGN TO "SHMNARR"
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS DYNAMIC
000674         RECORD KEY IS NAR-KEY OF NAR-RECORD
000675         FILE STATUS IS WS-NAR-STATUS.
000676     SELECT XREF-FILE ASSIGN TO "SHMXREF"
000677         ORGANIZATION IS INDEXED
000678         ACCESS MODE IS DYNAMIC
000679         RECORD KEY IS XRF-KEY OF XRF-RECORD
000680         FILE STATUS IS WS-XRF-STATUS.
000681     SELECT LANG-FILE ASSIGN TO "SHMLANG"
000682         ORGANIZATION IS INDEXED
000683         ACCESS MODE IS DYNAMIC
000684         RECORD KEY IS LNG-KEY OF LNG-RECORD
000685         FILE STATUS IS WS-LNG-STATUS.
000686     SELECT CITE-FILE ASSIGN TO "SHMCITF"
000687         ORGANIZATION IS INDEXED
000688         ACCESS MODE IS DYNAMIC
000689         RECORD KEY IS CIT-KEY OF CIT-RECORD
000690         FILE STATUS IS WS-CIT-STATUS.
000691     SELECT EPLNK-FILE ASSIGN TO "SHMEPLF"
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS DYNAMIC
000694         RECORD KEY IS EPL-KEY OF EPL-RECORD
000695         FILE STATUS IS WS-EPL-STATUS.
000696     SELECT EPRNK-FILE ASSIGN TO "SHMEPRF"
000697         ORGANIZATION IS INDEXED
000698         ACCESS MODE IS DYNAMIC
000699         RECORD KEY IS EPR-KEY OF EPR-RECORD
000700         FILE STATUS IS WS-EPR-STATUS.
000701     SELECT EMLNK-FILE ASSIGN TO "SHMEMLF"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS DYNAMIC
000704         RECORD KEY IS EML-KEY OF EML-RECORD
000705         FILE STATUS IS WS-EML-STATUS.
000706     SELECT FEAT-FILE ASSIGN TO "SHMFEAF"
000707         ORGANIZATION IS INDEXED
000708         ACCESS MODE IS DYNAMIC
000709         RECORD KEY IS FEA-DATE OF FEA-RECORD
000710         ALTERNATE RECORD KEY IS FEA-EVT-KEY OF FEA-RECORD
000711             WITH DUPLICATES
000712         FILE STATUS IS WS-FEA-STATUS.
000713     SELECT FBK-FILE ASSIGN TO "SHMFBKF"
000714         ORGANIZATION IS INDEXED
000715         ACCESS MODE IS DYNAMIC
000716         RECORD KEY IS FBK-KEY OF FBK-RECORD
000717         FILE STATUS IS WS-FBK-STATUS.
000718     SELECT COLL-FILE ASSIGN TO "SHMCOLF"
000719         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000721         RECORD KEY IS COL-KEY OF COL-RECORD
000722         FILE STATUS IS WS-COL-STATUS.
000723 DATA DIVISION.
000724 FILE SECTION.
000725 FD  PEND-FILE
000726     RECORD CONTAINS 288 CHARACTERS.
000727     COPY PNDREC.
000730 FD  EVENT-FILE
000740     RECORD CONTAINS 240 CHARACTERS.
000750     COPY EVTREC.
000820 FD  USER-FILE
000830     RECORD CONTAINS 40 CHARACTERS.
000840     COPY USRREC.
000841 FD  NARR-FILE
000842     RECORD CONTAINS 140 CHARACTERS.
000843     COPY NARREC.
000844 FD  XREF-FILE
000845     RECORD CONTAINS 40 CHARACTERS.
000846     COPY XRFREC.
000847 FD  LANG-FILE
000848     RECORD CONTAINS 220 CHARACTERS.
000849     COPY LNGREC.
000850 FD  CITE-FILE
000851     RECORD CONTAINS 100 CHARACTERS.
000852     COPY CITREC.
000853 FD  EPLNK-FILE
000854     RECORD CONTAINS 20 CHARACTERS.
000855     COPY EPLREC.
000856 FD  EPRNK-FILE
000857     RECORD CONTAINS 20 CHARACTERS.
000858     COPY EPRREC.
000859 FD  EMLNK-FILE
000860     RECORD CONTAINS 20 CHARACTERS.
000861     COPY EMLREC.
000862 FD  FEAT-FILE
000863     RECORD CONTAINS 100 CHARACTERS.
000864     COPY FEAREC.
000865 FD  FBK-FILE
000866     RECORD CONTAINS 120 CHARACTERS.
000867     COPY FBKREC.
000868 FD  COLL-FILE
000869     RECORD CONTAINS 80 CHARACTERS.
000870     COPY COLREC.
000871 WORKING-STORAGE SECTION.
000872 01  WS-PND-STATUS             PIC X(02) VALUE "00".
000873 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
000880 01  WS-USR-STATUS             PIC X(02) VALUE "00".
000890 01  WS-LOK-STATUS             PIC X(02) VALUE "00".
000891 01  WS-NAR-STATUS             PIC X(02) VALUE "00".
000892 01  WS-XRF-STATUS             PIC X(02) VALUE "00".
000893 01  WS-LNG-STATUS             PIC X(02) VALUE "00".
000894 01  WS-CIT-STATUS             PIC X(02) VALUE "00".
000895 01  WS-EPL-STATUS             PIC X(02) VALUE "00".
000896 01  WS-EPR-STATUS             PIC X(02) VALUE "00".
000897 01  WS-EML-STATUS             PIC X(02) VALUE "00".
000898 01  WS-FEA-STATUS             PIC X(02) VALUE "00".
000899 01  WS-FBK-STATUS             PIC X(02) VALUE "00".
000900 01  WS-COL-STATUS             PIC X(02) VALUE "00".
000901 01  WS-LOCK-SWITCHES.
000910     05  WS-LOCK-HELD-SW       PIC X(01) VALUE "N".
000920         88  WS-LOCK-HELD          VALUE "Y".
000930     05  WS-LOCK-TAKEN-SW      PIC X(01) VALUE "N".
001190     88  WS-VD-REJECT              VALUE "R" "r".
001200     88  WS-VD-SKIP                VALUE "S" "s".
001210 01  WS-BEFORE-IMAGE           PIC X(240).
001215 01  WS-CURR-PUB-STATUS        PIC X(01).
001220 01  WS-QUEUE-COUNT            PIC 9(03) COMP.
001230 01  WS-APPROVED               PIC 9(03) COMP VALUE ZERO.
001240 01  WS-REJECTED               PIC 9(03) COMP VALUE ZERO.
001350     05  WS-PROP-TEXT          PIC X(200).
001360     05  WS-PROP-LANG          PIC X(01).
001370     05  FILLER                PIC X(16).
001371 01  WS-MERGE-FIELDS.
001372     05  WS-MRG-SURV-KEY.
001373         10  WS-MRG-SURV-YEAR  PIC 9(04).
001374         10  WS-MRG-SURV-SEQ   PIC 9(04).
001375     05  WS-MRG-RET-KEY.
001376         10  WS-MRG-RET-YEAR   PIC 9(04).
001377         10  WS-MRG-RET-SEQ    PIC 9(04).
001378     05  WS-MRG-SCAN-KEY.
001379         10  WS-MRG-SCAN-YEAR  PIC 9(04).
001380         10  WS-MRG-SCAN-SEQ   PIC 9(04).
001381     05  WS-MRG-SCAN-HIGH      PIC 9(04).
001382     05  WS-MRG-SCAN-COUNT     PIC 9(04).
001383     05  WS-MRG-HIGH-LINE      PIC 9(04).
001384     05  WS-MRG-HIGH-CITE      PIC 9(04).
001385     05  WS-MRG-HOLD-TEXT      PIC X(200).
001386     05  WS-MRG-HOLD-LNG       PIC X(220).
001387     05  WS-MRG-HOLD-CITE      PIC X(80).
001388     05  WS-MRG-HOLD-REL       PIC X(10).
001389     05  WS-MRG-HOLD-TO-YEAR   PIC 9(04).
001390     05  WS-MRG-HOLD-TO-SEQ    PIC 9(04).
001391     05  WS-MRG-HOLD-CODE      PIC X(08).
001392     05  WS-MRG-JRN-FUNCTION   PIC X(08).
001393     05  WS-MRG-OLD-ROW        PIC X(240).
001394     05  WS-MRG-NEW-ROW        PIC X(240).
001395     05  WS-MRG-FBK-LAST.
001396         10  WS-MRG-FBK-LAST-YEAR  PIC 9(04).
001397         10  WS-MRG-FBK-LAST-SEQ   PIC 9(04).
001398         10  FILLER            PIC X(16).
001399 01  WS-MRG-SWITCHES.
001400     05  WS-MRG-DONE-SW        PIC X(01) VALUE "N".
001401         88  WS-MRG-DONE           VALUE "Y".
001402     05  WS-MRG-PASS-DONE-SW   PIC X(01) VALUE "N".
001403         88  WS-MRG-PASS-DONE      VALUE "Y".
001404     05  WS-MRG-ROOM-SW        PIC X(01) VALUE "Y".
001405         88  WS-MRG-ROOM-OK        VALUE "Y".
001406     05  WS-MRG-IN-COL-SW      PIC X(01) VALUE "N".
001407         88  WS-MRG-IN-COL         VALUE "Y".
001408     05  WS-MRG-FAILED-SW      PIC X(01) VALUE "N".
001409         88  WS-MRG-FAILED         VALUE "Y".
001410 01  WS-MRG-COUNTERS.
001411     05  WS-MRG-NARR-MOVED     PIC 9(03) COMP.
001412     05  WS-MRG-CITE-MOVED     PIC 9(03) COMP.
001413     05  WS-MRG-LANG-MOVED     PIC 9(03) COMP.
001414     05  WS-MRG-PLC-MOVED      PIC 9(03) COMP.
001415     05  WS-MRG-XRF-MOVED      PIC 9(03) COMP.
001416     05  WS-MRG-PER-MOVED      PIC 9(03) COMP.
001417     05  WS-MRG-MED-MOVED      PIC 9(03) COMP.
001418     05  WS-MRG-COL-MOVED      PIC 9(03) COMP.
001419     05  WS-MRG-FEA-MOVED      PIC 9(03) COMP.
001420     05  WS-MRG-FBK-MOVED      PIC 9(03) COMP.
001421     05  WS-MRG-DROPPED        PIC 9(03) COMP.
001422 01  WS-SURV-IMAGE             PIC X(240).
001423 01  WS-MRG-LINK-TABLE.
001424     05  WS-ML-COUNT           PIC 9(03) COMP VALUE ZERO.
001425     05  WS-ML-ENTRY OCCURS 500 TIMES.
001426         10  WS-ML-FROM-YEAR   PIC 9(04).
001427         10  WS-ML-FROM-SEQ    PIC 9(04).
001428         10  WS-ML-RELATION    PIC X(10).
001429 01  WS-ML-IX                  PIC S9(04) COMP.
001430 01  WS-MRG-COL-TABLE.
001431     05  WS-MC-COUNT           PIC 9(03) COMP VALUE ZERO.
001432     05  WS-MC-ENTRY OCCURS 200 TIMES.
001433         10  WS-MC-CODE        PIC X(08).
001434         10  WS-MC-POSITION    PIC 9(03).
001435 01  WS-MC-IX                  PIC S9(04) COMP.
001436 PROCEDURE DIVISION.
001437*================================================================
001438* 0000-MAINLINE
001439*================================================================
001440 0000-MAINLINE.
001441     PERFORM 1000-INITIALIZE
001442     PERFORM 2000-MENU THRU 2000-EXIT
001450         UNTIL WS-DONE
001460     PERFORM 8000-TERMINATE
001470     GO TO 9999-EXIT.
001840         PERFORM 8100-RELEASE-LOCK THRU 8100-EXIT
001850         GO TO 9999-EXIT
001860     END-IF
001861     OPEN EXTEND JOURNAL-FILE
001862     OPEN I-O NARR-FILE
001863     IF WS-NAR-STATUS NOT = "00"
001864         OPEN OUTPUT NARR-FILE
001865         CLOSE NARR-FILE
001866         OPEN I-O NARR-FILE
001867     END-IF
001868     OPEN I-O XREF-FILE
001869     IF WS-XRF-STATUS NOT = "00"
001870         OPEN OUTPUT XREF-FILE
001871         CLOSE XREF-FILE
001872         OPEN I-O XREF-FILE
001873     END-IF
001874     OPEN I-O LANG-FILE
001875     IF WS-LNG-STATUS NOT = "00"
001876         OPEN OUTPUT LANG-FILE
001877         CLOSE LANG-FILE
001878         OPEN I-O LANG-FILE
001879     END-IF
001880     OPEN I-O CITE-FILE
001881     IF WS-CIT-STATUS NOT = "00"
001882         OPEN OUTPUT CITE-FILE
001883         CLOSE CITE-FILE
001884         OPEN I-O CITE-FILE
001885     END-IF
001886     OPEN I-O EPLNK-FILE
001887     IF WS-EPL-STATUS NOT = "00"
001888         OPEN OUTPUT EPLNK-FILE
001889         CLOSE EPLNK-FILE
001890         OPEN I-O EPLNK-FILE
001891     END-IF
001892     OPEN I-O EPRNK-FILE
001893     IF WS-EPR-STATUS NOT = "00"
001894         OPEN OUTPUT EPRNK-FILE
001895         CLOSE EPRNK-FILE
001896         OPEN I-O EPRNK-FILE
001897     END-IF
001898     OPEN I-O EMLNK-FILE
001899     IF WS-EML-STATUS NOT = "00"
001900         OPEN OUTPUT EMLNK-FILE
001901         CLOSE EMLNK-FILE
001902         OPEN I-O EMLNK-FILE
001903     END-IF
001904     OPEN I-O FEAT-FILE
001905     IF WS-FEA-STATUS NOT = "00"
001906         OPEN OUTPUT FEAT-FILE
001907         CLOSE FEAT-FILE
001908         OPEN I-O FEAT-FILE
001909     END-IF
001910     OPEN I-O FBK-FILE
001911     IF WS-FBK-STATUS NOT = "00"
001912         OPEN OUTPUT FBK-FILE
001913         CLOSE FBK-FILE
001914         OPEN I-O FBK-FILE
001915     END-IF
001916     OPEN I-O COLL-FILE
001917     IF WS-COL-STATUS NOT = "00"
001918         OPEN OUTPUT COLL-FILE
001919         CLOSE COLL-FILE
001920         OPEN I-O COLL-FILE
001921     END-IF.
001922*================================================================
001923* 1200-SIGN-ON  -  SENIOR EDITOR OFF THE SHMUSER REGISTER
001924*================================================================
001925 1200-SIGN-ON.
001926     DISPLAY "EDITOR ID              : " WITH NO ADVANCING
001927     ACCEPT WS-OPERATOR-ID
001928     INSPECT WS-OPERATOR-ID CONVERTING
001930         "abcdefghijklmnopqrstuvwxyz" TO
001940         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001950     IF WS-OPERATOR-ID = SPACES
003960             MOVE EVT-RECORD TO WS-BEFORE-IMAGE
003970             DISPLAY "CURRENT  : " EVT-CATEGORY OF EVT-RECORD
003980                 " " EVT-TEXT OF EVT-RECORD
003981             MOVE EVT-PUB-STATUS OF EVT-RECORD
003982                 TO WS-CURR-PUB-STATUS
003983             EVALUATE TRUE
003984                 WHEN EVT-PUB-DRAFT OF EVT-RECORD
003985                     DISPLAY "STATUS   : DRAFT"
003986                 WHEN EVT-PUB-SCHEDULED OF EVT-RECORD
003987                     DISPLAY "STATUS   : SCHEDULED"
003988                 WHEN EVT-PUB-WITHDRAWN OF EVT-RECORD
003989                     DISPLAY "STATUS   : WITHDRAWN"
003990             END-EVALUATE
003991     END-READ
003992     IF PND-FN-MERGE OF PND-RECORD
003993         DISPLAY "RETIRE INTO " WS-PROP-YEAR "/" WS-PROP-SEQ
003994             " : " WS-PROP-TEXT
003995     ELSE
003996         DISPLAY "PROPOSED : " WS-PROP-CATEGORY " "
003997             WS-PROP-TEXT
003998     END-IF
004010     DISPLAY "A = APPROVE   R = REJECT   S = SKIP : "
004020         WITH NO ADVANCING
004030     ACCEPT WS-VERDICT
004230* 4200-APPROVE-ITEM  -  WRITE SHMEVTF, CUT THE JOURNAL, DEQUEUE
004240*================================================================
004250 4200-APPROVE-ITEM.
004252     IF PND-FN-MERGE OF PND-RECORD
004254         PERFORM 4300-APPROVE-MERGE THRU 4300-EXIT
004256         GO TO 4200-EXIT
004258     END-IF
004260     MOVE PND-EVENT OF PND-RECORD TO EVT-RECORD
004270     IF PND-FN-ADD OF PND-RECORD
004280         IF WS-CURR-FOUND
004460             ADD 1 TO WS-SKIPPED
004470             GO TO 4200-EXIT
004480         END-IF
004485         MOVE WS-CURR-PUB-STATUS TO EVT-PUB-STATUS OF EVT-RECORD
004490         REWRITE EVT-RECORD
004500             INVALID KEY
004510                 DISPLAY "REWRITE FAILED - CHANGE LEFT ON "
004620 4200-EXIT.
004630     EXIT.
004640*================================================================
004641* 4300-APPROVE-MERGE  -  RETIRE THE QUEUED DUPLICATE INTO ITS
004642*                        SURVIVOR AS IT STANDS ON SHMEVTF NOW
004643*================================================================
004644 4300-APPROVE-MERGE.
004645     IF NOT WS-CURR-FOUND
004646         DISPLAY "RETIRED EVENT NO LONGER ON SHMEVTF - REJECT "
004647             "THE CHANGE INSTEAD - LEFT ON THE QUEUE"
004648         ADD 1 TO WS-SKIPPED
004649         GO TO 4300-EXIT
004650     END-IF
004651     MOVE PND-YEAR OF PND-RECORD TO WS-MRG-RET-YEAR
004652     MOVE PND-SEQ-NO OF PND-RECORD TO WS-MRG-RET-SEQ
004653     MOVE WS-PROP-YEAR TO WS-MRG-SURV-YEAR
004654     MOVE WS-PROP-SEQ TO WS-MRG-SURV-SEQ
004655     MOVE WS-MRG-SURV-YEAR TO EVT-YEAR OF EVT-RECORD
004656     MOVE WS-MRG-SURV-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
004657     READ EVENT-FILE
004658         INVALID KEY
004659             DISPLAY "SURVIVING EVENT NO LONGER ON SHMEVTF - "
004660                 "CHANGE LEFT ON THE QUEUE"
004661             ADD 1 TO WS-SKIPPED
004662             GO TO 4300-EXIT
004663     END-READ
004664     MOVE EVT-RECORD TO WS-SURV-IMAGE
004665     PERFORM 7615-CHECK-MERGE-ROOM THRU 7615-EXIT
004666     IF NOT WS-MRG-ROOM-OK
004667         DISPLAY "CHANGE LEFT ON THE QUEUE"
004668         ADD 1 TO WS-SKIPPED
004669         GO TO 4300-EXIT
004670     END-IF
004671     PERFORM 7620-APPLY-MERGE THRU 7620-EXIT
004672     IF WS-MRG-FAILED
004673         DISPLAY "MERGE NOT APPLIED - CHANGE LEFT ON THE QUEUE"
004674         ADD 1 TO WS-SKIPPED
004675         GO TO 4300-EXIT
004676     END-IF
004677     DELETE PEND-FILE RECORD
004678     END-DELETE
004679     ADD 1 TO WS-APPROVED
004680     DISPLAY "MERGE APPROVED AND APPLIED".
004681 4300-EXIT.
004682     EXIT.
004683*================================================================
004684* 7000-WRITE-JOURNAL  -  CUT ONE BEFORE/AFTER ROW TO SHMJRNL
004685*================================================================
004686 7000-WRITE-JOURNAL.
004687     MOVE SPACES TO JRN-RECORD
004690     ACCEPT JRN-DATE FROM DATE YYYYMMDD
004700     ACCEPT JRN-TIME FROM TIME
004710     MOVE PND-FUNCTION OF PND-RECORD TO JRN-FUNCTION
004760 7000-EXIT.
004770     EXIT.
004780*================================================================
004790* 7605-SCAN-NARR  -  COUNT AND HIGHEST LINE NO OF THE SHMNARR
004800*                    LINES FILED UNDER WS-MRG-SCAN-KEY
004810*================================================================
004820 7605-SCAN-NARR.
004830     MOVE ZERO TO WS-MRG-SCAN-HIGH
004840     MOVE ZERO TO WS-MRG-SCAN-COUNT
004850     MOVE WS-MRG-SCAN-YEAR TO NAR-YEAR OF NAR-RECORD
004860     MOVE WS-MRG-SCAN-SEQ  TO NAR-SEQ-NO OF NAR-RECORD
004870     MOVE ZERO TO NAR-LINE-NO OF NAR-RECORD
004880     MOVE "N" TO WS-MRG-DONE-SW
004890     START NARR-FILE KEY IS NOT LESS THAN NAR-KEY OF NAR-RECORD
004900         INVALID KEY
004910             SET WS-MRG-DONE TO TRUE
004920         NOT INVALID KEY
004930             READ NARR-FILE NEXT RECORD
004940                 AT END
004950                     SET WS-MRG-DONE TO TRUE
004960             END-READ
004970     END-START
004980     PERFORM 7606-SCAN-ONE-LINE THRU 7606-EXIT
004990         UNTIL WS-MRG-DONE.
005000 7605-EXIT.
005010     EXIT.
005020 7606-SCAN-ONE-LINE.
005030     IF NAR-YEAR OF NAR-RECORD NOT = WS-MRG-SCAN-YEAR
005040             OR NAR-SEQ-NO OF NAR-RECORD NOT = WS-MRG-SCAN-SEQ
005050         SET WS-MRG-DONE TO TRUE
005060         GO TO 7606-EXIT
005070     END-IF
005080     MOVE NAR-LINE-NO OF NAR-RECORD TO WS-MRG-SCAN-HIGH
005090     ADD 1 TO WS-MRG-SCAN-COUNT
005100     READ NARR-FILE NEXT RECORD
005110         AT END
005120             SET WS-MRG-DONE TO TRUE
005130     END-READ.
005140 7606-EXIT.
005150     EXIT.
005160*================================================================
005170* 7610-SCAN-CITES  -  COUNT AND HIGHEST CITE NO OF THE SHMCITF
005180*                     ROWS FILED UNDER WS-MRG-SCAN-KEY
005190*================================================================
005200 7610-SCAN-CITES.
005210     MOVE ZERO TO WS-MRG-SCAN-HIGH
005220     MOVE ZERO TO WS-MRG-SCAN-COUNT
005230     MOVE WS-MRG-SCAN-YEAR TO CIT-YEAR OF CIT-RECORD
005240     MOVE WS-MRG-SCAN-SEQ  TO CIT-SEQ-NO OF CIT-RECORD
005250     MOVE ZERO TO CIT-CITE-NO OF CIT-RECORD
005260     MOVE "N" TO WS-MRG-DONE-SW
005270     START CITE-FILE KEY IS NOT LESS THAN CIT-KEY OF CIT-RECORD
005280         INVALID KEY
005290             SET WS-MRG-DONE TO TRUE
005300         NOT INVALID KEY
005310             READ CITE-FILE NEXT RECORD
005320                 AT END
005330                     SET WS-MRG-DONE TO TRUE
005340             END-READ
005350     END-START
005360     PERFORM 7611-SCAN-ONE-CITE THRU 7611-EXIT
005370         UNTIL WS-MRG-DONE.
005380 7610-EXIT.
005390     EXIT.
005400 7611-SCAN-ONE-CITE.
005410     IF CIT-YEAR OF CIT-RECORD NOT = WS-MRG-SCAN-YEAR
005420             OR CIT-SEQ-NO OF CIT-RECORD NOT = WS-MRG-SCAN-SEQ
005430         SET WS-MRG-DONE TO TRUE
005440         GO TO 7611-EXIT
005450     END-IF
005460     MOVE CIT-CITE-NO OF CIT-RECORD TO WS-MRG-SCAN-HIGH
005470     ADD 1 TO WS-MRG-SCAN-COUNT
005480     READ CITE-FILE NEXT RECORD
005490         AT END
005500             SET WS-MRG-DONE TO TRUE
005510     END-READ.
005520 7611-EXIT.
005530     EXIT.
005540*================================================================
005550* 7615-CHECK-MERGE-ROOM  -  WILL THE RETIRED EVENT'S NARRATIVE
005560*                           AND CITATIONS FIT ON THE END OF THE
005570*                           SURVIVOR'S NUMBERING
005580*================================================================
005590 7615-CHECK-MERGE-ROOM.
005600     MOVE "Y" TO WS-MRG-ROOM-SW
005610     MOVE WS-MRG-SURV-KEY TO WS-MRG-SCAN-KEY
005620     PERFORM 7605-SCAN-NARR THRU 7605-EXIT
005630     MOVE WS-MRG-SCAN-HIGH TO WS-MRG-HIGH-LINE
005640     MOVE WS-MRG-RET-KEY TO WS-MRG-SCAN-KEY
005650     PERFORM 7605-SCAN-NARR THRU 7605-EXIT
005660     IF WS-MRG-HIGH-LINE + WS-MRG-SCAN-COUNT > 999
005670         DISPLAY "NARRATIVE LINES WOULD RUN PAST 999 ON THE "
005680             "SURVIVOR - NOT MERGED"
005690         MOVE "N" TO WS-MRG-ROOM-SW
005700         GO TO 7615-EXIT
005710     END-IF
005720     MOVE WS-MRG-SURV-KEY TO WS-MRG-SCAN-KEY
005730     PERFORM 7610-SCAN-CITES THRU 7610-EXIT
005740     MOVE WS-MRG-SCAN-HIGH TO WS-MRG-HIGH-CITE
005750     MOVE WS-MRG-RET-KEY TO WS-MRG-SCAN-KEY
005760     PERFORM 7610-SCAN-CITES THRU 7610-EXIT
005770     IF WS-MRG-HIGH-CITE + WS-MRG-SCAN-COUNT > 99
005780         DISPLAY "CITATIONS WOULD RUN PAST 99 ON THE "
005790             "SURVIVOR - NOT MERGED"
005800         MOVE "N" TO WS-MRG-ROOM-SW
005810     END-IF.
005820 7615-EXIT.
005830     EXIT.
005840*================================================================
005847* 7620-APPLY-MERGE  -  DROP THE RETIRED RECORD, THEN CARRY EVERY
005854*                      SATELLITE ROW TO THE SURVIVOR AND CUT THE
005861*                      MERGE ROW TO SHMJRNL. EACH ROW MOVED OR
005868*                      DROPPED IS JOURNALED AHEAD OF THE MERGE
005875*                      ROW. IF THE RETIRED RECORD WILL NOT DELETE,
005882*                      WS-MRG-FAILED IS SET AND NOTHING IS MOVED
005890*================================================================
005900 7620-APPLY-MERGE.
005910     MOVE ZERO TO WS-MRG-NARR-MOVED
005920     MOVE ZERO TO WS-MRG-CITE-MOVED
005930     MOVE ZERO TO WS-MRG-LANG-MOVED
005940     MOVE ZERO TO WS-MRG-PLC-MOVED
005950     MOVE ZERO TO WS-MRG-XRF-MOVED
005960     MOVE ZERO TO WS-MRG-PER-MOVED
005970     MOVE ZERO TO WS-MRG-MED-MOVED
005980     MOVE ZERO TO WS-MRG-COL-MOVED
005990     MOVE ZERO TO WS-MRG-FEA-MOVED
006000     MOVE ZERO TO WS-MRG-FBK-MOVED
006010     MOVE ZERO TO WS-MRG-DROPPED
006011     MOVE "N" TO WS-MRG-FAILED-SW
006012     MOVE WS-MRG-RET-YEAR TO EVT-YEAR OF EVT-RECORD
006013     MOVE WS-MRG-RET-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
006014     DELETE EVENT-FILE RECORD
006015         INVALID KEY
006016             DISPLAY "RETIRED EVENT COULD NOT BE DELETED - "
006017                 "NOTHING MERGED"
006018             SET WS-MRG-FAILED TO TRUE
006019             GO TO 7620-EXIT
006020     END-DELETE
006021     MOVE "N" TO WS-MRG-DONE-SW
006030     PERFORM 7630-MOVE-ONE-NARR THRU 7630-EXIT
006040         UNTIL WS-MRG-DONE
006050     MOVE "N" TO WS-MRG-DONE-SW
006060     PERFORM 7640-MOVE-ONE-CITE THRU 7640-EXIT
006070         UNTIL WS-MRG-DONE
006080     MOVE "N" TO WS-MRG-DONE-SW
006090     PERFORM 7650-MOVE-ONE-TRANS THRU 7650-EXIT
006100         UNTIL WS-MRG-DONE
006110     MOVE "N" TO WS-MRG-DONE-SW
006120     PERFORM 7660-MOVE-ONE-PLACE THRU 7660-EXIT
006130         UNTIL WS-MRG-DONE
006140     MOVE "N" TO WS-MRG-DONE-SW
006150     PERFORM 7662-MOVE-ONE-PERSON THRU 7662-EXIT
006160         UNTIL WS-MRG-DONE
006170     MOVE "N" TO WS-MRG-DONE-SW
006180     PERFORM 7664-MOVE-ONE-MEDIA THRU 7664-EXIT
006190         UNTIL WS-MRG-DONE
006200     MOVE "N" TO WS-MRG-DONE-SW
006210     PERFORM 7666-MOVE-ONE-FEATURE THRU 7666-EXIT
006220         UNTIL WS-MRG-DONE
006230     MOVE "N" TO WS-MRG-DONE-SW
006240     MOVE LOW-VALUES TO WS-MRG-FBK-LAST
006250     MOVE WS-MRG-RET-YEAR TO WS-MRG-FBK-LAST-YEAR
006260     MOVE WS-MRG-RET-SEQ  TO WS-MRG-FBK-LAST-SEQ
006270     PERFORM 7668-MOVE-ONE-FLAG THRU 7668-EXIT
006280         UNTIL WS-MRG-DONE
006290     MOVE "N" TO WS-MRG-DONE-SW
006300     PERFORM 7670-MOVE-ONE-LINK-OUT THRU 7670-EXIT
006310         UNTIL WS-MRG-DONE
006320     MOVE "N" TO WS-MRG-PASS-DONE-SW
006330     PERFORM 7680-LINKS-IN-PASS THRU 7680-EXIT
006340         UNTIL WS-MRG-PASS-DONE
006350     MOVE "N" TO WS-MRG-PASS-DONE-SW
006360     PERFORM 7690-MEMBERS-PASS THRU 7690-EXIT
006370         UNTIL WS-MRG-PASS-DONE
006460     MOVE WS-SURV-IMAGE TO EVT-RECORD
006470     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
006480     DISPLAY "EVENT " WS-MRG-RET-YEAR "/" WS-MRG-RET-SEQ
006490         " RETIRED INTO " WS-MRG-SURV-YEAR "/"
006500         WS-MRG-SURV-SEQ
006510     DISPLAY "  NARRATIVE LINES MOVED : " WS-MRG-NARR-MOVED
006520     DISPLAY "  CITATIONS MOVED       : " WS-MRG-CITE-MOVED
006530     DISPLAY "  TRANSLATIONS MOVED    : " WS-MRG-LANG-MOVED
006540     DISPLAY "  PLACE LINKS MOVED     : " WS-MRG-PLC-MOVED
006550     DISPLAY "  PERSON LINKS MOVED    : " WS-MRG-PER-MOVED
006560     DISPLAY "  MEDIA LINKS MOVED     : " WS-MRG-MED-MOVED
006570     DISPLAY "  FEATURED DAYS MOVED   : " WS-MRG-FEA-MOVED
006580     DISPLAY "  OPEN FLAGS MOVED      : " WS-MRG-FBK-MOVED
006590     DISPLAY "  SEE ALSO LINKS MOVED  : " WS-MRG-XRF-MOVED
006600     DISPLAY "  COLLECTION MEMBERS    : " WS-MRG-COL-MOVED
006610     DISPLAY "  ROWS DROPPED (CLASH)  : " WS-MRG-DROPPED.
006620 7620-EXIT.
006630     EXIT.
006640*================================================================
006650* 7630-MOVE-ONE-NARR  -  FIRST RETIRED NARRATIVE LINE ONTO THE
006660*                        END OF THE SURVIVOR'S NUMBERING
006670*================================================================
006680 7630-MOVE-ONE-NARR.
006690     MOVE WS-MRG-RET-YEAR TO NAR-YEAR OF NAR-RECORD
006700     MOVE WS-MRG-RET-SEQ  TO NAR-SEQ-NO OF NAR-RECORD
006710     MOVE ZERO TO NAR-LINE-NO OF NAR-RECORD
006720     START NARR-FILE KEY IS NOT LESS THAN NAR-KEY OF NAR-RECORD
006730         INVALID KEY
006740             SET WS-MRG-DONE TO TRUE
006750             GO TO 7630-EXIT
006760     END-START
006770     READ NARR-FILE NEXT RECORD
006780         AT END
006790             SET WS-MRG-DONE TO TRUE
006800             GO TO 7630-EXIT
006810     END-READ
006820     IF NAR-YEAR OF NAR-RECORD NOT = WS-MRG-RET-YEAR
006830             OR NAR-SEQ-NO OF NAR-RECORD NOT = WS-MRG-RET-SEQ
006840         SET WS-MRG-DONE TO TRUE
006850         GO TO 7630-EXIT
006860     END-IF
006870     MOVE NAR-RECORD TO WS-MRG-OLD-ROW
006880     MOVE NAR-TEXT OF NAR-RECORD TO WS-MRG-HOLD-TEXT
006890     DELETE NARR-FILE RECORD
006900         INVALID KEY
006910             SET WS-MRG-DONE TO TRUE
006920             GO TO 7630-EXIT
006930     END-DELETE
006940     ADD 1 TO WS-MRG-HIGH-LINE
006950     MOVE SPACES TO NAR-RECORD
006960     MOVE WS-MRG-SURV-YEAR TO NAR-YEAR OF NAR-RECORD
006970     MOVE WS-MRG-SURV-SEQ  TO NAR-SEQ-NO OF NAR-RECORD
006980     MOVE WS-MRG-HIGH-LINE TO NAR-LINE-NO OF NAR-RECORD
006990     MOVE WS-MRG-HOLD-TEXT TO NAR-TEXT OF NAR-RECORD
007000     WRITE NAR-RECORD
007010         INVALID KEY
007020             ADD 1 TO WS-MRG-DROPPED
007030             MOVE SPACES TO WS-MRG-NEW-ROW
007040         NOT INVALID KEY
007050             ADD 1 TO WS-MRG-NARR-MOVED
007060             MOVE NAR-RECORD TO WS-MRG-NEW-ROW
007070     END-WRITE
007080     MOVE "MRG-NARR" TO WS-MRG-JRN-FUNCTION
007090     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
007100 7630-EXIT.
007110     EXIT.
007120*================================================================
007130* 7640-MOVE-ONE-CITE  -  FIRST RETIRED CITATION ONTO THE END OF
007140*                        THE SURVIVOR'S NUMBERING
007150*================================================================
007160 7640-MOVE-ONE-CITE.
007170     MOVE WS-MRG-RET-YEAR TO CIT-YEAR OF CIT-RECORD
007180     MOVE WS-MRG-RET-SEQ  TO CIT-SEQ-NO OF CIT-RECORD
007190     MOVE ZERO TO CIT-CITE-NO OF CIT-RECORD
007200     START CITE-FILE KEY IS NOT LESS THAN CIT-KEY OF CIT-RECORD
007210         INVALID KEY
007220             SET WS-MRG-DONE TO TRUE
007230             GO TO 7640-EXIT
007240     END-START
007250     READ CITE-FILE NEXT RECORD
007260         AT END
007270             SET WS-MRG-DONE TO TRUE
007280             GO TO 7640-EXIT
007290     END-READ
007300     IF CIT-YEAR OF CIT-RECORD NOT = WS-MRG-RET-YEAR
007310             OR CIT-SEQ-NO OF CIT-RECORD NOT = WS-MRG-RET-SEQ
007320         SET WS-MRG-DONE TO TRUE
007330         GO TO 7640-EXIT
007340     END-IF
007350     MOVE CIT-RECORD TO WS-MRG-OLD-ROW
007360     MOVE CIT-TEXT OF CIT-RECORD TO WS-MRG-HOLD-CITE
007370     DELETE CITE-FILE RECORD
007380         INVALID KEY
007390             SET WS-MRG-DONE TO TRUE
007400             GO TO 7640-EXIT
007410     END-DELETE
007420     ADD 1 TO WS-MRG-HIGH-CITE
007430     MOVE SPACES TO CIT-RECORD
007440     MOVE WS-MRG-SURV-YEAR TO CIT-YEAR OF CIT-RECORD
007450     MOVE WS-MRG-SURV-SEQ  TO CIT-SEQ-NO OF CIT-RECORD
007460     MOVE WS-MRG-HIGH-CITE TO CIT-CITE-NO OF CIT-RECORD
007470     MOVE WS-MRG-HOLD-CITE TO CIT-TEXT OF CIT-RECORD
007480     WRITE CIT-RECORD
007490         INVALID KEY
007500             ADD 1 TO WS-MRG-DROPPED
007510             MOVE SPACES TO WS-MRG-NEW-ROW
007520         NOT INVALID KEY
007530             ADD 1 TO WS-MRG-CITE-MOVED
007540             MOVE CIT-RECORD TO WS-MRG-NEW-ROW
007550     END-WRITE
007560     MOVE "MRG-CITE" TO WS-MRG-JRN-FUNCTION
007570     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
007580 7640-EXIT.
007590     EXIT.
007600*================================================================
007610* 7650-MOVE-ONE-TRANS  -  FIRST RETIRED SHMLANG TEXT ACROSS,
007620*                         UNLESS THE SURVIVOR HAS THE LANGUAGE
007630*================================================================
007640 7650-MOVE-ONE-TRANS.
007650     MOVE WS-MRG-RET-YEAR TO LNG-YEAR OF LNG-RECORD
007660     MOVE WS-MRG-RET-SEQ  TO LNG-SEQ-NO OF LNG-RECORD
007670     MOVE LOW-VALUE TO LNG-LANG-CD OF LNG-RECORD
007680     START LANG-FILE KEY IS NOT LESS THAN LNG-KEY OF LNG-RECORD
007690         INVALID KEY
007700             SET WS-MRG-DONE TO TRUE
007710             GO TO 7650-EXIT
007720     END-START
007730     READ LANG-FILE NEXT RECORD
007740         AT END
007750             SET WS-MRG-DONE TO TRUE
007760             GO TO 7650-EXIT
007770     END-READ
007780     IF LNG-YEAR OF LNG-RECORD NOT = WS-MRG-RET-YEAR
007790             OR LNG-SEQ-NO OF LNG-RECORD NOT = WS-MRG-RET-SEQ
007800         SET WS-MRG-DONE TO TRUE
007810         GO TO 7650-EXIT
007820     END-IF
007830     MOVE LNG-RECORD TO WS-MRG-HOLD-LNG
007840     MOVE LNG-RECORD TO WS-MRG-OLD-ROW
007850     DELETE LANG-FILE RECORD
007860         INVALID KEY
007870             SET WS-MRG-DONE TO TRUE
007880             GO TO 7650-EXIT
007890     END-DELETE
007900     MOVE WS-MRG-HOLD-LNG TO LNG-RECORD
007910     MOVE WS-MRG-SURV-YEAR TO LNG-YEAR OF LNG-RECORD
007920     MOVE WS-MRG-SURV-SEQ  TO LNG-SEQ-NO OF LNG-RECORD
007930     WRITE LNG-RECORD
007940         INVALID KEY
007950             ADD 1 TO WS-MRG-DROPPED
007960             MOVE SPACES TO WS-MRG-NEW-ROW
007970         NOT INVALID KEY
007980             ADD 1 TO WS-MRG-LANG-MOVED
007990             MOVE LNG-RECORD TO WS-MRG-NEW-ROW
008000     END-WRITE
008010     MOVE "MRG-LANG" TO WS-MRG-JRN-FUNCTION
008020     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
008030 7650-EXIT.
008040     EXIT.
008050*================================================================
008060* 7660-MOVE-ONE-PLACE  -  FIRST RETIRED SHMEPLF LINK ACROSS
008070*================================================================
008080 7660-MOVE-ONE-PLACE.
008090     MOVE WS-MRG-RET-YEAR TO EPL-YEAR OF EPL-RECORD
008100     MOVE WS-MRG-RET-SEQ  TO EPL-SEQ-NO OF EPL-RECORD
008110     MOVE LOW-VALUES TO EPL-PLACE OF EPL-RECORD
008120     START EPLNK-FILE KEY IS NOT LESS THAN EPL-KEY OF EPL-RECORD
008130         INVALID KEY
008140             SET WS-MRG-DONE TO TRUE
008150             GO TO 7660-EXIT
008160     END-START
008170     READ EPLNK-FILE NEXT RECORD
008180         AT END
008190             SET WS-MRG-DONE TO TRUE
008200             GO TO 7660-EXIT
008210     END-READ
008220     IF EPL-YEAR OF EPL-RECORD NOT = WS-MRG-RET-YEAR
008230             OR EPL-SEQ-NO OF EPL-RECORD NOT = WS-MRG-RET-SEQ
008240         SET WS-MRG-DONE TO TRUE
008250         GO TO 7660-EXIT
008260     END-IF
008270     MOVE EPL-RECORD TO WS-MRG-OLD-ROW
008280     DELETE EPLNK-FILE RECORD
008290         INVALID KEY
008300             SET WS-MRG-DONE TO TRUE
008310             GO TO 7660-EXIT
008320     END-DELETE
008330     MOVE WS-MRG-SURV-YEAR TO EPL-YEAR OF EPL-RECORD
008340     MOVE WS-MRG-SURV-SEQ  TO EPL-SEQ-NO OF EPL-RECORD
008350     WRITE EPL-RECORD
008360         INVALID KEY
008370             ADD 1 TO WS-MRG-DROPPED
008380             MOVE SPACES TO WS-MRG-NEW-ROW
008390         NOT INVALID KEY
008400             ADD 1 TO WS-MRG-PLC-MOVED
008410             MOVE EPL-RECORD TO WS-MRG-NEW-ROW
008420     END-WRITE
008430     MOVE "MRG-PLC" TO WS-MRG-JRN-FUNCTION
008440     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
008450 7660-EXIT.
008460     EXIT.
008470*================================================================
008480* 7662-MOVE-ONE-PERSON  -  FIRST RETIRED SHMEPRF LINK ACROSS,
008490*                          DROPPED IF THE SURVIVOR NAMES THE
008500*                          PERSON ALREADY
008510*================================================================
008520 7662-MOVE-ONE-PERSON.
008530     MOVE WS-MRG-RET-YEAR TO EPR-YEAR OF EPR-RECORD
008540     MOVE WS-MRG-RET-SEQ  TO EPR-SEQ-NO OF EPR-RECORD
008550     MOVE LOW-VALUES TO EPR-PERSON OF EPR-RECORD
008560     START EPRNK-FILE KEY IS NOT LESS THAN EPR-KEY OF EPR-RECORD
008570         INVALID KEY
008580             SET WS-MRG-DONE TO TRUE
008590             GO TO 7662-EXIT
008600     END-START
008610     READ EPRNK-FILE NEXT RECORD
008620         AT END
008630             SET WS-MRG-DONE TO TRUE
008640             GO TO 7662-EXIT
008650     END-READ
008660     IF EPR-YEAR OF EPR-RECORD NOT = WS-MRG-RET-YEAR
008670             OR EPR-SEQ-NO OF EPR-RECORD NOT = WS-MRG-RET-SEQ
008680         SET WS-MRG-DONE TO TRUE
008690         GO TO 7662-EXIT
008700     END-IF
008710     MOVE EPR-RECORD TO WS-MRG-OLD-ROW
008720     DELETE EPRNK-FILE RECORD
008730         INVALID KEY
008740             SET WS-MRG-DONE TO TRUE
008750             GO TO 7662-EXIT
008760     END-DELETE
008770     MOVE WS-MRG-SURV-YEAR TO EPR-YEAR OF EPR-RECORD
008780     MOVE WS-MRG-SURV-SEQ  TO EPR-SEQ-NO OF EPR-RECORD
008790     WRITE EPR-RECORD
008800         INVALID KEY
008810             ADD 1 TO WS-MRG-DROPPED
008820             MOVE SPACES TO WS-MRG-NEW-ROW
008830         NOT INVALID KEY
008840             ADD 1 TO WS-MRG-PER-MOVED
008850             MOVE EPR-RECORD TO WS-MRG-NEW-ROW
008860     END-WRITE
008870     MOVE "MRG-PER" TO WS-MRG-JRN-FUNCTION
008880     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
008890 7662-EXIT.
008900     EXIT.
008910*================================================================
008920* 7664-MOVE-ONE-MEDIA  -  FIRST RETIRED SHMEMLF LINK ACROSS,
008930*                         DROPPED IF THE SURVIVOR CARRIES THE
008940*                         ASSET ALREADY
008950*================================================================
008960 7664-MOVE-ONE-MEDIA.
008970     MOVE WS-MRG-RET-YEAR TO EML-YEAR OF EML-RECORD
008980     MOVE WS-MRG-RET-SEQ  TO EML-SEQ-NO OF EML-RECORD
008990     MOVE LOW-VALUES TO EML-MEDIA OF EML-RECORD
009000     START EMLNK-FILE KEY IS NOT LESS THAN EML-KEY OF EML-RECORD
009010         INVALID KEY
009020             SET WS-MRG-DONE TO TRUE
009030             GO TO 7664-EXIT
009040     END-START
009050     READ EMLNK-FILE NEXT RECORD
009060         AT END
009070             SET WS-MRG-DONE TO TRUE
009080             GO TO 7664-EXIT
009090     END-READ
009100     IF EML-YEAR OF EML-RECORD NOT = WS-MRG-RET-YEAR
009110             OR EML-SEQ-NO OF EML-RECORD NOT = WS-MRG-RET-SEQ
009120         SET WS-MRG-DONE TO TRUE
009130         GO TO 7664-EXIT
009140     END-IF
009150     MOVE EML-RECORD TO WS-MRG-OLD-ROW
009160     DELETE EMLNK-FILE RECORD
009170         INVALID KEY
009180             SET WS-MRG-DONE TO TRUE
009190             GO TO 7664-EXIT
009200     END-DELETE
009210     MOVE WS-MRG-SURV-YEAR TO EML-YEAR OF EML-RECORD
009220     MOVE WS-MRG-SURV-SEQ  TO EML-SEQ-NO OF EML-RECORD
009230     WRITE EML-RECORD
009240         INVALID KEY
009250             ADD 1 TO WS-MRG-DROPPED
009260             MOVE SPACES TO WS-MRG-NEW-ROW
009270         NOT INVALID KEY
009280             ADD 1 TO WS-MRG-MED-MOVED
009290             MOVE EML-RECORD TO WS-MRG-NEW-ROW
009300     END-WRITE
009310     MOVE "MRG-MED" TO WS-MRG-JRN-FUNCTION
009320     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
009330 7664-EXIT.
009340     EXIT.
009350*================================================================
009360* 7666-MOVE-ONE-FEATURE  -  FIRST SHMFEAF DAY FEATURING THE
009370*                           RETIRED EVENT, RE-POINTED IN PLACE -
009380*                           THE DAY IS THE KEY, SO NOTHING CLASHES
009390*================================================================
009400 7666-MOVE-ONE-FEATURE.
009410     MOVE WS-MRG-RET-YEAR TO FEA-YEAR OF FEA-RECORD
009420     MOVE WS-MRG-RET-SEQ  TO FEA-SEQ-NO OF FEA-RECORD
009430     START FEAT-FILE KEY IS EQUAL TO FEA-EVT-KEY OF FEA-RECORD
009440         INVALID KEY
009450             SET WS-MRG-DONE TO TRUE
009460             GO TO 7666-EXIT
009470     END-START
009480     READ FEAT-FILE NEXT RECORD
009490         AT END
009500             SET WS-MRG-DONE TO TRUE
009510             GO TO 7666-EXIT
009520     END-READ
009530     IF FEA-YEAR OF FEA-RECORD NOT = WS-MRG-RET-YEAR
009540             OR FEA-SEQ-NO OF FEA-RECORD NOT = WS-MRG-RET-SEQ
009550         SET WS-MRG-DONE TO TRUE
009560         GO TO 7666-EXIT
009570     END-IF
009580     MOVE FEA-RECORD TO WS-MRG-OLD-ROW
009590     MOVE WS-MRG-SURV-YEAR TO FEA-YEAR OF FEA-RECORD
009600     MOVE WS-MRG-SURV-SEQ  TO FEA-SEQ-NO OF FEA-RECORD
009610     REWRITE FEA-RECORD
009620         INVALID KEY
009630             SET WS-MRG-DONE TO TRUE
009640             GO TO 7666-EXIT
009650     END-REWRITE
009660     ADD 1 TO WS-MRG-FEA-MOVED
009670     MOVE FEA-RECORD TO WS-MRG-NEW-ROW
009680     MOVE "MRG-FEA" TO WS-MRG-JRN-FUNCTION
009690     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
009700 7666-EXIT.
009710     EXIT.
009720*================================================================
009730* 7668-MOVE-ONE-FLAG  -  NEXT OPEN SHMFBKF FLAG ON THE RETIRED
009740*                        EVENT ACROSS TO THE SURVIVOR. CLOSED
009750*                        FLAGS STAY WHERE THEY WERE RAISED
009760*================================================================
009770 7668-MOVE-ONE-FLAG.
009780     MOVE WS-MRG-FBK-LAST TO FBK-KEY OF FBK-RECORD
009790     START FBK-FILE KEY IS GREATER THAN FBK-KEY OF FBK-RECORD
009800         INVALID KEY
009810             SET WS-MRG-DONE TO TRUE
009820             GO TO 7668-EXIT
009830     END-START
009840     READ FBK-FILE NEXT RECORD
009850         AT END
009860             SET WS-MRG-DONE TO TRUE
009870             GO TO 7668-EXIT
009880     END-READ
009890     IF FBK-YEAR OF FBK-RECORD NOT = WS-MRG-RET-YEAR
009900             OR FBK-SEQ-NO OF FBK-RECORD NOT = WS-MRG-RET-SEQ
009910         SET WS-MRG-DONE TO TRUE
009920         GO TO 7668-EXIT
009930     END-IF
009940     MOVE FBK-KEY OF FBK-RECORD TO WS-MRG-FBK-LAST
009950     IF NOT FBK-OPEN OF FBK-RECORD
009960         GO TO 7668-EXIT
009970     END-IF
009980     MOVE FBK-RECORD TO WS-MRG-OLD-ROW
009990     DELETE FBK-FILE RECORD
010000         INVALID KEY
010010             SET WS-MRG-DONE TO TRUE
010020             GO TO 7668-EXIT
010030     END-DELETE
010040     MOVE WS-MRG-SURV-YEAR TO FBK-YEAR OF FBK-RECORD
010050     MOVE WS-MRG-SURV-SEQ  TO FBK-SEQ-NO OF FBK-RECORD
010060     WRITE FBK-RECORD
010070         INVALID KEY
010080             ADD 1 TO WS-MRG-DROPPED
010090             MOVE SPACES TO WS-MRG-NEW-ROW
010100         NOT INVALID KEY
010110             ADD 1 TO WS-MRG-FBK-MOVED
010120             MOVE FBK-RECORD TO WS-MRG-NEW-ROW
010130     END-WRITE
010140     MOVE "MRG-FBK" TO WS-MRG-JRN-FUNCTION
010150     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
010160 7668-EXIT.
010170     EXIT.
010180*================================================================
010190* 7670-MOVE-ONE-LINK-OUT  -  FIRST SHMXREF LINK FROM THE RETIRED
010200*                            EVENT, RE-KEYED FROM THE SURVIVOR
010210*================================================================
010220 7670-MOVE-ONE-LINK-OUT.
010230     MOVE WS-MRG-RET-YEAR TO XRF-FROM-YEAR OF XRF-RECORD
010240     MOVE WS-MRG-RET-SEQ  TO XRF-FROM-SEQ OF XRF-RECORD
010250     MOVE ZERO TO XRF-TO-YEAR OF XRF-RECORD
010260     MOVE ZERO TO XRF-TO-SEQ OF XRF-RECORD
010270     START XREF-FILE KEY IS NOT LESS THAN XRF-KEY OF XRF-RECORD
010280         INVALID KEY
010290             SET WS-MRG-DONE TO TRUE
010300             GO TO 7670-EXIT
010310     END-START
010320     READ XREF-FILE NEXT RECORD
010330         AT END
010340             SET WS-MRG-DONE TO TRUE
010350             GO TO 7670-EXIT
010360     END-READ
010370     IF XRF-FROM-YEAR OF XRF-RECORD NOT = WS-MRG-RET-YEAR
010380             OR XRF-FROM-SEQ OF XRF-RECORD NOT = WS-MRG-RET-SEQ
010390         SET WS-MRG-DONE TO TRUE
010400         GO TO 7670-EXIT
010410     END-IF
010420     MOVE XRF-RECORD TO WS-MRG-OLD-ROW
010430     MOVE XRF-TO-YEAR OF XRF-RECORD TO WS-MRG-HOLD-TO-YEAR
010440     MOVE XRF-TO-SEQ OF XRF-RECORD TO WS-MRG-HOLD-TO-SEQ
010450     MOVE XRF-RELATION OF XRF-RECORD TO WS-MRG-HOLD-REL
010460     DELETE XREF-FILE RECORD
010470         INVALID KEY
010480             SET WS-MRG-DONE TO TRUE
010490             GO TO 7670-EXIT
010500     END-DELETE
010510     MOVE "MRG-XREF" TO WS-MRG-JRN-FUNCTION
010520     IF WS-MRG-HOLD-TO-YEAR = WS-MRG-SURV-YEAR
010530             AND WS-MRG-HOLD-TO-SEQ = WS-MRG-SURV-SEQ
010540         ADD 1 TO WS-MRG-DROPPED
010550         MOVE SPACES TO WS-MRG-NEW-ROW
010560         PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT
010570         GO TO 7670-EXIT
010580     END-IF
010590     MOVE SPACES TO XRF-RECORD
010600     MOVE WS-MRG-SURV-YEAR    TO XRF-FROM-YEAR OF XRF-RECORD
010610     MOVE WS-MRG-SURV-SEQ     TO XRF-FROM-SEQ OF XRF-RECORD
010620     MOVE WS-MRG-HOLD-TO-YEAR TO XRF-TO-YEAR OF XRF-RECORD
010630     MOVE WS-MRG-HOLD-TO-SEQ  TO XRF-TO-SEQ OF XRF-RECORD
010640     MOVE WS-MRG-HOLD-REL     TO XRF-RELATION OF XRF-RECORD
010650     WRITE XRF-RECORD
010660         INVALID KEY
010670             ADD 1 TO WS-MRG-DROPPED
010680             MOVE SPACES TO WS-MRG-NEW-ROW
010690         NOT INVALID KEY
010700             ADD 1 TO WS-MRG-XRF-MOVED
010710             MOVE XRF-RECORD TO WS-MRG-NEW-ROW
010720     END-WRITE
010730     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
010740 7670-EXIT.
010750     EXIT.
010760*================================================================
010770* 7680-LINKS-IN-PASS  -  TABLE UP TO 500 INBOUND LINKS TO THE
010780*                        RETIRED EVENT, RE-POINT THEM, AND GO
010790*                        ROUND AGAIN WHILE THE TABLE FILLS
010800*================================================================
010810 7680-LINKS-IN-PASS.
010820     MOVE ZERO TO WS-ML-COUNT
010830     MOVE ZERO TO XRF-FROM-YEAR OF XRF-RECORD
010840     MOVE ZERO TO XRF-FROM-SEQ OF XRF-RECORD
010850     MOVE ZERO TO XRF-TO-YEAR OF XRF-RECORD
010860     MOVE ZERO TO XRF-TO-SEQ OF XRF-RECORD
010870     MOVE "N" TO WS-MRG-DONE-SW
010880     START XREF-FILE KEY IS NOT LESS THAN XRF-KEY OF XRF-RECORD
010890         INVALID KEY
010900             SET WS-MRG-DONE TO TRUE
010910         NOT INVALID KEY
010920             READ XREF-FILE NEXT RECORD
010930                 AT END
010940                     SET WS-MRG-DONE TO TRUE
010950             END-READ
010960     END-START
010970     PERFORM 7682-TABLE-ONE-LINK-IN THRU 7682-EXIT
010980         UNTIL WS-MRG-DONE
010990     IF WS-ML-COUNT < 500
011000         SET WS-MRG-PASS-DONE TO TRUE
011010     END-IF
011020     PERFORM 7685-MOVE-ONE-LINK-IN THRU 7685-EXIT
011030         VARYING WS-ML-IX FROM 1 BY 1
011040         UNTIL WS-ML-IX > WS-ML-COUNT.
011050 7680-EXIT.
011060     EXIT.
011070 7682-TABLE-ONE-LINK-IN.
011080     IF XRF-TO-YEAR OF XRF-RECORD = WS-MRG-RET-YEAR
011090             AND XRF-TO-SEQ OF XRF-RECORD = WS-MRG-RET-SEQ
011100         IF WS-ML-COUNT = 500
011110             SET WS-MRG-DONE TO TRUE
011120             GO TO 7682-EXIT
011130         END-IF
011140         ADD 1 TO WS-ML-COUNT
011150         MOVE XRF-FROM-YEAR OF XRF-RECORD
011160             TO WS-ML-FROM-YEAR (WS-ML-COUNT)
011170         MOVE XRF-FROM-SEQ OF XRF-RECORD
011180             TO WS-ML-FROM-SEQ (WS-ML-COUNT)
011190         MOVE XRF-RELATION OF XRF-RECORD
011200             TO WS-ML-RELATION (WS-ML-COUNT)
011210     END-IF
011220     READ XREF-FILE NEXT RECORD
011230         AT END
011240             SET WS-MRG-DONE TO TRUE
011250     END-READ.
011260 7682-EXIT.
011270     EXIT.
011280 7685-MOVE-ONE-LINK-IN.
011290     MOVE SPACES TO XRF-RECORD
011300     MOVE WS-ML-FROM-YEAR (WS-ML-IX)
011310         TO XRF-FROM-YEAR OF XRF-RECORD
011320     MOVE WS-ML-FROM-SEQ (WS-ML-IX) TO XRF-FROM-SEQ OF XRF-RECORD
011330     MOVE WS-MRG-RET-YEAR TO XRF-TO-YEAR OF XRF-RECORD
011340     MOVE WS-MRG-RET-SEQ  TO XRF-TO-SEQ OF XRF-RECORD
011350     MOVE WS-ML-RELATION (WS-ML-IX) TO XRF-RELATION OF XRF-RECORD
011360     MOVE XRF-RECORD TO WS-MRG-OLD-ROW
011370     DELETE XREF-FILE RECORD
011380         INVALID KEY
011390             GO TO 7685-EXIT
011400     END-DELETE
011410     MOVE "MRG-XREF" TO WS-MRG-JRN-FUNCTION
011420     IF WS-ML-FROM-YEAR (WS-ML-IX) = WS-MRG-SURV-YEAR
011430             AND WS-ML-FROM-SEQ (WS-ML-IX) = WS-MRG-SURV-SEQ
011440         ADD 1 TO WS-MRG-DROPPED
011450         MOVE SPACES TO WS-MRG-NEW-ROW
011460         PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT
011470         GO TO 7685-EXIT
011480     END-IF
011490     MOVE SPACES TO XRF-RECORD
011500     MOVE WS-ML-FROM-YEAR (WS-ML-IX)
011510         TO XRF-FROM-YEAR OF XRF-RECORD
011520     MOVE WS-ML-FROM-SEQ (WS-ML-IX) TO XRF-FROM-SEQ OF XRF-RECORD
011530     MOVE WS-MRG-SURV-YEAR TO XRF-TO-YEAR OF XRF-RECORD
011540     MOVE WS-MRG-SURV-SEQ  TO XRF-TO-SEQ OF XRF-RECORD
011550     MOVE WS-ML-RELATION (WS-ML-IX) TO XRF-RELATION OF XRF-RECORD
011560     WRITE XRF-RECORD
011570         INVALID KEY
011580             ADD 1 TO WS-MRG-DROPPED
011590             MOVE SPACES TO WS-MRG-NEW-ROW
011600         NOT INVALID KEY
011610             ADD 1 TO WS-MRG-XRF-MOVED
011620             MOVE XRF-RECORD TO WS-MRG-NEW-ROW
011630     END-WRITE
011640     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
011650 7685-EXIT.
011660     EXIT.
011670*================================================================
011680* 7690-MEMBERS-PASS  -  TABLE UP TO 200 SHMCOLF MEMBER ROWS THAT
011690*                       NAME THE RETIRED EVENT, RE-POINT THEM,
011700*                       AND GO ROUND AGAIN WHILE THE TABLE FILLS
011710*================================================================
011720 7690-MEMBERS-PASS.
011730     MOVE ZERO TO WS-MC-COUNT
011740     MOVE LOW-VALUES TO COL-KEY OF COL-RECORD
011750     MOVE "N" TO WS-MRG-DONE-SW
011760     START COLL-FILE KEY IS NOT LESS THAN COL-KEY OF COL-RECORD
011770         INVALID KEY
011780             SET WS-MRG-DONE TO TRUE
011790         NOT INVALID KEY
011800             READ COLL-FILE NEXT RECORD
011810                 AT END
011820                     SET WS-MRG-DONE TO TRUE
011830             END-READ
011840     END-START
011850     PERFORM 7692-TABLE-ONE-MEMBER THRU 7692-EXIT
011860         UNTIL WS-MRG-DONE
011870     IF WS-MC-COUNT < 200
011880         SET WS-MRG-PASS-DONE TO TRUE
011890     END-IF
011900     PERFORM 7694-MOVE-ONE-MEMBER THRU 7694-EXIT
011910         VARYING WS-MC-IX FROM 1 BY 1
011920         UNTIL WS-MC-IX > WS-MC-COUNT.
011930 7690-EXIT.
011940     EXIT.
011950 7692-TABLE-ONE-MEMBER.
011960     IF NOT COL-IS-HEADER OF COL-RECORD
011970             AND COL-EVT-YEAR OF COL-RECORD = WS-MRG-RET-YEAR
011980             AND COL-EVT-SEQ-NO OF COL-RECORD = WS-MRG-RET-SEQ
011990         IF WS-MC-COUNT = 200
012000             SET WS-MRG-DONE TO TRUE
012010             GO TO 7692-EXIT
012020         END-IF
012030         ADD 1 TO WS-MC-COUNT
012040         MOVE COL-CODE OF COL-RECORD TO WS-MC-CODE (WS-MC-COUNT)
012050         MOVE COL-POSITION OF COL-RECORD
012060             TO WS-MC-POSITION (WS-MC-COUNT)
012070     END-IF
012080     READ COLL-FILE NEXT RECORD
012090         AT END
012100             SET WS-MRG-DONE TO TRUE
012110     END-READ.
012120 7692-EXIT.
012130     EXIT.
012140*================================================================
012150* 7694-MOVE-ONE-MEMBER  -  RE-POINT ONE MEMBER ROW AT THE
012160*                          SURVIVOR, OR DROP IT WHEN THE SURVIVOR
012170*                          IS IN THAT COLLECTION ALREADY
012180*================================================================
012190 7694-MOVE-ONE-MEMBER.
012200     MOVE WS-MC-CODE (WS-MC-IX) TO WS-MRG-HOLD-CODE
012210     PERFORM 7696-FIND-SURVIVOR THRU 7696-EXIT
012220     MOVE WS-MC-CODE (WS-MC-IX) TO COL-CODE OF COL-RECORD
012230     MOVE WS-MC-POSITION (WS-MC-IX) TO COL-POSITION OF COL-RECORD
012240     READ COLL-FILE
012250         INVALID KEY
012260             GO TO 7694-EXIT
012270     END-READ
012280     MOVE COL-RECORD TO WS-MRG-OLD-ROW
012290     IF WS-MRG-IN-COL
012300         DELETE COLL-FILE RECORD
012310             INVALID KEY
012320                 GO TO 7694-EXIT
012330         END-DELETE
012340         ADD 1 TO WS-MRG-DROPPED
012350         MOVE SPACES TO WS-MRG-NEW-ROW
012360     ELSE
012370         MOVE WS-MRG-SURV-YEAR TO COL-EVT-YEAR OF COL-RECORD
012380         MOVE WS-MRG-SURV-SEQ  TO COL-EVT-SEQ-NO OF COL-RECORD
012390         REWRITE COL-RECORD
012400             INVALID KEY
012410                 GO TO 7694-EXIT
012420         END-REWRITE
012430         ADD 1 TO WS-MRG-COL-MOVED
012440         MOVE COL-RECORD TO WS-MRG-NEW-ROW
012450     END-IF
012460     MOVE "MRG-COL" TO WS-MRG-JRN-FUNCTION
012470     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
012480 7694-EXIT.
012490     EXIT.
012500*================================================================
012510* 7696-FIND-SURVIVOR  -  IS THE SURVIVOR A MEMBER OF COLLECTION
012520*                        WS-MRG-HOLD-CODE ALREADY
012530*================================================================
012540 7696-FIND-SURVIVOR.
012550     MOVE "N" TO WS-MRG-IN-COL-SW
012560     MOVE WS-MRG-HOLD-CODE TO COL-CODE OF COL-RECORD
012570     MOVE 1 TO COL-POSITION OF COL-RECORD
012580     MOVE "N" TO WS-MRG-DONE-SW
012590     START COLL-FILE KEY IS NOT LESS THAN COL-KEY OF COL-RECORD
012600         INVALID KEY
012610             SET WS-MRG-DONE TO TRUE
012620         NOT INVALID KEY
012630             READ COLL-FILE NEXT RECORD
012640                 AT END
012650                     SET WS-MRG-DONE TO TRUE
012660             END-READ
012670     END-START
012680     PERFORM 7697-CHECK-ONE-MEMBER THRU 7697-EXIT
012690         UNTIL WS-MRG-DONE OR WS-MRG-IN-COL.
012700 7696-EXIT.
012710     EXIT.
012720 7697-CHECK-ONE-MEMBER.
012730     IF COL-CODE OF COL-RECORD NOT = WS-MRG-HOLD-CODE
012740         SET WS-MRG-DONE TO TRUE
012750         GO TO 7697-EXIT
012760     END-IF
012770     IF COL-EVT-YEAR OF COL-RECORD = WS-MRG-SURV-YEAR
012780             AND COL-EVT-SEQ-NO OF COL-RECORD = WS-MRG-SURV-SEQ
012790         SET WS-MRG-IN-COL TO TRUE
012800         GO TO 7697-EXIT
012810     END-IF
012820     READ COLL-FILE NEXT RECORD
012830         AT END
012840             SET WS-MRG-DONE TO TRUE
012850     END-READ.
012860 7697-EXIT.
012870     EXIT.
012880*================================================================
012890* 7698-JOURNAL-MOVE  -  ONE MRG- ROW TO SHMJRNL FOR A SATELLITE
012900*                       ROW THE MERGE MOVED OR DROPPED
012910*================================================================
012920 7698-JOURNAL-MOVE.
012930     MOVE SPACES TO JRN-RECORD
012940     ACCEPT JRN-DATE FROM DATE YYYYMMDD
012950     ACCEPT JRN-TIME FROM TIME
012960     MOVE WS-MRG-JRN-FUNCTION TO JRN-FUNCTION
012970     MOVE PND-OPERATOR OF PND-RECORD TO JRN-OPERATOR
012980     MOVE WS-MRG-OLD-ROW TO JRN-BEFORE-IMAGE
012990     MOVE WS-MRG-NEW-ROW TO JRN-AFTER-IMAGE
013000     WRITE JRN-RECORD.
013010 7698-EXIT.
013020     EXIT.
013030*================================================================
013040* 8000-TERMINATE
013050*================================================================
013060 8000-TERMINATE.
013070     CLOSE PEND-FILE
013080     CLOSE EVENT-FILE
013090     CLOSE JOURNAL-FILE
013100     CLOSE USER-FILE
013110     CLOSE NARR-FILE
013120     CLOSE XREF-FILE
013130     CLOSE LANG-FILE
013140     CLOSE CITE-FILE
013150     CLOSE EPLNK-FILE
013160     CLOSE EPRNK-FILE
013170     CLOSE EMLNK-FILE
013180     CLOSE FEAT-FILE
013190     CLOSE FBK-FILE
013200     CLOSE COLL-FILE
013210     IF WS-LOCK-TAKEN
013220         PERFORM 8100-RELEASE-LOCK THRU 8100-EXIT
013230     END-IF
013240     DISPLAY "SHMAPPR - CHANGES APPROVED   : " WS-APPROVED
013250     DISPLAY "SHMAPPR - CHANGES REJECTED   : " WS-REJECTED
013260     DISPLAY "SHMAPPR - CHANGES LEFT QUEUED: " WS-SKIPPED.
013270*================================================================
013280* 8100-RELEASE-LOCK  -  CLEAR SHMLOCK ON THE WAY OUT
013290*================================================================
013300 8100-RELEASE-LOCK.
013310     OPEN OUTPUT LOCK-FILE
013320     MOVE SPACES TO LOK-RECORD
013330     MOVE ZERO TO LOK-DATE
013340     MOVE ZERO TO LOK-TIME
013350     WRITE LOK-RECORD
013360     CLOSE LOCK-FILE
013370     MOVE "N" TO WS-LOCK-TAKEN-SW.
013380 8100-EXIT.
013390     EXIT.
013400*================================================================
013410* 9999-EXIT
013420*================================================================
013430 9999-EXIT.
013440     STOP RUN.
