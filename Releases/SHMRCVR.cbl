000370* 2026-09-02 RPK   START AND END ROWS NOW GO TO THE SHMRUNH
000380*                  RUN-HISTORY FILE WITH THE CONDITION CODE
000390*                  AND THE ROWS-APPLIED COUNT.
000391* 2026-10-15 RPK   MERGE ROWS FROM SHMMAINT/SHMAPPR - REPLAY
000392*                  DELETES THE RETIRED DUPLICATE (BEFORE
000393*                  IMAGE), BACKOUT WRITES IT BACK. THE SATELLITE
000394*                  ROWS THE MERGE MOVED TO THE SURVIVOR ARE NOT
000395*                  JOURNALED AND STAY WITH THE SURVIVOR.
000396* 2026-10-15 RPK   REPLAY CAN NOW START AT A SHMJRNP ARCHIVE
000397*                  GENERATION - A NON-ZERO PARM-FROM-GEN (BYTES
000398*                  24-27) IS LOOKED UP ON THE SHMJIDX INDEX AND
000399*                  THE SHMJRNA ROWS FROM THAT GENERATION'S FROM-
000400*                  DATE ON ARE REPLAYED AHEAD OF THE LIVE SHMJRNL,
000401*                  AGAINST A COPY RESTORED FROM THE BACKUP TAKEN
000402*                  BEFORE IT. IF THE ARCHIVE GIVES FEWER ROWS THAN
000403*                  THE INDEX SAYS THE GENERATIONS HOLD, THE REPLAY
000404*                  STOPS CC 8 BEFORE THE LIVE JOURNAL. BACKOUT
000405*                  STAYS ON THE LIVE JOURNAL ONLY.
000406* 2026-10-15 RPK   A MERGE NOW JOURNALS EVERY SATELLITE ROW IT
000407*                  MOVES OR DROPS AS A MRG- ROW AHEAD OF THE MERGE
000408*                  ROW, SO REPLAY SHIFTS EACH ONE FROM THE RETIRED
000409*                  KEY TO THE SURVIVOR AND BACKOUT SHIFTS IT BACK
000410*                  (AND PUTS A DROPPED ROW BACK) - A BACKED-OUT
000411*                  MERGE LEAVES BOTH EVENTS AS THEY STOOD. THE TEN
000412*                  SATELLITE FILES ARE OPENED I-O FOR IT; A REPLAY
000413*                  NEEDS THEM RESTORED FROM THE SAME BACKUP AS
000414*                  SHMEVTF.
000415*================================================================
000416 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000490     SELECT JOURNAL-FILE ASSIGN TO "SHMJRNL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-JRN-STATUS.
000511     SELECT ARCHIVE-FILE ASSIGN TO "SHMJRNA"
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS WS-ARC-STATUS.
000514     SELECT INDEX-FILE ASSIGN TO "SHMJIDX"
000515         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-IDX-STATUS.
000520     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000560         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-EVT-STATUS.
000581     SELECT NARR-FILE ASSIGN TO "SHMNARR"
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS DYNAMIC
000584         RECORD KEY IS NAR-KEY OF NAR-RECORD
000585         FILE STATUS IS WS-NAR-STATUS.
000586     SELECT CITE-FILE ASSIGN TO "SHMCITF"
000587         ORGANIZATION IS INDEXED
000588         ACCESS MODE IS DYNAMIC
000589         RECORD KEY IS CIT-KEY OF CIT-RECORD
000590         FILE STATUS IS WS-CIT-STATUS.
000591     SELECT LANG-FILE ASSIGN TO "SHMLANG"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS LNG-KEY OF LNG-RECORD
000595         FILE STATUS IS WS-LNG-STATUS.
000596     SELECT EPLNK-FILE ASSIGN TO "SHMEPLF"
000597         ORGANIZATION IS INDEXED
000598         ACCESS MODE IS DYNAMIC
000599         RECORD KEY IS EPL-KEY OF EPL-RECORD
000600         FILE STATUS IS WS-EPL-STATUS.
000601     SELECT EPRNK-FILE ASSIGN TO "SHMEPRF"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS EPR-KEY OF EPR-RECORD
000605         FILE STATUS IS WS-EPR-STATUS.
000606     SELECT EMLNK-FILE ASSIGN TO "SHMEMLF"
000607         ORGANIZATION IS INDEXED
000608         ACCESS MODE IS DYNAMIC
000609         RECORD KEY IS EML-KEY OF EML-RECORD
000610         FILE STATUS IS WS-EML-STATUS.
000611     SELECT FEAT-FILE ASSIGN TO "SHMFEAF"
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS DYNAMIC
000614         RECORD KEY IS FEA-DATE OF FEA-RECORD
000615         ALTERNATE RECORD KEY IS FEA-EVT-KEY OF FEA-RECORD
000616             WITH DUPLICATES
000617         FILE STATUS IS WS-FEA-STATUS.
000618     SELECT FBK-FILE ASSIGN TO "SHMFBKF"
000619         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000621         RECORD KEY IS FBK-KEY OF FBK-RECORD
000622         FILE STATUS IS WS-FBK-STATUS.
000623     SELECT XREF-FILE ASSIGN TO "SHMXREF"
000624         ORGANIZATION IS INDEXED
000625         ACCESS MODE IS DYNAMIC
000626         RECORD KEY IS XRF-KEY OF XRF-RECORD
000627         FILE STATUS IS WS-XRF-STATUS.
000628     SELECT COLL-FILE ASSIGN TO "SHMCOLF"
000629         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000631         RECORD KEY IS COL-KEY OF COL-RECORD
000632         FILE STATUS IS WS-COL-STATUS.
000633     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
000634         ORGANIZATION IS LINE SEQUENTIAL
000635         FILE STATUS IS WS-RUN-STATUS.
000636 DATA DIVISION.
000637 FILE SECTION.
000640 FD  PARM-FILE
000650     RECORD CONTAINS 30 CHARACTERS.
000660 01  PARM-RECORD.
000690         88  PARM-MODE-BACKOUT     VALUE "BACKOUT".
000700     05  PARM-TO-DATE          PIC 9(08).
000710     05  PARM-TO-TIME          PIC 9(08).
000716     05  PARM-FROM-GEN         PIC 9(04).
000722     05  FILLER                PIC X(03).
000730 FD  JOURNAL-FILE
000740     RECORD CONTAINS 512 CHARACTERS.
000750     COPY JRNREC.
000751 FD  ARCHIVE-FILE
000752     RECORD CONTAINS 512 CHARACTERS.
000753 01  ARC-RECORD                PIC X(512).
000754 FD  INDEX-FILE
000755     RECORD CONTAINS 40 CHARACTERS.
000756     COPY JIXREC.
000760 FD  EVENT-FILE
000770     RECORD CONTAINS 240 CHARACTERS.
000780     COPY EVTREC.
000781 FD  NARR-FILE
000782     RECORD CONTAINS 140 CHARACTERS.
000783     COPY NARREC.
000784 FD  CITE-FILE
000785     RECORD CONTAINS 100 CHARACTERS.
000786     COPY CITREC.
000787 FD  LANG-FILE
000788     RECORD CONTAINS 220 CHARACTERS.
000789     COPY LNGREC.
000790 FD  EPLNK-FILE
000791     RECORD CONTAINS 20 CHARACTERS.
000792     COPY EPLREC.
000793 FD  EPRNK-FILE
000794     RECORD CONTAINS 20 CHARACTERS.
000795     COPY EPRREC.
000796 FD  EMLNK-FILE
000797     RECORD CONTAINS 20 CHARACTERS.
000798     COPY EMLREC.
000799 FD  FEAT-FILE
000800     RECORD CONTAINS 100 CHARACTERS.
000801     COPY FEAREC.
000802 FD  FBK-FILE
000803     RECORD CONTAINS 120 CHARACTERS.
000804     COPY FBKREC.
000805 FD  XREF-FILE
000806     RECORD CONTAINS 40 CHARACTERS.
000807     COPY XRFREC.
000808 FD  COLL-FILE
000809     RECORD CONTAINS 80 CHARACTERS.
000810     COPY COLREC.
000811 FD  RUN-FILE
000812     RECORD CONTAINS 40 CHARACTERS.
000813     COPY RUNREC.
000820 WORKING-STORAGE SECTION.
000830 01  WS-RUN-STATUS             PIC X(02) VALUE "00".
000840 01  WS-RUN-OPEN-SW            PIC X(01) VALUE "N".
000870 01  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
000880 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
000890 01  WS-JRN-STATUS             PIC X(02) VALUE "00".
000891 01  WS-ARC-STATUS             PIC X(02) VALUE "00".
000892 01  WS-IDX-STATUS             PIC X(02) VALUE "00".
000893 01  WS-NAR-STATUS             PIC X(02) VALUE "00".
000894 01  WS-CIT-STATUS             PIC X(02) VALUE "00".
000895 01  WS-LNG-STATUS             PIC X(02) VALUE "00".
000896 01  WS-EPL-STATUS             PIC X(02) VALUE "00".
000897 01  WS-EPR-STATUS             PIC X(02) VALUE "00".
000898 01  WS-EML-STATUS             PIC X(02) VALUE "00".
000899 01  WS-FEA-STATUS             PIC X(02) VALUE "00".
000900 01  WS-FBK-STATUS             PIC X(02) VALUE "00".
000901 01  WS-XRF-STATUS             PIC X(02) VALUE "00".
000902 01  WS-COL-STATUS             PIC X(02) VALUE "00".
000903 01  WS-SWITCHES.
000910     05  WS-EOF-SW             PIC X(01) VALUE "N".
000920         88  WS-EOF                VALUE "Y".
000930     05  WS-NO-PARM-SW         PIC X(01) VALUE "N".
000980         88  WS-IN-SCOPE           VALUE "Y".
000990     05  WS-JT-OVERFLOW-SW     PIC X(01) VALUE "N".
001000         88  WS-JT-OVERFLOW        VALUE "Y".
001001     05  WS-ARC-MODE-SW        PIC X(01) VALUE "N".
001002         88  WS-ARC-MODE           VALUE "Y".
001003     05  WS-ROW-READY-SW       PIC X(01) VALUE "N".
001004         88  WS-ROW-READY          VALUE "Y".
001005     05  WS-GEN-FOUND-SW       PIC X(01) VALUE "N".
001006         88  WS-GEN-FOUND          VALUE "Y".
001007     05  WS-IDX-EOF-SW         PIC X(01) VALUE "N".
001008         88  WS-IDX-EOF            VALUE "Y".
001009     05  WS-MV-FAILED-SW       PIC X(01) VALUE "N".
001010         88  WS-MV-FAILED          VALUE "Y".
001011 01  WS-ARC-FROM-DATE          PIC 9(08) VALUE ZERO.
001012 01  WS-ARC-EXPECTED           PIC 9(07) COMP VALUE ZERO.
001013 01  WS-ARC-TAKEN              PIC 9(07) COMP VALUE ZERO.
001014 01  WS-COND-CODE              PIC 9(02) VALUE ZERO.
001015 01  WS-MV-FUNCTION            PIC X(08).
001016 01  WS-MV-FROM-ROW            PIC X(240).
001017 01  WS-MV-TO-ROW              PIC X(240).
001020 01  WS-COUNTERS.
001030     05  WS-JRN-READ           PIC 9(05) COMP VALUE ZERO.
001040     05  WS-ROWS-APPLIED       PIC 9(05) COMP VALUE ZERO.
001080     05  WS-JT-COUNT           PIC 9(04) COMP VALUE ZERO.
001090     05  WS-JT-ENTRY OCCURS 2000 TIMES.
001100         10  WS-JT-FUNCTION    PIC X(08).
001101             88  WS-JT-MRG-MOVE    VALUE "MRG-NARR" "MRG-CITE"
001102                                     "MRG-LANG" "MRG-PLC"
001103                                     "MRG-XREF" "MRG-PER"
001104                                     "MRG-MED" "MRG-COL"
001105                                     "MRG-FEA" "MRG-FBK".
001110         10  WS-JT-BEFORE      PIC X(240).
001120         10  WS-JT-AFTER       PIC X(240).
001130 01  WS-IX                     PIC S9(04) COMP.
001630         MOVE 8 TO WS-COND-CODE
001640         GO TO 1000-EXIT
001650     END-IF
001651     IF PARM-FROM-GEN NUMERIC AND PARM-FROM-GEN NOT = ZERO
001652             AND PARM-MODE-BACKOUT
001653         DISPLAY "SHMRCVR - BACKOUT RUNS ON THE LIVE JOURNAL "
001654             "ONLY - LEAVE FROM-GEN BLANK"
001655         SET WS-NO-PARM TO TRUE
001656         MOVE 8 TO WS-COND-CODE
001657         GO TO 1000-EXIT
001658     END-IF
001660     OPEN INPUT JOURNAL-FILE
001670     IF WS-JRN-STATUS NOT = "00"
001680         DISPLAY "SHMRCVR - SHMJRNL OPEN FAILED, STATUS "
001790         MOVE 8 TO WS-COND-CODE
001800         GO TO 1000-EXIT
001810     END-IF
001811     OPEN I-O NARR-FILE
001812     IF WS-NAR-STATUS NOT = "00"
001813         OPEN OUTPUT NARR-FILE
001814         CLOSE NARR-FILE
001815         OPEN I-O NARR-FILE
001816     END-IF
001817     OPEN I-O CITE-FILE
001818     IF WS-CIT-STATUS NOT = "00"
001819         OPEN OUTPUT CITE-FILE
001820         CLOSE CITE-FILE
001821         OPEN I-O CITE-FILE
001822     END-IF
001823     OPEN I-O LANG-FILE
001824     IF WS-LNG-STATUS NOT = "00"
001825         OPEN OUTPUT LANG-FILE
001826         CLOSE LANG-FILE
001827         OPEN I-O LANG-FILE
001828     END-IF
001829     OPEN I-O EPLNK-FILE
001830     IF WS-EPL-STATUS NOT = "00"
001831         OPEN OUTPUT EPLNK-FILE
001832         CLOSE EPLNK-FILE
001833         OPEN I-O EPLNK-FILE
001834     END-IF
001835     OPEN I-O EPRNK-FILE
001836     IF WS-EPR-STATUS NOT = "00"
001837         OPEN OUTPUT EPRNK-FILE
001838         CLOSE EPRNK-FILE
001839         OPEN I-O EPRNK-FILE
001840     END-IF
001841     OPEN I-O EMLNK-FILE
001842     IF WS-EML-STATUS NOT = "00"
001843         OPEN OUTPUT EMLNK-FILE
001844         CLOSE EMLNK-FILE
001845         OPEN I-O EMLNK-FILE
001846     END-IF
001847     OPEN I-O FEAT-FILE
001848     IF WS-FEA-STATUS NOT = "00"
001849         OPEN OUTPUT FEAT-FILE
001850         CLOSE FEAT-FILE
001851         OPEN I-O FEAT-FILE
001852     END-IF
001853     OPEN I-O FBK-FILE
001854     IF WS-FBK-STATUS NOT = "00"
001855         OPEN OUTPUT FBK-FILE
001856         CLOSE FBK-FILE
001857         OPEN I-O FBK-FILE
001858     END-IF
001859     OPEN I-O XREF-FILE
001860     IF WS-XRF-STATUS NOT = "00"
001861         OPEN OUTPUT XREF-FILE
001862         CLOSE XREF-FILE
001863         OPEN I-O XREF-FILE
001864     END-IF
001865     OPEN I-O COLL-FILE
001866     IF WS-COL-STATUS NOT = "00"
001867         OPEN OUTPUT COLL-FILE
001868         CLOSE COLL-FILE
001869         OPEN I-O COLL-FILE
001870     END-IF
001871     IF PARM-FROM-GEN NUMERIC AND PARM-FROM-GEN NOT = ZERO
001872         PERFORM 1200-FIND-GENERATION THRU 1200-EXIT
001873         IF WS-FILE-ERROR
001874             GO TO 1000-EXIT
001875         END-IF
001876         OPEN INPUT ARCHIVE-FILE
001877         IF WS-ARC-STATUS NOT = "00"
001878             DISPLAY "SHMRCVR - SHMJRNA OPEN FAILED, STATUS "
001879                 WS-ARC-STATUS
001880             SET WS-FILE-ERROR TO TRUE
001881             MOVE 8 TO WS-COND-CODE
001882             GO TO 1000-EXIT
001883         END-IF
001884         SET WS-ARC-MODE TO TRUE
001885     END-IF
001886     PERFORM 3050-READ-NEXT-ROW THRU 3050-EXIT.
001887 1000-EXIT.
001888     EXIT.
001889*================================================================
001890* 1200-FIND-GENERATION  -  FROM-DATE OF PARM-FROM-GEN OFF SHMJIDX,
001891*                          AND THE ROWS IT AND LATER ONES HOLD
001892*================================================================
001893 1200-FIND-GENERATION.
001894     OPEN INPUT INDEX-FILE
001895     IF WS-IDX-STATUS NOT = "00"
001896         DISPLAY "SHMRCVR - SHMJIDX OPEN FAILED, STATUS "
001897             WS-IDX-STATUS
001898         SET WS-FILE-ERROR TO TRUE
001899         MOVE 8 TO WS-COND-CODE
001900         GO TO 1200-EXIT
001901     END-IF
001902     PERFORM 1250-SCAN-ONE-GEN THRU 1250-EXIT
001903         UNTIL WS-IDX-EOF
001904     CLOSE INDEX-FILE
001905     IF NOT WS-GEN-FOUND
001906         DISPLAY "SHMRCVR - GENERATION " PARM-FROM-GEN
001907             " NOT ON SHMJIDX"
001908         SET WS-FILE-ERROR TO TRUE
001909         MOVE 8 TO WS-COND-CODE
001910         GO TO 1200-EXIT
001911     END-IF
001912     DISPLAY "SHMRCVR - ARCHIVE GENERATION " PARM-FROM-GEN
001913         " FROM " WS-ARC-FROM-DATE.
001914 1200-EXIT.
001915     EXIT.
001916*================================================================
001917* 1250-SCAN-ONE-GEN  -  ONE SHMJIDX ROW
001918*================================================================
001919 1250-SCAN-ONE-GEN.
001920     READ INDEX-FILE
001921         AT END
001922             SET WS-IDX-EOF TO TRUE
001923             GO TO 1250-EXIT
001924     END-READ
001925     IF JIX-GEN-NO NOT NUMERIC
001926         GO TO 1250-EXIT
001927     END-IF
001928     IF JIX-GEN-NO = PARM-FROM-GEN
001929         SET WS-GEN-FOUND TO TRUE
001930         MOVE JIX-FROM-DATE TO WS-ARC-FROM-DATE
001931     END-IF
001932     IF JIX-GEN-NO NOT < PARM-FROM-GEN
001933         ADD JIX-ROW-COUNT TO WS-ARC-EXPECTED
001934     END-IF.
001935 1250-EXIT.
001936     EXIT.
001937*================================================================
001938* 2000-TEST-SCOPE  -  IS THIS ROW ON OR BEFORE THE TARGET TIME
001939*================================================================
001940 2000-TEST-SCOPE.
001941     MOVE "N" TO WS-IN-SCOPE-SW
001942     IF PARM-TO-DATE = ZERO
001943         SET WS-IN-SCOPE TO TRUE
001950         GO TO 2000-EXIT
001960     END-IF
001970     IF JRN-DATE < PARM-TO-DATE
002100 3000-REPLAY.
002110     DISPLAY "SHMRCVR - REPLAYING JOURNAL TO " PARM-TO-DATE
002120         " " PARM-TO-TIME
002122     IF WS-ARC-MODE
002124         DISPLAY "SHMRCVR - STARTING AT ARCHIVE GENERATION "
002126             PARM-FROM-GEN
002128     END-IF
002130     PERFORM 3100-REPLAY-ONE-ROW THRU 3100-EXIT
002140         UNTIL WS-EOF.
002150 3000-EXIT.
002151     EXIT.
002152*================================================================
002153* 3050-READ-NEXT-ROW  -  NEXT ARCHIVE ROW WHILE THE ARCHIVE LASTS,
002154*                        THEN THE LIVE JOURNAL
002155*================================================================
002156 3050-READ-NEXT-ROW.
002157     MOVE "N" TO WS-ROW-READY-SW
002158     IF WS-ARC-MODE
002159         PERFORM 3060-READ-ARCHIVE-ROW THRU 3060-EXIT
002160             UNTIL WS-ROW-READY OR NOT WS-ARC-MODE
002161         IF WS-ROW-READY OR WS-EOF
002162             GO TO 3050-EXIT
002163         END-IF
002164     END-IF
002165     READ JOURNAL-FILE
002166         AT END
002167             SET WS-EOF TO TRUE
002168     END-READ.
002169 3050-EXIT.
002170     EXIT.
002171*================================================================
002172* 3060-READ-ARCHIVE-ROW  -  SKIP GENERATIONS BEFORE THE FROM-DATE;
002173*                           AT THE END, PROVE NOTHING WAS MISSED
002174*================================================================
002175 3060-READ-ARCHIVE-ROW.
002176     READ ARCHIVE-FILE INTO JRN-RECORD
002177         AT END
002178             MOVE "N" TO WS-ARC-MODE-SW
002179             CLOSE ARCHIVE-FILE
002180             GO TO 3060-CHECK-COUNT
002181     END-READ
002182     IF JRN-DATE < WS-ARC-FROM-DATE
002183         GO TO 3060-EXIT
002184     END-IF
002185     ADD 1 TO WS-ARC-TAKEN
002186     SET WS-ROW-READY TO TRUE
002187     GO TO 3060-EXIT.
002188 3060-CHECK-COUNT.
002189     DISPLAY "SHMRCVR - ARCHIVE ROWS TAKEN : " WS-ARC-TAKEN
002190     IF WS-ARC-TAKEN < WS-ARC-EXPECTED
002191         DISPLAY "SHMRCVR - SHMJIDX EXPECTS " WS-ARC-EXPECTED
002192             " ROWS - A GENERATION IS MISSING FROM SHMJRNA"
002193         DISPLAY "SHMRCVR - REPLAY STOPPED AHEAD OF SHMJRNL"
002194         SET WS-EOF TO TRUE
002195         MOVE 8 TO WS-COND-CODE
002196     END-IF.
002197 3060-EXIT.
002198     EXIT.
002199*================================================================
002200* 3100-REPLAY-ONE-ROW  -  ONE JOURNAL ROW FORWARD, THEN NEXT
002201*================================================================
002202 3100-REPLAY-ONE-ROW.
002210     ADD 1 TO WS-JRN-READ
002220     PERFORM 2000-TEST-SCOPE THRU 2000-EXIT
002230     IF NOT WS-IN-SCOPE
002470                 NOT INVALID KEY
002480                     ADD 1 TO WS-ROWS-APPLIED
002490             END-REWRITE
002491         WHEN JRN-FN-MERGE
002492             MOVE JRN-BEFORE-IMAGE TO EVT-RECORD
002493             DELETE EVENT-FILE RECORD
002494                 INVALID KEY
002495                     ADD 1 TO WS-ROWS-FAILED
002496                     DISPLAY "SHMRCVR - MERGE FAILED FOR "
002497                         EVT-YEAR OF EVT-RECORD "-"
002498                         EVT-SEQ-NO OF EVT-RECORD
002499                 NOT INVALID KEY
002500                     ADD 1 TO WS-ROWS-APPLIED
002501             END-DELETE
002502         WHEN JRN-FN-MRG-MOVE
002503             MOVE JRN-FUNCTION TO WS-MV-FUNCTION
002504             MOVE JRN-BEFORE-IMAGE TO WS-MV-FROM-ROW
002505             MOVE JRN-AFTER-IMAGE TO WS-MV-TO-ROW
002506             PERFORM 4500-SHIFT-SATELLITE THRU 4500-EXIT
002507         WHEN OTHER
002510             ADD 1 TO WS-ROWS-FAILED
002520             DISPLAY "SHMRCVR - UNKNOWN JOURNAL FUNCTION "
002530                 JRN-FUNCTION
002540     END-EVALUATE.
002550 3100-READ-NEXT.
002560     PERFORM 3050-READ-NEXT-ROW THRU 3050-EXIT.
002600 3100-EXIT.
002610     EXIT.
002620*================================================================
003100     EXIT.
003110*================================================================
003120* 4200-UNDO-ONE-ROW  -  NEWEST FIRST - REMOVE ADDS, PUT BACK
003126*                       THE BEFORE IMAGE OF UPDATES AND
003132*                       MERGES, MOVE MERGED ROWS BACK
003140*================================================================
003150 4200-UNDO-ONE-ROW.
003160     EVALUATE TRUE
003360                 NOT INVALID KEY
003370                     ADD 1 TO WS-ROWS-APPLIED
003380             END-REWRITE
003381         WHEN WS-JT-FUNCTION (WS-IX) = "MERGE"
003382             MOVE WS-JT-BEFORE (WS-IX) TO EVT-RECORD
003383             WRITE EVT-RECORD
003384                 INVALID KEY
003385                     ADD 1 TO WS-ROWS-FAILED
003386                     DISPLAY "SHMRCVR - BACKOUT RESTORE FAILED "
003387                         "FOR " EVT-YEAR OF EVT-RECORD "-"
003388                         EVT-SEQ-NO OF EVT-RECORD
003389                 NOT INVALID KEY
003390                     ADD 1 TO WS-ROWS-APPLIED
003391             END-WRITE
003392         WHEN WS-JT-MRG-MOVE (WS-IX)
003393             MOVE WS-JT-FUNCTION (WS-IX) TO WS-MV-FUNCTION
003394             MOVE WS-JT-AFTER (WS-IX) TO WS-MV-FROM-ROW
003395             MOVE WS-JT-BEFORE (WS-IX) TO WS-MV-TO-ROW
003396             PERFORM 4500-SHIFT-SATELLITE THRU 4500-EXIT
003397         WHEN OTHER
003400             ADD 1 TO WS-ROWS-FAILED
003410             DISPLAY "SHMRCVR - UNKNOWN JOURNAL FUNCTION "
003420                 WS-JT-FUNCTION (WS-IX)
003440 4200-EXIT.
003450     EXIT.
003460*================================================================
003461* 4500-SHIFT-SATELLITE  -  ONE MRG- ROW. WS-MV-FROM-ROW COMES
003462*                          OFF THE FILE THE FUNCTION NAMES AND
003463*                          WS-MV-TO-ROW GOES ON - REPLAY SHIFTS
003464*                          RETIRED TO SURVIVOR, BACKOUT SURVIVOR
003465*                          BACK TO RETIRED. A SPACES IMAGE IS A
003466*                          ROW THE MERGE DROPPED - THAT SIDE IS
003467*                          SKIPPED
003468*================================================================
003469 4500-SHIFT-SATELLITE.
003470     MOVE "N" TO WS-MV-FAILED-SW
003471     EVALUATE WS-MV-FUNCTION
003472         WHEN "MRG-NARR"
003473             PERFORM 4510-SHIFT-NARR THRU 4510-EXIT
003474         WHEN "MRG-CITE"
003475             PERFORM 4515-SHIFT-CITE THRU 4515-EXIT
003476         WHEN "MRG-LANG"
003477             PERFORM 4520-SHIFT-LANG THRU 4520-EXIT
003478         WHEN "MRG-PLC"
003479             PERFORM 4525-SHIFT-PLACE THRU 4525-EXIT
003480         WHEN "MRG-PER"
003481             PERFORM 4530-SHIFT-PERSON THRU 4530-EXIT
003482         WHEN "MRG-MED"
003483             PERFORM 4535-SHIFT-MEDIA THRU 4535-EXIT
003484         WHEN "MRG-FEA"
003485             PERFORM 4540-SHIFT-FEATURE THRU 4540-EXIT
003486         WHEN "MRG-FBK"
003487             PERFORM 4545-SHIFT-FLAG THRU 4545-EXIT
003488         WHEN "MRG-XREF"
003489             PERFORM 4550-SHIFT-XREF THRU 4550-EXIT
003490         WHEN "MRG-COL"
003491             PERFORM 4555-SHIFT-MEMBER THRU 4555-EXIT
003492     END-EVALUATE
003493     IF WS-MV-FAILED
003494         ADD 1 TO WS-ROWS-FAILED
003495         DISPLAY "SHMRCVR - " WS-MV-FUNCTION " SHIFT FAILED FOR "
003496             WS-MV-FROM-ROW (1:16) " / " WS-MV-TO-ROW (1:16)
003497     ELSE
003498         ADD 1 TO WS-ROWS-APPLIED
003499     END-IF.
003500 4500-EXIT.
003501     EXIT.
003502 4510-SHIFT-NARR.
003503     IF WS-MV-FROM-ROW NOT = SPACES
003504         MOVE WS-MV-FROM-ROW TO NAR-RECORD
003505         DELETE NARR-FILE RECORD
003506             INVALID KEY
003507                 SET WS-MV-FAILED TO TRUE
003508         END-DELETE
003509     END-IF
003510     IF WS-MV-TO-ROW NOT = SPACES
003511         MOVE WS-MV-TO-ROW TO NAR-RECORD
003512         WRITE NAR-RECORD
003513             INVALID KEY
003514                 SET WS-MV-FAILED TO TRUE
003515         END-WRITE
003516     END-IF.
003517 4510-EXIT.
003518     EXIT.
003519 4515-SHIFT-CITE.
003520     IF WS-MV-FROM-ROW NOT = SPACES
003521         MOVE WS-MV-FROM-ROW TO CIT-RECORD
003522         DELETE CITE-FILE RECORD
003523             INVALID KEY
003524                 SET WS-MV-FAILED TO TRUE
003525         END-DELETE
003526     END-IF
003527     IF WS-MV-TO-ROW NOT = SPACES
003528         MOVE WS-MV-TO-ROW TO CIT-RECORD
003529         WRITE CIT-RECORD
003530             INVALID KEY
003531                 SET WS-MV-FAILED TO TRUE
003532         END-WRITE
003533     END-IF.
003534 4515-EXIT.
003535     EXIT.
003536 4520-SHIFT-LANG.
003537     IF WS-MV-FROM-ROW NOT = SPACES
003538         MOVE WS-MV-FROM-ROW TO LNG-RECORD
003539         DELETE LANG-FILE RECORD
003540             INVALID KEY
003541                 SET WS-MV-FAILED TO TRUE
003542         END-DELETE
003543     END-IF
003544     IF WS-MV-TO-ROW NOT = SPACES
003545         MOVE WS-MV-TO-ROW TO LNG-RECORD
003546         WRITE LNG-RECORD
003547             INVALID KEY
003548                 SET WS-MV-FAILED TO TRUE
003549         END-WRITE
003550     END-IF.
003551 4520-EXIT.
003552     EXIT.
003553 4525-SHIFT-PLACE.
003554     IF WS-MV-FROM-ROW NOT = SPACES
003555         MOVE WS-MV-FROM-ROW TO EPL-RECORD
003556         DELETE EPLNK-FILE RECORD
003557             INVALID KEY
003558                 SET WS-MV-FAILED TO TRUE
003559         END-DELETE
003560     END-IF
003561     IF WS-MV-TO-ROW NOT = SPACES
003562         MOVE WS-MV-TO-ROW TO EPL-RECORD
003563         WRITE EPL-RECORD
003564             INVALID KEY
003565                 SET WS-MV-FAILED TO TRUE
003566         END-WRITE
003567     END-IF.
003568 4525-EXIT.
003569     EXIT.
003570 4530-SHIFT-PERSON.
003571     IF WS-MV-FROM-ROW NOT = SPACES
003572         MOVE WS-MV-FROM-ROW TO EPR-RECORD
003573         DELETE EPRNK-FILE RECORD
003574             INVALID KEY
003575                 SET WS-MV-FAILED TO TRUE
003576         END-DELETE
003577     END-IF
003578     IF WS-MV-TO-ROW NOT = SPACES
003579         MOVE WS-MV-TO-ROW TO EPR-RECORD
003580         WRITE EPR-RECORD
003581             INVALID KEY
003582                 SET WS-MV-FAILED TO TRUE
003583         END-WRITE
003584     END-IF.
003585 4530-EXIT.
003586     EXIT.
003587 4535-SHIFT-MEDIA.
003588     IF WS-MV-FROM-ROW NOT = SPACES
003589         MOVE WS-MV-FROM-ROW TO EML-RECORD
003590         DELETE EMLNK-FILE RECORD
003591             INVALID KEY
003592                 SET WS-MV-FAILED TO TRUE
003593         END-DELETE
003594     END-IF
003595     IF WS-MV-TO-ROW NOT = SPACES
003596         MOVE WS-MV-TO-ROW TO EML-RECORD
003597         WRITE EML-RECORD
003598             INVALID KEY
003599                 SET WS-MV-FAILED TO TRUE
003600         END-WRITE
003601     END-IF.
003602 4535-EXIT.
003603     EXIT.
003604 4540-SHIFT-FEATURE.
003605     IF WS-MV-FROM-ROW NOT = SPACES
003606         MOVE WS-MV-FROM-ROW TO FEA-RECORD
003607         DELETE FEAT-FILE RECORD
003608             INVALID KEY
003609                 SET WS-MV-FAILED TO TRUE
003610         END-DELETE
003611     END-IF
003612     IF WS-MV-TO-ROW NOT = SPACES
003613         MOVE WS-MV-TO-ROW TO FEA-RECORD
003614         WRITE FEA-RECORD
003615             INVALID KEY
003616                 SET WS-MV-FAILED TO TRUE
003617         END-WRITE
003618     END-IF.
003619 4540-EXIT.
003620     EXIT.
003621 4545-SHIFT-FLAG.
003622     IF WS-MV-FROM-ROW NOT = SPACES
003623         MOVE WS-MV-FROM-ROW TO FBK-RECORD
003624         DELETE FBK-FILE RECORD
003625             INVALID KEY
003626                 SET WS-MV-FAILED TO TRUE
003627         END-DELETE
003628     END-IF
003629     IF WS-MV-TO-ROW NOT = SPACES
003630         MOVE WS-MV-TO-ROW TO FBK-RECORD
003631         WRITE FBK-RECORD
003632             INVALID KEY
003633                 SET WS-MV-FAILED TO TRUE
003634         END-WRITE
003635     END-IF.
003636 4545-EXIT.
003637     EXIT.
003638 4550-SHIFT-XREF.
003639     IF WS-MV-FROM-ROW NOT = SPACES
003640         MOVE WS-MV-FROM-ROW TO XRF-RECORD
003641         DELETE XREF-FILE RECORD
003642             INVALID KEY
003643                 SET WS-MV-FAILED TO TRUE
003644         END-DELETE
003645     END-IF
003646     IF WS-MV-TO-ROW NOT = SPACES
003647         MOVE WS-MV-TO-ROW TO XRF-RECORD
003648         WRITE XRF-RECORD
003649             INVALID KEY
003650                 SET WS-MV-FAILED TO TRUE
003651         END-WRITE
003652     END-IF.
003653 4550-EXIT.
003654     EXIT.
003655 4555-SHIFT-MEMBER.
003656     IF WS-MV-FROM-ROW NOT = SPACES
003657         MOVE WS-MV-FROM-ROW TO COL-RECORD
003658         DELETE COLL-FILE RECORD
003659             INVALID KEY
003660                 SET WS-MV-FAILED TO TRUE
003661         END-DELETE
003662     END-IF
003663     IF WS-MV-TO-ROW NOT = SPACES
003664         MOVE WS-MV-TO-ROW TO COL-RECORD
003665         WRITE COL-RECORD
003666             INVALID KEY
003667                 SET WS-MV-FAILED TO TRUE
003668         END-WRITE
003669     END-IF.
003670 4555-EXIT.
003671     EXIT.
003672*================================================================
003673* 8000-TERMINATE
003674*================================================================
003675 8000-TERMINATE.
003676     CLOSE JOURNAL-FILE
003677     CLOSE EVENT-FILE
003678     CLOSE NARR-FILE
003679     CLOSE CITE-FILE
003680     CLOSE LANG-FILE
003681     CLOSE EPLNK-FILE
003682     CLOSE EPRNK-FILE
003683     CLOSE EMLNK-FILE
003684     CLOSE FEAT-FILE
003685     CLOSE FBK-FILE
003686     CLOSE XREF-FILE
003687     CLOSE COLL-FILE
003688     DISPLAY "SHMRCVR - JOURNAL ROWS READ  : " WS-JRN-READ
003689     DISPLAY "SHMRCVR - ROWS APPLIED       : " WS-ROWS-APPLIED
003690     DISPLAY "SHMRCVR - ROWS OUT OF SCOPE  : " WS-ROWS-SKIPPED
003691     DISPLAY "SHMRCVR - ROWS FAILED        : " WS-ROWS-FAILED
003692     IF WS-ROWS-FAILED > ZERO AND WS-COND-CODE < 4
003693         MOVE 4 TO WS-COND-CODE
003694     END-IF.
003695*================================================================
003696* 7750-LOG-RUN  -  ONE START OR END ROW TO SHMRUNH
003697*================================================================
003698 7750-LOG-RUN.
003699     IF NOT WS-RUN-OPEN
003700         GO TO 7750-EXIT
003701     END-IF
003702     MOVE SPACES TO RUN-RECORD
003703     ACCEPT RUN-DATE FROM DATE YYYYMMDD
003704     ACCEPT RUN-TIME FROM TIME
003705     MOVE "SHMRCVR" TO RUN-PROGRAM
003706     MOVE WS-RUN-EVENT TO RUN-EVENT
003710     MOVE WS-COND-CODE TO RUN-COND-CODE
003720     MOVE WS-RUN-COUNT TO RUN-COUNT
003730     WRITE RUN-RECORD.
