001620* 2026-09-02 RPK   START AND END ROWS NOW GO TO THE SHMRUNH
001630*                  RUN-HISTORY FILE WITH THE CONDITION CODE
001640*                  AND THE DETAIL-LINES-PRINTED COUNT.
001641* 2026-10-15 RPK   7500-RESOLVE-TEXT FLAGS A SHMLANG TEXT
001642*                  SHMTRAN HAS MARKED STALE WITH THE SAME * AS
001643*                  A MISSING TRANSLATION, AS TIME-MACHINE DOES.
001644* 2026-10-15 RPK   REPT-TYPE COL PRINTS A FIXED-SIZE EXHIBIT
001645*                  PLACARD FOR EACH MEMBER OF THE SHMCOLF
001646*                  COLLECTION NAMED IN BYTES 49-56 OF THE CARD
001647*                  (THE KEYWORD-1 POSITIONS), IN THE CURATOR'S
001648*                  ORDER - HEADLINE IN THE PARM-LANG LANGUAGE,
001649*                  DATE, THE FIRST TWO SHMNARR LINES AND THE
001650*                  FIRST SHMCITF SOURCE. A PLACARD NEVER SPLITS
001651*                  ACROSS A PAGE. A MEMBER NO LONGER ON SHMEVTF
001652*                  IS SKIPPED AND ENDS THE RUN CC 4.
001653* 2026-10-15 RPK   REPT-TYPE THR PRINTS A STORY THREAD - FROM THE
001654*                  SEED EVT-KEY IN BYTES 49-56 IT FOLLOWS THE
001655*                  OUTBOUND SHMXREF LINKS TO THE DEPTH IN BYTES
001656*                  57-58 (00 = 5) AND LISTS THE THREAD IN DATE
001657*                  ORDER WITH EACH EVENT'S RELATION TAG, DEPTH
001658*                  AND THE EVENT IT WAS REACHED FROM. A LINK BACK
001659*                  TO AN EVENT ALREADY ON THE PATH IS MARKED AS
001660*                  CLOSING A CYCLE. REPT-TYPE CLU LISTS EVERY
001661*                  CONNECTED CLUSTER OF LINKED EVENTS WITH ITS
001662*                  SIZE AND YEAR SPAN, THEN EVERY EVENT LINKED TO
001663*                  NOTHING. A LINK TO A MISSING EVENT ENDS CC 4.
001664* 2026-10-15 RPK   AN EVENT WITH AN EVT-END-DATE IS CARRIED INTO
001665*                  EVERY LATER YEAR IT SPANS - RNG/RNL LIST IT
001666*                  AFTER THE YEAR'S OWN EVENTS MARKED "(ONGOING,
001667*                  BEGAN 1914)" OR, IN ITS LAST YEAR, "(ENDED)",
001668*                  AND DIG LISTS A CARRIED HEADLINE EVENT UNDER
001669*                  THE YEAR THE SAME WAY (ITS NARRATIVE AND
001670*                  CITATIONS STAY UNDER THE START YEAR). A YEAR
001671*                  WITH NOTHING BUT CARRIED EVENTS IS NO LONGER
001672*                  SHOWN AS NOT LOADED. STA STILL COUNTS A
001673*                  SPANNING EVENT ONCE, IN ITS START YEAR, AND
001674*                  FOOTNOTES HOW MANY SUCH EVENTS IT COUNTED.
001675* 2026-10-15 RPK   REPT-TYPE REV PRINTS THE REVISION HISTORY OF
001676*                  THE EVENT YYYYSSSS IN BYTES 49-56 - EVERY
001677*                  VERSION ON THE SHMJRNA ARCHIVE GENERATIONS AND
001678*                  THEN THE LIVE SHMJRNL, WITH DATE, TIME,
001679*                  OPERATOR AND FUNCTION, EACH FIELD AN UPDATE
001680*                  CHANGED MARKED ** AND ITS OLD VALUE PRINTED
001681*                  UNDER IT. A RETIRED (MERGED) EVENT STILL
001682*                  REPORTS. NO VERSIONS FOUND ENDS CC 4.
001683* 2026-10-15 RPK   THE PUBLIC LISTINGS (RNG, RNL, DIG, STA, ANN,
001684*                  PLC, KWD AND THR) NOW PASS OVER ANY EVENT THAT
001685*                  IS NOT EVT-PUB-PUBLISHED - A DRAFT, AN EVENT
001686*                  SCHEDULED FOR A LATER RELEASE OR A WITHDRAWN
001687*                  ONE. A THREAD SEEDED ON SUCH AN EVENT IS
001688*                  REFUSED CC 8. THE EDITORIAL REPORTS (COV,
001689*                  CIT, CLU, REV) AND THE COL PLACARDS STILL SEE
001690*                  EVERY EVENT ON FILE.
001691* 2026-10-15 RPK   REPT-TYPE BIO PRINTS A PERSON'S BIOGRAPHY
001692*                  TIMELINE - THE SHMPERF REGISTER ENTRY FOR THE
001693*                  PERSON CODE IN BYTES 49-56, THEN EVERY
001694*                  PUBLISHED EVENT LINKED TO THEM ON SHMEPRF IN
001695*                  DATE ORDER, EACH WITH ITS SHMNARR EXCERPT AND
001696*                  THE OTHER PEOPLE LINKED TO THE SAME EVENT. AN
001697*                  UNKNOWN PERSON OR NO SHMPERF/SHMEPRF IS CC 8.
001698* 2026-10-15 RPK   REPT-TYPE REV PRINTS A STATUS LINE FOR EACH
001699*                  VERSION AND MARKS IT ** WHEN THE RELEASE STATUS
001700*                  CHANGED, SO A SHMMAINT R OR SHMPUBR RELEASE
001701*                  SHOWS WHAT IT CHANGED. THE MRG- ROWS A MERGE
001702*                  CUTS FOR ITS SATELLITE ROWS ARE PASSED BY.
001703* 2026-10-15 RPK   THE STA FOOTNOTE NOW COUNTS AN EVENT AS
001704*                  SPANNING SEVERAL YEARS ONLY WHEN ITS END YEAR
001705*                  IS LATER THAN ITS START YEAR.
001706*================================================================
001707 ENVIRONMENT DIVISION.
001708 CONFIGURATION SECTION.
001709 SOURCE-COMPUTER.   IBM-370.
001710 OBJECT-COMPUTER.   IBM-370.
001711 INPUT-OUTPUT SECTION.
001712 FILE-CONTROL.
001720     SELECT PARM-FILE ASSIGN TO "SHMRPARM"
001730         ORGANIZATION IS LINE SEQUENTIAL.
001740     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
002150         ACCESS MODE IS DYNAMIC
002160         RECORD KEY IS EPL-KEY OF EPL-RECORD
002170         FILE STATUS IS WS-EPL-STATUS.
002171     SELECT PERSON-FILE ASSIGN TO "SHMPERF"
002172         ORGANIZATION IS INDEXED
002173         ACCESS MODE IS DYNAMIC
002174         RECORD KEY IS PER-CODE OF PER-RECORD
002175         FILE STATUS IS WS-PER-STATUS.
002176     SELECT EPRNK-FILE ASSIGN TO "SHMEPRF"
002177         ORGANIZATION IS INDEXED
002178         ACCESS MODE IS DYNAMIC
002179         RECORD KEY IS EPR-KEY OF EPR-RECORD
002180         FILE STATUS IS WS-EPR-STATUS.
002181     SELECT ERA-FILE ASSIGN TO "SHMERAF"
002190         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS DYNAMIC
002210         RECORD KEY IS ERA-NAME OF ERA-RECORD
002250         ACCESS MODE IS DYNAMIC
002260         RECORD KEY IS CAT-CODE OF CAT-RECORD
002270         FILE STATUS IS WS-CAT-STATUS.
002271     SELECT XREF-FILE ASSIGN TO "SHMXREF"
002272         ORGANIZATION IS INDEXED
002273         ACCESS MODE IS DYNAMIC
002274         RECORD KEY IS XRF-KEY OF XRF-RECORD
002275         FILE STATUS IS WS-XRF-STATUS.
002276     SELECT COLL-FILE ASSIGN TO "SHMCOLF"
002277         ORGANIZATION IS INDEXED
002278         ACCESS MODE IS DYNAMIC
002279         RECORD KEY IS COL-KEY OF COL-RECORD
002280         FILE STATUS IS WS-COL-STATUS.
002281     SELECT JOURNAL-FILE ASSIGN TO "SHMJRNL"
002282         ORGANIZATION IS LINE SEQUENTIAL
002283         FILE STATUS IS WS-JRN-STATUS.
002284     SELECT ARCHIVE-FILE ASSIGN TO "SHMJRNA"
002285         ORGANIZATION IS LINE SEQUENTIAL
002286         FILE STATUS IS WS-ARC-STATUS.
002287     SELECT RUN-FILE ASSIGN TO "SHMRUNH"
002290         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-RUN-STATUS.
002310 DATA DIVISION.
002480         88  PARM-CHRONO           VALUE "C" "c".
002490     05  PARM-ERA-NAME         PIC X(20).
002500     05  PARM-KEYWORD-1        PIC X(20).
002501     05  PARM-COL-CODE-R REDEFINES PARM-KEYWORD-1.
002502         10  PARM-COL-CODE     PIC X(08).
002503         10  FILLER            PIC X(12).
002504     05  PARM-THREAD-R REDEFINES PARM-KEYWORD-1.
002505         10  PARM-SEED-KEY.
002506             15  PARM-SEED-YEAR PIC 9(04).
002507             15  PARM-SEED-SEQ PIC 9(04).
002508         10  PARM-THR-DEPTH    PIC 9(02).
002509         10  FILLER            PIC X(10).
002510     05  PARM-PERSON-R REDEFINES PARM-KEYWORD-1.
002511         10  PARM-PERSON-CODE  PIC X(08).
002512         10  FILLER            PIC X(12).
002513     05  PARM-KEYWORD-2        PIC X(20).
002520 FD  EVENT-FILE
002530     RECORD CONTAINS 240 CHARACTERS.
002540     COPY EVTREC.
002820 FD  EPLNK-FILE
002830     RECORD CONTAINS 20 CHARACTERS.
002840     COPY EPLREC.
002841 FD  PERSON-FILE
002842     RECORD CONTAINS 120 CHARACTERS.
002843     COPY PERREC.
002844 FD  EPRNK-FILE
002845     RECORD CONTAINS 20 CHARACTERS.
002846     COPY EPRREC.
002850 FD  CITE-FILE
002860     RECORD CONTAINS 100 CHARACTERS.
002870     COPY CITREC.
002880 FD  WIDX-FILE
002890     RECORD CONTAINS 40 CHARACTERS.
002900     COPY WIDREC.
002901 FD  XREF-FILE
002902     RECORD CONTAINS 40 CHARACTERS.
002903     COPY XRFREC.
002904 FD  COLL-FILE
002905     RECORD CONTAINS 80 CHARACTERS.
002906     COPY COLREC.
002907 FD  JOURNAL-FILE
002908     RECORD CONTAINS 512 CHARACTERS.
002909 01  JRNL-RECORD               PIC X(512).
002910 FD  ARCHIVE-FILE
002911     RECORD CONTAINS 512 CHARACTERS.
002912 01  ARC-RECORD                PIC X(512).
002913 FD  RUN-FILE
002920     RECORD CONTAINS 40 CHARACTERS.
002930     COPY RUNREC.
002940 WORKING-STORAGE SECTION.
004100         88  WS-EPL-DONE           VALUE "Y".
004110 01  WS-PLC-HITS               PIC 9(05) COMP.
004120 01  WS-CURR-PLACE             PIC X(08).
004121 01  WS-PER-STATUS             PIC X(02) VALUE "00".
004122 01  WS-EPR-STATUS             PIC X(02) VALUE "00".
004123 01  WS-EPR-DONE-SW            PIC X(01) VALUE "N".
004124     88  WS-EPR-DONE               VALUE "Y".
004125 01  WS-BIO-TABLE.
004126     05  WS-BI-ENTRY OCCURS 500 TIMES.
004127         10  WS-BI-YEAR        PIC 9(04).
004128         10  WS-BI-SEQ         PIC 9(04).
004129         10  WS-BI-MONTH       PIC 9(02).
004130         10  WS-BI-DAY         PIC 9(02).
004131         10  WS-BI-USED-SW     PIC X(01).
004132 01  WS-BIO-MAX-ENTRIES        PIC S9(04) COMP VALUE 500.
004133 01  WS-BIO-COUNT              PIC S9(04) COMP VALUE ZERO.
004134 01  WS-BIO-IX                 PIC S9(04) COMP.
004135 01  WS-BIO-MIN-IX             PIC S9(04) COMP.
004136 01  WS-BIO-DROPPED            PIC S9(04) COMP VALUE ZERO.
004137 01  WS-BIO-LIFE.
004138     05  FILLER                PIC X(01) VALUE "(".
004139     05  WS-BL-BIRTH           PIC X(04).
004140     05  FILLER                PIC X(01) VALUE "-".
004141     05  WS-BL-DEATH           PIC X(04).
004142     05  FILLER                PIC X(01) VALUE ")".
004143 01  WS-CIT-STATUS             PIC X(02) VALUE "00".
004144 01  WS-CIT-SWITCHES.
004150     05  WS-CIT-MODE-SW        PIC X(01) VALUE "N".
004160         88  WS-CIT-MODE           VALUE "Y".
004170     05  WS-CIT-DONE-SW        PIC X(01) VALUE "N".
004590 01  WS-MIN-SEQ                PIC 9(04).
004600 01  WS-ST-DROPPED             PIC 9(03) COMP.
004610 01  WS-DROPPED-ED             PIC 9(03).
004611 01  WS-COL-STATUS             PIC X(02) VALUE "00".
004612 01  WS-JRN-STATUS             PIC X(02) VALUE "00".
004613 01  WS-ARC-STATUS             PIC X(02) VALUE "00".
004614 01  WS-COL-DONE-SW            PIC X(01) VALUE "N".
004615     88  WS-COL-DONE               VALUE "Y".
004616 01  WS-PLQ-TITLE              PIC X(60).
004617 01  WS-PLQ-HEAD               PIC X(201).
004618 01  WS-PLQ-NARR-1             PIC X(120).
004619 01  WS-PLQ-NARR-2             PIC X(120).
004620 01  WS-PLQ-CITE               PIC X(80).
004621 01  WS-PLQ-STOP-ED            PIC 9(03).
004622 01  WS-PLQ-COUNT              PIC 9(05) COMP.
004623 01  WS-PLQ-DEPTH              PIC 9(02) COMP VALUE 18.
004624 01  WS-PLQ-ROW.
004625     05  FILLER                PIC X(02) VALUE SPACES.
004626     05  FILLER                PIC X(01) VALUE "|".
004627     05  WS-PLQ-TEXT           PIC X(68).
004628     05  FILLER                PIC X(01) VALUE "|".
004629 01  WS-PLQ-RULE.
004630     05  FILLER                PIC X(02) VALUE SPACES.
004631     05  FILLER                PIC X(01) VALUE "+".
004632     05  FILLER                PIC X(68) VALUE ALL "-".
004633     05  FILLER                PIC X(01) VALUE "+".
004634 01  WS-XRF-STATUS             PIC X(02) VALUE "00".
004635 01  WS-XRF-DONE-SW            PIC X(01) VALUE "N".
004636     88  WS-XRF-DONE               VALUE "Y".
004637 01  WS-THREAD-TABLE.
004638     05  WS-TH-ENTRY OCCURS 500 TIMES.
004639         10  WS-TH-YEAR        PIC 9(04).
004640         10  WS-TH-SEQ         PIC 9(04).
004641         10  WS-TH-MONTH       PIC 9(02).
004642         10  WS-TH-DAY         PIC 9(02).
004643         10  WS-TH-DEPTH       PIC 9(02).
004644         10  WS-TH-PARENT      PIC S9(04) COMP.
004645         10  WS-TH-RELATION    PIC X(10).
004646         10  WS-TH-CYCLE-SW    PIC X(01).
004647         10  WS-TH-USED-SW     PIC X(01).
004648 01  WS-TH-MAX-ENTRIES         PIC S9(04) COMP VALUE 500.
004649 01  WS-TH-COUNT               PIC S9(04) COMP VALUE ZERO.
004650 01  WS-TH-NEXT                PIC S9(04) COMP.
004651 01  WS-TH-CUR                 PIC S9(04) COMP.
004652 01  WS-TH-IX                  PIC S9(04) COMP.
004653 01  WS-TH-FOUND               PIC S9(04) COMP.
004654 01  WS-TH-WALK                PIC S9(04) COMP.
004655 01  WS-TH-MIN-IX              PIC S9(04) COMP.
004656 01  WS-TH-SORT-KEY            PIC 9(12).
004657 01  WS-TH-MIN-KEY             PIC 9(12).
004658 01  WS-TH-DEFAULT-DEPTH       PIC 9(02) VALUE 05.
004659 01  WS-TH-MAX-DEPTH           PIC 9(02).
004660 01  WS-TH-DEPTH-ED            PIC Z9.
004661 01  WS-TH-FROM-ED             PIC X(09).
004662 01  WS-TH-CYCLE-MARK          PIC X(01).
004663 01  WS-TH-LINK-TYPE           PIC X(06).
004664 01  WS-TH-BEYOND              PIC 9(05) COMP.
004665 01  WS-TH-DANGLING            PIC 9(05) COMP.
004666 01  WS-TH-COUNT-ED            PIC ZZZZ9.
004667 01  WS-TH-FULL-SW             PIC X(01) VALUE "N".
004668     88  WS-TH-FULL                VALUE "Y".
004669 01  WS-CYCLE-TABLE.
004670     05  WS-CY-ENTRY OCCURS 200 TIMES.
004671         10  WS-CY-FROM-YEAR   PIC 9(04).
004672         10  WS-CY-FROM-SEQ    PIC 9(04).
004673         10  WS-CY-TO-YEAR     PIC 9(04).
004674         10  WS-CY-TO-SEQ      PIC 9(04).
004675         10  WS-CY-RELATION    PIC X(10).
004676         10  WS-CY-TYPE        PIC X(06).
004677 01  WS-CY-MAX-ENTRIES         PIC S9(04) COMP VALUE 200.
004678 01  WS-CY-COUNT               PIC S9(04) COMP VALUE ZERO.
004679 01  WS-CY-IX                  PIC S9(04) COMP.
004680 01  WS-DATE-ED.
004681     05  WS-DE-YEAR            PIC 9(04).
004682     05  WS-DE-SEP-1           PIC X(01).
004683     05  WS-DE-MONTH           PIC 9(02).
004684     05  WS-DE-SEP-2           PIC X(01).
004685     05  WS-DE-DAY             PIC 9(02).
004686 01  WS-CLUSTER-TABLE.
004687     05  WS-CL-ENTRY OCCURS 5000 TIMES.
004688         10  WS-CL-KEY.
004689             15  WS-CL-YEAR    PIC 9(04).
004690             15  WS-CL-SEQ     PIC 9(04).
004691         10  WS-CL-PARENT      PIC S9(04) COMP.
004692         10  WS-CL-ROOT        PIC S9(04) COMP.
004693         10  WS-CL-SIZE        PIC S9(04) COMP.
004694         10  WS-CL-HIGH-YEAR   PIC 9(04).
004695         10  WS-CL-LINKED-SW   PIC X(01).
004696 01  WS-CL-MAX-ENTRIES         PIC S9(04) COMP VALUE 5000.
004697 01  WS-CL-COUNT               PIC S9(04) COMP VALUE ZERO.
004698 01  WS-CL-IX                  PIC S9(04) COMP.
004699 01  WS-CL-JX                  PIC S9(04) COMP.
004700 01  WS-CL-PRINT-IX            PIC S9(04) COMP.
004701 01  WS-CL-FROM-IX             PIC S9(04) COMP.
004702 01  WS-CL-TO-IX               PIC S9(04) COMP.
004703 01  WS-CL-HIT                 PIC S9(04) COMP.
004704 01  WS-CL-LOW                 PIC S9(04) COMP.
004705 01  WS-CL-HIGH                PIC S9(04) COMP.
004706 01  WS-CL-MID                 PIC S9(04) COMP.
004707 01  WS-UF-ROOT                PIC S9(04) COMP.
004708 01  WS-CL-WANT-KEY.
004709     05  WS-CL-WANT-YEAR       PIC 9(04).
004710     05  WS-CL-WANT-SEQ        PIC 9(04).
004711 01  WS-CL-DONE-SW             PIC X(01) VALUE "N".
004712     88  WS-CL-DONE                VALUE "Y".
004713 01  WS-CL-CLUSTERS            PIC S9(04) COMP.
004714 01  WS-CL-LINKED              PIC S9(04) COMP.
004715 01  WS-CL-LARGEST             PIC S9(04) COMP.
004716 01  WS-CL-UNLINKED            PIC S9(04) COMP.
004717 01  WS-CL-SPAN                PIC 9(04).
004718 01  WS-CL-NO-ED               PIC ZZZ9.
004719 01  WS-CL-SIZE-ED             PIC ZZZ9.
004720 01  WS-CL-SPAN-ED             PIC ZZZ9.
004721 01  WS-SPAN-TABLE.
004722     05  WS-SP-ENTRY OCCURS 200 TIMES.
004723         10  WS-SP-YEAR        PIC 9(04).
004724         10  WS-SP-SEQ         PIC 9(04).
004725         10  WS-SP-END-YEAR    PIC 9(04).
004726         10  WS-SP-HEADLINE-SW PIC X(01).
004727 01  WS-SP-MAX-ENTRIES         PIC S9(04) COMP VALUE 200.
004728 01  WS-SP-COUNT               PIC S9(04) COMP VALUE ZERO.
004729 01  WS-SP-IX                  PIC S9(04) COMP.
004730 01  WS-SP-HITS                PIC S9(04) COMP.
004731 01  WS-SP-HEAD-HITS           PIC S9(04) COMP.
004732 01  WS-SP-SCAN-DONE-SW        PIC X(01) VALUE "N".
004733     88  WS-SP-SCAN-DONE           VALUE "Y".
004734 01  WS-SP-FULL-SW             PIC X(01) VALUE "N".
004735     88  WS-SP-FULL                VALUE "Y".
004736 01  WS-SPAN-MARK              PIC X(24).
004737 01  WS-SPAN-TALLIED           PIC 9(05) COMP VALUE ZERO.
004738 01  WS-SPAN-TALLIED-ED        PIC ZZZZ9.
004739 01  WS-RV-KEY.
004740     05  WS-RV-YEAR            PIC 9(04).
004741     05  WS-RV-SEQ             PIC 9(04).
004742 01  WS-RV-SWITCHES.
004743     05  WS-RV-EOF-SW          PIC X(01) VALUE "N".
004744         88  WS-RV-EOF             VALUE "Y".
004745     05  WS-RV-COMPARE-SW      PIC X(01) VALUE "N".
004746         88  WS-RV-COMPARE         VALUE "Y".
004747 01  WS-RV-SOURCE              PIC X(07).
004748 01  WS-RV-COUNT               PIC 9(05) COMP VALUE ZERO.
004749 01  WS-RV-VER-ED              PIC ZZZZ9.
004750 01  WS-RV-DATE.
004751     05  WS-RV-CCYY            PIC 9(04).
004752     05  WS-RV-MM              PIC 9(02).
004753     05  WS-RV-DD              PIC 9(02).
004754 01  WS-RV-TIME.
004755     05  WS-RV-HH              PIC 9(02).
004756     05  WS-RV-MI              PIC 9(02).
004757     05  WS-RV-SS              PIC 9(02).
004758     05  FILLER                PIC 9(02).
004759 01  WS-RV-LABEL               PIC X(10).
004760 01  WS-RV-NEW                 PIC X(100).
004761 01  WS-RV-OLD                 PIC X(100).
004762 COPY JRNREC.
004763 COPY EVTREC REPLACING ==EVT-RECORD== BY ==RVB-RECORD==.
004764 COPY EVTREC REPLACING ==EVT-RECORD== BY ==RVA-RECORD==.
004765 PROCEDURE DIVISION.
004766*================================================================
004767* 0000-MAINLINE
004768*================================================================
004769 0000-MAINLINE.
004770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004771     IF WS-NO-PARM OR WS-FILE-ERROR
004772         GO TO 9999-EXIT
004773     END-IF
004774     EVALUATE PARM-REPT-TYPE
004775         WHEN "COV"
004776             PERFORM 3000-COVERAGE-REPORT THRU 3000-EXIT
004777         WHEN "RNG"
004778             PERFORM 4000-RANGE-REPORT THRU 4000-EXIT
004779         WHEN "RNL"
004780             SET WS-NARR-MODE TO TRUE
004781             PERFORM 4000-RANGE-REPORT THRU 4000-EXIT
004790         WHEN "DIG"
004800             PERFORM 5000-DECADE-DIGEST THRU 5000-EXIT
004810         WHEN "STA"
004880             PERFORM 7700-CITATION-REPORT THRU 7700-EXIT
004890         WHEN "KWD"
004900             PERFORM 7800-KEYWORD-REPORT THRU 7800-EXIT
004901         WHEN "COL"
004902             PERFORM 7900-PLACARD-REPORT THRU 7900-EXIT
004903         WHEN "THR"
004904             PERFORM 2000-THREAD-REPORT THRU 2000-EXIT
004905         WHEN "CLU"
004906             PERFORM 2500-CLUSTER-REPORT THRU 2500-EXIT
004907         WHEN "REV"
004908             PERFORM 3200-REVISION-REPORT THRU 3200-EXIT
004909         WHEN "BIO"
004910             PERFORM 3300-BIOGRAPHY-REPORT THRU 3300-EXIT
004911         WHEN OTHER
004920             DISPLAY "SHMRPT - UNKNOWN REPT-TYPE " PARM-REPT-TYPE
004930             MOVE 8 TO WS-COND-CODE
004940     END-EVALUATE
006080 1300-EXIT.
006090     EXIT.
006100*================================================================
006101* 2000-THREAD-REPORT  -  FOLLOW SHMXREF LINKS OUTWARD FROM THE
006102*                        SEED EVENT ON THE CARD TO THE CARD'S
006103*                        DEPTH, THEN PRINT THE THREAD IN DATE
006104*                        ORDER WITH THE LINKS THAT CLOSE IT
006105*================================================================
006106 2000-THREAD-REPORT.
006107     IF PARM-SEED-KEY NOT NUMERIC
006108         DISPLAY "SHMRPT - THR REQUIRES A SEED YEAR AND SEQ NO "
006109             "IN BYTES 49-56"
006110         MOVE 8 TO WS-COND-CODE
006111         GO TO 2000-EXIT
006112     END-IF
006113     MOVE WS-TH-DEFAULT-DEPTH TO WS-TH-MAX-DEPTH
006114     IF PARM-THR-DEPTH NUMERIC AND PARM-THR-DEPTH NOT = ZERO
006115         MOVE PARM-THR-DEPTH TO WS-TH-MAX-DEPTH
006116     END-IF
006117     MOVE PARM-SEED-YEAR TO EVT-YEAR OF EVT-RECORD
006118     MOVE PARM-SEED-SEQ TO EVT-SEQ-NO OF EVT-RECORD
006119     READ EVENT-FILE
006120         INVALID KEY
006121             DISPLAY "SHMRPT - SEED EVENT " PARM-SEED-YEAR "/"
006122                 PARM-SEED-SEQ " NOT ON SHMEVTF"
006123             MOVE 8 TO WS-COND-CODE
006124             GO TO 2000-EXIT
006125     END-READ
006126     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
006127         DISPLAY "SHMRPT - SEED EVENT " PARM-SEED-YEAR "/"
006128             PARM-SEED-SEQ " IS NOT PUBLISHED"
006129         MOVE 8 TO WS-COND-CODE
006130         GO TO 2000-EXIT
006131     END-IF
006132     OPEN INPUT XREF-FILE
006133     IF WS-XRF-STATUS NOT = "00"
006134         DISPLAY "SHMRPT - THR REQUIRES THE SHMXREF LINK FILE"
006135         MOVE 8 TO WS-COND-CODE
006136         GO TO 2000-EXIT
006137     END-IF
006138     MOVE ZERO TO WS-CY-COUNT
006139     MOVE ZERO TO WS-TH-BEYOND
006140     MOVE ZERO TO WS-TH-DANGLING
006141     MOVE 1 TO WS-TH-COUNT
006142     MOVE PARM-SEED-YEAR TO WS-TH-YEAR (1)
006143     MOVE PARM-SEED-SEQ TO WS-TH-SEQ (1)
006144     MOVE EVT-MONTH OF EVT-RECORD TO WS-TH-MONTH (1)
006145     MOVE EVT-DAY OF EVT-RECORD TO WS-TH-DAY (1)
006146     MOVE ZERO TO WS-TH-DEPTH (1)
006147     MOVE ZERO TO WS-TH-PARENT (1)
006148     MOVE "SEED" TO WS-TH-RELATION (1)
006149     MOVE "N" TO WS-TH-CYCLE-SW (1)
006150     MOVE "N" TO WS-TH-USED-SW (1)
006151     MOVE 1 TO WS-TH-NEXT
006152     PERFORM 2100-EXPAND-ONE-EVENT THRU 2100-EXIT
006153         UNTIL WS-TH-NEXT > WS-TH-COUNT
006154     CLOSE XREF-FILE
006155     MOVE "STORY THREAD" TO WS-REPORT-TITLE
006156     MOVE WS-TH-MAX-DEPTH TO WS-TH-DEPTH-ED
006157     MOVE SPACES TO WS-HDR-RANGE
006158     STRING "SEED " DELIMITED BY SIZE
006159         PARM-SEED-YEAR DELIMITED BY SIZE
006160         "/" DELIMITED BY SIZE
006161         PARM-SEED-SEQ DELIMITED BY SIZE
006162         " DEPTH " DELIMITED BY SIZE
006163         WS-TH-DEPTH-ED DELIMITED BY SIZE
006164         INTO WS-HDR-RANGE
006165     END-STRING
006166     PERFORM 7200-RESET-PAGES THRU 7200-EXIT
006167     MOVE SPACES TO REPORT-LINE
006168     STRING "  DATE        EVENT      DEPTH  RELATION    "
006169             DELIMITED BY SIZE
006170         "FROM       C TEXT" DELIMITED BY SIZE
006171         INTO REPORT-LINE
006172     END-STRING
006173     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006174     PERFORM 2300-PRINT-NEXT-IN-DATE THRU 2300-EXIT
006175         WS-TH-COUNT TIMES
006176     PERFORM 2400-PRINT-THREAD-TRAILER THRU 2400-EXIT.
006177 2000-EXIT.
006178     EXIT.
006179*================================================================
006180* 2100-EXPAND-ONE-EVENT  -  EVERY OUTBOUND LINK OF THE NEXT
006181*                           THREAD EVENT STILL TO BE EXPANDED
006182*================================================================
006183 2100-EXPAND-ONE-EVENT.
006184     MOVE WS-TH-NEXT TO WS-TH-CUR
006185     ADD 1 TO WS-TH-NEXT
006186     MOVE WS-TH-YEAR (WS-TH-CUR) TO XRF-FROM-YEAR OF XRF-RECORD
006187     MOVE WS-TH-SEQ (WS-TH-CUR) TO XRF-FROM-SEQ OF XRF-RECORD
006188     MOVE ZERO TO XRF-TO-YEAR OF XRF-RECORD
006189     MOVE ZERO TO XRF-TO-SEQ OF XRF-RECORD
006190     MOVE "N" TO WS-XRF-DONE-SW
006191     START XREF-FILE KEY IS NOT LESS THAN
006192             XRF-KEY OF XRF-RECORD
006193         INVALID KEY
006194             SET WS-XRF-DONE TO TRUE
006195         NOT INVALID KEY
006196             READ XREF-FILE NEXT RECORD
006197                 AT END
006198                     SET WS-XRF-DONE TO TRUE
006199             END-READ
006200     END-START
006201     PERFORM 2150-FOLLOW-ONE-LINK THRU 2150-EXIT
006202         UNTIL WS-XRF-DONE.
006203 2100-EXIT.
006204     EXIT.
006205 2150-FOLLOW-ONE-LINK.
006206     IF XRF-FROM-YEAR OF XRF-RECORD NOT = WS-TH-YEAR (WS-TH-CUR)
006207             OR XRF-FROM-SEQ OF XRF-RECORD NOT =
006208             WS-TH-SEQ (WS-TH-CUR)
006209         SET WS-XRF-DONE TO TRUE
006210         GO TO 2150-EXIT
006211     END-IF
006212     MOVE ZERO TO WS-TH-FOUND
006213     PERFORM 2160-FIND-IN-THREAD THRU 2160-EXIT
006214         VARYING WS-TH-IX FROM 1 BY 1
006215         UNTIL WS-TH-IX > WS-TH-COUNT OR WS-TH-FOUND NOT = ZERO
006216     IF WS-TH-FOUND NOT = ZERO
006217         PERFORM 2200-RECORD-CLOSING-LINK THRU 2200-EXIT
006218         GO TO 2150-READ-NEXT
006219     END-IF
006220     IF WS-TH-DEPTH (WS-TH-CUR) NOT < WS-TH-MAX-DEPTH
006221         ADD 1 TO WS-TH-BEYOND
006222         GO TO 2150-READ-NEXT
006223     END-IF
006224     MOVE XRF-TO-YEAR OF XRF-RECORD TO EVT-YEAR OF EVT-RECORD
006225     MOVE XRF-TO-SEQ OF XRF-RECORD TO EVT-SEQ-NO OF EVT-RECORD
006226     READ EVENT-FILE
006227         INVALID KEY
006228             ADD 1 TO WS-TH-DANGLING
006229             GO TO 2150-READ-NEXT
006230     END-READ
006231     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
006232         GO TO 2150-READ-NEXT
006233     END-IF
006234     IF WS-TH-COUNT NOT < WS-TH-MAX-ENTRIES
006235         IF NOT WS-TH-FULL
006236             DISPLAY "SHMRPT - THREAD TABLE FULL AT "
006237                 WS-TH-MAX-ENTRIES " EVENTS - REST NOT FOLLOWED"
006238             SET WS-TH-FULL TO TRUE
006239             ADD 1 TO WS-EXCEPTIONS
006240             IF WS-COND-CODE < 4
006241                 MOVE 4 TO WS-COND-CODE
006242             END-IF
006243         END-IF
006244         GO TO 2150-READ-NEXT
006245     END-IF
006246     ADD 1 TO WS-TH-COUNT
006247     MOVE XRF-TO-YEAR OF XRF-RECORD TO WS-TH-YEAR (WS-TH-COUNT)
006248     MOVE XRF-TO-SEQ OF XRF-RECORD TO WS-TH-SEQ (WS-TH-COUNT)
006249     MOVE EVT-MONTH OF EVT-RECORD TO WS-TH-MONTH (WS-TH-COUNT)
006250     MOVE EVT-DAY OF EVT-RECORD TO WS-TH-DAY (WS-TH-COUNT)
006251     ADD 1 WS-TH-DEPTH (WS-TH-CUR)
006252         GIVING WS-TH-DEPTH (WS-TH-COUNT)
006253     MOVE WS-TH-CUR TO WS-TH-PARENT (WS-TH-COUNT)
006254     MOVE XRF-RELATION OF XRF-RECORD
006255         TO WS-TH-RELATION (WS-TH-COUNT)
006256     MOVE "N" TO WS-TH-CYCLE-SW (WS-TH-COUNT)
006257     MOVE "N" TO WS-TH-USED-SW (WS-TH-COUNT).
006258 2150-READ-NEXT.
006259     READ XREF-FILE NEXT RECORD
006260         AT END
006261             SET WS-XRF-DONE TO TRUE
006262     END-READ.
006263 2150-EXIT.
006264     EXIT.
006265 2160-FIND-IN-THREAD.
006266     IF WS-TH-YEAR (WS-TH-IX) = XRF-TO-YEAR OF XRF-RECORD
006267             AND WS-TH-SEQ (WS-TH-IX) = XRF-TO-SEQ OF XRF-RECORD
006268         MOVE WS-TH-IX TO WS-TH-FOUND
006269     END-IF.
006270 2160-EXIT.
006271     EXIT.
006272*================================================================
006273* 2200-RECORD-CLOSING-LINK  -  A LINK BACK INTO THE THREAD. IT
006274*                              CLOSES A CYCLE WHEN IT POINTS AT
006275*                              THE EVENT ITSELF OR ONE OF ITS
006276*                              ANCESTORS ON THE PATH FROM THE
006277*                              SEED, OTHERWISE IT REJOINS
006278*================================================================
006279 2200-RECORD-CLOSING-LINK.
006280     MOVE "REJOIN" TO WS-TH-LINK-TYPE
006281     MOVE WS-TH-CUR TO WS-TH-WALK
006282     PERFORM 2210-WALK-ONE-ANCESTOR THRU 2210-EXIT
006283         UNTIL WS-TH-WALK = ZERO
006284     IF WS-TH-LINK-TYPE = "CYCLE"
006285         MOVE "Y" TO WS-TH-CYCLE-SW (WS-TH-FOUND)
006286     END-IF
006287     IF WS-CY-COUNT NOT < WS-CY-MAX-ENTRIES
006288         ADD 1 TO WS-EXCEPTIONS
006289         GO TO 2200-EXIT
006290     END-IF
006291     ADD 1 TO WS-CY-COUNT
006292     MOVE WS-TH-YEAR (WS-TH-CUR) TO WS-CY-FROM-YEAR (WS-CY-COUNT)
006293     MOVE WS-TH-SEQ (WS-TH-CUR) TO WS-CY-FROM-SEQ (WS-CY-COUNT)
006294     MOVE XRF-TO-YEAR OF XRF-RECORD
006295         TO WS-CY-TO-YEAR (WS-CY-COUNT)
006296     MOVE XRF-TO-SEQ OF XRF-RECORD TO WS-CY-TO-SEQ (WS-CY-COUNT)
006297     MOVE XRF-RELATION OF XRF-RECORD
006298         TO WS-CY-RELATION (WS-CY-COUNT)
006299     MOVE WS-TH-LINK-TYPE TO WS-CY-TYPE (WS-CY-COUNT).
006300 2200-EXIT.
006301     EXIT.
006302 2210-WALK-ONE-ANCESTOR.
006303     IF WS-TH-WALK = WS-TH-FOUND
006304         MOVE "CYCLE" TO WS-TH-LINK-TYPE
006305         MOVE ZERO TO WS-TH-WALK
006306         GO TO 2210-EXIT
006307     END-IF
006308     MOVE WS-TH-PARENT (WS-TH-WALK) TO WS-TH-WALK.
006309 2210-EXIT.
006310     EXIT.
006311*================================================================
006312* 2300-PRINT-NEXT-IN-DATE  -  EARLIEST THREAD EVENT NOT YET
006313*                             PRINTED (YEAR, MONTH, DAY, SEQ)
006314*================================================================
006315 2300-PRINT-NEXT-IN-DATE.
006316     MOVE ZERO TO WS-TH-MIN-IX
006317     MOVE 999999999999 TO WS-TH-MIN-KEY
006318     PERFORM 2310-SCAN-FOR-EARLIEST THRU 2310-EXIT
006319         VARYING WS-TH-IX FROM 1 BY 1
006320         UNTIL WS-TH-IX > WS-TH-COUNT
006321     IF WS-TH-MIN-IX = ZERO
006322         GO TO 2300-EXIT
006323     END-IF
006324     MOVE "Y" TO WS-TH-USED-SW (WS-TH-MIN-IX)
006325     MOVE WS-TH-YEAR (WS-TH-MIN-IX) TO EVT-YEAR OF EVT-RECORD
006326     MOVE WS-TH-SEQ (WS-TH-MIN-IX) TO EVT-SEQ-NO OF EVT-RECORD
006327     READ EVENT-FILE
006328         INVALID KEY
006329             MOVE SPACES TO WS-SHOW-TEXT
006330             MOVE SPACE TO WS-LANG-MARK
006331         NOT INVALID KEY
006332             PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
006333     END-READ
006334     MOVE WS-TH-YEAR (WS-TH-MIN-IX) TO WS-DE-YEAR
006335     MOVE WS-TH-MONTH (WS-TH-MIN-IX) TO WS-DE-MONTH
006336     MOVE WS-TH-DAY (WS-TH-MIN-IX) TO WS-DE-DAY
006337     PERFORM 2350-EDIT-DATE THRU 2350-EXIT
006338     MOVE WS-TH-DEPTH (WS-TH-MIN-IX) TO WS-TH-DEPTH-ED
006339     MOVE SPACES TO WS-TH-FROM-ED
006340     IF WS-TH-PARENT (WS-TH-MIN-IX) NOT = ZERO
006341         MOVE WS-TH-PARENT (WS-TH-MIN-IX) TO WS-TH-WALK
006342         MOVE WS-TH-YEAR (WS-TH-WALK) TO WS-TH-FROM-ED (1:4)
006343         MOVE "/" TO WS-TH-FROM-ED (5:1)
006344         MOVE WS-TH-SEQ (WS-TH-WALK) TO WS-TH-FROM-ED (6:4)
006345     END-IF
006346     MOVE SPACE TO WS-TH-CYCLE-MARK
006347     IF WS-TH-CYCLE-SW (WS-TH-MIN-IX) = "Y"
006348         MOVE "C" TO WS-TH-CYCLE-MARK
006349     END-IF
006350     MOVE SPACES TO REPORT-LINE
006351     STRING "  " DELIMITED BY SIZE
006352         WS-DATE-ED DELIMITED BY SIZE
006353         "  " DELIMITED BY SIZE
006354         WS-TH-YEAR (WS-TH-MIN-IX) DELIMITED BY SIZE
006355         "/" DELIMITED BY SIZE
006356         WS-TH-SEQ (WS-TH-MIN-IX) DELIMITED BY SIZE
006357         "  " DELIMITED BY SIZE
006358         WS-TH-DEPTH-ED DELIMITED BY SIZE
006359         "     " DELIMITED BY SIZE
006360         WS-TH-RELATION (WS-TH-MIN-IX) DELIMITED BY SIZE
006361         "  " DELIMITED BY SIZE
006362         WS-TH-FROM-ED DELIMITED BY SIZE
006363         "  " DELIMITED BY SIZE
006364         WS-TH-CYCLE-MARK DELIMITED BY SIZE
006365         " " DELIMITED BY SIZE
006366         WS-LANG-MARK DELIMITED BY SIZE
006367         WS-SHOW-TEXT DELIMITED BY SIZE
006368         INTO REPORT-LINE
006369     END-STRING
006370     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006371 2300-EXIT.
006372     EXIT.
006373 2310-SCAN-FOR-EARLIEST.
006374     IF WS-TH-USED-SW (WS-TH-IX) = "Y"
006375         GO TO 2310-EXIT
006376     END-IF
006377     COMPUTE WS-TH-SORT-KEY =
006378         WS-TH-YEAR (WS-TH-IX) * 100000000
006379         + WS-TH-MONTH (WS-TH-IX) * 1000000
006380         + WS-TH-DAY (WS-TH-IX) * 10000
006381         + WS-TH-SEQ (WS-TH-IX)
006382     IF WS-TH-SORT-KEY < WS-TH-MIN-KEY
006383         MOVE WS-TH-SORT-KEY TO WS-TH-MIN-KEY
006384         MOVE WS-TH-IX TO WS-TH-MIN-IX
006385     END-IF.
006386 2310-EXIT.
006387     EXIT.
006388*================================================================
006389* 2350-EDIT-DATE  -  WS-DATE-ED AS YYYY-MM-DD, BLANKING WHAT IS
006390*                    NOT KNOWN
006391*================================================================
006392 2350-EDIT-DATE.
006393     MOVE "-" TO WS-DE-SEP-1
006394     MOVE "-" TO WS-DE-SEP-2
006395     IF WS-DE-MONTH = ZERO
006396         MOVE SPACES TO WS-DATE-ED (5:6)
006397         GO TO 2350-EXIT
006398     END-IF
006399     IF WS-DE-DAY = ZERO
006400         MOVE SPACES TO WS-DATE-ED (8:3)
006401     END-IF.
006402 2350-EXIT.
006403     EXIT.
006404*================================================================
006405* 2400-PRINT-THREAD-TRAILER  -  THE LINKS THAT LEAD BACK INTO
006406*                               THE THREAD, AND THE COUNTS
006407*================================================================
006408 2400-PRINT-THREAD-TRAILER.
006409     MOVE SPACES TO REPORT-LINE
006410     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006411     IF WS-CY-COUNT = ZERO
006412         MOVE "  NO LINK LEADS BACK INTO THE THREAD"
006413             TO REPORT-LINE
006414         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006415     ELSE
006416         MOVE SPACES TO REPORT-LINE
006417         STRING "  LINKS LEADING BACK INTO THE THREAD "
006418                 DELIMITED BY SIZE
006419             "(C = EVENT CLOSES A CYCLE)" DELIMITED BY SIZE
006420             INTO REPORT-LINE
006421         END-STRING
006422         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006423         PERFORM 2410-PRINT-ONE-CLOSING THRU 2410-EXIT
006424             VARYING WS-CY-IX FROM 1 BY 1
006425             UNTIL WS-CY-IX > WS-CY-COUNT
006426     END-IF
006427     MOVE SPACES TO REPORT-LINE
006428     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006429     MOVE WS-TH-COUNT TO WS-TH-COUNT-ED
006430     MOVE SPACES TO REPORT-LINE
006431     STRING "  EVENTS IN THREAD        : " DELIMITED BY SIZE
006432         WS-TH-COUNT-ED DELIMITED BY SIZE
006433         INTO REPORT-LINE
006434     END-STRING
006435     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006436     MOVE WS-TH-BEYOND TO WS-TH-COUNT-ED
006437     MOVE SPACES TO REPORT-LINE
006438     STRING "  LINKS BEYOND THE DEPTH  : " DELIMITED BY SIZE
006439         WS-TH-COUNT-ED DELIMITED BY SIZE
006440         INTO REPORT-LINE
006441     END-STRING
006442     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006443     MOVE WS-TH-DANGLING TO WS-TH-COUNT-ED
006444     MOVE SPACES TO REPORT-LINE
006445     STRING "  LINKS TO MISSING EVENTS : " DELIMITED BY SIZE
006446         WS-TH-COUNT-ED DELIMITED BY SIZE
006447         INTO REPORT-LINE
006448     END-STRING
006449     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006450     IF WS-TH-DANGLING > ZERO
006451         ADD WS-TH-DANGLING TO WS-EXCEPTIONS
006452         IF WS-COND-CODE < 4
006453             MOVE 4 TO WS-COND-CODE
006454         END-IF
006455     END-IF.
006456 2400-EXIT.
006457     EXIT.
006458 2410-PRINT-ONE-CLOSING.
006459     MOVE SPACES TO REPORT-LINE
006460     STRING "    " DELIMITED BY SIZE
006461         WS-CY-FROM-YEAR (WS-CY-IX) DELIMITED BY SIZE
006462         "/" DELIMITED BY SIZE
006463         WS-CY-FROM-SEQ (WS-CY-IX) DELIMITED BY SIZE
006464         " -> " DELIMITED BY SIZE
006465         WS-CY-TO-YEAR (WS-CY-IX) DELIMITED BY SIZE
006466         "/" DELIMITED BY SIZE
006467         WS-CY-TO-SEQ (WS-CY-IX) DELIMITED BY SIZE
006468         "  " DELIMITED BY SIZE
006469         WS-CY-RELATION (WS-CY-IX) DELIMITED BY SIZE
006470         "  " DELIMITED BY SIZE
006471         WS-CY-TYPE (WS-CY-IX) DELIMITED BY SIZE
006472         INTO REPORT-LINE
006473     END-STRING
006474     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006475 2410-EXIT.
006476     EXIT.
006477*================================================================
006478* 2500-CLUSTER-REPORT  -  EVERY CONNECTED CLUSTER OF SHMXREF
006479*                         LINKED EVENTS WITH ITS SIZE AND YEAR
006480*                         SPAN, THEN THE EVENTS LINKED TO NOTHING
006481*================================================================
006482 2500-CLUSTER-REPORT.
006483     OPEN INPUT XREF-FILE
006484     IF WS-XRF-STATUS NOT = "00"
006485         DISPLAY "SHMRPT - CLU REQUIRES THE SHMXREF LINK FILE"
006486         MOVE 8 TO WS-COND-CODE
006487         GO TO 2500-EXIT
006488     END-IF
006489     MOVE ZERO TO WS-CL-COUNT
006490     MOVE ZERO TO WS-TH-DANGLING
006491     MOVE LOW-VALUES TO EVT-KEY OF EVT-RECORD
006492     MOVE "N" TO WS-CL-DONE-SW
006493     START EVENT-FILE KEY IS NOT LESS THAN EVT-KEY OF EVT-RECORD
006494         INVALID KEY
006495             SET WS-CL-DONE TO TRUE
006496         NOT INVALID KEY
006497             READ EVENT-FILE NEXT RECORD
006498                 AT END
006499                     SET WS-CL-DONE TO TRUE
006500             END-READ
006501     END-START
006502     PERFORM 2510-TABLE-ONE-EVENT THRU 2510-EXIT
006503         UNTIL WS-CL-DONE
006504     MOVE LOW-VALUES TO XRF-KEY OF XRF-RECORD
006505     MOVE "N" TO WS-XRF-DONE-SW
006506     START XREF-FILE KEY IS NOT LESS THAN XRF-KEY OF XRF-RECORD
006507         INVALID KEY
006508             SET WS-XRF-DONE TO TRUE
006509         NOT INVALID KEY
006510             READ XREF-FILE NEXT RECORD
006511                 AT END
006512                     SET WS-XRF-DONE TO TRUE
006513             END-READ
006514     END-START
006515     PERFORM 2520-JOIN-ONE-LINK THRU 2520-EXIT
006516         UNTIL WS-XRF-DONE
006517     CLOSE XREF-FILE
006518     PERFORM 2530-ROLL-UP-ONE-EVENT THRU 2530-EXIT
006519         VARYING WS-CL-IX FROM 1 BY 1
006520         UNTIL WS-CL-IX > WS-CL-COUNT
006521     MOVE "LINK CLUSTERS" TO WS-REPORT-TITLE
006522     MOVE "ALL EVENTS ON FILE" TO WS-HDR-RANGE
006523     PERFORM 7200-RESET-PAGES THRU 7200-EXIT
006524     MOVE "  CLUSTERS OF LINKED EVENTS" TO REPORT-LINE
006525     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006526     MOVE ZERO TO WS-CL-CLUSTERS
006527     MOVE ZERO TO WS-CL-LINKED
006528     MOVE ZERO TO WS-CL-LARGEST
006529     PERFORM 2550-PRINT-ONE-CLUSTER THRU 2550-EXIT
006530         VARYING WS-CL-IX FROM 1 BY 1
006531         UNTIL WS-CL-IX > WS-CL-COUNT
006532     IF WS-CL-CLUSTERS = ZERO
006533         MOVE "    NO LINKED EVENTS ON FILE" TO REPORT-LINE
006534         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006535     END-IF
006536     MOVE SPACES TO REPORT-LINE
006537     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006538     MOVE "  EVENTS LINKED TO NOTHING" TO REPORT-LINE
006539     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006540     MOVE ZERO TO WS-CL-UNLINKED
006541     PERFORM 2570-PRINT-ONE-UNLINKED THRU 2570-EXIT
006542         VARYING WS-CL-IX FROM 1 BY 1
006543         UNTIL WS-CL-IX > WS-CL-COUNT
006544     IF WS-CL-UNLINKED = ZERO
006545         MOVE "    NONE - EVERY EVENT CARRIES A LINK"
006546             TO REPORT-LINE
006547         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006548     END-IF
006549     PERFORM 2590-PRINT-CLUSTER-TOTALS THRU 2590-EXIT.
006550 2500-EXIT.
006551     EXIT.
006552 2510-TABLE-ONE-EVENT.
006553     IF WS-CL-COUNT NOT < WS-CL-MAX-ENTRIES
006554         DISPLAY "SHMRPT - CLUSTER TABLE FULL AT "
006555             WS-CL-MAX-ENTRIES " EVENTS - REST NOT ANALYSED"
006556         ADD 1 TO WS-EXCEPTIONS
006557         IF WS-COND-CODE < 4
006558             MOVE 4 TO WS-COND-CODE
006559         END-IF
006560         SET WS-CL-DONE TO TRUE
006561         GO TO 2510-EXIT
006562     END-IF
006563     ADD 1 TO WS-CL-COUNT
006564     MOVE EVT-YEAR OF EVT-RECORD TO WS-CL-YEAR (WS-CL-COUNT)
006565     MOVE EVT-SEQ-NO OF EVT-RECORD TO WS-CL-SEQ (WS-CL-COUNT)
006566     MOVE WS-CL-COUNT TO WS-CL-PARENT (WS-CL-COUNT)
006567     MOVE WS-CL-COUNT TO WS-CL-ROOT (WS-CL-COUNT)
006568     MOVE "N" TO WS-CL-LINKED-SW (WS-CL-COUNT)
006569     MOVE ZERO TO WS-CL-SIZE (WS-CL-COUNT)
006570     MOVE EVT-YEAR OF EVT-RECORD TO WS-CL-HIGH-YEAR (WS-CL-COUNT)
006571     READ EVENT-FILE NEXT RECORD
006572         AT END
006573             SET WS-CL-DONE TO TRUE
006574     END-READ.
006575 2510-EXIT.
006576     EXIT.
006577*================================================================
006578* 2520-JOIN-ONE-LINK  -  MERGE THE CLUSTERS OF BOTH ENDS. THE
006579*                        LOWER TABLE ENTRY STAYS THE ROOT, SO A
006580*                        ROOT IS ALWAYS ITS CLUSTER'S EARLIEST
006581*                        EVENT
006582*================================================================
006583 2520-JOIN-ONE-LINK.
006584     MOVE XRF-FROM-YEAR OF XRF-RECORD TO WS-CL-WANT-YEAR
006585     MOVE XRF-FROM-SEQ OF XRF-RECORD TO WS-CL-WANT-SEQ
006586     PERFORM 2600-LOCATE-EVENT THRU 2600-EXIT
006587     MOVE WS-CL-HIT TO WS-CL-FROM-IX
006588     MOVE XRF-TO-YEAR OF XRF-RECORD TO WS-CL-WANT-YEAR
006589     MOVE XRF-TO-SEQ OF XRF-RECORD TO WS-CL-WANT-SEQ
006590     PERFORM 2600-LOCATE-EVENT THRU 2600-EXIT
006591     MOVE WS-CL-HIT TO WS-CL-TO-IX
006592     IF WS-CL-FROM-IX = ZERO OR WS-CL-TO-IX = ZERO
006593         ADD 1 TO WS-TH-DANGLING
006594         GO TO 2520-READ-NEXT
006595     END-IF
006596     MOVE "Y" TO WS-CL-LINKED-SW (WS-CL-FROM-IX)
006597     MOVE "Y" TO WS-CL-LINKED-SW (WS-CL-TO-IX)
006598     MOVE WS-CL-FROM-IX TO WS-UF-ROOT
006599     PERFORM 2620-FIND-ROOT THRU 2620-EXIT
006600     MOVE WS-UF-ROOT TO WS-CL-FROM-IX
006601     MOVE WS-CL-TO-IX TO WS-UF-ROOT
006602     PERFORM 2620-FIND-ROOT THRU 2620-EXIT
006603     MOVE WS-UF-ROOT TO WS-CL-TO-IX
006604     IF WS-CL-FROM-IX < WS-CL-TO-IX
006605         MOVE WS-CL-FROM-IX TO WS-CL-PARENT (WS-CL-TO-IX)
006606     END-IF
006607     IF WS-CL-TO-IX < WS-CL-FROM-IX
006608         MOVE WS-CL-TO-IX TO WS-CL-PARENT (WS-CL-FROM-IX)
006609     END-IF.
006610 2520-READ-NEXT.
006611     READ XREF-FILE NEXT RECORD
006612         AT END
006613             SET WS-XRF-DONE TO TRUE
006614     END-READ.
006615 2520-EXIT.
006616     EXIT.
006617*================================================================
006618* 2530-ROLL-UP-ONE-EVENT  -  COUNT A LINKED EVENT INTO ITS ROOT
006619*                            AND STRETCH THE ROOT'S YEAR SPAN
006620*================================================================
006621 2530-ROLL-UP-ONE-EVENT.
006622     IF WS-CL-LINKED-SW (WS-CL-IX) NOT = "Y"
006623         GO TO 2530-EXIT
006624     END-IF
006625     MOVE WS-CL-IX TO WS-UF-ROOT
006626     PERFORM 2620-FIND-ROOT THRU 2620-EXIT
006627     MOVE WS-UF-ROOT TO WS-CL-ROOT (WS-CL-IX)
006628     ADD 1 TO WS-CL-SIZE (WS-UF-ROOT)
006629     IF WS-CL-YEAR (WS-CL-IX) > WS-CL-HIGH-YEAR (WS-UF-ROOT)
006630         MOVE WS-CL-YEAR (WS-CL-IX)
006631             TO WS-CL-HIGH-YEAR (WS-UF-ROOT)
006632     END-IF.
006633 2530-EXIT.
006634     EXIT.
006635*================================================================
006636* 2550-PRINT-ONE-CLUSTER  -  BANNER FOR A ROOT, THEN ITS MEMBERS
006637*================================================================
006638 2550-PRINT-ONE-CLUSTER.
006639     IF WS-CL-LINKED-SW (WS-CL-IX) NOT = "Y"
006640             OR WS-CL-ROOT (WS-CL-IX) NOT = WS-CL-IX
006641         GO TO 2550-EXIT
006642     END-IF
006643     ADD 1 TO WS-CL-CLUSTERS
006644     ADD WS-CL-SIZE (WS-CL-IX) TO WS-CL-LINKED
006645     IF WS-CL-SIZE (WS-CL-IX) > WS-CL-LARGEST
006646         MOVE WS-CL-SIZE (WS-CL-IX) TO WS-CL-LARGEST
006647     END-IF
006648     MOVE WS-CL-CLUSTERS TO WS-CL-NO-ED
006649     MOVE WS-CL-SIZE (WS-CL-IX) TO WS-CL-SIZE-ED
006650     COMPUTE WS-CL-SPAN = WS-CL-HIGH-YEAR (WS-CL-IX)
006651         - WS-CL-YEAR (WS-CL-IX) + 1
006652     MOVE WS-CL-SPAN TO WS-CL-SPAN-ED
006653     MOVE SPACES TO REPORT-LINE
006654     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006655     MOVE SPACES TO REPORT-LINE
006656     STRING "  -- CLUSTER " DELIMITED BY SIZE
006657         WS-CL-NO-ED DELIMITED BY SIZE
006658         "  EVENTS " DELIMITED BY SIZE
006659         WS-CL-SIZE-ED DELIMITED BY SIZE
006660         "  YEARS " DELIMITED BY SIZE
006661         WS-CL-YEAR (WS-CL-IX) DELIMITED BY SIZE
006662         "-" DELIMITED BY SIZE
006663         WS-CL-HIGH-YEAR (WS-CL-IX) DELIMITED BY SIZE
006664         " (" DELIMITED BY SIZE
006665         WS-CL-SPAN-ED DELIMITED BY SIZE
006666         " YEARS) --" DELIMITED BY SIZE
006667         INTO REPORT-LINE
006668     END-STRING
006669     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006670     PERFORM 2560-PRINT-ONE-MEMBER THRU 2560-EXIT
006671         VARYING WS-CL-JX FROM WS-CL-IX BY 1
006672         UNTIL WS-CL-JX > WS-CL-COUNT.
006673 2550-EXIT.
006674     EXIT.
006675 2560-PRINT-ONE-MEMBER.
006676     IF WS-CL-LINKED-SW (WS-CL-JX) NOT = "Y"
006677             OR WS-CL-ROOT (WS-CL-JX) NOT = WS-CL-IX
006678         GO TO 2560-EXIT
006679     END-IF
006680     MOVE WS-CL-JX TO WS-CL-PRINT-IX
006681     PERFORM 2580-PRINT-EVENT-LINE THRU 2580-EXIT.
006682 2560-EXIT.
006683     EXIT.
006684 2570-PRINT-ONE-UNLINKED.
006685     IF WS-CL-LINKED-SW (WS-CL-IX) = "Y"
006686         GO TO 2570-EXIT
006687     END-IF
006688     ADD 1 TO WS-CL-UNLINKED
006689     MOVE WS-CL-IX TO WS-CL-PRINT-IX
006690     PERFORM 2580-PRINT-EVENT-LINE THRU 2580-EXIT.
006691 2570-EXIT.
006692     EXIT.
006693*================================================================
006694* 2580-PRINT-EVENT-LINE  -  KEY, DATE AND TEXT OF ONE TABLE ENTRY
006695*================================================================
006696 2580-PRINT-EVENT-LINE.
006697     MOVE WS-CL-YEAR (WS-CL-PRINT-IX) TO EVT-YEAR OF EVT-RECORD
006698     MOVE WS-CL-SEQ (WS-CL-PRINT-IX) TO EVT-SEQ-NO OF EVT-RECORD
006699     READ EVENT-FILE
006700         INVALID KEY
006701             GO TO 2580-EXIT
006702     END-READ
006703     PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
006704     MOVE EVT-YEAR OF EVT-RECORD TO WS-DE-YEAR
006705     MOVE EVT-MONTH OF EVT-RECORD TO WS-DE-MONTH
006706     MOVE EVT-DAY OF EVT-RECORD TO WS-DE-DAY
006707     PERFORM 2350-EDIT-DATE THRU 2350-EXIT
006708     MOVE SPACES TO REPORT-LINE
006709     STRING "    " DELIMITED BY SIZE
006710         EVT-YEAR OF EVT-RECORD DELIMITED BY SIZE
006711         "/" DELIMITED BY SIZE
006712         EVT-SEQ-NO OF EVT-RECORD DELIMITED BY SIZE
006713         "  " DELIMITED BY SIZE
006714         WS-DATE-ED DELIMITED BY SIZE
006715         "  " DELIMITED BY SIZE
006716         WS-LANG-MARK DELIMITED BY SIZE
006717         WS-SHOW-TEXT DELIMITED BY SIZE
006718         INTO REPORT-LINE
006719     END-STRING
006720     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006721 2580-EXIT.
006722     EXIT.
006723 2590-PRINT-CLUSTER-TOTALS.
006724     MOVE SPACES TO REPORT-LINE
006725     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006726     MOVE WS-CL-COUNT TO WS-CL-SIZE-ED
006727     MOVE SPACES TO REPORT-LINE
006728     STRING "  EVENTS EXAMINED         : " DELIMITED BY SIZE
006729         WS-CL-SIZE-ED DELIMITED BY SIZE
006730         INTO REPORT-LINE
006731     END-STRING
006732     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006733     MOVE WS-CL-CLUSTERS TO WS-CL-SIZE-ED
006734     MOVE SPACES TO REPORT-LINE
006735     STRING "  CLUSTERS                : " DELIMITED BY SIZE
006736         WS-CL-SIZE-ED DELIMITED BY SIZE
006737         INTO REPORT-LINE
006738     END-STRING
006739     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006740     MOVE WS-CL-LINKED TO WS-CL-SIZE-ED
006741     MOVE SPACES TO REPORT-LINE
006742     STRING "  EVENTS IN A CLUSTER     : " DELIMITED BY SIZE
006743         WS-CL-SIZE-ED DELIMITED BY SIZE
006744         INTO REPORT-LINE
006745     END-STRING
006746     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006747     MOVE WS-CL-LARGEST TO WS-CL-SIZE-ED
006748     MOVE SPACES TO REPORT-LINE
006749     STRING "  LARGEST CLUSTER         : " DELIMITED BY SIZE
006750         WS-CL-SIZE-ED DELIMITED BY SIZE
006751         INTO REPORT-LINE
006752     END-STRING
006753     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006754     MOVE WS-CL-UNLINKED TO WS-CL-SIZE-ED
006755     MOVE SPACES TO REPORT-LINE
006756     STRING "  EVENTS LINKED TO NOTHING: " DELIMITED BY SIZE
006757         WS-CL-SIZE-ED DELIMITED BY SIZE
006758         INTO REPORT-LINE
006759     END-STRING
006760     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006761     MOVE WS-TH-DANGLING TO WS-CL-SIZE-ED
006762     MOVE SPACES TO REPORT-LINE
006763     STRING "  LINKS TO MISSING EVENTS : " DELIMITED BY SIZE
006764         WS-CL-SIZE-ED DELIMITED BY SIZE
006765         INTO REPORT-LINE
006766     END-STRING
006767     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006768     IF WS-TH-DANGLING > ZERO
006769         ADD WS-TH-DANGLING TO WS-EXCEPTIONS
006770         IF WS-COND-CODE < 4
006771             MOVE 4 TO WS-COND-CODE
006772         END-IF
006773     END-IF.
006774 2590-EXIT.
006775     EXIT.
006776*================================================================
006777* 2600-LOCATE-EVENT  -  BINARY SEARCH OF THE KEY-ORDERED CLUSTER
006778*                       TABLE FOR WS-CL-WANT-KEY (0 = NOT THERE)
006779*================================================================
006780 2600-LOCATE-EVENT.
006781     MOVE ZERO TO WS-CL-HIT
006782     MOVE 1 TO WS-CL-LOW
006783     MOVE WS-CL-COUNT TO WS-CL-HIGH
006784     PERFORM 2610-PROBE-ONE THRU 2610-EXIT
006785         UNTIL WS-CL-LOW > WS-CL-HIGH OR WS-CL-HIT NOT = ZERO.
006786 2600-EXIT.
006787     EXIT.
006788 2610-PROBE-ONE.
006789     COMPUTE WS-CL-MID = (WS-CL-LOW + WS-CL-HIGH) / 2
006790     IF WS-CL-KEY (WS-CL-MID) = WS-CL-WANT-KEY
006791         MOVE WS-CL-MID TO WS-CL-HIT
006792         GO TO 2610-EXIT
006793     END-IF
006794     IF WS-CL-KEY (WS-CL-MID) < WS-CL-WANT-KEY
006795         COMPUTE WS-CL-LOW = WS-CL-MID + 1
006796     ELSE
006797         COMPUTE WS-CL-HIGH = WS-CL-MID - 1
006798     END-IF.
006799 2610-EXIT.
006800     EXIT.
006801*================================================================
006802* 2620-FIND-ROOT  -  CLIMB FROM WS-UF-ROOT TO ITS CLUSTER ROOT
006803*================================================================
006804 2620-FIND-ROOT.
006805     PERFORM 2625-CLIMB-ONE THRU 2625-EXIT
006806         UNTIL WS-CL-PARENT (WS-UF-ROOT) = WS-UF-ROOT.
006807 2620-EXIT.
006808     EXIT.
006809 2625-CLIMB-ONE.
006810     MOVE WS-CL-PARENT (WS-UF-ROOT) TO WS-UF-ROOT.
006811 2625-EXIT.
006812     EXIT.
006813*================================================================
006814* 3000-COVERAGE-REPORT  -  LIST EVERY YEAR WITH NO EVENTS
006815*================================================================
006816 3000-COVERAGE-REPORT.
006817     MOVE WS-LOW-YEAR TO WS-START-YEAR
006818     MOVE WS-HIGH-YEAR TO WS-END-YEAR
006819     IF PARM-FROM-YEAR NOT = ZERO
006820         MOVE PARM-FROM-YEAR TO WS-START-YEAR
006821     END-IF
006822     IF PARM-TO-YEAR NOT = ZERO
006823         MOVE PARM-TO-YEAR TO WS-END-YEAR
006824     END-IF
006825     MOVE WS-START-YEAR TO WS-YEAR
006826     MOVE ZERO TO WS-GAP-COUNT
006827     MOVE "COVERAGE RECONCILIATION REPORT" TO WS-REPORT-TITLE
006828     MOVE SPACES TO WS-HDR-RANGE
006829     STRING "ADVERTISED " DELIMITED BY SIZE
006830         WS-LOW-YEAR DELIMITED BY SIZE
006831         "-" DELIMITED BY SIZE
006832         WS-HIGH-YEAR DELIMITED BY SIZE
006833         INTO WS-HDR-RANGE
006834     END-STRING
006835     PERFORM 7200-RESET-PAGES THRU 7200-EXIT
006836     PERFORM 3100-CHECK-ONE-YEAR THRU 3100-EXIT
006837         UNTIL WS-YEAR > WS-END-YEAR
006838     MOVE WS-GAP-COUNT TO WS-EXCEPTIONS
006839     IF WS-GAP-COUNT > ZERO AND WS-COND-CODE < 4
006840         MOVE 4 TO WS-COND-CODE
006841     END-IF
006842     MOVE WS-GAP-COUNT TO WS-GAP-COUNT-ED
006843     MOVE SPACES TO REPORT-LINE
006844     STRING "TOTAL GAP YEARS: " DELIMITED BY SIZE
006845         WS-GAP-COUNT-ED DELIMITED BY SIZE
006846         INTO REPORT-LINE
006847     END-STRING
006848     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006849 3000-EXIT.
006850     EXIT.
006851*================================================================
006852* 3100-CHECK-ONE-YEAR  -  TEST ONE YEAR, LOG IT IF MISSING
006853*================================================================
006854 3100-CHECK-ONE-YEAR.
006855     MOVE WS-YEAR TO EVT-YEAR OF EVT-RECORD
006856     MOVE 1 TO EVT-SEQ-NO OF EVT-RECORD
006857     START EVENT-FILE KEY IS NOT LESS THAN EVT-KEY OF EVT-RECORD
006858         INVALID KEY
006859             SET WS-YEAR-NOT-FOUND TO TRUE
006860         NOT INVALID KEY
006861             READ EVENT-FILE NEXT RECORD
006862                 AT END
006863                     SET WS-YEAR-NOT-FOUND TO TRUE
006864                 NOT AT END
006865                     IF EVT-YEAR OF EVT-RECORD = WS-YEAR
006866                         SET WS-YEAR-FOUND TO TRUE
006867                     ELSE
006868                         SET WS-YEAR-NOT-FOUND TO TRUE
006869                     END-IF
006870             END-READ
006871     END-START
006872     IF WS-YEAR-NOT-FOUND
006873         ADD 1 TO WS-GAP-COUNT
006874         MOVE SPACES TO REPORT-LINE
006875         STRING "  " DELIMITED BY SIZE
006876             WS-YEAR DELIMITED BY SIZE
006877             " - NO EVENTS LOADED" DELIMITED BY SIZE
006878             INTO REPORT-LINE
006879         END-STRING
006880         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006881     END-IF
006882     ADD 1 TO WS-YEAR.
006883 3100-EXIT.
006884     EXIT.
006885*================================================================
006886* 3200-REVISION-REPORT  -  EVERY VERSION OF ONE EVENT, ARCHIVE
006887*                          GENERATIONS FIRST, THEN LIVE JOURNAL
006888*================================================================
006889 3200-REVISION-REPORT.
006890     IF PARM-SEED-KEY NOT NUMERIC
006891         DISPLAY "SHMRPT - REV REQUIRES A YEAR AND SEQ NO "
006892             "IN BYTES 49-56"
006893         MOVE 8 TO WS-COND-CODE
006894         GO TO 3200-EXIT
006895     END-IF
006896     OPEN INPUT JOURNAL-FILE
006897     IF WS-JRN-STATUS NOT = "00"
006898         DISPLAY "SHMRPT - REV REQUIRES THE SHMJRNL JOURNAL"
006899         MOVE 8 TO WS-COND-CODE
006900         GO TO 3200-EXIT
006901     END-IF
006902     MOVE PARM-SEED-YEAR TO WS-RV-YEAR
006903     MOVE PARM-SEED-SEQ TO WS-RV-SEQ
006904     MOVE "EVENT REVISION HISTORY" TO WS-REPORT-TITLE
006905     MOVE SPACES TO WS-HDR-RANGE
006906     STRING "EVENT " DELIMITED BY SIZE
006907         WS-RV-YEAR DELIMITED BY SIZE
006908         "/" DELIMITED BY SIZE
006909         WS-RV-SEQ DELIMITED BY SIZE
006910         INTO WS-HDR-RANGE
006911     END-STRING
006912     PERFORM 7200-RESET-PAGES THRU 7200-EXIT
006913     MOVE "ARCHIVE" TO WS-RV-SOURCE
006914     OPEN INPUT ARCHIVE-FILE
006915     IF WS-ARC-STATUS = "00"
006916         MOVE "N" TO WS-RV-EOF-SW
006917         PERFORM 3210-SCAN-ARCHIVE-ROW THRU 3210-EXIT
006918             UNTIL WS-RV-EOF
006919         CLOSE ARCHIVE-FILE
006920     ELSE
006921         DISPLAY "SHMRPT - NO SHMJRNA ARCHIVE - LIVE JOURNAL ONLY"
006922     END-IF
006923     MOVE "LIVE" TO WS-RV-SOURCE
006924     MOVE "N" TO WS-RV-EOF-SW
006925     PERFORM 3220-SCAN-LIVE-ROW THRU 3220-EXIT
006926         UNTIL WS-RV-EOF
006927     CLOSE JOURNAL-FILE
006928     MOVE SPACES TO REPORT-LINE
006929     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006930     MOVE WS-RV-COUNT TO WS-RV-VER-ED
006931     MOVE SPACES TO REPORT-LINE
006932     STRING "VERSIONS LISTED : " DELIMITED BY SIZE
006933         WS-RV-VER-ED DELIMITED BY SIZE
006934         INTO REPORT-LINE
006935     END-STRING
006936     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006937     IF WS-RV-COUNT = ZERO
006938         DISPLAY "SHMRPT - NO JOURNAL ROWS FOR EVENT " WS-RV-YEAR
006939             "/" WS-RV-SEQ
006940         IF WS-COND-CODE < 4
006941             MOVE 4 TO WS-COND-CODE
006942         END-IF
006943     END-IF.
006944 3200-EXIT.
006945     EXIT.
006946*================================================================
006947* 3210-SCAN-ARCHIVE-ROW  -  ONE SHMJRNA ROW
006948*================================================================
006949 3210-SCAN-ARCHIVE-ROW.
006950     READ ARCHIVE-FILE INTO JRN-RECORD
006951         AT END
006952             SET WS-RV-EOF TO TRUE
006953             GO TO 3210-EXIT
006954     END-READ
006955     PERFORM 3230-CHECK-ONE-ROW THRU 3230-EXIT.
006956 3210-EXIT.
006957     EXIT.
006958*================================================================
006959* 3220-SCAN-LIVE-ROW  -  ONE SHMJRNL ROW
006960*================================================================
006961 3220-SCAN-LIVE-ROW.
006962     READ JOURNAL-FILE INTO JRN-RECORD
006963         AT END
006964             SET WS-RV-EOF TO TRUE
006965             GO TO 3220-EXIT
006966     END-READ
006967     PERFORM 3230-CHECK-ONE-ROW THRU 3230-EXIT.
006968 3220-EXIT.
006969     EXIT.
006970*================================================================
006971* 3230-CHECK-ONE-ROW  -  PRINT THE ROW IF IT TOUCHES THE EVENT
006972*================================================================
006973 3230-CHECK-ONE-ROW.
006974     IF JRN-FN-MRG-MOVE
006975         GO TO 3230-EXIT
006976     END-IF
006977     MOVE JRN-BEFORE-IMAGE TO RVB-RECORD
006978     MOVE JRN-AFTER-IMAGE TO RVA-RECORD
006979     IF EVT-KEY OF RVA-RECORD NOT = WS-RV-KEY
006980             AND EVT-KEY OF RVB-RECORD NOT = WS-RV-KEY
006981         GO TO 3230-EXIT
006982     END-IF
006983     ADD 1 TO WS-RV-COUNT
006984     MOVE WS-RV-COUNT TO WS-RV-VER-ED
006985     MOVE JRN-DATE TO WS-RV-DATE
006986     MOVE JRN-TIME TO WS-RV-TIME
006987     MOVE SPACES TO REPORT-LINE
006988     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006989     MOVE SPACES TO REPORT-LINE
006990     STRING "VERSION " WS-RV-VER-ED "  "
006991         WS-RV-CCYY "-" WS-RV-MM "-" WS-RV-DD "  "
006992         WS-RV-HH ":" WS-RV-MI ":" WS-RV-SS
006993         "  BY " JRN-OPERATOR "  " JRN-FUNCTION "  ("
006994         DELIMITED BY SIZE
006995         WS-RV-SOURCE DELIMITED BY SPACE
006996         ")" DELIMITED BY SIZE
006997         INTO REPORT-LINE
006998     END-STRING
006999     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007000     IF JRN-FN-MERGE
007001         MOVE SPACES TO REPORT-LINE
007002         IF EVT-KEY OF RVB-RECORD = WS-RV-KEY
007003             STRING "    EVENT RETIRED - MERGED INTO "
007004                 EVT-YEAR OF RVA-RECORD "/"
007005                 EVT-SEQ-NO OF RVA-RECORD
007006                 DELIMITED BY SIZE INTO REPORT-LINE
007007             END-STRING
007008             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007009             MOVE RVB-RECORD TO RVA-RECORD
007010             MOVE "N" TO WS-RV-COMPARE-SW
007011             PERFORM 3240-PRINT-VERSION THRU 3240-EXIT
007012         ELSE
007013             STRING "    ABSORBED DUPLICATE "
007014                 EVT-YEAR OF RVB-RECORD "/"
007015                 EVT-SEQ-NO OF RVB-RECORD
007016                 DELIMITED BY SIZE INTO REPORT-LINE
007017             END-STRING
007018             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007019         END-IF
007020         GO TO 3230-EXIT
007021     END-IF
007022     IF JRN-BEFORE-IMAGE = SPACES
007023         MOVE "    (FIRST VERSION - EVENT ADDED)" TO REPORT-LINE
007024         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007025         MOVE "N" TO WS-RV-COMPARE-SW
007026     ELSE
007027         SET WS-RV-COMPARE TO TRUE
007028     END-IF
007029     PERFORM 3240-PRINT-VERSION THRU 3240-EXIT.
007030 3230-EXIT.
007031     EXIT.
007032*================================================================
007033* 3240-PRINT-VERSION  -  THE FIELDS OF RVA-RECORD, EACH AGAINST
007034*                        RVB-RECORD WHEN WS-RV-COMPARE IS ON
007035*================================================================
007036 3240-PRINT-VERSION.
007037     MOVE "DATE" TO WS-RV-LABEL
007038     MOVE SPACES TO WS-RV-NEW
007039     MOVE SPACES TO WS-RV-OLD
007040     STRING EVT-MONTH OF RVA-RECORD "/" EVT-DAY OF RVA-RECORD
007041         DELIMITED BY SIZE INTO WS-RV-NEW
007042     END-STRING
007043     STRING EVT-MONTH OF RVB-RECORD "/" EVT-DAY OF RVB-RECORD
007044         DELIMITED BY SIZE INTO WS-RV-OLD
007045     END-STRING
007046     PERFORM 3250-PRINT-FIELD THRU 3250-EXIT
007047     MOVE "CATEGORY" TO WS-RV-LABEL
007048     MOVE EVT-CATEGORY OF RVA-RECORD TO WS-RV-NEW
007049     MOVE EVT-CATEGORY OF RVB-RECORD TO WS-RV-OLD
007050     PERFORM 3250-PRINT-FIELD THRU 3250-EXIT
007051     MOVE "HEADLINE" TO WS-RV-LABEL
007052     MOVE EVT-HEADLINE-SW OF RVA-RECORD TO WS-RV-NEW
007053     MOVE EVT-HEADLINE-SW OF RVB-RECORD TO WS-RV-OLD
007054     PERFORM 3250-PRINT-FIELD THRU 3250-EXIT
007055     MOVE "LANGUAGE" TO WS-RV-LABEL
007056     MOVE EVT-LANG-CD OF RVA-RECORD TO WS-RV-NEW
007057     MOVE EVT-LANG-CD OF RVB-RECORD TO WS-RV-OLD
007058     PERFORM 3250-PRINT-FIELD THRU 3250-EXIT
007059     MOVE "END DATE" TO WS-RV-LABEL
007060     MOVE "NONE" TO WS-RV-NEW
007061     IF NOT EVT-NO-END-DATE OF RVA-RECORD
007062         MOVE SPACES TO WS-RV-NEW
007063         STRING EVT-END-YEAR OF RVA-RECORD "/"
007064             EVT-END-MONTH OF RVA-RECORD "/"
007065             EVT-END-DAY OF RVA-RECORD
007066             DELIMITED BY SIZE INTO WS-RV-NEW
007067         END-STRING
007068     END-IF
007069     MOVE "NONE" TO WS-RV-OLD
007070     IF NOT EVT-NO-END-DATE OF RVB-RECORD
007071         MOVE SPACES TO WS-RV-OLD
007072         STRING EVT-END-YEAR OF RVB-RECORD "/"
007073             EVT-END-MONTH OF RVB-RECORD "/"
007074             EVT-END-DAY OF RVB-RECORD
007075             DELIMITED BY SIZE INTO WS-RV-OLD
007076         END-STRING
007077     END-IF
007078     PERFORM 3250-PRINT-FIELD THRU 3250-EXIT
007079     MOVE "STATUS" TO WS-RV-LABEL
007080     EVALUATE TRUE
007081         WHEN EVT-PUB-DRAFT OF RVA-RECORD
007082             MOVE "DRAFT" TO WS-RV-NEW
007083         WHEN EVT-PUB-SCHEDULED OF RVA-RECORD
007084             MOVE "SCHEDULED" TO WS-RV-NEW
007085         WHEN EVT-PUB-WITHDRAWN OF RVA-RECORD
007086             MOVE "WITHDRAWN" TO WS-RV-NEW
007087         WHEN OTHER
007088             MOVE "PUBLISHED" TO WS-RV-NEW
007089     END-EVALUATE
007090     EVALUATE TRUE
007091         WHEN EVT-PUB-DRAFT OF RVB-RECORD
007092             MOVE "DRAFT" TO WS-RV-OLD
007093         WHEN EVT-PUB-SCHEDULED OF RVB-RECORD
007094             MOVE "SCHEDULED" TO WS-RV-OLD
007095         WHEN EVT-PUB-WITHDRAWN OF RVB-RECORD
007096             MOVE "WITHDRAWN" TO WS-RV-OLD
007097         WHEN OTHER
007098             MOVE "PUBLISHED" TO WS-RV-OLD
007099     END-EVALUATE
007100     PERFORM 3250-PRINT-FIELD THRU 3250-EXIT
007101     MOVE "TEXT" TO WS-RV-LABEL
007102     MOVE EVT-TEXT OF RVA-RECORD (1:100) TO WS-RV-NEW
007103     MOVE EVT-TEXT OF RVB-RECORD (1:100) TO WS-RV-OLD
007104     PERFORM 3250-PRINT-FIELD THRU 3250-EXIT
007105     MOVE " " TO WS-RV-LABEL
007106     MOVE EVT-TEXT OF RVA-RECORD (101:100) TO WS-RV-NEW
007107     MOVE EVT-TEXT OF RVB-RECORD (101:100) TO WS-RV-OLD
007108     IF WS-RV-NEW NOT = SPACES OR WS-RV-OLD NOT = SPACES
007109         PERFORM 3250-PRINT-FIELD THRU 3250-EXIT
007110     END-IF.
007111 3240-EXIT.
007112     EXIT.
007113*================================================================
007114* 3250-PRINT-FIELD  -  ONE FIELD LINE, MARKED ** WITH ITS OLD
007115*                      VALUE UNDER IT WHEN THE UPDATE CHANGED IT
007116*================================================================
007117 3250-PRINT-FIELD.
007118     MOVE SPACES TO REPORT-LINE
007119     IF WS-RV-COMPARE AND WS-RV-NEW NOT = WS-RV-OLD
007120         STRING " ** " WS-RV-LABEL ": " WS-RV-NEW
007121             DELIMITED BY SIZE INTO REPORT-LINE
007122         END-STRING
007123         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007124         MOVE SPACES TO REPORT-LINE
007125         STRING "    WAS       : " WS-RV-OLD
007126             DELIMITED BY SIZE INTO REPORT-LINE
007127         END-STRING
007128     ELSE
007129         STRING "    " WS-RV-LABEL ": " WS-RV-NEW
007130             DELIMITED BY SIZE INTO REPORT-LINE
007131         END-STRING
007132     END-IF
007133     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007134 3250-EXIT.
007135     EXIT.
007136*================================================================
007137* 3300-BIOGRAPHY-REPORT  -  EVERY PUBLISHED EVENT LINKED ON
007138*                           SHMEPRF TO THE PERSON ON THE CARD,
007139*                           IN DATE ORDER, WITH ITS NARRATIVE
007140*                           EXCERPT AND THE OTHER PEOPLE LINKED
007141*================================================================
007142 3300-BIOGRAPHY-REPORT.
007143     INSPECT PARM-PERSON-CODE CONVERTING
007144         "abcdefghijklmnopqrstuvwxyz" TO
007145         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007146     IF PARM-PERSON-CODE = SPACES
007147         DISPLAY "SHMRPT - BIO REQUIRES A PERSON CODE IN "
007148             "BYTES 49-56"
007149         MOVE 8 TO WS-COND-CODE
007150         GO TO 3300-EXIT
007151     END-IF
007152     OPEN INPUT PERSON-FILE
007153     IF WS-PER-STATUS NOT = "00"
007154         DISPLAY "SHMRPT - BIO REQUIRES THE SHMPERF PEOPLE "
007155             "REGISTER"
007156         MOVE 8 TO WS-COND-CODE
007157         GO TO 3300-EXIT
007158     END-IF
007159     MOVE PARM-PERSON-CODE TO PER-CODE OF PER-RECORD
007160     READ PERSON-FILE
007161         INVALID KEY
007162             DISPLAY "SHMRPT - NO SUCH PERSON " PARM-PERSON-CODE
007163             MOVE 8 TO WS-COND-CODE
007164             CLOSE PERSON-FILE
007165             GO TO 3300-EXIT
007166     END-READ
007167     OPEN INPUT EPRNK-FILE
007168     IF WS-EPR-STATUS NOT = "00"
007169         DISPLAY "SHMRPT - BIO REQUIRES THE SHMEPRF EVENT-"
007170             "PERSON LINK FILE"
007171         MOVE 8 TO WS-COND-CODE
007172         CLOSE PERSON-FILE
007173         GO TO 3300-EXIT
007174     END-IF
007175     OPEN INPUT NARR-FILE
007176     IF WS-NAR-STATUS = "00"
007177         SET WS-NARR-MODE TO TRUE
007178     ELSE
007179         DISPLAY "SHMRPT - SHMNARR NOT FOUND - TIMELINE "
007180             "WITHOUT EXCERPTS"
007181         IF WS-COND-CODE < 4
007182             MOVE 4 TO WS-COND-CODE
007183         END-IF
007184     END-IF
007185     MOVE "BIOGRAPHY TIMELINE" TO WS-REPORT-TITLE
007186     MOVE SPACES TO WS-HDR-RANGE
007187     STRING "PERSON " DELIMITED BY SIZE
007188         PARM-PERSON-CODE DELIMITED BY SIZE
007189         INTO WS-HDR-RANGE
007190     END-STRING
007191     PERFORM 7200-RESET-PAGES THRU 7200-EXIT
007192     MOVE "????" TO WS-BL-BIRTH
007193     IF NOT PER-BIRTH-UNKNOWN OF PER-RECORD
007194         MOVE PER-BIRTH-YEAR OF PER-RECORD TO WS-BL-BIRTH
007195     END-IF
007196     MOVE SPACES TO WS-BL-DEATH
007197     IF NOT PER-DEATH-UNKNOWN OF PER-RECORD
007198         MOVE PER-DEATH-YEAR OF PER-RECORD TO WS-BL-DEATH
007199     END-IF
007200     MOVE SPACES TO REPORT-LINE
007201     STRING "-- " DELIMITED BY SIZE
007202         PER-CODE OF PER-RECORD DELIMITED BY SIZE
007203         " " DELIMITED BY SIZE
007204         PER-NAME OF PER-RECORD DELIMITED BY SIZE
007205         " " DELIMITED BY SIZE
007206         WS-BIO-LIFE DELIMITED BY SIZE
007207         " --" DELIMITED BY SIZE
007208         INTO REPORT-LINE
007209     END-STRING
007210     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007211     MOVE SPACES TO REPORT-LINE
007212     STRING "   " DELIMITED BY SIZE
007213         PER-DESC OF PER-RECORD DELIMITED BY SIZE
007214         INTO REPORT-LINE
007215     END-STRING
007216     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007217     MOVE SPACES TO REPORT-LINE
007218     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007219     MOVE ZERO TO WS-BIO-COUNT
007220     MOVE ZERO TO WS-BIO-DROPPED
007221     MOVE LOW-VALUES TO EPR-KEY OF EPR-RECORD
007222     MOVE "N" TO WS-EPR-DONE-SW
007223     START EPRNK-FILE KEY IS NOT LESS THAN
007224             EPR-KEY OF EPR-RECORD
007225         INVALID KEY
007226             SET WS-EPR-DONE TO TRUE
007227         NOT INVALID KEY
007228             READ EPRNK-FILE NEXT RECORD
007229                 AT END
007230                     SET WS-EPR-DONE TO TRUE
007231             END-READ
007232     END-START
007233     PERFORM 3310-TABLE-ONE-LINK THRU 3310-EXIT
007234         UNTIL WS-EPR-DONE
007235     IF WS-BIO-COUNT = ZERO
007236         MOVE "  NO PUBLISHED EVENTS LINKED TO THIS PERSON"
007237             TO REPORT-LINE
007238         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007239     END-IF
007240     PERFORM 3320-PRINT-NEXT-IN-DATE THRU 3320-EXIT
007241         WS-BIO-COUNT TIMES
007242     MOVE WS-BIO-COUNT TO WS-TH-COUNT-ED
007243     MOVE SPACES TO REPORT-LINE
007244     STRING "  EVENTS ON THE TIMELINE : " DELIMITED BY SIZE
007245         WS-TH-COUNT-ED DELIMITED BY SIZE
007246         INTO REPORT-LINE
007247     END-STRING
007248     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007249     IF WS-BIO-DROPPED > ZERO
007250         MOVE WS-BIO-DROPPED TO WS-TH-COUNT-ED
007251         MOVE SPACES TO REPORT-LINE
007252         STRING "  LINKED EVENTS NOT SHOWN - TABLE FULL : "
007253             DELIMITED BY SIZE
007254             WS-TH-COUNT-ED DELIMITED BY SIZE
007255             INTO REPORT-LINE
007256         END-STRING
007257         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007258         ADD 1 TO WS-EXCEPTIONS
007259         IF WS-COND-CODE < 4
007260             MOVE 4 TO WS-COND-CODE
007261         END-IF
007262     END-IF
007263     IF WS-NARR-MODE
007264         CLOSE NARR-FILE
007265     END-IF
007266     CLOSE EPRNK-FILE
007267     CLOSE PERSON-FILE.
007268 3300-EXIT.
007269     EXIT.
007270*================================================================
007271* 3310-TABLE-ONE-LINK  -  ONE SHMEPRF ROW; A PUBLISHED EVENT OF
007272*                         THE PERSON GOES INTO THE TIMELINE
007273*================================================================
007274 3310-TABLE-ONE-LINK.
007275     IF EPR-PERSON OF EPR-RECORD NOT = PARM-PERSON-CODE
007276         GO TO 3310-READ-NEXT
007277     END-IF
007278     MOVE EPR-YEAR OF EPR-RECORD TO EVT-YEAR OF EVT-RECORD
007279     MOVE EPR-SEQ-NO OF EPR-RECORD TO EVT-SEQ-NO OF EVT-RECORD
007280     READ EVENT-FILE
007281         INVALID KEY
007282             GO TO 3310-READ-NEXT
007283     END-READ
007284     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
007285         GO TO 3310-READ-NEXT
007286     END-IF
007287     IF WS-BIO-COUNT NOT < WS-BIO-MAX-ENTRIES
007288         ADD 1 TO WS-BIO-DROPPED
007289         GO TO 3310-READ-NEXT
007290     END-IF
007291     ADD 1 TO WS-BIO-COUNT
007292     MOVE EVT-YEAR OF EVT-RECORD TO WS-BI-YEAR (WS-BIO-COUNT)
007293     MOVE EVT-SEQ-NO OF EVT-RECORD TO WS-BI-SEQ (WS-BIO-COUNT)
007294     MOVE EVT-MONTH OF EVT-RECORD TO WS-BI-MONTH (WS-BIO-COUNT)
007295     MOVE EVT-DAY OF EVT-RECORD TO WS-BI-DAY (WS-BIO-COUNT)
007296     MOVE "N" TO WS-BI-USED-SW (WS-BIO-COUNT).
007297 3310-READ-NEXT.
007298     READ EPRNK-FILE NEXT RECORD
007299         AT END
007300             SET WS-EPR-DONE TO TRUE
007301     END-READ.
007302 3310-EXIT.
007303     EXIT.
007304*================================================================
007305* 3320-PRINT-NEXT-IN-DATE  -  EARLIEST TIMELINE EVENT NOT YET
007306*                             PRINTED, ITS EXCERPT AND THE OTHER
007307*                             PEOPLE LINKED TO IT
007308*================================================================
007309 3320-PRINT-NEXT-IN-DATE.
007310     MOVE ZERO TO WS-BIO-MIN-IX
007311     MOVE 999999999999 TO WS-TH-MIN-KEY
007312     PERFORM 3330-SCAN-FOR-EARLIEST THRU 3330-EXIT
007313         VARYING WS-BIO-IX FROM 1 BY 1
007314         UNTIL WS-BIO-IX > WS-BIO-COUNT
007315     IF WS-BIO-MIN-IX = ZERO
007316         GO TO 3320-EXIT
007317     END-IF
007318     MOVE "Y" TO WS-BI-USED-SW (WS-BIO-MIN-IX)
007319     MOVE WS-BI-YEAR (WS-BIO-MIN-IX) TO EVT-YEAR OF EVT-RECORD
007320     MOVE WS-BI-SEQ (WS-BIO-MIN-IX) TO EVT-SEQ-NO OF EVT-RECORD
007321     READ EVENT-FILE
007322         INVALID KEY
007323             GO TO 3320-EXIT
007324     END-READ
007325     PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
007326     MOVE EVT-YEAR OF EVT-RECORD TO WS-DE-YEAR
007327     MOVE EVT-MONTH OF EVT-RECORD TO WS-DE-MONTH
007328     MOVE EVT-DAY OF EVT-RECORD TO WS-DE-DAY
007329     PERFORM 2350-EDIT-DATE THRU 2350-EXIT
007330     MOVE SPACES TO REPORT-LINE
007331     STRING "  " DELIMITED BY SIZE
007332         WS-DATE-ED DELIMITED BY SIZE
007333         "  " DELIMITED BY SIZE
007334         EVT-YEAR OF EVT-RECORD DELIMITED BY SIZE
007335         "/" DELIMITED BY SIZE
007336         EVT-SEQ-NO OF EVT-RECORD DELIMITED BY SIZE
007337         "  " DELIMITED BY SIZE
007338         WS-LANG-MARK DELIMITED BY SIZE
007339         WS-SHOW-TEXT DELIMITED BY SIZE
007340         INTO REPORT-LINE
007341     END-STRING
007342     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007343     PERFORM 7930-GET-EXCERPT THRU 7930-EXIT
007344     IF WS-PLQ-NARR-1 NOT = SPACES
007345         MOVE SPACES TO REPORT-LINE
007346         STRING "        " DELIMITED BY SIZE
007347             WS-PLQ-NARR-1 DELIMITED BY SIZE
007348             INTO REPORT-LINE
007349         END-STRING
007350         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007351     END-IF
007352     IF WS-PLQ-NARR-2 NOT = SPACES
007353         MOVE SPACES TO REPORT-LINE
007354         STRING "        " DELIMITED BY SIZE
007355             WS-PLQ-NARR-2 DELIMITED BY SIZE
007356             INTO REPORT-LINE
007357         END-STRING
007358         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007359     END-IF
007360     MOVE WS-BI-YEAR (WS-BIO-MIN-IX) TO EPR-YEAR OF EPR-RECORD
007361     MOVE WS-BI-SEQ (WS-BIO-MIN-IX) TO EPR-SEQ-NO OF EPR-RECORD
007362     MOVE LOW-VALUES TO EPR-PERSON OF EPR-RECORD
007363     MOVE "N" TO WS-EPR-DONE-SW
007364     START EPRNK-FILE KEY IS NOT LESS THAN
007365             EPR-KEY OF EPR-RECORD
007366         INVALID KEY
007367             SET WS-EPR-DONE TO TRUE
007368         NOT INVALID KEY
007369             READ EPRNK-FILE NEXT RECORD
007370                 AT END
007371                     SET WS-EPR-DONE TO TRUE
007372             END-READ
007373     END-START
007374     PERFORM 3340-PRINT-ONE-OTHER THRU 3340-EXIT
007375         UNTIL WS-EPR-DONE
007376     MOVE SPACES TO REPORT-LINE
007377     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007378 3320-EXIT.
007379     EXIT.
007380 3330-SCAN-FOR-EARLIEST.
007381     IF WS-BI-USED-SW (WS-BIO-IX) = "Y"
007382         GO TO 3330-EXIT
007383     END-IF
007384     COMPUTE WS-TH-SORT-KEY =
007385         WS-BI-YEAR (WS-BIO-IX) * 100000000
007386         + WS-BI-MONTH (WS-BIO-IX) * 1000000
007387         + WS-BI-DAY (WS-BIO-IX) * 10000
007388         + WS-BI-SEQ (WS-BIO-IX)
007389     IF WS-TH-SORT-KEY < WS-TH-MIN-KEY
007390         MOVE WS-TH-SORT-KEY TO WS-TH-MIN-KEY
007391         MOVE WS-BIO-IX TO WS-BIO-MIN-IX
007392     END-IF.
007393 3330-EXIT.
007394     EXIT.
007395*================================================================
007396* 3340-PRINT-ONE-OTHER  -  ONE MORE PERSON LINKED TO THE EVENT
007397*================================================================
007398 3340-PRINT-ONE-OTHER.
007399     IF EPR-YEAR OF EPR-RECORD NOT = WS-BI-YEAR (WS-BIO-MIN-IX)
007400             OR EPR-SEQ-NO OF EPR-RECORD NOT =
007401             WS-BI-SEQ (WS-BIO-MIN-IX)
007402         SET WS-EPR-DONE TO TRUE
007403         GO TO 3340-EXIT
007404     END-IF
007405     IF EPR-PERSON OF EPR-RECORD NOT = PARM-PERSON-CODE
007406         MOVE EPR-PERSON OF EPR-RECORD TO PER-CODE OF PER-RECORD
007407         READ PERSON-FILE
007408             INVALID KEY
007409                 MOVE "(NOT ON THE REGISTER)"
007410                     TO PER-NAME OF PER-RECORD
007411         END-READ
007412         MOVE SPACES TO REPORT-LINE
007413         STRING "        ALSO: " DELIMITED BY SIZE
007414             EPR-PERSON OF EPR-RECORD DELIMITED BY SIZE
007415             " " DELIMITED BY SIZE
007416             PER-NAME OF PER-RECORD DELIMITED BY SIZE
007417             INTO REPORT-LINE
007418         END-STRING
007419         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007420     END-IF
007421     READ EPRNK-FILE NEXT RECORD
007422         AT END
007423             SET WS-EPR-DONE TO TRUE
007424     END-READ.
007425 3340-EXIT.
007426     EXIT.
007427*================================================================
007428* 4000-RANGE-REPORT  -  PRINT EVERY EVENT FOR EACH YEAR IN RANGE
007429*================================================================
007430 4000-RANGE-REPORT.
007431     IF PARM-FROM-YEAR = ZERO OR PARM-TO-YEAR = ZERO
007432         DISPLAY "SHMRPT - RNG REQUIRES FROM-YEAR AND TO-YEAR"
007433         MOVE 8 TO WS-COND-CODE
007434         GO TO 4000-EXIT
007435     END-IF
007436     IF PARM-RESTART-YEAR NOT = ZERO
007437             AND (PARM-RESTART-YEAR < PARM-FROM-YEAR
007438             OR PARM-RESTART-YEAR > PARM-TO-YEAR)
007439         DISPLAY "SHMRPT - RESTART-YEAR MUST FALL BETWEEN "
007440             "FROM-YEAR AND TO-YEAR"
007441         MOVE 8 TO WS-COND-CODE
007442         GO TO 4000-EXIT
007443     END-IF
007444     MOVE PARM-FROM-YEAR TO WS-START-YEAR
007445     MOVE PARM-TO-YEAR TO WS-END-YEAR
007446     MOVE WS-START-YEAR TO WS-YEAR
007447     IF PARM-RESTART-YEAR NOT = ZERO
007448         MOVE PARM-RESTART-YEAR TO WS-YEAR
007449         ADD 1 TO WS-YEAR
007450         MOVE WS-YEAR TO WS-START-YEAR
007451         DISPLAY "SHMRPT - RESTARTING AFTER YEAR "
007452             PARM-RESTART-YEAR
007453     END-IF
007454     IF WS-NARR-MODE
007455         OPEN INPUT NARR-FILE
007456         IF WS-NAR-STATUS NOT = "00"
007457             DISPLAY "SHMRPT - SHMNARR NOT FOUND - PRINTING "
007458                 "EVENTS ONLY"
007459             MOVE "N" TO WS-NARR-MODE-SW
007460             IF WS-COND-CODE < 4
007461                 MOVE 4 TO WS-COND-CODE
007462             END-IF
007463         END-IF
007464     END-IF
007465     IF PARM-REPT-TYPE = "RNL"
007466         OPEN INPUT CITE-FILE
007467         IF WS-CIT-STATUS = "00"
007468             SET WS-CIT-MODE TO TRUE
007469         ELSE
007470             DISPLAY "SHMRPT - SHMCITF NOT FOUND - PRINTING "
007471                 "WITHOUT CITATIONS"
007472             IF WS-COND-CODE < 4
007473                 MOVE 4 TO WS-COND-CODE
007474             END-IF
007475         END-IF
007476     END-IF
007477     OPEN EXTEND CHECKPOINT-FILE
007478     MOVE "RANGE REPORT" TO WS-REPORT-TITLE
007479     IF WS-NARR-MODE
007480         MOVE "RANGE REPORT WITH NARRATIVES"
007481             TO WS-REPORT-TITLE
007482     END-IF
007483     MOVE SPACES TO WS-HDR-RANGE
007484     STRING "YEARS " DELIMITED BY SIZE
007485         WS-START-YEAR DELIMITED BY SIZE
007486         " THROUGH " DELIMITED BY SIZE
007487         WS-END-YEAR DELIMITED BY SIZE
007488         INTO WS-HDR-RANGE
007489     END-STRING
007490     PERFORM 4400-LOAD-SPANS THRU 4400-EXIT
007491     PERFORM 7200-RESET-PAGES THRU 7200-EXIT
007492     PERFORM 4100-PRINT-ONE-YEAR THRU 4100-EXIT
007493         UNTIL WS-YEAR > WS-END-YEAR
007494     CLOSE CHECKPOINT-FILE
007495     IF WS-NARR-MODE
007500         CLOSE NARR-FILE
007510     END-IF
007520     IF WS-CIT-MODE
007830     END-STRING
007840     MOVE REPORT-LINE TO WS-YEAR-HEADING
007850     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007856     PERFORM 4420-COUNT-SPANS THRU 4420-EXIT
007862     IF WS-YEAR-NOT-FOUND AND WS-SP-HITS = ZERO
007870         MOVE SPACES TO REPORT-LINE
007880         STRING "  NO EVENTS LOADED" DELIMITED BY SIZE
007890             INTO REPORT-LINE
007900         END-STRING
007910         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007916     END-IF
007922     IF WS-YEAR-FOUND
007930         IF PARM-CHRONO
007940             PERFORM 4300-PRINT-YEAR-BY-DATE THRU 4300-EXIT
007950         ELSE
007980                 UNTIL WS-YEAR-DONE
007990         END-IF
008000     END-IF
008002     PERFORM 4430-PRINT-ONE-CARRIED THRU 4430-EXIT
008004         VARYING WS-SP-IX FROM 1 BY 1
008006         UNTIL WS-SP-IX > WS-SP-COUNT
008010     MOVE SPACES TO WS-YEAR-HEADING
008020     MOVE WS-YEAR TO CKPT-YEAR
008030     MOVE "COMPLETE" TO CKPT-STATUS
008090* 4200-PRINT-ONE-EVENT  -  ONE RECORD, THEN READ NEXT
008100*================================================================
008110 4200-PRINT-ONE-EVENT.
008112     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
008114         GO TO 4200-READ-NEXT
008116     END-IF
008120     PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
008130     MOVE SPACES TO REPORT-LINE
008140     STRING "  " DELIMITED BY SIZE
008220     END-IF
008230     IF WS-CIT-MODE
008240         PERFORM 4270-PRINT-CITATIONS THRU 4270-EXIT
008246     END-IF.
008252 4200-READ-NEXT.
008260     READ EVENT-FILE NEXT RECORD
008270         AT END
008280             SET WS-YEAR-DONE TO TRUE
008800* 4310-COLLECT-ONE-EVENT  -  ONE RECORD INTO THE SORT TABLE
008810*================================================================
008820 4310-COLLECT-ONE-EVENT.
008822     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
008824         GO TO 4310-READ-NEXT
008826     END-IF
008830     IF WS-ST-COUNT = 500
008840         ADD 1 TO WS-ST-DROPPED
008850         GO TO 4310-READ-NEXT
010090 4340-EXIT.
010100     EXIT.
010110*================================================================
010111* 4400-LOAD-SPANS  -  TABLE EVERY EVENT WHOSE END DATE CARRIES
010112*                     IT INTO A LATER YEAR, FROM THE WHOLE FILE
010113*================================================================
010114 4400-LOAD-SPANS.
010115     MOVE ZERO TO WS-SP-COUNT
010116     MOVE "N" TO WS-SP-FULL-SW
010117     MOVE "N" TO WS-SP-SCAN-DONE-SW
010118     MOVE ZERO TO EVT-YEAR OF EVT-RECORD
010119     MOVE ZERO TO EVT-SEQ-NO OF EVT-RECORD
010120     START EVENT-FILE KEY IS NOT LESS THAN EVT-KEY OF EVT-RECORD
010121         INVALID KEY
010122             SET WS-SP-SCAN-DONE TO TRUE
010123         NOT INVALID KEY
010124             READ EVENT-FILE NEXT RECORD
010125                 AT END
010126                     SET WS-SP-SCAN-DONE TO TRUE
010127             END-READ
010128     END-START
010129     PERFORM 4410-TABLE-ONE-SPAN THRU 4410-EXIT
010130         UNTIL WS-SP-SCAN-DONE.
010131 4400-EXIT.
010132     EXIT.
010133*================================================================
010134* 4410-TABLE-ONE-SPAN  -  ONE RECORD, TABLED IF IT SPANS, THEN
010135*                         READ NEXT
010136*================================================================
010137 4410-TABLE-ONE-SPAN.
010138     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
010139         GO TO 4410-READ-NEXT
010140     END-IF
010141     IF EVT-NO-END-DATE OF EVT-RECORD
010142         GO TO 4410-READ-NEXT
010143     END-IF
010144     IF EVT-END-YEAR OF EVT-RECORD NOT NUMERIC
010145         GO TO 4410-READ-NEXT
010146     END-IF
010147     IF EVT-END-YEAR OF EVT-RECORD NOT > EVT-YEAR OF EVT-RECORD
010148         GO TO 4410-READ-NEXT
010149     END-IF
010150     IF WS-SP-COUNT NOT < WS-SP-MAX-ENTRIES
010151         IF NOT WS-SP-FULL
010152             DISPLAY "SHMRPT - SPANNING-EVENT TABLE FULL AT "
010153                 WS-SP-MAX-ENTRIES " - REST NOT CARRIED"
010154             SET WS-SP-FULL TO TRUE
010155             ADD 1 TO WS-EXCEPTIONS
010156             IF WS-COND-CODE < 4
010157                 MOVE 4 TO WS-COND-CODE
010158             END-IF
010159         END-IF
010160         GO TO 4410-READ-NEXT
010161     END-IF
010162     ADD 1 TO WS-SP-COUNT
010163     MOVE EVT-YEAR OF EVT-RECORD TO WS-SP-YEAR (WS-SP-COUNT)
010164     MOVE EVT-SEQ-NO OF EVT-RECORD TO WS-SP-SEQ (WS-SP-COUNT)
010165     MOVE EVT-END-YEAR OF EVT-RECORD
010166         TO WS-SP-END-YEAR (WS-SP-COUNT)
010167     MOVE EVT-HEADLINE-SW OF EVT-RECORD
010168         TO WS-SP-HEADLINE-SW (WS-SP-COUNT).
010169 4410-READ-NEXT.
010170     READ EVENT-FILE NEXT RECORD
010171         AT END
010172             SET WS-SP-SCAN-DONE TO TRUE
010173     END-READ.
010174 4410-EXIT.
010175     EXIT.
010176*================================================================
010177* 4420-COUNT-SPANS  -  HOW MANY TABLED EVENTS ARE CARRIED INTO
010178*                      WS-YEAR, AND HOW MANY OF THOSE ARE
010179*                      HEADLINES
010180*================================================================
010181 4420-COUNT-SPANS.
010182     MOVE ZERO TO WS-SP-HITS
010183     MOVE ZERO TO WS-SP-HEAD-HITS
010184     PERFORM 4425-TEST-ONE-SPAN THRU 4425-EXIT
010185         VARYING WS-SP-IX FROM 1 BY 1
010186         UNTIL WS-SP-IX > WS-SP-COUNT.
010187 4420-EXIT.
010188     EXIT.
010189 4425-TEST-ONE-SPAN.
010190     IF WS-SP-YEAR (WS-SP-IX) < WS-YEAR
010191             AND WS-SP-END-YEAR (WS-SP-IX) NOT < WS-YEAR
010192         ADD 1 TO WS-SP-HITS
010193         IF WS-SP-HEADLINE-SW (WS-SP-IX) = "Y"
010194             ADD 1 TO WS-SP-HEAD-HITS
010195         END-IF
010196     END-IF.
010197 4425-EXIT.
010198     EXIT.
010199*================================================================
010200* 4430-PRINT-ONE-CARRIED  -  ONE TABLED EVENT, IF IT IS CARRIED
010201*                            INTO WS-YEAR, WITH ITS SPAN MARKER
010202*================================================================
010203 4430-PRINT-ONE-CARRIED.
010204     IF WS-SP-YEAR (WS-SP-IX) NOT < WS-YEAR
010205             OR WS-SP-END-YEAR (WS-SP-IX) < WS-YEAR
010206         GO TO 4430-EXIT
010207     END-IF
010208     MOVE WS-SP-YEAR (WS-SP-IX) TO EVT-YEAR OF EVT-RECORD
010209     MOVE WS-SP-SEQ (WS-SP-IX) TO EVT-SEQ-NO OF EVT-RECORD
010210     READ EVENT-FILE
010211         INVALID KEY
010212             GO TO 4430-EXIT
010213     END-READ
010214     PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
010215     PERFORM 4440-BUILD-SPAN-MARK THRU 4440-EXIT
010216     MOVE SPACES TO REPORT-LINE
010217     STRING "  " DELIMITED BY SIZE
010218         WS-LANG-MARK DELIMITED BY SIZE
010219         WS-SPAN-MARK DELIMITED BY "  "
010220         " " DELIMITED BY SIZE
010221         WS-SHOW-TEXT DELIMITED BY SIZE
010222         INTO REPORT-LINE
010223     END-STRING
010224     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
010225 4430-EXIT.
010226     EXIT.
010227*================================================================
010228* 4440-BUILD-SPAN-MARK  -  "(ENDED)" IN THE LAST YEAR OF THE
010229*                          SPAN, "(ONGOING, BEGAN YYYY)" BEFORE
010230*================================================================
010231 4440-BUILD-SPAN-MARK.
010232     MOVE SPACES TO WS-SPAN-MARK
010233     IF WS-SP-END-YEAR (WS-SP-IX) = WS-YEAR
010234         MOVE "(ENDED)" TO WS-SPAN-MARK
010235     ELSE
010236         STRING "(ONGOING, BEGAN " DELIMITED BY SIZE
010237             WS-SP-YEAR (WS-SP-IX) DELIMITED BY SIZE
010238             ")" DELIMITED BY SIZE
010239             INTO WS-SPAN-MARK
010240         END-STRING
010241     END-IF.
010242 4440-EXIT.
010243     EXIT.
010244*================================================================
010245* 4250-PRINT-NARRATIVE  -  SHMNARR PARAGRAPHS UNDER ONE EVENT
010246*================================================================
010247 4250-PRINT-NARRATIVE.
010248     MOVE WS-YEAR TO NAR-YEAR OF NAR-RECORD
010249     MOVE EVT-SEQ-NO OF EVT-RECORD
010250         TO NAR-SEQ-NO OF NAR-RECORD
010251     MOVE 1 TO NAR-LINE-NO OF NAR-RECORD
010252     MOVE "N" TO WS-NARR-DONE-SW
010253     START NARR-FILE KEY IS NOT LESS THAN
010254             NAR-KEY OF NAR-RECORD
010255         INVALID KEY
010256             SET WS-NARR-DONE TO TRUE
010257         NOT INVALID KEY
010258             READ NARR-FILE NEXT RECORD
010260                 AT END
010270                     SET WS-NARR-DONE TO TRUE
010280             END-READ
011190         WS-END-YEAR DELIMITED BY SIZE
011200         INTO WS-HDR-RANGE
011210     END-STRING
011215     PERFORM 4400-LOAD-SPANS THRU 4400-EXIT
011220     PERFORM 7200-RESET-PAGES THRU 7200-EXIT
011230     PERFORM 5050-DIGEST-ONE-YEAR THRU 5050-EXIT
011240         UNTIL WS-YEAR > WS-END-YEAR.
011630                     END-IF
011640             END-READ
011650     END-START
011655     PERFORM 4420-COUNT-SPANS THRU 4420-EXIT
011660     MOVE SPACES TO REPORT-LINE
011670     IF WS-YEAR-NOT-FOUND
011677         IF WS-SP-HEAD-HITS = ZERO
011684             STRING "  " DELIMITED BY SIZE
011691                 WS-YEAR DELIMITED BY SIZE
011698                 " - NO EVENTS LOADED" DELIMITED BY SIZE
011705                 INTO REPORT-LINE
011712             END-STRING
011719             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
011726         END-IF
011740     ELSE
011750         MOVE SPACES TO WS-DIGEST-TEXT
011760         MOVE "N" TO WS-YEAR-DONE-SW
011770         PERFORM 5200-SCAN-FOR-HEADLINE THRU 5200-EXIT
011780             UNTIL WS-YEAR-DONE
011788         IF WS-DIGEST-TEXT NOT = SPACES
011796             STRING "  " DELIMITED BY SIZE
011804                 WS-YEAR DELIMITED BY SIZE
011812                 " - " DELIMITED BY SIZE
011820                 WS-DIGEST-TEXT DELIMITED BY SIZE
011828                 INTO REPORT-LINE
011836             END-STRING
011844             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
011852         END-IF
011860     END-IF
011862     PERFORM 5150-DIGEST-ONE-CARRIED THRU 5150-EXIT
011864         VARYING WS-SP-IX FROM 1 BY 1
011866         UNTIL WS-SP-IX > WS-SP-COUNT
011870     ADD 1 TO WS-YEAR.
011880 5100-EXIT.
011881     EXIT.
011882*================================================================
011883* 5150-DIGEST-ONE-CARRIED  -  A HEADLINE EVENT CARRIED INTO THE
011884*                             YEAR FROM AN EARLIER START YEAR
011885*================================================================
011886 5150-DIGEST-ONE-CARRIED.
011887     IF WS-SP-YEAR (WS-SP-IX) NOT < WS-YEAR
011888             OR WS-SP-END-YEAR (WS-SP-IX) < WS-YEAR
011889             OR WS-SP-HEADLINE-SW (WS-SP-IX) NOT = "Y"
011890         GO TO 5150-EXIT
011891     END-IF
011892     MOVE WS-SP-YEAR (WS-SP-IX) TO EVT-YEAR OF EVT-RECORD
011893     MOVE WS-SP-SEQ (WS-SP-IX) TO EVT-SEQ-NO OF EVT-RECORD
011894     READ EVENT-FILE
011895         INVALID KEY
011896             GO TO 5150-EXIT
011897     END-READ
011898     PERFORM 7550-RESOLVE-DIGEST THRU 7550-EXIT
011899     PERFORM 4440-BUILD-SPAN-MARK THRU 4440-EXIT
011900     MOVE SPACES TO REPORT-LINE
011901     STRING "  " DELIMITED BY SIZE
011902         WS-YEAR DELIMITED BY SIZE
011903         " - " DELIMITED BY SIZE
011904         WS-SPAN-MARK DELIMITED BY "  "
011905         " " DELIMITED BY SIZE
011906         WS-DIGEST-TEXT DELIMITED BY SIZE
011907         INTO REPORT-LINE
011908     END-STRING
011909     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
011910 5150-EXIT.
011911     EXIT.
011912*================================================================
011913* 5200-SCAN-FOR-HEADLINE  -  KEEP THE HEADLINE EVENT, READ NEXT
011920*================================================================
011930 5200-SCAN-FOR-HEADLINE.
011935     IF EVT-PUB-PUBLISHED OF EVT-RECORD
011940         IF EVT-IS-HEADLINE OF EVT-RECORD
011945                 OR WS-DIGEST-TEXT = SPACES
011950             PERFORM 7550-RESOLVE-DIGEST THRU 7550-EXIT
011955         END-IF
011960     END-IF
011970     READ EVENT-FILE NEXT RECORD
011980         AT END
012290     END-IF
012300     PERFORM 6020-LOAD-CATEGORIES THRU 6020-EXIT
012310     INITIALIZE WS-STA-TABLE WS-STA-COL-TOTS
012315     MOVE ZERO TO WS-SPAN-TALLIED
012320     MOVE ZERO TO WS-STA-GRAND
012330     MOVE "CATEGORY BY DECADE STATISTICS" TO WS-REPORT-TITLE
012340     MOVE SPACES TO WS-HDR-RANGE
012580     PERFORM 6300-PRINT-ONE-ROW THRU 6300-EXIT
012590         VARYING WS-CAT-IX FROM 1 BY 1
012600         UNTIL WS-CAT-IX > WS-CAT-COUNT
012601     PERFORM 6400-PRINT-TOTAL-ROW THRU 6400-EXIT
012602     IF WS-SPAN-TALLIED > ZERO
012603         MOVE WS-SPAN-TALLIED TO WS-SPAN-TALLIED-ED
012604         MOVE SPACES TO REPORT-LINE
012605         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
012606         MOVE SPACES TO REPORT-LINE
012607         STRING "  NOTE - " DELIMITED BY SIZE
012608             WS-SPAN-TALLIED-ED DELIMITED BY SIZE
012609             " EVENTS SPANNING SEVERAL YEARS ARE COUNTED "
012610             DELIMITED BY SIZE
012611             "ONCE, IN THEIR START YEAR" DELIMITED BY SIZE
012612             INTO REPORT-LINE
012613         END-STRING
012614         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
012615     END-IF.
012620 6000-EXIT.
012630     EXIT.
012640*================================================================
012750         UNTIL WS-CAT-IX > WS-CAT-COUNT
012760     MOVE WS-CAT-HIT TO WS-CAT-IX
012770     IF WS-CAT-IX > ZERO
012775             AND EVT-PUB-PUBLISHED OF EVT-RECORD
012780         DIVIDE EVT-YEAR OF EVT-RECORD BY 10
012790             GIVING WS-DECADE-QUOT
012800         COMPUTE WS-DEC-IX =
012810             WS-DECADE-QUOT - WS-BASE-DECADE + 1
012820         ADD 1 TO WS-STA-CELL (WS-CAT-IX, WS-DEC-IX)
012822         IF NOT EVT-NO-END-DATE OF EVT-RECORD
012823                 AND EVT-END-YEAR OF EVT-RECORD NUMERIC
012824                 AND EVT-END-YEAR OF EVT-RECORD >
012825                 EVT-YEAR OF EVT-RECORD
012826             ADD 1 TO WS-SPAN-TALLIED
012827         END-IF
012830     END-IF
012840     READ EVENT-FILE NEXT RECORD
012850         AT END
015670     COMPUTE WS-ANNIV =
015680         WS-TGT-YEAR - EVT-YEAR OF EVT-RECORD
015690     IF WS-ANNIV > ZERO AND WS-ANN-COUNT = 500
015695             AND EVT-PUB-PUBLISHED OF EVT-RECORD
015700         ADD 1 TO WS-ANN-DROPPED
015710     END-IF
015720     IF WS-ANNIV > ZERO AND WS-ANN-COUNT < 500
015725             AND EVT-PUB-PUBLISHED OF EVT-RECORD
015730         ADD 1 TO WS-ANN-COUNT
015740         MOVE WS-TGT-MONTH TO WS-AN-MONTH (WS-ANN-COUNT)
015750         MOVE WS-TGT-DAY TO WS-AN-DAY (WS-ANN-COUNT)
018260             TO EVT-SEQ-NO OF EVT-RECORD
018270         READ EVENT-FILE
018280             NOT INVALID KEY
018288                 IF EVT-PUB-PUBLISHED OF EVT-RECORD
018296                     ADD 1 TO WS-PLC-HITS
018304                     PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
018312                     MOVE SPACES TO REPORT-LINE
018320                     STRING "  " DELIMITED BY SIZE
018328                         EVT-YEAR OF EVT-RECORD
018336                         DELIMITED BY SIZE
018344                         "/" DELIMITED BY SIZE
018352                         EVT-SEQ-NO OF EVT-RECORD
018360                         DELIMITED BY SIZE
018368                         " " DELIMITED BY SIZE
018376                         WS-LANG-MARK DELIMITED BY SIZE
018384                         WS-SHOW-TEXT DELIMITED BY SIZE
018392                         INTO REPORT-LINE
018400                     END-STRING
018408                     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
018416                 END-IF
018440         END-READ
018450     END-IF
018460     READ EPLNK-FILE NEXT RECORD
020480         MOVE WS-HIT-SEQ TO EVT-SEQ-NO OF EVT-RECORD
020490         READ EVENT-FILE
020500             NOT INVALID KEY
020508                 IF EVT-PUB-PUBLISHED OF EVT-RECORD
020516                     ADD 1 TO WS-KWD-HITS
020524                     PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
020532                     MOVE SPACES TO REPORT-LINE
020540                     STRING "  " DELIMITED BY SIZE
020548                         EVT-YEAR OF EVT-RECORD
020556                         DELIMITED BY SIZE
020564                         "/" DELIMITED BY SIZE
020572                         EVT-SEQ-NO OF EVT-RECORD
020580                         DELIMITED BY SIZE
020588                         " " DELIMITED BY SIZE
020596                         WS-LANG-MARK DELIMITED BY SIZE
020604                         WS-SHOW-TEXT DELIMITED BY SIZE
020612                         INTO REPORT-LINE
020620                     END-STRING
020628                     PERFORM 7000-PRINT-LINE THRU 7000-EXIT
020636                 END-IF
020660         END-READ
020670     END-IF
020680     MOVE WS-KWD1 TO WIDX-WORD OF WIDX-RECORD
020830*================================================================
020840* 7500-RESOLVE-TEXT  -  EVENT TEXT IN THE REQUESTED LANGUAGE, OR
020850*                       THE BASE TEXT FLAGGED * WHEN NO
020856*                       TRANSLATION IS ON SHMLANG. A STALE
020862*                       TRANSLATION IS SHOWN FLAGGED * TOO
020870*================================================================
020880 7500-RESOLVE-TEXT.
020890     MOVE EVT-TEXT OF EVT-RECORD TO WS-SHOW-TEXT
021080             MOVE "*" TO WS-LANG-MARK
021090         NOT INVALID KEY
021100             MOVE LNG-TEXT OF LNG-RECORD TO WS-SHOW-TEXT
021102             IF LNG-STALE OF LNG-RECORD
021104                 MOVE "*" TO WS-LANG-MARK
021106             END-IF
021110     END-READ.
021120 7500-EXIT.
021130     EXIT.
021260         MOVE WS-SHOW-TEXT TO WS-DIGEST-TEXT
021270     END-IF.
021280 7550-EXIT.
021281     EXIT.
021282*================================================================
021283* 7900-PLACARD-REPORT  -  ONE FIXED-SIZE EXHIBIT PLACARD PER
021284*                         MEMBER OF A SHMCOLF COLLECTION, IN
021285*                         THE CURATOR'S ORDER
021286*================================================================
021287 7900-PLACARD-REPORT.
021288     INSPECT PARM-COL-CODE CONVERTING
021289         "abcdefghijklmnopqrstuvwxyz" TO
021290         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
021291     IF PARM-COL-CODE = SPACES
021292         DISPLAY "SHMRPT - COL REQUIRES A COLLECTION CODE IN "
021293             "BYTES 49-56"
021294         MOVE 8 TO WS-COND-CODE
021295         GO TO 7900-EXIT
021296     END-IF
021297     OPEN INPUT COLL-FILE
021298     IF WS-COL-STATUS NOT = "00"
021299         DISPLAY "SHMRPT - COL REQUIRES THE SHMCOLF COLLECTION "
021300             "FILE"
021301         MOVE 8 TO WS-COND-CODE
021302         GO TO 7900-EXIT
021303     END-IF
021304     MOVE PARM-COL-CODE TO COL-CODE OF COL-RECORD
021305     MOVE ZERO TO COL-POSITION OF COL-RECORD
021306     READ COLL-FILE
021307         INVALID KEY
021308             DISPLAY "SHMRPT - NO SUCH COLLECTION " PARM-COL-CODE
021309             MOVE 8 TO WS-COND-CODE
021310             CLOSE COLL-FILE
021311             GO TO 7900-EXIT
021312     END-READ
021313     MOVE COL-TITLE OF COL-RECORD TO WS-PLQ-TITLE
021314     OPEN INPUT NARR-FILE
021315     IF WS-NAR-STATUS = "00"
021316         SET WS-NARR-MODE TO TRUE
021317     ELSE
021318         DISPLAY "SHMRPT - SHMNARR NOT FOUND - PLACARDS "
021319             "WITHOUT EXCERPTS"
021320         IF WS-COND-CODE < 4
021321             MOVE 4 TO WS-COND-CODE
021322         END-IF
021323     END-IF
021324     OPEN INPUT CITE-FILE
021325     IF WS-CIT-STATUS = "00"
021326         SET WS-CIT-MODE TO TRUE
021327     ELSE
021328         DISPLAY "SHMRPT - SHMCITF NOT FOUND - PLACARDS "
021329             "WITHOUT SOURCES"
021330         IF WS-COND-CODE < 4
021331             MOVE 4 TO WS-COND-CODE
021332         END-IF
021333     END-IF
021334     MOVE "EXHIBIT PLACARDS" TO WS-REPORT-TITLE
021335     MOVE SPACES TO WS-HDR-RANGE
021336     STRING "COLLECTION " DELIMITED BY SIZE
021337         PARM-COL-CODE DELIMITED BY SIZE
021338         INTO WS-HDR-RANGE
021339     END-STRING
021340     PERFORM 7200-RESET-PAGES THRU 7200-EXIT
021341     MOVE ZERO TO WS-PLQ-COUNT
021342     MOVE "N" TO WS-COL-DONE-SW
021343     MOVE PARM-COL-CODE TO COL-CODE OF COL-RECORD
021344     MOVE 1 TO COL-POSITION OF COL-RECORD
021345     START COLL-FILE KEY IS NOT LESS THAN
021346             COL-KEY OF COL-RECORD
021347         INVALID KEY
021348             SET WS-COL-DONE TO TRUE
021349         NOT INVALID KEY
021350             READ COLL-FILE NEXT RECORD
021351                 AT END
021352                     SET WS-COL-DONE TO TRUE
021353             END-READ
021354     END-START
021355     IF NOT WS-COL-DONE
021356             AND COL-CODE OF COL-RECORD NOT = PARM-COL-CODE
021357         SET WS-COL-DONE TO TRUE
021358     END-IF
021359     PERFORM 7910-ONE-MEMBER THRU 7910-EXIT
021360         UNTIL WS-COL-DONE
021361     IF WS-PLQ-COUNT = ZERO
021362         MOVE "  NO EVENTS IN THIS COLLECTION" TO REPORT-LINE
021363         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
021364     END-IF
021365     IF WS-NARR-MODE
021366         CLOSE NARR-FILE
021367     END-IF
021368     IF WS-CIT-MODE
021369         CLOSE CITE-FILE
021370     END-IF
021371     CLOSE COLL-FILE.
021372 7900-EXIT.
021373     EXIT.
021374*================================================================
021375* 7910-ONE-MEMBER  -  PLACARD FOR ONE MEMBER, THEN READ NEXT
021376*================================================================
021377 7910-ONE-MEMBER.
021378     MOVE COL-EVT-YEAR OF COL-RECORD TO EVT-YEAR OF EVT-RECORD
021379     MOVE COL-EVT-SEQ-NO OF COL-RECORD
021380         TO EVT-SEQ-NO OF EVT-RECORD
021381     READ EVENT-FILE
021382         INVALID KEY
021383             ADD 1 TO WS-EXCEPTIONS
021384             IF WS-COND-CODE < 4
021385                 MOVE 4 TO WS-COND-CODE
021386             END-IF
021387             DISPLAY "SHMRPT - STOP " COL-POSITION OF COL-RECORD
021388                 " EVENT " COL-EVT-YEAR OF COL-RECORD "/"
021389                 COL-EVT-SEQ-NO OF COL-RECORD
021390                 " NO LONGER ON SHMEVTF - NO PLACARD"
021391         NOT INVALID KEY
021392             ADD 1 TO WS-PLQ-COUNT
021393             PERFORM 7920-PRINT-PLACARD THRU 7920-EXIT
021394     END-READ
021395     READ COLL-FILE NEXT RECORD
021396         AT END
021397             SET WS-COL-DONE TO TRUE
021398     END-READ
021399     IF NOT WS-COL-DONE
021400             AND COL-CODE OF COL-RECORD NOT = PARM-COL-CODE
021401         SET WS-COL-DONE TO TRUE
021402     END-IF.
021403 7910-EXIT.
021404     EXIT.
021405*================================================================
021406* 7920-PRINT-PLACARD  -  ALWAYS WS-PLQ-DEPTH LINES, NEVER SPLIT
021407*                        ACROSS A PAGE: TITLE AND STOP, HEADLINE
021408*                        IN THE PARM-LANG LANGUAGE, DATE, TWO
021409*                        NARRATIVE LINES AND THE FIRST SOURCE
021410*================================================================
021411 7920-PRINT-PLACARD.
021412     IF WS-LINE-NO + WS-PLQ-DEPTH > WS-LINES-PER-PAGE
021413         MOVE 99 TO WS-LINE-NO
021414     END-IF
021415     PERFORM 7930-GET-EXCERPT THRU 7930-EXIT
021416     PERFORM 7935-GET-FIRST-CITE THRU 7935-EXIT
021417     PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
021418     MOVE SPACES TO WS-PLQ-HEAD
021419     STRING WS-LANG-MARK DELIMITED BY SIZE
021420         WS-SHOW-TEXT DELIMITED BY SIZE
021421         INTO WS-PLQ-HEAD
021422     END-STRING
021423     PERFORM 7945-PLACARD-RULE THRU 7945-EXIT
021424     MOVE SPACES TO WS-PLQ-TEXT
021425     MOVE WS-PLQ-TITLE TO WS-PLQ-TEXT (1:60)
021426     MOVE COL-POSITION OF COL-RECORD TO WS-PLQ-STOP-ED
021427     STRING "STOP " DELIMITED BY SIZE
021428         WS-PLQ-STOP-ED DELIMITED BY SIZE
021429         INTO WS-PLQ-TEXT (61:8)
021430     END-STRING
021431     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021432     PERFORM 7945-PLACARD-RULE THRU 7945-EXIT
021433     MOVE WS-PLQ-HEAD (1:68) TO WS-PLQ-TEXT
021434     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021435     MOVE WS-PLQ-HEAD (69:68) TO WS-PLQ-TEXT
021436     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021437     MOVE WS-PLQ-HEAD (137:65) TO WS-PLQ-TEXT
021438     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021439     MOVE SPACES TO WS-PLQ-TEXT
021440     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021441     PERFORM 7950-FORMAT-DATE THRU 7950-EXIT
021442     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021443     MOVE SPACES TO WS-PLQ-TEXT
021444     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021445     IF WS-PLQ-NARR-1 = SPACES
021446         MOVE "(NO NARRATIVE ON FILE)" TO WS-PLQ-TEXT
021447     ELSE
021448         MOVE WS-PLQ-NARR-1 (1:68) TO WS-PLQ-TEXT
021449     END-IF
021450     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021451     MOVE WS-PLQ-NARR-1 (69:52) TO WS-PLQ-TEXT
021452     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021453     MOVE WS-PLQ-NARR-2 (1:68) TO WS-PLQ-TEXT
021454     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021455     MOVE WS-PLQ-NARR-2 (69:52) TO WS-PLQ-TEXT
021456     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021457     MOVE SPACES TO WS-PLQ-TEXT
021458     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021459     MOVE SPACES TO WS-PLQ-TEXT
021460     IF WS-PLQ-CITE = SPACES
021461         MOVE "SOURCE: (NONE ON FILE)" TO WS-PLQ-TEXT
021462     ELSE
021463         STRING "SOURCE: " DELIMITED BY SIZE
021464             WS-PLQ-CITE (1:60) DELIMITED BY SIZE
021465             INTO WS-PLQ-TEXT
021466         END-STRING
021467     END-IF
021468     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021469     MOVE SPACES TO WS-PLQ-TEXT
021470     MOVE WS-PLQ-CITE (61:20) TO WS-PLQ-TEXT (9:20)
021471     PERFORM 7940-PLACARD-ROW THRU 7940-EXIT
021472     PERFORM 7945-PLACARD-RULE THRU 7945-EXIT
021473     MOVE SPACES TO REPORT-LINE
021474     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
021475 7920-EXIT.
021476     EXIT.
021477*================================================================
021478* 7930-GET-EXCERPT  -  FIRST TWO SHMNARR LINES OF THE EVENT
021479*================================================================
021480 7930-GET-EXCERPT.
021481     MOVE SPACES TO WS-PLQ-NARR-1
021482     MOVE SPACES TO WS-PLQ-NARR-2
021483     IF NOT WS-NARR-MODE
021484         GO TO 7930-EXIT
021485     END-IF
021486     MOVE EVT-YEAR OF EVT-RECORD TO NAR-YEAR OF NAR-RECORD
021487     MOVE EVT-SEQ-NO OF EVT-RECORD TO NAR-SEQ-NO OF NAR-RECORD
021488     MOVE 1 TO NAR-LINE-NO OF NAR-RECORD
021489     START NARR-FILE KEY IS NOT LESS THAN
021490             NAR-KEY OF NAR-RECORD
021491         INVALID KEY
021492             GO TO 7930-EXIT
021493     END-START
021494     READ NARR-FILE NEXT RECORD
021495         AT END
021496             GO TO 7930-EXIT
021497     END-READ
021498     IF NAR-YEAR OF NAR-RECORD NOT = EVT-YEAR OF EVT-RECORD
021499             OR NAR-SEQ-NO OF NAR-RECORD NOT =
021500             EVT-SEQ-NO OF EVT-RECORD
021501         GO TO 7930-EXIT
021502     END-IF
021503     MOVE NAR-TEXT OF NAR-RECORD TO WS-PLQ-NARR-1
021504     READ NARR-FILE NEXT RECORD
021505         AT END
021506             GO TO 7930-EXIT
021507     END-READ
021508     IF NAR-YEAR OF NAR-RECORD = EVT-YEAR OF EVT-RECORD
021509             AND NAR-SEQ-NO OF NAR-RECORD =
021510             EVT-SEQ-NO OF EVT-RECORD
021511         MOVE NAR-TEXT OF NAR-RECORD TO WS-PLQ-NARR-2
021512     END-IF.
021513 7930-EXIT.
021514     EXIT.
021515*================================================================
021516* 7935-GET-FIRST-CITE  -  LOWEST-NUMBERED SHMCITF LINE
021517*================================================================
021518 7935-GET-FIRST-CITE.
021519     MOVE SPACES TO WS-PLQ-CITE
021520     IF NOT WS-CIT-MODE
021521         GO TO 7935-EXIT
021522     END-IF
021523     MOVE EVT-YEAR OF EVT-RECORD TO CIT-YEAR OF CIT-RECORD
021524     MOVE EVT-SEQ-NO OF EVT-RECORD TO CIT-SEQ-NO OF CIT-RECORD
021525     MOVE ZERO TO CIT-CITE-NO OF CIT-RECORD
021526     START CITE-FILE KEY IS NOT LESS THAN
021527             CIT-KEY OF CIT-RECORD
021528         INVALID KEY
021529             GO TO 7935-EXIT
021530     END-START
021531     READ CITE-FILE NEXT RECORD
021532         AT END
021533             GO TO 7935-EXIT
021534     END-READ
021535     IF CIT-YEAR OF CIT-RECORD = EVT-YEAR OF EVT-RECORD
021536             AND CIT-SEQ-NO OF CIT-RECORD =
021537             EVT-SEQ-NO OF EVT-RECORD
021538         MOVE CIT-TEXT OF CIT-RECORD TO WS-PLQ-CITE
021539     END-IF.
021540 7935-EXIT.
021541     EXIT.
021542*================================================================
021543* 7940-PLACARD-ROW  -  WS-PLQ-TEXT BETWEEN THE PLACARD SIDES
021544*================================================================
021545 7940-PLACARD-ROW.
021546     MOVE WS-PLQ-ROW TO REPORT-LINE
021547     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
021548 7940-EXIT.
021549     EXIT.
021550 7945-PLACARD-RULE.
021551     MOVE WS-PLQ-RULE TO REPORT-LINE
021552     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
021553 7945-EXIT.
021554     EXIT.
021555*================================================================
021556* 7950-FORMAT-DATE  -  YYYY-MM-DD, OR AS MUCH OF IT AS IS KNOWN
021557*================================================================
021558 7950-FORMAT-DATE.
021559     MOVE SPACES TO WS-PLQ-TEXT
021560     IF EVT-MONTH OF EVT-RECORD = ZERO
021561         STRING "DATE  : " DELIMITED BY SIZE
021562             EVT-YEAR OF EVT-RECORD DELIMITED BY SIZE
021563             INTO WS-PLQ-TEXT
021564         END-STRING
021565         GO TO 7950-EXIT
021566     END-IF
021567     IF EVT-DAY OF EVT-RECORD = ZERO
021568         STRING "DATE  : " DELIMITED BY SIZE
021569             EVT-YEAR OF EVT-RECORD DELIMITED BY SIZE
021570             "-" DELIMITED BY SIZE
021571             EVT-MONTH OF EVT-RECORD DELIMITED BY SIZE
021572             INTO WS-PLQ-TEXT
021573         END-STRING
021574         GO TO 7950-EXIT
021575     END-IF
021576     STRING "DATE  : " DELIMITED BY SIZE
021577         EVT-YEAR OF EVT-RECORD DELIMITED BY SIZE
021578         "-" DELIMITED BY SIZE
021579         EVT-MONTH OF EVT-RECORD DELIMITED BY SIZE
021580         "-" DELIMITED BY SIZE
021581         EVT-DAY OF EVT-RECORD DELIMITED BY SIZE
021582         INTO WS-PLQ-TEXT
021583     END-STRING.
021584 7950-EXIT.
021585     EXIT.
021586*================================================================
021587* 8000-TERMINATE  -  END OF REPORT TRAILER, THEN THE CLOSES
021588*================================================================
021589 8000-TERMINATE.
021590     IF WS-PAGE-NO > ZERO
021591         MOVE SPACES TO REPORT-LINE
021592         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
021593         MOVE WS-LINES-PRINTED TO WS-LINES-ED
021594         MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
021595         MOVE SPACES TO REPORT-LINE
021596         STRING "**** END OF REPORT - " DELIMITED BY SIZE
021597             WS-LINES-ED DELIMITED BY SIZE
021598             " DETAIL LINES - " DELIMITED BY SIZE
021599             WS-PAGE-NO-ED DELIMITED BY SIZE
021600             " PAGES ****" DELIMITED BY SIZE
021601             INTO REPORT-LINE
021602         END-STRING
021603         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
021604     END-IF
021605     MOVE WS-LINES-PRINTED TO WS-LINES-ED
021606     MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
021607     MOVE WS-EXCEPTIONS TO WS-EXCEPT-ED
021608     DISPLAY "SHMRPT - REPORT TYPE         : " PARM-REPT-TYPE
021609     DISPLAY "SHMRPT - DETAIL LINES PRINTED: " WS-LINES-ED
021610     DISPLAY "SHMRPT - PAGES PRINTED       : " WS-PAGE-NO-ED
021611     DISPLAY "SHMRPT - EXCEPTIONS COUNTED  : " WS-EXCEPT-ED
021612     CLOSE EVENT-FILE
021613     IF WS-LNG-AVAIL
021614         CLOSE LANG-FILE
021615     END-IF
021616     IF WS-CATR-OPEN
021617         CLOSE CAT-FILE
021620     END-IF
021630     CLOSE REPORT-FILE.
021640*================================================================
