001300*                  LEGS ARE SENIOR-ONLY SO A JUNIOR CANNOT
001310*                  KEY THEMSELVES A SENIOR ID AND SIDESTEP
001320*                  THE SHMPEND APPROVAL QUEUE.
001321* 2026-10-15 RPK   NEW M = MERGE FUNCTION RETIRES A DUPLICATE
001322*                  INTO ITS SURVIVOR. THE RETIRED EVENT'S
001323*                  SHMNARR LINES AND SHMCITF CITATIONS ARE
001324*                  RENUMBERED ONTO THE END OF THE SURVIVOR'S,
001325*                  ITS SHMLANG TEXTS AND SHMEPLF PLACE LINKS
001326*                  MOVE ACROSS (THE SURVIVOR'S OWN ROW WINS A
001327*                  CLASH), AND BOTH ITS OUTBOUND AND INBOUND
001328*                  SHMXREF LINKS ARE RE-POINTED AT THE
001329*                  SURVIVOR. THE RETIRED RECORD LEAVES SHMEVTF
001330*                  AND A MERGE ROW GOES TO SHMJRNL (BEFORE =
001331*                  RETIRED, AFTER = SURVIVOR) FOR SHMRCVR. A
001332*                  JUNIOR'S MERGE QUEUES ON SHMPEND KEYED BY
001333*                  THE RETIRED EVENT FOR SHMAPPR.
001334* 2026-10-15 RPK   A TEXT KEYED THROUGH T IS STAMPED WITH TODAY AS
001335*                  ITS LNG-KEYED-DATE AND ITS STALE FLAG CLEARED,
001336*                  SO SHMTRAN CAN TELL WHEN THE BASE EVT-TEXT WAS
001337*                  CHANGED AFTER IT. A MERGE CARRIES THE WHOLE
001338*                  SHMLANG ROW ACROSS SO THE STAMP GOES WITH IT.
001339* 2026-10-15 RPK   NEW K = COLLECTIONS FUNCTION KEEPS THE SHMCOLF
001340*                  CURATED EXHIBIT COLLECTIONS - A CODE AND TITLE
001341*                  PLUS AN ORDERED LIST OF MEMBER EVENTS. A
001342*                  MEMBER IS ONLY TAKEN IF ITS EVT-KEY IS ALREADY
001343*                  ON SHMEVTF AND NOT ALREADY IN THE COLLECTION.
001344* 2026-10-15 RPK   ADD AND UPDATE NOW TAKE AN OPTIONAL END DATE
001345*                  FOR AN EVENT THAT SPANS A PERIOD OF YEARS.
001346*                  THE END YEAR MUST FALL IN THE SHMCTL RANGE
001347*                  AND THE END DATE AFTER THE START DATE - AN
001348*                  END MONTH/DAY OF 00/00 MEANS ONLY THE YEAR
001349*                  IS KNOWN. 0000 LEAVES A SINGLE-DATE EVENT.
001350* 2026-10-15 RPK   NEW H = HISTORY FUNCTION LISTS EVERY VERSION
001351*                  OF ONE EVENT FROM THE SHMJRNA ARCHIVE
001352*                  GENERATIONS (OLDEST FIRST) AND THEN THE LIVE
001353*                  SHMJRNL - DATE, TIME, OPERATOR AND FUNCTION PER
001354*                  VERSION, WITH EACH FIELD AN UPDATE CHANGED
001355*                  MARKED ** AND ITS OLD VALUE SHOWN UNDER IT. THE
001356*                  JOURNAL IS CLOSED FOR THE SCAN AND REOPENED
001357*                  EXTEND AFTER IT.
001358* 2026-10-15 RPK   NEW R = RELEASE STATUS FUNCTION (SENIOR ONLY)
001359*                  SETS AN EVENT DRAFT, SCHEDULED, PUBLISHED OR
001360*                  WITHDRAWN. SCHEDULED TAKES A RELEASE DATE
001361*                  AFTER TODAY AND WITHDRAWN A REASON, BOTH KEPT
001362*                  ON THE NEW SHMPUBF FILE - SHMPUBR RELEASES A
001363*                  SCHEDULED EVENT ON ITS DATE. THE CHANGE IS
001364*                  JOURNALLED AS AN UPDATE. ADD NOW ASKS FOR
001365*                  DRAFT OR PUBLISHED (ENTER = PUBLISHED) AND
001366*                  DISPLAY SHOWS THE STATUS OF THE EVENT.
001367* 2026-10-15 RPK   NEW F = FEATURES FUNCTION KEEPS THE SHMFEAF
001368*                  FEATURED EVENT OF THE DAY SCHEDULE THE KIOSK
001369*                  OPENS ON - LIST FROM TODAY, SET OR REPLACE THE
001370*                  EVENT AND CAPTION FOR A DATE, DELETE A DATE.
001371*                  THE EVENT MUST BE ON SHMEVTF, HEADLINE-FLAGGED
001372*                  AND PUBLISHED. A DATE KEYED HERE IS MARKED AS
001373*                  THE EDITOR'S, SO THE SHMFEAT FILL LEAVES IT BE.
001374* 2026-10-15 RPK   NEW V = MEDIA FUNCTION KEEPS THE SHMMEDF MEDIA
001375*                  ASSET REGISTER (LIST, ADD, CHANGE, DELETE - ID,
001376*                  TYPE, ARCHIVE LOCATION, RIGHTS HOLDER, LICENCE
001377*                  START AND EXPIRY, WEB-USE FLAG) AND THE SHMEMLF
001378*                  EVENT-MEDIA LINKS FOR AN EVENT ALREADY ON
001379*                  SHMEVTF (LIST/ADD/REMOVE) THE WAY P = PLACES
001380*                  KEEPS SHMPLCF AND SHMEPLF. A NEW LINK'S MEDIA
001381*                  ID MUST BE ON THE REGISTER.
001382* 2026-10-15 RPK   NEW W = PEOPLE FUNCTION KEEPS THE SHMPERF
001383*                  PEOPLE REGISTER (LIST, ADD, CHANGE, DELETE -
001384*                  CODE, FULL NAME, BIRTH AND DEATH YEARS,
001385*                  DESCRIPTION) AND THE SHMEPRF EVENT-PERSON
001386*                  LINKS FOR AN EVENT ALREADY ON SHMEVTF
001387*                  (LIST/ADD/REMOVE) THE WAY P = PLACES KEEPS
001388*                  SHMPLCF AND SHMEPLF. A NEW LINK'S PERSON CODE
001389*                  MUST BE ON THE REGISTER.
001390* 2026-10-15 RPK   M = MERGE NOW ALSO CARRIES THE RETIRED EVENT'S
001391*                  SHMEPRF PERSON AND SHMEMLF MEDIA LINKS, ITS
001392*                  SHMFEAF FEATURED DAYS, ITS OPEN SHMFBKF FLAGS
001393*                  AND ITS SHMCOLF MEMBERSHIPS TO THE SURVIVOR -
001394*                  A LINK OR MEMBERSHIP THE SURVIVOR HAS ALREADY
001395*                  IS DROPPED AND COUNTED. EVERY SATELLITE ROW
001396*                  MOVED OR DROPPED GOES TO SHMJRNL AS A MRG- ROW
001397*                  AHEAD OF THE MERGE ROW SO SHMRCVR CAN MOVE IT
001398*                  BACK. SHMFBKF IS NOW OPENED I-O FOR IT. THE
001399*                  H = HISTORY DISPLAY PASSES THE MRG- ROWS BY
001400*                  AND SHOWS A STATUS LINE FOR EACH VERSION,
001401*                  MARKED ** WHEN THE RELEASE STATUS CHANGED.
001402*                  THE END-DATE PROMPT NOW CHECKS THE END DAY
001403*                  AGAINST THE DAYS IN THE END MONTH AS SHMEDIT
001404*                  AND SHMLOAD DO.
001405* 2026-10-15 RPK   M = MERGE NOW DELETES THE RETIRED EVENT BEFORE
001406*                  IT MOVES ANY SATELLITE ROW, SO A DELETE THAT
001407*                  FAILS LEAVES BOTH EVENTS AND THEIR ROWS AS THEY
001408*                  WERE AND NOTHING ON SHMJRNL.
001409*================================================================
001410 ENVIRONMENT DIVISION.
001411 CONFIGURATION SECTION.
001412 SOURCE-COMPUTER.   IBM-370.
001413 OBJECT-COMPUTER.   IBM-370.
001414 INPUT-OUTPUT SECTION.
001415 FILE-CONTROL.
001416     SELECT EVENT-FILE ASSIGN TO "SHMEVTF"
001417         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS EVT-KEY OF EVT-RECORD
001440         ALTERNATE RECORD KEY IS EVT-MMDD-KEY OF EVT-RECORD
001460         FILE STATUS IS WS-EVT-STATUS.
001470     SELECT JOURNAL-FILE ASSIGN TO "SHMJRNL"
001480         ORGANIZATION IS LINE SEQUENTIAL.
001482     SELECT ARCHIVE-FILE ASSIGN TO "SHMJRNA"
001484         ORGANIZATION IS LINE SEQUENTIAL
001486         FILE STATUS IS WS-ARC-STATUS.
001490     SELECT CONTROL-FILE ASSIGN TO "SHMCTL"
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS WS-CTL-STATUS.
002020         ACCESS MODE IS DYNAMIC
002030         RECORD KEY IS USR-ID OF USR-RECORD
002040         FILE STATUS IS WS-USR-STATUS.
002041     SELECT COLL-FILE ASSIGN TO "SHMCOLF"
002042         ORGANIZATION IS INDEXED
002043         ACCESS MODE IS DYNAMIC
002044         RECORD KEY IS COL-KEY OF COL-RECORD
002045         FILE STATUS IS WS-COL-STATUS.
002046     SELECT PUB-FILE ASSIGN TO "SHMPUBF"
002047         ORGANIZATION IS INDEXED
002048         ACCESS MODE IS DYNAMIC
002049         RECORD KEY IS PUB-KEY OF PUB-RECORD
002050         FILE STATUS IS WS-PUB-STATUS.
002051     SELECT FEAT-FILE ASSIGN TO "SHMFEAF"
002052         ORGANIZATION IS INDEXED
002053         ACCESS MODE IS DYNAMIC
002054         RECORD KEY IS FEA-DATE OF FEA-RECORD
002055         ALTERNATE RECORD KEY IS FEA-EVT-KEY OF FEA-RECORD
002056             WITH DUPLICATES
002057         FILE STATUS IS WS-FEA-STATUS.
002058     SELECT MEDIA-FILE ASSIGN TO "SHMMEDF"
002059         ORGANIZATION IS INDEXED
002060         ACCESS MODE IS DYNAMIC
002061         RECORD KEY IS MED-ID OF MED-RECORD
002062         FILE STATUS IS WS-MED-STATUS.
002063     SELECT EMLNK-FILE ASSIGN TO "SHMEMLF"
002064         ORGANIZATION IS INDEXED
002065         ACCESS MODE IS DYNAMIC
002066         RECORD KEY IS EML-KEY OF EML-RECORD
002067         FILE STATUS IS WS-EML-STATUS.
002068     SELECT PERSON-FILE ASSIGN TO "SHMPERF"
002069         ORGANIZATION IS INDEXED
002070         ACCESS MODE IS DYNAMIC
002071         RECORD KEY IS PER-CODE OF PER-RECORD
002072         FILE STATUS IS WS-PER-STATUS.
002073     SELECT EPRNK-FILE ASSIGN TO "SHMEPRF"
002074         ORGANIZATION IS INDEXED
002075         ACCESS MODE IS DYNAMIC
002076         RECORD KEY IS EPR-KEY OF EPR-RECORD
002077         FILE STATUS IS WS-EPR-STATUS.
002078     SELECT FBK-FILE ASSIGN TO "SHMFBKF"
002079         ORGANIZATION IS INDEXED
002080         ACCESS MODE IS DYNAMIC
002081         RECORD KEY IS FBK-KEY OF FBK-RECORD
002082         FILE STATUS IS WS-FBK-STATUS.
002083 DATA DIVISION.
002084 FILE SECTION.
002085 FD  EVENT-FILE
002086     RECORD CONTAINS 240 CHARACTERS.
002090     COPY EVTREC.
002100 FD  JOURNAL-FILE
002110     RECORD CONTAINS 512 CHARACTERS.
002120     COPY JRNREC.
002122 FD  ARCHIVE-FILE
002124     RECORD CONTAINS 512 CHARACTERS.
002126 01  ARC-RECORD                PIC X(512).
002130 FD  CONTROL-FILE
002140     RECORD CONTAINS 20 CHARACTERS.
002150     COPY CTLREC.
002460 FD  LANG-FILE
002470     RECORD CONTAINS 220 CHARACTERS.
002480     COPY LNGREC.
002481 FD  COLL-FILE
002482     RECORD CONTAINS 80 CHARACTERS.
002483     COPY COLREC.
002484 FD  PUB-FILE
002485     RECORD CONTAINS 120 CHARACTERS.
002486     COPY PUBREC.
002487 FD  FEAT-FILE
002488     RECORD CONTAINS 100 CHARACTERS.
002489     COPY FEAREC.
002490 FD  MEDIA-FILE
002491     RECORD CONTAINS 120 CHARACTERS.
002492     COPY MEDREC.
002493 FD  EMLNK-FILE
002494     RECORD CONTAINS 20 CHARACTERS.
002495     COPY EMLREC.
002496 FD  PERSON-FILE
002497     RECORD CONTAINS 120 CHARACTERS.
002498     COPY PERREC.
002499 FD  EPRNK-FILE
002500     RECORD CONTAINS 20 CHARACTERS.
002501     COPY EPRREC.
002502 FD  FBK-FILE
002503     RECORD CONTAINS 120 CHARACTERS.
002504     COPY FBKREC.
002505 WORKING-STORAGE SECTION.
002506 01  WS-EVT-STATUS             PIC X(02) VALUE "00".
002510 01  WS-CTL-STATUS             PIC X(02) VALUE "00".
002520 01  WS-NAR-STATUS             PIC X(02) VALUE "00".
002530 01  WS-XRF-STATUS             PIC X(02) VALUE "00".
002600 01  WS-EPL-STATUS             PIC X(02) VALUE "00".
002610 01  WS-CIT-STATUS             PIC X(02) VALUE "00".
002620 01  WS-LOK-STATUS             PIC X(02) VALUE "00".
002621 01  WS-COL-STATUS             PIC X(02) VALUE "00".
002622 01  WS-ARC-STATUS             PIC X(02) VALUE "00".
002623 01  WS-PUB-STATUS             PIC X(02) VALUE "00".
002624 01  WS-FEA-STATUS             PIC X(02) VALUE "00".
002625 01  WS-MED-STATUS             PIC X(02) VALUE "00".
002626 01  WS-EML-STATUS             PIC X(02) VALUE "00".
002627 01  WS-PER-STATUS             PIC X(02) VALUE "00".
002628 01  WS-EPR-STATUS             PIC X(02) VALUE "00".
002629 01  WS-FBK-STATUS             PIC X(02) VALUE "00".
002630 01  WS-LOCK-SWITCHES.
002640     05  WS-LOCK-HELD-SW       PIC X(01) VALUE "N".
002650         88  WS-LOCK-HELD          VALUE "Y".
002870     88  WS-FN-ERAS                VALUE "E" "e".
002880     88  WS-FN-PLACES              VALUE "P" "p".
002890     88  WS-FN-SOURCES             VALUE "S" "s".
002891     88  WS-FN-MERGE               VALUE "M" "m".
002892     88  WS-FN-COLLECTIONS         VALUE "K" "k".
002893     88  WS-FN-HISTORY             VALUE "H" "h".
002894     88  WS-FN-RELEASE             VALUE "R" "r".
002895     88  WS-FN-FEATURES            VALUE "F" "f".
002896     88  WS-FN-MEDIA               VALUE "V" "v".
002897     88  WS-FN-PEOPLE              VALUE "W" "w".
002900     88  WS-FN-EXIT                VALUE "X" "x".
002910 01  WS-SWITCHES.
002920     05  WS-DONE-SW            PIC X(01) VALUE "N".
002990     05  WS-REPLY-CATEGORY     PIC X(10).
003000     05  WS-REPLY-HEADLINE     PIC X(01).
003010     05  WS-REPLY-TEXT         PIC X(200).
003011 01  WS-REPLY-END-YEAR         PIC 9(04).
003012 01  WS-REPLY-END-MONTH        PIC 9(02).
003013 01  WS-REPLY-END-DAY          PIC 9(02).
003014 01  WS-DAYS-TABLE.
003015     05  FILLER                PIC X(24)
003016         VALUE "312931303130313130313031".
003017 01  WS-DAYS-R REDEFINES WS-DAYS-TABLE.
003018     05  WS-DAYS-IN-MONTH      PIC 9(02) OCCURS 12 TIMES.
003019 01  WS-END-OK-SW              PIC X(01) VALUE "N".
003020     88  WS-END-OK                 VALUE "Y".
003021 01  WS-START-DATE-NUM         PIC 9(08).
003022 01  WS-END-DATE-NUM           PIC 9(08).
003023 01  WS-JRN-FUNCTION           PIC X(08).
003030 01  WS-BEFORE-IMAGE           PIC X(240).
003040 01  WS-NARR-FUNCTION          PIC X(01).
003050     88  WS-NF-LIST                VALUE "L" "l".
004330 01  WS-REPLY-CITE-NO          PIC 9(02).
004340 01  WS-REPLY-CITE-TEXT        PIC X(80).
004350 01  WS-CITE-COUNT             PIC 9(03) COMP.
004351 01  WS-MERGE-FIELDS.
004352     05  WS-MRG-SURV-KEY.
004353         10  WS-MRG-SURV-YEAR  PIC 9(04).
004354         10  WS-MRG-SURV-SEQ   PIC 9(04).
004355     05  WS-MRG-RET-KEY.
004356         10  WS-MRG-RET-YEAR   PIC 9(04).
004357         10  WS-MRG-RET-SEQ    PIC 9(04).
004358     05  WS-MRG-CONFIRM        PIC X(01).
004359     05  WS-MRG-SCAN-KEY.
004360         10  WS-MRG-SCAN-YEAR  PIC 9(04).
004361         10  WS-MRG-SCAN-SEQ   PIC 9(04).
004362     05  WS-MRG-SCAN-HIGH      PIC 9(04).
004363     05  WS-MRG-SCAN-COUNT     PIC 9(04).
004364     05  WS-MRG-HIGH-LINE      PIC 9(04).
004365     05  WS-MRG-HIGH-CITE      PIC 9(04).
004366     05  WS-MRG-HOLD-TEXT      PIC X(200).
004367     05  WS-MRG-HOLD-LNG       PIC X(220).
004368     05  WS-MRG-HOLD-CITE      PIC X(80).
004369     05  WS-MRG-HOLD-REL       PIC X(10).
004370     05  WS-MRG-HOLD-TO-YEAR   PIC 9(04).
004371     05  WS-MRG-HOLD-TO-SEQ    PIC 9(04).
004372     05  WS-MRG-HOLD-CODE      PIC X(08).
004373     05  WS-MRG-JRN-FUNCTION   PIC X(08).
004374     05  WS-MRG-OLD-ROW        PIC X(240).
004375     05  WS-MRG-NEW-ROW        PIC X(240).
004376     05  WS-MRG-FBK-LAST.
004377         10  WS-MRG-FBK-LAST-YEAR  PIC 9(04).
004378         10  WS-MRG-FBK-LAST-SEQ   PIC 9(04).
004379         10  FILLER            PIC X(16).
004380 01  WS-MRG-SWITCHES.
004381     05  WS-MRG-DONE-SW        PIC X(01) VALUE "N".
004382         88  WS-MRG-DONE           VALUE "Y".
004383     05  WS-MRG-PASS-DONE-SW   PIC X(01) VALUE "N".
004384         88  WS-MRG-PASS-DONE      VALUE "Y".
004385     05  WS-MRG-ROOM-SW        PIC X(01) VALUE "Y".
004386         88  WS-MRG-ROOM-OK        VALUE "Y".
004387     05  WS-MRG-IN-COL-SW      PIC X(01) VALUE "N".
004388         88  WS-MRG-IN-COL         VALUE "Y".
004389     05  WS-MRG-FAILED-SW      PIC X(01) VALUE "N".
004390         88  WS-MRG-FAILED         VALUE "Y".
004391 01  WS-MRG-COUNTERS.
004392     05  WS-MRG-NARR-MOVED     PIC 9(03) COMP.
004393     05  WS-MRG-CITE-MOVED     PIC 9(03) COMP.
004394     05  WS-MRG-LANG-MOVED     PIC 9(03) COMP.
004395     05  WS-MRG-PLC-MOVED      PIC 9(03) COMP.
004396     05  WS-MRG-XRF-MOVED      PIC 9(03) COMP.
004397     05  WS-MRG-PER-MOVED      PIC 9(03) COMP.
004398     05  WS-MRG-MED-MOVED      PIC 9(03) COMP.
004399     05  WS-MRG-COL-MOVED      PIC 9(03) COMP.
004400     05  WS-MRG-FEA-MOVED      PIC 9(03) COMP.
004401     05  WS-MRG-FBK-MOVED      PIC 9(03) COMP.
004402     05  WS-MRG-DROPPED        PIC 9(03) COMP.
004403 01  WS-SURV-IMAGE             PIC X(240).
004404 01  WS-MRG-LINK-TABLE.
004405     05  WS-ML-COUNT           PIC 9(03) COMP VALUE ZERO.
004406     05  WS-ML-ENTRY OCCURS 500 TIMES.
004407         10  WS-ML-FROM-YEAR   PIC 9(04).
004408         10  WS-ML-FROM-SEQ    PIC 9(04).
004409         10  WS-ML-RELATION    PIC X(10).
004410 01  WS-ML-IX                  PIC S9(04) COMP.
004411 01  WS-MRG-COL-TABLE.
004412     05  WS-MC-COUNT           PIC 9(03) COMP VALUE ZERO.
004413     05  WS-MC-ENTRY OCCURS 200 TIMES.
004414         10  WS-MC-CODE        PIC X(08).
004415         10  WS-MC-POSITION    PIC 9(03).
004416 01  WS-MC-IX                  PIC S9(04) COMP.
004417 01  WS-COLS-FUNCTION          PIC X(01).
004418     88  WS-KF-LIST                VALUE "L" "l".
004419     88  WS-KF-ADD                 VALUE "A" "a".
004420     88  WS-KF-MEMBERS             VALUE "M" "m".
004421     88  WS-KF-DELETE              VALUE "D" "d".
004422     88  WS-KF-BACK                VALUE "X" "x".
004423 01  WS-COLM-FUNCTION          PIC X(01).
004424     88  WS-KM-LIST                VALUE "L" "l".
004425     88  WS-KM-ADD                 VALUE "A" "a".
004426     88  WS-KM-REMOVE              VALUE "D" "d".
004427     88  WS-KM-BACK                VALUE "X" "x".
004428 01  WS-COLS-SWITCHES.
004429     05  WS-COLS-BACK-SW       PIC X(01) VALUE "N".
004430         88  WS-COLS-BACK          VALUE "Y".
004431     05  WS-COLM-BACK-SW       PIC X(01) VALUE "N".
004432         88  WS-COLM-BACK          VALUE "Y".
004433     05  WS-COLS-DONE-SW       PIC X(01) VALUE "N".
004434         88  WS-COLS-DONE          VALUE "Y".
004435     05  WS-COL-MEMBER-SW      PIC X(01) VALUE "N".
004436         88  WS-COL-ALREADY-MEMBER VALUE "Y".
004437 01  WS-REPLY-COL-CODE         PIC X(08).
004438 01  WS-REPLY-COL-TITLE        PIC X(60).
004439 01  WS-REPLY-COL-POS          PIC 9(03).
004440 01  WS-COL-HIGH-POS           PIC 9(03).
004441 01  WS-COLS-COUNT             PIC 9(03) COMP.
004442 01  WS-HST-KEY.
004443     05  WS-HST-YEAR           PIC 9(04).
004444     05  WS-HST-SEQ            PIC 9(04).
004445 01  WS-HST-SWITCHES.
004446     05  WS-HST-EOF-SW         PIC X(01) VALUE "N".
004447         88  WS-HST-EOF            VALUE "Y".
004448     05  WS-HST-COMPARE-SW     PIC X(01) VALUE "N".
004449         88  WS-HST-COMPARE        VALUE "Y".
004450 01  WS-HST-SOURCE             PIC X(07).
004451 01  WS-HST-COUNT              PIC 9(05) COMP.
004452 01  WS-HST-VER-ED             PIC ZZZZ9.
004453 01  WS-HST-DATE.
004454     05  WS-HST-CCYY           PIC 9(04).
004455     05  WS-HST-MM             PIC 9(02).
004456     05  WS-HST-DD             PIC 9(02).
004457 01  WS-HST-TIME.
004458     05  WS-HST-HH             PIC 9(02).
004459     05  WS-HST-MI             PIC 9(02).
004460     05  WS-HST-SS             PIC 9(02).
004461     05  FILLER                PIC 9(02).
004462 01  WS-HST-LABEL              PIC X(10).
004463 01  WS-HST-NEW                PIC X(100).
004464 01  WS-HST-OLD                PIC X(100).
004465 01  WS-HST-LINE               PIC X(132).
004466 01  WS-PUB-FIELDS.
004467     05  WS-REPLY-PUB-STATUS   PIC X(01).
004468         88  WS-RP-DRAFT           VALUE "D".
004469         88  WS-RP-SCHEDULED       VALUE "S".
004470         88  WS-RP-PUBLISHED       VALUE "P".
004471         88  WS-RP-WITHDRAWN       VALUE "W".
004472     05  WS-REPLY-RELEASE      PIC 9(08).
004473     05  WS-REPLY-RELEASE-X REDEFINES WS-REPLY-RELEASE.
004474         10  WS-RR-YEAR        PIC 9(04).
004475         10  WS-RR-MONTH       PIC 9(02).
004476         10  WS-RR-DAY         PIC 9(02).
004477     05  WS-REPLY-REASON       PIC X(60).
004478     05  WS-PUB-TODAY          PIC 9(08).
004479     05  WS-PUB-NAME           PIC X(09).
004480 01  WS-PUB-FOUND-SW           PIC X(01) VALUE "N".
004481     88  WS-PUB-FOUND              VALUE "Y".
004482 01  WS-FEAT-FUNCTION          PIC X(01).
004483     88  WS-FF-LIST                VALUE "L" "l".
004484     88  WS-FF-SET                 VALUE "S" "s".
004485     88  WS-FF-DELETE              VALUE "D" "d".
004486     88  WS-FF-BACK                VALUE "X" "x".
004487 01  WS-FEAT-SWITCHES.
004488     05  WS-FEAT-BACK-SW       PIC X(01) VALUE "N".
004489         88  WS-FEAT-BACK          VALUE "Y".
004490     05  WS-FEAT-DONE-SW       PIC X(01) VALUE "N".
004491         88  WS-FEAT-DONE          VALUE "Y".
004492     05  WS-FEAT-FOUND-SW      PIC X(01) VALUE "N".
004493         88  WS-FEAT-FOUND         VALUE "Y".
004494 01  WS-REPLY-FEA-DATE         PIC 9(08).
004495 01  WS-REPLY-FEA-DATE-X REDEFINES WS-REPLY-FEA-DATE.
004496     05  WS-RF-YEAR            PIC 9(04).
004497     05  WS-RF-MONTH           PIC 9(02).
004498     05  WS-RF-DAY             PIC 9(02).
004499 01  WS-REPLY-CAPTION          PIC X(60).
004500 01  WS-FEAT-TODAY             PIC 9(08).
004501 01  WS-FEAT-COUNT             PIC 9(03) COMP.
004502 01  WS-MEDS-FUNCTION          PIC X(01).
004503     88  WS-VF-REGISTER            VALUE "R" "r".
004504     88  WS-VF-EVENT               VALUE "E" "e".
004505     88  WS-VF-BACK                VALUE "X" "x".
004506 01  WS-MEDR-FUNCTION          PIC X(01).
004507     88  WS-VR-LIST                VALUE "L" "l".
004508     88  WS-VR-ADD                 VALUE "A" "a".
004509     88  WS-VR-CHANGE              VALUE "C" "c".
004510     88  WS-VR-DELETE              VALUE "D" "d".
004511     88  WS-VR-BACK                VALUE "X" "x".
004512 01  WS-MEDL-FUNCTION          PIC X(01).
004513     88  WS-VL-LIST                VALUE "L" "l".
004514     88  WS-VL-ADD                 VALUE "A" "a".
004515     88  WS-VL-REMOVE              VALUE "D" "d".
004516     88  WS-VL-BACK                VALUE "X" "x".
004517 01  WS-MEDS-SWITCHES.
004518     05  WS-MEDS-BACK-SW       PIC X(01) VALUE "N".
004519         88  WS-MEDS-BACK          VALUE "Y".
004520     05  WS-MEDR-BACK-SW       PIC X(01) VALUE "N".
004521         88  WS-MEDR-BACK          VALUE "Y".
004522     05  WS-MEDL-BACK-SW       PIC X(01) VALUE "N".
004523         88  WS-MEDL-BACK          VALUE "Y".
004524     05  WS-MEDS-DONE-SW       PIC X(01) VALUE "N".
004525         88  WS-MEDS-DONE          VALUE "Y".
004526     05  WS-MED-OK-SW          PIC X(01) VALUE "N".
004527         88  WS-MED-OK             VALUE "Y".
004528 01  WS-REPLY-MED-ID           PIC X(10).
004529 01  WS-REPLY-MED-TYPE         PIC X(01).
004530     88  WS-RM-TYPE-VALID          VALUE "P" "N" "A".
004531 01  WS-REPLY-MED-LOCATION     PIC X(40).
004532 01  WS-REPLY-MED-HOLDER       PIC X(40).
004533 01  WS-REPLY-MED-START        PIC 9(08).
004534 01  WS-REPLY-MED-START-X REDEFINES WS-REPLY-MED-START.
004535     05  WS-RMS-YEAR           PIC 9(04).
004536     05  WS-RMS-MONTH          PIC 9(02).
004537     05  WS-RMS-DAY            PIC 9(02).
004538 01  WS-REPLY-MED-EXPIRY       PIC 9(08).
004539 01  WS-REPLY-MED-EXPIRY-X REDEFINES WS-REPLY-MED-EXPIRY.
004540     05  WS-RME-YEAR           PIC 9(04).
004541     05  WS-RME-MONTH          PIC 9(02).
004542     05  WS-RME-DAY            PIC 9(02).
004543 01  WS-REPLY-MED-WEB          PIC X(01).
004544 01  WS-MEDS-COUNT             PIC 9(03) COMP.
004545 01  WS-MED-TYPE-NAME          PIC X(10).
004546 01  WS-PERS-FUNCTION          PIC X(01).
004547     88  WS-WF-REGISTER            VALUE "R" "r".
004548     88  WS-WF-EVENT               VALUE "E" "e".
004549     88  WS-WF-BACK                VALUE "X" "x".
004550 01  WS-PERR-FUNCTION          PIC X(01).
004551     88  WS-WR-LIST                VALUE "L" "l".
004552     88  WS-WR-ADD                 VALUE "A" "a".
004553     88  WS-WR-CHANGE              VALUE "C" "c".
004554     88  WS-WR-DELETE              VALUE "D" "d".
004555     88  WS-WR-BACK                VALUE "X" "x".
004556 01  WS-PERL-FUNCTION          PIC X(01).
004557     88  WS-WL-LIST                VALUE "L" "l".
004558     88  WS-WL-ADD                 VALUE "A" "a".
004559     88  WS-WL-REMOVE              VALUE "D" "d".
004560     88  WS-WL-BACK                VALUE "X" "x".
004561 01  WS-PERS-SWITCHES.
004562     05  WS-PERS-BACK-SW       PIC X(01) VALUE "N".
004563         88  WS-PERS-BACK          VALUE "Y".
004564     05  WS-PERR-BACK-SW       PIC X(01) VALUE "N".
004565         88  WS-PERR-BACK          VALUE "Y".
004566     05  WS-PERL-BACK-SW       PIC X(01) VALUE "N".
004567         88  WS-PERL-BACK          VALUE "Y".
004568     05  WS-PERS-DONE-SW       PIC X(01) VALUE "N".
004569         88  WS-PERS-DONE          VALUE "Y".
004570     05  WS-PER-OK-SW          PIC X(01) VALUE "N".
004571         88  WS-PER-OK             VALUE "Y".
004572 01  WS-REPLY-PER-CODE         PIC X(08).
004573 01  WS-REPLY-PER-NAME         PIC X(40).
004574 01  WS-REPLY-PER-BIRTH        PIC 9(04).
004575 01  WS-REPLY-PER-DEATH        PIC 9(04).
004576 01  WS-REPLY-PER-DESC         PIC X(60).
004577 01  WS-PERS-COUNT             PIC 9(03) COMP.
004578 COPY JRNREC REPLACING ==JRN-RECORD== BY ==HST-RECORD==.
004579 COPY EVTREC REPLACING ==EVT-RECORD== BY ==HSB-RECORD==.
004580 COPY EVTREC REPLACING ==EVT-RECORD== BY ==HSA-RECORD==.
004581 PROCEDURE DIVISION.
004582*================================================================
004583* 0000-MAINLINE
004584*================================================================
004585 0000-MAINLINE.
004586     PERFORM 1000-INITIALIZE
004587     PERFORM 2000-MENU THRU 2000-EXIT
004588         UNTIL WS-DONE
004589     PERFORM 8000-TERMINATE
004590     GO TO 9999-EXIT.
004591*================================================================
004592* 1000-INITIALIZE
004593*================================================================
004594 1000-INITIALIZE.
004595     DISPLAY "SHM EVENT MAINTENANCE"
004596     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
004597     OPEN I-O USER-FILE
004598     IF WS-USR-STATUS NOT = "00"
004599         OPEN OUTPUT USER-FILE
004600         CLOSE USER-FILE
004601         OPEN I-O USER-FILE
004602     END-IF
004603     PERFORM 1150-CHECK-REGISTER THRU 1150-EXIT
004604     PERFORM 1200-SIGN-ON THRU 1200-EXIT
004605         UNTIL WS-SIGNED-ON
004610     PERFORM 1300-OBTAIN-LOCK THRU 1300-EXIT
004620     IF NOT WS-LOCK-TAKEN
004630         DISPLAY "WRITER LOCK NOT OBTAINED - SESSION ENDED"
005170         OPEN OUTPUT CAT-FILE
005180         CLOSE CAT-FILE
005190         OPEN I-O CAT-FILE
005191     END-IF
005192     OPEN I-O COLL-FILE
005193     IF WS-COL-STATUS NOT = "00"
005194         OPEN OUTPUT COLL-FILE
005195         CLOSE COLL-FILE
005196         OPEN I-O COLL-FILE
005197     END-IF
005198     OPEN I-O PUB-FILE
005199     IF WS-PUB-STATUS NOT = "00"
005200         OPEN OUTPUT PUB-FILE
005201         CLOSE PUB-FILE
005202         OPEN I-O PUB-FILE
005203     END-IF
005204     OPEN I-O FEAT-FILE
005205     IF WS-FEA-STATUS NOT = "00"
005206         OPEN OUTPUT FEAT-FILE
005207         CLOSE FEAT-FILE
005208         OPEN I-O FEAT-FILE
005209     END-IF
005210     OPEN I-O MEDIA-FILE
005211     IF WS-MED-STATUS NOT = "00"
005212         OPEN OUTPUT MEDIA-FILE
005213         CLOSE MEDIA-FILE
005214         OPEN I-O MEDIA-FILE
005215     END-IF
005216     OPEN I-O EMLNK-FILE
005217     IF WS-EML-STATUS NOT = "00"
005218         OPEN OUTPUT EMLNK-FILE
005219         CLOSE EMLNK-FILE
005220         OPEN I-O EMLNK-FILE
005221     END-IF
005222     OPEN I-O PERSON-FILE
005223     IF WS-PER-STATUS NOT = "00"
005224         OPEN OUTPUT PERSON-FILE
005225         CLOSE PERSON-FILE
005226         OPEN I-O PERSON-FILE
005227     END-IF
005228     OPEN I-O EPRNK-FILE
005229     IF WS-EPR-STATUS NOT = "00"
005230         OPEN OUTPUT EPRNK-FILE
005231         CLOSE EPRNK-FILE
005232         OPEN I-O EPRNK-FILE
005233     END-IF
005234     OPEN I-O FBK-FILE
005235     IF WS-FBK-STATUS NOT = "00"
005236         OPEN OUTPUT FBK-FILE
005237         CLOSE FBK-FILE
005238         OPEN I-O FBK-FILE
005239     END-IF
005240     OPEN I-O PEND-FILE
005241     IF WS-PND-STATUS NOT = "00"
005242         OPEN OUTPUT PEND-FILE
005243         CLOSE PEND-FILE
005250         OPEN I-O PEND-FILE
005260     END-IF.
005270*================================================================
006860     DISPLAY "N = NARRATIVE   L = LINKS   T = TRANSLATIONS"
006870     DISPLAY "C = CATEGORIES  E = ERAS   P = PLACES   "
006880         "S = SOURCES"
006883     DISPLAY "O = OPERATORS   M = MERGE DUPLICATES   "
006886         "K = COLLECTIONS"
006889     DISPLAY "H = HISTORY     R = RELEASE STATUS   "
006892         "F = FEATURES"
006895     DISPLAY "V = MEDIA       W = PEOPLE   X = EXIT"
006900     ACCEPT WS-FUNCTION
006910     EVALUATE TRUE
006920         WHEN WS-FN-ADD
007110             PERFORM 7500-MAINT-SOURCES THRU 7500-EXIT
007120         WHEN WS-FN-OPERS
007130             PERFORM 6700-MAINT-OPERS THRU 6700-EXIT
007131         WHEN WS-FN-MERGE
007132             PERFORM 7600-MERGE-EVENTS THRU 7600-EXIT
007133         WHEN WS-FN-COLLECTIONS
007134             PERFORM 7700-MAINT-COLLECTIONS THRU 7700-EXIT
007135         WHEN WS-FN-HISTORY
007136             PERFORM 7800-EVENT-HISTORY THRU 7800-EXIT
007137         WHEN WS-FN-RELEASE
007138             IF WS-OPER-JUNIOR
007139                 DISPLAY "A SENIOR OPERATOR IS REQUIRED TO "
007140                     "CHANGE THE RELEASE STATUS"
007141             ELSE
007142                 PERFORM 7900-MAINT-RELEASE THRU 7900-EXIT
007143             END-IF
007144         WHEN WS-FN-FEATURES
007145             PERFORM 7950-MAINT-FEATURES THRU 7950-EXIT
007146         WHEN WS-FN-MEDIA
007147             PERFORM 6950-MAINT-MEDIA THRU 6950-EXIT
007148         WHEN WS-FN-PEOPLE
007149             PERFORM 5700-MAINT-PEOPLE THRU 5700-EXIT
007150         WHEN WS-FN-EXIT
007151             SET WS-DONE TO TRUE
007160         WHEN OTHER
007170             DISPLAY "INVALID SELECTION - TRY AGAIN"
007180     END-EVALUATE.
007810         DISPLAY "LANGUAGE MUST BE E OR I - EVENT NOT ADDED"
007820         GO TO 3000-EXIT
007830     END-IF
007831     DISPLAY "DRAFT/PUBLISHED (D/P, ENTER=P): " WITH NO ADVANCING
007832     ACCEPT WS-REPLY-PUB-STATUS
007833     INSPECT WS-REPLY-PUB-STATUS CONVERTING "dp" TO "DP"
007834     IF WS-REPLY-PUB-STATUS = SPACE
007835         MOVE "P" TO WS-REPLY-PUB-STATUS
007836     END-IF
007837     IF NOT WS-RP-DRAFT AND NOT WS-RP-PUBLISHED
007838         DISPLAY "STATUS MUST BE D OR P - EVENT NOT ADDED"
007839         GO TO 3000-EXIT
007840     END-IF
007841     MOVE WS-REPLY-PUB-STATUS TO EVT-PUB-STATUS OF EVT-RECORD
007842     MOVE WS-REPLY-LANG      TO EVT-LANG-CD OF EVT-RECORD
007850     MOVE WS-REPLY-YEAR      TO EVT-YEAR OF EVT-RECORD
007860     MOVE WS-REPLY-SEQ       TO EVT-SEQ-NO OF EVT-RECORD
007870     MOVE WS-REPLY-MONTH     TO EVT-MONTH OF EVT-RECORD
007880     MOVE WS-REPLY-DAY       TO EVT-DAY OF EVT-RECORD
007890     MOVE WS-REPLY-HEADLINE  TO EVT-HEADLINE-SW OF EVT-RECORD
007900     MOVE WS-REPLY-TEXT      TO EVT-TEXT OF EVT-RECORD
007901     PERFORM 7250-GET-END-DATE THRU 7250-EXIT
007902     IF NOT WS-END-OK
007903         DISPLAY "EVENT NOT ADDED"
007904         GO TO 3000-EXIT
007905     END-IF
007910     IF WS-OPER-JUNIOR
007920         MOVE EVT-RECORD TO WS-PEND-IMAGE
007930         READ EVENT-FILE
008280     MOVE EVT-RECORD TO WS-BEFORE-IMAGE
008290     DISPLAY "CURRENT CATEGORY : " EVT-CATEGORY OF EVT-RECORD
008300     DISPLAY "CURRENT TEXT     : " EVT-TEXT OF EVT-RECORD
008301     PERFORM 7910-SHOW-RELEASE THRU 7910-EXIT
008302     IF EVT-NO-END-DATE OF EVT-RECORD
008303         DISPLAY "CURRENT END DATE : NONE"
008304     ELSE
008305         DISPLAY "CURRENT END DATE : " EVT-END-YEAR OF EVT-RECORD
008306             "/" EVT-END-MONTH OF EVT-RECORD "/"
008307             EVT-END-DAY OF EVT-RECORD
008308     END-IF
008310     DISPLAY "NEW CATEGORY           : " WITH NO ADVANCING
008320     ACCEPT WS-REPLY-CATEGORY
008330     DISPLAY "NEW EVENT TEXT          : " WITH NO ADVANCING
008480         GO TO 4000-EXIT
008490     END-IF
008500     MOVE WS-REPLY-TEXT     TO EVT-TEXT OF EVT-RECORD
008501     PERFORM 7250-GET-END-DATE THRU 7250-EXIT
008502     IF NOT WS-END-OK
008503         DISPLAY "NOT UPDATED"
008504         GO TO 4000-EXIT
008505     END-IF
008510     IF WS-OPER-JUNIOR
008520         MOVE EVT-RECORD TO WS-PEND-IMAGE
008530         MOVE "UPDATE" TO WS-JRN-FUNCTION
008820     DISPLAY "CATEGORY : " EVT-CATEGORY OF EVT-RECORD
008830     DISPLAY "DATE     : " EVT-MONTH OF EVT-RECORD "/"
008840         EVT-DAY OF EVT-RECORD
008842     DISPLAY "TEXT     : " EVT-TEXT OF EVT-RECORD
008844     IF NOT EVT-NO-END-DATE OF EVT-RECORD
008846         DISPLAY "ENDS     : " EVT-END-YEAR OF EVT-RECORD "/"
008848             EVT-END-MONTH OF EVT-RECORD "/"
008850             EVT-END-DAY OF EVT-RECORD
008852     END-IF
008854     PERFORM 7910-SHOW-RELEASE THRU 7910-EXIT.
008860 5000-EXIT.
008870     EXIT.
008880*================================================================
010160             DISPLAY "LINE DELETED"
010170     END-DELETE.
010180 5630-EXIT.
010181     EXIT.
010182*================================================================
010183* 5700-MAINT-PEOPLE  -  THE SHMPERF PEOPLE REGISTER, OR THE
010184*                       SHMEPRF PERSON LINKS OF ONE EVENT
010185*================================================================
010186 5700-MAINT-PEOPLE.
010187     MOVE "N" TO WS-PERS-BACK-SW
010188     PERFORM 5705-PEOPLE-MENU THRU 5705-EXIT
010189         UNTIL WS-PERS-BACK.
010190 5700-EXIT.
010191     EXIT.
010192 5705-PEOPLE-MENU.
010193     DISPLAY "R = PEOPLE REGISTER   E = EVENT PERSON LINKS   "
010194         "X = BACK"
010195     ACCEPT WS-PERS-FUNCTION
010196     EVALUATE TRUE
010197         WHEN WS-WF-REGISTER
010198             PERFORM 5710-MAINT-PER-REGISTER THRU 5710-EXIT
010199         WHEN WS-WF-EVENT
010200             PERFORM 5750-MAINT-EVENT-PEOPLE THRU 5750-EXIT
010201         WHEN WS-WF-BACK
010202             SET WS-PERS-BACK TO TRUE
010203         WHEN OTHER
010204             DISPLAY "INVALID SELECTION - TRY AGAIN"
010205     END-EVALUATE.
010206 5705-EXIT.
010207     EXIT.
010208*================================================================
010209* 5710-MAINT-PER-REGISTER  -  LIST/ADD/CHANGE/DELETE PEOPLE
010210*================================================================
010211 5710-MAINT-PER-REGISTER.
010212     MOVE "N" TO WS-PERR-BACK-SW
010213     PERFORM 5715-PERR-MENU THRU 5715-EXIT
010214         UNTIL WS-PERR-BACK.
010215 5710-EXIT.
010216     EXIT.
010217 5715-PERR-MENU.
010218     DISPLAY "L = LIST PEOPLE   A = ADD PERSON   "
010219         "C = CHANGE PERSON   D = DELETE PERSON   X = BACK"
010220     ACCEPT WS-PERR-FUNCTION
010221     EVALUATE TRUE
010222         WHEN WS-WR-LIST
010223             PERFORM 5720-LIST-PEOPLE THRU 5720-EXIT
010224         WHEN WS-WR-ADD
010225             PERFORM 5730-ADD-PERSON THRU 5730-EXIT
010226         WHEN WS-WR-CHANGE
010227             PERFORM 5735-CHANGE-PERSON THRU 5735-EXIT
010228         WHEN WS-WR-DELETE
010229             PERFORM 5745-DELETE-PERSON THRU 5745-EXIT
010230         WHEN WS-WR-BACK
010231             SET WS-PERR-BACK TO TRUE
010232         WHEN OTHER
010233             DISPLAY "INVALID SELECTION - TRY AGAIN"
010234     END-EVALUATE.
010235 5715-EXIT.
010236     EXIT.
010237 5720-LIST-PEOPLE.
010238     MOVE LOW-VALUES TO PER-CODE OF PER-RECORD
010239     MOVE ZERO TO WS-PERS-COUNT
010240     MOVE "N" TO WS-PERS-DONE-SW
010241     START PERSON-FILE KEY IS NOT LESS THAN
010242             PER-CODE OF PER-RECORD
010243         INVALID KEY
010244             SET WS-PERS-DONE TO TRUE
010245         NOT INVALID KEY
010246             READ PERSON-FILE NEXT RECORD
010247                 AT END
010248                     SET WS-PERS-DONE TO TRUE
010249             END-READ
010250     END-START
010251     PERFORM 5722-LIST-ONE-PERSON THRU 5722-EXIT
010252         UNTIL WS-PERS-DONE
010253     IF WS-PERS-COUNT = ZERO
010254         DISPLAY "(NO PEOPLE ON THE REGISTER)"
010255     END-IF.
010256 5720-EXIT.
010257     EXIT.
010258 5722-LIST-ONE-PERSON.
010259     PERFORM 5725-SHOW-PERSON THRU 5725-EXIT
010260     ADD 1 TO WS-PERS-COUNT
010261     READ PERSON-FILE NEXT RECORD
010262         AT END
010263             SET WS-PERS-DONE TO TRUE
010264     END-READ.
010265 5722-EXIT.
010266     EXIT.
010267 5725-SHOW-PERSON.
010268     DISPLAY PER-CODE OF PER-RECORD " : "
010269         PER-NAME OF PER-RECORD " "
010270         PER-BIRTH-YEAR OF PER-RECORD "-"
010271         PER-DEATH-YEAR OF PER-RECORD
010272     DISPLAY "           " PER-DESC OF PER-RECORD.
010273 5725-EXIT.
010274     EXIT.
010275 5730-ADD-PERSON.
010276     DISPLAY "NEW PERSON CODE        : " WITH NO ADVANCING
010277     ACCEPT WS-REPLY-PER-CODE
010278     INSPECT WS-REPLY-PER-CODE CONVERTING
010279         "abcdefghijklmnopqrstuvwxyz" TO
010280         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010281     IF WS-REPLY-PER-CODE = SPACES
010282         DISPLAY "PERSON CODE MUST BE KEYED - NOT ADDED"
010283         GO TO 5730-EXIT
010284     END-IF
010285     MOVE WS-REPLY-PER-CODE TO PER-CODE OF PER-RECORD
010286     READ PERSON-FILE
010287         INVALID KEY
010288             CONTINUE
010289         NOT INVALID KEY
010290             DISPLAY "THAT PERSON CODE ALREADY EXISTS - USE C"
010291             GO TO 5730-EXIT
010292     END-READ
010293     PERFORM 5740-KEY-PERSON-DETAIL THRU 5740-EXIT
010294     IF NOT WS-PER-OK
010295         DISPLAY "NOT ADDED"
010296         GO TO 5730-EXIT
010297     END-IF
010298     WRITE PER-RECORD
010299         INVALID KEY
010300             DISPLAY "THAT PERSON CODE ALREADY EXISTS"
010301         NOT INVALID KEY
010302             DISPLAY "PERSON ADDED"
010303     END-WRITE.
010304 5730-EXIT.
010305     EXIT.
010306 5735-CHANGE-PERSON.
010307     DISPLAY "PERSON CODE TO CHANGE  : " WITH NO ADVANCING
010308     ACCEPT WS-REPLY-PER-CODE
010309     INSPECT WS-REPLY-PER-CODE CONVERTING
010310         "abcdefghijklmnopqrstuvwxyz" TO
010311         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010312     MOVE WS-REPLY-PER-CODE TO PER-CODE OF PER-RECORD
010313     READ PERSON-FILE
010314         INVALID KEY
010315             DISPLAY "NO SUCH PERSON ON THE REGISTER"
010316             GO TO 5735-EXIT
010317     END-READ
010318     PERFORM 5725-SHOW-PERSON THRU 5725-EXIT
010319     PERFORM 5740-KEY-PERSON-DETAIL THRU 5740-EXIT
010320     IF NOT WS-PER-OK
010321         DISPLAY "NOT CHANGED"
010322         GO TO 5735-EXIT
010323     END-IF
010324     REWRITE PER-RECORD
010325         INVALID KEY
010326             DISPLAY "UPDATE FAILED"
010327         NOT INVALID KEY
010328             DISPLAY "PERSON CHANGED"
010329     END-REWRITE.
010330 5735-EXIT.
010331     EXIT.
010332*================================================================
010333* 5740-KEY-PERSON-DETAIL  -  NAME, BIRTH/DEATH YEARS AND
010334*                            DESCRIPTION INTO PER-RECORD, CHECKED
010335*================================================================
010336 5740-KEY-PERSON-DETAIL.
010337     MOVE "N" TO WS-PER-OK-SW
010338     DISPLAY "FULL NAME              : " WITH NO ADVANCING
010339     ACCEPT WS-REPLY-PER-NAME
010340     IF WS-REPLY-PER-NAME = SPACES
010341         DISPLAY "FULL NAME MUST BE KEYED"
010342         GO TO 5740-EXIT
010343     END-IF
010344     DISPLAY "BIRTH YEAR (0 = NOT KNOWN)          : "
010345         WITH NO ADVANCING
010346     ACCEPT WS-REPLY-PER-BIRTH
010347     IF WS-REPLY-PER-BIRTH NOT NUMERIC
010348         DISPLAY "BIRTH YEAR MUST BE A VALID YYYY"
010349         GO TO 5740-EXIT
010350     END-IF
010351     DISPLAY "DEATH YEAR (0 = NOT KNOWN/LIVING)   : "
010352         WITH NO ADVANCING
010353     ACCEPT WS-REPLY-PER-DEATH
010354     IF WS-REPLY-PER-DEATH NOT NUMERIC
010355         DISPLAY "DEATH YEAR MUST BE A VALID YYYY"
010356         GO TO 5740-EXIT
010357     END-IF
010358     IF WS-REPLY-PER-BIRTH NOT = ZERO
010359             AND WS-REPLY-PER-DEATH NOT = ZERO
010360             AND WS-REPLY-PER-DEATH < WS-REPLY-PER-BIRTH
010361         DISPLAY "DEATH YEAR CANNOT FALL BEFORE THE BIRTH YEAR"
010362         GO TO 5740-EXIT
010363     END-IF
010364     DISPLAY "SHORT DESCRIPTION      : " WITH NO ADVANCING
010365     ACCEPT WS-REPLY-PER-DESC
010366     MOVE SPACES TO PER-RECORD
010367     MOVE WS-REPLY-PER-CODE TO PER-CODE OF PER-RECORD
010368     MOVE WS-REPLY-PER-NAME TO PER-NAME OF PER-RECORD
010369     MOVE WS-REPLY-PER-BIRTH TO PER-BIRTH-YEAR OF PER-RECORD
010370     MOVE WS-REPLY-PER-DEATH TO PER-DEATH-YEAR OF PER-RECORD
010371     MOVE WS-REPLY-PER-DESC TO PER-DESC OF PER-RECORD
010372     SET WS-PER-OK TO TRUE.
010373 5740-EXIT.
010374     EXIT.
010375 5745-DELETE-PERSON.
010376     DISPLAY "PERSON CODE TO DELETE  : " WITH NO ADVANCING
010377     ACCEPT WS-REPLY-PER-CODE
010378     INSPECT WS-REPLY-PER-CODE CONVERTING
010379         "abcdefghijklmnopqrstuvwxyz" TO
010380         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010381     MOVE WS-REPLY-PER-CODE TO PER-CODE OF PER-RECORD
010382     DELETE PERSON-FILE RECORD
010383         INVALID KEY
010384             DISPLAY "NO SUCH PERSON ON THE REGISTER"
010385         NOT INVALID KEY
010386             DISPLAY "PERSON DELETED"
010387     END-DELETE.
010388 5745-EXIT.
010389     EXIT.
010390*================================================================
010391* 5750-MAINT-EVENT-PEOPLE  -  LIST/ADD/REMOVE SHMEPRF LINKS FOR
010392*                             AN EVENT ALREADY ON SHMEVTF
010393*================================================================
010394 5750-MAINT-EVENT-PEOPLE.
010395     DISPLAY "YEAR OF EVENT          : " WITH NO ADVANCING
010396     ACCEPT WS-REPLY-YEAR
010397     DISPLAY "SEQUENCE NO OF EVENT   : " WITH NO ADVANCING
010398     ACCEPT WS-REPLY-SEQ
010399     MOVE WS-REPLY-YEAR TO EVT-YEAR OF EVT-RECORD
010400     MOVE WS-REPLY-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
010401     READ EVENT-FILE
010402         INVALID KEY
010403             DISPLAY "NO SUCH EVENT ON FILE"
010404             GO TO 5750-EXIT
010405     END-READ
010406     DISPLAY "EVENT TEXT : " EVT-TEXT OF EVT-RECORD
010407     MOVE "N" TO WS-PERL-BACK-SW
010408     PERFORM 5755-PERL-MENU THRU 5755-EXIT
010409         UNTIL WS-PERL-BACK.
010410 5750-EXIT.
010411     EXIT.
010412 5755-PERL-MENU.
010413     DISPLAY "L = LIST PEOPLE   A = ADD PERSON LINK   "
010414         "D = REMOVE PERSON LINK   X = BACK"
010415     ACCEPT WS-PERL-FUNCTION
010416     EVALUATE TRUE
010417         WHEN WS-WL-LIST
010418             PERFORM 5760-LIST-EVENT-PEOPLE THRU 5760-EXIT
010419         WHEN WS-WL-ADD
010420             PERFORM 5770-ADD-EVENT-PERSON THRU 5770-EXIT
010421         WHEN WS-WL-REMOVE
010422             PERFORM 5780-REMOVE-EVENT-PERSON THRU 5780-EXIT
010423         WHEN WS-WL-BACK
010424             SET WS-PERL-BACK TO TRUE
010425         WHEN OTHER
010426             DISPLAY "INVALID SELECTION - TRY AGAIN"
010427     END-EVALUATE.
010428 5755-EXIT.
010429     EXIT.
010430 5760-LIST-EVENT-PEOPLE.
010431     MOVE WS-REPLY-YEAR TO EPR-YEAR OF EPR-RECORD
010432     MOVE WS-REPLY-SEQ  TO EPR-SEQ-NO OF EPR-RECORD
010433     MOVE LOW-VALUES TO EPR-PERSON OF EPR-RECORD
010434     MOVE ZERO TO WS-PERS-COUNT
010435     MOVE "N" TO WS-PERS-DONE-SW
010436     START EPRNK-FILE KEY IS NOT LESS THAN
010437             EPR-KEY OF EPR-RECORD
010438         INVALID KEY
010439             SET WS-PERS-DONE TO TRUE
010440         NOT INVALID KEY
010441             READ EPRNK-FILE NEXT RECORD
010442                 AT END
010443                     SET WS-PERS-DONE TO TRUE
010444             END-READ
010445     END-START
010446     PERFORM 5765-LIST-ONE-EVT-PERSON THRU 5765-EXIT
010447         UNTIL WS-PERS-DONE
010448     IF WS-PERS-COUNT = ZERO
010449         DISPLAY "(NO PEOPLE LINKED TO THIS EVENT)"
010450     END-IF.
010451 5760-EXIT.
010452     EXIT.
010453 5765-LIST-ONE-EVT-PERSON.
010454     IF EPR-YEAR OF EPR-RECORD NOT = WS-REPLY-YEAR
010455             OR EPR-SEQ-NO OF EPR-RECORD NOT = WS-REPLY-SEQ
010456         SET WS-PERS-DONE TO TRUE
010457         GO TO 5765-EXIT
010458     END-IF
010459     MOVE EPR-PERSON OF EPR-RECORD
010460         TO PER-CODE OF PER-RECORD
010461     READ PERSON-FILE
010462         INVALID KEY
010463             DISPLAY EPR-PERSON OF EPR-RECORD
010464                 " : (NOT ON THE REGISTER)"
010465         NOT INVALID KEY
010466             DISPLAY EPR-PERSON OF EPR-RECORD " : "
010467                 PER-NAME OF PER-RECORD
010468     END-READ
010469     ADD 1 TO WS-PERS-COUNT
010470     READ EPRNK-FILE NEXT RECORD
010471         AT END
010472             SET WS-PERS-DONE TO TRUE
010473     END-READ.
010474 5765-EXIT.
010475     EXIT.
010476 5770-ADD-EVENT-PERSON.
010477     DISPLAY "PERSON CODE TO LINK    : " WITH NO ADVANCING
010478     ACCEPT WS-REPLY-PER-CODE
010479     INSPECT WS-REPLY-PER-CODE CONVERTING
010480         "abcdefghijklmnopqrstuvwxyz" TO
010481         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010482     MOVE WS-REPLY-PER-CODE TO PER-CODE OF PER-RECORD
010483     READ PERSON-FILE
010484         INVALID KEY
010485             DISPLAY "PERSON NOT ON THE SHMPERF REGISTER - "
010486                 "LINK NOT ADDED"
010487             GO TO 5770-EXIT
010488     END-READ
010489     MOVE WS-REPLY-YEAR     TO EPR-YEAR OF EPR-RECORD
010490     MOVE WS-REPLY-SEQ      TO EPR-SEQ-NO OF EPR-RECORD
010491     MOVE WS-REPLY-PER-CODE TO EPR-PERSON OF EPR-RECORD
010492     WRITE EPR-RECORD
010493         INVALID KEY
010494             DISPLAY "THAT PERSON IS ALREADY LINKED"
010495         NOT INVALID KEY
010496             DISPLAY "PERSON LINK ADDED"
010497     END-WRITE.
010498 5770-EXIT.
010499     EXIT.
010500 5780-REMOVE-EVENT-PERSON.
010501     DISPLAY "PERSON CODE TO REMOVE  : " WITH NO ADVANCING
010502     ACCEPT WS-REPLY-PER-CODE
010503     INSPECT WS-REPLY-PER-CODE CONVERTING
010504         "abcdefghijklmnopqrstuvwxyz" TO
010505         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010506     MOVE WS-REPLY-YEAR     TO EPR-YEAR OF EPR-RECORD
010507     MOVE WS-REPLY-SEQ      TO EPR-SEQ-NO OF EPR-RECORD
010508     MOVE WS-REPLY-PER-CODE TO EPR-PERSON OF EPR-RECORD
010509     DELETE EPRNK-FILE RECORD
010510         INVALID KEY
010511             DISPLAY "NO SUCH PERSON LINK ON FILE"
010512         NOT INVALID KEY
010513             DISPLAY "PERSON LINK REMOVED"
010514     END-DELETE.
010515 5780-EXIT.
010516     EXIT.
010517*================================================================
010518* 6000-MAINT-LINKS  -  LIST/ADD/REMOVE SHMXREF LINKS FOR AN
010519*                      EVENT ALREADY ON SHMEVTF
010520*================================================================
010521 6000-MAINT-LINKS.
010522     DISPLAY "YEAR OF EVENT          : " WITH NO ADVANCING
010523     ACCEPT WS-REPLY-YEAR
010524     DISPLAY "SEQUENCE NO OF EVENT   : " WITH NO ADVANCING
010525     ACCEPT WS-REPLY-SEQ
010526     MOVE WS-REPLY-YEAR TO EVT-YEAR OF EVT-RECORD
010527     MOVE WS-REPLY-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
010528     READ EVENT-FILE
010529         INVALID KEY
010530             DISPLAY "NO SUCH EVENT ON FILE"
010531             GO TO 6000-EXIT
010532     END-READ
010533     DISPLAY "EVENT TEXT : " EVT-TEXT OF EVT-RECORD
010534     MOVE "N" TO WS-LINK-BACK-SW
010535     PERFORM 6100-LINK-MENU THRU 6100-EXIT
010536         UNTIL WS-LINK-BACK.
010537 6000-EXIT.
010538     EXIT.
010539*================================================================
010540* 6100-LINK-MENU  -  ONE LINK FUNCTION, THEN RE-PROMPT
010541*================================================================
010542 6100-LINK-MENU.
010543     DISPLAY "L = LIST LINKS   A = ADD LINK   D = REMOVE LINK"
010544         "   X = BACK"
010545     ACCEPT WS-LINK-FUNCTION
010546     EVALUATE TRUE
010547         WHEN WS-LF-LIST
010548             PERFORM 6200-LIST-LINKS THRU 6200-EXIT
010549         WHEN WS-LF-ADD
010550             PERFORM 6300-ADD-LINK THRU 6300-EXIT
010551         WHEN WS-LF-REMOVE
010552             PERFORM 6400-REMOVE-LINK THRU 6400-EXIT
010560         WHEN WS-LF-BACK
010570             SET WS-LINK-BACK TO TRUE
010580         WHEN OTHER
012700     MOVE WS-REPLY-SEQ  TO LNG-SEQ-NO OF LNG-RECORD
012710     MOVE WS-REPLY-LANG TO LNG-LANG-CD OF LNG-RECORD
012720     MOVE WS-REPLY-TEXT TO LNG-TEXT OF LNG-RECORD
012723     ACCEPT LNG-KEYED-DATE OF LNG-RECORD FROM DATE YYYYMMDD
012726     MOVE "N" TO LNG-STALE-SW OF LNG-RECORD
012730     WRITE LNG-RECORD
012740         INVALID KEY
012750             REWRITE LNG-RECORD
015440 6940-EXIT.
015450     EXIT.
015460*================================================================
015461* 6950-MAINT-MEDIA  -  THE SHMMEDF MEDIA REGISTER, OR THE
015462*                      SHMEMLF MEDIA LINKS OF ONE EVENT
015463*================================================================
015464 6950-MAINT-MEDIA.
015465     MOVE "N" TO WS-MEDS-BACK-SW
015466     PERFORM 6952-MEDIA-MENU THRU 6952-EXIT
015467         UNTIL WS-MEDS-BACK.
015468 6950-EXIT.
015469     EXIT.
015470 6952-MEDIA-MENU.
015471     DISPLAY "R = MEDIA REGISTER   E = EVENT MEDIA LINKS   "
015472         "X = BACK"
015473     ACCEPT WS-MEDS-FUNCTION
015474     EVALUATE TRUE
015475         WHEN WS-VF-REGISTER
015476             PERFORM 6955-MAINT-MED-REGISTER THRU 6955-EXIT
015477         WHEN WS-VF-EVENT
015478             PERFORM 6975-MAINT-EVENT-MEDIA THRU 6975-EXIT
015479         WHEN WS-VF-BACK
015480             SET WS-MEDS-BACK TO TRUE
015481         WHEN OTHER
015482             DISPLAY "INVALID SELECTION - TRY AGAIN"
015483     END-EVALUATE.
015484 6952-EXIT.
015485     EXIT.
015486*================================================================
015487* 6955-MAINT-MED-REGISTER  -  LIST/ADD/CHANGE/DELETE MEDIA ITEMS
015488*================================================================
015489 6955-MAINT-MED-REGISTER.
015490     MOVE "N" TO WS-MEDR-BACK-SW
015491     PERFORM 6956-MEDR-MENU THRU 6956-EXIT
015492         UNTIL WS-MEDR-BACK.
015493 6955-EXIT.
015494     EXIT.
015495 6956-MEDR-MENU.
015496     DISPLAY "L = LIST MEDIA   A = ADD MEDIA   C = CHANGE MEDIA  "
015497         "D = DELETE MEDIA   X = BACK"
015498     ACCEPT WS-MEDR-FUNCTION
015499     EVALUATE TRUE
015500         WHEN WS-VR-LIST
015501             PERFORM 6957-LIST-MEDIA THRU 6957-EXIT
015502         WHEN WS-VR-ADD
015503             PERFORM 6960-ADD-MEDIA THRU 6960-EXIT
015504         WHEN WS-VR-CHANGE
015505             PERFORM 6962-CHANGE-MEDIA THRU 6962-EXIT
015506         WHEN WS-VR-DELETE
015507             PERFORM 6968-DELETE-MEDIA THRU 6968-EXIT
015508         WHEN WS-VR-BACK
015509             SET WS-MEDR-BACK TO TRUE
015510         WHEN OTHER
015511             DISPLAY "INVALID SELECTION - TRY AGAIN"
015512     END-EVALUATE.
015513 6956-EXIT.
015514     EXIT.
015515 6957-LIST-MEDIA.
015516     MOVE LOW-VALUES TO MED-ID OF MED-RECORD
015517     MOVE ZERO TO WS-MEDS-COUNT
015518     MOVE "N" TO WS-MEDS-DONE-SW
015519     START MEDIA-FILE KEY IS NOT LESS THAN
015520             MED-ID OF MED-RECORD
015521         INVALID KEY
015522             SET WS-MEDS-DONE TO TRUE
015523         NOT INVALID KEY
015524             READ MEDIA-FILE NEXT RECORD
015525                 AT END
015526                     SET WS-MEDS-DONE TO TRUE
015527             END-READ
015528     END-START
015529     PERFORM 6958-LIST-ONE-MEDIA THRU 6958-EXIT
015530         UNTIL WS-MEDS-DONE
015531     IF WS-MEDS-COUNT = ZERO
015532         DISPLAY "(NO MEDIA ON THE REGISTER)"
015533     END-IF.
015534 6957-EXIT.
015535     EXIT.
015536 6958-LIST-ONE-MEDIA.
015537     PERFORM 6959-SHOW-MEDIA THRU 6959-EXIT
015538     ADD 1 TO WS-MEDS-COUNT
015539     READ MEDIA-FILE NEXT RECORD
015540         AT END
015541             SET WS-MEDS-DONE TO TRUE
015542     END-READ.
015543 6958-EXIT.
015544     EXIT.
015545 6959-SHOW-MEDIA.
015546     PERFORM 6969-NAME-MEDIA-TYPE THRU 6969-EXIT
015547     DISPLAY MED-ID OF MED-RECORD " " WS-MED-TYPE-NAME " "
015548         MED-LOCATION OF MED-RECORD
015549     DISPLAY "           HOLDER " MED-HOLDER OF MED-RECORD
015550     DISPLAY "           LICENCE " MED-LIC-START OF MED-RECORD
015551         "-" MED-LIC-EXPIRY OF MED-RECORD
015552         "  WEB USE " MED-WEB-SW OF MED-RECORD.
015553 6959-EXIT.
015554     EXIT.
015555 6960-ADD-MEDIA.
015556     DISPLAY "NEW MEDIA ID           : " WITH NO ADVANCING
015557     ACCEPT WS-REPLY-MED-ID
015558     INSPECT WS-REPLY-MED-ID CONVERTING
015559         "abcdefghijklmnopqrstuvwxyz" TO
015560         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015561     IF WS-REPLY-MED-ID = SPACES
015562         DISPLAY "MEDIA ID MUST BE KEYED - NOT ADDED"
015563         GO TO 6960-EXIT
015564     END-IF
015565     MOVE WS-REPLY-MED-ID TO MED-ID OF MED-RECORD
015566     READ MEDIA-FILE
015567         INVALID KEY
015568             CONTINUE
015569         NOT INVALID KEY
015570             DISPLAY "THAT MEDIA ID ALREADY EXISTS - USE C"
015571             GO TO 6960-EXIT
015572     END-READ
015573     PERFORM 6965-KEY-MEDIA-DETAIL THRU 6965-EXIT
015574     IF NOT WS-MED-OK
015575         DISPLAY "NOT ADDED"
015576         GO TO 6960-EXIT
015577     END-IF
015578     WRITE MED-RECORD
015579         INVALID KEY
015580             DISPLAY "THAT MEDIA ID ALREADY EXISTS"
015581         NOT INVALID KEY
015582             DISPLAY "MEDIA ADDED"
015583     END-WRITE.
015584 6960-EXIT.
015585     EXIT.
015586 6962-CHANGE-MEDIA.
015587     DISPLAY "MEDIA ID TO CHANGE     : " WITH NO ADVANCING
015588     ACCEPT WS-REPLY-MED-ID
015589     INSPECT WS-REPLY-MED-ID CONVERTING
015590         "abcdefghijklmnopqrstuvwxyz" TO
015591         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015592     MOVE WS-REPLY-MED-ID TO MED-ID OF MED-RECORD
015593     READ MEDIA-FILE
015594         INVALID KEY
015595             DISPLAY "NO SUCH MEDIA ON THE REGISTER"
015596             GO TO 6962-EXIT
015597     END-READ
015598     PERFORM 6959-SHOW-MEDIA THRU 6959-EXIT
015599     PERFORM 6965-KEY-MEDIA-DETAIL THRU 6965-EXIT
015600     IF NOT WS-MED-OK
015601         DISPLAY "NOT CHANGED"
015602         GO TO 6962-EXIT
015603     END-IF
015604     REWRITE MED-RECORD
015605         INVALID KEY
015606             DISPLAY "UPDATE FAILED"
015607         NOT INVALID KEY
015608             DISPLAY "MEDIA CHANGED"
015609     END-REWRITE.
015610 6962-EXIT.
015611     EXIT.
015612*================================================================
015613* 6965-KEY-MEDIA-DETAIL  -  TYPE, LOCATION, HOLDER, LICENCE AND
015614*                           WEB FLAG INTO MED-RECORD, CHECKED
015615*================================================================
015616 6965-KEY-MEDIA-DETAIL.
015617     MOVE "N" TO WS-MED-OK-SW
015618     DISPLAY "TYPE (P = PHOTOGRAPH, N = NEWSREEL, A = AUDIO): "
015619         WITH NO ADVANCING
015620     ACCEPT WS-REPLY-MED-TYPE
015621     INSPECT WS-REPLY-MED-TYPE CONVERTING "pna" TO "PNA"
015622     IF NOT WS-RM-TYPE-VALID
015623         DISPLAY "TYPE MUST BE P, N OR A"
015624         GO TO 6965-EXIT
015625     END-IF
015626     DISPLAY "ARCHIVE LOCATION       : " WITH NO ADVANCING
015627     ACCEPT WS-REPLY-MED-LOCATION
015628     IF WS-REPLY-MED-LOCATION = SPACES
015629         DISPLAY "ARCHIVE LOCATION MUST BE KEYED"
015630         GO TO 6965-EXIT
015631     END-IF
015632     DISPLAY "RIGHTS HOLDER          : " WITH NO ADVANCING
015633     ACCEPT WS-REPLY-MED-HOLDER
015634     DISPLAY "LICENCE START (YYYYMMDD, 0 = NONE)  : "
015635         WITH NO ADVANCING
015636     ACCEPT WS-REPLY-MED-START
015637     IF WS-REPLY-MED-START NOT NUMERIC
015638         DISPLAY "LICENCE START MUST BE A VALID YYYYMMDD"
015639         GO TO 6965-EXIT
015640     END-IF
015641     IF WS-REPLY-MED-START NOT = ZERO
015642         IF WS-RMS-MONTH < 1 OR WS-RMS-MONTH > 12
015643                 OR WS-RMS-DAY < 1 OR WS-RMS-DAY > 31
015644             DISPLAY "LICENCE START MUST BE A VALID YYYYMMDD"
015645             GO TO 6965-EXIT
015646         END-IF
015647     END-IF
015648     DISPLAY "LICENCE EXPIRY (YYYYMMDD, 0 = NONE) : "
015649         WITH NO ADVANCING
015650     ACCEPT WS-REPLY-MED-EXPIRY
015651     IF WS-REPLY-MED-EXPIRY NOT NUMERIC
015652         DISPLAY "LICENCE EXPIRY MUST BE A VALID YYYYMMDD"
015653         GO TO 6965-EXIT
015654     END-IF
015655     IF WS-REPLY-MED-EXPIRY NOT = ZERO
015656         IF WS-RME-MONTH < 1 OR WS-RME-MONTH > 12
015657                 OR WS-RME-DAY < 1 OR WS-RME-DAY > 31
015658             DISPLAY "LICENCE EXPIRY MUST BE A VALID YYYYMMDD"
015659             GO TO 6965-EXIT
015660         END-IF
015661         IF WS-REPLY-MED-EXPIRY NOT > WS-REPLY-MED-START
015662             DISPLAY "LICENCE EXPIRY MUST FALL AFTER ITS START"
015663             GO TO 6965-EXIT
015664         END-IF
015665     END-IF
015666     DISPLAY "WEB USE ALLOWED (Y/N)  : " WITH NO ADVANCING
015667     ACCEPT WS-REPLY-MED-WEB
015668     INSPECT WS-REPLY-MED-WEB CONVERTING "yn" TO "YN"
015669     IF WS-REPLY-MED-WEB NOT = "Y"
015670         MOVE "N" TO WS-REPLY-MED-WEB
015671     END-IF
015672     MOVE SPACES TO MED-RECORD
015673     MOVE WS-REPLY-MED-ID TO MED-ID OF MED-RECORD
015674     MOVE WS-REPLY-MED-TYPE TO MED-TYPE OF MED-RECORD
015675     MOVE WS-REPLY-MED-LOCATION TO MED-LOCATION OF MED-RECORD
015676     MOVE WS-REPLY-MED-HOLDER TO MED-HOLDER OF MED-RECORD
015677     MOVE WS-REPLY-MED-START TO MED-LIC-START OF MED-RECORD
015678     MOVE WS-REPLY-MED-EXPIRY TO MED-LIC-EXPIRY OF MED-RECORD
015679     MOVE WS-REPLY-MED-WEB TO MED-WEB-SW OF MED-RECORD
015680     SET WS-MED-OK TO TRUE.
015681 6965-EXIT.
015682     EXIT.
015683 6968-DELETE-MEDIA.
015684     DISPLAY "MEDIA ID TO DELETE     : " WITH NO ADVANCING
015685     ACCEPT WS-REPLY-MED-ID
015686     INSPECT WS-REPLY-MED-ID CONVERTING
015687         "abcdefghijklmnopqrstuvwxyz" TO
015688         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015689     MOVE WS-REPLY-MED-ID TO MED-ID OF MED-RECORD
015690     DELETE MEDIA-FILE RECORD
015691         INVALID KEY
015692             DISPLAY "NO SUCH MEDIA ON THE REGISTER"
015693         NOT INVALID KEY
015694             DISPLAY "MEDIA DELETED"
015695     END-DELETE.
015696 6968-EXIT.
015697     EXIT.
015698 6969-NAME-MEDIA-TYPE.
015699     EVALUATE TRUE
015700         WHEN MED-TYPE-PHOTO OF MED-RECORD
015701             MOVE "PHOTOGRAPH" TO WS-MED-TYPE-NAME
015702         WHEN MED-TYPE-NEWSREEL OF MED-RECORD
015703             MOVE "NEWSREEL" TO WS-MED-TYPE-NAME
015704         WHEN MED-TYPE-AUDIO OF MED-RECORD
015705             MOVE "AUDIO" TO WS-MED-TYPE-NAME
015706         WHEN OTHER
015707             MOVE "UNKNOWN" TO WS-MED-TYPE-NAME
015708     END-EVALUATE.
015709 6969-EXIT.
015710     EXIT.
015711*================================================================
015712* 6975-MAINT-EVENT-MEDIA  -  LIST/ADD/REMOVE SHMEMLF LINKS FOR
015713*                            AN EVENT ALREADY ON SHMEVTF
015714*================================================================
015715 6975-MAINT-EVENT-MEDIA.
015716     DISPLAY "YEAR OF EVENT          : " WITH NO ADVANCING
015717     ACCEPT WS-REPLY-YEAR
015718     DISPLAY "SEQUENCE NO OF EVENT   : " WITH NO ADVANCING
015719     ACCEPT WS-REPLY-SEQ
015720     MOVE WS-REPLY-YEAR TO EVT-YEAR OF EVT-RECORD
015721     MOVE WS-REPLY-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
015722     READ EVENT-FILE
015723         INVALID KEY
015724             DISPLAY "NO SUCH EVENT ON FILE"
015725             GO TO 6975-EXIT
015726     END-READ
015727     DISPLAY "EVENT TEXT : " EVT-TEXT OF EVT-RECORD
015728     MOVE "N" TO WS-MEDL-BACK-SW
015729     PERFORM 6976-MEDL-MENU THRU 6976-EXIT
015730         UNTIL WS-MEDL-BACK.
015731 6975-EXIT.
015732     EXIT.
015733 6976-MEDL-MENU.
015734     DISPLAY "L = LIST MEDIA   A = ADD MEDIA LINK   "
015735         "D = REMOVE MEDIA LINK   X = BACK"
015736     ACCEPT WS-MEDL-FUNCTION
015737     EVALUATE TRUE
015738         WHEN WS-VL-LIST
015739             PERFORM 6980-LIST-EVENT-MEDIA THRU 6980-EXIT
015740         WHEN WS-VL-ADD
015741             PERFORM 6985-ADD-EVENT-MEDIA THRU 6985-EXIT
015742         WHEN WS-VL-REMOVE
015743             PERFORM 6990-REMOVE-EVENT-MEDIA THRU 6990-EXIT
015744         WHEN WS-VL-BACK
015745             SET WS-MEDL-BACK TO TRUE
015746         WHEN OTHER
015747             DISPLAY "INVALID SELECTION - TRY AGAIN"
015748     END-EVALUATE.
015749 6976-EXIT.
015750     EXIT.
015751 6980-LIST-EVENT-MEDIA.
015752     MOVE WS-REPLY-YEAR TO EML-YEAR OF EML-RECORD
015753     MOVE WS-REPLY-SEQ  TO EML-SEQ-NO OF EML-RECORD
015754     MOVE LOW-VALUES TO EML-MEDIA OF EML-RECORD
015755     MOVE ZERO TO WS-MEDS-COUNT
015756     MOVE "N" TO WS-MEDS-DONE-SW
015757     START EMLNK-FILE KEY IS NOT LESS THAN
015758             EML-KEY OF EML-RECORD
015759         INVALID KEY
015760             SET WS-MEDS-DONE TO TRUE
015761         NOT INVALID KEY
015762             READ EMLNK-FILE NEXT RECORD
015763                 AT END
015764                     SET WS-MEDS-DONE TO TRUE
015765             END-READ
015766     END-START
015767     PERFORM 6982-LIST-ONE-EVT-MEDIA THRU 6982-EXIT
015768         UNTIL WS-MEDS-DONE
015769     IF WS-MEDS-COUNT = ZERO
015770         DISPLAY "(NO MEDIA LINKED TO THIS EVENT)"
015771     END-IF.
015772 6980-EXIT.
015773     EXIT.
015774 6982-LIST-ONE-EVT-MEDIA.
015775     IF EML-YEAR OF EML-RECORD NOT = WS-REPLY-YEAR
015776             OR EML-SEQ-NO OF EML-RECORD NOT = WS-REPLY-SEQ
015777         SET WS-MEDS-DONE TO TRUE
015778         GO TO 6982-EXIT
015779     END-IF
015780     MOVE EML-MEDIA OF EML-RECORD
015781         TO MED-ID OF MED-RECORD
015782     READ MEDIA-FILE
015783         INVALID KEY
015784             DISPLAY EML-MEDIA OF EML-RECORD
015785                 " : (NOT ON THE REGISTER)"
015786         NOT INVALID KEY
015787             PERFORM 6969-NAME-MEDIA-TYPE THRU 6969-EXIT
015788             DISPLAY EML-MEDIA OF EML-RECORD " : "
015789                 WS-MED-TYPE-NAME " "
015790                 MED-LOCATION OF MED-RECORD
015791     END-READ
015792     ADD 1 TO WS-MEDS-COUNT
015793     READ EMLNK-FILE NEXT RECORD
015794         AT END
015795             SET WS-MEDS-DONE TO TRUE
015796     END-READ.
015797 6982-EXIT.
015798     EXIT.
015799 6985-ADD-EVENT-MEDIA.
015800     DISPLAY "MEDIA ID TO LINK       : " WITH NO ADVANCING
015801     ACCEPT WS-REPLY-MED-ID
015802     INSPECT WS-REPLY-MED-ID CONVERTING
015803         "abcdefghijklmnopqrstuvwxyz" TO
015804         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015805     MOVE WS-REPLY-MED-ID TO MED-ID OF MED-RECORD
015806     READ MEDIA-FILE
015807         INVALID KEY
015808             DISPLAY "MEDIA NOT ON THE SHMMEDF REGISTER - "
015809                 "LINK NOT ADDED"
015810             GO TO 6985-EXIT
015811     END-READ
015812     MOVE WS-REPLY-YEAR   TO EML-YEAR OF EML-RECORD
015813     MOVE WS-REPLY-SEQ    TO EML-SEQ-NO OF EML-RECORD
015814     MOVE WS-REPLY-MED-ID TO EML-MEDIA OF EML-RECORD
015815     WRITE EML-RECORD
015816         INVALID KEY
015817             DISPLAY "THAT MEDIA IS ALREADY LINKED"
015818         NOT INVALID KEY
015819             DISPLAY "MEDIA LINK ADDED"
015820     END-WRITE.
015821 6985-EXIT.
015822     EXIT.
015823 6990-REMOVE-EVENT-MEDIA.
015824     DISPLAY "MEDIA ID TO REMOVE     : " WITH NO ADVANCING
015825     ACCEPT WS-REPLY-MED-ID
015826     INSPECT WS-REPLY-MED-ID CONVERTING
015827         "abcdefghijklmnopqrstuvwxyz" TO
015828         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015829     MOVE WS-REPLY-YEAR   TO EML-YEAR OF EML-RECORD
015830     MOVE WS-REPLY-SEQ    TO EML-SEQ-NO OF EML-RECORD
015831     MOVE WS-REPLY-MED-ID TO EML-MEDIA OF EML-RECORD
015832     DELETE EMLNK-FILE RECORD
015833         INVALID KEY
015834             DISPLAY "NO SUCH MEDIA LINK ON FILE"
015835         NOT INVALID KEY
015836             DISPLAY "MEDIA LINK REMOVED"
015837     END-DELETE.
015838 6990-EXIT.
015839     EXIT.
015840*================================================================
015841* 7000-WRITE-JOURNAL  -  CUT ONE BEFORE/AFTER ROW TO SHMJRNL
015842*================================================================
015843 7000-WRITE-JOURNAL.
015844     MOVE SPACES TO JRN-RECORD
015845     ACCEPT JRN-DATE OF JRN-RECORD FROM DATE YYYYMMDD
015846     ACCEPT JRN-TIME OF JRN-RECORD FROM TIME
015847     MOVE WS-JRN-FUNCTION TO JRN-FUNCTION OF JRN-RECORD
015848     MOVE WS-OPERATOR-ID TO JRN-OPERATOR OF JRN-RECORD
015849     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE OF JRN-RECORD
015850     MOVE EVT-RECORD TO JRN-AFTER-IMAGE OF JRN-RECORD
015851     WRITE JRN-RECORD.
015852 7000-EXIT.
015853     EXIT.
015854*================================================================
015855* 7100-WRITE-PENDING  -  QUEUE ONE PROPOSED CHANGE ON SHMPEND
015856*================================================================
015857 7100-WRITE-PENDING.
015858     MOVE SPACES TO PND-RECORD
015859     MOVE WS-REPLY-YEAR TO PND-YEAR OF PND-RECORD
015860     MOVE WS-REPLY-SEQ TO PND-SEQ-NO OF PND-RECORD
015861     MOVE WS-JRN-FUNCTION TO PND-FUNCTION OF PND-RECORD
015862     MOVE WS-OPERATOR-ID TO PND-OPERATOR OF PND-RECORD
015863     ACCEPT PND-DATE OF PND-RECORD FROM DATE YYYYMMDD
015864     ACCEPT PND-TIME OF PND-RECORD FROM TIME
015865     MOVE WS-PEND-IMAGE TO PND-EVENT OF PND-RECORD
015866     WRITE PND-RECORD
015867         INVALID KEY
015868             DISPLAY "A CHANGE FOR THAT EVENT IS ALREADY "
015869                 "AWAITING APPROVAL"
015870         NOT INVALID KEY
015871             DISPLAY "CHANGE QUEUED FOR APPROVAL ON SHMPEND"
015872     END-WRITE.
015873 7100-EXIT.
015874     EXIT.
015875*================================================================
015876* 7200-CHECK-CATEGORY  -  EVT-CATEGORY AGAINST THE SHMCATF
015877*                         REGISTER, OR THE SIX 88S WHEN THE
015878*                         REGISTER IS EMPTY
015879*================================================================
015880 7200-CHECK-CATEGORY.
015881     MOVE "N" TO WS-CAT-VALID-SW
015882     MOVE "N" TO WS-CAT-EMPTY-SW
015890     MOVE LOW-VALUES TO CAT-CODE OF CAT-RECORD
015900     START CAT-FILE KEY IS NOT LESS THAN
015910             CAT-CODE OF CAT-RECORD
015930             SET WS-CAT-EMPTY TO TRUE
015940     END-START
015950     IF WS-CAT-EMPTY
015955         IF EVT-CAT-POLITICS OF EVT-RECORD
015960                 OR EVT-CAT-SCIENCE OF EVT-RECORD
015965                 OR EVT-CAT-SPORTS OF EVT-RECORD
015970                 OR EVT-CAT-DISASTER OF EVT-RECORD
015975                 OR EVT-CAT-CULTURE OF EVT-RECORD
015980                 OR EVT-CAT-BUSINESS OF EVT-RECORD
015990             SET WS-CAT-VALID TO TRUE
016000         END-IF
016010         GO TO 7200-EXIT
016070             SET WS-CAT-VALID TO TRUE
016080     END-READ.
016090 7200-EXIT.
016091     EXIT.
016092*================================================================
016093* 7250-GET-END-DATE  -  OPTIONAL END DATE FOR THE EVENT IN
016094*                       EVT-RECORD, CHECKED AGAINST ITS START
016095*                       DATE AND THE SHMCTL RANGE
016096*================================================================
016097 7250-GET-END-DATE.
016098     MOVE "N" TO WS-END-OK-SW
016099     DISPLAY "END YEAR (0000 = NONE) : " WITH NO ADVANCING
016100     ACCEPT WS-REPLY-END-YEAR
016101     IF WS-REPLY-END-YEAR = ZERO
016102         MOVE SPACES TO EVT-END-DATE-X OF EVT-RECORD
016103         SET WS-END-OK TO TRUE
016104         GO TO 7250-EXIT
016105     END-IF
016106     DISPLAY "END MONTH (00-12)      : " WITH NO ADVANCING
016107     ACCEPT WS-REPLY-END-MONTH
016108     DISPLAY "END DAY (00-31)        : " WITH NO ADVANCING
016109     ACCEPT WS-REPLY-END-DAY
016110     IF WS-REPLY-END-YEAR < WS-LOW-YEAR
016111             OR WS-REPLY-END-YEAR > WS-HIGH-YEAR
016112         DISPLAY "END YEAR MUST BE IN " WS-LOW-YEAR "-"
016113             WS-HIGH-YEAR
016114         GO TO 7250-EXIT
016115     END-IF
016116     IF WS-REPLY-END-MONTH > 12
016117             OR (WS-REPLY-END-MONTH = ZERO
016118             AND WS-REPLY-END-DAY NOT = ZERO)
016119         DISPLAY "END MONTH MUST BE 00-12 AND END DAY 00 WHEN "
016120             "THE MONTH IS 00 (ONLY THE YEAR IS KNOWN)"
016121         GO TO 7250-EXIT
016122     END-IF
016123     IF WS-REPLY-END-MONTH NOT = ZERO
016124         IF WS-REPLY-END-DAY < 1 OR WS-REPLY-END-DAY >
016125                 WS-DAYS-IN-MONTH (WS-REPLY-END-MONTH)
016126             DISPLAY "END DAY IS IMPOSSIBLE FOR THE MONTH"
016127             GO TO 7250-EXIT
016128         END-IF
016129     END-IF
016130     COMPUTE WS-START-DATE-NUM =
016131         EVT-YEAR OF EVT-RECORD * 10000
016132         + EVT-MONTH OF EVT-RECORD * 100
016133         + EVT-DAY OF EVT-RECORD
016134     IF WS-REPLY-END-MONTH = ZERO
016135         COMPUTE WS-END-DATE-NUM =
016136             WS-REPLY-END-YEAR * 10000 + 1231
016137     ELSE
016138         COMPUTE WS-END-DATE-NUM =
016139             WS-REPLY-END-YEAR * 10000
016140             + WS-REPLY-END-MONTH * 100
016141             + WS-REPLY-END-DAY
016142     END-IF
016143     IF WS-END-DATE-NUM NOT > WS-START-DATE-NUM
016144         DISPLAY "END DATE MUST FALL AFTER THE START DATE"
016145         GO TO 7250-EXIT
016146     END-IF
016147     MOVE WS-REPLY-END-YEAR  TO EVT-END-YEAR OF EVT-RECORD
016148     MOVE WS-REPLY-END-MONTH TO EVT-END-MONTH OF EVT-RECORD
016149     MOVE WS-REPLY-END-DAY   TO EVT-END-DAY OF EVT-RECORD
016150     SET WS-END-OK TO TRUE.
016151 7250-EXIT.
016152     EXIT.
016153*================================================================
016154* 7300-MAINT-ERAS  -  LIST/ADD/DELETE THE SHMERAF REGISTER
016155*================================================================
016156 7300-MAINT-ERAS.
016157     MOVE "N" TO WS-ERAS-BACK-SW
016160     PERFORM 7310-ERAS-MENU THRU 7310-EXIT
016170         UNTIL WS-ERAS-BACK.
016180 7300-EXIT.
021050 7540-EXIT.
021060     EXIT.
021070*================================================================
021080* 7600-MERGE-EVENTS  -  RETIRE A DUPLICATE EVENT INTO THE ONE
021090*                       THAT SURVIVES. NARRATIVE, CITATIONS,
021100*                       TRANSLATIONS, PLACE, PERSON AND MEDIA
021110*                       LINKS, FEATURED DAYS, OPEN FLAGS, SEE
021120*                       ALSO LINKS AND COLLECTION MEMBERSHIPS ALL
021130*                       MOVE TO THE SURVIVOR, THE RETIRED RECORD
021140*                       COMES OFF SHMEVTF, AND ONE MERGE ROW GOES
021150*                       TO SHMJRNL CARRYING THE RETIRED RECORD AS
021160*                       ITS BEFORE IMAGE SO SHMRCVR CAN PUT IT
021170*                       BACK. A JUNIOR'S MERGE WAITS ON SHMPEND,
021180*                       KEYED BY THE RETIRED EVENT.
021190*================================================================
021200 7600-MERGE-EVENTS.
021210     DISPLAY "SURVIVING EVENT YEAR   : " WITH NO ADVANCING
021220     ACCEPT WS-MRG-SURV-YEAR
021230     DISPLAY "SURVIVING SEQUENCE NO  : " WITH NO ADVANCING
021240     ACCEPT WS-MRG-SURV-SEQ
021250     DISPLAY "RETIRED EVENT YEAR     : " WITH NO ADVANCING
021260     ACCEPT WS-MRG-RET-YEAR
021270     DISPLAY "RETIRED SEQUENCE NO    : " WITH NO ADVANCING
021280     ACCEPT WS-MRG-RET-SEQ
021290     IF WS-MRG-SURV-KEY = WS-MRG-RET-KEY
021300         DISPLAY "AN EVENT CANNOT BE MERGED INTO ITSELF"
021310         GO TO 7600-EXIT
021320     END-IF
021330     MOVE WS-MRG-SURV-YEAR TO EVT-YEAR OF EVT-RECORD
021340     MOVE WS-MRG-SURV-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
021350     READ EVENT-FILE
021360         INVALID KEY
021370             DISPLAY "NO SUCH SURVIVING EVENT ON FILE"
021380             GO TO 7600-EXIT
021390     END-READ
021400     MOVE EVT-RECORD TO WS-SURV-IMAGE
021410     DISPLAY "SURVIVOR : " EVT-TEXT OF EVT-RECORD
021420     MOVE WS-MRG-RET-YEAR TO EVT-YEAR OF EVT-RECORD
021430     MOVE WS-MRG-RET-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
021440     READ EVENT-FILE
021450         INVALID KEY
021460             DISPLAY "NO SUCH RETIRED EVENT ON FILE"
021470             GO TO 7600-EXIT
021480     END-READ
021490     MOVE EVT-RECORD TO WS-BEFORE-IMAGE
021500     DISPLAY "RETIRED  : " EVT-TEXT OF EVT-RECORD
021510     PERFORM 7615-CHECK-MERGE-ROOM THRU 7615-EXIT
021520     IF NOT WS-MRG-ROOM-OK
021530         GO TO 7600-EXIT
021540     END-IF
021550     DISPLAY "RETIRE THE SECOND INTO THE FIRST (Y/N) : "
021560         WITH NO ADVANCING
021570     ACCEPT WS-MRG-CONFIRM
021580     IF WS-MRG-CONFIRM NOT = "Y" AND WS-MRG-CONFIRM NOT = "y"
021590         DISPLAY "MERGE CANCELLED"
021600         GO TO 7600-EXIT
021610     END-IF
021620     MOVE "MERGE" TO WS-JRN-FUNCTION
021630     IF WS-OPER-JUNIOR
021640         MOVE WS-MRG-RET-YEAR TO WS-REPLY-YEAR
021650         MOVE WS-MRG-RET-SEQ  TO WS-REPLY-SEQ
021660         MOVE WS-SURV-IMAGE TO WS-PEND-IMAGE
021670         PERFORM 7100-WRITE-PENDING THRU 7100-EXIT
021680         GO TO 7600-EXIT
021690     END-IF
021700     PERFORM 7620-APPLY-MERGE THRU 7620-EXIT.
021710 7600-EXIT.
021720     EXIT.
021730*================================================================
021740* 7605-SCAN-NARR  -  COUNT AND HIGHEST LINE NO OF THE SHMNARR
021750*                    LINES FILED UNDER WS-MRG-SCAN-KEY
021760*================================================================
021770 7605-SCAN-NARR.
021780     MOVE ZERO TO WS-MRG-SCAN-HIGH
021790     MOVE ZERO TO WS-MRG-SCAN-COUNT
021800     MOVE WS-MRG-SCAN-YEAR TO NAR-YEAR OF NAR-RECORD
021810     MOVE WS-MRG-SCAN-SEQ  TO NAR-SEQ-NO OF NAR-RECORD
021820     MOVE ZERO TO NAR-LINE-NO OF NAR-RECORD
021830     MOVE "N" TO WS-MRG-DONE-SW
021840     START NARR-FILE KEY IS NOT LESS THAN NAR-KEY OF NAR-RECORD
021850         INVALID KEY
021860             SET WS-MRG-DONE TO TRUE
021870         NOT INVALID KEY
021880             READ NARR-FILE NEXT RECORD
021890                 AT END
021900                     SET WS-MRG-DONE TO TRUE
021910             END-READ
021920     END-START
021930     PERFORM 7606-SCAN-ONE-LINE THRU 7606-EXIT
021940         UNTIL WS-MRG-DONE.
021950 7605-EXIT.
021960     EXIT.
021970 7606-SCAN-ONE-LINE.
021980     IF NAR-YEAR OF NAR-RECORD NOT = WS-MRG-SCAN-YEAR
021990             OR NAR-SEQ-NO OF NAR-RECORD NOT = WS-MRG-SCAN-SEQ
022000         SET WS-MRG-DONE TO TRUE
022010         GO TO 7606-EXIT
022020     END-IF
022030     MOVE NAR-LINE-NO OF NAR-RECORD TO WS-MRG-SCAN-HIGH
022040     ADD 1 TO WS-MRG-SCAN-COUNT
022050     READ NARR-FILE NEXT RECORD
022060         AT END
022070             SET WS-MRG-DONE TO TRUE
022080     END-READ.
022090 7606-EXIT.
022100     EXIT.
022110*================================================================
022120* 7610-SCAN-CITES  -  COUNT AND HIGHEST CITE NO OF THE SHMCITF
022130*                     ROWS FILED UNDER WS-MRG-SCAN-KEY
022140*================================================================
022150 7610-SCAN-CITES.
022160     MOVE ZERO TO WS-MRG-SCAN-HIGH
022170     MOVE ZERO TO WS-MRG-SCAN-COUNT
022180     MOVE WS-MRG-SCAN-YEAR TO CIT-YEAR OF CIT-RECORD
022190     MOVE WS-MRG-SCAN-SEQ  TO CIT-SEQ-NO OF CIT-RECORD
022200     MOVE ZERO TO CIT-CITE-NO OF CIT-RECORD
022210     MOVE "N" TO WS-MRG-DONE-SW
022220     START CITE-FILE KEY IS NOT LESS THAN CIT-KEY OF CIT-RECORD
022230         INVALID KEY
022240             SET WS-MRG-DONE TO TRUE
022250         NOT INVALID KEY
022260             READ CITE-FILE NEXT RECORD
022270                 AT END
022280                     SET WS-MRG-DONE TO TRUE
022290             END-READ
022300     END-START
022310     PERFORM 7611-SCAN-ONE-CITE THRU 7611-EXIT
022320         UNTIL WS-MRG-DONE.
022330 7610-EXIT.
022340     EXIT.
022350 7611-SCAN-ONE-CITE.
022360     IF CIT-YEAR OF CIT-RECORD NOT = WS-MRG-SCAN-YEAR
022370             OR CIT-SEQ-NO OF CIT-RECORD NOT = WS-MRG-SCAN-SEQ
022380         SET WS-MRG-DONE TO TRUE
022390         GO TO 7611-EXIT
022400     END-IF
022410     MOVE CIT-CITE-NO OF CIT-RECORD TO WS-MRG-SCAN-HIGH
022420     ADD 1 TO WS-MRG-SCAN-COUNT
022430     READ CITE-FILE NEXT RECORD
022440         AT END
022450             SET WS-MRG-DONE TO TRUE
022460     END-READ.
022470 7611-EXIT.
022480     EXIT.
022490*================================================================
022500* 7615-CHECK-MERGE-ROOM  -  WILL THE RETIRED EVENT'S NARRATIVE
022510*                           AND CITATIONS FIT ON THE END OF THE
022520*                           SURVIVOR'S NUMBERING
022530*================================================================
022540 7615-CHECK-MERGE-ROOM.
022550     MOVE "Y" TO WS-MRG-ROOM-SW
022560     MOVE WS-MRG-SURV-KEY TO WS-MRG-SCAN-KEY
022570     PERFORM 7605-SCAN-NARR THRU 7605-EXIT
022580     MOVE WS-MRG-SCAN-HIGH TO WS-MRG-HIGH-LINE
022590     MOVE WS-MRG-RET-KEY TO WS-MRG-SCAN-KEY
022600     PERFORM 7605-SCAN-NARR THRU 7605-EXIT
022610     IF WS-MRG-HIGH-LINE + WS-MRG-SCAN-COUNT > 999
022620         DISPLAY "NARRATIVE LINES WOULD RUN PAST 999 ON THE "
022630             "SURVIVOR - NOT MERGED"
022640         MOVE "N" TO WS-MRG-ROOM-SW
022650         GO TO 7615-EXIT
022660     END-IF
022670     MOVE WS-MRG-SURV-KEY TO WS-MRG-SCAN-KEY
022680     PERFORM 7610-SCAN-CITES THRU 7610-EXIT
022690     MOVE WS-MRG-SCAN-HIGH TO WS-MRG-HIGH-CITE
022700     MOVE WS-MRG-RET-KEY TO WS-MRG-SCAN-KEY
022710     PERFORM 7610-SCAN-CITES THRU 7610-EXIT
022720     IF WS-MRG-HIGH-CITE + WS-MRG-SCAN-COUNT > 99
022730         DISPLAY "CITATIONS WOULD RUN PAST 99 ON THE "
022740             "SURVIVOR - NOT MERGED"
022750         MOVE "N" TO WS-MRG-ROOM-SW
022760     END-IF.
022770 7615-EXIT.
022780     EXIT.
022790*================================================================
022797* 7620-APPLY-MERGE  -  DROP THE RETIRED RECORD, THEN CARRY EVERY
022804*                      SATELLITE ROW TO THE SURVIVOR AND CUT THE
022811*                      MERGE ROW TO SHMJRNL. EACH ROW MOVED OR
022818*                      DROPPED IS JOURNALED AHEAD OF THE MERGE
022825*                      ROW. IF THE RETIRED RECORD WILL NOT DELETE,
022832*                      WS-MRG-FAILED IS SET AND NOTHING IS MOVED
022840*================================================================
022850 7620-APPLY-MERGE.
022860     MOVE ZERO TO WS-MRG-NARR-MOVED
022870     MOVE ZERO TO WS-MRG-CITE-MOVED
022880     MOVE ZERO TO WS-MRG-LANG-MOVED
022890     MOVE ZERO TO WS-MRG-PLC-MOVED
022900     MOVE ZERO TO WS-MRG-XRF-MOVED
022910     MOVE ZERO TO WS-MRG-PER-MOVED
022920     MOVE ZERO TO WS-MRG-MED-MOVED
022930     MOVE ZERO TO WS-MRG-COL-MOVED
022940     MOVE ZERO TO WS-MRG-FEA-MOVED
022950     MOVE ZERO TO WS-MRG-FBK-MOVED
022960     MOVE ZERO TO WS-MRG-DROPPED
022961     MOVE "N" TO WS-MRG-FAILED-SW
022962     MOVE WS-MRG-RET-YEAR TO EVT-YEAR OF EVT-RECORD
022963     MOVE WS-MRG-RET-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
022964     DELETE EVENT-FILE RECORD
022965         INVALID KEY
022966             DISPLAY "RETIRED EVENT COULD NOT BE DELETED - "
022967                 "NOTHING MERGED"
022968             SET WS-MRG-FAILED TO TRUE
022969             GO TO 7620-EXIT
022970     END-DELETE
022971     MOVE "N" TO WS-MRG-DONE-SW
022980     PERFORM 7630-MOVE-ONE-NARR THRU 7630-EXIT
022990         UNTIL WS-MRG-DONE
023000     MOVE "N" TO WS-MRG-DONE-SW
023010     PERFORM 7640-MOVE-ONE-CITE THRU 7640-EXIT
023020         UNTIL WS-MRG-DONE
023030     MOVE "N" TO WS-MRG-DONE-SW
023040     PERFORM 7650-MOVE-ONE-TRANS THRU 7650-EXIT
023050         UNTIL WS-MRG-DONE
023060     MOVE "N" TO WS-MRG-DONE-SW
023070     PERFORM 7660-MOVE-ONE-PLACE THRU 7660-EXIT
023080         UNTIL WS-MRG-DONE
023090     MOVE "N" TO WS-MRG-DONE-SW
023100     PERFORM 7662-MOVE-ONE-PERSON THRU 7662-EXIT
023110         UNTIL WS-MRG-DONE
023120     MOVE "N" TO WS-MRG-DONE-SW
023130     PERFORM 7664-MOVE-ONE-MEDIA THRU 7664-EXIT
023140         UNTIL WS-MRG-DONE
023150     MOVE "N" TO WS-MRG-DONE-SW
023160     PERFORM 7666-MOVE-ONE-FEATURE THRU 7666-EXIT
023170         UNTIL WS-MRG-DONE
023180     MOVE "N" TO WS-MRG-DONE-SW
023190     MOVE LOW-VALUES TO WS-MRG-FBK-LAST
023200     MOVE WS-MRG-RET-YEAR TO WS-MRG-FBK-LAST-YEAR
023210     MOVE WS-MRG-RET-SEQ  TO WS-MRG-FBK-LAST-SEQ
023220     PERFORM 7668-MOVE-ONE-FLAG THRU 7668-EXIT
023230         UNTIL WS-MRG-DONE
023240     MOVE "N" TO WS-MRG-DONE-SW
023250     PERFORM 7670-MOVE-ONE-LINK-OUT THRU 7670-EXIT
023260         UNTIL WS-MRG-DONE
023270     MOVE "N" TO WS-MRG-PASS-DONE-SW
023280     PERFORM 7680-LINKS-IN-PASS THRU 7680-EXIT
023290         UNTIL WS-MRG-PASS-DONE
023300     MOVE "N" TO WS-MRG-PASS-DONE-SW
023310     PERFORM 7690-MEMBERS-PASS THRU 7690-EXIT
023320         UNTIL WS-MRG-PASS-DONE
023410     MOVE WS-SURV-IMAGE TO EVT-RECORD
023420     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
023430     DISPLAY "EVENT " WS-MRG-RET-YEAR "/" WS-MRG-RET-SEQ
023440         " RETIRED INTO " WS-MRG-SURV-YEAR "/"
023450         WS-MRG-SURV-SEQ
023460     DISPLAY "  NARRATIVE LINES MOVED : " WS-MRG-NARR-MOVED
023470     DISPLAY "  CITATIONS MOVED       : " WS-MRG-CITE-MOVED
023480     DISPLAY "  TRANSLATIONS MOVED    : " WS-MRG-LANG-MOVED
023490     DISPLAY "  PLACE LINKS MOVED     : " WS-MRG-PLC-MOVED
023500     DISPLAY "  PERSON LINKS MOVED    : " WS-MRG-PER-MOVED
023510     DISPLAY "  MEDIA LINKS MOVED     : " WS-MRG-MED-MOVED
023520     DISPLAY "  FEATURED DAYS MOVED   : " WS-MRG-FEA-MOVED
023530     DISPLAY "  OPEN FLAGS MOVED      : " WS-MRG-FBK-MOVED
023540     DISPLAY "  SEE ALSO LINKS MOVED  : " WS-MRG-XRF-MOVED
023550     DISPLAY "  COLLECTION MEMBERS    : " WS-MRG-COL-MOVED
023560     DISPLAY "  ROWS DROPPED (CLASH)  : " WS-MRG-DROPPED.
023570 7620-EXIT.
023580     EXIT.
023590*================================================================
023600* 7630-MOVE-ONE-NARR  -  FIRST RETIRED NARRATIVE LINE ONTO THE
023610*                        END OF THE SURVIVOR'S NUMBERING
023620*================================================================
023630 7630-MOVE-ONE-NARR.
023640     MOVE WS-MRG-RET-YEAR TO NAR-YEAR OF NAR-RECORD
023650     MOVE WS-MRG-RET-SEQ  TO NAR-SEQ-NO OF NAR-RECORD
023660     MOVE ZERO TO NAR-LINE-NO OF NAR-RECORD
023670     START NARR-FILE KEY IS NOT LESS THAN NAR-KEY OF NAR-RECORD
023680         INVALID KEY
023690             SET WS-MRG-DONE TO TRUE
023700             GO TO 7630-EXIT
023710     END-START
023720     READ NARR-FILE NEXT RECORD
023730         AT END
023740             SET WS-MRG-DONE TO TRUE
023750             GO TO 7630-EXIT
023760     END-READ
023770     IF NAR-YEAR OF NAR-RECORD NOT = WS-MRG-RET-YEAR
023780             OR NAR-SEQ-NO OF NAR-RECORD NOT = WS-MRG-RET-SEQ
023790         SET WS-MRG-DONE TO TRUE
023800         GO TO 7630-EXIT
023810     END-IF
023820     MOVE NAR-RECORD TO WS-MRG-OLD-ROW
023830     MOVE NAR-TEXT OF NAR-RECORD TO WS-MRG-HOLD-TEXT
023840     DELETE NARR-FILE RECORD
023850         INVALID KEY
023860             SET WS-MRG-DONE TO TRUE
023870             GO TO 7630-EXIT
023880     END-DELETE
023890     ADD 1 TO WS-MRG-HIGH-LINE
023900     MOVE SPACES TO NAR-RECORD
023910     MOVE WS-MRG-SURV-YEAR TO NAR-YEAR OF NAR-RECORD
023920     MOVE WS-MRG-SURV-SEQ  TO NAR-SEQ-NO OF NAR-RECORD
023930     MOVE WS-MRG-HIGH-LINE TO NAR-LINE-NO OF NAR-RECORD
023940     MOVE WS-MRG-HOLD-TEXT TO NAR-TEXT OF NAR-RECORD
023950     WRITE NAR-RECORD
023960         INVALID KEY
023970             ADD 1 TO WS-MRG-DROPPED
023980             MOVE SPACES TO WS-MRG-NEW-ROW
023990         NOT INVALID KEY
024000             ADD 1 TO WS-MRG-NARR-MOVED
024010             MOVE NAR-RECORD TO WS-MRG-NEW-ROW
024020     END-WRITE
024030     MOVE "MRG-NARR" TO WS-MRG-JRN-FUNCTION
024040     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
024050 7630-EXIT.
024060     EXIT.
024070*================================================================
024080* 7640-MOVE-ONE-CITE  -  FIRST RETIRED CITATION ONTO THE END OF
024090*                        THE SURVIVOR'S NUMBERING
024100*================================================================
024110 7640-MOVE-ONE-CITE.
024120     MOVE WS-MRG-RET-YEAR TO CIT-YEAR OF CIT-RECORD
024130     MOVE WS-MRG-RET-SEQ  TO CIT-SEQ-NO OF CIT-RECORD
024140     MOVE ZERO TO CIT-CITE-NO OF CIT-RECORD
024150     START CITE-FILE KEY IS NOT LESS THAN CIT-KEY OF CIT-RECORD
024160         INVALID KEY
024170             SET WS-MRG-DONE TO TRUE
024180             GO TO 7640-EXIT
024190     END-START
024200     READ CITE-FILE NEXT RECORD
024210         AT END
024220             SET WS-MRG-DONE TO TRUE
024230             GO TO 7640-EXIT
024240     END-READ
024250     IF CIT-YEAR OF CIT-RECORD NOT = WS-MRG-RET-YEAR
024260             OR CIT-SEQ-NO OF CIT-RECORD NOT = WS-MRG-RET-SEQ
024270         SET WS-MRG-DONE TO TRUE
024280         GO TO 7640-EXIT
024290     END-IF
024300     MOVE CIT-RECORD TO WS-MRG-OLD-ROW
024310     MOVE CIT-TEXT OF CIT-RECORD TO WS-MRG-HOLD-CITE
024320     DELETE CITE-FILE RECORD
024330         INVALID KEY
024340             SET WS-MRG-DONE TO TRUE
024350             GO TO 7640-EXIT
024360     END-DELETE
024370     ADD 1 TO WS-MRG-HIGH-CITE
024380     MOVE SPACES TO CIT-RECORD
024390     MOVE WS-MRG-SURV-YEAR TO CIT-YEAR OF CIT-RECORD
024400     MOVE WS-MRG-SURV-SEQ  TO CIT-SEQ-NO OF CIT-RECORD
024410     MOVE WS-MRG-HIGH-CITE TO CIT-CITE-NO OF CIT-RECORD
024420     MOVE WS-MRG-HOLD-CITE TO CIT-TEXT OF CIT-RECORD
024430     WRITE CIT-RECORD
024440         INVALID KEY
024450             ADD 1 TO WS-MRG-DROPPED
024460             MOVE SPACES TO WS-MRG-NEW-ROW
024470         NOT INVALID KEY
024480             ADD 1 TO WS-MRG-CITE-MOVED
024490             MOVE CIT-RECORD TO WS-MRG-NEW-ROW
024500     END-WRITE
024510     MOVE "MRG-CITE" TO WS-MRG-JRN-FUNCTION
024520     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
024530 7640-EXIT.
024540     EXIT.
024550*================================================================
024560* 7650-MOVE-ONE-TRANS  -  FIRST RETIRED SHMLANG TEXT ACROSS,
024570*                         UNLESS THE SURVIVOR HAS THE LANGUAGE
024580*================================================================
024590 7650-MOVE-ONE-TRANS.
024600     MOVE WS-MRG-RET-YEAR TO LNG-YEAR OF LNG-RECORD
024610     MOVE WS-MRG-RET-SEQ  TO LNG-SEQ-NO OF LNG-RECORD
024620     MOVE LOW-VALUE TO LNG-LANG-CD OF LNG-RECORD
024630     START LANG-FILE KEY IS NOT LESS THAN LNG-KEY OF LNG-RECORD
024640         INVALID KEY
024650             SET WS-MRG-DONE TO TRUE
024660             GO TO 7650-EXIT
024670     END-START
024680     READ LANG-FILE NEXT RECORD
024690         AT END
024700             SET WS-MRG-DONE TO TRUE
024710             GO TO 7650-EXIT
024720     END-READ
024730     IF LNG-YEAR OF LNG-RECORD NOT = WS-MRG-RET-YEAR
024740             OR LNG-SEQ-NO OF LNG-RECORD NOT = WS-MRG-RET-SEQ
024750         SET WS-MRG-DONE TO TRUE
024760         GO TO 7650-EXIT
024770     END-IF
024780     MOVE LNG-RECORD TO WS-MRG-HOLD-LNG
024790     MOVE LNG-RECORD TO WS-MRG-OLD-ROW
024800     DELETE LANG-FILE RECORD
024810         INVALID KEY
024820             SET WS-MRG-DONE TO TRUE
024830             GO TO 7650-EXIT
024840     END-DELETE
024850     MOVE WS-MRG-HOLD-LNG TO LNG-RECORD
024860     MOVE WS-MRG-SURV-YEAR TO LNG-YEAR OF LNG-RECORD
024870     MOVE WS-MRG-SURV-SEQ  TO LNG-SEQ-NO OF LNG-RECORD
024880     WRITE LNG-RECORD
024890         INVALID KEY
024900             ADD 1 TO WS-MRG-DROPPED
024910             MOVE SPACES TO WS-MRG-NEW-ROW
024920         NOT INVALID KEY
024930             ADD 1 TO WS-MRG-LANG-MOVED
024940             MOVE LNG-RECORD TO WS-MRG-NEW-ROW
024950     END-WRITE
024960     MOVE "MRG-LANG" TO WS-MRG-JRN-FUNCTION
024970     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
024980 7650-EXIT.
024990     EXIT.
025000*================================================================
025010* 7660-MOVE-ONE-PLACE  -  FIRST RETIRED SHMEPLF LINK ACROSS
025020*================================================================
025030 7660-MOVE-ONE-PLACE.
025040     MOVE WS-MRG-RET-YEAR TO EPL-YEAR OF EPL-RECORD
025050     MOVE WS-MRG-RET-SEQ  TO EPL-SEQ-NO OF EPL-RECORD
025060     MOVE LOW-VALUES TO EPL-PLACE OF EPL-RECORD
025070     START EPLNK-FILE KEY IS NOT LESS THAN EPL-KEY OF EPL-RECORD
025080         INVALID KEY
025090             SET WS-MRG-DONE TO TRUE
025100             GO TO 7660-EXIT
025110     END-START
025120     READ EPLNK-FILE NEXT RECORD
025130         AT END
025140             SET WS-MRG-DONE TO TRUE
025150             GO TO 7660-EXIT
025160     END-READ
025170     IF EPL-YEAR OF EPL-RECORD NOT = WS-MRG-RET-YEAR
025180             OR EPL-SEQ-NO OF EPL-RECORD NOT = WS-MRG-RET-SEQ
025190         SET WS-MRG-DONE TO TRUE
025200         GO TO 7660-EXIT
025210     END-IF
025220     MOVE EPL-RECORD TO WS-MRG-OLD-ROW
025230     DELETE EPLNK-FILE RECORD
025240         INVALID KEY
025250             SET WS-MRG-DONE TO TRUE
025260             GO TO 7660-EXIT
025270     END-DELETE
025280     MOVE WS-MRG-SURV-YEAR TO EPL-YEAR OF EPL-RECORD
025290     MOVE WS-MRG-SURV-SEQ  TO EPL-SEQ-NO OF EPL-RECORD
025300     WRITE EPL-RECORD
025310         INVALID KEY
025320             ADD 1 TO WS-MRG-DROPPED
025330             MOVE SPACES TO WS-MRG-NEW-ROW
025340         NOT INVALID KEY
025350             ADD 1 TO WS-MRG-PLC-MOVED
025360             MOVE EPL-RECORD TO WS-MRG-NEW-ROW
025370     END-WRITE
025380     MOVE "MRG-PLC" TO WS-MRG-JRN-FUNCTION
025390     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
025400 7660-EXIT.
025410     EXIT.
025420*================================================================
025430* 7662-MOVE-ONE-PERSON  -  FIRST RETIRED SHMEPRF LINK ACROSS,
025440*                          DROPPED IF THE SURVIVOR NAMES THE
025450*                          PERSON ALREADY
025460*================================================================
025470 7662-MOVE-ONE-PERSON.
025480     MOVE WS-MRG-RET-YEAR TO EPR-YEAR OF EPR-RECORD
025490     MOVE WS-MRG-RET-SEQ  TO EPR-SEQ-NO OF EPR-RECORD
025500     MOVE LOW-VALUES TO EPR-PERSON OF EPR-RECORD
025510     START EPRNK-FILE KEY IS NOT LESS THAN EPR-KEY OF EPR-RECORD
025520         INVALID KEY
025530             SET WS-MRG-DONE TO TRUE
025540             GO TO 7662-EXIT
025550     END-START
025560     READ EPRNK-FILE NEXT RECORD
025570         AT END
025580             SET WS-MRG-DONE TO TRUE
025590             GO TO 7662-EXIT
025600     END-READ
025610     IF EPR-YEAR OF EPR-RECORD NOT = WS-MRG-RET-YEAR
025620             OR EPR-SEQ-NO OF EPR-RECORD NOT = WS-MRG-RET-SEQ
025630         SET WS-MRG-DONE TO TRUE
025640         GO TO 7662-EXIT
025650     END-IF
025660     MOVE EPR-RECORD TO WS-MRG-OLD-ROW
025670     DELETE EPRNK-FILE RECORD
025680         INVALID KEY
025690             SET WS-MRG-DONE TO TRUE
025700             GO TO 7662-EXIT
025710     END-DELETE
025720     MOVE WS-MRG-SURV-YEAR TO EPR-YEAR OF EPR-RECORD
025730     MOVE WS-MRG-SURV-SEQ  TO EPR-SEQ-NO OF EPR-RECORD
025740     WRITE EPR-RECORD
025750         INVALID KEY
025760             ADD 1 TO WS-MRG-DROPPED
025770             MOVE SPACES TO WS-MRG-NEW-ROW
025780         NOT INVALID KEY
025790             ADD 1 TO WS-MRG-PER-MOVED
025800             MOVE EPR-RECORD TO WS-MRG-NEW-ROW
025810     END-WRITE
025820     MOVE "MRG-PER" TO WS-MRG-JRN-FUNCTION
025830     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
025840 7662-EXIT.
025850     EXIT.
025860*================================================================
025870* 7664-MOVE-ONE-MEDIA  -  FIRST RETIRED SHMEMLF LINK ACROSS,
025880*                         DROPPED IF THE SURVIVOR CARRIES THE
025890*                         ASSET ALREADY
025900*================================================================
025910 7664-MOVE-ONE-MEDIA.
025920     MOVE WS-MRG-RET-YEAR TO EML-YEAR OF EML-RECORD
025930     MOVE WS-MRG-RET-SEQ  TO EML-SEQ-NO OF EML-RECORD
025940     MOVE LOW-VALUES TO EML-MEDIA OF EML-RECORD
025950     START EMLNK-FILE KEY IS NOT LESS THAN EML-KEY OF EML-RECORD
025960         INVALID KEY
025970             SET WS-MRG-DONE TO TRUE
025980             GO TO 7664-EXIT
025990     END-START
026000     READ EMLNK-FILE NEXT RECORD
026010         AT END
026020             SET WS-MRG-DONE TO TRUE
026030             GO TO 7664-EXIT
026040     END-READ
026050     IF EML-YEAR OF EML-RECORD NOT = WS-MRG-RET-YEAR
026060             OR EML-SEQ-NO OF EML-RECORD NOT = WS-MRG-RET-SEQ
026070         SET WS-MRG-DONE TO TRUE
026080         GO TO 7664-EXIT
026090     END-IF
026100     MOVE EML-RECORD TO WS-MRG-OLD-ROW
026110     DELETE EMLNK-FILE RECORD
026120         INVALID KEY
026130             SET WS-MRG-DONE TO TRUE
026140             GO TO 7664-EXIT
026150     END-DELETE
026160     MOVE WS-MRG-SURV-YEAR TO EML-YEAR OF EML-RECORD
026170     MOVE WS-MRG-SURV-SEQ  TO EML-SEQ-NO OF EML-RECORD
026180     WRITE EML-RECORD
026190         INVALID KEY
026200             ADD 1 TO WS-MRG-DROPPED
026210             MOVE SPACES TO WS-MRG-NEW-ROW
026220         NOT INVALID KEY
026230             ADD 1 TO WS-MRG-MED-MOVED
026240             MOVE EML-RECORD TO WS-MRG-NEW-ROW
026250     END-WRITE
026260     MOVE "MRG-MED" TO WS-MRG-JRN-FUNCTION
026270     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
026280 7664-EXIT.
026290     EXIT.
026300*================================================================
026310* 7666-MOVE-ONE-FEATURE  -  FIRST SHMFEAF DAY FEATURING THE
026320*                           RETIRED EVENT, RE-POINTED IN PLACE -
026330*                           THE DAY IS THE KEY, SO NOTHING CLASHES
026340*================================================================
026350 7666-MOVE-ONE-FEATURE.
026360     MOVE WS-MRG-RET-YEAR TO FEA-YEAR OF FEA-RECORD
026370     MOVE WS-MRG-RET-SEQ  TO FEA-SEQ-NO OF FEA-RECORD
026380     START FEAT-FILE KEY IS EQUAL TO FEA-EVT-KEY OF FEA-RECORD
026390         INVALID KEY
026400             SET WS-MRG-DONE TO TRUE
026410             GO TO 7666-EXIT
026420     END-START
026430     READ FEAT-FILE NEXT RECORD
026440         AT END
026450             SET WS-MRG-DONE TO TRUE
026460             GO TO 7666-EXIT
026470     END-READ
026480     IF FEA-YEAR OF FEA-RECORD NOT = WS-MRG-RET-YEAR
026490             OR FEA-SEQ-NO OF FEA-RECORD NOT = WS-MRG-RET-SEQ
026500         SET WS-MRG-DONE TO TRUE
026510         GO TO 7666-EXIT
026520     END-IF
026530     MOVE FEA-RECORD TO WS-MRG-OLD-ROW
026540     MOVE WS-MRG-SURV-YEAR TO FEA-YEAR OF FEA-RECORD
026550     MOVE WS-MRG-SURV-SEQ  TO FEA-SEQ-NO OF FEA-RECORD
026560     REWRITE FEA-RECORD
026570         INVALID KEY
026580             SET WS-MRG-DONE TO TRUE
026590             GO TO 7666-EXIT
026600     END-REWRITE
026610     ADD 1 TO WS-MRG-FEA-MOVED
026620     MOVE FEA-RECORD TO WS-MRG-NEW-ROW
026630     MOVE "MRG-FEA" TO WS-MRG-JRN-FUNCTION
026640     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
026650 7666-EXIT.
026660     EXIT.
026670*================================================================
026680* 7668-MOVE-ONE-FLAG  -  NEXT OPEN SHMFBKF FLAG ON THE RETIRED
026690*                        EVENT ACROSS TO THE SURVIVOR. CLOSED
026700*                        FLAGS STAY WHERE THEY WERE RAISED
026710*================================================================
026720 7668-MOVE-ONE-FLAG.
026730     MOVE WS-MRG-FBK-LAST TO FBK-KEY OF FBK-RECORD
026740     START FBK-FILE KEY IS GREATER THAN FBK-KEY OF FBK-RECORD
026750         INVALID KEY
026760             SET WS-MRG-DONE TO TRUE
026770             GO TO 7668-EXIT
026780     END-START
026790     READ FBK-FILE NEXT RECORD
026800         AT END
026810             SET WS-MRG-DONE TO TRUE
026820             GO TO 7668-EXIT
026830     END-READ
026840     IF FBK-YEAR OF FBK-RECORD NOT = WS-MRG-RET-YEAR
026850             OR FBK-SEQ-NO OF FBK-RECORD NOT = WS-MRG-RET-SEQ
026860         SET WS-MRG-DONE TO TRUE
026870         GO TO 7668-EXIT
026880     END-IF
026890     MOVE FBK-KEY OF FBK-RECORD TO WS-MRG-FBK-LAST
026900     IF NOT FBK-OPEN OF FBK-RECORD
026910         GO TO 7668-EXIT
026920     END-IF
026930     MOVE FBK-RECORD TO WS-MRG-OLD-ROW
026940     DELETE FBK-FILE RECORD
026950         INVALID KEY
026960             SET WS-MRG-DONE TO TRUE
026970             GO TO 7668-EXIT
026980     END-DELETE
026990     MOVE WS-MRG-SURV-YEAR TO FBK-YEAR OF FBK-RECORD
027000     MOVE WS-MRG-SURV-SEQ  TO FBK-SEQ-NO OF FBK-RECORD
027010     WRITE FBK-RECORD
027020         INVALID KEY
027030             ADD 1 TO WS-MRG-DROPPED
027040             MOVE SPACES TO WS-MRG-NEW-ROW
027050         NOT INVALID KEY
027060             ADD 1 TO WS-MRG-FBK-MOVED
027070             MOVE FBK-RECORD TO WS-MRG-NEW-ROW
027080     END-WRITE
027090     MOVE "MRG-FBK" TO WS-MRG-JRN-FUNCTION
027100     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
027110 7668-EXIT.
027120     EXIT.
027130*================================================================
027140* 7670-MOVE-ONE-LINK-OUT  -  FIRST SHMXREF LINK FROM THE RETIRED
027150*                            EVENT, RE-KEYED FROM THE SURVIVOR
027160*================================================================
027170 7670-MOVE-ONE-LINK-OUT.
027180     MOVE WS-MRG-RET-YEAR TO XRF-FROM-YEAR OF XRF-RECORD
027190     MOVE WS-MRG-RET-SEQ  TO XRF-FROM-SEQ OF XRF-RECORD
027200     MOVE ZERO TO XRF-TO-YEAR OF XRF-RECORD
027210     MOVE ZERO TO XRF-TO-SEQ OF XRF-RECORD
027220     START XREF-FILE KEY IS NOT LESS THAN XRF-KEY OF XRF-RECORD
027230         INVALID KEY
027240             SET WS-MRG-DONE TO TRUE
027250             GO TO 7670-EXIT
027260     END-START
027270     READ XREF-FILE NEXT RECORD
027280         AT END
027290             SET WS-MRG-DONE TO TRUE
027300             GO TO 7670-EXIT
027310     END-READ
027320     IF XRF-FROM-YEAR OF XRF-RECORD NOT = WS-MRG-RET-YEAR
027330             OR XRF-FROM-SEQ OF XRF-RECORD NOT = WS-MRG-RET-SEQ
027340         SET WS-MRG-DONE TO TRUE
027350         GO TO 7670-EXIT
027360     END-IF
027370     MOVE XRF-RECORD TO WS-MRG-OLD-ROW
027380     MOVE XRF-TO-YEAR OF XRF-RECORD TO WS-MRG-HOLD-TO-YEAR
027390     MOVE XRF-TO-SEQ OF XRF-RECORD TO WS-MRG-HOLD-TO-SEQ
027400     MOVE XRF-RELATION OF XRF-RECORD TO WS-MRG-HOLD-REL
027410     DELETE XREF-FILE RECORD
027420         INVALID KEY
027430             SET WS-MRG-DONE TO TRUE
027440             GO TO 7670-EXIT
027450     END-DELETE
027460     MOVE "MRG-XREF" TO WS-MRG-JRN-FUNCTION
027470     IF WS-MRG-HOLD-TO-YEAR = WS-MRG-SURV-YEAR
027480             AND WS-MRG-HOLD-TO-SEQ = WS-MRG-SURV-SEQ
027490         ADD 1 TO WS-MRG-DROPPED
027500         MOVE SPACES TO WS-MRG-NEW-ROW
027510         PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT
027520         GO TO 7670-EXIT
027530     END-IF
027540     MOVE SPACES TO XRF-RECORD
027550     MOVE WS-MRG-SURV-YEAR    TO XRF-FROM-YEAR OF XRF-RECORD
027560     MOVE WS-MRG-SURV-SEQ     TO XRF-FROM-SEQ OF XRF-RECORD
027570     MOVE WS-MRG-HOLD-TO-YEAR TO XRF-TO-YEAR OF XRF-RECORD
027580     MOVE WS-MRG-HOLD-TO-SEQ  TO XRF-TO-SEQ OF XRF-RECORD
027590     MOVE WS-MRG-HOLD-REL     TO XRF-RELATION OF XRF-RECORD
027600     WRITE XRF-RECORD
027610         INVALID KEY
027620             ADD 1 TO WS-MRG-DROPPED
027630             MOVE SPACES TO WS-MRG-NEW-ROW
027640         NOT INVALID KEY
027650             ADD 1 TO WS-MRG-XRF-MOVED
027660             MOVE XRF-RECORD TO WS-MRG-NEW-ROW
027670     END-WRITE
027680     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
027690 7670-EXIT.
027700     EXIT.
027710*================================================================
027720* 7680-LINKS-IN-PASS  -  TABLE UP TO 500 INBOUND LINKS TO THE
027730*                        RETIRED EVENT, RE-POINT THEM, AND GO
027740*                        ROUND AGAIN WHILE THE TABLE FILLS
027750*================================================================
027760 7680-LINKS-IN-PASS.
027770     MOVE ZERO TO WS-ML-COUNT
027780     MOVE ZERO TO XRF-FROM-YEAR OF XRF-RECORD
027790     MOVE ZERO TO XRF-FROM-SEQ OF XRF-RECORD
027800     MOVE ZERO TO XRF-TO-YEAR OF XRF-RECORD
027810     MOVE ZERO TO XRF-TO-SEQ OF XRF-RECORD
027820     MOVE "N" TO WS-MRG-DONE-SW
027830     START XREF-FILE KEY IS NOT LESS THAN XRF-KEY OF XRF-RECORD
027840         INVALID KEY
027850             SET WS-MRG-DONE TO TRUE
027860         NOT INVALID KEY
027870             READ XREF-FILE NEXT RECORD
027880                 AT END
027890                     SET WS-MRG-DONE TO TRUE
027900             END-READ
027910     END-START
027920     PERFORM 7682-TABLE-ONE-LINK-IN THRU 7682-EXIT
027930         UNTIL WS-MRG-DONE
027940     IF WS-ML-COUNT < 500
027950         SET WS-MRG-PASS-DONE TO TRUE
027960     END-IF
027970     PERFORM 7685-MOVE-ONE-LINK-IN THRU 7685-EXIT
027980         VARYING WS-ML-IX FROM 1 BY 1
027990         UNTIL WS-ML-IX > WS-ML-COUNT.
028000 7680-EXIT.
028010     EXIT.
028020 7682-TABLE-ONE-LINK-IN.
028030     IF XRF-TO-YEAR OF XRF-RECORD = WS-MRG-RET-YEAR
028040             AND XRF-TO-SEQ OF XRF-RECORD = WS-MRG-RET-SEQ
028050         IF WS-ML-COUNT = 500
028060             SET WS-MRG-DONE TO TRUE
028070             GO TO 7682-EXIT
028080         END-IF
028090         ADD 1 TO WS-ML-COUNT
028100         MOVE XRF-FROM-YEAR OF XRF-RECORD
028110             TO WS-ML-FROM-YEAR (WS-ML-COUNT)
028120         MOVE XRF-FROM-SEQ OF XRF-RECORD
028130             TO WS-ML-FROM-SEQ (WS-ML-COUNT)
028140         MOVE XRF-RELATION OF XRF-RECORD
028150             TO WS-ML-RELATION (WS-ML-COUNT)
028160     END-IF
028170     READ XREF-FILE NEXT RECORD
028180         AT END
028190             SET WS-MRG-DONE TO TRUE
028200     END-READ.
028210 7682-EXIT.
028220     EXIT.
028230 7685-MOVE-ONE-LINK-IN.
028240     MOVE SPACES TO XRF-RECORD
028250     MOVE WS-ML-FROM-YEAR (WS-ML-IX)
028260         TO XRF-FROM-YEAR OF XRF-RECORD
028270     MOVE WS-ML-FROM-SEQ (WS-ML-IX) TO XRF-FROM-SEQ OF XRF-RECORD
028280     MOVE WS-MRG-RET-YEAR TO XRF-TO-YEAR OF XRF-RECORD
028290     MOVE WS-MRG-RET-SEQ  TO XRF-TO-SEQ OF XRF-RECORD
028300     MOVE WS-ML-RELATION (WS-ML-IX) TO XRF-RELATION OF XRF-RECORD
028310     MOVE XRF-RECORD TO WS-MRG-OLD-ROW
028320     DELETE XREF-FILE RECORD
028330         INVALID KEY
028340             GO TO 7685-EXIT
028350     END-DELETE
028360     MOVE "MRG-XREF" TO WS-MRG-JRN-FUNCTION
028370     IF WS-ML-FROM-YEAR (WS-ML-IX) = WS-MRG-SURV-YEAR
028380             AND WS-ML-FROM-SEQ (WS-ML-IX) = WS-MRG-SURV-SEQ
028390         ADD 1 TO WS-MRG-DROPPED
028400         MOVE SPACES TO WS-MRG-NEW-ROW
028410         PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT
028420         GO TO 7685-EXIT
028430     END-IF
028440     MOVE SPACES TO XRF-RECORD
028450     MOVE WS-ML-FROM-YEAR (WS-ML-IX)
028460         TO XRF-FROM-YEAR OF XRF-RECORD
028470     MOVE WS-ML-FROM-SEQ (WS-ML-IX) TO XRF-FROM-SEQ OF XRF-RECORD
028480     MOVE WS-MRG-SURV-YEAR TO XRF-TO-YEAR OF XRF-RECORD
028490     MOVE WS-MRG-SURV-SEQ  TO XRF-TO-SEQ OF XRF-RECORD
028500     MOVE WS-ML-RELATION (WS-ML-IX) TO XRF-RELATION OF XRF-RECORD
028510     WRITE XRF-RECORD
028520         INVALID KEY
028530             ADD 1 TO WS-MRG-DROPPED
028540             MOVE SPACES TO WS-MRG-NEW-ROW
028550         NOT INVALID KEY
028560             ADD 1 TO WS-MRG-XRF-MOVED
028570             MOVE XRF-RECORD TO WS-MRG-NEW-ROW
028580     END-WRITE
028590     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
028600 7685-EXIT.
028610     EXIT.
028620*================================================================
028630* 7690-MEMBERS-PASS  -  TABLE UP TO 200 SHMCOLF MEMBER ROWS THAT
028640*                       NAME THE RETIRED EVENT, RE-POINT THEM,
028650*                       AND GO ROUND AGAIN WHILE THE TABLE FILLS
028660*================================================================
028670 7690-MEMBERS-PASS.
028680     MOVE ZERO TO WS-MC-COUNT
028690     MOVE LOW-VALUES TO COL-KEY OF COL-RECORD
028700     MOVE "N" TO WS-MRG-DONE-SW
028710     START COLL-FILE KEY IS NOT LESS THAN COL-KEY OF COL-RECORD
028720         INVALID KEY
028730             SET WS-MRG-DONE TO TRUE
028740         NOT INVALID KEY
028750             READ COLL-FILE NEXT RECORD
028760                 AT END
028770                     SET WS-MRG-DONE TO TRUE
028780             END-READ
028790     END-START
028800     PERFORM 7692-TABLE-ONE-MEMBER THRU 7692-EXIT
028810         UNTIL WS-MRG-DONE
028820     IF WS-MC-COUNT < 200
028830         SET WS-MRG-PASS-DONE TO TRUE
028840     END-IF
028850     PERFORM 7694-MOVE-ONE-MEMBER THRU 7694-EXIT
028860         VARYING WS-MC-IX FROM 1 BY 1
028870         UNTIL WS-MC-IX > WS-MC-COUNT.
028880 7690-EXIT.
028890     EXIT.
028900 7692-TABLE-ONE-MEMBER.
028910     IF NOT COL-IS-HEADER OF COL-RECORD
028920             AND COL-EVT-YEAR OF COL-RECORD = WS-MRG-RET-YEAR
028930             AND COL-EVT-SEQ-NO OF COL-RECORD = WS-MRG-RET-SEQ
028940         IF WS-MC-COUNT = 200
028950             SET WS-MRG-DONE TO TRUE
028960             GO TO 7692-EXIT
028970         END-IF
028980         ADD 1 TO WS-MC-COUNT
028990         MOVE COL-CODE OF COL-RECORD TO WS-MC-CODE (WS-MC-COUNT)
029000         MOVE COL-POSITION OF COL-RECORD
029010             TO WS-MC-POSITION (WS-MC-COUNT)
029020     END-IF
029030     READ COLL-FILE NEXT RECORD
029040         AT END
029050             SET WS-MRG-DONE TO TRUE
029060     END-READ.
029070 7692-EXIT.
029080     EXIT.
029090*================================================================
029100* 7694-MOVE-ONE-MEMBER  -  RE-POINT ONE MEMBER ROW AT THE
029110*                          SURVIVOR, OR DROP IT WHEN THE SURVIVOR
029120*                          IS IN THAT COLLECTION ALREADY
029130*================================================================
029140 7694-MOVE-ONE-MEMBER.
029150     MOVE WS-MC-CODE (WS-MC-IX) TO WS-MRG-HOLD-CODE
029160     PERFORM 7696-FIND-SURVIVOR THRU 7696-EXIT
029170     MOVE WS-MC-CODE (WS-MC-IX) TO COL-CODE OF COL-RECORD
029180     MOVE WS-MC-POSITION (WS-MC-IX) TO COL-POSITION OF COL-RECORD
029190     READ COLL-FILE
029200         INVALID KEY
029210             GO TO 7694-EXIT
029220     END-READ
029230     MOVE COL-RECORD TO WS-MRG-OLD-ROW
029240     IF WS-MRG-IN-COL
029250         DELETE COLL-FILE RECORD
029260             INVALID KEY
029270                 GO TO 7694-EXIT
029280         END-DELETE
029290         ADD 1 TO WS-MRG-DROPPED
029300         MOVE SPACES TO WS-MRG-NEW-ROW
029310     ELSE
029320         MOVE WS-MRG-SURV-YEAR TO COL-EVT-YEAR OF COL-RECORD
029330         MOVE WS-MRG-SURV-SEQ  TO COL-EVT-SEQ-NO OF COL-RECORD
029340         REWRITE COL-RECORD
029350             INVALID KEY
029360                 GO TO 7694-EXIT
029370         END-REWRITE
029380         ADD 1 TO WS-MRG-COL-MOVED
029390         MOVE COL-RECORD TO WS-MRG-NEW-ROW
029400     END-IF
029410     MOVE "MRG-COL" TO WS-MRG-JRN-FUNCTION
029420     PERFORM 7698-JOURNAL-MOVE THRU 7698-EXIT.
029430 7694-EXIT.
029440     EXIT.
029450*================================================================
029460* 7696-FIND-SURVIVOR  -  IS THE SURVIVOR A MEMBER OF COLLECTION
029470*                        WS-MRG-HOLD-CODE ALREADY
029480*================================================================
029490 7696-FIND-SURVIVOR.
029500     MOVE "N" TO WS-MRG-IN-COL-SW
029510     MOVE WS-MRG-HOLD-CODE TO COL-CODE OF COL-RECORD
029520     MOVE 1 TO COL-POSITION OF COL-RECORD
029530     MOVE "N" TO WS-MRG-DONE-SW
029540     START COLL-FILE KEY IS NOT LESS THAN COL-KEY OF COL-RECORD
029550         INVALID KEY
029560             SET WS-MRG-DONE TO TRUE
029570         NOT INVALID KEY
029580             READ COLL-FILE NEXT RECORD
029590                 AT END
029600                     SET WS-MRG-DONE TO TRUE
029610             END-READ
029620     END-START
029630     PERFORM 7697-CHECK-ONE-MEMBER THRU 7697-EXIT
029640         UNTIL WS-MRG-DONE OR WS-MRG-IN-COL.
029650 7696-EXIT.
029660     EXIT.
029670 7697-CHECK-ONE-MEMBER.
029680     IF COL-CODE OF COL-RECORD NOT = WS-MRG-HOLD-CODE
029690         SET WS-MRG-DONE TO TRUE
029700         GO TO 7697-EXIT
029710     END-IF
029720     IF COL-EVT-YEAR OF COL-RECORD = WS-MRG-SURV-YEAR
029730             AND COL-EVT-SEQ-NO OF COL-RECORD = WS-MRG-SURV-SEQ
029740         SET WS-MRG-IN-COL TO TRUE
029750         GO TO 7697-EXIT
029760     END-IF
029770     READ COLL-FILE NEXT RECORD
029780         AT END
029790             SET WS-MRG-DONE TO TRUE
029800     END-READ.
029810 7697-EXIT.
029820     EXIT.
029830*================================================================
029840* 7698-JOURNAL-MOVE  -  ONE MRG- ROW TO SHMJRNL FOR A SATELLITE
029850*                       ROW THE MERGE MOVED OR DROPPED
029860*================================================================
029870 7698-JOURNAL-MOVE.
029880     MOVE SPACES TO JRN-RECORD
029890     ACCEPT JRN-DATE OF JRN-RECORD FROM DATE YYYYMMDD
029900     ACCEPT JRN-TIME OF JRN-RECORD FROM TIME
029910     MOVE WS-MRG-JRN-FUNCTION TO JRN-FUNCTION OF JRN-RECORD
029920     MOVE WS-OPERATOR-ID TO JRN-OPERATOR OF JRN-RECORD
029930     MOVE WS-MRG-OLD-ROW TO JRN-BEFORE-IMAGE OF JRN-RECORD
029940     MOVE WS-MRG-NEW-ROW TO JRN-AFTER-IMAGE OF JRN-RECORD
029950     WRITE JRN-RECORD.
029960 7698-EXIT.
029970     EXIT.
029980*================================================================
029990* 7700-MAINT-COLLECTIONS  -  THE SHMCOLF CURATED EXHIBIT
030000*                            COLLECTIONS AND THEIR MEMBERS
030010*================================================================
030020 7700-MAINT-COLLECTIONS.
030030     MOVE "N" TO WS-COLS-BACK-SW
030040     PERFORM 7705-COLS-MENU THRU 7705-EXIT
030050         UNTIL WS-COLS-BACK.
030060 7700-EXIT.
030070     EXIT.
030080 7705-COLS-MENU.
030090     DISPLAY "L = LIST COLLECTIONS   A = ADD COLLECTION   "
030100         "M = MEMBERS"
030110     DISPLAY "D = DELETE COLLECTION   X = BACK"
030120     ACCEPT WS-COLS-FUNCTION
030130     EVALUATE TRUE
030140         WHEN WS-KF-LIST
030150             PERFORM 7710-LIST-COLLECTIONS THRU 7710-EXIT
030160         WHEN WS-KF-ADD
030170             PERFORM 7720-ADD-COLLECTION THRU 7720-EXIT
030180         WHEN WS-KF-MEMBERS
030190             PERFORM 7740-MAINT-COL-MEMBERS THRU 7740-EXIT
030200         WHEN WS-KF-DELETE
030210             PERFORM 7730-DELETE-COLLECTION THRU 7730-EXIT
030220         WHEN WS-KF-BACK
030230             SET WS-COLS-BACK TO TRUE
030240         WHEN OTHER
030250             DISPLAY "INVALID SELECTION - TRY AGAIN"
030260     END-EVALUATE.
030270 7705-EXIT.
030280     EXIT.
030290 7710-LIST-COLLECTIONS.
030300     MOVE LOW-VALUES TO COL-KEY OF COL-RECORD
030310     MOVE ZERO TO WS-COLS-COUNT
030320     MOVE "N" TO WS-COLS-DONE-SW
030330     START COLL-FILE KEY IS NOT LESS THAN
030340             COL-KEY OF COL-RECORD
030350         INVALID KEY
030360             SET WS-COLS-DONE TO TRUE
030370         NOT INVALID KEY
030380             READ COLL-FILE NEXT RECORD
030390                 AT END
030400                     SET WS-COLS-DONE TO TRUE
030410             END-READ
030420     END-START
030430     PERFORM 7715-LIST-ONE-COLLECTION THRU 7715-EXIT
030440         UNTIL WS-COLS-DONE
030450     IF WS-COLS-COUNT = ZERO
030460         DISPLAY "(NO COLLECTIONS ON FILE)"
030470     END-IF.
030480 7710-EXIT.
030490     EXIT.
030500 7715-LIST-ONE-COLLECTION.
030510     IF COL-IS-HEADER OF COL-RECORD
030520         DISPLAY COL-CODE OF COL-RECORD " : "
030530             COL-TITLE OF COL-RECORD
030540         ADD 1 TO WS-COLS-COUNT
030550     END-IF
030560     READ COLL-FILE NEXT RECORD
030570         AT END
030580             SET WS-COLS-DONE TO TRUE
030590     END-READ.
030600 7715-EXIT.
030610     EXIT.
030620 7720-ADD-COLLECTION.
030630     DISPLAY "NEW COLLECTION CODE    : " WITH NO ADVANCING
030640     ACCEPT WS-REPLY-COL-CODE
030650     INSPECT WS-REPLY-COL-CODE CONVERTING
030660         "abcdefghijklmnopqrstuvwxyz" TO
030670         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
030680     IF WS-REPLY-COL-CODE = SPACES
030690         DISPLAY "COLLECTION CODE MUST BE KEYED - NOT ADDED"
030700         GO TO 7720-EXIT
030710     END-IF
030720     DISPLAY "COLLECTION TITLE       : " WITH NO ADVANCING
030730     ACCEPT WS-REPLY-COL-TITLE
030740     IF WS-REPLY-COL-TITLE = SPACES
030750         DISPLAY "TITLE MUST BE KEYED - NOT ADDED"
030760         GO TO 7720-EXIT
030770     END-IF
030780     MOVE SPACES TO COL-RECORD
030790     MOVE WS-REPLY-COL-CODE TO COL-CODE OF COL-RECORD
030800     MOVE ZERO TO COL-POSITION OF COL-RECORD
030810     MOVE WS-REPLY-COL-TITLE TO COL-TITLE OF COL-RECORD
030820     WRITE COL-RECORD
030830         INVALID KEY
030840             DISPLAY "THAT COLLECTION CODE ALREADY EXISTS"
030850         NOT INVALID KEY
030860             DISPLAY "COLLECTION ADDED - KEY ITS EVENTS WITH M"
030870     END-WRITE.
030880 7720-EXIT.
030890     EXIT.
030900*================================================================
030910* 7730-DELETE-COLLECTION  -  THE HEADER ROW AND EVERY MEMBER
030920*================================================================
030930 7730-DELETE-COLLECTION.
030940     DISPLAY "COLLECTION TO DELETE   : " WITH NO ADVANCING
030950     ACCEPT WS-REPLY-COL-CODE
030960     INSPECT WS-REPLY-COL-CODE CONVERTING
030970         "abcdefghijklmnopqrstuvwxyz" TO
030980         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
030990     MOVE WS-REPLY-COL-CODE TO COL-CODE OF COL-RECORD
031000     MOVE ZERO TO COL-POSITION OF COL-RECORD
031010     READ COLL-FILE
031020         INVALID KEY
031030             DISPLAY "NO SUCH COLLECTION ON FILE"
031040             GO TO 7730-EXIT
031050     END-READ
031060     MOVE ZERO TO WS-COLS-COUNT
031070     MOVE "N" TO WS-COLS-DONE-SW
031080     PERFORM 7735-DELETE-ONE-ROW THRU 7735-EXIT
031090         UNTIL WS-COLS-DONE
031100     DISPLAY "COLLECTION DELETED - " WS-COLS-COUNT
031110         " ROWS REMOVED".
031120 7730-EXIT.
031130     EXIT.
031140 7735-DELETE-ONE-ROW.
031150     IF COL-CODE OF COL-RECORD NOT = WS-REPLY-COL-CODE
031160         SET WS-COLS-DONE TO TRUE
031170         GO TO 7735-EXIT
031180     END-IF
031190     DELETE COLL-FILE RECORD
031200         INVALID KEY
031210             SET WS-COLS-DONE TO TRUE
031220             GO TO 7735-EXIT
031230     END-DELETE
031240     ADD 1 TO WS-COLS-COUNT
031250     READ COLL-FILE NEXT RECORD
031260         AT END
031270             SET WS-COLS-DONE TO TRUE
031280     END-READ.
031290 7735-EXIT.
031300     EXIT.
031310*================================================================
031320* 7740-MAINT-COL-MEMBERS  -  LIST/ADD/REMOVE THE MEMBER EVENTS
031330*                            OF ONE COLLECTION, IN WALK ORDER
031340*================================================================
031350 7740-MAINT-COL-MEMBERS.
031360     DISPLAY "COLLECTION CODE        : " WITH NO ADVANCING
031370     ACCEPT WS-REPLY-COL-CODE
031380     INSPECT WS-REPLY-COL-CODE CONVERTING
031390         "abcdefghijklmnopqrstuvwxyz" TO
031400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
031410     MOVE WS-REPLY-COL-CODE TO COL-CODE OF COL-RECORD
031420     MOVE ZERO TO COL-POSITION OF COL-RECORD
031430     READ COLL-FILE
031440         INVALID KEY
031450             DISPLAY "NO SUCH COLLECTION ON FILE"
031460             GO TO 7740-EXIT
031470     END-READ
031480     DISPLAY "COLLECTION : " COL-TITLE OF COL-RECORD
031490     MOVE "N" TO WS-COLM-BACK-SW
031500     PERFORM 7745-COLM-MENU THRU 7745-EXIT
031510         UNTIL WS-COLM-BACK.
031520 7740-EXIT.
031530     EXIT.
031540 7745-COLM-MENU.
031550     DISPLAY "L = LIST MEMBERS   A = ADD MEMBER   "
031560         "D = REMOVE MEMBER   X = BACK"
031570     ACCEPT WS-COLM-FUNCTION
031580     EVALUATE TRUE
031590         WHEN WS-KM-LIST
031600             PERFORM 7750-LIST-MEMBERS THRU 7750-EXIT
031610         WHEN WS-KM-ADD
031620             PERFORM 7760-ADD-MEMBER THRU 7760-EXIT
031630         WHEN WS-KM-REMOVE
031640             PERFORM 7770-REMOVE-MEMBER THRU 7770-EXIT
031650         WHEN WS-KM-BACK
031660             SET WS-COLM-BACK TO TRUE
031670         WHEN OTHER
031680             DISPLAY "INVALID SELECTION - TRY AGAIN"
031690     END-EVALUATE.
031700 7745-EXIT.
031710     EXIT.
031720 7750-LIST-MEMBERS.
031730     MOVE ZERO TO WS-COLS-COUNT
031740     PERFORM 7752-START-MEMBERS THRU 7752-EXIT
031750     PERFORM 7755-LIST-ONE-MEMBER THRU 7755-EXIT
031760         UNTIL WS-COLS-DONE
031770     IF WS-COLS-COUNT = ZERO
031780         DISPLAY "(NO EVENTS IN THIS COLLECTION)"
031790     END-IF.
031800 7750-EXIT.
031810     EXIT.
031820*================================================================
031830* 7752-START-MEMBERS  -  POSITION ON THE FIRST MEMBER ROW AFTER
031840*                        THE HEADER OF WS-REPLY-COL-CODE
031850*================================================================
031860 7752-START-MEMBERS.
031870     MOVE "N" TO WS-COLS-DONE-SW
031880     MOVE WS-REPLY-COL-CODE TO COL-CODE OF COL-RECORD
031890     MOVE 1 TO COL-POSITION OF COL-RECORD
031900     START COLL-FILE KEY IS NOT LESS THAN
031910             COL-KEY OF COL-RECORD
031920         INVALID KEY
031930             SET WS-COLS-DONE TO TRUE
031940         NOT INVALID KEY
031950             READ COLL-FILE NEXT RECORD
031960                 AT END
031970                     SET WS-COLS-DONE TO TRUE
031980             END-READ
031990     END-START
032000     IF NOT WS-COLS-DONE
032010             AND COL-CODE OF COL-RECORD NOT = WS-REPLY-COL-CODE
032020         SET WS-COLS-DONE TO TRUE
032030     END-IF.
032040 7752-EXIT.
032050     EXIT.
032060 7755-LIST-ONE-MEMBER.
032070     MOVE COL-EVT-YEAR OF COL-RECORD TO EVT-YEAR OF EVT-RECORD
032080     MOVE COL-EVT-SEQ-NO OF COL-RECORD
032090         TO EVT-SEQ-NO OF EVT-RECORD
032100     READ EVENT-FILE
032110         INVALID KEY
032120             DISPLAY COL-POSITION OF COL-RECORD " "
032130                 COL-EVT-YEAR OF COL-RECORD "/"
032140                 COL-EVT-SEQ-NO OF COL-RECORD
032150                 " : (NO LONGER ON SHMEVTF)"
032160         NOT INVALID KEY
032170             DISPLAY COL-POSITION OF COL-RECORD " "
032180                 COL-EVT-YEAR OF COL-RECORD "/"
032190                 COL-EVT-SEQ-NO OF COL-RECORD " : "
032200                 EVT-TEXT OF EVT-RECORD (1:50)
032210     END-READ
032220     ADD 1 TO WS-COLS-COUNT
032230     READ COLL-FILE NEXT RECORD
032240         AT END
032250             SET WS-COLS-DONE TO TRUE
032260     END-READ
032270     IF NOT WS-COLS-DONE
032280             AND COL-CODE OF COL-RECORD NOT = WS-REPLY-COL-CODE
032290         SET WS-COLS-DONE TO TRUE
032300     END-IF.
032310 7755-EXIT.
032320     EXIT.
032330*================================================================
032340* 7760-ADD-MEMBER  -  THE EVENT MUST ALREADY BE ON SHMEVTF.
032350*                     POSITION 000 APPENDS AFTER THE LAST MEMBER
032360*================================================================
032370 7760-ADD-MEMBER.
032380     DISPLAY "YEAR OF EVENT          : " WITH NO ADVANCING
032390     ACCEPT WS-REPLY-YEAR
032400     DISPLAY "SEQUENCE NO OF EVENT   : " WITH NO ADVANCING
032410     ACCEPT WS-REPLY-SEQ
032420     MOVE WS-REPLY-YEAR TO EVT-YEAR OF EVT-RECORD
032430     MOVE WS-REPLY-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
032440     READ EVENT-FILE
032450         INVALID KEY
032460             DISPLAY "NO SUCH EVENT ON FILE - MEMBER NOT ADDED"
032470             GO TO 7760-EXIT
032480     END-READ
032490     DISPLAY "EVENT TEXT : " EVT-TEXT OF EVT-RECORD
032500     MOVE ZERO TO WS-COL-HIGH-POS
032510     MOVE "N" TO WS-COL-MEMBER-SW
032520     PERFORM 7752-START-MEMBERS THRU 7752-EXIT
032530     PERFORM 7765-SCAN-ONE-MEMBER THRU 7765-EXIT
032540         UNTIL WS-COLS-DONE
032550     IF WS-COL-ALREADY-MEMBER
032560         DISPLAY "EVENT IS ALREADY IN THIS COLLECTION - "
032570             "NOT ADDED"
032580         GO TO 7760-EXIT
032590     END-IF
032600     DISPLAY "POSITION (000 = AT END): " WITH NO ADVANCING
032610     ACCEPT WS-REPLY-COL-POS
032620     IF WS-REPLY-COL-POS = ZERO
032630         IF WS-COL-HIGH-POS = 999
032640             DISPLAY "COLLECTION IS FULL - MEMBER NOT ADDED"
032650             GO TO 7760-EXIT
032660         END-IF
032670         ADD 1 WS-COL-HIGH-POS GIVING WS-REPLY-COL-POS
032680     END-IF
032690     MOVE SPACES TO COL-RECORD
032700     MOVE WS-REPLY-COL-CODE TO COL-CODE OF COL-RECORD
032710     MOVE WS-REPLY-COL-POS  TO COL-POSITION OF COL-RECORD
032720     MOVE WS-REPLY-YEAR     TO COL-EVT-YEAR OF COL-RECORD
032730     MOVE WS-REPLY-SEQ      TO COL-EVT-SEQ-NO OF COL-RECORD
032740     WRITE COL-RECORD
032750         INVALID KEY
032760             DISPLAY "THAT POSITION IS ALREADY TAKEN"
032770         NOT INVALID KEY
032780             DISPLAY "MEMBER ADDED AT POSITION "
032790                 WS-REPLY-COL-POS
032800     END-WRITE.
032810 7760-EXIT.
032820     EXIT.
032830 7765-SCAN-ONE-MEMBER.
032840     MOVE COL-POSITION OF COL-RECORD TO WS-COL-HIGH-POS
032850     IF COL-EVT-YEAR OF COL-RECORD = WS-REPLY-YEAR
032860             AND COL-EVT-SEQ-NO OF COL-RECORD = WS-REPLY-SEQ
032870         SET WS-COL-ALREADY-MEMBER TO TRUE
032880     END-IF
032890     READ COLL-FILE NEXT RECORD
032900         AT END
032910             SET WS-COLS-DONE TO TRUE
032920     END-READ
032930     IF NOT WS-COLS-DONE
032940             AND COL-CODE OF COL-RECORD NOT = WS-REPLY-COL-CODE
032950         SET WS-COLS-DONE TO TRUE
032960     END-IF.
032970 7765-EXIT.
032980     EXIT.
032990 7770-REMOVE-MEMBER.
033000     DISPLAY "POSITION TO REMOVE     : " WITH NO ADVANCING
033010     ACCEPT WS-REPLY-COL-POS
033020     IF WS-REPLY-COL-POS = ZERO
033030         DISPLAY "POSITION MUST BE 001-999 - NOTHING REMOVED"
033040         GO TO 7770-EXIT
033050     END-IF
033060     MOVE WS-REPLY-COL-CODE TO COL-CODE OF COL-RECORD
033070     MOVE WS-REPLY-COL-POS  TO COL-POSITION OF COL-RECORD
033080     DELETE COLL-FILE RECORD
033090         INVALID KEY
033100             DISPLAY "NO MEMBER AT THAT POSITION"
033110         NOT INVALID KEY
033120             DISPLAY "MEMBER REMOVED"
033130     END-DELETE.
033140 7770-EXIT.
033150     EXIT.
033160*================================================================
033170* 7800-EVENT-HISTORY  -  EVERY VERSION OF ONE EVENT, ARCHIVE
033180*                        GENERATIONS FIRST, THEN THE LIVE JOURNAL
033190*================================================================
033200 7800-EVENT-HISTORY.
033210     DISPLAY "YEAR OF EVENT          : " WITH NO ADVANCING
033220     ACCEPT WS-REPLY-YEAR
033230     DISPLAY "SEQUENCE NO OF EVENT   : " WITH NO ADVANCING
033240     ACCEPT WS-REPLY-SEQ
033250     MOVE WS-REPLY-YEAR TO WS-HST-YEAR
033260     MOVE WS-REPLY-SEQ  TO WS-HST-SEQ
033270     MOVE ZERO TO WS-HST-COUNT
033280     DISPLAY " "
033290     DISPLAY "REVISION HISTORY OF EVENT " WS-HST-YEAR "-"
033300         WS-HST-SEQ
033310     CLOSE JOURNAL-FILE
033320     MOVE "ARCHIVE" TO WS-HST-SOURCE
033330     OPEN INPUT ARCHIVE-FILE
033340     IF WS-ARC-STATUS = "00"
033350         MOVE "N" TO WS-HST-EOF-SW
033360         PERFORM 7810-SCAN-ARCHIVE-ROW THRU 7810-EXIT
033370             UNTIL WS-HST-EOF
033380         CLOSE ARCHIVE-FILE
033390     END-IF
033400     MOVE "LIVE" TO WS-HST-SOURCE
033410     OPEN INPUT JOURNAL-FILE
033420     MOVE "N" TO WS-HST-EOF-SW
033430     PERFORM 7820-SCAN-LIVE-ROW THRU 7820-EXIT
033440         UNTIL WS-HST-EOF
033450     CLOSE JOURNAL-FILE
033460     OPEN EXTEND JOURNAL-FILE
033470     DISPLAY " "
033480     IF WS-HST-COUNT = ZERO
033490         DISPLAY "NO JOURNAL ROWS FOR THAT EVENT"
033500     ELSE
033510         MOVE WS-HST-COUNT TO WS-HST-VER-ED
033520         DISPLAY "VERSIONS LISTED        : " WS-HST-VER-ED
033530     END-IF.
033540 7800-EXIT.
033550     EXIT.
033560*================================================================
033570* 7810-SCAN-ARCHIVE-ROW  -  ONE SHMJRNA ROW
033580*================================================================
033590 7810-SCAN-ARCHIVE-ROW.
033600     READ ARCHIVE-FILE INTO HST-RECORD
033610         AT END
033620             SET WS-HST-EOF TO TRUE
033630             GO TO 7810-EXIT
033640     END-READ
033650     PERFORM 7830-CHECK-ONE-ROW THRU 7830-EXIT.
033660 7810-EXIT.
033670     EXIT.
033680*================================================================
033690* 7820-SCAN-LIVE-ROW  -  ONE SHMJRNL ROW
033700*================================================================
033710 7820-SCAN-LIVE-ROW.
033720     READ JOURNAL-FILE INTO HST-RECORD
033730         AT END
033740             SET WS-HST-EOF TO TRUE
033750             GO TO 7820-EXIT
033760     END-READ
033770     PERFORM 7830-CHECK-ONE-ROW THRU 7830-EXIT.
033780 7820-EXIT.
033790     EXIT.
033800*================================================================
033810* 7830-CHECK-ONE-ROW  -  SHOW THE ROW IF IT TOUCHES THE EVENT
033820*================================================================
033830 7830-CHECK-ONE-ROW.
033840     IF JRN-FN-MRG-MOVE OF HST-RECORD
033850         GO TO 7830-EXIT
033860     END-IF
033870     MOVE JRN-BEFORE-IMAGE OF HST-RECORD TO HSB-RECORD
033880     MOVE JRN-AFTER-IMAGE OF HST-RECORD TO HSA-RECORD
033890     IF EVT-KEY OF HSA-RECORD NOT = WS-HST-KEY
033900             AND EVT-KEY OF HSB-RECORD NOT = WS-HST-KEY
033910         GO TO 7830-EXIT
033920     END-IF
033930     ADD 1 TO WS-HST-COUNT
033940     MOVE WS-HST-COUNT TO WS-HST-VER-ED
033950     MOVE JRN-DATE OF HST-RECORD TO WS-HST-DATE
033960     MOVE JRN-TIME OF HST-RECORD TO WS-HST-TIME
033970     MOVE SPACES TO WS-HST-LINE
033980     STRING "VERSION " WS-HST-VER-ED "  "
033990         WS-HST-CCYY "-" WS-HST-MM "-" WS-HST-DD "  "
034000         WS-HST-HH ":" WS-HST-MI ":" WS-HST-SS
034010         "  BY " JRN-OPERATOR OF HST-RECORD
034020         "  " JRN-FUNCTION OF HST-RECORD "  ("
034030         DELIMITED BY SIZE
034040         WS-HST-SOURCE DELIMITED BY SPACE
034050         ")" DELIMITED BY SIZE
034060         INTO WS-HST-LINE
034070     END-STRING
034080     DISPLAY " "
034090     DISPLAY WS-HST-LINE
034100     IF JRN-FN-MERGE OF HST-RECORD
034110         IF EVT-KEY OF HSB-RECORD = WS-HST-KEY
034120             DISPLAY "    EVENT RETIRED - MERGED INTO "
034130                 EVT-YEAR OF HSA-RECORD "-"
034140                 EVT-SEQ-NO OF HSA-RECORD
034150             MOVE HSB-RECORD TO HSA-RECORD
034160             MOVE "N" TO WS-HST-COMPARE-SW
034170             PERFORM 7840-SHOW-VERSION THRU 7840-EXIT
034180         ELSE
034190             DISPLAY "    ABSORBED DUPLICATE "
034200                 EVT-YEAR OF HSB-RECORD "-"
034210                 EVT-SEQ-NO OF HSB-RECORD
034220         END-IF
034230         GO TO 7830-EXIT
034240     END-IF
034250     IF JRN-BEFORE-IMAGE OF HST-RECORD = SPACES
034260         DISPLAY "    (FIRST VERSION - EVENT ADDED)"
034270         MOVE "N" TO WS-HST-COMPARE-SW
034280     ELSE
034290         SET WS-HST-COMPARE TO TRUE
034300     END-IF
034310     PERFORM 7840-SHOW-VERSION THRU 7840-EXIT.
034320 7830-EXIT.
034330     EXIT.
034340*================================================================
034350* 7840-SHOW-VERSION  -  THE FIELDS OF HSA-RECORD, EACH AGAINST
034360*                       HSB-RECORD WHEN WS-HST-COMPARE IS ON
034370*================================================================
034380 7840-SHOW-VERSION.
034390     MOVE "DATE" TO WS-HST-LABEL
034400     MOVE SPACES TO WS-HST-NEW
034410     MOVE SPACES TO WS-HST-OLD
034420     STRING EVT-MONTH OF HSA-RECORD "/" EVT-DAY OF HSA-RECORD
034430         DELIMITED BY SIZE INTO WS-HST-NEW
034440     END-STRING
034450     STRING EVT-MONTH OF HSB-RECORD "/" EVT-DAY OF HSB-RECORD
034460         DELIMITED BY SIZE INTO WS-HST-OLD
034470     END-STRING
034480     PERFORM 7850-SHOW-FIELD THRU 7850-EXIT
034490     MOVE "CATEGORY" TO WS-HST-LABEL
034500     MOVE EVT-CATEGORY OF HSA-RECORD TO WS-HST-NEW
034510     MOVE EVT-CATEGORY OF HSB-RECORD TO WS-HST-OLD
034520     PERFORM 7850-SHOW-FIELD THRU 7850-EXIT
034530     MOVE "HEADLINE" TO WS-HST-LABEL
034540     MOVE EVT-HEADLINE-SW OF HSA-RECORD TO WS-HST-NEW
034550     MOVE EVT-HEADLINE-SW OF HSB-RECORD TO WS-HST-OLD
034560     PERFORM 7850-SHOW-FIELD THRU 7850-EXIT
034570     MOVE "LANGUAGE" TO WS-HST-LABEL
034580     MOVE EVT-LANG-CD OF HSA-RECORD TO WS-HST-NEW
034590     MOVE EVT-LANG-CD OF HSB-RECORD TO WS-HST-OLD
034600     PERFORM 7850-SHOW-FIELD THRU 7850-EXIT
034610     MOVE "END DATE" TO WS-HST-LABEL
034620     MOVE "NONE" TO WS-HST-NEW
034630     IF NOT EVT-NO-END-DATE OF HSA-RECORD
034640         MOVE SPACES TO WS-HST-NEW
034650         STRING EVT-END-YEAR OF HSA-RECORD "/"
034660             EVT-END-MONTH OF HSA-RECORD "/"
034670             EVT-END-DAY OF HSA-RECORD
034680             DELIMITED BY SIZE INTO WS-HST-NEW
034690         END-STRING
034700     END-IF
034710     MOVE "NONE" TO WS-HST-OLD
034720     IF NOT EVT-NO-END-DATE OF HSB-RECORD
034730         MOVE SPACES TO WS-HST-OLD
034740         STRING EVT-END-YEAR OF HSB-RECORD "/"
034750             EVT-END-MONTH OF HSB-RECORD "/"
034760             EVT-END-DAY OF HSB-RECORD
034770             DELIMITED BY SIZE INTO WS-HST-OLD
034780         END-STRING
034790     END-IF
034800     PERFORM 7850-SHOW-FIELD THRU 7850-EXIT
034810     MOVE "STATUS" TO WS-HST-LABEL
034820     EVALUATE TRUE
034830         WHEN EVT-PUB-DRAFT OF HSA-RECORD
034840             MOVE "DRAFT" TO WS-HST-NEW
034850         WHEN EVT-PUB-SCHEDULED OF HSA-RECORD
034860             MOVE "SCHEDULED" TO WS-HST-NEW
034870         WHEN EVT-PUB-WITHDRAWN OF HSA-RECORD
034880             MOVE "WITHDRAWN" TO WS-HST-NEW
034890         WHEN OTHER
034900             MOVE "PUBLISHED" TO WS-HST-NEW
034910     END-EVALUATE
034920     EVALUATE TRUE
034930         WHEN EVT-PUB-DRAFT OF HSB-RECORD
034940             MOVE "DRAFT" TO WS-HST-OLD
034950         WHEN EVT-PUB-SCHEDULED OF HSB-RECORD
034960             MOVE "SCHEDULED" TO WS-HST-OLD
034970         WHEN EVT-PUB-WITHDRAWN OF HSB-RECORD
034980             MOVE "WITHDRAWN" TO WS-HST-OLD
034990         WHEN OTHER
035000             MOVE "PUBLISHED" TO WS-HST-OLD
035010     END-EVALUATE
035020     PERFORM 7850-SHOW-FIELD THRU 7850-EXIT
035030     MOVE "TEXT" TO WS-HST-LABEL
035040     MOVE EVT-TEXT OF HSA-RECORD (1:100) TO WS-HST-NEW
035050     MOVE EVT-TEXT OF HSB-RECORD (1:100) TO WS-HST-OLD
035060     PERFORM 7850-SHOW-FIELD THRU 7850-EXIT
035070     MOVE " " TO WS-HST-LABEL
035080     MOVE EVT-TEXT OF HSA-RECORD (101:100) TO WS-HST-NEW
035090     MOVE EVT-TEXT OF HSB-RECORD (101:100) TO WS-HST-OLD
035100     IF WS-HST-NEW NOT = SPACES OR WS-HST-OLD NOT = SPACES
035110         PERFORM 7850-SHOW-FIELD THRU 7850-EXIT
035120     END-IF.
035130 7840-EXIT.
035140     EXIT.
035150*================================================================
035160* 7850-SHOW-FIELD  -  ONE FIELD LINE, MARKED ** WITH ITS OLD
035170*                     VALUE UNDER IT WHEN THE UPDATE CHANGED IT
035180*================================================================
035190 7850-SHOW-FIELD.
035200     MOVE SPACES TO WS-HST-LINE
035210     IF WS-HST-COMPARE AND WS-HST-NEW NOT = WS-HST-OLD
035220         STRING " ** " WS-HST-LABEL ": " WS-HST-NEW
035230             DELIMITED BY SIZE INTO WS-HST-LINE
035240         END-STRING
035250         DISPLAY WS-HST-LINE
035260         MOVE SPACES TO WS-HST-LINE
035270         STRING "    WAS       : " WS-HST-OLD
035280             DELIMITED BY SIZE INTO WS-HST-LINE
035290         END-STRING
035300         DISPLAY WS-HST-LINE
035310     ELSE
035320         STRING "    " WS-HST-LABEL ": " WS-HST-NEW
035330             DELIMITED BY SIZE INTO WS-HST-LINE
035340         END-STRING
035350         DISPLAY WS-HST-LINE
035360     END-IF.
035370 7850-EXIT.
035380     EXIT.
035390*================================================================
035400* 7900-MAINT-RELEASE  -  SET THE PUBLICATION STATUS OF ONE EVENT,
035410*                        WITH ITS RELEASE DATE OR WITHDRAWAL
035420*                        REASON ON SHMPUBF
035430*================================================================
035440 7900-MAINT-RELEASE.
035450     DISPLAY "YEAR OF EVENT          : " WITH NO ADVANCING
035460     ACCEPT WS-REPLY-YEAR
035470     DISPLAY "SEQUENCE NO OF EVENT   : " WITH NO ADVANCING
035480     ACCEPT WS-REPLY-SEQ
035490     MOVE WS-REPLY-YEAR TO EVT-YEAR OF EVT-RECORD
035500     MOVE WS-REPLY-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
035510     READ EVENT-FILE
035520         INVALID KEY
035530             DISPLAY "NO SUCH EVENT ON FILE"
035540             GO TO 7900-EXIT
035550     END-READ
035560     MOVE EVT-RECORD TO WS-BEFORE-IMAGE
035570     DISPLAY "EVENT TEXT : " EVT-TEXT OF EVT-RECORD
035580     PERFORM 7910-SHOW-RELEASE THRU 7910-EXIT
035590     DISPLAY "D = DRAFT   S = SCHEDULED   P = PUBLISHED   "
035600         "W = WITHDRAWN"
035610     DISPLAY "NEW STATUS             : " WITH NO ADVANCING
035620     ACCEPT WS-REPLY-PUB-STATUS
035630     INSPECT WS-REPLY-PUB-STATUS CONVERTING "dspw" TO "DSPW"
035640     MOVE ZERO TO WS-REPLY-RELEASE
035650     MOVE SPACES TO WS-REPLY-REASON
035660     ACCEPT WS-PUB-TODAY FROM DATE YYYYMMDD
035670     EVALUATE TRUE
035680         WHEN WS-RP-DRAFT
035690         WHEN WS-RP-PUBLISHED
035700             CONTINUE
035710         WHEN WS-RP-SCHEDULED
035720             DISPLAY "RELEASE DATE (YYYYMMDD): " WITH NO ADVANCING
035730             ACCEPT WS-REPLY-RELEASE
035740             IF WS-REPLY-RELEASE NOT NUMERIC
035750                     OR WS-RR-MONTH < 1 OR WS-RR-MONTH > 12
035760                     OR WS-RR-DAY < 1 OR WS-RR-DAY > 31
035770                 DISPLAY "RELEASE DATE MUST BE A VALID YYYYMMDD "
035780                     "- NOT CHANGED"
035790                 GO TO 7900-EXIT
035800             END-IF
035810             IF WS-REPLY-RELEASE NOT > WS-PUB-TODAY
035820                 DISPLAY "RELEASE DATE MUST FALL AFTER TODAY - "
035830                     "USE P TO PUBLISH NOW - NOT CHANGED"
035840                 GO TO 7900-EXIT
035850             END-IF
035860         WHEN WS-RP-WITHDRAWN
035870             DISPLAY "REASON FOR WITHDRAWAL  : " WITH NO ADVANCING
035880             ACCEPT WS-REPLY-REASON
035890             IF WS-REPLY-REASON = SPACES
035900                 DISPLAY "A WITHDRAWAL NEEDS A REASON - "
035910                     "NOT CHANGED"
035920                 GO TO 7900-EXIT
035930             END-IF
035940         WHEN OTHER
035950             DISPLAY "STATUS MUST BE D, S, P OR W - NOT CHANGED"
035960             GO TO 7900-EXIT
035970     END-EVALUATE
035980     MOVE WS-REPLY-PUB-STATUS TO EVT-PUB-STATUS OF EVT-RECORD
035990     REWRITE EVT-RECORD
036000         INVALID KEY
036010             DISPLAY "UPDATE FAILED"
036020             GO TO 7900-EXIT
036030     END-REWRITE
036040     MOVE "UPDATE" TO WS-JRN-FUNCTION
036050     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
036060     MOVE EVT-YEAR OF EVT-RECORD TO PUB-YEAR OF PUB-RECORD
036070     MOVE EVT-SEQ-NO OF EVT-RECORD TO PUB-SEQ-NO OF PUB-RECORD
036080     MOVE "Y" TO WS-PUB-FOUND-SW
036090     READ PUB-FILE
036100         INVALID KEY
036110             MOVE "N" TO WS-PUB-FOUND-SW
036120             MOVE SPACES TO PUB-RECORD
036130             MOVE EVT-YEAR OF EVT-RECORD
036140                 TO PUB-YEAR OF PUB-RECORD
036150             MOVE EVT-SEQ-NO OF EVT-RECORD
036160                 TO PUB-SEQ-NO OF PUB-RECORD
036170     END-READ
036180     MOVE WS-REPLY-RELEASE TO PUB-RELEASE-DATE OF PUB-RECORD
036190     MOVE WS-REPLY-REASON TO PUB-REASON OF PUB-RECORD
036200     MOVE WS-OPERATOR-ID TO PUB-SET-BY OF PUB-RECORD
036210     MOVE WS-PUB-TODAY TO PUB-SET-DATE OF PUB-RECORD
036220     IF WS-RP-PUBLISHED
036230         MOVE WS-PUB-TODAY TO PUB-RELEASED-DATE OF PUB-RECORD
036240     ELSE
036250         MOVE ZERO TO PUB-RELEASED-DATE OF PUB-RECORD
036260     END-IF
036270     IF WS-PUB-FOUND
036280         REWRITE PUB-RECORD
036290         END-REWRITE
036300     ELSE
036310         WRITE PUB-RECORD
036320         END-WRITE
036330     END-IF
036340     DISPLAY "RELEASE STATUS CHANGED".
036350 7900-EXIT.
036360     EXIT.
036370*================================================================
036380* 7910-SHOW-RELEASE  -  STATUS OF THE EVENT IN EVT-RECORD, WITH
036390*                       ITS SHMPUBF RELEASE DATE OR REASON
036400*================================================================
036410 7910-SHOW-RELEASE.
036420     EVALUATE TRUE
036430         WHEN EVT-PUB-DRAFT OF EVT-RECORD
036440             MOVE "DRAFT" TO WS-PUB-NAME
036450         WHEN EVT-PUB-SCHEDULED OF EVT-RECORD
036460             MOVE "SCHEDULED" TO WS-PUB-NAME
036470         WHEN EVT-PUB-WITHDRAWN OF EVT-RECORD
036480             MOVE "WITHDRAWN" TO WS-PUB-NAME
036490         WHEN OTHER
036500             MOVE "PUBLISHED" TO WS-PUB-NAME
036510     END-EVALUATE
036520     DISPLAY "STATUS   : " WS-PUB-NAME
036530     IF EVT-PUB-PUBLISHED OF EVT-RECORD
036540         GO TO 7910-EXIT
036550     END-IF
036560     MOVE EVT-YEAR OF EVT-RECORD TO PUB-YEAR OF PUB-RECORD
036570     MOVE EVT-SEQ-NO OF EVT-RECORD TO PUB-SEQ-NO OF PUB-RECORD
036580     READ PUB-FILE
036590         INVALID KEY
036600             GO TO 7910-EXIT
036610     END-READ
036620     IF EVT-PUB-SCHEDULED OF EVT-RECORD
036630         DISPLAY "RELEASE  : " PUB-RELEASE-DATE OF PUB-RECORD
036640     END-IF
036650     IF EVT-PUB-WITHDRAWN OF EVT-RECORD
036660         DISPLAY "REASON   : " PUB-REASON OF PUB-RECORD
036670     END-IF.
036680 7910-EXIT.
036690     EXIT.
036700*================================================================
036710* 7950-MAINT-FEATURES  -  LIST/SET/DELETE THE SHMFEAF FEATURED
036720*                         EVENT OF THE DAY SCHEDULE
036730*================================================================
036740 7950-MAINT-FEATURES.
036750     ACCEPT WS-FEAT-TODAY FROM DATE YYYYMMDD
036760     MOVE "N" TO WS-FEAT-BACK-SW
036770     PERFORM 7955-FEAT-MENU THRU 7955-EXIT
036780         UNTIL WS-FEAT-BACK.
036790 7950-EXIT.
036800     EXIT.
036810*================================================================
036820* 7955-FEAT-MENU  -  ONE FEATURE FUNCTION, THEN RE-PROMPT
036830*================================================================
036840 7955-FEAT-MENU.
036850     DISPLAY "L = LIST SCHEDULE   S = SET A DATE   "
036860         "D = DELETE A DATE   X = BACK"
036870     ACCEPT WS-FEAT-FUNCTION
036880     EVALUATE TRUE
036890         WHEN WS-FF-LIST
036900             PERFORM 7960-LIST-FEATURES THRU 7960-EXIT
036910         WHEN WS-FF-SET
036920             PERFORM 7970-SET-FEATURE THRU 7970-EXIT
036930         WHEN WS-FF-DELETE
036940             PERFORM 7980-DELETE-FEATURE THRU 7980-EXIT
036950         WHEN WS-FF-BACK
036960             SET WS-FEAT-BACK TO TRUE
036970         WHEN OTHER
036980             DISPLAY "INVALID SELECTION - TRY AGAIN"
036990     END-EVALUATE.
037000 7955-EXIT.
037010     EXIT.
037020*================================================================
037030* 7960-LIST-FEATURES  -  EVERY SCHEDULED DATE FROM TODAY ON
037040*================================================================
037050 7960-LIST-FEATURES.
037060     MOVE WS-FEAT-TODAY TO FEA-DATE OF FEA-RECORD
037070     MOVE ZERO TO WS-FEAT-COUNT
037080     MOVE "N" TO WS-FEAT-DONE-SW
037090     START FEAT-FILE KEY IS NOT LESS THAN FEA-DATE OF FEA-RECORD
037100         INVALID KEY
037110             SET WS-FEAT-DONE TO TRUE
037120         NOT INVALID KEY
037130             READ FEAT-FILE NEXT RECORD
037140                 AT END
037150                     SET WS-FEAT-DONE TO TRUE
037160             END-READ
037170     END-START
037180     PERFORM 7965-LIST-ONE-FEATURE THRU 7965-EXIT
037190         UNTIL WS-FEAT-DONE
037200     IF WS-FEAT-COUNT = ZERO
037210         DISPLAY "(NOTHING SCHEDULED FROM TODAY ON)"
037220     END-IF.
037230 7960-EXIT.
037240     EXIT.
037250 7965-LIST-ONE-FEATURE.
037260     DISPLAY FEA-DATE OF FEA-RECORD "  "
037270         FEA-YEAR OF FEA-RECORD "/"
037280         FEA-SEQ-NO OF FEA-RECORD "  "
037290         FEA-SOURCE OF FEA-RECORD "  "
037300         FEA-CAPTION OF FEA-RECORD
037310     ADD 1 TO WS-FEAT-COUNT
037320     READ FEAT-FILE NEXT RECORD
037330         AT END
037340             SET WS-FEAT-DONE TO TRUE
037350     END-READ.
037360 7965-EXIT.
037370     EXIT.
037380*================================================================
037390* 7970-SET-FEATURE  -  KEY OR REPLACE THE FEATURE FOR ONE DATE
037400*================================================================
037410 7970-SET-FEATURE.
037420     DISPLAY "FEATURE DATE (YYYYMMDD): " WITH NO ADVANCING
037430     ACCEPT WS-REPLY-FEA-DATE
037440     IF WS-REPLY-FEA-DATE NOT NUMERIC
037450             OR WS-RF-MONTH < 1 OR WS-RF-MONTH > 12
037460             OR WS-RF-DAY < 1 OR WS-RF-DAY > 31
037470         DISPLAY "FEATURE DATE MUST BE A VALID YYYYMMDD "
037480             "- NOT SET"
037490         GO TO 7970-EXIT
037500     END-IF
037510     IF WS-REPLY-FEA-DATE < WS-FEAT-TODAY
037520         DISPLAY "FEATURE DATE MUST NOT BE IN THE PAST "
037530             "- NOT SET"
037540         GO TO 7970-EXIT
037550     END-IF
037560     DISPLAY "YEAR OF EVENT          : " WITH NO ADVANCING
037570     ACCEPT WS-REPLY-YEAR
037580     DISPLAY "SEQUENCE NO OF EVENT   : " WITH NO ADVANCING
037590     ACCEPT WS-REPLY-SEQ
037600     MOVE WS-REPLY-YEAR TO EVT-YEAR OF EVT-RECORD
037610     MOVE WS-REPLY-SEQ  TO EVT-SEQ-NO OF EVT-RECORD
037620     READ EVENT-FILE
037630         INVALID KEY
037640             DISPLAY "NO SUCH EVENT ON FILE - NOT SET"
037650             GO TO 7970-EXIT
037660     END-READ
037670     IF NOT EVT-IS-HEADLINE OF EVT-RECORD
037680         DISPLAY "ONLY A HEADLINE EVENT CAN BE FEATURED "
037690             "- NOT SET"
037700         GO TO 7970-EXIT
037710     END-IF
037720     IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
037730         DISPLAY "ONLY A PUBLISHED EVENT CAN BE FEATURED "
037740             "- NOT SET"
037750         GO TO 7970-EXIT
037760     END-IF
037770     DISPLAY "EVENT TEXT : " EVT-TEXT OF EVT-RECORD
037780     DISPLAY "CAPTION (ENTER FOR NONE): " WITH NO ADVANCING
037790     ACCEPT WS-REPLY-CAPTION
037800     MOVE WS-REPLY-FEA-DATE TO FEA-DATE OF FEA-RECORD
037810     MOVE "Y" TO WS-FEAT-FOUND-SW
037820     READ FEAT-FILE
037830         INVALID KEY
037840             MOVE "N" TO WS-FEAT-FOUND-SW
037850     END-READ
037860     MOVE SPACES TO FEA-RECORD
037870     MOVE WS-REPLY-FEA-DATE TO FEA-DATE OF FEA-RECORD
037880     MOVE EVT-YEAR OF EVT-RECORD TO FEA-YEAR OF FEA-RECORD
037890     MOVE EVT-SEQ-NO OF EVT-RECORD TO FEA-SEQ-NO OF FEA-RECORD
037900     MOVE WS-REPLY-CAPTION TO FEA-CAPTION OF FEA-RECORD
037910     SET FEA-SRC-EDITOR OF FEA-RECORD TO TRUE
037920     MOVE WS-OPERATOR-ID TO FEA-SET-BY OF FEA-RECORD
037930     MOVE WS-FEAT-TODAY TO FEA-SET-DATE OF FEA-RECORD
037940     IF WS-FEAT-FOUND
037950         REWRITE FEA-RECORD
037960             INVALID KEY
037970                 DISPLAY "UPDATE FAILED"
037980             NOT INVALID KEY
037990                 DISPLAY "FEATURE REPLACED"
038000         END-REWRITE
038010     ELSE
038020         WRITE FEA-RECORD
038030             INVALID KEY
038040                 DISPLAY "UPDATE FAILED"
038050             NOT INVALID KEY
038060                 DISPLAY "FEATURE SET"
038070         END-WRITE
038080     END-IF.
038090 7970-EXIT.
038100     EXIT.
038110*================================================================
038120* 7980-DELETE-FEATURE  -  CLEAR THE FEATURE FOR ONE DATE
038130*================================================================
038140 7980-DELETE-FEATURE.
038150     DISPLAY "FEATURE DATE (YYYYMMDD): " WITH NO ADVANCING
038160     ACCEPT WS-REPLY-FEA-DATE
038170     MOVE WS-REPLY-FEA-DATE TO FEA-DATE OF FEA-RECORD
038180     DELETE FEAT-FILE RECORD
038190         INVALID KEY
038200             DISPLAY "NOTHING SCHEDULED FOR THAT DATE"
038210         NOT INVALID KEY
038220             DISPLAY "FEATURE DELETED"
038230     END-DELETE.
038240 7980-EXIT.
038250     EXIT.
038260*================================================================
038270* 8000-TERMINATE
038280*================================================================
038290 8000-TERMINATE.
038300     CLOSE EVENT-FILE
038310     CLOSE JOURNAL-FILE
038320     CLOSE NARR-FILE
038330     CLOSE XREF-FILE
038340     CLOSE LANG-FILE
038350     CLOSE CAT-FILE
038360     CLOSE ERA-FILE
038370     CLOSE PLACE-FILE
038380     CLOSE EPLNK-FILE
038390     CLOSE CITE-FILE
038400     CLOSE PEND-FILE
038410     CLOSE USER-FILE
038420     CLOSE COLL-FILE
038430     CLOSE PUB-FILE
038440     CLOSE FEAT-FILE
038450     CLOSE MEDIA-FILE
038460     CLOSE EMLNK-FILE
038470     CLOSE PERSON-FILE
038480     CLOSE EPRNK-FILE
038490     CLOSE FBK-FILE
038500     IF WS-LOCK-TAKEN
038510         PERFORM 8100-RELEASE-LOCK THRU 8100-EXIT
038520     END-IF.
038530*================================================================
038540* 8100-RELEASE-LOCK  -  CLEAR SHMLOCK ON THE WAY OUT
038550*================================================================
038560 8100-RELEASE-LOCK.
038570     OPEN OUTPUT LOCK-FILE
038580     MOVE SPACES TO LOK-RECORD
038590     MOVE ZERO TO LOK-DATE
038600     MOVE ZERO TO LOK-TIME
038610     WRITE LOK-RECORD
038620     CLOSE LOCK-FILE
038630     MOVE "N" TO WS-LOCK-TAKEN-SW.
038640 8100-EXIT.
038650     EXIT.
038660*================================================================
038670* 9999-EXIT
038680*================================================================
038690 9999-EXIT.
038700     IF WS-LOCK-TAKEN
038710         PERFORM 8100-RELEASE-LOCK THRU 8100-EXIT
038720     END-IF
038730     STOP RUN.
