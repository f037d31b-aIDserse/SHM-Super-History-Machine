*>                  THE YEAR HIDDEN, AN EXACT GUESS SCORES 10,
*>                  WITHIN FIVE YEARS SCORES 5, AND THE ROUND ENDS
*>                  WITH A TOTAL OUT OF 50.
*> 2026-10-15 RPK   7500-RESOLVE-TEXT NOW FLAGS A SHMLANG TEXT
*>                  SHMTRAN HAS MARKED STALE (THE BASE EVT-TEXT
*>                  WAS CHANGED AFTER THE TRANSLATION WAS KEYED)
*>                  WITH THE SAME * AS A MISSING ONE.
*> 2026-10-15 RPK   NEW C = COLLECTIONS OPTION LISTS THE CURATED
*>                  EXHIBIT COLLECTIONS ON SHMCOLF AND WALKS THE
*>                  CHOSEN ONE STOP BY STOP IN THE CURATOR'S ORDER,
*>                  EACH STOP SHOWN IN FULL DETAIL (NARRATIVE, SEE
*>                  ALSO AND JUMPS) BEFORE MOVING ON.
*> 2026-10-15 RPK   AN EVENT WITH AN EVT-END-DATE NOW SHOWS IN EVERY
*>                  YEAR IT SPANS - A YEAR OR RANGE LISTING ENDS
*>                  WITH THE EVENTS CARRIED IN FROM EARLIER YEARS,
*>                  MARKED "(ONGOING, BEGAN 1914)" OR, IN THE LAST
*>                  YEAR, "(ENDED)". THE SPANNING EVENTS ARE TABLED
*>                  ONCE AT START-UP (1300-LOAD-SPANS). A YEAR WITH
*>                  ONLY CARRIED EVENTS IS NO LONGER "NOT LOADED".
*>                  FULL DETAIL STAYS UNDER THE START YEAR.
*> 2026-10-15 RPK   THE FULL-DETAIL VIEW NOW OFFERS TO FLAG AN ERROR
*>                  IN THE EVENT SHOWN - A REASON CODE (WRONG DATE,
*>                  WRONG FACT, SPELLING, OFFENSIVE, OTHER) AND A
*>                  SHORT COMMENT GO ON THE SHMFBKF FEEDBACK QUEUE
*>                  WITH THE EVENT KEY, THE DATE AND TIME, AND THE
*>                  SIGNED-ON OPERATOR, FOR TRIAGE IN SHMTRIA.
*> 2026-10-15 RPK   ONLY A PUBLISHED EVENT (EVT-PUB-PUBLISHED) IS NOW
*>                  SHOWN - YEAR AND RANGE LISTINGS, CARRIED SPANS,
*>                  FULL DETAIL, THE KEYWORD AND ON-THIS-DAY
*>                  SEARCHES, COLLECTION WALKS AND THE QUIZ ALL PASS
*>                  OVER A DRAFT, SCHEDULED OR WITHDRAWN EVENT AS IF
*>                  IT WERE NOT ON FILE.
*> 2026-10-15 RPK   START-UP NOW OPENS ON TODAY'S FEATURED EVENT OFF
*>                  THE SHMFEAF SCHEDULE (1400-SHOW-FEATURE) - ITS
*>                  ERA BANNER, DATE AND TEXT IN THE SESSION
*>                  LANGUAGE AND THE EDITOR'S CAPTION - BEFORE THE
*>                  FIRST MENU. NO ROW FOR TODAY, OR AN EVENT NO
*>                  LONGER PUBLISHED, GOES STRAIGHT TO THE MENU.
*> 2026-10-15 RPK   THE FULL-DETAIL VIEW NOW LISTS THE MEDIA LINKED
*>                  TO THE EVENT ON SHMEMLF - ID, TYPE AND ARCHIVE
*>                  LOCATION OFF THE SHMMEDF REGISTER - AFTER THE
*>                  NARRATIVE (2455-SHOW-MEDIA).
*> 2026-10-15 RPK   THE 2100 YEAR LOOKUP NOW ALSO OFFERS A PERSON
*>                  FILTER ALONGSIDE THE CATEGORY AND PLACE FILTERS -
*>                  A PERSON CODE KEEPS ONLY EVENTS LINKED TO IT ON
*>                  THE SHMEPRF EVENT-PERSON FILE SHMMAINT KEEPS
*>                  (7950-CHECK-PERSON). BLANK STILL SHOWS
*>                  EVERYTHING, AND THE RANGE PATH CLEARS IT TOO.
*> 2026-10-15 RPK   A SEE ALSO TRAILER IS NOW SHOWN ONLY WHEN ITS
*>                  TARGET EVENT IS PUBLISHED, AND A FULL 200-ENTRY
*>                  SPANNING-EVENT TABLE IS NOW REPORTED AT START-UP
*>                  INSTEAD OF DROPPING THE REST WITHOUT A WORD.
*>================================================================
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EPL-KEY OF EPL-RECORD
        FILE STATUS IS WS-EPL-STATUS.
    SELECT EPRNK-FILE ASSIGN TO "SHMEPRF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EPR-KEY OF EPR-RECORD
        FILE STATUS IS WS-EPR-STATUS.
    SELECT WIDX-FILE ASSIGN TO "SHMWIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    SELECT LOCK-FILE ASSIGN TO "SHMLOCK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOK-STATUS.
    SELECT COLL-FILE ASSIGN TO "SHMCOLF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COL-KEY OF COL-RECORD
        FILE STATUS IS WS-COL-STATUS.
    SELECT FBK-FILE ASSIGN TO "SHMFBKF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FBK-KEY OF FBK-RECORD
        FILE STATUS IS WS-FBK-STATUS.
    SELECT FEAT-FILE ASSIGN TO "SHMFEAF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FEA-DATE OF FEA-RECORD
        ALTERNATE RECORD KEY IS FEA-EVT-KEY OF FEA-RECORD
            WITH DUPLICATES
        FILE STATUS IS WS-FEA-STATUS.
    SELECT MEDIA-FILE ASSIGN TO "SHMMEDF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MED-ID OF MED-RECORD
        FILE STATUS IS WS-MED-STATUS.
    SELECT EMLNK-FILE ASSIGN TO "SHMEMLF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EML-KEY OF EML-RECORD
        FILE STATUS IS WS-EML-STATUS.
DATA DIVISION.
FILE SECTION.
FD  EVENT-FILE
>>SOURCE FORMAT IS FIXED
       COPY EPLREC.
       >>SOURCE FORMAT IS FREE
FD  EPRNK-FILE
    RECORD CONTAINS 20 CHARACTERS.
>>SOURCE FORMAT IS FIXED
       COPY EPRREC.
       >>SOURCE FORMAT IS FREE
FD  WIDX-FILE
    RECORD CONTAINS 40 CHARACTERS.
>>SOURCE FORMAT IS FIXED
>>SOURCE FORMAT IS FIXED
       COPY LOKREC.
       >>SOURCE FORMAT IS FREE
FD  COLL-FILE
    RECORD CONTAINS 80 CHARACTERS.
>>SOURCE FORMAT IS FIXED
       COPY COLREC.
       >>SOURCE FORMAT IS FREE
FD  FBK-FILE
    RECORD CONTAINS 120 CHARACTERS.
>>SOURCE FORMAT IS FIXED
       COPY FBKREC.
       >>SOURCE FORMAT IS FREE
FD  FEAT-FILE
    RECORD CONTAINS 100 CHARACTERS.
>>SOURCE FORMAT IS FIXED
       COPY FEAREC.
       >>SOURCE FORMAT IS FREE
FD  MEDIA-FILE
    RECORD CONTAINS 120 CHARACTERS.
>>SOURCE FORMAT IS FIXED
       COPY MEDREC.
       >>SOURCE FORMAT IS FREE
FD  EMLNK-FILE
    RECORD CONTAINS 20 CHARACTERS.
>>SOURCE FORMAT IS FIXED
       COPY EMLREC.
       >>SOURCE FORMAT IS FREE
WORKING-STORAGE SECTION.
01  INPUT1                    PIC 9(04).
01  WS-EVT-STATUS             PIC X(02) VALUE "00".
01  WS-EPL-STATUS             PIC X(02) VALUE "00".
01  WS-EPL-OPEN-SW            PIC X(01) VALUE "N".
    88  WS-EPL-OPEN               VALUE "Y".
01  WS-EPR-STATUS             PIC X(02) VALUE "00".
01  WS-EPR-OPEN-SW            PIC X(01) VALUE "N".
    88  WS-EPR-OPEN               VALUE "Y".
01  WS-COL-STATUS             PIC X(02) VALUE "00".
01  WS-COL-OPEN-SW            PIC X(01) VALUE "N".
    88  WS-COL-OPEN               VALUE "Y".
01  WS-COL-CODE-REPLY         PIC X(08).
01  WS-COL-COUNT              PIC 9(03) COMP.
01  WS-WALK-REPLY             PIC X(01).
    88  WS-WALK-QUIT              VALUE "Q" "q".
01  WS-FBK-STATUS             PIC X(02) VALUE "00".
01  WS-FBK-OPEN-SW            PIC X(01) VALUE "N".
    88  WS-FBK-OPEN               VALUE "Y".
01  WS-FEA-STATUS             PIC X(02) VALUE "00".
01  WS-FEA-TODAY              PIC 9(08).
01  WS-MED-STATUS             PIC X(02) VALUE "00".
01  WS-EML-STATUS             PIC X(02) VALUE "00".
01  WS-MED-OPEN-SW            PIC X(01) VALUE "N".
    88  WS-MED-OPEN               VALUE "Y".
01  WS-MEDIA-DONE-SW          PIC X(01) VALUE "N".
    88  WS-MEDIA-DONE             VALUE "Y".
01  WS-MEDIA-TYPE-NAME        PIC X(10).
01  WS-FLAG-REPLY             PIC X(01).
    88  WS-FLAG-YES               VALUE "Y" "y".
01  WS-FLAG-REASON            PIC X(01).
01  WS-FLAG-COMMENT           PIC X(60).
01  WS-PLACE-FILTER           PIC X(08) VALUE SPACES.
01  WS-PLACE-MATCH-SW         PIC X(01) VALUE "Y".
    88  WS-PLACE-MATCH            VALUE "Y".
01  WS-PERSON-FILTER          PIC X(08) VALUE SPACES.
01  WS-PERSON-MATCH-SW        PIC X(01) VALUE "Y".
    88  WS-PERSON-MATCH           VALUE "Y".
01  WS-SESSION-LANG           PIC X(01) VALUE "E".
01  WS-LANG-REPLY             PIC X(01).
01  WS-SHOW-TEXT              PIC X(200).
01  WS-JUMP-YEAR              PIC 9(04).
01  WS-NARR-COUNT             PIC 9(03) COMP.
01  WS-LINK-COUNT             PIC 9(03) COMP.
01  WS-LINK-HOLD-KEY          PIC X(08).
01  WS-LINK-PUB-SW            PIC X(01) VALUE "N".
    88  WS-LINK-PUB               VALUE "Y".
01  WS-LOW-YEAR               PIC 9(04) VALUE 1900.
01  WS-HIGH-YEAR              PIC 9(04) VALUE 1999.
01  WS-FUNCTION               PIC X(01).
    88  WS-FN-SEARCH              VALUE "K" "k".
    88  WS-FN-ONTHISDAY            VALUE "D" "d".
    88  WS-FN-QUIZ                VALUE "Q" "q".
    88  WS-FN-COLLECTION          VALUE "C" "c".
    88  WS-FN-EXIT                VALUE "X" "x".
01  WS-CURRENT-YEAR            PIC 9(04).
01  WS-FROM-YEAR               PIC 9(04).
        88  WS-LINK-DONE          VALUE "Y".
    05  WS-JUMP-DONE-SW       PIC X(01) VALUE "N".
        88  WS-JUMP-DONE          VALUE "Y".
    05  WS-WALK-DONE-SW       PIC X(01) VALUE "N".
        88  WS-WALK-DONE          VALUE "Y".
    05  WS-SP-SCAN-DONE-SW    PIC X(01) VALUE "N".
        88  WS-SP-SCAN-DONE       VALUE "Y".
01  WS-EXPORT-REPLY           PIC X(01).
    88  WS-EXPORT-YES             VALUE "Y" "y".
01  WS-ORDER-REPLY            PIC X(01).
01  WS-QZ-IX                  PIC 9(02) COMP.
01  WS-QZ-DUP-SW              PIC X(01).
    88  WS-QZ-DUP                 VALUE "Y".
01  WS-SPAN-TABLE.
    05  WS-SP-COUNT           PIC 9(03) COMP VALUE ZERO.
    05  WS-SP-ENTRY OCCURS 200 TIMES.
        10  WS-SP-YEAR        PIC 9(04).
        10  WS-SP-SEQ         PIC 9(04).
        10  WS-SP-END-YEAR    PIC 9(04).
01  WS-SP-IX                  PIC 9(03) COMP.
01  WS-SP-FULL-SW             PIC X(01) VALUE "N".
    88  WS-SP-FULL                VALUE "Y".
01  WS-SP-HITS                PIC 9(03) COMP.
01  WS-SPAN-MARK              PIC X(24).
01  WS-SPAN-LINE              PIC X(230).
PROCEDURE DIVISION.
*>================================================================
*> 0000-MAINLINE
        DISPLAY "SHMEVTF NOT FOUND - RUN SHMLOAD FIRST"
        GO TO 9999-EXIT
    END-IF
    PERFORM 1300-LOAD-SPANS THRU 1300-EXIT
    OPEN EXTEND AUDIT-FILE
    OPEN INPUT NARR-FILE
    IF WS-NAR-STATUS = "00"
    IF WS-EPL-STATUS = "00"
        SET WS-EPL-OPEN TO TRUE
    END-IF
    OPEN INPUT EPRNK-FILE
    IF WS-EPR-STATUS = "00"
        SET WS-EPR-OPEN TO TRUE
    END-IF
    OPEN INPUT WIDX-FILE
    IF WS-WIDX-STATUS = "00"
        SET WS-WIDX-OPEN TO TRUE
    END-IF
    OPEN INPUT COLL-FILE
    IF WS-COL-STATUS = "00"
        SET WS-COL-OPEN TO TRUE
    END-IF
    OPEN I-O FBK-FILE
    IF WS-FBK-STATUS NOT = "00"
        OPEN OUTPUT FBK-FILE
        CLOSE FBK-FILE
        OPEN I-O FBK-FILE
    END-IF
    IF WS-FBK-STATUS = "00"
        SET WS-FBK-OPEN TO TRUE
    END-IF
    OPEN INPUT EMLNK-FILE
    IF WS-EML-STATUS = "00"
        OPEN INPUT MEDIA-FILE
        IF WS-MED-STATUS = "00"
            SET WS-MED-OPEN TO TRUE
        ELSE
            CLOSE EMLNK-FILE
        END-IF
    END-IF
    OPEN INPUT USER-FILE
    IF WS-USR-STATUS = "00"
        SET WS-USR-AVAIL TO TRUE
        MOVE "I" TO WS-SESSION-LANG
    ELSE
        MOVE "E" TO WS-SESSION-LANG
    END-IF
    PERFORM 1400-SHOW-FEATURE THRU 1400-EXIT.
*>================================================================
*> 1050-CHECK-WRITER-LOCK  -  WARN WHEN MAINTENANCE IS IN PROGRESS
*>================================================================
1200-EXIT.
    EXIT.
*>================================================================
*> 1300-LOAD-SPANS  -  TABLE EVERY EVENT WHOSE END DATE CARRIES IT
*>                     INTO A LATER YEAR
*>================================================================
1300-LOAD-SPANS.
    MOVE ZERO TO WS-SP-COUNT
    MOVE "N" TO WS-SP-SCAN-DONE-SW
    MOVE ZERO TO EVT-YEAR OF EVT-RECORD
    MOVE ZERO TO EVT-SEQ-NO OF EVT-RECORD
    START EVENT-FILE KEY IS NOT LESS THAN EVT-KEY OF EVT-RECORD
        INVALID KEY
            SET WS-SP-SCAN-DONE TO TRUE
        NOT INVALID KEY
            READ EVENT-FILE NEXT RECORD
                AT END
                    SET WS-SP-SCAN-DONE TO TRUE
            END-READ
    END-START
    PERFORM 1310-TABLE-ONE-SPAN THRU 1310-EXIT
        UNTIL WS-SP-SCAN-DONE.
1300-EXIT.
    EXIT.
1310-TABLE-ONE-SPAN.
    IF NOT EVT-NO-END-DATE OF EVT-RECORD
            AND EVT-END-YEAR OF EVT-RECORD NUMERIC
            AND EVT-PUB-PUBLISHED OF EVT-RECORD
        IF EVT-END-YEAR OF EVT-RECORD > EVT-YEAR OF EVT-RECORD
            IF WS-SP-COUNT < 200
                ADD 1 TO WS-SP-COUNT
                MOVE EVT-YEAR OF EVT-RECORD
                    TO WS-SP-YEAR (WS-SP-COUNT)
                MOVE EVT-SEQ-NO OF EVT-RECORD
                    TO WS-SP-SEQ (WS-SP-COUNT)
                MOVE EVT-END-YEAR OF EVT-RECORD
                    TO WS-SP-END-YEAR (WS-SP-COUNT)
            ELSE
                IF NOT WS-SP-FULL
                    DISPLAY "SPANNING-EVENT TABLE FULL AT 200 - "
                        "LATER SPANS NOT CARRIED"
                    SET WS-SP-FULL TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF
    READ EVENT-FILE NEXT RECORD
        AT END
            SET WS-SP-SCAN-DONE TO TRUE
    END-READ.
1310-EXIT.
    EXIT.
*>================================================================
*> 1400-SHOW-FEATURE  -  TODAY'S FEATURED EVENT OFF SHMFEAF, WITH
*>                       ITS ERA BANNER, BEFORE THE FIRST MENU
*>================================================================
1400-SHOW-FEATURE.
    OPEN INPUT FEAT-FILE
    IF WS-FEA-STATUS NOT = "00"
        GO TO 1400-EXIT
    END-IF
    ACCEPT WS-FEA-TODAY FROM DATE YYYYMMDD
    MOVE WS-FEA-TODAY TO FEA-DATE OF FEA-RECORD
    READ FEAT-FILE
        INVALID KEY
            CLOSE FEAT-FILE
            GO TO 1400-EXIT
    END-READ
    CLOSE FEAT-FILE
    MOVE FEA-YEAR OF FEA-RECORD TO EVT-YEAR OF EVT-RECORD
    MOVE FEA-SEQ-NO OF FEA-RECORD TO EVT-SEQ-NO OF EVT-RECORD
    READ EVENT-FILE
        INVALID KEY
            GO TO 1400-EXIT
    END-READ
    IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
        GO TO 1400-EXIT
    END-IF
    MOVE EVT-YEAR OF EVT-RECORD TO WS-CURRENT-YEAR
    DISPLAY " "
    DISPLAY "TODAY IN HISTORY"
    PERFORM 7800-SHOW-ERA-BANNER THRU 7800-EXIT
    PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
    DISPLAY EVT-YEAR OF EVT-RECORD "-" EVT-MONTH OF EVT-RECORD
        "-" EVT-DAY OF EVT-RECORD " " WS-LANG-MARK
        " " WS-SHOW-TEXT
    IF FEA-CAPTION OF FEA-RECORD NOT = SPACES
        DISPLAY FEA-CAPTION OF FEA-RECORD
    END-IF.
1400-EXIT.
    EXIT.
*>================================================================
*> 2000-MAIN-MENU
*>================================================================
2000-MAIN-MENU.
    DISPLAY " "
    DISPLAY "Y = LOOK UP A YEAR   R = YEAR RANGE   "
        "K = KEYWORD SEARCH"
    DISPLAY "D = ON THIS DAY      Q = QUIZ      C = COLLECTIONS   "
        "X = EXIT"
    ACCEPT WS-FUNCTION
    EVALUATE TRUE
        WHEN WS-FN-YEAR
            MOVE "N" TO WS-VALID-DATE-SW
        WHEN WS-FN-QUIZ
            PERFORM 4000-QUIZ-MODE THRU 4000-EXIT
        WHEN WS-FN-COLLECTION
            PERFORM 3600-COLLECTION-WALK THRU 3600-EXIT
        WHEN WS-FN-EXIT
            SET WS-DONE TO TRUE
        WHEN OTHER
    MOVE INPUT1 TO WS-CURRENT-YEAR
    PERFORM 2150-FIND-YEAR THRU 2150-EXIT
    IF WS-YEAR-NOT-FOUND
        PERFORM 2600-COUNT-CARRIED THRU 2600-EXIT
        IF WS-SP-HITS = ZERO
            DISPLAY WS-CURRENT-YEAR " IS A VALID YEAR BUT NO EVENTS "
                "ARE LOADED FOR IT YET"
            GO TO 2100-EXIT
        END-IF
    END-IF
    PERFORM 7800-SHOW-ERA-BANNER THRU 7800-EXIT
    PERFORM 7700-SHOW-CATEGORIES THRU 7700-EXIT
            "abcdefghijklmnopqrstuvwxyz" TO
            "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    END-IF
    MOVE SPACES TO WS-PERSON-FILTER
    IF WS-EPR-OPEN
        DISPLAY "FILTER BY PERSON CODE (BLANK FOR ALL)? "
            WITH NO ADVANCING
        ACCEPT WS-PERSON-FILTER
        INSPECT WS-PERSON-FILTER CONVERTING
            "abcdefghijklmnopqrstuvwxyz" TO
            "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    END-IF
    DISPLAY "LIST IN DATE ORDER (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-ORDER-REPLY
    IF WS-YEAR-FOUND
        IF WS-DATE-ORDER
            PERFORM 2500-DISPLAY-YEAR-BY-DATE THRU 2500-EXIT
        ELSE
            MOVE "N" TO WS-YEAR-DONE-SW
            PERFORM 2200-DISPLAY-EVENT THRU 2200-EXIT
                UNTIL WS-YEAR-DONE
        END-IF
    END-IF
    PERFORM 2610-SHOW-ONE-CARRIED THRU 2610-EXIT
        VARYING WS-SP-IX FROM 1 BY 1
        UNTIL WS-SP-IX > WS-SP-COUNT
    MOVE "N" TO WS-DETAIL-DONE-SW
    PERFORM 2400-EVENT-DETAIL THRU 2400-EXIT
        UNTIL WS-DETAIL-DONE
    IF WS-EXPORT-YES
        OPEN OUTPUT EXPORT-FILE
        PERFORM 2150-FIND-YEAR THRU 2150-EXIT
        IF WS-YEAR-FOUND
            MOVE "N" TO WS-YEAR-DONE-SW
            PERFORM 2250-EXPORT-EVENT THRU 2250-EXIT
                UNTIL WS-YEAR-DONE
        END-IF
        CLOSE EXPORT-FILE
        DISPLAY "EVENTS EXPORTED TO SHMEXPRT"
    END-IF.
*>================================================================
2200-DISPLAY-EVENT.
    PERFORM 7900-CHECK-PLACE THRU 7900-EXIT
    PERFORM 7950-CHECK-PERSON THRU 7950-EXIT
    IF (WS-CATEGORY-FILTER = SPACES
            OR EVT-CATEGORY OF EVT-RECORD = WS-CATEGORY-FILTER)
            AND WS-PLACE-MATCH
            AND WS-PERSON-MATCH
            AND EVT-PUB-PUBLISHED OF EVT-RECORD
        PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
        DISPLAY EVT-SEQ-NO OF EVT-RECORD " " WS-LANG-MARK
            " " WS-SHOW-TEXT
*>================================================================
2250-EXPORT-EVENT.
    PERFORM 7900-CHECK-PLACE THRU 7900-EXIT
    PERFORM 7950-CHECK-PERSON THRU 7950-EXIT
    IF (WS-CATEGORY-FILTER = SPACES
            OR EVT-CATEGORY OF EVT-RECORD = WS-CATEGORY-FILTER)
            AND WS-PLACE-MATCH
            AND WS-PERSON-MATCH
            AND EVT-PUB-PUBLISHED OF EVT-RECORD
        PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
        IF WS-LANG-MARK = "*"
            MOVE SPACES TO EXPORT-LINE
            SET WS-JUMP-DONE TO TRUE
            GO TO 2410-EXIT
    END-READ
    IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
        DISPLAY "NO SUCH EVENT " WS-DTL-YEAR "/" WS-DTL-SEQ
        SET WS-JUMP-DONE TO TRUE
        GO TO 2410-EXIT
    END-IF
    DISPLAY "EVENT    : " WS-DTL-YEAR "/" WS-DTL-SEQ
    DISPLAY "CATEGORY : " EVT-CATEGORY OF EVT-RECORD
    DISPLAY "DATE     : " EVT-MONTH OF EVT-RECORD "/"
        EVT-DAY OF EVT-RECORD
    IF NOT EVT-NO-END-DATE OF EVT-RECORD
        DISPLAY "ENDS     : " EVT-END-YEAR OF EVT-RECORD "/"
            EVT-END-MONTH OF EVT-RECORD "/" EVT-END-DAY OF EVT-RECORD
    END-IF
    PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
    DISPLAY "TEXT     : " WS-LANG-MARK WS-SHOW-TEXT
    PERFORM 2450-SHOW-NARRATIVE THRU 2450-EXIT
    PERFORM 2455-SHOW-MEDIA THRU 2455-EXIT
    MOVE ZERO TO WS-LINK-COUNT
    IF WS-XRF-AVAIL
        PERFORM 2470-SHOW-SEE-ALSO THRU 2470-EXIT
    END-IF
    IF WS-FBK-OPEN
        DISPLAY "FLAG AN ERROR IN THIS EVENT (Y/N)? "
            WITH NO ADVANCING
        ACCEPT WS-FLAG-REPLY
        IF WS-FLAG-YES
            PERFORM 2490-FLAG-EVENT THRU 2490-EXIT
        END-IF
    END-IF
    IF WS-LINK-COUNT = ZERO
        SET WS-JUMP-DONE TO TRUE
        GO TO 2410-EXIT
2450-EXIT.
    EXIT.
*>================================================================
*> 2455-SHOW-MEDIA  -  SHMEMLF MEDIA LINKED TO THE EVENT, EACH
*>                     DESCRIBED OFF THE SHMMEDF REGISTER
*>================================================================
2455-SHOW-MEDIA.
    IF NOT WS-MED-OPEN
        GO TO 2455-EXIT
    END-IF
    MOVE WS-DTL-YEAR TO EML-YEAR OF EML-RECORD
    MOVE WS-DTL-SEQ TO EML-SEQ-NO OF EML-RECORD
    MOVE LOW-VALUES TO EML-MEDIA OF EML-RECORD
    MOVE "N" TO WS-MEDIA-DONE-SW
    START EMLNK-FILE KEY IS NOT LESS THAN EML-KEY OF EML-RECORD
        INVALID KEY
            SET WS-MEDIA-DONE TO TRUE
        NOT INVALID KEY
            READ EMLNK-FILE NEXT RECORD
                AT END
                    SET WS-MEDIA-DONE TO TRUE
            END-READ
    END-START
    PERFORM 2457-SHOW-ONE-MEDIA THRU 2457-EXIT
        UNTIL WS-MEDIA-DONE.
2455-EXIT.
    EXIT.
*>================================================================
*> 2457-SHOW-ONE-MEDIA  -  ONE MEDIA LINE, THEN READ NEXT
*>================================================================
2457-SHOW-ONE-MEDIA.
    IF EML-YEAR OF EML-RECORD NOT = WS-DTL-YEAR
            OR EML-SEQ-NO OF EML-RECORD NOT = WS-DTL-SEQ
        SET WS-MEDIA-DONE TO TRUE
        GO TO 2457-EXIT
    END-IF
    MOVE EML-MEDIA OF EML-RECORD TO MED-ID OF MED-RECORD
    READ MEDIA-FILE
        INVALID KEY
            MOVE SPACES TO MED-RECORD
    END-READ
    EVALUATE TRUE
        WHEN MED-TYPE-PHOTO OF MED-RECORD
            MOVE "PHOTOGRAPH" TO WS-MEDIA-TYPE-NAME
        WHEN MED-TYPE-NEWSREEL OF MED-RECORD
            MOVE "NEWSREEL" TO WS-MEDIA-TYPE-NAME
        WHEN MED-TYPE-AUDIO OF MED-RECORD
            MOVE "AUDIO" TO WS-MEDIA-TYPE-NAME
        WHEN OTHER
            MOVE SPACES TO WS-MEDIA-TYPE-NAME
    END-EVALUATE
    DISPLAY "MEDIA    : " EML-MEDIA OF EML-RECORD " "
        WS-MEDIA-TYPE-NAME " " MED-LOCATION OF MED-RECORD
    READ EMLNK-FILE NEXT RECORD
        AT END
            SET WS-MEDIA-DONE TO TRUE
    END-READ.
2457-EXIT.
    EXIT.
*>================================================================
*> 2460-SHOW-NARR-LINE  -  ONE NARRATIVE LINE, THEN READ NEXT
*>================================================================
2460-SHOW-NARR-LINE.
2460-EXIT.
    EXIT.
*>================================================================
*> 2470-SHOW-SEE-ALSO  -  LINK TRAILERS FOR WS-DTL-YEAR/WS-DTL-SEQ,
*>                       THEN BACK ON THE EVENT BEING SHOWN SO A
*>                       LISTING CARRIES ON FROM IT
*>================================================================
2470-SHOW-SEE-ALSO.
    MOVE EVT-KEY OF EVT-RECORD TO WS-LINK-HOLD-KEY
    MOVE WS-DTL-YEAR TO XRF-FROM-YEAR OF XRF-RECORD
    MOVE WS-DTL-SEQ TO XRF-FROM-SEQ OF XRF-RECORD
    MOVE ZERO TO XRF-TO-YEAR OF XRF-RECORD
            END-READ
    END-START
    PERFORM 2480-SHOW-ONE-LINK THRU 2480-EXIT
        UNTIL WS-LINK-DONE
    MOVE WS-LINK-HOLD-KEY TO EVT-KEY OF EVT-RECORD
    READ EVENT-FILE
        INVALID KEY
            CONTINUE
    END-READ.
2470-EXIT.
    EXIT.
*>================================================================
*> 2480-SHOW-ONE-LINK  -  ONE SEE ALSO TRAILER, THEN READ NEXT -
*>                       PASSED OVER WHEN THE TARGET IS NOT PUBLISHED
*>================================================================
2480-SHOW-ONE-LINK.
    IF XRF-FROM-YEAR OF XRF-RECORD NOT = WS-DTL-YEAR
        SET WS-LINK-DONE TO TRUE
        GO TO 2480-EXIT
    END-IF
    MOVE XRF-TO-YEAR OF XRF-RECORD TO EVT-YEAR OF EVT-RECORD
    MOVE XRF-TO-SEQ OF XRF-RECORD TO EVT-SEQ-NO OF EVT-RECORD
    MOVE "N" TO WS-LINK-PUB-SW
    READ EVENT-FILE
        NOT INVALID KEY
            IF EVT-PUB-PUBLISHED OF EVT-RECORD
                SET WS-LINK-PUB TO TRUE
            END-IF
    END-READ
    IF WS-LINK-PUB
        DISPLAY "      SEE ALSO " XRF-TO-YEAR OF XRF-RECORD "/"
            XRF-TO-SEQ OF XRF-RECORD " ("
            XRF-RELATION OF XRF-RECORD ")"
        ADD 1 TO WS-LINK-COUNT
    END-IF
    READ XREF-FILE NEXT RECORD
        AT END
            SET WS-LINK-DONE TO TRUE
2480-EXIT.
    EXIT.
*>================================================================
*> 2490-FLAG-EVENT  -  REASON CODE AND COMMENT FOR THE EVENT SHOWN,
*>                     QUEUED ON SHMFBKF FOR THE EDITORS
*>================================================================
2490-FLAG-EVENT.
    DISPLAY "REASON - D = WRONG DATE   F = WRONG FACT   "
        "S = SPELLING"
    DISPLAY "         O = OFFENSIVE    X = OTHER : "
        WITH NO ADVANCING
    ACCEPT WS-FLAG-REASON
    INSPECT WS-FLAG-REASON CONVERTING "dfsox" TO "DFSOX"
    MOVE SPACES TO FBK-RECORD
    MOVE WS-FLAG-REASON TO FBK-REASON OF FBK-RECORD
    IF NOT FBK-RSN-VALID OF FBK-RECORD
        DISPLAY "REASON MUST BE D, F, S, O OR X - NOTHING FLAGGED"
        GO TO 2490-EXIT
    END-IF
    DISPLAY "COMMENT (UP TO 60 CHARACTERS): " WITH NO ADVANCING
    MOVE SPACES TO WS-FLAG-COMMENT
    ACCEPT WS-FLAG-COMMENT
    MOVE WS-DTL-YEAR TO FBK-YEAR OF FBK-RECORD
    MOVE WS-DTL-SEQ TO FBK-SEQ-NO OF FBK-RECORD
    ACCEPT FBK-FLAG-DATE OF FBK-RECORD FROM DATE YYYYMMDD
    ACCEPT FBK-FLAG-TIME OF FBK-RECORD FROM TIME
    MOVE WS-OPERATOR-ID TO FBK-OPERATOR OF FBK-RECORD
    MOVE WS-FLAG-COMMENT TO FBK-COMMENT OF FBK-RECORD
    SET FBK-OPEN OF FBK-RECORD TO TRUE
    MOVE SPACES TO FBK-CLOSED-BY OF FBK-RECORD
    MOVE ZERO TO FBK-CLOSED-DATE OF FBK-RECORD
    WRITE FBK-RECORD
        INVALID KEY
            DISPLAY "FLAG NOT RECORDED - PLEASE TRY AGAIN"
        NOT INVALID KEY
            DISPLAY "THANK YOU - THE EDITORS WILL REVIEW IT"
    END-WRITE.
2490-EXIT.
    EXIT.
*>================================================================
*> 2300-PROCESS-RANGE  -  WALK WS-FROM-YEAR THROUGH WS-TO-YEAR
*>================================================================
2300-PROCESS-RANGE.
    MOVE SPACES TO WS-PLACE-FILTER
    MOVE SPACES TO WS-PERSON-FILTER
    PERFORM 7700-SHOW-CATEGORIES THRU 7700-EXIT
    DISPLAY "FILTER BY CATEGORY (BLANK FOR ALL)? "
        WITH NO ADVANCING
2350-PROCESS-RANGE-YEAR.
    PERFORM 2150-FIND-YEAR THRU 2150-EXIT
    IF WS-YEAR-NOT-FOUND
        PERFORM 2600-COUNT-CARRIED THRU 2600-EXIT
    END-IF
    IF WS-YEAR-NOT-FOUND AND WS-SP-HITS = ZERO
        DISPLAY WS-CURRENT-YEAR " - NO EVENTS LOADED"
    ELSE
        PERFORM 7800-SHOW-ERA-BANNER THRU 7800-EXIT
        IF WS-YEAR-FOUND
            IF WS-DATE-ORDER
                PERFORM 2500-DISPLAY-YEAR-BY-DATE THRU 2500-EXIT
            ELSE
                MOVE "N" TO WS-YEAR-DONE-SW
                PERFORM 2200-DISPLAY-EVENT THRU 2200-EXIT
                    UNTIL WS-YEAR-DONE
            END-IF
        END-IF
        PERFORM 2610-SHOW-ONE-CARRIED THRU 2610-EXIT
            VARYING WS-SP-IX FROM 1 BY 1
            UNTIL WS-SP-IX > WS-SP-COUNT
    END-IF
    ADD 1 TO WS-CURRENT-YEAR.
2350-EXIT.
*>================================================================
2510-COLLECT-ONE-EVENT.
    PERFORM 7900-CHECK-PLACE THRU 7900-EXIT
    PERFORM 7950-CHECK-PERSON THRU 7950-EXIT
    IF (WS-CATEGORY-FILTER = SPACES
            OR EVT-CATEGORY OF EVT-RECORD = WS-CATEGORY-FILTER)
            AND WS-PLACE-MATCH
            AND WS-PERSON-MATCH
            AND EVT-PUB-PUBLISHED OF EVT-RECORD
            AND WS-ST-COUNT = 500
            AND NOT WS-ST-WARNED
        DISPLAY "MORE THAN 500 EVENTS - THE REST ARE NOT "
    IF (WS-CATEGORY-FILTER = SPACES
            OR EVT-CATEGORY OF EVT-RECORD = WS-CATEGORY-FILTER)
            AND WS-PLACE-MATCH
            AND WS-PERSON-MATCH
            AND EVT-PUB-PUBLISHED OF EVT-RECORD
            AND WS-ST-COUNT < 500
        ADD 1 TO WS-ST-COUNT
        IF EVT-MONTH OF EVT-RECORD = ZERO
        INVALID KEY
            GO TO 2540-EXIT
    END-READ
    IF NOT EVT-PUB-PUBLISHED OF EVT-RECORD
        GO TO 2540-EXIT
    END-IF
    PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
    DISPLAY EVT-SEQ-NO OF EVT-RECORD " " WS-LANG-MARK
        " " WS-SHOW-TEXT
2540-EXIT.
    EXIT.
*>================================================================
*> 2600-COUNT-CARRIED  -  HOW MANY TABLED EVENTS ARE CARRIED INTO
*>                        WS-CURRENT-YEAR FROM AN EARLIER YEAR
*>================================================================
2600-COUNT-CARRIED.
    MOVE ZERO TO WS-SP-HITS
    PERFORM 2605-TEST-ONE-CARRIED THRU 2605-EXIT
        VARYING WS-SP-IX FROM 1 BY 1
        UNTIL WS-SP-IX > WS-SP-COUNT.
2600-EXIT.
    EXIT.
2605-TEST-ONE-CARRIED.
    IF WS-SP-YEAR (WS-SP-IX) < WS-CURRENT-YEAR
            AND WS-SP-END-YEAR (WS-SP-IX) NOT < WS-CURRENT-YEAR
        ADD 1 TO WS-SP-HITS
    END-IF.
2605-EXIT.
    EXIT.
*>================================================================
*> 2610-SHOW-ONE-CARRIED  -  ONE TABLED EVENT, IF IT IS CARRIED INTO
*>                           WS-CURRENT-YEAR, WITH ITS SPAN MARKER
*>================================================================
2610-SHOW-ONE-CARRIED.
    IF WS-SP-YEAR (WS-SP-IX) NOT < WS-CURRENT-YEAR
            OR WS-SP-END-YEAR (WS-SP-IX) < WS-CURRENT-YEAR
        GO TO 2610-EXIT
    END-IF
    MOVE WS-SP-YEAR (WS-SP-IX) TO EVT-YEAR OF EVT-RECORD
    MOVE WS-SP-SEQ (WS-SP-IX) TO EVT-SEQ-NO OF EVT-RECORD
    READ EVENT-FILE
        INVALID KEY
            GO TO 2610-EXIT
    END-READ
    PERFORM 7900-CHECK-PLACE THRU 7900-EXIT
    PERFORM 7950-CHECK-PERSON THRU 7950-EXIT
    IF (WS-CATEGORY-FILTER NOT = SPACES
            AND EVT-CATEGORY OF EVT-RECORD NOT = WS-CATEGORY-FILTER)
            OR NOT WS-PLACE-MATCH
            OR NOT WS-PERSON-MATCH
            OR NOT EVT-PUB-PUBLISHED OF EVT-RECORD
        GO TO 2610-EXIT
    END-IF
    PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
    MOVE SPACES TO WS-SPAN-MARK
    IF WS-SP-END-YEAR (WS-SP-IX) = WS-CURRENT-YEAR
        MOVE "(ENDED)" TO WS-SPAN-MARK
    ELSE
        STRING "(ONGOING, BEGAN " DELIMITED BY SIZE
            WS-SP-YEAR (WS-SP-IX) DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO WS-SPAN-MARK
        END-STRING
    END-IF
    MOVE SPACES TO WS-SPAN-LINE
    STRING WS-SPAN-MARK DELIMITED BY "  "
        " " DELIMITED BY SIZE
        WS-SHOW-TEXT DELIMITED BY SIZE
        INTO WS-SPAN-LINE
    END-STRING
    DISPLAY "    " " " WS-LANG-MARK " " WS-SPAN-LINE.
2610-EXIT.
    EXIT.
*>================================================================
*> 2900-ASK-CONTINUE  -  VIEW ANOTHER YEAR? BLANK DEFAULTS TO YES
*>================================================================
2900-ASK-CONTINUE.
*>================================================================
*> 7500-RESOLVE-TEXT  -  EVENT TEXT IN THE SESSION LANGUAGE, OR
*>                       THE BASE TEXT FLAGGED * WHEN NO
*>                       TRANSLATION IS ON SHMLANG. A STALE
*>                       TRANSLATION IS SHOWN FLAGGED * TOO
*>================================================================
7500-RESOLVE-TEXT.
    MOVE EVT-TEXT OF EVT-RECORD TO WS-SHOW-TEXT
            MOVE "*" TO WS-LANG-MARK
        NOT INVALID KEY
            MOVE LNG-TEXT OF LNG-RECORD TO WS-SHOW-TEXT
            IF LNG-STALE OF LNG-RECORD
                MOVE "*" TO WS-LANG-MARK
            END-IF
    END-READ.
7500-EXIT.
    EXIT.
7900-EXIT.
    EXIT.
*>================================================================
*> 7950-CHECK-PERSON  -  DOES THE CURRENT EVENT CARRY THE PERSON
*>                       FILTER ON SHMEPRF (BLANK FILTER MATCHES)
*>================================================================
7950-CHECK-PERSON.
    MOVE "Y" TO WS-PERSON-MATCH-SW
    IF WS-PERSON-FILTER = SPACES OR NOT WS-EPR-OPEN
        GO TO 7950-EXIT
    END-IF
    MOVE EVT-YEAR OF EVT-RECORD TO EPR-YEAR OF EPR-RECORD
    MOVE EVT-SEQ-NO OF EVT-RECORD TO EPR-SEQ-NO OF EPR-RECORD
    MOVE WS-PERSON-FILTER TO EPR-PERSON OF EPR-RECORD
    READ EPRNK-FILE
        INVALID KEY
            MOVE "N" TO WS-PERSON-MATCH-SW
    END-READ.
7950-EXIT.
    EXIT.
*>================================================================
*> 3000-KEYWORD-SEARCH  -  SCAN EVERY LOADED YEAR FOR A KEYWORD
*>================================================================
3000-KEYWORD-SEARCH.
        MOVE WS-HIT-SEQ TO EVT-SEQ-NO OF EVT-RECORD
        READ EVENT-FILE
            NOT INVALID KEY
                IF EVT-PUB-PUBLISHED OF EVT-RECORD
                    ADD 1 TO WS-MATCH-TOTAL
                    PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
                    DISPLAY EVT-YEAR OF EVT-RECORD ": "
                        WS-LANG-MARK WS-SHOW-TEXT
                END-IF
        END-READ
    END-IF
    MOVE WS-KEYWORD-UPPER TO WIDX-WORD OF WIDX-RECORD
    INSPECT WS-TEXT-UPPER TALLYING WS-MATCH-COUNT FOR ALL
        WS-KEYWORD-UPPER(1:WS-KEYWORD-LEN)
    IF WS-MATCH-COUNT > ZERO
            AND EVT-PUB-PUBLISHED OF EVT-RECORD
        ADD 1 TO WS-MATCH-TOTAL
        PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
        DISPLAY EVT-YEAR OF EVT-RECORD ": " WS-LANG-MARK
3550-SEARCH-ONE-DATE-EVENT.
    IF EVT-MONTH OF EVT-RECORD = WS-SEARCH-MONTH
            AND EVT-DAY OF EVT-RECORD = WS-SEARCH-DAY
            AND EVT-PUB-PUBLISHED OF EVT-RECORD
        ADD 1 TO WS-DATE-MATCH-TOTAL
        PERFORM 7500-RESOLVE-TEXT THRU 7500-EXIT
        DISPLAY EVT-YEAR OF EVT-RECORD ": " WS-LANG-MARK
3550-EXIT.
    EXIT.
*>================================================================
*> 3600-COLLECTION-WALK  -  STEP THROUGH A CURATED SHMCOLF
*>                          COLLECTION IN THE CURATOR'S ORDER
*>================================================================
3600-COLLECTION-WALK.
    IF NOT WS-COL-OPEN
        DISPLAY "NO COLLECTIONS ARE AVAILABLE"
        GO TO 3600-EXIT
    END-IF
    MOVE LOW-VALUES TO COL-KEY OF COL-RECORD
    MOVE ZERO TO WS-COL-COUNT
    MOVE "N" TO WS-WALK-DONE-SW
    START COLL-FILE KEY IS NOT LESS THAN COL-KEY OF COL-RECORD
        INVALID KEY
            SET WS-WALK-DONE TO TRUE
        NOT INVALID KEY
            READ COLL-FILE NEXT RECORD
                AT END
                    SET WS-WALK-DONE TO TRUE
            END-READ
    END-START
    PERFORM 3610-LIST-ONE-COLLECTION THRU 3610-EXIT
        UNTIL WS-WALK-DONE
    IF WS-COL-COUNT = ZERO
        DISPLAY "(NO COLLECTIONS ON FILE)"
        GO TO 3600-EXIT
    END-IF
    DISPLAY "COLLECTION CODE (PRESS ENTER FOR NONE)? "
        WITH NO ADVANCING
    ACCEPT WS-COL-CODE-REPLY
    INSPECT WS-COL-CODE-REPLY CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF WS-COL-CODE-REPLY = SPACES
        GO TO 3600-EXIT
    END-IF
    MOVE WS-COL-CODE-REPLY TO COL-CODE OF COL-RECORD
    MOVE ZERO TO COL-POSITION OF COL-RECORD
    READ COLL-FILE
        INVALID KEY
            DISPLAY "NO SUCH COLLECTION - " WS-COL-CODE-REPLY
            GO TO 3600-EXIT
    END-READ
    DISPLAY " "
    DISPLAY "*** " COL-TITLE OF COL-RECORD
    PERFORM 3620-START-MEMBERS THRU 3620-EXIT
    IF WS-WALK-DONE
        DISPLAY "(NO EVENTS IN THIS COLLECTION)"
        GO TO 3600-EXIT
    END-IF
    PERFORM 3630-WALK-ONE-STOP THRU 3630-EXIT
        UNTIL WS-WALK-DONE.
3600-EXIT.
    EXIT.
3610-LIST-ONE-COLLECTION.
    IF COL-IS-HEADER OF COL-RECORD
        DISPLAY COL-CODE OF COL-RECORD " : " COL-TITLE OF COL-RECORD
        ADD 1 TO WS-COL-COUNT
    END-IF
    READ COLL-FILE NEXT RECORD
        AT END
            SET WS-WALK-DONE TO TRUE
    END-READ.
3610-EXIT.
    EXIT.
*>================================================================
*> 3620-START-MEMBERS  -  POSITION ON THE FIRST MEMBER ROW AFTER
*>                        THE HEADER OF WS-COL-CODE-REPLY
*>================================================================
3620-START-MEMBERS.
    MOVE "N" TO WS-WALK-DONE-SW
    MOVE WS-COL-CODE-REPLY TO COL-CODE OF COL-RECORD
    MOVE 1 TO COL-POSITION OF COL-RECORD
    START COLL-FILE KEY IS NOT LESS THAN COL-KEY OF COL-RECORD
        INVALID KEY
            SET WS-WALK-DONE TO TRUE
        NOT INVALID KEY
            READ COLL-FILE NEXT RECORD
                AT END
                    SET WS-WALK-DONE TO TRUE
            END-READ
    END-START
    IF NOT WS-WALK-DONE
            AND COL-CODE OF COL-RECORD NOT = WS-COL-CODE-REPLY
        SET WS-WALK-DONE TO TRUE
    END-IF.
3620-EXIT.
    EXIT.
*>================================================================
*> 3630-WALK-ONE-STOP  -  FULL DETAIL FOR ONE MEMBER, THEN ON TO
*>                        THE NEXT POSITION UNLESS THE USER QUITS
*>================================================================
3630-WALK-ONE-STOP.
    DISPLAY " "
    DISPLAY "--- STOP " COL-POSITION OF COL-RECORD " ---"
    MOVE COL-EVT-YEAR OF COL-RECORD TO WS-DTL-YEAR
    MOVE COL-EVT-SEQ-NO OF COL-RECORD TO WS-DTL-SEQ
    MOVE "N" TO WS-JUMP-DONE-SW
    PERFORM 2410-SHOW-ONE-DETAIL THRU 2410-EXIT
        UNTIL WS-JUMP-DONE
    READ COLL-FILE NEXT RECORD
        AT END
            SET WS-WALK-DONE TO TRUE
    END-READ
    IF NOT WS-WALK-DONE
            AND COL-CODE OF COL-RECORD NOT = WS-COL-CODE-REPLY
        SET WS-WALK-DONE TO TRUE
    END-IF
    IF WS-WALK-DONE
        DISPLAY "*** END OF THE COLLECTION"
        GO TO 3630-EXIT
    END-IF
    DISPLAY "NEXT STOP? Q = QUIT THE WALK (PRESS ENTER FOR NEXT)"
    ACCEPT WS-WALK-REPLY
    IF WS-WALK-QUIT
        SET WS-WALK-DONE TO TRUE
    END-IF.
3630-EXIT.
    EXIT.
*>================================================================
*> 4000-QUIZ-MODE  -  FIVE GUESS-THE-YEAR QUESTIONS OFF THE
*>                    HEADLINE EVENTS
*>================================================================
*>================================================================
4250-SCAN-QUIZ-EVENT.
    IF EVT-IS-HEADLINE OF EVT-RECORD
            AND EVT-PUB-PUBLISHED OF EVT-RECORD
        PERFORM 4260-CHECK-ALREADY-USED THRU 4260-EXIT
        IF NOT WS-QZ-DUP
            SET WS-QUIZ-FOUND TO TRUE
    IF WS-EPL-OPEN
        CLOSE EPLNK-FILE
    END-IF
    IF WS-EPR-OPEN
        CLOSE EPRNK-FILE
    END-IF
    IF WS-WIDX-OPEN
        CLOSE WIDX-FILE
    END-IF
    IF WS-COL-OPEN
        CLOSE COLL-FILE
    END-IF
    IF WS-FBK-OPEN
        CLOSE FBK-FILE
    END-IF
    IF WS-MED-OPEN
        CLOSE EMLNK-FILE
        CLOSE MEDIA-FILE
    END-IF.
*>================================================================
*> 9999-EXIT
