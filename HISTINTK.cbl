      * Date: 2026/09/02
      * Purpose: INBOUND LANDING-ZONE SWEEPER. PROBES THE INCOMING
      *        FOLDER UNDER THE DATA AREA FOR FILES FOLLOWING THE
      *        COTAHIST.AYYYY.TXT (ANNUAL), COTAHIST_MMMYYYY.TXT
      *        (MONTHLY) AND COTAHIST_DDDMMYYYY.TXT (DAILY) NAMING
      *        CONVENTIONS (ONE PROBE PER PLAUSIBLE PERIOD, SO NO
      *        PLATFORM DIRECTORY LISTING IS NEEDED), VALIDATES EACH
      *        CANDIDATE'S TIPREG 00 HEADER THE SAME WAY MODLRDWR'S P340
      *        DOES, MOVES ACCEPTED FILES INTO THE DATA FOLDER AND
      *        APPENDS THEIR PATHS TO FILEPATH.TXT UNLESS ALREADY LISTED
      *        THERE OR IN PROCESSEDFILES.TXT, THEN PRINTS A COVERAGE
      *        MANIFEST OF THE COTAHIST YEARS HELD VERSUS THE CONTINUOUS
      *        RANGE BETWEEN THE OLDEST AND NEWEST, SO A NEVER-DELIVERED
      *        YEAR IS VISIBLE INSTEAD OF SILENTLY ABSENT. A YEAR HELD
      *        ONLY THROUGH MONTHLY OR DAILY FILES IS REPORTED PARTIAL
      *        UNTIL ITS ANNUAL FILE ARRIVES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      P100-START FROM WS-DATA-DIR (AND WS-INC-DIR FOR THE
      *>      LANDING ZONE), THE SAME B3DATADIR-DRIVEN MECHANISM
      *>      MAINCODE/MODLRDWR USE. CANDIN/CANDOUT ARE REPOINTED AT
      *>      EACH CANDIDATE PERIOD FILE IN TURN.
               SELECT CANDIN ASSIGN TO
                   WS-CANDIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT CANDOUT ASSIGN TO
                   WS-CANDOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT DATAPATHS ASSIGN TO
                   WS-DATAPATH-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT PROCESSEDLOG ASSIGN TO
                   WS-PROCESSEDLOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT INTAKELOG ASSIGN TO
                   WS-INTAKELOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT COVEROUT ASSIGN TO
                   WS-COVEROUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
       DATA DIVISION.
           03 FILLER                   PIC X(04).
       77 WS-PROBE-YEAR                PIC 9(04) VALUE 0.
       77 WS-PROBE-MAX                 PIC 9(04) VALUE 0.
       77 WS-PROBE-MONTH               PIC 9(02) VALUE 0.
      *>      DAILY FILES ARE PROBED FROM 1 JANUARY OF LAST YEAR UP TO
      *>      TODAY: A YEAR'S ANNUAL FILE LANDS EARLY IN THE NEXT YEAR
      *>      AND SUPERSEDES ITS DAILIES, SO OLDER DAYS NEED NO PROBE.
      *>      THE LOOP RUNS ON INTEGER-OF-DATE DAY NUMBERS.
       77 WS-PROBE-DAYNUM              PIC 9(07) VALUE 0.
       77 WS-PROBE-DAYMIN              PIC 9(07) VALUE 0.
       77 WS-PROBE-DAYMAX              PIC 9(07) VALUE 0.
       01 WS-PROBE-DATE                PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-PROBE-DATE.
           03 WS-PROBE-DATE-YYYY       PIC 9(04).
           03 WS-PROBE-DATE-MM         PIC 9(02).
           03 WS-PROBE-DATE-DD         PIC 9(02).
      *>      THE CANDIDATE CURRENTLY UNDER EXAMINATION, ITS CADENCE
      *>      ('A' ANNUAL, 'M' MONTHLY, 'D' DAILY) AND ITS YEAR
       77 WS-CAND-NAME                 PIC X(24) VALUE SPACES.
       77 WS-CAND-CADENCE              PIC X(01) VALUE SPACES.
           88 CAND-ANNUAL              VALUE 'A'.
       77 WS-CAND-YEAR                 PIC 9(04) VALUE 0.
       01 WS-HDR-REG                   PIC X(245) VALUE SPACES.
       01 FILLER REDEFINES WS-HDR-REG.
           03 WS-HDR-TIPREG            PIC X(02).
           88 ALREADY-LISTED           VALUE 'Y' FALSE 'N'.
       77 WS-NEW-PATH                  PIC X(128) VALUE SPACES.
      *>      YEARS HELD IN FILEPATH.TXT FOR THE COVERAGE MANIFEST.
      *>      SLOT 1 IS 1986, SO A YEAR'S SLOT IS YEAR - 1985. 'Y' IS
      *>      AN ANNUAL FILE, 'P' MONTHLY OR DAILY FILES ONLY.
       01 WS-HELD-TABLE.
           03 WS-HELD-YEAR OCCURS 115 TIMES  PIC X(01).
       77 WS-HELD-IDX                  PIC 9(03) VALUE 0.
       77 WS-SCAN-YEAR                 PIC 9(04) VALUE 0.
       77 WS-PARSE-POS                 PIC 9(03) VALUE 0.
       77 WS-PARSE-YEAR                PIC X(04) VALUE SPACES.
       77 WS-PARSE-MARK                PIC X(01) VALUE SPACES.
      *>      INTAKE TIMESTAMP AND OUTCOME WORD FOR THE LOG LINES
       77 WS-NOW-TIME                  PIC X(08) VALUE SPACES.
       77 WS-LOG-OUTCOME               PIC X(12) VALUE SPACES.
       77 WS-CANDS-REFUSED             PIC 9(04) VALUE 0.
       77 WS-CANDS-SKIPPED             PIC 9(04) VALUE 0.
       77 WS-YEARS-MISSING             PIC 9(04) VALUE 0.
       77 WS-YEARS-PARTIAL             PIC 9(04) VALUE 0.
       01 WS-INTAKE-LOG-REC            PIC X(160) VALUE SPACES.
       01 WS-COVER-OUT-REC             PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
            IF WS-PROBE-MAX > 2100 THEN
                MOVE 2100 TO WS-PROBE-MAX
            END-IF
            COMPUTE WS-PROBE-DATE = (WS-TODAY-YYYY - 1) * 10000 + 0101
            COMPUTE WS-PROBE-DAYMIN =
                    FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE)
            COMPUTE WS-PROBE-DAYMAX =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY)
            ACCEPT WS-NOW-TIME FROM TIME
            MOVE ALL ' ' TO WS-HELD-TABLE
            .


      *>      PARSE THE COTAHIST YEAR OUT OF ONE FILEPATH.TXT LINE
      *>      ('...COTAHIST.AYYYY.TXT', '...COTAHIST_MMMYYYY.TXT' OR
      *>      '...COTAHIST_DDDMMYYYY.TXT') AND MARK IT HELD
       P211-START.
            MOVE SPACES TO WS-PARSE-YEAR
            MOVE 0 TO WS-PARSE-POS
            INSPECT FILE-PATH-LINE
                    TALLYING WS-PARSE-POS
            IF WS-PARSE-POS < 115 THEN
                MOVE FILE-PATH-LINE(WS-PARSE-POS + 11:4)
                     TO WS-PARSE-YEAR
                MOVE 'Y' TO WS-PARSE-MARK
            END-IF
            MOVE 0 TO WS-PARSE-POS
            INSPECT FILE-PATH-LINE
                    TALLYING WS-PARSE-POS
                    FOR CHARACTERS BEFORE INITIAL 'COTAHIST_M'
            IF WS-PARSE-POS < 113 THEN
                MOVE FILE-PATH-LINE(WS-PARSE-POS + 13:4)
                     TO WS-PARSE-YEAR
                MOVE 'P' TO WS-PARSE-MARK
            END-IF
            MOVE 0 TO WS-PARSE-POS
            INSPECT FILE-PATH-LINE
                    TALLYING WS-PARSE-POS
                    FOR CHARACTERS BEFORE INITIAL 'COTAHIST_D'
            IF WS-PARSE-POS < 111 THEN
                MOVE FILE-PATH-LINE(WS-PARSE-POS + 15:4)
                     TO WS-PARSE-YEAR
                MOVE 'P' TO WS-PARSE-MARK
            END-IF
            IF WS-PARSE-YEAR IS NUMERIC THEN
                MOVE WS-PARSE-YEAR TO WS-SCAN-YEAR
                IF WS-SCAN-YEAR NOT < 1986
                AND WS-SCAN-YEAR NOT > 2100 THEN
                    PERFORM P212-START THRU P212-END
                END-IF
            END-IF
            .
       P211-END.


      *>      MARK WS-SCAN-YEAR HELD WITH WS-PARSE-MARK. AN ANNUAL
      *>      MARK IS NEVER DOWNGRADED BY A MONTHLY OR DAILY FILE.
       P212-START.
            COMPUTE WS-HELD-IDX = WS-SCAN-YEAR - 1985
            IF WS-HELD-YEAR(WS-HELD-IDX) NOT = 'Y' THEN
                MOVE WS-PARSE-MARK TO WS-HELD-YEAR(WS-HELD-IDX)
            END-IF
            IF WS-HELD-MIN = 0
            OR WS-SCAN-YEAR < WS-HELD-MIN THEN
                MOVE WS-SCAN-YEAR TO WS-HELD-MIN
            END-IF
            IF WS-SCAN-YEAR > WS-HELD-MAX THEN
                MOVE WS-SCAN-YEAR TO WS-HELD-MAX
            END-IF
            .
       P212-END.


      *>      READ ONE PROCESSEDFILES.TXT LINE INTO THE TABLE
       P220-START.
            READ PROCESSEDLOG INTO PROCESSED-LOG-LINE
       P220-END.


      *>      PROBE EVERY PLAUSIBLE COTAHIST YEAR AND MONTH, THEN THE
      *>      DAILY WINDOW, IN THE LANDING ZONE
       P300-START.
            PERFORM P305-START THRU P305-END
                VARYING WS-PROBE-YEAR FROM 1986 BY 1
                UNTIL WS-PROBE-YEAR > WS-PROBE-MAX
            PERFORM P312-START THRU P312-END
                VARYING WS-PROBE-DAYNUM FROM WS-PROBE-DAYMIN BY 1
                UNTIL WS-PROBE-DAYNUM > WS-PROBE-DAYMAX
            .
       P300-END.


      *>      PROBE ONE YEAR: ITS ANNUAL FILE AND ITS TWELVE MONTHLIES
       P305-START.
            PERFORM P310-START THRU P310-END
            PERFORM P311-START THRU P311-END
                VARYING WS-PROBE-MONTH FROM 1 BY 1
                UNTIL WS-PROBE-MONTH > 12
            .
       P305-END.


      *>      BUILD THE ANNUAL CANDIDATE NAME FOR WS-PROBE-YEAR
       P310-START.
            MOVE SPACES TO WS-CAND-NAME
            STRING 'COTAHIST.A'     DELIMITED BY SIZE
                   '.TXT'           DELIMITED BY SIZE
                   INTO WS-CAND-NAME
            END-STRING
            MOVE 'A' TO WS-CAND-CADENCE
            MOVE WS-PROBE-YEAR TO WS-CAND-YEAR
            PERFORM P315-START THRU P315-END
            .
       P310-END.


      *>      BUILD THE MONTHLY CANDIDATE NAME (COTAHIST_MMMYYYY.TXT,
      *>      'M' FOLLOWED BY MONTH AND YEAR)
       P311-START.
            MOVE SPACES TO WS-CAND-NAME
            STRING 'COTAHIST_M'     DELIMITED BY SIZE
                   WS-PROBE-MONTH   DELIMITED BY SIZE
                   WS-PROBE-YEAR    DELIMITED BY SIZE
                   '.TXT'           DELIMITED BY SIZE
                   INTO WS-CAND-NAME
            END-STRING
            MOVE 'M' TO WS-CAND-CADENCE
            MOVE WS-PROBE-YEAR TO WS-CAND-YEAR
            PERFORM P315-START THRU P315-END
            .
       P311-END.


      *>      BUILD THE DAILY CANDIDATE NAME (COTAHIST_DDDMMYYYY.TXT,
      *>      'D' FOLLOWED BY DAY, MONTH AND YEAR)
       P312-START.
            COMPUTE WS-PROBE-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-PROBE-DAYNUM)
            MOVE SPACES TO WS-CAND-NAME
            STRING 'COTAHIST_D'        DELIMITED BY SIZE
                   WS-PROBE-DATE-DD    DELIMITED BY SIZE
                   WS-PROBE-DATE-MM    DELIMITED BY SIZE
                   WS-PROBE-DATE-YYYY  DELIMITED BY SIZE
                   '.TXT'              DELIMITED BY SIZE
                   INTO WS-CAND-NAME
            END-STRING
            MOVE 'D' TO WS-CAND-CADENCE
            MOVE WS-PROBE-DATE-YYYY TO WS-CAND-YEAR
            PERFORM P315-START THRU P315-END
            .
       P312-END.


      *>      EXAMINE ONE CANDIDATE PERIOD FILE, IF IT IS THERE
       P315-START.
            MOVE SPACES TO WS-CANDIN-FILE
            STRING WS-INC-DIR       DELIMITED BY SPACE
                   WS-CAND-NAME     DELIMITED BY SPACE
            END-STRING
            OPEN INPUT CANDIN
            IF WS-FS-1 EQUAL 35 THEN
                GO TO P315-END
            END-IF
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'FAILED TO OPEN ' WS-CANDIN-FILE
                DISPLAY 'FILE STATUS.: ' WS-FS-1
                GO TO P315-END
            END-IF
            ADD 1 TO WS-CANDS-FOUND
            DISPLAY 'CANDIDATE FOUND.: ' WS-CANDIN-FILE
                PERFORM P410-START THRU P410-END
            END-IF
            .
       P315-END.


      *>      VALIDATE THE CANDIDATE'S TIPREG 00 HEADER FIELDS THE
                END-IF
                DISPLAY 'APPENDED TO FILEPATH.TXT.: ' WS-NEW-PATH
            END-IF
            MOVE WS-CAND-YEAR TO WS-SCAN-YEAR
            IF CAND-ANNUAL THEN
                MOVE 'Y' TO WS-PARSE-MARK
            ELSE
                MOVE 'P' TO WS-PARSE-MARK
            END-IF
            PERFORM P212-START THRU P212-END
            .
       P350-END.



      *>      WRITE THE COVERAGE MANIFEST: EVERY YEAR BETWEEN THE
      *>      OLDEST AND NEWEST COTAHIST YEAR REGISTERED, MARKED HELD,
      *>      PARTIAL (MONTHLY/DAILY FILES ONLY) OR MISSING
       P500-START.
            OPEN OUTPUT COVEROUT
            IF NOT FS-OK OF WS-FS-6 THEN
       P510-START.
            MOVE SPACES TO WS-COVER-OUT-REC
            COMPUTE WS-HELD-IDX = WS-SCAN-YEAR - 1985
            EVALUATE WS-HELD-YEAR(WS-HELD-IDX)
                WHEN 'Y'
                    STRING 'YEAR='          DELIMITED BY SIZE
                           WS-SCAN-YEAR     DELIMITED BY SIZE
                           ' HELD'          DELIMITED BY SIZE
                           INTO WS-COVER-OUT-REC
                    END-STRING
                WHEN 'P'
                    ADD 1 TO WS-YEARS-PARTIAL
                    STRING 'YEAR='          DELIMITED BY SIZE
                           WS-SCAN-YEAR     DELIMITED BY SIZE
                           ' PARTIAL'       DELIMITED BY SIZE
                           INTO WS-COVER-OUT-REC
                    END-STRING
                WHEN OTHER
                    ADD 1 TO WS-YEARS-MISSING
                    STRING 'YEAR='          DELIMITED BY SIZE
                           WS-SCAN-YEAR     DELIMITED BY SIZE
                           ' MISSING'       DELIMITED BY SIZE
                           INTO WS-COVER-OUT-REC
                    END-STRING
                    DISPLAY 'COVERAGE GAP.: ' WS-COVER-OUT-REC
            END-EVALUATE
            WRITE COVER-OUT-LINE FROM WS-COVER-OUT-REC
            .
       P510-END.
            DISPLAY ' ACCEPTED.........: '    WS-CANDS-ACCEPTED
            DISPLAY ' REFUSED..........: '    WS-CANDS-REFUSED
            DISPLAY ' TARGET EXISTED...: '    WS-CANDS-SKIPPED
            DISPLAY ' YEARS PARTIAL....: '    WS-YEARS-PARTIAL
            DISPLAY ' YEARS MISSING....: '    WS-YEARS-MISSING
            DISPLAY '#################################################'
            .
