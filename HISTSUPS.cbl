      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: SUPERSESSION PASS OVER THE MERGED OUTPUTINPUT.TXT.
      *        B3 DELIVERS THE SAME QUOTES THREE TIMES: IN THE DAILY
      *        COTAHIST_DDDMMYYYY FILE, AGAIN IN THE MONTHLY
      *        COTAHIST_MMMYYYY FILE AND FINALLY IN THE ANNUAL
      *        COTAHIST.AYYYY FILE. MODLRDWR STAMPS EVERY ROW WITH
      *        THE CADENCE OF ITS FILE AND KEEPS ROWS OF DIFFERENT
      *        CADENCES APART, SO ONCE THE MONTHLY OR ANNUAL FILE FOR
      *        A PERIOD HAS BEEN MERGED THE CSV HOLDS BOTH
      *        DELIVERIES. THIS PROGRAM RETIRES THE FINER ONE: DAILY
      *        ROWS OF A MONTH WHOSE MONTHLY FILE IS IN, AND DAILY OR
      *        MONTHLY ROWS OF A YEAR WHOSE ANNUAL FILE IS IN. A
      *        PERIOD COUNTS AS DELIVERED WHEN SRCCATLG.TXT LISTS ITS
      *        FILE AND THE CSV HOLDS AT LEAST ONE ROW OF THAT
      *        CADENCE FOR IT, SO A FILE WHOSE FOLD NEVER COMMITTED
      *        CANNOT WIPE OUT THE ROWS IT WAS MEANT TO REPLACE.
      *        SUPERSEDE.TXT LISTS EVERY PRICE THAT CHANGED BETWEEN
      *        THE TWO DELIVERIES AND EVERY RETIRED ROW THE COARSER
      *        FILE DID NOT CARRY AT ALL. THE TRIMMED CSV IS STAGED AS
      *        OUTPUTINPUT.NEW AND PUBLISHED BY RENAME, THE PRIOR
      *        GENERATION KEPT AS OUTPUTINPUT.PRV, UNDER B3RUN.LCK.
      *        QUOTMASTER.DAT MUST BE REBUILT BY QUOTLOAD AFTERWARDS,
      *        AS A FULL REBUILD - THE RETIRED ROWS ARE NOT IN ANY
      *        DELTA BATCH - SO A PUBLISH DELETES QUOTAPPLY.TXT, AND
      *        THE NEXT QUOTLOAD RUN, FINDING NO APPLIED SEQUENCE,
      *        REBUILDS THE MASTER IN FULL ON ITS OWN
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTSUPS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT SUPSIN ASSIGN TO
                   WS-SUPSIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT SUPSNEW ASSIGN TO
                   WS-SUPSNEW-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT SUPSPRV ASSIGN TO
                   WS-SUPSPRV-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT SRCCATLG ASSIGN TO
                   WS-SRCCATLG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT SUPSRPT ASSIGN TO
                   WS-SUPSRPT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT RUNLOCK ASSIGN TO
                   WS-RUNLOCK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
      *>      QUOTLOAD'S RECORD OF THE LAST DELTA BATCH APPLIED TO
      *>      THE MASTER, DELETED HERE, NEVER READ
               SELECT QUOTAPPLY ASSIGN TO
                   WS-QUOTAPPLY-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
               SELECT SORTFILE ASSIGN TO
                   'SUPSSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD SUPSIN.
           COPY HISTOUTR.
       FD SUPSNEW.
       01 SUPS-NEW-LINE                PIC X(360).
       FD SUPSPRV.
       01 SUPS-PRV-LINE                PIC X(360).
       FD SRCCATLG.
           COPY SRCCATLG.
       FD SUPSRPT.
       01 SUPS-RPT-LINE                PIC X(132).
       FD RUNLOCK.
       01 RUN-LOCK-LINE                PIC X(80).
       FD QUOTAPPLY.
       01 QUOT-APPLY-LINE              PIC X(16).
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-CODNEG              PIC X(12).
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-TPMERC              PIC 9(03).
           03 SORT-TIPREG              PIC 9(02).
           03 SORT-ADJUSTED            PIC X(01).
           03 SORT-PRAZOT              PIC X(03).
           03 SORT-RANK                PIC 9(01).
           03 SORT-CADENCE             PIC X(01).
           03 SORT-RETIRED             PIC X(01).
           03 SORT-PREABE              PIC 9(11)V99.
           03 SORT-PREMAX              PIC 9(11)V99.
           03 SORT-PREMIN              PIC 9(11)V99.
           03 SORT-PREMED              PIC 9(11)V99.
           03 SORT-PREULT              PIC 9(11)V99.
           03 SORT-VOLTOT              PIC 9(16)V99.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-SUPSIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-SUPSNEW-FILE              PIC X(128) VALUE SPACES.
       77 WS-SUPSPRV-FILE              PIC X(128) VALUE SPACES.
       77 WS-SRCCATLG-FILE             PIC X(128) VALUE SPACES.
       77 WS-SUPSRPT-FILE              PIC X(128) VALUE SPACES.
       77 WS-RUNLOCK-FILE              PIC X(128) VALUE SPACES.
       77 WS-QUOTAPPLY-FILE            PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-5                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-6                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-7                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CAT-EOF                   PIC X.
           88 CAT-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      EXCLUSIVE RUN LOCK, SHARED WITH MAINCODE'S NORMAL MODE,
      *>      WITH THE SAME B3FORCERUN OVERRIDE FOR A LOCK LEFT BY A
      *>      KILLED RUN
       77 WS-ENV-FORCERUN              PIC X(01) VALUE SPACES.
       77 WS-LOCK-HELD                 PIC X(01) VALUE 'N'.
           88 LOCK-HELD                VALUE 'Y' FALSE 'N'.
       01 WS-RUNLOCK-REC               PIC X(80) VALUE SPACES.
       77 WS-START-TIME                PIC X(10) VALUE SPACES.
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
      *>      STATUS HANDED BACK BY THE RENAME ROUTINE, CAPTURED OUT
      *>      OF RETURN-CODE, AND THE PROGRAM'S OWN EXIT STATUS SAVED
      *>      ACROSS THE CALL AND PUT BACK AFTER IT
       77 WS-RENAME-RC                 PIC S9(09) COMP VALUE 0.
       77 WS-SAVED-RC                  PIC S9(09) COMP VALUE 0.
      *>      DELIVERED PERIODS, ONE SLOT PER YEAR FROM 1986 (SLOT =
      *>      YEAR - 1985) WITH ITS TWELVE MONTHS UNDERNEATH. ' ' NOT
      *>      DELIVERED, 'C' CATALOGUED IN SRCCATLG.TXT ONLY, 'Y'
      *>      CATALOGUED AND BACKED BY ROWS OF THAT CADENCE IN THE CSV
       01 WS-COVER-TABLE.
           03 WS-CV-YEAR OCCURS 115 TIMES.
               05 WS-CV-ANNUAL         PIC X(01).
               05 WS-CV-MONTHLY        PIC X(01) OCCURS 12 TIMES.
       77 WS-CV-IDX                    PIC 9(03) VALUE 0.
       77 WS-CV-MM                     PIC 9(02) VALUE 0.
       77 WS-PARSE-POS                 PIC 9(03) VALUE 0.
       77 WS-PARSE-YEAR                PIC X(04) VALUE SPACES.
       77 WS-PARSE-MONTH               PIC X(02) VALUE SPACES.
       77 WS-PARSE-YEAR-N              PIC 9(04) VALUE 0.
       77 WS-YEARS-DELIVERED           PIC 9(04) VALUE 0.
       77 WS-MONTHS-DELIVERED          PIC 9(04) VALUE 0.
      *>      THE CURRENT ROW, JUDGED BY P330-START
       01 WS-ROW-DATE                  PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-ROW-DATE.
           03 WS-ROW-YYYY              PIC 9(04).
           03 WS-ROW-MM                PIC 9(02).
           03 WS-ROW-DD                PIC 9(02).
       77 WS-ROW-CADENCE               PIC X(01) VALUE SPACES.
           88 ROW-DAILY                VALUE 'D'.
           88 ROW-MONTHLY              VALUE 'M'.
       77 WS-ROW-RANK                  PIC 9(01) VALUE 0.
       77 WS-ROW-INSCOPE               PIC X(01) VALUE 'N'.
           88 ROW-INSCOPE              VALUE 'Y' FALSE 'N'.
       77 WS-ROW-RETIRED               PIC X(01) VALUE 'N'.
           88 ROW-RETIRED              VALUE 'Y' FALSE 'N'.
      *>      THE SURVIVING (COARSEST) ROW OF THE CURRENT KEY GROUP IN
      *>      THE SORTED STREAM, WHICH EVERY RETIRED ROW OF THE SAME
      *>      KEY IS COMPARED AGAINST
       77 WS-GRP-ACTIVE                PIC X(01) VALUE 'N'.
           88 GRP-ACTIVE               VALUE 'Y' FALSE 'N'.
       01 WS-GRP-KEY.
           03 WS-GRP-CODNEG            PIC X(12).
           03 WS-GRP-DATEEX            PIC 9(08).
           03 WS-GRP-TPMERC            PIC 9(03).
           03 WS-GRP-TIPREG            PIC 9(02).
           03 WS-GRP-ADJUSTED          PIC X(01).
           03 WS-GRP-PRAZOT            PIC X(03).
       01 WS-SORT-KEY.
           03 WS-SK-CODNEG             PIC X(12).
           03 WS-SK-DATEEX             PIC 9(08).
           03 WS-SK-TPMERC             PIC 9(03).
           03 WS-SK-TIPREG             PIC 9(02).
           03 WS-SK-ADJUSTED           PIC X(01).
           03 WS-SK-PRAZOT             PIC X(03).
       77 WS-REF-FOUND                 PIC X(01) VALUE 'N'.
           88 REF-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-REF-CADENCE               PIC X(01) VALUE SPACES.
       77 WS-REF-PREABE                PIC 9(11)V99 VALUE 0.
       77 WS-REF-PREMAX                PIC 9(11)V99 VALUE 0.
       77 WS-REF-PREMIN                PIC 9(11)V99 VALUE 0.
       77 WS-REF-PREMED                PIC 9(11)V99 VALUE 0.
       77 WS-REF-PREULT                PIC 9(11)V99 VALUE 0.
       77 WS-REF-VOLTOT                PIC 9(16)V99 VALUE 0.
      *>      ONE FIELD COMPARISON, SET UP BY THE CALLER OF P440-START,
      *>      AND THE OUTCOME WORD P430-START OPENS A REPORT LINE WITH
       77 WS-RPT-OUTCOME               PIC X(07) VALUE SPACES.
       77 WS-CMP-NAME                  PIC X(06) VALUE SPACES.
       77 WS-CMP-OLD                   PIC 9(16)V99 VALUE 0.
       77 WS-CMP-NEW                   PIC 9(16)V99 VALUE 0.
       77 WS-CMP-OLD-ED                PIC Z(15)9.99.
       77 WS-CMP-NEW-ED                PIC Z(15)9.99.
       77 WS-ROW-CHANGED               PIC X(01) VALUE 'N'.
           88 ROW-CHANGED              VALUE 'Y' FALSE 'N'.
       77 WS-TPMERC-ED                 PIC 9(03) VALUE 0.
       77 WS-TIPREG-ED                 PIC 9(02) VALUE 0.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-ROWS-READ                 PIC 9(09) VALUE 0.
       77 WS-ROWS-INSCOPE              PIC 9(09) VALUE 0.
       77 WS-ROWS-RETIRED              PIC 9(09) VALUE 0.
       77 WS-ROWS-CHANGED              PIC 9(09) VALUE 0.
       77 WS-ROWS-UNCHANGED            PIC 9(09) VALUE 0.
       77 WS-ROWS-NOMATCH              PIC 9(09) VALUE 0.
       77 WS-FIELDS-CHANGED            PIC 9(09) VALUE 0.
       77 WS-ROWS-REREAD               PIC 9(09) VALUE 0.
       77 WS-ROWS-KEPT                 PIC 9(09) VALUE 0.
       77 WS-ROWS-DROPPED              PIC 9(09) VALUE 0.
       01 WS-RPT-REC                   PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P110-START THRU P110-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALIZE VARIABLES AND RESOLVE THE FILE NAMES
       P100-START.
            DISPLAY 'RETIRING ROWS SUPERSEDED BY MONTHLY AND ANNUAL '
                    'DELIVERIES'
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-SUPSIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.NEW'    DELIMITED BY SIZE
                   INTO WS-SUPSNEW-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.PRV'    DELIMITED BY SIZE
                   INTO WS-SUPSPRV-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SRCCATLG.TXT'       DELIMITED BY SIZE
                   INTO WS-SRCCATLG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SUPERSEDE.TXT'      DELIMITED BY SIZE
                   INTO WS-SUPSRPT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'B3RUN.LCK'          DELIMITED BY SIZE
                   INTO WS-RUNLOCK-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'QUOTAPPLY.TXT'      DELIMITED BY SIZE
                   INTO WS-QUOTAPPLY-FILE
            END-STRING
            ACCEPT WS-START-TIME FROM TIME
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE SPACES TO WS-COVER-TABLE
            .
       P100-END.


      *>      TAKE THE EXCLUSIVE RUN LOCK, OR REFUSE TO START - THE
      *>      SAME PROTOCOL MAINCODE'S P110-START FOLLOWS, SO THE
      *>      REWRITE OF THE LIVE CSV CANNOT RACE A MERGE
       P110-START.
            DISPLAY 'B3FORCERUN' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-FORCERUN FROM ENVIRONMENT-VALUE
            OPEN INPUT RUNLOCK
            IF WS-FS-6 EQUAL 00 THEN
                READ RUNLOCK INTO WS-RUNLOCK-REC
                    AT END CONTINUE
                END-READ
                CLOSE RUNLOCK
                IF WS-ENV-FORCERUN = 'Y' THEN
                    DISPLAY 'B3FORCERUN=Y, OVERRIDING STALE RUN LOCK '
                            'LEFT BY.: ' WS-RUNLOCK-REC
                ELSE
                    DISPLAY 'ANOTHER RUN HOLDS THE LOCK.: '
                            WS-RUNLOCK-REC
                    DISPLAY 'REFUSING TO START. IF NO OTHER RUN IS '
                            'ACTIVE, DELETE B3RUN.LCK IN THE DATA '
                            'FOLDER (OR RERUN ONCE WITH B3FORCERUN=Y) '
                            'AND RESTART.'
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF
            OPEN OUTPUT RUNLOCK
            IF NOT FS-OK OF WS-FS-6 THEN
                DISPLAY 'FAILED TO CREATE B3RUN.LCK, QUITTING...'
                DISPLAY 'FILE STATUS.: ' WS-FS-6
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE SPACES TO WS-RUNLOCK-REC
            STRING 'LOCKED AT '          DELIMITED BY SIZE
                   WS-START-TIME(01:02)  DELIMITED BY SIZE
                   ':'                   DELIMITED BY SIZE
                   WS-START-TIME(03:02)  DELIMITED BY SIZE
                   ':'                   DELIMITED BY SIZE
                   WS-START-TIME(05:02)  DELIMITED BY SIZE
                   ' BY HISTSUPS'        DELIMITED BY SIZE
                   INTO WS-RUNLOCK-REC
            END-STRING
            WRITE RUN-LOCK-LINE FROM WS-RUNLOCK-REC
            CLOSE RUNLOCK
            SET LOCK-HELD TO TRUE
            .
       P110-END.


      *>      READ SRCCATLG.TXT AND MARK EVERY MONTHLY AND ANNUAL
      *>      PERIOD WHOSE FILE HAS BEEN FOLDED INTO THE CSV. WITHOUT
      *>      A CATALOG NO PERIOD CAN BE PROVEN DELIVERED AND THE RUN
      *>      ENDS WITHOUT TOUCHING THE CSV.
       P200-START.
            SET CAT-EOF-OK TO FALSE
            OPEN INPUT SRCCATLG
            EVALUATE WS-FS-4
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO SRCCATLG.TXT YET, NOTHING CAN BE '
                            'SUPERSEDED'
                    PERFORM P910-START THRU P910-END
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO OPEN SRCCATLG.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-4
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            PERFORM P210-START THRU P210-END
                UNTIL CAT-EOF-OK
            CLOSE SRCCATLG
            .
       P200-END.


      *>      READ ONE CATALOG LINE AND MARK ITS PERIOD
       P210-START.
            READ SRCCATLG
                AT END SET CAT-EOF-OK TO TRUE
                NOT AT END
                    PERFORM P220-START THRU P220-END
            END-READ
            .
       P210-END.


      *>      PARSE THE PERIOD OUT OF THE CATALOGUED FILE NAME:
      *>      '...COTAHIST.AYYYY' OR '...COTAHIST_AYYYY' IS A YEAR,
      *>      '...COTAHIST_MMMYYYY' A MONTH. DAILY AND OTHER NAMES
      *>      SUPERSEDE NOTHING.
       P220-START.
            MOVE 0 TO WS-PARSE-POS
            INSPECT SC-PATH
                    TALLYING WS-PARSE-POS
                    FOR CHARACTERS BEFORE INITIAL 'COTAHIST.A'
            IF WS-PARSE-POS NOT < 115 THEN
                MOVE 0 TO WS-PARSE-POS
                INSPECT SC-PATH
                        TALLYING WS-PARSE-POS
                        FOR CHARACTERS BEFORE INITIAL 'COTAHIST_A'
            END-IF
            IF WS-PARSE-POS < 115 THEN
                MOVE SC-PATH(WS-PARSE-POS + 11:4) TO WS-PARSE-YEAR
                IF WS-PARSE-YEAR IS NUMERIC THEN
                    MOVE WS-PARSE-YEAR TO WS-PARSE-YEAR-N
                    IF WS-PARSE-YEAR-N NOT < 1986
                    AND WS-PARSE-YEAR-N NOT > 2100 THEN
                        COMPUTE WS-CV-IDX = WS-PARSE-YEAR-N - 1985
                        MOVE 'C' TO WS-CV-ANNUAL(WS-CV-IDX)
                    END-IF
                END-IF
                GO TO P220-END
            END-IF
            MOVE 0 TO WS-PARSE-POS
            INSPECT SC-PATH
                    TALLYING WS-PARSE-POS
                    FOR CHARACTERS BEFORE INITIAL 'COTAHIST_M'
            IF WS-PARSE-POS < 113 THEN
                MOVE SC-PATH(WS-PARSE-POS + 11:2) TO WS-PARSE-MONTH
                MOVE SC-PATH(WS-PARSE-POS + 13:4) TO WS-PARSE-YEAR
                IF WS-PARSE-YEAR IS NUMERIC
                AND WS-PARSE-MONTH IS NUMERIC THEN
                    MOVE WS-PARSE-YEAR TO WS-PARSE-YEAR-N
                    MOVE WS-PARSE-MONTH TO WS-CV-MM
                    IF WS-PARSE-YEAR-N NOT < 1986
                    AND WS-PARSE-YEAR-N NOT > 2100
                    AND WS-CV-MM NOT < 1 AND WS-CV-MM NOT > 12 THEN
                        COMPUTE WS-CV-IDX = WS-PARSE-YEAR-N - 1985
                        MOVE 'C' TO WS-CV-MONTHLY(WS-CV-IDX, WS-CV-MM)
                    END-IF
                END-IF
            END-IF
            .
       P220-END.


      *>      FIRST PASS OVER THE CSV: A CATALOGUED PERIOD IS ONLY
      *>      TRUSTED ONCE A ROW OF ITS CADENCE FOR IT IS ACTUALLY IN
      *>      THE FILE
       P300-START.
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            OPEN INPUT SUPSIN
            EVALUATE WS-FS-1
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO OUTPUTINPUT.TXT YET, NOTHING CAN BE '
                            'SUPERSEDED'
                    PERFORM P910-START THRU P910-END
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO OPEN OUTPUTINPUT.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            PERFORM P310-START THRU P310-END
                UNTIL EOF-OK
            CLOSE SUPSIN
            PERFORM P320-START THRU P320-END
                VARYING WS-CV-IDX FROM 1 BY 1
                UNTIL WS-CV-IDX > 115
            DISPLAY 'ANNUAL PERIODS DELIVERED.: ' WS-YEARS-DELIVERED
            DISPLAY 'MONTHLY PERIODS DELIVERED: ' WS-MONTHS-DELIVERED
            .
       P300-END.


      *>      READ ONE CSV LINE AND PROMOTE ITS PERIOD WHEN THE ROW
      *>      CAME FROM A CATALOGUED MONTHLY OR ANNUAL FILE
       P310-START.
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'ERROR WHILE READING OUTPUTINPUT.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            READ SUPSIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P310-END
            END-READ
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                GO TO P310-END
            END-IF
            ADD 1 TO WS-ROWS-READ
            IF HIST-DATEEX OF SUPSIN IS NOT NUMERIC THEN
                GO TO P310-END
            END-IF
            MOVE HIST-DATEEX OF SUPSIN TO WS-ROW-DATE
            IF WS-ROW-YYYY < 1986 OR WS-ROW-YYYY > 2100
            OR WS-ROW-MM < 1 OR WS-ROW-MM > 12 THEN
                GO TO P310-END
            END-IF
            COMPUTE WS-CV-IDX = WS-ROW-YYYY - 1985
            EVALUATE HIST-CADENCE OF SUPSIN
                WHEN 'M'
                    IF WS-CV-MONTHLY(WS-CV-IDX, WS-ROW-MM) = 'C' THEN
                        MOVE 'Y' TO WS-CV-MONTHLY(WS-CV-IDX, WS-ROW-MM)
                    END-IF
                WHEN 'A'
                    IF WS-CV-ANNUAL(WS-CV-IDX) = 'C' THEN
                        MOVE 'Y' TO WS-CV-ANNUAL(WS-CV-IDX)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P310-END.


      *>      COUNT THE DELIVERED PERIODS OF ONE YEAR SLOT
       P320-START.
            IF WS-CV-ANNUAL(WS-CV-IDX) = 'Y' THEN
                ADD 1 TO WS-YEARS-DELIVERED
            END-IF
            PERFORM P321-START THRU P321-END
                VARYING WS-CV-MM FROM 1 BY 1
                UNTIL WS-CV-MM > 12
            .
       P320-END.


       P321-START.
            IF WS-CV-MONTHLY(WS-CV-IDX, WS-CV-MM) = 'Y' THEN
                ADD 1 TO WS-MONTHS-DELIVERED
            END-IF
            .
       P321-END.


      *>      JUDGE THE CURRENT SUPSIN ROW AGAINST THE DELIVERED
      *>      PERIODS. A ROW IS IN SCOPE WHEN ITS MONTH OR YEAR HAS A
      *>      DELIVERED COARSER FILE, AND RETIRED WHEN IT IS ITSELF A
      *>      FINER DELIVERY THAN THAT FILE. A BLANK CADENCE IS A ROW
      *>      MERGED BEFORE CADENCE WAS RECORDED, WHEN ONLY ANNUAL
      *>      FILES WERE ACCEPTED.
       P330-START.
            SET ROW-INSCOPE TO FALSE
            SET ROW-RETIRED TO FALSE
            MOVE HIST-CADENCE OF SUPSIN TO WS-ROW-CADENCE
            EVALUATE TRUE
                WHEN ROW-DAILY
                    MOVE 3 TO WS-ROW-RANK
                WHEN ROW-MONTHLY
                    MOVE 2 TO WS-ROW-RANK
                WHEN OTHER
                    MOVE 'A' TO WS-ROW-CADENCE
                    MOVE 1 TO WS-ROW-RANK
            END-EVALUATE
            IF HIST-DATEEX OF SUPSIN IS NOT NUMERIC THEN
                GO TO P330-END
            END-IF
            MOVE HIST-DATEEX OF SUPSIN TO WS-ROW-DATE
            IF WS-ROW-YYYY < 1986 OR WS-ROW-YYYY > 2100
            OR WS-ROW-MM < 1 OR WS-ROW-MM > 12 THEN
                GO TO P330-END
            END-IF
            COMPUTE WS-CV-IDX = WS-ROW-YYYY - 1985
            IF WS-CV-ANNUAL(WS-CV-IDX) = 'Y' THEN
                SET ROW-INSCOPE TO TRUE
                IF ROW-DAILY OR ROW-MONTHLY THEN
                    SET ROW-RETIRED TO TRUE
                END-IF
                GO TO P330-END
            END-IF
            IF WS-CV-MONTHLY(WS-CV-IDX, WS-ROW-MM) = 'Y' THEN
                SET ROW-INSCOPE TO TRUE
                IF ROW-DAILY THEN
                    SET ROW-RETIRED TO TRUE
                END-IF
            END-IF
            .
       P330-END.


      *>      SORT THE IN-SCOPE ROWS BY QUOTE KEY AND CADENCE RANK
      *>      (ANNUAL, MONTHLY, DAILY), SO EACH KEY GROUP OPENS WITH
      *>      THE SURVIVING ROW AND EVERY RETIRED ROW OF THE SAME
      *>      QUOTE FOLLOWS IT, AND WRITE THE SUPERSESSION REPORT
       P400-START.
            OPEN OUTPUT SUPSRPT
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO CREATE SUPERSEDE.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P405-START THRU P405-END
            SORT SORTFILE
                ON ASCENDING KEY SORT-CODNEG
                                 SORT-DATEEX
                                 SORT-TPMERC
                                 SORT-TIPREG
                                 SORT-ADJUSTED
                                 SORT-PRAZOT
                                 SORT-RANK
                INPUT PROCEDURE IS P410-START THRU P410-END
                OUTPUT PROCEDURE IS P420-START THRU P420-END
            PERFORM P450-START THRU P450-END
            CLOSE SUPSRPT
            .
       P400-END.


      *>      REPORT HEADING
       P405-START.
            MOVE SPACES TO WS-RPT-REC
            STRING 'HISTSUPS - ROWS SUPERSEDED BY MONTHLY/ANNUAL '
                                        DELIMITED BY SIZE
                   'DELIVERIES, RUN '   DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   INTO WS-RPT-REC
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE SPACES TO WS-RPT-REC
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE 'OUTCOME  CODNEG       DATEEX   TPM TR A PRZ FROM TO '
                 TO WS-RPT-REC
            MOVE 'FIELD        RETIRED VALUE     SURVIVING VALUE'
                 TO WS-RPT-REC(53:)
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            .
       P405-END.


      *>      RELEASE EVERY IN-SCOPE CSV ROW TO THE SORT
       P410-START.
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            OPEN INPUT SUPSIN
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'FAILED TO REOPEN OUTPUTINPUT.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P411-START THRU P411-END
                UNTIL EOF-OK
            CLOSE SUPSIN
            .
       P410-END.


      *>      READ ONE CSV LINE AND RELEASE IT WHEN IN SCOPE
       P411-START.
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'ERROR WHILE READING OUTPUTINPUT.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            READ SUPSIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P411-END
            END-READ
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                GO TO P411-END
            END-IF
            PERFORM P330-START THRU P330-END
            IF NOT ROW-INSCOPE THEN
                GO TO P411-END
            END-IF
            ADD 1 TO WS-ROWS-INSCOPE
            IF ROW-RETIRED THEN
                ADD 1 TO WS-ROWS-RETIRED
            END-IF
            MOVE HIST-CODNEG OF SUPSIN   TO SORT-CODNEG
            MOVE HIST-DATEEX OF SUPSIN   TO SORT-DATEEX
            MOVE HIST-TPMERC OF SUPSIN   TO SORT-TPMERC
            MOVE HIST-TIPREG OF SUPSIN   TO SORT-TIPREG
            MOVE HIST-ADJUSTED OF SUPSIN TO SORT-ADJUSTED
            MOVE HIST-PRAZOT OF SUPSIN   TO SORT-PRAZOT
            MOVE WS-ROW-RANK             TO SORT-RANK
            MOVE WS-ROW-CADENCE          TO SORT-CADENCE
            MOVE WS-ROW-RETIRED          TO SORT-RETIRED
            MOVE HIST-PREABE OF SUPSIN   TO SORT-PREABE
            MOVE HIST-PREMAX OF SUPSIN   TO SORT-PREMAX
            MOVE HIST-PREMIN OF SUPSIN   TO SORT-PREMIN
            MOVE HIST-PREMED OF SUPSIN   TO SORT-PREMED
            MOVE HIST-PREULT OF SUPSIN   TO SORT-PREULT
            MOVE HIST-VOLTOT OF SUPSIN   TO SORT-VOLTOT
            RELEASE SORT-REC
            .
       P411-END.


      *>      TAKE THE SORTED ROWS BACK ONE BY ONE
       P420-START.
            SET SORT-EOF-OK TO FALSE
            SET GRP-ACTIVE TO FALSE
            PERFORM P421-START THRU P421-END
                UNTIL SORT-EOF-OK
            .
       P420-END.


       P421-START.
            RETURN SORTFILE
                AT END SET SORT-EOF-OK TO TRUE
                NOT AT END
                    PERFORM P422-START THRU P422-END
            END-RETURN
            .
       P421-END.


      *>      A NEW KEY OPENS A GROUP; ITS FIRST ROW IS THE SURVIVOR
      *>      UNLESS IT IS ITSELF RETIRED (THE COARSER FILE DID NOT
      *>      CARRY THE QUOTE). EVERY RETIRED ROW IS THEN COMPARED
      *>      WITH THE SURVIVOR, OR REPORTED AS HAVING NONE.
       P422-START.
            MOVE SORT-CODNEG   TO WS-SK-CODNEG
            MOVE SORT-DATEEX   TO WS-SK-DATEEX
            MOVE SORT-TPMERC   TO WS-SK-TPMERC
            MOVE SORT-TIPREG   TO WS-SK-TIPREG
            MOVE SORT-ADJUSTED TO WS-SK-ADJUSTED
            MOVE SORT-PRAZOT   TO WS-SK-PRAZOT
            IF NOT GRP-ACTIVE OR WS-SORT-KEY NOT = WS-GRP-KEY THEN
                SET GRP-ACTIVE TO TRUE
                MOVE WS-SORT-KEY TO WS-GRP-KEY
                SET REF-FOUND TO FALSE
                MOVE '-' TO WS-REF-CADENCE
                IF SORT-RETIRED NOT = 'Y' THEN
                    SET REF-FOUND TO TRUE
                    MOVE SORT-CADENCE TO WS-REF-CADENCE
                    MOVE SORT-PREABE  TO WS-REF-PREABE
                    MOVE SORT-PREMAX  TO WS-REF-PREMAX
                    MOVE SORT-PREMIN  TO WS-REF-PREMIN
                    MOVE SORT-PREMED  TO WS-REF-PREMED
                    MOVE SORT-PREULT  TO WS-REF-PREULT
                    MOVE SORT-VOLTOT  TO WS-REF-VOLTOT
                    GO TO P422-END
                END-IF
            END-IF
            IF SORT-RETIRED NOT = 'Y' THEN
                GO TO P422-END
            END-IF
            IF NOT REF-FOUND THEN
                ADD 1 TO WS-ROWS-NOMATCH
                MOVE 'NOMATCH' TO WS-RPT-OUTCOME
                PERFORM P430-START THRU P430-END
                MOVE 'ROW RETIRED, QUOTE NOT IN THE SUPERSEDING FILE'
                     TO WS-RPT-REC(53:)
                WRITE SUPS-RPT-LINE FROM WS-RPT-REC
                GO TO P422-END
            END-IF
            SET ROW-CHANGED TO FALSE
            MOVE 'PREABE' TO WS-CMP-NAME
            MOVE SORT-PREABE TO WS-CMP-OLD
            MOVE WS-REF-PREABE TO WS-CMP-NEW
            PERFORM P440-START THRU P440-END
            MOVE 'PREMAX' TO WS-CMP-NAME
            MOVE SORT-PREMAX TO WS-CMP-OLD
            MOVE WS-REF-PREMAX TO WS-CMP-NEW
            PERFORM P440-START THRU P440-END
            MOVE 'PREMIN' TO WS-CMP-NAME
            MOVE SORT-PREMIN TO WS-CMP-OLD
            MOVE WS-REF-PREMIN TO WS-CMP-NEW
            PERFORM P440-START THRU P440-END
            MOVE 'PREMED' TO WS-CMP-NAME
            MOVE SORT-PREMED TO WS-CMP-OLD
            MOVE WS-REF-PREMED TO WS-CMP-NEW
            PERFORM P440-START THRU P440-END
            MOVE 'PREULT' TO WS-CMP-NAME
            MOVE SORT-PREULT TO WS-CMP-OLD
            MOVE WS-REF-PREULT TO WS-CMP-NEW
            PERFORM P440-START THRU P440-END
            MOVE 'VOLTOT' TO WS-CMP-NAME
            MOVE SORT-VOLTOT TO WS-CMP-OLD
            MOVE WS-REF-VOLTOT TO WS-CMP-NEW
            PERFORM P440-START THRU P440-END
            IF ROW-CHANGED THEN
                ADD 1 TO WS-ROWS-CHANGED
            ELSE
                ADD 1 TO WS-ROWS-UNCHANGED
            END-IF
            .
       P422-END.


      *>      START A REPORT LINE WITH THE OUTCOME AND THE RETIRED
      *>      ROW'S KEY, ITS CADENCE AND THE SURVIVOR'S CADENCE
       P430-START.
            MOVE SORT-TPMERC TO WS-TPMERC-ED
            MOVE SORT-TIPREG TO WS-TIPREG-ED
            MOVE SPACES TO WS-RPT-REC
            MOVE WS-RPT-OUTCOME TO WS-RPT-REC(1:7)
            STRING SORT-CODNEG          DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   SORT-DATEEX          DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-TPMERC-ED         DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-TIPREG-ED         DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   SORT-ADJUSTED        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   SORT-PRAZOT          DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   SORT-CADENCE         DELIMITED BY SIZE
                   '    '               DELIMITED BY SIZE
                   WS-REF-CADENCE       DELIMITED BY SIZE
                   INTO WS-RPT-REC(10:)
            END-STRING
            .
       P430-END.


      *>      COMPARE ONE FIELD OF THE RETIRED ROW WITH THE SURVIVOR
      *>      AND REPORT IT WHEN IT CHANGED
       P440-START.
            IF WS-CMP-OLD = WS-CMP-NEW THEN
                GO TO P440-END
            END-IF
            SET ROW-CHANGED TO TRUE
            ADD 1 TO WS-FIELDS-CHANGED
            MOVE WS-CMP-OLD TO WS-CMP-OLD-ED
            MOVE WS-CMP-NEW TO WS-CMP-NEW-ED
            MOVE 'CHANGED' TO WS-RPT-OUTCOME
            PERFORM P430-START THRU P430-END
            STRING WS-CMP-NAME          DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-CMP-OLD-ED        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-CMP-NEW-ED        DELIMITED BY SIZE
                   INTO WS-RPT-REC(53:)
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            .
       P440-END.


      *>      REPORT TOTALS
       P450-START.
            MOVE SPACES TO WS-RPT-REC
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE SPACES TO WS-RPT-REC
            STRING 'ANNUAL PERIODS DELIVERED....: ' DELIMITED BY SIZE
                   WS-YEARS-DELIVERED               DELIMITED BY SIZE
                   INTO WS-RPT-REC
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE SPACES TO WS-RPT-REC
            STRING 'MONTHLY PERIODS DELIVERED...: ' DELIMITED BY SIZE
                   WS-MONTHS-DELIVERED              DELIMITED BY SIZE
                   INTO WS-RPT-REC
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE SPACES TO WS-RPT-REC
            STRING 'ROWS IN DELIVERED PERIODS...: ' DELIMITED BY SIZE
                   WS-ROWS-INSCOPE                  DELIMITED BY SIZE
                   INTO WS-RPT-REC
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE SPACES TO WS-RPT-REC
            STRING 'ROWS RETIRED................: ' DELIMITED BY SIZE
                   WS-ROWS-RETIRED                  DELIMITED BY SIZE
                   INTO WS-RPT-REC
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE SPACES TO WS-RPT-REC
            STRING '  WITH CHANGED PRICES.......: ' DELIMITED BY SIZE
                   WS-ROWS-CHANGED                  DELIMITED BY SIZE
                   INTO WS-RPT-REC
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE SPACES TO WS-RPT-REC
            STRING '  IDENTICAL.................: ' DELIMITED BY SIZE
                   WS-ROWS-UNCHANGED                DELIMITED BY SIZE
                   INTO WS-RPT-REC
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE SPACES TO WS-RPT-REC
            STRING '  NOT IN SUPERSEDING FILE...: ' DELIMITED BY SIZE
                   WS-ROWS-NOMATCH                  DELIMITED BY SIZE
                   INTO WS-RPT-REC
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            MOVE SPACES TO WS-RPT-REC
            STRING 'FIELD VALUES CHANGED........: ' DELIMITED BY SIZE
                   WS-FIELDS-CHANGED                DELIMITED BY SIZE
                   INTO WS-RPT-REC
            END-STRING
            WRITE SUPS-RPT-LINE FROM WS-RPT-REC
            .
       P450-END.


      *>      SECOND PASS: STAGE THE CSV WITHOUT ITS RETIRED ROWS AS
      *>      OUTPUTINPUT.NEW. NOTHING RETIRED MEANS NOTHING TO DO AND
      *>      THE LIVE FILE IS LEFT ALONE.
       P500-START.
            IF WS-ROWS-RETIRED = 0 THEN
                DISPLAY 'NO ROWS SUPERSEDED, OUTPUTINPUT.TXT UNCHANGED'
                PERFORM P900-START THRU P900-END
                PERFORM P999-EXIT
            END-IF
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            OPEN INPUT SUPSIN
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'FAILED TO REOPEN OUTPUTINPUT.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            OPEN OUTPUT SUPSNEW
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'FAILED TO CREATE OUTPUTINPUT.NEW'
                DISPLAY 'FILE STATUS.: ' WS-FS-2
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P510-START THRU P510-END
                UNTIL EOF-OK
            CLOSE SUPSIN
            CLOSE SUPSNEW
      *>      EVERY ROW READ MUST BE EITHER KEPT OR RETIRED, AND THE
      *>      RETIRED COUNT MUST MATCH WHAT THE REPORT WAS BUILT ON,
      *>      OR THE STAGED FILE IS NOT PUBLISHED
            IF WS-ROWS-KEPT + WS-ROWS-DROPPED NOT = WS-ROWS-REREAD
            OR WS-ROWS-REREAD NOT = WS-ROWS-READ
            OR WS-ROWS-DROPPED NOT = WS-ROWS-RETIRED THEN
                DISPLAY 'STAGED COUNTS DISAGREE, OUTPUTINPUT.NEW NOT '
                        'PUBLISHED'
                DISPLAY ' ROWS READ.: ' WS-ROWS-REREAD
                        ' KEPT.: '      WS-ROWS-KEPT
                        ' RETIRED.: '   WS-ROWS-DROPPED
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P500-END.


      *>      COPY ONE CSV LINE UNLESS IT IS RETIRED
       P510-START.
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'ERROR WHILE READING OUTPUTINPUT.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            READ SUPSIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P510-END
            END-READ
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                WRITE SUPS-NEW-LINE FROM HISTOUTR OF SUPSIN
                GO TO P510-END
            END-IF
            ADD 1 TO WS-ROWS-REREAD
            PERFORM P330-START THRU P330-END
            IF ROW-RETIRED THEN
                ADD 1 TO WS-ROWS-DROPPED
            ELSE
                WRITE SUPS-NEW-LINE FROM HISTOUTR OF SUPSIN
                IF NOT FS-OK OF WS-FS-2 THEN
                    DISPLAY 'FAILED WRITING OUTPUTINPUT.NEW'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                END-IF
                ADD 1 TO WS-ROWS-KEPT
            END-IF
            .
       P510-END.


      *>      PUBLISH BY RENAME, THE WAY QUOTLOAD PUBLISHES THE
      *>      MASTER: RETIRE THE GENERATION BEFORE LAST, TURN THE
      *>      LIVE CSV INTO OUTPUTINPUT.PRV, THEN RENAME THE STAGED
      *>      FILE IN. A CRASH BETWEEN THE RENAMES LEAVES BOTH WHOLE
      *>      GENERATIONS RECOVERABLE BY NAME.
       P600-START.
            OPEN INPUT SUPSPRV
            IF FS-OK OF WS-FS-3 THEN
                CLOSE SUPSPRV
                DELETE FILE SUPSPRV
            END-IF
            MOVE RETURN-CODE TO WS-SAVED-RC
            CALL 'CBL_RENAME_FILE' USING WS-SUPSIN-FILE
                                         WS-SUPSPRV-FILE
            MOVE RETURN-CODE TO WS-RENAME-RC
            MOVE WS-SAVED-RC TO RETURN-CODE
            IF WS-RENAME-RC NOT = 0 THEN
                DISPLAY 'FAILED TO RENAME OUTPUTINPUT.TXT TO '
                        'OUTPUTINPUT.PRV, THE LIVE CSV HAS NOT BEEN '
                        'TOUCHED'
                DISPLAY 'RENAME STATUS.: ' WS-RENAME-RC
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE RETURN-CODE TO WS-SAVED-RC
            CALL 'CBL_RENAME_FILE' USING WS-SUPSNEW-FILE
                                         WS-SUPSIN-FILE
            MOVE RETURN-CODE TO WS-RENAME-RC
            MOVE WS-SAVED-RC TO RETURN-CODE
            IF WS-RENAME-RC NOT = 0 THEN
                DISPLAY 'FAILED TO RENAME OUTPUTINPUT.NEW IN AS THE '
                        'LIVE CSV. THE PRIOR GENERATION IS '
                        'OUTPUTINPUT.PRV - RENAME IT BACK TO '
                        'OUTPUTINPUT.TXT TO RESTORE SERVICE'
                DISPLAY 'RENAME STATUS.: ' WS-RENAME-RC
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            DISPLAY 'TRIMMED CSV PUBLISHED, PRIOR GENERATION KEPT AS '
                    'OUTPUTINPUT.PRV'
            PERFORM P610-START THRU P610-END
            .
       P600-END.


      *>      THE MASTER STILL HOLDS THE RETIRED ROWS. DROP QUOTLOAD'S
      *>      APPLIED SEQUENCE SO ITS NEXT RUN REBUILDS IN FULL RATHER
      *>      THAN REPORTING THE MASTER CURRENT.
       P610-START.
            OPEN INPUT QUOTAPPLY
            IF WS-FS-7 EQUAL 35 THEN
                DISPLAY 'NO QUOTAPPLY.TXT, THE NEXT QUOTLOAD RUN '
                        'REBUILDS QUOTMASTER.DAT IN FULL'
                GO TO P610-END
            END-IF
            IF FS-OK OF WS-FS-7 THEN
                CLOSE QUOTAPPLY
                DELETE FILE QUOTAPPLY
            END-IF
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO DELETE QUOTAPPLY.TXT. '
                        'QUOTMASTER.DAT NO LONGER MATCHES THE CSV, '
                        'REBUILD IT WITH QUOTLOAD UNDER '
                        'B3QUOTMODE=FULL'
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                MOVE 1 TO RETURN-CODE
                GO TO P610-END
            END-IF
            DISPLAY 'QUOTAPPLY.TXT DELETED, THE NEXT QUOTLOAD RUN '
                    'REBUILDS QUOTMASTER.DAT IN FULL'
            .
       P610-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTSUPS RECONCILIATION SUMMARY'
            DISPLAY ' ROWS READ........: '    WS-ROWS-READ
            DISPLAY ' YEARS DELIVERED..: '    WS-YEARS-DELIVERED
            DISPLAY ' MONTHS DELIVERED.: '    WS-MONTHS-DELIVERED
            DISPLAY ' ROWS IN SCOPE....: '    WS-ROWS-INSCOPE
            DISPLAY ' ROWS RETIRED.....: '    WS-ROWS-RETIRED
            DISPLAY ' PRICES CHANGED...: '    WS-ROWS-CHANGED
            DISPLAY ' IDENTICAL........: '    WS-ROWS-UNCHANGED
            DISPLAY ' NO COUNTERPART...: '    WS-ROWS-NOMATCH
            DISPLAY ' ROWS KEPT........: '    WS-ROWS-KEPT
            DISPLAY '#################################################'
            .
       P900-END.


      *>      AN EMPTY REPORT FOR A RUN THAT HAD NOTHING TO LOOK AT,
      *>      SO SUPERSEDE.TXT NEVER SHOWS A STALE EARLIER RUN
       P910-START.
            OPEN OUTPUT SUPSRPT
            IF FS-OK OF WS-FS-5 THEN
                PERFORM P405-START THRU P405-END
                PERFORM P450-START THRU P450-END
                CLOSE SUPSRPT
            END-IF
            .
       P910-END.


       P999-EXIT.
            CLOSE SUPSIN
            CLOSE SUPSNEW
            CLOSE SUPSPRV
            CLOSE SRCCATLG
            CLOSE SUPSRPT
            CLOSE QUOTAPPLY
            IF LOCK-HELD THEN
                DELETE FILE RUNLOCK
                SET LOCK-HELD TO FALSE
            END-IF
            GOBACK.
       END PROGRAM HISTSUPS.
