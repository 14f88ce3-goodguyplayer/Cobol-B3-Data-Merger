      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: WRITE A US-DOLLAR COPY OF THE MERGED OUTPUTINPUT.TXT
      *        (OUTPUTUSD.TXT, HISTOUTR LAYOUT) FOR THE FOREIGN CLIENTS
      *        AND THE OFFSHORE FUND. EVERY PRICE FIELD AND VOLTOT IS
      *        DIVIDED BY THE CLOSING PTAX OF THE ROW'S DATEEX FROM
      *        PTAXREF.TXT (COPY PTAXREF) - THE SELL RATE, OR THE BUY
      *        RATE WHEN B3PTAXSIDE=B - AND MODREF BECOMES 'US$'. THE
      *        PTAX IS QUOTED IN THE CURRENCY OF THE DAY, SO ROWS OF
      *        THE LEGACY CURRENCIES CONVERT STRAIGHT TO DOLLARS TOO.
      *        ON A DATE WITH NO PTAX THE LAST RATE PUBLISHED BEFORE IT
      *        IS CARRIED FORWARD, UP TO B3PTAXMAXDAYS CALENDAR DAYS (5
      *        BY DEFAULT, ENOUGH FOR CARNIVAL AND YEAR-END), AND THE
      *        ROW IS FLAGGED IN TWO APPENDED COLUMNS (RATE DATE USED,
      *        CARRIED Y/N) THE WAY HISTCURR APPENDS ITS RESTATED FLAG.
      *        A ROW WITH NO RATE WITHIN THAT REACH IS LEFT OUT, AND
      *        PTAXGAPS.TXT LISTS EVERY DATE WITHOUT A RATE AND EVERY
      *        DATE PRICED ON A CARRIED RATE, SO A MISSING PTAX LOAD
      *        SHOWS UP INSTEAD OF QUIETLY STOPPING THE DOLLAR SERIES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTPTAX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT USDIN ASSIGN TO
                   WS-USDIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT PTAXREF ASSIGN TO
                   WS-PTAXREF-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT USDOUT ASSIGN TO
                   WS-USDOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT GAPSOUT ASSIGN TO
                   WS-GAPSOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD USDIN.
           COPY HISTOUTR.
       FD PTAXREF.
           COPY PTAXREF.
       FD USDOUT.
       01 USD-OUT-LINE                 PIC X(360).
       FD GAPSOUT.
       01 GAPS-OUT-LINE                PIC X(100).
       WORKING-STORAGE SECTION.
      *>      FLAT VIEW OF THE INPUT ROW, MIRRORING THE HISTOUTR
      *>      LAYOUT DELIMITER FOR DELIMITER, SO THE PRICE FIELDS CAN
      *>      BE CONVERTED IN PLACE AND THE WHOLE 337-CHARACTER ROW
      *>      WRITTEN BACK OUT WITH THE RATE COLUMNS APPENDED.
       01 WS-USD-REG               PIC X(337).
       01 FILLER REDEFINES WS-USD-REG.
           03 WS-UR-TIPREG         PIC 9(02).
           03 FILLER               PIC X(01).
           03 WS-UR-DATEEX         PIC 9(08).
           03 FILLER               PIC X(01).
           03 WS-UR-CODBDI         PIC X(02).
           03 FILLER               PIC X(01).
           03 WS-UR-CODNEG         PIC X(12).
           03 FILLER               PIC X(01).
           03 WS-UR-TPMERC         PIC 9(03).
           03 FILLER               PIC X(01).
           03 WS-UR-NOMRES         PIC X(12).
           03 FILLER               PIC X(01).
           03 WS-UR-ESPECI         PIC X(10).
           03 FILLER               PIC X(01).
           03 WS-UR-PRAZOT         PIC X(03).
           03 FILLER               PIC X(01).
           03 WS-UR-MODREF         PIC X(04).
           03 FILLER               PIC X(01).
           03 WS-UR-PREABE         PIC 9(11)V99.
           03 FILLER               PIC X(01).
           03 WS-UR-PREMAX         PIC 9(11)V99.
           03 FILLER               PIC X(01).
           03 WS-UR-PREMIN         PIC 9(11)V99.
           03 FILLER               PIC X(01).
           03 WS-UR-PREMED         PIC 9(11)V99.
           03 FILLER               PIC X(01).
           03 WS-UR-PREULT         PIC 9(11)V99.
           03 FILLER               PIC X(01).
           03 WS-UR-PREOFC         PIC 9(11)V99.
           03 FILLER               PIC X(01).
           03 WS-UR-PREOFV         PIC 9(11)V99.
           03 FILLER               PIC X(01).
           03 WS-UR-TOTNEG         PIC 9(05).
           03 FILLER               PIC X(01).
           03 WS-UR-QUATOT         PIC 9(18).
           03 FILLER               PIC X(01).
           03 WS-UR-VOLTOT         PIC 9(16)V99.
           03 FILLER               PIC X(01).
           03 WS-UR-PREEXE         PIC 9(11)V99.
           03 FILLER               PIC X(117).
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-USDIN-FILE                PIC X(128) VALUE SPACES.
       77 WS-PTAXREF-FILE              PIC X(128) VALUE SPACES.
       77 WS-USDOUT-FILE               PIC X(128) VALUE SPACES.
       77 WS-GAPSOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-REF-EOF                   PIC X.
           88 REF-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      RATE SIDE AND CARRY-FORWARD REACH, OVERRIDABLE VIA THE
      *>      B3PTAXSIDE (S/B) AND B3PTAXMAXDAYS ENVIRONMENT VARIABLES
       77 WS-ENV-SIDE                  PIC X(08) VALUE SPACES.
       77 WS-PTAX-SIDE                 PIC X(01) VALUE 'S'.
           88 SIDE-IS-BUY              VALUE 'B'.
       77 WS-ENV-MAXDAYS               PIC X(08) VALUE SPACES.
       77 WS-MAXDAYS                   PIC 9(03) VALUE 5.
      *>      PTAX TABLE, ASCENDING BY DATE AS LOADED (AN OUT-OF-ORDER
      *>      LINE IS IGNORED, AS FOR RISKFREE.TXT IN HISTOPTG). THE
      *>      RATE KEPT IS THE SIDE CHOSEN ABOVE.
       77 WS-PTAX-COUNT                PIC 9(05) VALUE 0.
       77 WS-PTAX-LAST                 PIC 9(08) VALUE 0.
       01 WS-PTAX-TABLE.
           03 WS-PTAX-ENTRY OCCURS 15000 TIMES.
               05 WS-PTAX-DATE         PIC 9(08).
               05 WS-PTAX-RATE         PIC 9(09)V9(06).
      *>      BINARY SEARCH FOR THE LAST RATE ON OR BEFORE A DATE
       77 WS-BS-LO                     PIC S9(05) VALUE 0.
       77 WS-BS-HI                     PIC S9(05) VALUE 0.
       77 WS-BS-MID                    PIC S9(05) VALUE 0.
       77 WS-BS-FOUND                  PIC 9(05) VALUE 0.
      *>      RESULT OF THE LOOKUP FOR THE CURRENT DATE, KEPT WHILE
      *>      CONSECUTIVE ROWS SHARE IT. STATUS 'E' EXACT RATE, 'C'
      *>      CARRIED FORWARD, 'M' NO RATE WITHIN REACH.
       77 WS-LK-DATEEX                 PIC 9(08) VALUE 0.
       77 WS-LK-STATUS                 PIC X(01) VALUE SPACE.
           88 LK-EXACT                 VALUE 'E'.
           88 LK-CARRIED               VALUE 'C'.
           88 LK-MISSING               VALUE 'M'.
       77 WS-LK-RATE                   PIC 9(09)V9(06) VALUE 0.
       77 WS-LK-RATE-DATE              PIC 9(08) VALUE 0.
       77 WS-LK-DAYS                   PIC S9(07) VALUE 0.
      *>      DATES THAT WERE CARRIED OR HAD NO RATE, FOR THE REPORT,
      *>      WITH THE RATE DATE USED (OR LAST SEEN) AND THE ROWS HIT
       77 WS-GAP-COUNT                 PIC 9(04) VALUE 0.
       01 WS-GAP-TABLE.
           03 WS-GAP-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-GAP-X.
               05 WS-GAP-DATEEX        PIC 9(08).
               05 WS-GAP-STATUS        PIC X(01).
               05 WS-GAP-RATE-DATE     PIC 9(08).
               05 WS-GAP-ROWS          PIC 9(09).
       77 WS-GAP-FOUND                 PIC X(01) VALUE 'N'.
           88 GAP-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-GAP-IDX                   PIC 9(04) VALUE 0.
       77 WS-GAP-FULL                  PIC X(01) VALUE 'N'.
           88 GAP-FULL                 VALUE 'Y' FALSE 'N'.
       77 WS-ED-ROWS                   PIC Z(08)9.
       77 WS-ED-RATE                   PIC Z(08)9.9(06).
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(09) VALUE 0.
       77 WS-ROWS-EXACT                PIC 9(09) VALUE 0.
       77 WS-ROWS-CARRIED              PIC 9(09) VALUE 0.
       77 WS-ROWS-MISSING              PIC 9(09) VALUE 0.
       77 WS-DATES-CARRIED             PIC 9(05) VALUE 0.
       77 WS-DATES-MISSING             PIC 9(05) VALUE 0.
       01 WS-USD-OUT-REC               PIC X(360) VALUE SPACES.
       01 WS-GAPS-OUT-REC              PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'CONVERTING PRICES TO US DOLLARS AT PTAX'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            DISPLAY 'B3PTAXSIDE' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-SIDE FROM ENVIRONMENT-VALUE
            IF WS-ENV-SIDE = 'B' OR WS-ENV-SIDE = 'b' THEN
                MOVE 'B' TO WS-PTAX-SIDE
            END-IF
            DISPLAY 'B3PTAXMAXDAYS' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-MAXDAYS FROM ENVIRONMENT-VALUE
            IF WS-ENV-MAXDAYS NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-ENV-MAXDAYS) = 0 THEN
                COMPUTE WS-MAXDAYS = FUNCTION NUMVAL(WS-ENV-MAXDAYS)
            END-IF
            IF SIDE-IS-BUY THEN
                DISPLAY 'PTAX SIDE.............: BUY'
            ELSE
                DISPLAY 'PTAX SIDE.............: SELL'
            END-IF
            DISPLAY 'MAX DAYS CARRIED......: ' WS-MAXDAYS
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-USDIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'PTAXREF.TXT'        DELIMITED BY SIZE
                   INTO WS-PTAXREF-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTUSD.TXT'      DELIMITED BY SIZE
                   INTO WS-USDOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'PTAXGAPS.TXT'       DELIMITED BY SIZE
                   INTO WS-GAPSOUT-FILE
            END-STRING
            .
       P100-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            OPEN INPUT USDIN
            EVALUATE WS-FS-1
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO OUTPUTINPUT.TXT FOUND, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN 37
                    DISPLAY 'PERMISSION DENIED OPENING OUTPUTINPUT.TXT'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD OUTPUTINPUT.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            CLOSE USDIN
            .
       P200-END.


      *>      LOAD THE PTAX TABLE. WITHOUT IT THERE IS NOTHING TO
      *>      CONVERT AT, SO THE RUN STOPS.
       P250-START.
            SET REF-EOF-OK TO FALSE
            OPEN INPUT PTAXREF
            EVALUATE WS-FS-2
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO PTAXREF.TXT FOUND, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD PTAXREF.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            PERFORM P251-START THRU P251-END
                UNTIL REF-EOF-OK
            CLOSE PTAXREF
            DISPLAY 'PTAX RATES LOADED.....: ' WS-PTAX-COUNT
            IF WS-PTAX-COUNT = 0 THEN
                DISPLAY 'PTAXREF.TXT HOLDS NO USABLE RATE, QUITTING...'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P250-END.


      *>      READ ONE RATE. DATES MUST ASCEND SO THE LOOKUP CAN
      *>      BISECT THE TABLE; A ZERO RATE CANNOT BE DIVIDED BY.
       P251-START.
            READ PTAXREF
                AT END SET REF-EOF-OK TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN PTAX-DATE IS NOT NUMERIC
                        OR PTAX-BUY IS NOT NUMERIC
                        OR PTAX-SELL IS NOT NUMERIC
                            DISPLAY 'PTAXREF.TXT LINE NOT NUMERIC, '
                                    'IGNORED.: ' PTAX-REF-REC
                        WHEN PTAX-DATE NOT > WS-PTAX-LAST
                            DISPLAY 'PTAXREF.TXT DATE OUT OF ORDER, '
                                    'IGNORED.: ' PTAX-DATE
                        WHEN (SIDE-IS-BUY AND PTAX-BUY = 0)
                        OR (NOT SIDE-IS-BUY AND PTAX-SELL = 0)
                            DISPLAY 'PTAXREF.TXT RATE IS ZERO, '
                                    'IGNORED.: ' PTAX-DATE
                        WHEN WS-PTAX-COUNT = 15000
                            DISPLAY 'WS-PTAX-TABLE FULL, RATE '
                                    'IGNORED.: ' PTAX-DATE
                        WHEN OTHER
                            ADD 1 TO WS-PTAX-COUNT
                            MOVE PTAX-DATE
                                 TO WS-PTAX-DATE(WS-PTAX-COUNT)
                            IF SIDE-IS-BUY THEN
                                MOVE PTAX-BUY
                                     TO WS-PTAX-RATE(WS-PTAX-COUNT)
                            ELSE
                                MOVE PTAX-SELL
                                     TO WS-PTAX-RATE(WS-PTAX-COUNT)
                            END-IF
                            MOVE PTAX-DATE TO WS-PTAX-LAST
                    END-EVALUATE
            END-READ
            .
       P251-END.


      *>      READ EVERY MERGED CSV LINE AND WRITE ITS DOLLAR ROW
       P300-START.
            OPEN INPUT USDIN
            OPEN OUTPUT USDOUT
            EVALUATE WS-FS-3
                WHEN 00
                    CONTINUE
                WHEN 37
                    DISPLAY 'PERMISSION DENIED OPENING OUTPUTUSD.TXT'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN 30
                    DISPLAY 'DISK FULL WRITING OUTPUTUSD.TXT'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO CREATE OUTPUTUSD.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-3
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            PERFORM P310-START THRU P310-END
                UNTIL EOF-OK
            CLOSE USDIN
            CLOSE USDOUT
            .
       P300-END.


      *>      ONE CSV LINE. THE HEADER ROW GETS THE NEW COLUMN NAMES
      *>      APPENDED, EVERY DATA ROW IS CONVERTED OR LEFT OUT.
       P310-START.
            READ USDIN INTO WS-USD-REG
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P310-END
            END-READ
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'ERROR WHILE READING OUTPUTINPUT.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            ADD 1 TO WS-LINES-READ
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                MOVE SPACES TO WS-USD-OUT-REC
                STRING FUNCTION TRIM(WS-USD-REG TRAILING)
                                        DELIMITED BY SIZE
                       ','              DELIMITED BY SIZE
                       'PTAXDATE'       DELIMITED BY SIZE
                       ','              DELIMITED BY SIZE
                       'CARRIED'        DELIMITED BY SIZE
                       INTO WS-USD-OUT-REC
                END-STRING
                WRITE USD-OUT-LINE FROM WS-USD-OUT-REC
                GO TO P310-END
            END-IF
            IF WS-UR-DATEEX NOT = WS-LK-DATEEX
            OR WS-LK-STATUS = SPACE THEN
                PERFORM P350-START THRU P350-END
            END-IF
            EVALUATE TRUE
                WHEN LK-MISSING
                    ADD 1 TO WS-ROWS-MISSING
                    PERFORM P370-START THRU P370-END
                WHEN LK-CARRIED
                    ADD 1 TO WS-ROWS-CARRIED
                    PERFORM P370-START THRU P370-END
                    PERFORM P320-START THRU P320-END
                WHEN OTHER
                    ADD 1 TO WS-ROWS-EXACT
                    PERFORM P320-START THRU P320-END
            END-EVALUATE
            .
       P310-END.


      *>      DIVIDE EVERY PRICE FIELD AND VOLTOT BY THE RATE, STAMP
      *>      THE ROW AS DOLLARS AND APPEND THE RATE DATE AND FLAG
       P320-START.
            COMPUTE WS-UR-PREABE ROUNDED = WS-UR-PREABE / WS-LK-RATE
            COMPUTE WS-UR-PREMAX ROUNDED = WS-UR-PREMAX / WS-LK-RATE
            COMPUTE WS-UR-PREMIN ROUNDED = WS-UR-PREMIN / WS-LK-RATE
            COMPUTE WS-UR-PREMED ROUNDED = WS-UR-PREMED / WS-LK-RATE
            COMPUTE WS-UR-PREULT ROUNDED = WS-UR-PREULT / WS-LK-RATE
            COMPUTE WS-UR-PREOFC ROUNDED = WS-UR-PREOFC / WS-LK-RATE
            COMPUTE WS-UR-PREOFV ROUNDED = WS-UR-PREOFV / WS-LK-RATE
            COMPUTE WS-UR-PREEXE ROUNDED = WS-UR-PREEXE / WS-LK-RATE
            COMPUTE WS-UR-VOLTOT ROUNDED = WS-UR-VOLTOT / WS-LK-RATE
            MOVE 'US$ ' TO WS-UR-MODREF
            MOVE SPACES TO WS-USD-OUT-REC
            MOVE WS-USD-REG TO WS-USD-OUT-REC(1:337)
            MOVE ',' TO WS-USD-OUT-REC(338:1)
            MOVE WS-LK-RATE-DATE TO WS-USD-OUT-REC(339:8)
            MOVE ',' TO WS-USD-OUT-REC(347:1)
            IF LK-CARRIED THEN
                MOVE 'Y' TO WS-USD-OUT-REC(348:1)
            ELSE
                MOVE 'N' TO WS-USD-OUT-REC(348:1)
            END-IF
            WRITE USD-OUT-LINE FROM WS-USD-OUT-REC
            .
       P320-END.


      *>      FIND THE RATE FOR THE ROW'S DATE: THE LAST PTAX ON OR
      *>      BEFORE IT, CARRIED ONLY WITHIN THE ALLOWED REACH
       P350-START.
            MOVE WS-UR-DATEEX TO WS-LK-DATEEX
            MOVE 0 TO WS-LK-RATE
            MOVE 0 TO WS-LK-RATE-DATE
            SET LK-MISSING TO TRUE
            IF WS-UR-DATEEX IS NOT NUMERIC THEN
                GO TO P350-END
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-UR-DATEEX) NOT = 0 THEN
                GO TO P350-END
            END-IF
            MOVE 1 TO WS-BS-LO
            MOVE WS-PTAX-COUNT TO WS-BS-HI
            MOVE 0 TO WS-BS-FOUND
            PERFORM P360-START THRU P360-END
                UNTIL WS-BS-LO > WS-BS-HI
            IF WS-BS-FOUND = 0 THEN
                GO TO P350-END
            END-IF
            MOVE WS-PTAX-DATE(WS-BS-FOUND) TO WS-LK-RATE-DATE
            IF WS-LK-RATE-DATE = WS-UR-DATEEX THEN
                MOVE WS-PTAX-RATE(WS-BS-FOUND) TO WS-LK-RATE
                SET LK-EXACT TO TRUE
                GO TO P350-END
            END-IF
            COMPUTE WS-LK-DAYS
                  = FUNCTION INTEGER-OF-DATE(WS-UR-DATEEX)
                  - FUNCTION INTEGER-OF-DATE(WS-LK-RATE-DATE)
            IF WS-LK-DAYS NOT > WS-MAXDAYS THEN
                MOVE WS-PTAX-RATE(WS-BS-FOUND) TO WS-LK-RATE
                SET LK-CARRIED TO TRUE
            END-IF
            .
       P350-END.


      *>      ONE BISECTION STEP
       P360-START.
            COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
            IF WS-PTAX-DATE(WS-BS-MID) NOT > WS-UR-DATEEX THEN
                MOVE WS-BS-MID TO WS-BS-FOUND
                COMPUTE WS-BS-LO = WS-BS-MID + 1
            ELSE
                COMPUTE WS-BS-HI = WS-BS-MID - 1
            END-IF
            .
       P360-END.


      *>      NOTE A CARRIED OR MISSING DATE FOR THE REPORT, ONCE PER
      *>      DATE, COUNTING ITS ROWS
       P370-START.
            SET GAP-FOUND TO FALSE
            SET WS-GAP-X TO 1
            IF WS-GAP-COUNT > 0 THEN
                SEARCH WS-GAP-ENTRY
                    AT END CONTINUE
                    WHEN WS-GAP-X > WS-GAP-COUNT
                        CONTINUE
                    WHEN WS-GAP-DATEEX(WS-GAP-X) = WS-LK-DATEEX
                        SET GAP-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT GAP-FOUND THEN
                IF WS-GAP-COUNT = 5000 THEN
                    SET GAP-FULL TO TRUE
                    GO TO P370-END
                END-IF
                ADD 1 TO WS-GAP-COUNT
                SET WS-GAP-X TO WS-GAP-COUNT
                MOVE WS-LK-DATEEX    TO WS-GAP-DATEEX(WS-GAP-X)
                MOVE WS-LK-STATUS    TO WS-GAP-STATUS(WS-GAP-X)
                MOVE WS-LK-RATE-DATE TO WS-GAP-RATE-DATE(WS-GAP-X)
                MOVE 0               TO WS-GAP-ROWS(WS-GAP-X)
                IF LK-MISSING THEN
                    ADD 1 TO WS-DATES-MISSING
                ELSE
                    ADD 1 TO WS-DATES-CARRIED
                END-IF
            END-IF
            ADD 1 TO WS-GAP-ROWS(WS-GAP-X)
            .
       P370-END.


      *>      WRITE THE GAP REPORT: DATES WITH NO RATE FIRST, THEN THE
      *>      DATES PRICED ON A CARRIED-FORWARD RATE
       P500-START.
            OPEN OUTPUT GAPSOUT
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE PTAXGAPS.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE 'PTAX COVERAGE OF OUTPUTINPUT.TXT' TO WS-GAPS-OUT-REC
            WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            MOVE SPACES TO WS-GAPS-OUT-REC
            STRING 'PTAX RATES FROM '   DELIMITED BY SIZE
                   WS-PTAX-DATE(1)      DELIMITED BY SIZE
                   ' TO '               DELIMITED BY SIZE
                   WS-PTAX-LAST         DELIMITED BY SIZE
                   ', CARRIED AT MOST ' DELIMITED BY SIZE
                   WS-MAXDAYS           DELIMITED BY SIZE
                   ' DAYS'              DELIMITED BY SIZE
                   INTO WS-GAPS-OUT-REC
            END-STRING
            WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            MOVE SPACES TO WS-GAPS-OUT-REC
            WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            MOVE 'DATES WITH NO RATE - ROWS LEFT OUT OF OUTPUTUSD.TXT'
                 TO WS-GAPS-OUT-REC
            WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            MOVE 'DATEEX   LAST RATE      ROWS' TO WS-GAPS-OUT-REC
            WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            IF WS-DATES-MISSING = 0 THEN
                MOVE '  NONE' TO WS-GAPS-OUT-REC
                WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            ELSE
                PERFORM P510-START THRU P510-END
                    VARYING WS-GAP-IDX FROM 1 BY 1
                    UNTIL WS-GAP-IDX > WS-GAP-COUNT
            END-IF
            MOVE SPACES TO WS-GAPS-OUT-REC
            WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            MOVE 'DATES PRICED ON A CARRIED-FORWARD RATE'
                 TO WS-GAPS-OUT-REC
            WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            MOVE 'DATEEX   RATE DATE      ROWS' TO WS-GAPS-OUT-REC
            WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            IF WS-DATES-CARRIED = 0 THEN
                MOVE '  NONE' TO WS-GAPS-OUT-REC
                WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            ELSE
                PERFORM P520-START THRU P520-END
                    VARYING WS-GAP-IDX FROM 1 BY 1
                    UNTIL WS-GAP-IDX > WS-GAP-COUNT
            END-IF
            IF GAP-FULL THEN
                MOVE SPACES TO WS-GAPS-OUT-REC
                WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
                MOVE 'DATE TABLE FULL - LATER DATES NOT LISTED, SEE '
                   & 'THE ROW COUNTS IN THE RUN SUMMARY'
                     TO WS-GAPS-OUT-REC
                WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            END-IF
            CLOSE GAPSOUT
            .
       P500-END.


      *>      ONE NO-RATE DATE LINE
       P510-START.
            IF WS-GAP-STATUS(WS-GAP-IDX) = 'M' THEN
                PERFORM P530-START THRU P530-END
            END-IF
            .
       P510-END.


      *>      ONE CARRIED DATE LINE
       P520-START.
            IF WS-GAP-STATUS(WS-GAP-IDX) = 'C' THEN
                PERFORM P530-START THRU P530-END
            END-IF
            .
       P520-END.


       P530-START.
            MOVE WS-GAP-ROWS(WS-GAP-IDX) TO WS-ED-ROWS
            MOVE SPACES TO WS-GAPS-OUT-REC
            STRING WS-GAP-DATEEX(WS-GAP-IDX)
                                        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-GAP-RATE-DATE(WS-GAP-IDX)
                                        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-ED-ROWS           DELIMITED BY SIZE
                   INTO WS-GAPS-OUT-REC
            END-STRING
            WRITE GAPS-OUT-LINE FROM WS-GAPS-OUT-REC
            .
       P530-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTPTAX RECONCILIATION SUMMARY'
            DISPLAY ' INPUT LINES READ.: '    WS-LINES-READ
            DISPLAY ' ROWS AT DAY RATE.: '    WS-ROWS-EXACT
            DISPLAY ' ROWS AT CARRIED..: '    WS-ROWS-CARRIED
            DISPLAY ' ROWS WITH NO RATE: '    WS-ROWS-MISSING
            DISPLAY ' DATES CARRIED....: '    WS-DATES-CARRIED
            DISPLAY ' DATES NO RATE....: '    WS-DATES-MISSING
            IF WS-DATES-MISSING > 0 THEN
                DISPLAY ' DATES WITHOUT PTAX - SEE PTAXGAPS.TXT'
                MOVE 1 TO RETURN-CODE
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE USDIN
            CLOSE PTAXREF
            CLOSE USDOUT
            CLOSE GAPSOUT
            GOBACK.
       END PROGRAM HISTPTAX.
