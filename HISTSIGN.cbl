      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RULE-DRIVEN SIGNAL SCREEN OVER HISTTECH'S TECHIND.TXT
      *        (COPY TECHIND) JOINED WITH THE DAY'S VOLTOT FROM THE
      *        MERGED OUTPUTINPUT.TXT. SIGNALRULES.TXT HOLDS ONE RULE
      *        PER LINE: A SIGNAL NAME (UP TO 12 CHARACTERS) AND UP TO
      *        THREE CLAUSES JOINED BY AND, EACH CLAUSE BEING
      *            TERM OP TERM [* FACTOR]
      *        WHERE A TERM IS A COLUMN - PREULT VOLTOT NOBS SMA21
      *        SMA50 SMA200 VOL21 HI52W DAYSHI LO52W DAYSLO, OR
      *        AVGVOL21, THE 21-SESSION AVERAGE OF VOLTOT - OPTIONALLY
      *        SUFFIXED @N FOR ITS VALUE N SESSIONS EARLIER (N UP TO
      *        30), OR A PLAIN NUMBER; OP IS GT GE LT LE EQ NE, OR XA /
      *        XB FOR "CROSSES ABOVE / BELOW" (TRUE TODAY, NOT TRUE THE
      *        SESSION BEFORE); THE FACTOR SCALES THE RIGHT-HAND TERM.
      *        LINES STARTING WITH * ARE COMMENTS. FOR EXAMPLE
      *            CROSS200  PREULT XA SMA200
      *            NEWHIVOL  DAYSHI EQ 0 AND VOLTOT GT AVGVOL21
      *            VOLDOUBLE VOL21 GE VOL21@21 * 2
      *        AN AVERAGE, VOLATILITY OR 52-WEEK TERM THAT IS STILL
      *        ZERO (NOT ENOUGH HISTORY) MAKES ITS CLAUSE FALSE. EVERY
      *        RULE IS TESTED FOR EVERY SERIES ON THE LATEST DATEEX IN
      *        TECHIND.TXT, OR ON EACH DATE FROM B3SIGFROM TO B3SIGTO
      *        (YYYYMMDD) WHEN GIVEN. HITS GO TO SIGNALS.TXT (SERIES,
      *        DATE, RULE, PREULT, VOLTOT AND THE LEFT/RIGHT VALUES OF
      *        EACH CLAUSE, FOUR IMPLIED DECIMALS), AND THE FLAGGED
      *        TICKERS TO WATCHLIST.TXT IN THE SCOPEFILTER.TXT LAYOUT
      *        (OPEN DATE RANGE, ONE CODNEG PER LINE) SO THEY CAN BE
      *        COPIED OVER SCOPEFILTER.TXT TO DRIVE AN EXTRACT.
      *        WITH B3SIGSRC=ADJ THE INDICATORS ARE READ FROM
      *        TECHADJ.TXT (HISTTECH UNDER B3TECHSRC=ADJ, BUILT ON THE
      *        BACK-ADJUSTED PRICES) SO A SPLIT RAISES NO FALSE SIGNAL;
      *        THIS IS HOW SIGNALS ARE PREPARED FOR HISTBTST
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTSIGN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT TECHIN ASSIGN TO
                   WS-TECHIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT VOLIN ASSIGN TO
                   WS-VOLIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT RULESIN ASSIGN TO
                   WS-RULESIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT SIGNOUT ASSIGN TO
                   WS-SIGNOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT WATCHOUT ASSIGN TO
                   WS-WATCHOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT SORTFILE ASSIGN TO
                   'SIGNSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD TECHIN.
           COPY TECHIND.
       FD VOLIN.
           COPY HISTOUTR.
       FD RULESIN.
       01 RULES-IN-LINE                PIC X(120).
       FD SIGNOUT.
       01 SIGN-OUT-LINE                PIC X(260).
       FD WATCHOUT.
       01 WATCH-OUT-LINE               PIC X(16).
      *>      ONE SERIES-DAY: TAG 'A' CARRIES THE DAY'S VOLTOT FROM THE
      *>      CSV, TAG 'B' THE INDICATOR LINE. THE TAG IS PART OF THE
      *>      KEY SO THE VOLUME ARRIVES JUST AHEAD OF ITS INDICATORS.
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-SERIES.
               05 SORT-CODNEG          PIC X(12).
               05 SORT-TIPREG          PIC 9(02).
               05 SORT-ADJUSTED        PIC X(01).
               05 SORT-TPMERC          PIC 9(03).
               05 SORT-PRAZOT          PIC X(03).
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-TAG                 PIC X(01).
           03 SORT-VOLTOT              PIC 9(16)V99.
           03 SORT-PREULT              PIC 9(11)V99.
           03 SORT-NOBS                PIC 9(03).
           03 SORT-SMA21               PIC 9(11)V99.
           03 SORT-SMA50               PIC 9(11)V99.
           03 SORT-SMA200              PIC 9(11)V99.
           03 SORT-VOL21               PIC 9(05)V99.
           03 SORT-HI52W               PIC 9(11)V99.
           03 SORT-DAYSHI              PIC 9(05).
           03 SORT-LO52W               PIC 9(11)V99.
           03 SORT-DAYSLO              PIC 9(05).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-TECHIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-VOLIN-FILE                PIC X(128) VALUE SPACES.
       77 WS-RULESIN-FILE              PIC X(128) VALUE SPACES.
       77 WS-SIGNOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-WATCHOUT-FILE             PIC X(128) VALUE SPACES.
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
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      SCREENED DATE RANGE, OVERRIDABLE VIA B3SIGFROM/B3SIGTO.
      *>      ROWS FROM WS-WARM-CUT ON ARE FED IN SO THE SESSION RING
      *>      IS FULL (LAGS AND AVGVOL21) BY THE FIRST SCREENED DATE.
       01 WS-ENV-SIGFROM               PIC X(08) VALUE SPACES.
       01 WS-ENV-SIGFROM-N REDEFINES WS-ENV-SIGFROM
                                       PIC 9(08).
       01 WS-ENV-SIGTO                 PIC X(08) VALUE SPACES.
       01 WS-ENV-SIGTO-N REDEFINES WS-ENV-SIGTO
                                       PIC 9(08).
       77 WS-LATEST-DATE               PIC 9(08) VALUE 0.
       77 WS-FROM-DATE                 PIC 9(08) VALUE 0.
       77 WS-TO-DATE                   PIC 9(08) VALUE 0.
       77 WS-WARM-CUT                  PIC 9(08) VALUE 0.
       77 WS-WARM-DAYS                 PIC 9(03) VALUE 100.
      *>      INDICATOR SOURCE, OVERRIDABLE VIA B3SIGSRC: 'ADJ' READS
      *>      TECHADJ.TXT, ANYTHING ELSE TECHIND.TXT
       77 WS-ENV-SIGSRC                PIC X(08) VALUE SPACES.
       77 WS-TECH-NAME                 PIC X(16) VALUE 'TECHIND.TXT'.
      *>      COLUMN NAMES A RULE TERM MAY USE, IN RING SLOT ORDER.
      *>      SLOTS FLAGGED 'Y' ARE ZERO WHILE HISTORY IS SHORT, AND A
      *>      ZERO THERE MEANS "NOT AVAILABLE" RATHER THAN A VALUE.
       01 WS-FIELD-LIST.
           03 FILLER PIC X(09) VALUE 'PREULT  N'.
           03 FILLER PIC X(09) VALUE 'VOLTOT  N'.
           03 FILLER PIC X(09) VALUE 'NOBS    N'.
           03 FILLER PIC X(09) VALUE 'SMA21   Y'.
           03 FILLER PIC X(09) VALUE 'SMA50   Y'.
           03 FILLER PIC X(09) VALUE 'SMA200  Y'.
           03 FILLER PIC X(09) VALUE 'VOL21   Y'.
           03 FILLER PIC X(09) VALUE 'HI52W   Y'.
           03 FILLER PIC X(09) VALUE 'DAYSHI  N'.
           03 FILLER PIC X(09) VALUE 'LO52W   Y'.
           03 FILLER PIC X(09) VALUE 'DAYSLO  N'.
           03 FILLER PIC X(09) VALUE 'AVGVOL21Y'.
       01 FILLER REDEFINES WS-FIELD-LIST.
           03 WS-FIELD-ENTRY OCCURS 12 TIMES
                             INDEXED BY WS-FIELD-X.
               05 WS-FIELD-NAME        PIC X(08).
               05 WS-FIELD-WARMUP      PIC X(01).
      *>      THE RULE TABLE. A TERM IS A RING SLOT (1-12) WITH A LAG,
      *>      OR SLOT 0 WITH A CONSTANT.
       77 WS-RULE-COUNT                PIC 9(02) VALUE 0.
       77 WS-RULES-REJECTED            PIC 9(03) VALUE 0.
       01 WS-RULE-TABLE.
           03 WS-RULE-ENTRY OCCURS 50 TIMES.
               05 WS-RULE-NAME         PIC X(12).
               05 WS-RULE-CLAUSES      PIC 9(01).
               05 WS-RULE-CLAUSE OCCURS 3 TIMES.
                   07 WS-CL-OP         PIC X(02).
                   07 WS-CL-LFLD       PIC 9(02).
                   07 WS-CL-LLAG       PIC 9(02).
                   07 WS-CL-LCON       PIC 9(16)V9(04).
                   07 WS-CL-RFLD       PIC 9(02).
                   07 WS-CL-RLAG       PIC 9(02).
                   07 WS-CL-RCON       PIC 9(16)V9(04).
                   07 WS-CL-FACTOR     PIC 9(05)V9(04).
       77 WS-RULE-IDX                  PIC 9(02) VALUE 0.
       77 WS-CL-IDX                    PIC 9(01) VALUE 0.
      *>      RULE LINE PARSING
       77 WS-RULES-LINE                PIC X(120) VALUE SPACES.
       77 WS-RULES-LINENO              PIC 9(05) VALUE 0.
       77 WS-TOK-COUNT                 PIC 9(02) VALUE 0.
       01 WS-TOK-TABLE.
           03 WS-TOK OCCURS 16 TIMES   PIC X(16).
       77 WS-TOK-IDX                   PIC 9(02) VALUE 0.
       77 WS-PARSE-SW                  PIC X(01) VALUE 'Y'.
           88 PARSE-OK                 VALUE 'Y' FALSE 'N'.
       77 WS-TERM-TOK                  PIC X(16) VALUE SPACES.
       77 WS-TERM-NAME                 PIC X(16) VALUE SPACES.
       77 WS-TERM-LAGTXT               PIC X(16) VALUE SPACES.
       77 WS-TERM-FLD                  PIC 9(02) VALUE 0.
       77 WS-TERM-LAG                  PIC 9(02) VALUE 0.
       77 WS-TERM-CON                  PIC 9(16)V9(04) VALUE 0.
      *>      SESSION RING OF THE CURRENT SERIES, NEWEST LAST, DEEP
      *>      ENOUGH FOR A 30-SESSION LAG PLUS ONE FOR THE CROSSOVERS
       77 WS-PRV-SERIES                PIC X(21) VALUE SPACES.
       77 WS-RING-COUNT                PIC 9(02) VALUE 0.
       01 WS-RING-TABLE.
           03 WS-RING-ENTRY OCCURS 32 TIMES.
               05 WS-RING-DATEEX       PIC 9(08).
               05 WS-RING-VAL OCCURS 12 TIMES
                                       PIC 9(16)V9(04).
       77 WS-SHIFT-IDX                 PIC 9(02) VALUE 0.
       77 WS-SCAN-IDX                  PIC 9(02) VALUE 0.
       77 WS-VOL-SUM                   PIC 9(18)V99 VALUE 0.
      *>      VOLUME OF THE LAST 'A' RECORD, CLAIMED BY THE INDICATOR
      *>      LINE OF THE SAME SERIES-DAY
       77 WS-VOL-KEY                   PIC X(29) VALUE SPACES.
       77 WS-VOL-VALUE                 PIC 9(16)V99 VALUE 0.
       77 WS-OUT-VOLTOT                PIC 9(16)V99 VALUE 0.
       01 WS-SORT-KEY.
           03 WS-SK-SERIES             PIC X(21).
           03 WS-SK-DATEEX             PIC 9(08).
      *>      CLAUSE EVALUATION
       77 WS-EV-FLD                    PIC 9(02) VALUE 0.
       77 WS-EV-LAG                    PIC 9(02) VALUE 0.
       77 WS-EV-CON                    PIC 9(16)V9(04) VALUE 0.
       77 WS-EV-VALUE                  PIC 9(16)V9(04) VALUE 0.
       77 WS-EV-SW                     PIC X(01) VALUE 'N'.
           88 EV-OK                    VALUE 'Y' FALSE 'N'.
       77 WS-EV-SLOT                   PIC 9(02) VALUE 0.
       77 WS-LV-NOW                    PIC 9(16)V9(04) VALUE 0.
       77 WS-RV-NOW                    PIC 9(16)V9(04) VALUE 0.
       77 WS-LV-PRV                    PIC 9(16)V9(04) VALUE 0.
       77 WS-RV-PRV                    PIC 9(16)V9(04) VALUE 0.
       77 WS-RULE-SW                   PIC X(01) VALUE 'N'.
           88 RULE-TRUE                VALUE 'Y' FALSE 'N'.
       77 WS-CMP-SW                    PIC X(01) VALUE 'N'.
           88 CMP-TRUE                 VALUE 'Y' FALSE 'N'.
       77 WS-CMP-OP                    PIC X(02) VALUE SPACES.
       77 WS-CMP-LEFT                  PIC 9(16)V9(04) VALUE 0.
       77 WS-CMP-RIGHT                 PIC 9(16)V9(04) VALUE 0.
       01 WS-CLAUSE-VALUES.
           03 WS-CV-ENTRY OCCURS 3 TIMES.
               05 WS-CV-LEFT           PIC 9(16)V9(04).
               05 WS-CV-RIGHT          PIC 9(16)V9(04).
       01 FILLER REDEFINES WS-CLAUSE-VALUES.
           03 WS-CV-TEXT OCCURS 3 TIMES.
               05 WS-CV-LEFT-X         PIC X(20).
               05 WS-CV-RIGHT-X        PIC X(20).
      *>      FLAGGED TICKERS FOR THE WATCHLIST. SCOPEFILTER.TXT
      *>      READERS HOLD AT MOST 99 TICKERS, SO THE LIST STOPS THERE.
       77 WS-WATCH-COUNT               PIC 9(03) VALUE 0.
       01 WS-WATCH-TABLE.
           03 WS-WATCH-TICKER OCCURS 99 TIMES
                              INDEXED BY WS-WATCH-X PIC X(12).
       77 WS-WATCH-FOUND               PIC X(01) VALUE 'N'.
           88 WATCH-FOUND              VALUE 'Y' FALSE 'N'.
       77 WS-WATCH-DROPPED             PIC 9(05) VALUE 0.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-TECH-READ                 PIC 9(09) VALUE 0.
       77 WS-TECH-RELEASED             PIC 9(09) VALUE 0.
       77 WS-VOL-READ                  PIC 9(09) VALUE 0.
       77 WS-VOL-RELEASED              PIC 9(09) VALUE 0.
       77 WS-SERIES-SEEN               PIC 9(07) VALUE 0.
       77 WS-ROWS-SCREENED             PIC 9(09) VALUE 0.
       77 WS-ROWS-NOVOL                PIC 9(09) VALUE 0.
       77 WS-SIGNALS                   PIC 9(09) VALUE 0.
       01 WS-SIGN-OUT-REC              PIC X(260) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'SCREENING THE TECHNICAL INDICATORS FOR SIGNALS'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            DISPLAY 'B3SIGFROM' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-SIGFROM FROM ENVIRONMENT-VALUE
            DISPLAY 'B3SIGTO' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-SIGTO FROM ENVIRONMENT-VALUE
            DISPLAY 'B3SIGSRC' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-SIGSRC FROM ENVIRONMENT-VALUE
            IF WS-ENV-SIGSRC = 'ADJ' THEN
                MOVE 'TECHADJ.TXT' TO WS-TECH-NAME
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   WS-TECH-NAME         DELIMITED BY SPACE
                   INTO WS-TECHIN-FILE
            END-STRING
            DISPLAY 'INDICATOR SOURCE......: ' WS-TECH-NAME
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-VOLIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SIGNALRULES.TXT'    DELIMITED BY SIZE
                   INTO WS-RULESIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SIGNALS.TXT'        DELIMITED BY SIZE
                   INTO WS-SIGNOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'WATCHLIST.TXT'      DELIMITED BY SIZE
                   INTO WS-WATCHOUT-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD THE RULES. A LINE THAT DOES NOT PARSE IS REPORTED
      *>      AND LEFT OUT; WITH NO USABLE RULE THE RUN STOPS.
       P150-START.
            OPEN INPUT RULESIN
            EVALUATE WS-FS-3
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO SIGNALRULES.TXT FOUND, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD SIGNALRULES.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-3
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            SET EOF-OK TO FALSE
            PERFORM P151-START THRU P151-END
                UNTIL EOF-OK
            CLOSE RULESIN
            SET EOF-OK TO FALSE
            DISPLAY 'RULES LOADED..........: ' WS-RULE-COUNT
            IF WS-RULES-REJECTED > 0 THEN
                DISPLAY 'RULES REJECTED........: ' WS-RULES-REJECTED
            END-IF
            IF WS-RULE-COUNT = 0 THEN
                DISPLAY 'SIGNALRULES.TXT HOLDS NO USABLE RULE, '
                        'QUITTING...'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P150-END.


      *>      READ ONE RULE LINE AND SPLIT IT INTO TOKENS
       P151-START.
            READ RULESIN INTO WS-RULES-LINE
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P151-END
            END-READ
            ADD 1 TO WS-RULES-LINENO
            MOVE FUNCTION TRIM(WS-RULES-LINE LEADING) TO WS-RULES-LINE
            IF WS-RULES-LINE = SPACES
            OR WS-RULES-LINE(1:1) = '*' THEN
                GO TO P151-END
            END-IF
            MOVE SPACES TO WS-TOK-TABLE
            MOVE 0 TO WS-TOK-COUNT
            SET PARSE-OK TO TRUE
            UNSTRING WS-RULES-LINE DELIMITED BY ALL SPACE
                INTO WS-TOK(1)  WS-TOK(2)  WS-TOK(3)  WS-TOK(4)
                     WS-TOK(5)  WS-TOK(6)  WS-TOK(7)  WS-TOK(8)
                     WS-TOK(9)  WS-TOK(10) WS-TOK(11) WS-TOK(12)
                     WS-TOK(13) WS-TOK(14) WS-TOK(15) WS-TOK(16)
                TALLYING IN WS-TOK-COUNT
                ON OVERFLOW SET PARSE-OK TO FALSE
            END-UNSTRING
            IF PARSE-OK THEN
                PERFORM P152-START THRU P152-END
            END-IF
            IF NOT PARSE-OK THEN
                ADD 1 TO WS-RULES-REJECTED
                DISPLAY 'SIGNALRULES.TXT LINE ' WS-RULES-LINENO
                        ' NOT UNDERSTOOD, IGNORED.: '
                        FUNCTION TRIM(WS-RULES-LINE TRAILING)
            END-IF
            .
       P151-END.


      *>      PARSE THE TOKENS INTO THE NEXT FREE RULE SLOT, WHICH IS
      *>      ONLY TAKEN ONCE THE WHOLE LINE HAS PARSED
       P152-START.
            IF WS-RULE-COUNT = 50 THEN
                DISPLAY 'RULE TABLE FULL, LINE ' WS-RULES-LINENO
                        ' IGNORED'
                SET PARSE-OK TO FALSE
                GO TO P152-END
            END-IF
            IF WS-TOK(1)(13:4) NOT = SPACES
            OR WS-TOK-COUNT < 4 THEN
                SET PARSE-OK TO FALSE
                GO TO P152-END
            END-IF
            COMPUTE WS-RULE-IDX = WS-RULE-COUNT + 1
            INITIALIZE WS-RULE-ENTRY(WS-RULE-IDX)
            MOVE WS-TOK(1) TO WS-RULE-NAME(WS-RULE-IDX)
            MOVE 2 TO WS-TOK-IDX
            PERFORM P153-START THRU P153-END
                UNTIL WS-TOK-IDX > WS-TOK-COUNT
                OR NOT PARSE-OK
            IF PARSE-OK THEN
                ADD 1 TO WS-RULE-COUNT
            END-IF
            .
       P152-END.


      *>      ONE CLAUSE: TERM OP TERM [* FACTOR], THEN AND OR THE END
      *>      OF THE LINE
       P153-START.
            IF WS-RULE-CLAUSES(WS-RULE-IDX) = 3
            OR WS-TOK-IDX + 2 > WS-TOK-COUNT THEN
                SET PARSE-OK TO FALSE
                GO TO P153-END
            END-IF
            ADD 1 TO WS-RULE-CLAUSES(WS-RULE-IDX)
            MOVE WS-RULE-CLAUSES(WS-RULE-IDX) TO WS-CL-IDX
            MOVE WS-TOK(WS-TOK-IDX) TO WS-TERM-TOK
            PERFORM P155-START THRU P155-END
            IF NOT PARSE-OK THEN
                GO TO P153-END
            END-IF
            MOVE WS-TERM-FLD TO WS-CL-LFLD(WS-RULE-IDX WS-CL-IDX)
            MOVE WS-TERM-LAG TO WS-CL-LLAG(WS-RULE-IDX WS-CL-IDX)
            MOVE WS-TERM-CON TO WS-CL-LCON(WS-RULE-IDX WS-CL-IDX)
            ADD 1 TO WS-TOK-IDX
            EVALUATE WS-TOK(WS-TOK-IDX)
                WHEN 'GT'
                WHEN 'GE'
                WHEN 'LT'
                WHEN 'LE'
                WHEN 'EQ'
                WHEN 'NE'
                WHEN 'XA'
                WHEN 'XB'
                    MOVE WS-TOK(WS-TOK-IDX)
                         TO WS-CL-OP(WS-RULE-IDX WS-CL-IDX)
                WHEN OTHER
                    SET PARSE-OK TO FALSE
                    GO TO P153-END
            END-EVALUATE
            ADD 1 TO WS-TOK-IDX
            MOVE WS-TOK(WS-TOK-IDX) TO WS-TERM-TOK
            PERFORM P155-START THRU P155-END
            IF NOT PARSE-OK THEN
                GO TO P153-END
            END-IF
            MOVE WS-TERM-FLD TO WS-CL-RFLD(WS-RULE-IDX WS-CL-IDX)
            MOVE WS-TERM-LAG TO WS-CL-RLAG(WS-RULE-IDX WS-CL-IDX)
            MOVE WS-TERM-CON TO WS-CL-RCON(WS-RULE-IDX WS-CL-IDX)
            MOVE 1 TO WS-CL-FACTOR(WS-RULE-IDX WS-CL-IDX)
            ADD 1 TO WS-TOK-IDX
            IF WS-TOK-IDX > WS-TOK-COUNT THEN
                GO TO P153-END
            END-IF
            IF WS-TOK(WS-TOK-IDX) = '*' THEN
                IF WS-TOK-IDX = WS-TOK-COUNT THEN
                    SET PARSE-OK TO FALSE
                    GO TO P153-END
                END-IF
                ADD 1 TO WS-TOK-IDX
                IF FUNCTION TEST-NUMVAL(WS-TOK(WS-TOK-IDX)) NOT = 0
                    SET PARSE-OK TO FALSE
                    GO TO P153-END
                END-IF
                COMPUTE WS-CL-FACTOR(WS-RULE-IDX WS-CL-IDX)
                      = FUNCTION NUMVAL(WS-TOK(WS-TOK-IDX))
                ADD 1 TO WS-TOK-IDX
                IF WS-TOK-IDX > WS-TOK-COUNT THEN
                    GO TO P153-END
                END-IF
            END-IF
            IF WS-TOK(WS-TOK-IDX) NOT = 'AND'
            OR WS-TOK-IDX = WS-TOK-COUNT THEN
                SET PARSE-OK TO FALSE
                GO TO P153-END
            END-IF
            ADD 1 TO WS-TOK-IDX
            .
       P153-END.


      *>      ONE TERM: A COLUMN NAME WITH AN OPTIONAL @LAG, OR A
      *>      NON-NEGATIVE NUMBER
       P155-START.
            MOVE 0 TO WS-TERM-FLD
            MOVE 0 TO WS-TERM-LAG
            MOVE 0 TO WS-TERM-CON
            MOVE SPACES TO WS-TERM-NAME
            MOVE SPACES TO WS-TERM-LAGTXT
            UNSTRING WS-TERM-TOK DELIMITED BY '@'
                INTO WS-TERM-NAME WS-TERM-LAGTXT
            END-UNSTRING
            SET WS-FIELD-X TO 1
            SEARCH WS-FIELD-ENTRY
                AT END CONTINUE
                WHEN WS-FIELD-NAME(WS-FIELD-X) = WS-TERM-NAME
                    SET WS-TERM-FLD TO WS-FIELD-X
            END-SEARCH
            IF WS-TERM-FLD = 0 THEN
                IF WS-TERM-LAGTXT NOT = SPACES
                OR FUNCTION TEST-NUMVAL(WS-TERM-TOK) NOT = 0 THEN
                    SET PARSE-OK TO FALSE
                    GO TO P155-END
                END-IF
                IF FUNCTION NUMVAL(WS-TERM-TOK) < 0 THEN
                    SET PARSE-OK TO FALSE
                    GO TO P155-END
                END-IF
                COMPUTE WS-TERM-CON = FUNCTION NUMVAL(WS-TERM-TOK)
                GO TO P155-END
            END-IF
            IF WS-TERM-LAGTXT NOT = SPACES THEN
                IF FUNCTION TEST-NUMVAL(WS-TERM-LAGTXT) NOT = 0 THEN
                    SET PARSE-OK TO FALSE
                    GO TO P155-END
                END-IF
                IF FUNCTION NUMVAL(WS-TERM-LAGTXT) < 1
                OR FUNCTION NUMVAL(WS-TERM-LAGTXT) > 30 THEN
                    SET PARSE-OK TO FALSE
                    GO TO P155-END
                END-IF
                COMPUTE WS-TERM-LAG = FUNCTION NUMVAL(WS-TERM-LAGTXT)
            END-IF
            .
       P155-END.


      *>      VALIDATE THE INDICATOR FILE AND FIND ITS LATEST DATEEX,
      *>      THEN SETTLE THE SCREENED RANGE AND THE WARM-UP CUT
       P200-START.
            OPEN INPUT TECHIN
            EVALUATE WS-FS-1
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO ' FUNCTION TRIM(WS-TECH-NAME)
                            ' FOUND, RUN HISTTECH FIRST'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD ' WS-TECH-NAME
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            PERFORM P201-START THRU P201-END
                UNTIL EOF-OK
            CLOSE TECHIN
            IF WS-LATEST-DATE = 0 THEN
                DISPLAY FUNCTION TRIM(WS-TECH-NAME)
                        ' HOLDS NO INDICATOR LINE, QUITTING...'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE WS-LATEST-DATE TO WS-FROM-DATE
            MOVE WS-LATEST-DATE TO WS-TO-DATE
            IF WS-ENV-SIGFROM NOT = SPACES THEN
                IF WS-ENV-SIGFROM IS NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD(WS-ENV-SIGFROM-N) NOT = 0
                    DISPLAY 'B3SIGFROM IS NOT A VALID DATE, '
                            'QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                END-IF
                MOVE WS-ENV-SIGFROM-N TO WS-FROM-DATE
            END-IF
            IF WS-ENV-SIGTO NOT = SPACES THEN
                IF WS-ENV-SIGTO IS NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD(WS-ENV-SIGTO-N) NOT = 0
                    DISPLAY 'B3SIGTO IS NOT A VALID DATE, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                END-IF
                MOVE WS-ENV-SIGTO-N TO WS-TO-DATE
            END-IF
            IF WS-FROM-DATE > WS-TO-DATE THEN
                DISPLAY 'B3SIGFROM IS AFTER B3SIGTO, QUITTING...'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            COMPUTE WS-WARM-CUT = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
                    - WS-WARM-DAYS)
            DISPLAY 'LATEST INDICATOR DATE.: ' WS-LATEST-DATE
            DISPLAY 'SCREENED FROM.........: ' WS-FROM-DATE
            DISPLAY 'SCREENED TO...........: ' WS-TO-DATE
            .
       P200-END.


      *>      ONE INDICATOR LINE FOR THE LATEST-DATE SCAN
       P201-START.
            READ TECHIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P201-END
            END-READ
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                GO TO P201-END
            END-IF
            IF TI-DATEEX IS NUMERIC
            AND TI-DATEEX > WS-LATEST-DATE THEN
                MOVE TI-DATEEX TO WS-LATEST-DATE
            END-IF
            .
       P201-END.


      *>      SORT THE INDICATOR LINES AND THE CSV VOLUMES TOGETHER BY
      *>      SERIES AND DATE, THEN SCREEN THEM SERIES BY SERIES
       P300-START.
            SORT SORTFILE
                ON ASCENDING KEY SORT-CODNEG
                                 SORT-TIPREG
                                 SORT-ADJUSTED
                                 SORT-TPMERC
                                 SORT-PRAZOT
                                 SORT-DATEEX
                                 SORT-TAG
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P350-START THRU P350-END
            .
       P300-END.


      *>      RELEASE THE INDICATOR LINES AND THE CSV VOLUMES FROM THE
      *>      WARM-UP CUT TO THE END OF THE SCREENED RANGE
       P310-START.
            OPEN INPUT TECHIN
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            PERFORM P311-START THRU P311-END
                UNTIL EOF-OK
            CLOSE TECHIN
            OPEN INPUT VOLIN
            EVALUATE WS-FS-2
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO OUTPUTINPUT.TXT FOUND, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD OUTPUTINPUT.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            PERFORM P312-START THRU P312-END
                UNTIL EOF-OK
            CLOSE VOLIN
            .
       P310-END.


      *>      RELEASE ONE INDICATOR LINE AS A 'B' RECORD
       P311-START.
            READ TECHIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P311-END
            END-READ
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'ERROR WHILE READING ' WS-TECH-NAME
                DISPLAY 'ERROR CODE.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                GO TO P311-END
            END-IF
            ADD 1 TO WS-TECH-READ
            IF TI-DATEEX IS NOT NUMERIC
            OR TI-DATEEX < WS-WARM-CUT
            OR TI-DATEEX > WS-TO-DATE THEN
                GO TO P311-END
            END-IF
            MOVE TI-CODNEG   TO SORT-CODNEG
            MOVE TI-TIPREG   TO SORT-TIPREG
            MOVE TI-ADJUSTED TO SORT-ADJUSTED
            MOVE TI-TPMERC   TO SORT-TPMERC
            MOVE TI-PRAZOT   TO SORT-PRAZOT
            MOVE TI-DATEEX   TO SORT-DATEEX
            MOVE 'B'         TO SORT-TAG
            MOVE 0           TO SORT-VOLTOT
            MOVE TI-PREULT   TO SORT-PREULT
            MOVE TI-NOBS     TO SORT-NOBS
            MOVE TI-SMA21    TO SORT-SMA21
            MOVE TI-SMA50    TO SORT-SMA50
            MOVE TI-SMA200   TO SORT-SMA200
            MOVE TI-VOL21    TO SORT-VOL21
            MOVE TI-HI52W    TO SORT-HI52W
            MOVE TI-DAYSHI   TO SORT-DAYSHI
            MOVE TI-LO52W    TO SORT-LO52W
            MOVE TI-DAYSLO   TO SORT-DAYSLO
            RELEASE SORT-REC
            ADD 1 TO WS-TECH-RELEASED
            .
       P311-END.


      *>      RELEASE ONE CSV ROW'S VOLTOT AS AN 'A' RECORD. ZERO
      *>      CLOSES ARE LEFT OUT, AS HISTTECH LEAVES THEM OUT.
       P312-START.
            READ VOLIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P312-END
            END-READ
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'ERROR WHILE READING OUTPUTINPUT.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-2
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                GO TO P312-END
            END-IF
            ADD 1 TO WS-VOL-READ
            IF HIST-DATEEX OF VOLIN < WS-WARM-CUT
            OR HIST-DATEEX OF VOLIN > WS-TO-DATE
            OR HIST-PREULT OF VOLIN = 0 THEN
                GO TO P312-END
            END-IF
            INITIALIZE SORT-REC
            MOVE HIST-CODNEG OF VOLIN   TO SORT-CODNEG
            MOVE HIST-TIPREG OF VOLIN   TO SORT-TIPREG
            MOVE HIST-ADJUSTED OF VOLIN TO SORT-ADJUSTED
            MOVE HIST-TPMERC OF VOLIN   TO SORT-TPMERC
            MOVE HIST-PRAZOT OF VOLIN   TO SORT-PRAZOT
            MOVE HIST-DATEEX OF VOLIN   TO SORT-DATEEX
            MOVE 'A'                    TO SORT-TAG
            MOVE HIST-VOLTOT OF VOLIN   TO SORT-VOLTOT
            RELEASE SORT-REC
            ADD 1 TO WS-VOL-RELEASED
            .
       P312-END.


      *>      OPEN THE SIGNALS FILE, THEN WALK THE SORTED RECORDS
       P350-START.
            OPEN OUTPUT SIGNOUT
            EVALUATE WS-FS-4
                WHEN 00
                    CONTINUE
                WHEN 37
                    DISPLAY 'PERMISSION DENIED OPENING SIGNALS.TXT'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN 30
                    DISPLAY 'DISK FULL WRITING SIGNALS.TXT'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO CREATE SIGNALS.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-4
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            MOVE SPACES TO WS-SIGN-OUT-REC
            STRING 'CODNEG,DATEEX,TIPREG,ADJUSTED,TPMERC,PRAZOT,'
                                        DELIMITED BY SIZE
                   'RULE,PREULT,VOLTOT,LEFT1,RIGHT1,LEFT2,RIGHT2,'
                                        DELIMITED BY SIZE
                   'LEFT3,RIGHT3'       DELIMITED BY SIZE
                   INTO WS-SIGN-OUT-REC
            END-STRING
            WRITE SIGN-OUT-LINE FROM WS-SIGN-OUT-REC
            SET SORT-EOF-OK TO FALSE
            PERFORM P351-START THRU P351-END
                UNTIL SORT-EOF-OK
            CLOSE SIGNOUT
            .
       P350-END.


      *>      ONE SORTED RECORD. A VOLUME IS HELD FOR ITS INDICATOR
      *>      LINE; AN INDICATOR LINE ENTERS ITS SERIES' RING AND, ON
      *>      A SCREENED DATE, IS TESTED AGAINST EVERY RULE.
       P351-START.
            RETURN SORTFILE
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P351-END
            END-RETURN
            MOVE SORT-SERIES TO WS-SK-SERIES
            MOVE SORT-DATEEX TO WS-SK-DATEEX
            IF SORT-TAG = 'A' THEN
                MOVE WS-SORT-KEY TO WS-VOL-KEY
                MOVE SORT-VOLTOT TO WS-VOL-VALUE
                GO TO P351-END
            END-IF
            IF SORT-SERIES NOT = WS-PRV-SERIES THEN
                MOVE SORT-SERIES TO WS-PRV-SERIES
                MOVE 0 TO WS-RING-COUNT
                ADD 1 TO WS-SERIES-SEEN
            END-IF
            PERFORM P360-START THRU P360-END
            IF SORT-DATEEX < WS-FROM-DATE THEN
                GO TO P351-END
            END-IF
            ADD 1 TO WS-ROWS-SCREENED
            PERFORM P370-START THRU P370-END
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-COUNT
            .
       P351-END.


      *>      PUSH THE INDICATOR LINE ONTO THE RING, DROPPING THE
      *>      OLDEST SESSION WHEN FULL, AND WORK OUT ITS AVGVOL21
       P360-START.
            IF WS-RING-COUNT = 32 THEN
                PERFORM P361-START THRU P361-END
                    VARYING WS-SHIFT-IDX FROM 1 BY 1
                    UNTIL WS-SHIFT-IDX = 32
                MOVE 31 TO WS-RING-COUNT
            END-IF
            ADD 1 TO WS-RING-COUNT
            MOVE SORT-DATEEX TO WS-RING-DATEEX(WS-RING-COUNT)
            MOVE SORT-PREULT TO WS-RING-VAL(WS-RING-COUNT 1)
            IF WS-VOL-KEY = WS-SORT-KEY THEN
                MOVE WS-VOL-VALUE TO WS-RING-VAL(WS-RING-COUNT 2)
            ELSE
                MOVE 0 TO WS-RING-VAL(WS-RING-COUNT 2)
                ADD 1 TO WS-ROWS-NOVOL
            END-IF
            MOVE SORT-NOBS   TO WS-RING-VAL(WS-RING-COUNT 3)
            MOVE SORT-SMA21  TO WS-RING-VAL(WS-RING-COUNT 4)
            MOVE SORT-SMA50  TO WS-RING-VAL(WS-RING-COUNT 5)
            MOVE SORT-SMA200 TO WS-RING-VAL(WS-RING-COUNT 6)
            MOVE SORT-VOL21  TO WS-RING-VAL(WS-RING-COUNT 7)
            MOVE SORT-HI52W  TO WS-RING-VAL(WS-RING-COUNT 8)
            MOVE SORT-DAYSHI TO WS-RING-VAL(WS-RING-COUNT 9)
            MOVE SORT-LO52W  TO WS-RING-VAL(WS-RING-COUNT 10)
            MOVE SORT-DAYSLO TO WS-RING-VAL(WS-RING-COUNT 11)
            MOVE 0 TO WS-RING-VAL(WS-RING-COUNT 12)
            IF WS-RING-COUNT NOT < 21 THEN
                MOVE 0 TO WS-VOL-SUM
                PERFORM P362-START THRU P362-END
                    VARYING WS-SCAN-IDX FROM WS-RING-COUNT BY -1
                    UNTIL WS-SCAN-IDX = WS-RING-COUNT - 21
                COMPUTE WS-RING-VAL(WS-RING-COUNT 12) ROUNDED
                      = WS-VOL-SUM / 21
            END-IF
            .
       P360-END.


      *>      SHIFT ONE RING ENTRY DOWN BY ONE
       P361-START.
            MOVE WS-RING-ENTRY(WS-SHIFT-IDX + 1)
                 TO WS-RING-ENTRY(WS-SHIFT-IDX)
            .
       P361-END.


      *>      ADD ONE SESSION'S VOLTOT TO THE AVERAGE
       P362-START.
            ADD WS-RING-VAL(WS-SCAN-IDX 2) TO WS-VOL-SUM
            .
       P362-END.


      *>      TEST ONE RULE: EVERY CLAUSE MUST HOLD
       P370-START.
            SET RULE-TRUE TO TRUE
            INITIALIZE WS-CLAUSE-VALUES
            PERFORM P371-START THRU P371-END
                VARYING WS-CL-IDX FROM 1 BY 1
                UNTIL WS-CL-IDX > WS-RULE-CLAUSES(WS-RULE-IDX)
                OR NOT RULE-TRUE
            IF RULE-TRUE THEN
                PERFORM P380-START THRU P380-END
            END-IF
            .
       P370-END.


      *>      TEST ONE CLAUSE. BOTH TERMS MUST BE AVAILABLE TODAY, AND
      *>      FOR A CROSSOVER ON THE SESSION BEFORE AS WELL.
       P371-START.
            MOVE WS-CL-LFLD(WS-RULE-IDX WS-CL-IDX) TO WS-EV-FLD
            MOVE WS-CL-LLAG(WS-RULE-IDX WS-CL-IDX) TO WS-EV-LAG
            MOVE WS-CL-LCON(WS-RULE-IDX WS-CL-IDX) TO WS-EV-CON
            PERFORM P375-START THRU P375-END
            IF NOT EV-OK THEN
                SET RULE-TRUE TO FALSE
                GO TO P371-END
            END-IF
            MOVE WS-EV-VALUE TO WS-LV-NOW
            MOVE WS-CL-RFLD(WS-RULE-IDX WS-CL-IDX) TO WS-EV-FLD
            MOVE WS-CL-RLAG(WS-RULE-IDX WS-CL-IDX) TO WS-EV-LAG
            MOVE WS-CL-RCON(WS-RULE-IDX WS-CL-IDX) TO WS-EV-CON
            PERFORM P375-START THRU P375-END
            IF NOT EV-OK THEN
                SET RULE-TRUE TO FALSE
                GO TO P371-END
            END-IF
            COMPUTE WS-RV-NOW ROUNDED = WS-EV-VALUE
                  * WS-CL-FACTOR(WS-RULE-IDX WS-CL-IDX)
            MOVE WS-LV-NOW TO WS-CV-LEFT(WS-CL-IDX)
            MOVE WS-RV-NOW TO WS-CV-RIGHT(WS-CL-IDX)
            MOVE WS-CL-OP(WS-RULE-IDX WS-CL-IDX) TO WS-CMP-OP
            IF WS-CMP-OP = 'XA' THEN
                MOVE 'GT' TO WS-CMP-OP
            END-IF
            IF WS-CMP-OP = 'XB' THEN
                MOVE 'LT' TO WS-CMP-OP
            END-IF
            MOVE WS-LV-NOW TO WS-CMP-LEFT
            MOVE WS-RV-NOW TO WS-CMP-RIGHT
            PERFORM P378-START THRU P378-END
            IF NOT CMP-TRUE THEN
                SET RULE-TRUE TO FALSE
                GO TO P371-END
            END-IF
            IF WS-CL-OP(WS-RULE-IDX WS-CL-IDX) NOT = 'XA'
            AND WS-CL-OP(WS-RULE-IDX WS-CL-IDX) NOT = 'XB' THEN
                GO TO P371-END
            END-IF
      *>      CROSSOVER: THE SAME COMPARISON MUST FAIL ONE SESSION BACK
            MOVE WS-CL-LFLD(WS-RULE-IDX WS-CL-IDX) TO WS-EV-FLD
            COMPUTE WS-EV-LAG = WS-CL-LLAG(WS-RULE-IDX WS-CL-IDX) + 1
            MOVE WS-CL-LCON(WS-RULE-IDX WS-CL-IDX) TO WS-EV-CON
            PERFORM P375-START THRU P375-END
            IF NOT EV-OK THEN
                SET RULE-TRUE TO FALSE
                GO TO P371-END
            END-IF
            MOVE WS-EV-VALUE TO WS-LV-PRV
            MOVE WS-CL-RFLD(WS-RULE-IDX WS-CL-IDX) TO WS-EV-FLD
            COMPUTE WS-EV-LAG = WS-CL-RLAG(WS-RULE-IDX WS-CL-IDX) + 1
            MOVE WS-CL-RCON(WS-RULE-IDX WS-CL-IDX) TO WS-EV-CON
            PERFORM P375-START THRU P375-END
            IF NOT EV-OK THEN
                SET RULE-TRUE TO FALSE
                GO TO P371-END
            END-IF
            COMPUTE WS-RV-PRV ROUNDED = WS-EV-VALUE
                  * WS-CL-FACTOR(WS-RULE-IDX WS-CL-IDX)
            MOVE WS-LV-PRV TO WS-CMP-LEFT
            MOVE WS-RV-PRV TO WS-CMP-RIGHT
            PERFORM P378-START THRU P378-END
            IF CMP-TRUE THEN
                SET RULE-TRUE TO FALSE
            END-IF
            .
       P371-END.


      *>      FETCH ONE TERM VALUE: A CONSTANT, OR A RING SLOT SO MANY
      *>      SESSIONS BACK. A SESSION BEFORE THE RING, OR A WARM-UP
      *>      COLUMN STILL AT ZERO, IS NOT AVAILABLE.
       P375-START.
            SET EV-OK TO TRUE
            IF WS-EV-FLD = 0 THEN
                MOVE WS-EV-CON TO WS-EV-VALUE
                GO TO P375-END
            END-IF
            IF WS-EV-LAG NOT < WS-RING-COUNT THEN
                SET EV-OK TO FALSE
                GO TO P375-END
            END-IF
            COMPUTE WS-EV-SLOT = WS-RING-COUNT - WS-EV-LAG
            MOVE WS-RING-VAL(WS-EV-SLOT WS-EV-FLD) TO WS-EV-VALUE
            IF WS-EV-VALUE = 0
            AND WS-FIELD-WARMUP(WS-EV-FLD) = 'Y' THEN
                SET EV-OK TO FALSE
            END-IF
            .
       P375-END.


      *>      APPLY A COMPARISON OPERATOR
       P378-START.
            SET CMP-TRUE TO FALSE
            EVALUATE WS-CMP-OP
                WHEN 'GT'
                    IF WS-CMP-LEFT > WS-CMP-RIGHT
                        SET CMP-TRUE TO TRUE
                    END-IF
                WHEN 'GE'
                    IF WS-CMP-LEFT NOT < WS-CMP-RIGHT
                        SET CMP-TRUE TO TRUE
                    END-IF
                WHEN 'LT'
                    IF WS-CMP-LEFT < WS-CMP-RIGHT
                        SET CMP-TRUE TO TRUE
                    END-IF
                WHEN 'LE'
                    IF WS-CMP-LEFT NOT > WS-CMP-RIGHT
                        SET CMP-TRUE TO TRUE
                    END-IF
                WHEN 'EQ'
                    IF WS-CMP-LEFT = WS-CMP-RIGHT
                        SET CMP-TRUE TO TRUE
                    END-IF
                WHEN 'NE'
                    IF WS-CMP-LEFT NOT = WS-CMP-RIGHT
                        SET CMP-TRUE TO TRUE
                    END-IF
            END-EVALUATE
            .
       P378-END.


      *>      WRITE ONE SIGNAL LINE AND PUT THE TICKER ON THE
      *>      WATCHLIST. THE FIXED-WIDTH FIELDS PUT CLAUSE 1 AT 82-122;
      *>      CLAUSES THE RULE DOES NOT HAVE STAY EMPTY.
       P380-START.
            MOVE 0 TO WS-OUT-VOLTOT
            IF WS-VOL-KEY = WS-SORT-KEY THEN
                MOVE WS-VOL-VALUE TO WS-OUT-VOLTOT
            END-IF
            MOVE SPACES TO WS-SIGN-OUT-REC
            STRING SORT-CODNEG          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-DATEEX          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-TIPREG          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-ADJUSTED        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-TPMERC          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-PRAZOT          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-RULE-NAME(WS-RULE-IDX)
                                        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-PREULT          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-VOLTOT        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-CV-LEFT(1)        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-CV-RIGHT(1)       DELIMITED BY SIZE
                   INTO WS-SIGN-OUT-REC
            END-STRING
            IF WS-RULE-CLAUSES(WS-RULE-IDX) > 1 THEN
                MOVE ',' TO WS-SIGN-OUT-REC(123:1)
                MOVE WS-CV-LEFT-X(2) TO WS-SIGN-OUT-REC(124:20)
                MOVE ',' TO WS-SIGN-OUT-REC(144:1)
                MOVE WS-CV-RIGHT-X(2) TO WS-SIGN-OUT-REC(145:20)
            ELSE
                MOVE ',,,,' TO WS-SIGN-OUT-REC(123:4)
            END-IF
            IF WS-RULE-CLAUSES(WS-RULE-IDX) = 2 THEN
                MOVE ',,' TO WS-SIGN-OUT-REC(165:2)
            END-IF
            IF WS-RULE-CLAUSES(WS-RULE-IDX) = 3 THEN
                MOVE ',' TO WS-SIGN-OUT-REC(165:1)
                MOVE WS-CV-LEFT-X(3) TO WS-SIGN-OUT-REC(166:20)
                MOVE ',' TO WS-SIGN-OUT-REC(186:1)
                MOVE WS-CV-RIGHT-X(3) TO WS-SIGN-OUT-REC(187:20)
            END-IF
            WRITE SIGN-OUT-LINE FROM WS-SIGN-OUT-REC
            ADD 1 TO WS-SIGNALS
            PERFORM P385-START THRU P385-END
            .
       P380-END.


      *>      ADD THE TICKER TO THE WATCHLIST ONCE
       P385-START.
            SET WATCH-FOUND TO FALSE
            SET WS-WATCH-X TO 1
            IF WS-WATCH-COUNT > 0 THEN
                SEARCH WS-WATCH-TICKER
                    AT END CONTINUE
                    WHEN WS-WATCH-X > WS-WATCH-COUNT
                        CONTINUE
                    WHEN WS-WATCH-TICKER(WS-WATCH-X) = SORT-CODNEG
                        SET WATCH-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF WATCH-FOUND THEN
                GO TO P385-END
            END-IF
            IF WS-WATCH-COUNT = 99 THEN
                ADD 1 TO WS-WATCH-DROPPED
                GO TO P385-END
            END-IF
            ADD 1 TO WS-WATCH-COUNT
            MOVE SORT-CODNEG TO WS-WATCH-TICKER(WS-WATCH-COUNT)
            .
       P385-END.


      *>      WRITE THE WATCHLIST: THE SCOPEFILTER DATE-RANGE LINE
      *>      LEFT OPEN, THEN ONE TICKER PER LINE
       P500-START.
            OPEN OUTPUT WATCHOUT
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO CREATE WATCHLIST.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE '0000000099999999' TO WATCH-OUT-LINE
            WRITE WATCH-OUT-LINE
            PERFORM P510-START THRU P510-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-WATCH-COUNT
            CLOSE WATCHOUT
            .
       P500-END.


      *>      ONE WATCHLIST TICKER
       P510-START.
            MOVE WS-WATCH-TICKER(WS-SCAN-IDX) TO WATCH-OUT-LINE
            WRITE WATCH-OUT-LINE
            .
       P510-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTSIGN RECONCILIATION SUMMARY'
            DISPLAY ' RULES LOADED.....: '    WS-RULE-COUNT
            DISPLAY ' RULES REJECTED...: '    WS-RULES-REJECTED
            DISPLAY ' INDICATOR LINES..: '    WS-TECH-READ
            DISPLAY ' LINES RELEASED...: '    WS-TECH-RELEASED
            DISPLAY ' CSV ROWS READ....: '    WS-VOL-READ
            DISPLAY ' VOLUMES RELEASED.: '    WS-VOL-RELEASED
            DISPLAY ' SERIES SEEN......: '    WS-SERIES-SEEN
            DISPLAY ' SERIES-DAYS TESTD: '    WS-ROWS-SCREENED
            DISPLAY ' LINES WITH NO VOL: '    WS-ROWS-NOVOL
            DISPLAY ' SIGNALS WRITTEN..: '    WS-SIGNALS
            DISPLAY ' WATCHLIST TICKERS: '    WS-WATCH-COUNT
            IF WS-WATCH-DROPPED > 0 THEN
                DISPLAY ' WATCHLIST FULL, SIGNALS NOT LISTED: '
                        WS-WATCH-DROPPED
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE TECHIN
            CLOSE VOLIN
            CLOSE RULESIN
            CLOSE SIGNOUT
            CLOSE WATCHOUT
            GOBACK.
       END PROGRAM HISTSIGN.
