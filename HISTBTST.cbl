      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: BACKTEST A SCREENER STRATEGY OVER THE BACK-ADJUSTED
      *        PRICE HISTORY. THE STRATEGY IS SET IN BTSTCFG.TXT
      *        (KEY=VALUE): ENTRY AND EXIT NAME SIGNALRULES.TXT RULES,
      *        CAPITAL IS THE STARTING CASH, SIZEPCT THE SHARE OF THE
      *        PRIOR CLOSE'S EQUITY PUT INTO EACH NEW POSITION, MAXPOS
      *        THE MOST POSITIONS HELD AT ONCE, LOTSIZE THE ROUND LOT,
      *        BROKERAGE A FLAT CHARGE PER ORDER, FEEBPS THE EXCHANGE
      *        FEES IN BASIS POINTS OF EACH ORDER'S VALUE, MAXHOLD AN
      *        OPTIONAL LIMIT IN SESSIONS HELD, BENCHMARK THE CODNEG
      *        COMPARED AGAINST (BOVA11 BY DEFAULT, NONE TO OMIT) AND
      *        FROM/TO THE TESTED DATE RANGE. THE SIGNALS ARE READ
      *        FROM SIGNALS.TXT AS HISTSIGN WROTE THEM - RUN HISTADJU,
      *        HISTTECH WITH B3TECHSRC=ADJ AND HISTSIGN WITH
      *        B3SIGSRC=ADJ AND B3SIGFROM/B3SIGTO COVERING THE RANGE
      *        FIRST, SO SPLITS RAISE NO FALSE SIGNAL - AND THE PRICES
      *        FROM ADJOUTPUT.TXT (CASH MARKET, TIPREG 01/TPMERC 010).
      *        THE HISTORY IS WALKED ONE SESSION AT A TIME: A SIGNAL
      *        ON A SESSION'S CLOSE IS FILLED AT THE TICKER'S NEXT
      *        OPEN, EXITS BEFORE ENTRIES, AN EXIT SIGNAL WINNING OVER
      *        AN ENTRY FOR THE SAME TICKER. BTTRADES.TXT LISTS EVERY
      *        ROUND TRIP (POSITIONS STILL OPEN AT THE END ARE MARKED
      *        AT THEIR LAST CLOSE), BTEQUITY.TXT CARRIES THE DAILY
      *        EQUITY CURVE WITH THE BENCHMARK SCALED TO THE SAME
      *        STARTING CAPITAL, AND BTSUMMARY.TXT THE TOTAL AND
      *        ANNUALISED RETURN (252 SESSIONS A YEAR), MAXIMUM
      *        DRAWDOWN, HIT RATE AND TURNOVER FOR BOTH
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTBTST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT BTSTCFG ASSIGN TO
                   WS-BTSTCFG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT SIGNIN ASSIGN TO
                   WS-SIGNIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT PRICEIN ASSIGN TO
                   WS-PRICEIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT TRADEOUT ASSIGN TO
                   WS-TRADEOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT EQUITYOUT ASSIGN TO
                   WS-EQUITYOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT SUMMOUT ASSIGN TO
                   WS-SUMMOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
               SELECT SORTFILE ASSIGN TO
                   'BTSTSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD BTSTCFG.
       01 BTST-CFG-REG                 PIC X(40).
      *>      HISTSIGN'S SIGNAL LINE, UP TO THE RULE NAME
       FD SIGNIN.
       01 SIGN-IN-REG.
           03 SG-CODNEG                PIC X(12).
           03 FILLER                   PIC X(01).
           03 SG-DATEEX                PIC 9(08).
           03 FILLER                   PIC X(01).
           03 SG-TIPREG                PIC 9(02).
           03 FILLER                   PIC X(01).
           03 SG-ADJUSTED              PIC X(01).
           03 FILLER                   PIC X(01).
           03 SG-TPMERC                PIC 9(03).
           03 FILLER                   PIC X(01).
           03 SG-PRAZOT                PIC X(03).
           03 FILLER                   PIC X(01).
           03 SG-RULE                  PIC X(12).
           03 FILLER                   PIC X(213).
      *>      HISTADJU'S BACK-ADJUSTED ROW: CODNEG, DATEEX, TIPREG,
      *>      TPMERC, PRAZOT, THE FIVE ADJUSTED PRICES AND THE COUNT OF
      *>      EVENTS APPLIED, COMMA-DELIMITED
       FD PRICEIN.
       01 PRICE-IN-REG.
           03 BA-CODNEG                PIC X(12).
           03 FILLER                   PIC X(01).
           03 BA-DATEEX                PIC 9(08).
           03 FILLER                   PIC X(01).
           03 BA-TIPREG                PIC 9(02).
           03 FILLER                   PIC X(01).
           03 BA-TPMERC                PIC 9(03).
           03 FILLER                   PIC X(01).
           03 BA-PRAZOT                PIC X(03).
           03 FILLER                   PIC X(01).
           03 BA-PREABE                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 BA-PREMAX                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 BA-PREMIN                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 BA-PREMED                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 BA-PREULT                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 BA-EVENTS                PIC 9(03).
       FD TRADEOUT.
       01 TRADE-OUT-LINE               PIC X(200).
       FD EQUITYOUT.
       01 EQUITY-OUT-LINE              PIC X(200).
       FD SUMMOUT.
       01 SUMM-OUT-LINE                PIC X(132).
      *>      ONE SESSION ROW ('P', WITH ITS OPEN AND CLOSE) OR ONE
      *>      SIGNAL ('S', KIND 'E' ENTRY OR 'X' EXIT) PER TICKER, SO
      *>      THE HISTORY ARRIVES ONE SESSION AT A TIME
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-CODNEG              PIC X(12).
           03 SORT-TAG                 PIC X(01).
           03 SORT-KIND                PIC X(01).
           03 SORT-OPEN                PIC 9(11)V99.
           03 SORT-CLOSE               PIC 9(11)V99.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-BTSTCFG-FILE              PIC X(128) VALUE SPACES.
       77 WS-SIGNIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-PRICEIN-FILE              PIC X(128) VALUE SPACES.
       77 WS-TRADEOUT-FILE             PIC X(128) VALUE SPACES.
       77 WS-EQUITYOUT-FILE            PIC X(128) VALUE SPACES.
       77 WS-SUMMOUT-FILE              PIC X(128) VALUE SPACES.
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
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CFG-EOF                   PIC X.
           88 CFG-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      STRATEGY SETTINGS FROM BTSTCFG.TXT. ENTRY IS REQUIRED;
      *>      WITHOUT EXIT OR MAXHOLD A POSITION IS HELD TO THE END.
       77 WS-CFG-KEY                   PIC X(16) VALUE SPACES.
       77 WS-CFG-VALUE                 PIC X(24) VALUE SPACES.
       77 WS-CFG-NUM                   PIC 9(13)V9(04) VALUE 0.
       77 WS-CFG-ENTRY                 PIC X(12) VALUE SPACES.
       77 WS-CFG-EXIT                  PIC X(12) VALUE SPACES.
       77 WS-CFG-CAPITAL               PIC 9(13)V99 VALUE 100000.
       77 WS-CFG-SIZEPCT               PIC 9(03)V99 VALUE 10.
       77 WS-CFG-MAXPOS                PIC 9(02) VALUE 10.
       77 WS-CFG-LOTSIZE               PIC 9(07) VALUE 100.
       77 WS-CFG-BROKERAGE             PIC 9(07)V99 VALUE 0.
       77 WS-CFG-FEEBPS                PIC 9(03)V99 VALUE 0.
       77 WS-CFG-MAXHOLD               PIC 9(05) VALUE 0.
       77 WS-CFG-BENCHMARK             PIC X(12) VALUE 'BOVA11'.
       77 WS-CFG-FROM                  PIC 9(08) VALUE 0.
       77 WS-CFG-TO                    PIC 9(08) VALUE 99999999.
       77 WS-CFG-ERRORS                PIC 9(03) VALUE 0.
      *>      OPEN POSITIONS. TODAY'S OPEN AND CLOSE ARE FILLED IN AS
      *>      THE SESSION'S ROWS GO BY; A POSITION WHOSE TICKER DID
      *>      NOT TRADE KEEPS ITS LAST CLOSE AND ANY PENDING EXIT.
       77 WS-POS-COUNT                 PIC 9(02) VALUE 0.
       01 WS-POS-TABLE.
           03 WS-POS-ENTRY OCCURS 99 TIMES
                           INDEXED BY WS-POS-X.
               05 WS-POS-CODNEG        PIC X(12).
               05 WS-POS-QTY           PIC 9(12).
               05 WS-POS-ENTRY-DATE    PIC 9(08).
               05 WS-POS-ENTRY-PRICE   PIC 9(11)V99.
               05 WS-POS-ENTRY-FEES    PIC 9(13)V99.
               05 WS-POS-LAST-CLOSE    PIC 9(11)V99.
               05 WS-POS-SESSIONS      PIC 9(05).
               05 WS-POS-TRADED        PIC X(01).
               05 WS-POS-OPEN          PIC 9(11)V99.
               05 WS-POS-CLOSE         PIC 9(11)V99.
               05 WS-POS-EXIT-WHY      PIC X(08).
               05 WS-POS-KEEP          PIC X(01).
      *>      ENTRY ORDERS WAITING FOR THEIR TICKER'S NEXT SESSION
       77 WS-PEND-COUNT                PIC 9(03) VALUE 0.
       01 WS-PEND-TABLE.
           03 WS-PEND-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-PEND-X.
               05 WS-PEND-CODNEG       PIC X(12).
               05 WS-PEND-TRADED       PIC X(01).
               05 WS-PEND-OPEN         PIC 9(11)V99.
               05 WS-PEND-CLOSE        PIC 9(11)V99.
               05 WS-PEND-KEEP         PIC X(01).
      *>      THE SESSION'S SIGNALS, ACTED ON ONCE ITS FILLS ARE DONE
       77 WS-DSIG-COUNT                PIC 9(04) VALUE 0.
       01 WS-DSIG-TABLE.
           03 WS-DSIG-ENTRY OCCURS 2000 TIMES.
               05 WS-DSIG-CODNEG       PIC X(12).
               05 WS-DSIG-KIND         PIC X(01).
       77 WS-KEEP-IDX                  PIC 9(04) VALUE 0.
       77 WS-SCAN-IDX                  PIC 9(04) VALUE 0.
       77 WS-SHIFT-IDX                 PIC 9(04) VALUE 0.
       77 WS-FOUND-SW                  PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND              VALUE 'Y' FALSE 'N'.
      *>      SESSION STATE
       77 WS-CUR-DATE                  PIC 9(08) VALUE 0.
       77 WS-DAY-ROWS                  PIC 9(07) VALUE 0.
       77 WS-FIRST-SESSION             PIC 9(08) VALUE 0.
       77 WS-LAST-SESSION              PIC 9(08) VALUE 0.
       77 WS-SESSIONS                  PIC 9(07) VALUE 0.
       77 WS-CASH                      PIC 9(15)V99 VALUE 0.
       77 WS-POS-VALUE                 PIC 9(15)V99 VALUE 0.
       77 WS-EQUITY                    PIC 9(15)V99 VALUE 0.
       77 WS-PRIOR-EQUITY              PIC 9(15)V99 VALUE 0.
       77 WS-PEAK-EQUITY               PIC 9(15)V99 VALUE 0.
       77 WS-DRAWDOWN                  PIC 9(03)V99 VALUE 0.
       77 WS-MAX-DRAWDOWN              PIC 9(03)V99 VALUE 0.
       77 WS-EQUITY-SUM                PIC 9(18)V99 VALUE 0.
      *>      BENCHMARK, SCALED TO THE STARTING CAPITAL FROM ITS FIRST
      *>      CLOSE IN THE RANGE; CARRIED WHEN IT DOES NOT TRADE
       77 WS-BM-ACTIVE                 PIC X(01) VALUE 'Y'.
           88 BM-ACTIVE                VALUE 'Y' FALSE 'N'.
       77 WS-BM-TODAY                  PIC 9(11)V99 VALUE 0.
       77 WS-BM-FIRST                  PIC 9(11)V99 VALUE 0.
       77 WS-BM-LAST                   PIC 9(11)V99 VALUE 0.
       77 WS-BM-EQUITY                 PIC 9(15)V99 VALUE 0.
       77 WS-BM-PEAK                   PIC 9(15)V99 VALUE 0.
       77 WS-BM-DRAWDOWN               PIC 9(03)V99 VALUE 0.
       77 WS-BM-MAX-DRAWDOWN           PIC 9(03)V99 VALUE 0.
       77 WS-BM-SESSIONS               PIC 9(07) VALUE 0.
      *>      ORDER WORK FIELDS
       77 WS-FILL-PRICE                PIC 9(11)V99 VALUE 0.
       77 WS-TARGET                    PIC 9(15)V99 VALUE 0.
       77 WS-LOTS                      PIC 9(12) VALUE 0.
       77 WS-QTY                       PIC 9(12) VALUE 0.
       77 WS-ORDER-VALUE               PIC 9(15)V99 VALUE 0.
       77 WS-ORDER-FEES                PIC 9(13)V99 VALUE 0.
       77 WS-ENTRY-VALUE               PIC 9(15)V99 VALUE 0.
       77 WS-EXIT-DATE                 PIC 9(08) VALUE 0.
       77 WS-EXIT-FEES                 PIC 9(13)V99 VALUE 0.
       77 WS-TRADE-PNL                 PIC S9(15)V99 VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-TRADE-RET                 PIC S9(05)V99 VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-TRADE-FEES                PIC 9(13)V99 VALUE 0.
      *>      RUN TOTALS
       77 WS-TRADES-CLOSED             PIC 9(07) VALUE 0.
       77 WS-TRADES-WON                PIC 9(07) VALUE 0.
       77 WS-TRADES-OPEN               PIC 9(07) VALUE 0.
       77 WS-TRADES-OPENED             PIC 9(07) VALUE 0.
       77 WS-FEES-PAID                 PIC 9(15)V99 VALUE 0.
       77 WS-TRADED-VALUE              PIC 9(17)V99 VALUE 0.
       77 WS-SKIP-MAXPOS               PIC 9(07) VALUE 0.
       77 WS-SKIP-SIZE                 PIC 9(07) VALUE 0.
       77 WS-SKIP-TABLE                PIC 9(07) VALUE 0.
       77 WS-SIG-FIRST                 PIC 9(08) VALUE 0.
       77 WS-SIG-LAST                  PIC 9(08) VALUE 0.
      *>      PERFORMANCE FIGURES
       77 WS-RATIO                     PIC 9(07)V9(08) VALUE 0.
       77 WS-EXPONENT                  PIC 9(05)V9(08) VALUE 0.
       77 WS-TOTAL-RET                 PIC S9(07)V99 VALUE 0.
       77 WS-ANN-RET                   PIC S9(07)V99 VALUE 0.
       77 WS-BM-TOTAL-RET              PIC S9(07)V99 VALUE 0.
       77 WS-BM-ANN-RET                PIC S9(07)V99 VALUE 0.
       77 WS-EXCESS-RET                PIC S9(07)V99 VALUE 0.
       77 WS-HIT-RATE                  PIC 9(03)V99 VALUE 0.
       77 WS-AVG-EQUITY                PIC 9(15)V99 VALUE 0.
       77 WS-TURNOVER                  PIC 9(07)V99 VALUE 0.
       77 WS-ANN-TURNOVER              PIC 9(07)V99 VALUE 0.
       77 WS-ED-MONEY                  PIC Z(14)9.99.
       77 WS-ED-PCT                    PIC -(7)9.99.
       77 WS-ED-TIMES                  PIC Z(06)9.99.
       77 WS-ED-COUNT                  PIC Z(06)9.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-SIG-READ                  PIC 9(09) VALUE 0.
       77 WS-SIG-RELEASED              PIC 9(09) VALUE 0.
       77 WS-PRICE-READ                PIC 9(09) VALUE 0.
       77 WS-PRICE-RELEASED            PIC 9(09) VALUE 0.
       77 WS-DSIG-DROPPED              PIC 9(07) VALUE 0.
       77 WS-TRADE-LINES               PIC 9(07) VALUE 0.
       01 WS-TRADE-OUT-REC             PIC X(200) VALUE SPACES.
       01 WS-EQUITY-OUT-REC            PIC X(200) VALUE SPACES.
       01 WS-SUMM-OUT-REC              PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'BACKTESTING THE SCREENER STRATEGY'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'BTSTCFG.TXT'        DELIMITED BY SIZE
                   INTO WS-BTSTCFG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SIGNALS.TXT'        DELIMITED BY SIZE
                   INTO WS-SIGNIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ADJOUTPUT.TXT'      DELIMITED BY SIZE
                   INTO WS-PRICEIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'BTTRADES.TXT'       DELIMITED BY SIZE
                   INTO WS-TRADEOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'BTEQUITY.TXT'       DELIMITED BY SIZE
                   INTO WS-EQUITYOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'BTSUMMARY.TXT'      DELIMITED BY SIZE
                   INTO WS-SUMMOUT-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD THE STRATEGY. A MISSING FILE OR ENTRY RULE, OR ANY
      *>      SETTING THAT DOES NOT PARSE, STOPS THE RUN: A BACKTEST
      *>      ON A HALF-READ STRATEGY WOULD ANSWER THE WRONG QUESTION.
       P150-START.
            SET CFG-EOF-OK TO FALSE
            OPEN INPUT BTSTCFG
            IF WS-FS-1 EQUAL 35 THEN
                DISPLAY 'NO BTSTCFG.TXT FOUND, QUITTING...'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'FAILED TO LOAD BTSTCFG.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P151-START THRU P151-END
                UNTIL CFG-EOF-OK
            CLOSE BTSTCFG
            IF WS-CFG-ENTRY = SPACES THEN
                DISPLAY 'BTSTCFG.TXT NAMES NO ENTRY RULE'
                ADD 1 TO WS-CFG-ERRORS
            END-IF
            IF WS-CFG-CAPITAL = 0 THEN
                DISPLAY 'BTSTCFG.TXT CAPITAL MUST BE ABOVE ZERO'
                ADD 1 TO WS-CFG-ERRORS
            END-IF
            IF WS-CFG-SIZEPCT = 0 OR WS-CFG-SIZEPCT > 100 THEN
                DISPLAY 'BTSTCFG.TXT SIZEPCT MUST BE 0.01 TO 100'
                ADD 1 TO WS-CFG-ERRORS
            END-IF
            IF WS-CFG-MAXPOS = 0 THEN
                DISPLAY 'BTSTCFG.TXT MAXPOS MUST BE 1 TO 99'
                ADD 1 TO WS-CFG-ERRORS
            END-IF
            IF WS-CFG-LOTSIZE = 0 THEN
                MOVE 1 TO WS-CFG-LOTSIZE
            END-IF
            IF WS-CFG-FROM > WS-CFG-TO THEN
                DISPLAY 'BTSTCFG.TXT FROM IS AFTER TO'
                ADD 1 TO WS-CFG-ERRORS
            END-IF
            IF WS-CFG-ERRORS > 0 THEN
                DISPLAY 'BTSTCFG.TXT HAS ' WS-CFG-ERRORS
                        ' ERROR(S), QUITTING...'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF WS-CFG-BENCHMARK = 'NONE' OR SPACES THEN
                SET BM-ACTIVE TO FALSE
            END-IF
            DISPLAY 'ENTRY RULE.......: ' WS-CFG-ENTRY
            DISPLAY 'EXIT RULE........: ' WS-CFG-EXIT
            DISPLAY 'CAPITAL..........: ' WS-CFG-CAPITAL
            DISPLAY 'SIZE PCT / MAXPOS: ' WS-CFG-SIZEPCT ' / '
                    WS-CFG-MAXPOS
            DISPLAY 'LOT / BROKERAGE..: ' WS-CFG-LOTSIZE ' / '
                    WS-CFG-BROKERAGE
            DISPLAY 'FEE BPS / MAXHOLD: ' WS-CFG-FEEBPS ' / '
                    WS-CFG-MAXHOLD
            DISPLAY 'BENCHMARK........: ' WS-CFG-BENCHMARK
            DISPLAY 'DATE RANGE.......: ' WS-CFG-FROM ' TO '
                    WS-CFG-TO
            MOVE WS-CFG-CAPITAL TO WS-CASH
            MOVE WS-CFG-CAPITAL TO WS-PRIOR-EQUITY
            MOVE WS-CFG-CAPITAL TO WS-PEAK-EQUITY
            MOVE WS-CFG-CAPITAL TO WS-BM-EQUITY
            MOVE WS-CFG-CAPITAL TO WS-BM-PEAK
            .
       P150-END.


      *>      PARSE ONE KEY=VALUE LINE. ENTRY, EXIT AND BENCHMARK TAKE
      *>      TEXT; FROM AND TO MUST BE VALID DATES; THE REST NUMBERS.
       P151-START.
            READ BTSTCFG INTO BTST-CFG-REG
                AT END
                    SET CFG-EOF-OK TO TRUE
                    GO TO P151-END
            END-READ
            IF BTST-CFG-REG = SPACES
            OR BTST-CFG-REG(1:1) = '*' THEN
                GO TO P151-END
            END-IF
            MOVE SPACES TO WS-CFG-KEY
            MOVE SPACES TO WS-CFG-VALUE
            UNSTRING BTST-CFG-REG DELIMITED BY '='
                INTO WS-CFG-KEY WS-CFG-VALUE
            END-UNSTRING
            EVALUATE TRUE
                WHEN WS-CFG-VALUE = SPACES
                    CONTINUE
                WHEN WS-CFG-KEY = 'ENTRY'
                    MOVE WS-CFG-VALUE TO WS-CFG-ENTRY
                WHEN WS-CFG-KEY = 'EXIT'
                    MOVE WS-CFG-VALUE TO WS-CFG-EXIT
                WHEN WS-CFG-KEY = 'BENCHMARK'
                    MOVE WS-CFG-VALUE TO WS-CFG-BENCHMARK
                WHEN FUNCTION TEST-NUMVAL(WS-CFG-VALUE) NOT = 0
                    DISPLAY 'BTSTCFG.TXT VALUE NOT NUMERIC.: '
                            WS-CFG-KEY
                    ADD 1 TO WS-CFG-ERRORS
                WHEN OTHER
                    IF FUNCTION NUMVAL(WS-CFG-VALUE) < 0 THEN
                        DISPLAY 'BTSTCFG.TXT VALUE NEGATIVE.: '
                                WS-CFG-KEY
                        ADD 1 TO WS-CFG-ERRORS
                    ELSE
                        COMPUTE WS-CFG-NUM
                            = FUNCTION NUMVAL(WS-CFG-VALUE)
                        PERFORM P152-START THRU P152-END
                    END-IF
            END-EVALUATE
            .
       P151-END.


      *>      APPLY ONE NUMERIC SETTING
       P152-START.
            EVALUATE WS-CFG-KEY
                WHEN 'CAPITAL'
                    MOVE WS-CFG-NUM TO WS-CFG-CAPITAL
                WHEN 'SIZEPCT'
                    MOVE WS-CFG-NUM TO WS-CFG-SIZEPCT
                WHEN 'MAXPOS'
                    IF WS-CFG-NUM > 99 THEN
                        MOVE 0 TO WS-CFG-MAXPOS
                    ELSE
                        MOVE WS-CFG-NUM TO WS-CFG-MAXPOS
                    END-IF
                WHEN 'LOTSIZE'
                    MOVE WS-CFG-NUM TO WS-CFG-LOTSIZE
                WHEN 'BROKERAGE'
                    MOVE WS-CFG-NUM TO WS-CFG-BROKERAGE
                WHEN 'FEEBPS'
                    MOVE WS-CFG-NUM TO WS-CFG-FEEBPS
                WHEN 'MAXHOLD'
                    MOVE WS-CFG-NUM TO WS-CFG-MAXHOLD
                WHEN 'FROM'
                    MOVE WS-CFG-NUM TO WS-CFG-FROM
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-CFG-FROM) NOT = 0
                        DISPLAY 'BTSTCFG.TXT FROM IS NOT A VALID DATE'
                        ADD 1 TO WS-CFG-ERRORS
                    END-IF
                WHEN 'TO'
                    MOVE WS-CFG-NUM TO WS-CFG-TO
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-CFG-TO) NOT = 0
                        DISPLAY 'BTSTCFG.TXT TO IS NOT A VALID DATE'
                        ADD 1 TO WS-CFG-ERRORS
                    END-IF
                WHEN OTHER
                    DISPLAY 'BTSTCFG.TXT KEY UNKNOWN, '
                            'IGNORED.: ' WS-CFG-KEY
            END-EVALUATE
            .
       P152-END.


      *>      VALIDATE THE INPUT FILES AND CREATE THE OUTPUTS
       P200-START.
            OPEN INPUT PRICEIN
            EVALUATE WS-FS-3
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO ADJOUTPUT.TXT FOUND, RUN HISTADJU FIRST'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD ADJOUTPUT.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-3
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            CLOSE PRICEIN
            OPEN INPUT SIGNIN
            EVALUATE WS-FS-2
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO SIGNALS.TXT FOUND, RUN HISTSIGN FIRST'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD SIGNALS.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            CLOSE SIGNIN
            OPEN OUTPUT TRADEOUT
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE BTTRADES.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            OPEN OUTPUT EQUITYOUT
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO CREATE BTEQUITY.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-TRADE-OUT-REC
            STRING 'CODNEG,ENTRYDATE,ENTRYPRICE,QTY,EXITDATE,'
                                        DELIMITED BY SIZE
                   'EXITPRICE,SESSIONS,FEES,PNL,RETURNPCT,REASON'
                                        DELIMITED BY SIZE
                   INTO WS-TRADE-OUT-REC
            END-STRING
            WRITE TRADE-OUT-LINE FROM WS-TRADE-OUT-REC
            MOVE SPACES TO WS-EQUITY-OUT-REC
            STRING 'DATEEX,CASH,POSVALUE,EQUITY,POSITIONS,'
                                        DELIMITED BY SIZE
                   'DRAWDOWNPCT,BENCHCLOSE,BENCHEQUITY,'
                                        DELIMITED BY SIZE
                   'BENCHDRAWDOWNPCT'   DELIMITED BY SIZE
                   INTO WS-EQUITY-OUT-REC
            END-STRING
            WRITE EQUITY-OUT-LINE FROM WS-EQUITY-OUT-REC
            .
       P200-END.


      *>      SORT THE SESSION ROWS AND THE STRATEGY'S SIGNALS INTO
      *>      DATE ORDER AND WALK THEM ONE SESSION AT A TIME
       P300-START.
            SORT SORTFILE
                ON ASCENDING KEY SORT-DATEEX
                                 SORT-CODNEG
                                 SORT-TAG
                                 SORT-KIND
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P350-START THRU P350-END
            .
       P300-END.


      *>      RELEASE THE CASH-MARKET SESSION ROWS AND THE ENTRY/EXIT
      *>      SIGNALS INSIDE THE DATE RANGE
       P310-START.
            OPEN INPUT PRICEIN
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            PERFORM P311-START THRU P311-END
                UNTIL EOF-OK
            CLOSE PRICEIN
            OPEN INPUT SIGNIN
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            PERFORM P312-START THRU P312-END
                UNTIL EOF-OK
            CLOSE SIGNIN
            .
       P310-END.


      *>      ONE BACK-ADJUSTED ROW
       P311-START.
            READ PRICEIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P311-END
            END-READ
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'ERROR WHILE READING ADJOUTPUT.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                GO TO P311-END
            END-IF
            ADD 1 TO WS-PRICE-READ
            IF BA-TIPREG NOT = 01
            OR BA-TPMERC NOT = 010
            OR BA-PREULT = 0
            OR BA-DATEEX < WS-CFG-FROM
            OR BA-DATEEX > WS-CFG-TO THEN
                GO TO P311-END
            END-IF
            MOVE BA-DATEEX TO SORT-DATEEX
            MOVE BA-CODNEG TO SORT-CODNEG
            MOVE 'P'       TO SORT-TAG
            MOVE SPACE     TO SORT-KIND
            MOVE BA-PREABE TO SORT-OPEN
            MOVE BA-PREULT TO SORT-CLOSE
            RELEASE SORT-REC
            ADD 1 TO WS-PRICE-RELEASED
            .
       P311-END.


      *>      ONE SIGNAL LINE. ONLY THE STRATEGY'S TWO RULES ON THE
      *>      UNADJUSTED-FLAG CASH SERIES ARE KEPT.
       P312-START.
            READ SIGNIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P312-END
            END-READ
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'ERROR WHILE READING SIGNALS.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-2
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                GO TO P312-END
            END-IF
            ADD 1 TO WS-SIG-READ
            IF SG-DATEEX IS NOT NUMERIC
            OR SG-TIPREG NOT = 01
            OR SG-ADJUSTED NOT = 'N'
            OR SG-TPMERC NOT = 010
            OR SG-DATEEX < WS-CFG-FROM
            OR SG-DATEEX > WS-CFG-TO THEN
                GO TO P312-END
            END-IF
            EVALUATE TRUE
                WHEN SG-RULE = WS-CFG-ENTRY
                    MOVE 'E' TO SORT-KIND
                WHEN SG-RULE = WS-CFG-EXIT
                AND WS-CFG-EXIT NOT = SPACES
                    MOVE 'X' TO SORT-KIND
                WHEN OTHER
                    GO TO P312-END
            END-EVALUATE
            MOVE SG-DATEEX TO SORT-DATEEX
            MOVE SG-CODNEG TO SORT-CODNEG
            MOVE 'S'       TO SORT-TAG
            MOVE 0         TO SORT-OPEN
            MOVE 0         TO SORT-CLOSE
            RELEASE SORT-REC
            ADD 1 TO WS-SIG-RELEASED
            IF WS-SIG-FIRST = 0 OR SG-DATEEX < WS-SIG-FIRST THEN
                MOVE SG-DATEEX TO WS-SIG-FIRST
            END-IF
            IF SG-DATEEX > WS-SIG-LAST THEN
                MOVE SG-DATEEX TO WS-SIG-LAST
            END-IF
            .
       P312-END.


      *>      WALK THE SORTED RECORDS, CLOSING EACH SESSION AT THE
      *>      DATE BREAK AND THE LAST ONE AT THE END
       P350-START.
            SET SORT-EOF-OK TO FALSE
            PERFORM P351-START THRU P351-END
                UNTIL SORT-EOF-OK
            IF WS-CUR-DATE NOT = 0 THEN
                PERFORM P400-START THRU P400-END
            END-IF
            .
       P350-END.


      *>      ONE SORTED RECORD
       P351-START.
            RETURN SORTFILE
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P351-END
            END-RETURN
            IF SORT-DATEEX NOT = WS-CUR-DATE THEN
                IF WS-CUR-DATE NOT = 0 THEN
                    PERFORM P400-START THRU P400-END
                END-IF
                PERFORM P355-START THRU P355-END
                MOVE SORT-DATEEX TO WS-CUR-DATE
            END-IF
            IF SORT-TAG = 'P' THEN
                PERFORM P360-START THRU P360-END
            ELSE
                PERFORM P370-START THRU P370-END
            END-IF
            .
       P351-END.


      *>      START A NEW SESSION: NOTHING HAS TRADED YET
       P355-START.
            MOVE 0 TO WS-DAY-ROWS
            MOVE 0 TO WS-DSIG-COUNT
            MOVE 0 TO WS-BM-TODAY
            PERFORM P356-START THRU P356-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-POS-COUNT
            PERFORM P357-START THRU P357-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-PEND-COUNT
            .
       P355-END.


       P356-START.
            MOVE 'N' TO WS-POS-TRADED(WS-SCAN-IDX)
            .
       P356-END.


       P357-START.
            MOVE 'N' TO WS-PEND-TRADED(WS-SCAN-IDX)
            .
       P357-END.


      *>      ONE SESSION ROW: HAND ITS OPEN AND CLOSE TO THE POSITION
      *>      OR ENTRY ORDER ON THAT TICKER, AND TO THE BENCHMARK. A
      *>      SECOND ROW FOR THE SAME TICKER AND DATE IS IGNORED.
       P360-START.
            ADD 1 TO WS-DAY-ROWS
            IF BM-ACTIVE AND SORT-CODNEG = WS-CFG-BENCHMARK
            AND WS-BM-TODAY = 0 THEN
                MOVE SORT-CLOSE TO WS-BM-TODAY
            END-IF
            SET ENTRY-FOUND TO FALSE
            SET WS-POS-X TO 1
            IF WS-POS-COUNT > 0 THEN
                SEARCH WS-POS-ENTRY
                    AT END CONTINUE
                    WHEN WS-POS-X > WS-POS-COUNT
                        CONTINUE
                    WHEN WS-POS-CODNEG(WS-POS-X) = SORT-CODNEG
                        SET ENTRY-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF ENTRY-FOUND AND WS-POS-TRADED(WS-POS-X) = 'N' THEN
                MOVE 'Y'        TO WS-POS-TRADED(WS-POS-X)
                MOVE SORT-OPEN  TO WS-POS-OPEN(WS-POS-X)
                MOVE SORT-CLOSE TO WS-POS-CLOSE(WS-POS-X)
            END-IF
            SET ENTRY-FOUND TO FALSE
            SET WS-PEND-X TO 1
            IF WS-PEND-COUNT > 0 THEN
                SEARCH WS-PEND-ENTRY
                    AT END CONTINUE
                    WHEN WS-PEND-X > WS-PEND-COUNT
                        CONTINUE
                    WHEN WS-PEND-CODNEG(WS-PEND-X) = SORT-CODNEG
                        SET ENTRY-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF ENTRY-FOUND AND WS-PEND-TRADED(WS-PEND-X) = 'N' THEN
                MOVE 'Y'        TO WS-PEND-TRADED(WS-PEND-X)
                MOVE SORT-OPEN  TO WS-PEND-OPEN(WS-PEND-X)
                MOVE SORT-CLOSE TO WS-PEND-CLOSE(WS-PEND-X)
            END-IF
            .
       P360-END.


      *>      ONE SIGNAL, HELD UNTIL THE SESSION'S FILLS ARE DONE
       P370-START.
            IF WS-DSIG-COUNT = 2000 THEN
                ADD 1 TO WS-DSIG-DROPPED
                GO TO P370-END
            END-IF
            ADD 1 TO WS-DSIG-COUNT
            MOVE SORT-CODNEG TO WS-DSIG-CODNEG(WS-DSIG-COUNT)
            MOVE SORT-KIND   TO WS-DSIG-KIND(WS-DSIG-COUNT)
            .
       P370-END.


      *>      CLOSE ONE SESSION: FILL THE PENDING EXITS, THEN THE
      *>      PENDING ENTRIES, AT TODAY'S OPEN; MARK THE BOOK AT
      *>      TODAY'S CLOSE; TURN TODAY'S SIGNALS INTO ORDERS FOR THE
      *>      NEXT SESSION; WRITE THE EQUITY LINE. A DATE THAT CARRIED
      *>      SIGNALS BUT NO SESSION ROW ONLY PLACES ORDERS.
       P400-START.
            IF WS-DAY-ROWS > 0 THEN
                PERFORM P410-START THRU P410-END
                PERFORM P420-START THRU P420-END
                PERFORM P430-START THRU P430-END
            END-IF
            PERFORM P440-START THRU P440-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-DSIG-COUNT
            IF WS-DAY-ROWS > 0 THEN
                PERFORM P450-START THRU P450-END
            END-IF
            .
       P400-END.


      *>      SELL EVERY POSITION WITH A PENDING EXIT WHOSE TICKER
      *>      TRADED TODAY, THEN CLOSE UP THE POSITION TABLE
       P410-START.
            PERFORM P411-START THRU P411-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-POS-COUNT
            MOVE 0 TO WS-KEEP-IDX
            PERFORM P415-START THRU P415-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-POS-COUNT
            MOVE WS-KEEP-IDX TO WS-POS-COUNT
            .
       P410-END.


      *>      FILL ONE EXIT AT THE OPEN (THE CLOSE WHEN NO OPEN WAS
      *>      PRINTED) AND WRITE ITS ROUND TRIP
       P411-START.
            MOVE 'Y' TO WS-POS-KEEP(WS-SCAN-IDX)
            IF WS-POS-EXIT-WHY(WS-SCAN-IDX) = SPACES
            OR WS-POS-TRADED(WS-SCAN-IDX) NOT = 'Y' THEN
                GO TO P411-END
            END-IF
            MOVE WS-POS-OPEN(WS-SCAN-IDX) TO WS-FILL-PRICE
            IF WS-FILL-PRICE = 0 THEN
                MOVE WS-POS-CLOSE(WS-SCAN-IDX) TO WS-FILL-PRICE
            END-IF
            COMPUTE WS-ORDER-VALUE ROUNDED
                  = WS-POS-QTY(WS-SCAN-IDX) * WS-FILL-PRICE
            COMPUTE WS-EXIT-FEES ROUNDED
                  = WS-CFG-BROKERAGE
                  + WS-ORDER-VALUE * WS-CFG-FEEBPS / 10000
            ADD WS-ORDER-VALUE TO WS-CASH
            IF WS-EXIT-FEES > WS-CASH THEN
                MOVE WS-CASH TO WS-EXIT-FEES
            END-IF
            SUBTRACT WS-EXIT-FEES FROM WS-CASH
            ADD WS-EXIT-FEES TO WS-FEES-PAID
            ADD WS-ORDER-VALUE TO WS-TRADED-VALUE
            MOVE WS-CUR-DATE TO WS-EXIT-DATE
            PERFORM P480-START THRU P480-END
            ADD 1 TO WS-TRADES-CLOSED
            IF WS-TRADE-PNL > 0 THEN
                ADD 1 TO WS-TRADES-WON
            END-IF
            MOVE 'N' TO WS-POS-KEEP(WS-SCAN-IDX)
            .
       P411-END.


      *>      KEEP ONE POSITION THAT WAS NOT SOLD
       P415-START.
            IF WS-POS-KEEP(WS-SCAN-IDX) = 'Y' THEN
                ADD 1 TO WS-KEEP-IDX
                IF WS-KEEP-IDX NOT = WS-SCAN-IDX THEN
                    MOVE WS-POS-ENTRY(WS-SCAN-IDX)
                         TO WS-POS-ENTRY(WS-KEEP-IDX)
                END-IF
            END-IF
            .
       P415-END.


      *>      BUY EVERY PENDING ENTRY WHOSE TICKER TRADED TODAY, IN
      *>      TICKER ORDER, THEN CLOSE UP THE ORDER TABLE
       P420-START.
            PERFORM P421-START THRU P421-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-PEND-COUNT
            MOVE 0 TO WS-KEEP-IDX
            PERFORM P425-START THRU P425-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-PEND-COUNT
            MOVE WS-KEEP-IDX TO WS-PEND-COUNT
            .
       P420-END.


      *>      FILL ONE ENTRY. THE TARGET IS SIZEPCT OF THE PRIOR
      *>      CLOSE'S EQUITY, CUT TO THE CASH ON HAND LESS FEES, AND
      *>      ROUNDED DOWN TO WHOLE LOTS. AN ORDER THAT CANNOT BUY ONE
      *>      LOT, OR THAT FINDS THE BOOK FULL, IS DROPPED.
       P421-START.
            MOVE 'Y' TO WS-PEND-KEEP(WS-SCAN-IDX)
            IF WS-PEND-TRADED(WS-SCAN-IDX) NOT = 'Y' THEN
                GO TO P421-END
            END-IF
            MOVE 'N' TO WS-PEND-KEEP(WS-SCAN-IDX)
            IF WS-POS-COUNT NOT < WS-CFG-MAXPOS THEN
                ADD 1 TO WS-SKIP-MAXPOS
                GO TO P421-END
            END-IF
            MOVE WS-PEND-OPEN(WS-SCAN-IDX) TO WS-FILL-PRICE
            IF WS-FILL-PRICE = 0 THEN
                MOVE WS-PEND-CLOSE(WS-SCAN-IDX) TO WS-FILL-PRICE
            END-IF
            COMPUTE WS-TARGET ROUNDED
                  = WS-PRIOR-EQUITY * WS-CFG-SIZEPCT / 100
            IF WS-CASH NOT > WS-CFG-BROKERAGE THEN
                ADD 1 TO WS-SKIP-SIZE
                GO TO P421-END
            END-IF
            IF WS-TARGET > WS-CASH - WS-CFG-BROKERAGE THEN
                COMPUTE WS-TARGET = WS-CASH - WS-CFG-BROKERAGE
            END-IF
            COMPUTE WS-LOTS = WS-TARGET
                  / (WS-FILL-PRICE * WS-CFG-LOTSIZE
                     * (1 + WS-CFG-FEEBPS / 10000))
            COMPUTE WS-QTY = WS-LOTS * WS-CFG-LOTSIZE
            IF WS-QTY = 0 THEN
                ADD 1 TO WS-SKIP-SIZE
                GO TO P421-END
            END-IF
            COMPUTE WS-ORDER-VALUE ROUNDED = WS-QTY * WS-FILL-PRICE
            COMPUTE WS-ORDER-FEES ROUNDED
                  = WS-CFG-BROKERAGE
                  + WS-ORDER-VALUE * WS-CFG-FEEBPS / 10000
            IF WS-ORDER-VALUE + WS-ORDER-FEES > WS-CASH THEN
                ADD 1 TO WS-SKIP-SIZE
                GO TO P421-END
            END-IF
            SUBTRACT WS-ORDER-VALUE FROM WS-CASH
            SUBTRACT WS-ORDER-FEES FROM WS-CASH
            ADD WS-ORDER-FEES TO WS-FEES-PAID
            ADD WS-ORDER-VALUE TO WS-TRADED-VALUE
            ADD 1 TO WS-POS-COUNT
            ADD 1 TO WS-TRADES-OPENED
            INITIALIZE WS-POS-ENTRY(WS-POS-COUNT)
            MOVE WS-PEND-CODNEG(WS-SCAN-IDX)
                 TO WS-POS-CODNEG(WS-POS-COUNT)
            MOVE WS-QTY           TO WS-POS-QTY(WS-POS-COUNT)
            MOVE WS-CUR-DATE      TO WS-POS-ENTRY-DATE(WS-POS-COUNT)
            MOVE WS-FILL-PRICE    TO WS-POS-ENTRY-PRICE(WS-POS-COUNT)
            MOVE WS-ORDER-FEES    TO WS-POS-ENTRY-FEES(WS-POS-COUNT)
            MOVE WS-FILL-PRICE    TO WS-POS-LAST-CLOSE(WS-POS-COUNT)
            MOVE 'Y'              TO WS-POS-TRADED(WS-POS-COUNT)
            MOVE WS-PEND-OPEN(WS-SCAN-IDX)
                 TO WS-POS-OPEN(WS-POS-COUNT)
            MOVE WS-PEND-CLOSE(WS-SCAN-IDX)
                 TO WS-POS-CLOSE(WS-POS-COUNT)
            .
       P421-END.


      *>      KEEP ONE ORDER WHOSE TICKER HAS NOT TRADED YET
       P425-START.
            IF WS-PEND-KEEP(WS-SCAN-IDX) = 'Y' THEN
                ADD 1 TO WS-KEEP-IDX
                IF WS-KEEP-IDX NOT = WS-SCAN-IDX THEN
                    MOVE WS-PEND-ENTRY(WS-SCAN-IDX)
                         TO WS-PEND-ENTRY(WS-KEEP-IDX)
                END-IF
            END-IF
            .
       P425-END.


      *>      MARK EVERY POSITION THAT TRADED TODAY AT ITS CLOSE AND
      *>      COUNT THE SESSION; ONE HELD MAXHOLD SESSIONS IS SET TO
      *>      LEAVE AT THE NEXT OPEN
       P430-START.
            MOVE 0 TO WS-POS-VALUE
            PERFORM P431-START THRU P431-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-POS-COUNT
            .
       P430-END.


       P431-START.
            IF WS-POS-TRADED(WS-SCAN-IDX) = 'Y' THEN
                MOVE WS-POS-CLOSE(WS-SCAN-IDX)
                     TO WS-POS-LAST-CLOSE(WS-SCAN-IDX)
                ADD 1 TO WS-POS-SESSIONS(WS-SCAN-IDX)
            END-IF
            COMPUTE WS-POS-VALUE = WS-POS-VALUE
                  + WS-POS-QTY(WS-SCAN-IDX)
                  * WS-POS-LAST-CLOSE(WS-SCAN-IDX)
            IF WS-CFG-MAXHOLD > 0
            AND WS-POS-SESSIONS(WS-SCAN-IDX) NOT < WS-CFG-MAXHOLD
            AND WS-POS-EXIT-WHY(WS-SCAN-IDX) = SPACES THEN
                MOVE 'MAXHOLD' TO WS-POS-EXIT-WHY(WS-SCAN-IDX)
            END-IF
            .
       P431-END.


      *>      ACT ON ONE OF TODAY'S SIGNALS. AN EXIT FLAGS THE HELD
      *>      POSITION AND CANCELS ANY WAITING ENTRY ON THE TICKER; AN
      *>      ENTRY QUEUES AN ORDER UNLESS THE TICKER IS ALREADY HELD
      *>      OR QUEUED. ENTRY SORTS AHEAD OF EXIT, SO ON A DAY WITH
      *>      BOTH THE EXIT CANCELS THE ENTRY JUST QUEUED.
       P440-START.
            SET ENTRY-FOUND TO FALSE
            SET WS-POS-X TO 1
            IF WS-POS-COUNT > 0 THEN
                SEARCH WS-POS-ENTRY
                    AT END CONTINUE
                    WHEN WS-POS-X > WS-POS-COUNT
                        CONTINUE
                    WHEN WS-POS-CODNEG(WS-POS-X)
                         = WS-DSIG-CODNEG(WS-SCAN-IDX)
                        SET ENTRY-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF WS-DSIG-KIND(WS-SCAN-IDX) = 'X' THEN
                IF ENTRY-FOUND
                AND WS-POS-EXIT-WHY(WS-POS-X) = SPACES THEN
                    MOVE 'SIGNAL' TO WS-POS-EXIT-WHY(WS-POS-X)
                END-IF
                PERFORM P445-START THRU P445-END
                GO TO P440-END
            END-IF
            IF ENTRY-FOUND THEN
                GO TO P440-END
            END-IF
            SET ENTRY-FOUND TO FALSE
            SET WS-PEND-X TO 1
            IF WS-PEND-COUNT > 0 THEN
                SEARCH WS-PEND-ENTRY
                    AT END CONTINUE
                    WHEN WS-PEND-X > WS-PEND-COUNT
                        CONTINUE
                    WHEN WS-PEND-CODNEG(WS-PEND-X)
                         = WS-DSIG-CODNEG(WS-SCAN-IDX)
                        SET ENTRY-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF ENTRY-FOUND THEN
                GO TO P440-END
            END-IF
            IF WS-PEND-COUNT = 500 THEN
                ADD 1 TO WS-SKIP-TABLE
                GO TO P440-END
            END-IF
            ADD 1 TO WS-PEND-COUNT
            INITIALIZE WS-PEND-ENTRY(WS-PEND-COUNT)
            MOVE WS-DSIG-CODNEG(WS-SCAN-IDX)
                 TO WS-PEND-CODNEG(WS-PEND-COUNT)
            MOVE 'N' TO WS-PEND-TRADED(WS-PEND-COUNT)
            .
       P440-END.


      *>      DROP A WAITING ENTRY ON A TICKER THAT SIGNALLED EXIT
       P445-START.
            MOVE 0 TO WS-KEEP-IDX
            PERFORM P446-START THRU P446-END
                VARYING WS-SHIFT-IDX FROM 1 BY 1
                UNTIL WS-SHIFT-IDX > WS-PEND-COUNT
            MOVE WS-KEEP-IDX TO WS-PEND-COUNT
            .
       P445-END.


       P446-START.
            IF WS-PEND-CODNEG(WS-SHIFT-IDX)
               NOT = WS-DSIG-CODNEG(WS-SCAN-IDX) THEN
                ADD 1 TO WS-KEEP-IDX
                IF WS-KEEP-IDX NOT = WS-SHIFT-IDX THEN
                    MOVE WS-PEND-ENTRY(WS-SHIFT-IDX)
                         TO WS-PEND-ENTRY(WS-KEEP-IDX)
                END-IF
            END-IF
            .
       P446-END.


      *>      THE SESSION'S EQUITY LINE, WITH THE DRAWDOWN FROM THE
      *>      PEAK SO FAR AND THE BENCHMARK ALONGSIDE
       P450-START.
            ADD 1 TO WS-SESSIONS
            IF WS-FIRST-SESSION = 0 THEN
                MOVE WS-CUR-DATE TO WS-FIRST-SESSION
            END-IF
            MOVE WS-CUR-DATE TO WS-LAST-SESSION
            COMPUTE WS-EQUITY = WS-CASH + WS-POS-VALUE
            ADD WS-EQUITY TO WS-EQUITY-SUM
            IF WS-EQUITY > WS-PEAK-EQUITY THEN
                MOVE WS-EQUITY TO WS-PEAK-EQUITY
            END-IF
            COMPUTE WS-DRAWDOWN ROUNDED
                  = (WS-PEAK-EQUITY - WS-EQUITY) * 100
                  / WS-PEAK-EQUITY
            IF WS-DRAWDOWN > WS-MAX-DRAWDOWN THEN
                MOVE WS-DRAWDOWN TO WS-MAX-DRAWDOWN
            END-IF
            MOVE WS-EQUITY TO WS-PRIOR-EQUITY
            IF BM-ACTIVE AND WS-BM-TODAY > 0 THEN
                IF WS-BM-FIRST = 0 THEN
                    MOVE WS-BM-TODAY TO WS-BM-FIRST
                END-IF
                MOVE WS-BM-TODAY TO WS-BM-LAST
            END-IF
            IF WS-BM-FIRST > 0 THEN
                ADD 1 TO WS-BM-SESSIONS
                COMPUTE WS-BM-EQUITY ROUNDED
                      = WS-CFG-CAPITAL * WS-BM-LAST / WS-BM-FIRST
                IF WS-BM-EQUITY > WS-BM-PEAK THEN
                    MOVE WS-BM-EQUITY TO WS-BM-PEAK
                END-IF
                COMPUTE WS-BM-DRAWDOWN ROUNDED
                      = (WS-BM-PEAK - WS-BM-EQUITY) * 100
                      / WS-BM-PEAK
                IF WS-BM-DRAWDOWN > WS-BM-MAX-DRAWDOWN THEN
                    MOVE WS-BM-DRAWDOWN TO WS-BM-MAX-DRAWDOWN
                END-IF
            END-IF
            MOVE SPACES TO WS-EQUITY-OUT-REC
            STRING WS-CUR-DATE          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-CASH              DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-POS-VALUE         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-EQUITY            DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-POS-COUNT         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-DRAWDOWN          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-BM-LAST           DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-BM-EQUITY         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-BM-DRAWDOWN       DELIMITED BY SIZE
                   INTO WS-EQUITY-OUT-REC
            END-STRING
            WRITE EQUITY-OUT-LINE FROM WS-EQUITY-OUT-REC
            .
       P450-END.


      *>      WRITE ONE ROUND TRIP FOR THE POSITION AT WS-SCAN-IDX,
      *>      EXITED AT WS-FILL-PRICE ON WS-EXIT-DATE WITH
      *>      WS-EXIT-FEES; THE REASON IS THE POSITION'S EXIT FLAG
       P480-START.
            COMPUTE WS-ENTRY-VALUE ROUNDED
                  = WS-POS-QTY(WS-SCAN-IDX)
                  * WS-POS-ENTRY-PRICE(WS-SCAN-IDX)
            COMPUTE WS-ORDER-VALUE ROUNDED
                  = WS-POS-QTY(WS-SCAN-IDX) * WS-FILL-PRICE
            COMPUTE WS-TRADE-FEES
                  = WS-POS-ENTRY-FEES(WS-SCAN-IDX) + WS-EXIT-FEES
            COMPUTE WS-TRADE-PNL
                  = WS-ORDER-VALUE - WS-ENTRY-VALUE - WS-TRADE-FEES
            COMPUTE WS-TRADE-RET ROUNDED
                  = WS-TRADE-PNL * 100
                  / (WS-ENTRY-VALUE + WS-POS-ENTRY-FEES(WS-SCAN-IDX))
            MOVE SPACES TO WS-TRADE-OUT-REC
            STRING WS-POS-CODNEG(WS-SCAN-IDX)
                                        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-POS-ENTRY-DATE(WS-SCAN-IDX)
                                        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-POS-ENTRY-PRICE(WS-SCAN-IDX)
                                        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-POS-QTY(WS-SCAN-IDX)
                                        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-EXIT-DATE         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-FILL-PRICE        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-POS-SESSIONS(WS-SCAN-IDX)
                                        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-TRADE-FEES        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-TRADE-PNL         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-TRADE-RET         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-POS-EXIT-WHY(WS-SCAN-IDX)
                                        DELIMITED BY SPACE
                   INTO WS-TRADE-OUT-REC
            END-STRING
            WRITE TRADE-OUT-LINE FROM WS-TRADE-OUT-REC
            ADD 1 TO WS-TRADE-LINES
            .
       P480-END.


      *>      LIST THE POSITIONS STILL OPEN, MARKED AT THEIR LAST
      *>      CLOSE WITHOUT EXIT FEES, THEN WRITE THE SUMMARY PAGE
       P600-START.
            PERFORM P610-START THRU P610-END
                VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-POS-COUNT
            CLOSE TRADEOUT
            CLOSE EQUITYOUT
            PERFORM P620-START THRU P620-END
            PERFORM P650-START THRU P650-END
            .
       P600-END.


       P610-START.
            MOVE WS-POS-LAST-CLOSE(WS-SCAN-IDX) TO WS-FILL-PRICE
            MOVE WS-LAST-SESSION TO WS-EXIT-DATE
            MOVE 0 TO WS-EXIT-FEES
            MOVE 'OPEN' TO WS-POS-EXIT-WHY(WS-SCAN-IDX)
            PERFORM P480-START THRU P480-END
            ADD 1 TO WS-TRADES-OPEN
            .
       P610-END.


      *>      PERFORMANCE FIGURES. ANNUALISED FIGURES COMPOUND THE
      *>      TOTAL OVER 252 SESSIONS A YEAR; TURNOVER IS THE VALUE
      *>      TRADED BOTH WAYS OVER TWICE THE AVERAGE EQUITY.
       P620-START.
            IF WS-SESSIONS = 0 THEN
                GO TO P620-END
            END-IF
            COMPUTE WS-RATIO ROUNDED = WS-EQUITY / WS-CFG-CAPITAL
            COMPUTE WS-TOTAL-RET ROUNDED = (WS-RATIO - 1) * 100
            COMPUTE WS-EXPONENT ROUNDED = 252 / WS-SESSIONS
            IF WS-RATIO > 0 THEN
                COMPUTE WS-ANN-RET ROUNDED
                      = (WS-RATIO ** WS-EXPONENT - 1) * 100
                    ON SIZE ERROR
                        MOVE 9999999.99 TO WS-ANN-RET
                END-COMPUTE
            ELSE
                MOVE -100 TO WS-ANN-RET
            END-IF
            IF WS-TRADES-CLOSED > 0 THEN
                COMPUTE WS-HIT-RATE ROUNDED
                      = WS-TRADES-WON * 100 / WS-TRADES-CLOSED
            END-IF
            COMPUTE WS-AVG-EQUITY ROUNDED
                  = WS-EQUITY-SUM / WS-SESSIONS
            IF WS-AVG-EQUITY > 0 THEN
                COMPUTE WS-TURNOVER ROUNDED
                      = WS-TRADED-VALUE / (2 * WS-AVG-EQUITY)
                COMPUTE WS-ANN-TURNOVER ROUNDED
                      = WS-TURNOVER * 252 / WS-SESSIONS
            END-IF
            IF WS-BM-SESSIONS > 0 THEN
                COMPUTE WS-RATIO ROUNDED = WS-BM-LAST / WS-BM-FIRST
                COMPUTE WS-BM-TOTAL-RET ROUNDED = (WS-RATIO - 1) * 100
                COMPUTE WS-EXPONENT ROUNDED = 252 / WS-BM-SESSIONS
                COMPUTE WS-BM-ANN-RET ROUNDED
                      = (WS-RATIO ** WS-EXPONENT - 1) * 100
                    ON SIZE ERROR
                        MOVE 9999999.99 TO WS-BM-ANN-RET
                END-COMPUTE
                COMPUTE WS-EXCESS-RET = WS-TOTAL-RET - WS-BM-TOTAL-RET
            END-IF
            .
       P620-END.


      *>      WRITE BTSUMMARY.TXT
       P650-START.
            OPEN OUTPUT SUMMOUT
            IF NOT FS-OK OF WS-FS-6 THEN
                DISPLAY 'FAILED TO CREATE BTSUMMARY.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-6
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-SUMM-OUT-REC
            STRING 'BACKTEST SUMMARY - ENTRY '
                                        DELIMITED BY SIZE
                   WS-CFG-ENTRY         DELIMITED BY SPACE
                   ' EXIT '             DELIMITED BY SIZE
                   WS-CFG-EXIT          DELIMITED BY SPACE
                   ' MAXHOLD '          DELIMITED BY SIZE
                   WS-CFG-MAXHOLD       DELIMITED BY SIZE
                   INTO WS-SUMM-OUT-REC
            END-STRING
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE SPACES TO WS-SUMM-OUT-REC
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            IF WS-SESSIONS = 0 THEN
                MOVE 'NO SESSION IN THE DATE RANGE' TO WS-SUMM-OUT-REC
                WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
                CLOSE SUMMOUT
                GO TO P650-END
            END-IF
            MOVE WS-SESSIONS TO WS-ED-COUNT
            STRING 'SESSIONS.................: '
                                        DELIMITED BY SIZE
                   WS-FIRST-SESSION     DELIMITED BY SIZE
                   ' TO '               DELIMITED BY SIZE
                   WS-LAST-SESSION      DELIMITED BY SIZE
                   ' ('                 DELIMITED BY SIZE
                   WS-ED-COUNT          DELIMITED BY SIZE
                   ')'                  DELIMITED BY SIZE
                   INTO WS-SUMM-OUT-REC
            END-STRING
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE SPACES TO WS-SUMM-OUT-REC
            IF WS-SIG-RELEASED = 0 THEN
                MOVE 'SIGNALS..................: NONE FOR THIS STRATEGY'
                     TO WS-SUMM-OUT-REC
            ELSE
                STRING 'SIGNALS COVER............: '
                                        DELIMITED BY SIZE
                       WS-SIG-FIRST     DELIMITED BY SIZE
                       ' TO '           DELIMITED BY SIZE
                       WS-SIG-LAST      DELIMITED BY SIZE
                       INTO WS-SUMM-OUT-REC
                END-STRING
            END-IF
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE SPACES TO WS-SUMM-OUT-REC
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-CFG-CAPITAL TO WS-ED-MONEY
            MOVE 'STARTING CAPITAL.........: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-MONEY TO WS-SUMM-OUT-REC(28:18)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-EQUITY TO WS-ED-MONEY
            MOVE 'ENDING EQUITY............: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-MONEY TO WS-SUMM-OUT-REC(28:18)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-TOTAL-RET TO WS-ED-PCT
            MOVE 'TOTAL RETURN PCT.........: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-PCT TO WS-SUMM-OUT-REC(28:11)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-ANN-RET TO WS-ED-PCT
            MOVE 'ANNUALISED RETURN PCT....: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-PCT TO WS-SUMM-OUT-REC(28:11)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-MAX-DRAWDOWN TO WS-ED-PCT
            MOVE 'MAXIMUM DRAWDOWN PCT.....: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-PCT TO WS-SUMM-OUT-REC(28:11)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-TRADES-CLOSED TO WS-ED-COUNT
            MOVE 'TRADES CLOSED............: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-COUNT TO WS-SUMM-OUT-REC(28:7)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-TRADES-WON TO WS-ED-COUNT
            MOVE 'TRADES WON...............: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-COUNT TO WS-SUMM-OUT-REC(28:7)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-HIT-RATE TO WS-ED-PCT
            MOVE 'HIT RATE PCT.............: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-PCT TO WS-SUMM-OUT-REC(28:11)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-TRADES-OPEN TO WS-ED-COUNT
            MOVE 'POSITIONS OPEN AT END....: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-COUNT TO WS-SUMM-OUT-REC(28:7)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-FEES-PAID TO WS-ED-MONEY
            MOVE 'BROKERAGE AND FEES PAID..: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-MONEY TO WS-SUMM-OUT-REC(28:18)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-TURNOVER TO WS-ED-TIMES
            MOVE 'TURNOVER (TIMES).........: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-TIMES TO WS-SUMM-OUT-REC(28:10)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-ANN-TURNOVER TO WS-ED-TIMES
            MOVE 'TURNOVER PER YEAR (TIMES): ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-TIMES TO WS-SUMM-OUT-REC(28:10)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-SKIP-MAXPOS TO WS-ED-COUNT
            MOVE 'ENTRIES SKIPPED, FULL BOOK: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-COUNT TO WS-SUMM-OUT-REC(28:7)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-SKIP-SIZE TO WS-ED-COUNT
            MOVE 'ENTRIES SKIPPED, NO LOT..: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-COUNT TO WS-SUMM-OUT-REC(28:7)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE SPACES TO WS-SUMM-OUT-REC
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            PERFORM P660-START THRU P660-END
            MOVE SPACES TO WS-SUMM-OUT-REC
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            STRING 'SIGNALS FILL AT THE NEXT OPEN; RETURNS AND '
                                        DELIMITED BY SIZE
                   'DRAWDOWNS ON DAILY CLOSES OF BACK-ADJUSTED PRICES'
                                        DELIMITED BY SIZE
                   INTO WS-SUMM-OUT-REC
            END-STRING
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            CLOSE SUMMOUT
            .
       P650-END.


      *>      THE BENCHMARK COLUMN OF THE SUMMARY
       P660-START.
            IF NOT BM-ACTIVE THEN
                MOVE 'BENCHMARK................: NONE'
                     TO WS-SUMM-OUT-REC
                WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
                GO TO P660-END
            END-IF
            IF WS-BM-SESSIONS = 0 THEN
                STRING 'BENCHMARK................: '
                                        DELIMITED BY SIZE
                       WS-CFG-BENCHMARK DELIMITED BY SPACE
                       ' NOT FOUND IN THE DATE RANGE'
                                        DELIMITED BY SIZE
                       INTO WS-SUMM-OUT-REC
                END-STRING
                WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
                GO TO P660-END
            END-IF
            STRING 'BENCHMARK................: '
                                        DELIMITED BY SIZE
                   WS-CFG-BENCHMARK     DELIMITED BY SPACE
                   INTO WS-SUMM-OUT-REC
            END-STRING
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-BM-EQUITY TO WS-ED-MONEY
            MOVE 'BENCHMARK ENDING EQUITY..: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-MONEY TO WS-SUMM-OUT-REC(28:18)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-BM-TOTAL-RET TO WS-ED-PCT
            MOVE 'BENCHMARK TOTAL RET PCT..: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-PCT TO WS-SUMM-OUT-REC(28:11)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-BM-ANN-RET TO WS-ED-PCT
            MOVE 'BENCHMARK ANNUALISED PCT.: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-PCT TO WS-SUMM-OUT-REC(28:11)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-BM-MAX-DRAWDOWN TO WS-ED-PCT
            MOVE 'BENCHMARK MAX DRAWDOWN...: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-PCT TO WS-SUMM-OUT-REC(28:11)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            MOVE WS-EXCESS-RET TO WS-ED-PCT
            MOVE 'EXCESS RETURN PCT........: ' TO WS-SUMM-OUT-REC
            MOVE WS-ED-PCT TO WS-SUMM-OUT-REC(28:11)
            WRITE SUMM-OUT-LINE FROM WS-SUMM-OUT-REC
            .
       P660-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTBTST RECONCILIATION SUMMARY'
            DISPLAY ' PRICE ROWS READ..: '    WS-PRICE-READ
            DISPLAY ' PRICE ROWS USED..: '    WS-PRICE-RELEASED
            DISPLAY ' SIGNALS READ.....: '    WS-SIG-READ
            DISPLAY ' SIGNALS USED.....: '    WS-SIG-RELEASED
            DISPLAY ' SESSIONS WALKED..: '    WS-SESSIONS
            DISPLAY ' TRADES OPENED....: '    WS-TRADES-OPENED
            DISPLAY ' TRADES CLOSED....: '    WS-TRADES-CLOSED
            DISPLAY ' OPEN AT END......: '    WS-TRADES-OPEN
            DISPLAY ' TRADE LINES......: '    WS-TRADE-LINES
            DISPLAY ' ENDING EQUITY....: '    WS-EQUITY
            IF WS-SKIP-TABLE > 0 OR WS-DSIG-DROPPED > 0 THEN
                DISPLAY ' SIGNALS LOST, TABLES FULL: '
                        WS-SKIP-TABLE ' ' WS-DSIG-DROPPED
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE BTSTCFG
            CLOSE SIGNIN
            CLOSE PRICEIN
            CLOSE TRADEOUT
            CLOSE EQUITYOUT
            CLOSE SUMMOUT
            GOBACK.
       END PROGRAM HISTBTST.
