      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: ROLLING BETA, CORRELATION, ALPHA AND TRACKING ERROR
      *        OF EVERY CASH-MARKET SERIES IN THE MERGED
      *        OUTPUTINPUT.TXT AGAINST A BENCHMARK, WHICH IS EITHER
      *        THE INDEXSER.TXT LEVEL SERIES HISTINDX BUILDS OR A NAMED
      *        CODNEG (BOVA11 BY DEFAULT), SET IN BETACFG.TXT TOGETHER
      *        WITH UP TO THREE WINDOWS IN TRADING DAYS (21/63/252 BY
      *        DEFAULT). THE SERIES KEY IS THE SAME CODNEG/TIPREG/
      *        ADJUSTED/TPMERC SPLIT HISTTECH USES, RESTRICTED TO
      *        TIPREG 01 / TPMERC 010, AND A CODNEG BENCHMARK IS READ
      *        FROM ITS OWN SERIES OF THE SAME ADJUSTED FLAG, SO AN
      *        ADJUSTED SERIES IS NEVER MEASURED AGAINST A RAW ONE.
      *        A DAILY RETURN PAIR IS TAKEN ONLY WHEN THE BENCHMARK
      *        HAS A CLOSE ON BOTH DATES OF THE TICKER'S RETURN. THE
      *        FIGURES ARE WRITTEN PER SERIES PER DAY TO BETASER.TXT.
      *        CORRMTX.TXT HOLDS THE PAIRWISE CORRELATION MATRIX OF
      *        DAILY RETURNS FOR THE TICKERS LISTED IN CORRLIST.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTBETA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT BETAIN ASSIGN TO
                   WS-BETAIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT BETACFG ASSIGN TO
                   WS-BETACFG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT INDEXSER ASSIGN TO
                   WS-INDEXSER-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT CORRLIST ASSIGN TO
                   WS-CORRLIST-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT BETAOUT ASSIGN TO
                   WS-BETAOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT CORROUT ASSIGN TO
                   WS-CORROUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
               SELECT SORTFILE ASSIGN TO
                   'BETASORT.TMP'.
               SELECT BMSORT ASSIGN TO
                   'BMRKSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD BETAIN.
           COPY HISTOUTR.
       FD BETACFG.
       01 BETA-CFG-REG                 PIC X(32).
       FD INDEXSER.
       01 INDEXSER-LINE                PIC X(120).
       FD CORRLIST.
       01 CORR-LIST-REG                PIC X(12).
       FD BETAOUT.
       01 BETA-OUT-LINE                PIC X(300).
       FD CORROUT.
       01 CORR-OUT-LINE                PIC X(200).
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-CODNEG              PIC X(12).
           03 SORT-TIPREG              PIC 9(02).
           03 SORT-ADJUSTED            PIC X(01).
           03 SORT-TPMERC              PIC 9(03).
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-PREULT              PIC 9(11)V99.
       SD BMSORT.
       01 BSRT-REC.
           03 BSRT-DATEEX              PIC 9(08).
           03 BSRT-ADJUSTED            PIC X(01).
           03 BSRT-CLOSE               PIC 9(11)V9(04).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-BETAIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-BETACFG-FILE              PIC X(128) VALUE SPACES.
       77 WS-INDEXSER-FILE             PIC X(128) VALUE SPACES.
       77 WS-CORRLIST-FILE             PIC X(128) VALUE SPACES.
       77 WS-BETAOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-CORROUT-FILE              PIC X(128) VALUE SPACES.
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
       77 WS-IDX-EOF                   PIC X.
           88 IDX-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-LST-EOF                   PIC X.
           88 LST-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-BSRT-EOF                  PIC X.
           88 BSRT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      SETTINGS, OVERRIDABLE VIA BETACFG.TXT. BENCHMARK IS THE
      *>      WORD INDEXSER OR A CODNEG; A WINDOW OF 0 IS SWITCHED OFF;
      *>      MATSERIES PICKS THE RAW ('N') OR ADJUSTED ('Y') SERIES
      *>      OF THE MATRIX TICKERS.
       01 WS-CFG-KEY                   PIC X(16) VALUE SPACES.
       01 WS-CFG-VALUE                 PIC X(16) VALUE SPACES.
       77 WS-CFG-BENCHMARK             PIC X(12) VALUE 'BOVA11'.
       77 WS-BM-FROM-INDEX             PIC X(01) VALUE 'N'.
           88 BM-FROM-INDEX            VALUE 'Y' FALSE 'N'.
       77 WS-CFG-MATWINDOW             PIC 9(03) VALUE 252.
       77 WS-CFG-MATSERIES             PIC X(01) VALUE 'N'.
       77 WS-CFG-NUM                   PIC 9(05) VALUE 0.
      *>      BENCHMARK CLOSES BY DATE, ONE COLUMN PER ADJUSTED FLAG
      *>      (AN INDEXSER LEVEL FILLS BOTH). ZERO MEANS NO CLOSE.
      *>      WS-BM-PTR WALKS FORWARD WITH THE SERIES DATES AND IS
      *>      RESET AT EVERY SERIES BREAK.
       77 WS-BM-COUNT                  PIC 9(05) VALUE 0.
       01 WS-BM-TABLE.
           03 WS-BM-ENTRY OCCURS 12000 TIMES.
               05 WS-BM-DATE           PIC 9(08).
               05 WS-BM-CLOSE-N        PIC 9(11)V9(04).
               05 WS-BM-CLOSE-Y        PIC 9(11)V9(04).
       77 WS-BM-PTR                    PIC 9(05) VALUE 0.
       77 WS-BM-STOP                   PIC X(01) VALUE 'N'.
           88 BM-PTR-DONE              VALUE 'Y' FALSE 'N'.
       77 WS-BM-TODAY                  PIC 9(11)V9(04) VALUE 0.
       77 WS-BM-PRV                    PIC 9(11)V9(04) VALUE 0.
       01 WS-LVL-TXT                   PIC X(13) VALUE ZEROS.
       01 WS-LVL-NUM REDEFINES WS-LVL-TXT
                                       PIC 9(09)V9(04).
      *>      PRIOR-ROW MEMORY FOR THE CONTROL BREAK ON THE SERIES KEY
       77 WS-PRV-CODNEG                PIC X(12) VALUE SPACES.
       77 WS-PRV-TIPREG                PIC 9(02) VALUE 0.
       77 WS-PRV-ADJUSTED              PIC X(01) VALUE SPACES.
       77 WS-PRV-TPMERC                PIC 9(03) VALUE 0.
       77 WS-PRV-CLOSE                 PIC 9(11)V99 VALUE 0.
      *>      RETURN PAIRS OF THE CURRENT SERIES, CIRCULAR OVER THE
      *>      LAST 253 PAIRS SO THE PAIR LEAVING THE LONGEST (252-DAY)
      *>      WINDOW IS STILL HELD WHEN IT HAS TO BE TAKEN OUT
       77 WS-NOBS                      PIC 9(07) VALUE 0.
       01 WS-PAIR-TABLE.
           03 WS-PAIR-ENTRY OCCURS 253 TIMES.
               05 WS-PAIR-RX           COMP-2.
               05 WS-PAIR-RY           COMP-2.
       77 WS-PAIR-POS                  PIC 9(03) VALUE 0.
       77 WS-OUT-POS                   PIC 9(03) VALUE 0.
       77 WS-RX                        COMP-2 VALUE 0.
       77 WS-RY                        COMP-2 VALUE 0.
      *>      ONE SET OF RUNNING SUMS PER WINDOW (X = BENCHMARK,
      *>      Y = TICKER) AND THE FIGURES LAST COMPUTED FROM THEM
       01 WS-WIN-TABLE.
           03 WS-WIN-ENTRY OCCURS 3 TIMES.
               05 WS-WIN-LEN           PIC 9(03).
               05 WS-WIN-SX            COMP-2.
               05 WS-WIN-SY            COMP-2.
               05 WS-WIN-SXX           COMP-2.
               05 WS-WIN-SYY           COMP-2.
               05 WS-WIN-SXY           COMP-2.
               05 WS-WIN-BETA          PIC S9(03)V9(06)
                                       SIGN LEADING SEPARATE.
               05 WS-WIN-CORR          PIC S9(01)V9(06)
                                       SIGN LEADING SEPARATE.
               05 WS-WIN-ALPHA         PIC S9(05)V99
                                       SIGN LEADING SEPARATE.
               05 WS-WIN-TE            PIC 9(05)V99.
       77 WS-WIN-IDX                   PIC 9(01) VALUE 0.
       77 WS-ST-N                      COMP-2 VALUE 0.
       77 WS-ST-MX                     COMP-2 VALUE 0.
       77 WS-ST-MY                     COMP-2 VALUE 0.
       77 WS-ST-VX                     COMP-2 VALUE 0.
       77 WS-ST-VY                     COMP-2 VALUE 0.
       77 WS-ST-CXY                    COMP-2 VALUE 0.
       77 WS-ST-VD                     COMP-2 VALUE 0.
       77 WS-ST-BETA                   COMP-2 VALUE 0.
      *>      MATRIX TICKERS FROM CORRLIST.TXT, EACH WITH ITS LAST
      *>      MATWINDOW DAILY RETURNS (DATE ORDER, OLDEST SHIFTED OUT)
       77 WS-MAT-COUNT                 PIC 9(02) VALUE 0.
       01 WS-MAT-TABLE.
           03 WS-MAT-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-MAT-X.
               05 WS-MAT-CODNEG        PIC X(12).
               05 WS-MAT-NRET          PIC 9(03).
               05 WS-MAT-RET OCCURS 252 TIMES.
                   07 WS-MAT-DATE      PIC 9(08).
                   07 WS-MAT-R         COMP-2.
       77 WS-MAT-FOUND                 PIC X(01) VALUE 'N'.
           88 MAT-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-CUR-MAT                   PIC 9(02) VALUE 0.
       77 WS-SHIFT-IDX                 PIC 9(03) VALUE 0.
       77 WS-MI                        PIC 9(02) VALUE 0.
       77 WS-MJ                        PIC 9(02) VALUE 0.
       77 WS-PA                        PIC 9(03) VALUE 0.
       77 WS-PB                        PIC 9(03) VALUE 0.
       77 WS-MX-N                      PIC 9(03) VALUE 0.
       77 WS-MX-SX                     COMP-2 VALUE 0.
       77 WS-MX-SY                     COMP-2 VALUE 0.
       77 WS-MX-SXX                    COMP-2 VALUE 0.
       77 WS-MX-SYY                    COMP-2 VALUE 0.
       77 WS-MX-SXY                    COMP-2 VALUE 0.
       77 WS-MX-CORR                   PIC S9(01)V9(04) VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-MX-CELL                   PIC X(08) VALUE SPACES.
       77 WS-MX-COL                    PIC 9(03) VALUE 0.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-ROWS-SERIES               PIC 9(07) VALUE 0.
       77 WS-SERIES-SEEN               PIC 9(07) VALUE 0.
       77 WS-PAIRS-TAKEN               PIC 9(07) VALUE 0.
       77 WS-ROWS-UNPAIRED             PIC 9(07) VALUE 0.
       77 WS-LINES-WRITTEN             PIC 9(07) VALUE 0.
       01 WS-BETA-OUT-REC              PIC X(300) VALUE SPACES.
       01 WS-CORR-OUT-REC              PIC X(200) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P270-START THRU P270-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'BUILDING BETA AND CORRELATION SERIES'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            MOVE 21  TO WS-WIN-LEN(1)
            MOVE 63  TO WS-WIN-LEN(2)
            MOVE 252 TO WS-WIN-LEN(3)
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-BETAIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'BETACFG.TXT'        DELIMITED BY SIZE
                   INTO WS-BETACFG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'INDEXSER.TXT'       DELIMITED BY SIZE
                   INTO WS-INDEXSER-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CORRLIST.TXT'       DELIMITED BY SIZE
                   INTO WS-CORRLIST-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'BETASER.TXT'        DELIMITED BY SIZE
                   INTO WS-BETAOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CORRMTX.TXT'        DELIMITED BY SIZE
                   INTO WS-CORROUT-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD THE OPTIONAL BENCHMARK AND WINDOW CONFIGURATION
       P150-START.
            SET CFG-EOF-OK TO FALSE
            OPEN INPUT BETACFG
            IF WS-FS-2 EQUAL 35 THEN
                DISPLAY 'NO BETACFG.TXT FOUND, USING DEFAULTS'
            ELSE
                PERFORM P151-START THRU P151-END
                    UNTIL CFG-EOF-OK
                CLOSE BETACFG
            END-IF
            IF WS-CFG-BENCHMARK = 'INDEXSER' THEN
                SET BM-FROM-INDEX TO TRUE
            END-IF
            IF WS-CFG-MATSERIES NOT = 'Y' THEN
                MOVE 'N' TO WS-CFG-MATSERIES
            END-IF
            IF WS-CFG-MATWINDOW < 2 OR WS-CFG-MATWINDOW > 252 THEN
                MOVE 252 TO WS-CFG-MATWINDOW
            END-IF
            DISPLAY 'BENCHMARK........: ' WS-CFG-BENCHMARK
            DISPLAY 'WINDOWS..........: ' WS-WIN-LEN(1) ' '
                    WS-WIN-LEN(2) ' ' WS-WIN-LEN(3)
            DISPLAY 'MATRIX WINDOW....: ' WS-CFG-MATWINDOW
                    ' ADJUSTED=' WS-CFG-MATSERIES
            .
       P150-END.


      *>      PARSE ONE KEY=VALUE LINE. BENCHMARK AND MATSERIES TAKE
      *>      TEXT; THE WINDOWS MUST BE NUMBERS FROM 2 TO 252 (OR 0)
       P151-START.
            READ BETACFG INTO BETA-CFG-REG
                AT END SET CFG-EOF-OK TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-CFG-KEY
                    MOVE SPACES TO WS-CFG-VALUE
                    UNSTRING BETA-CFG-REG DELIMITED BY '='
                        INTO WS-CFG-KEY WS-CFG-VALUE
                    END-UNSTRING
                    EVALUATE TRUE
                        WHEN WS-CFG-VALUE = SPACES
                            CONTINUE
                        WHEN WS-CFG-KEY = 'BENCHMARK'
                            MOVE WS-CFG-VALUE TO WS-CFG-BENCHMARK
                        WHEN WS-CFG-KEY = 'MATSERIES'
                            MOVE WS-CFG-VALUE(1:1) TO WS-CFG-MATSERIES
                        WHEN FUNCTION TEST-NUMVAL(WS-CFG-VALUE) NOT = 0
                            DISPLAY 'BETACFG.TXT VALUE NOT NUMERIC, '
                                    'IGNORED.: ' WS-CFG-KEY
                        WHEN OTHER
                            COMPUTE WS-CFG-NUM
                                = FUNCTION NUMVAL(WS-CFG-VALUE)
                            PERFORM P152-START THRU P152-END
                    END-EVALUATE
            END-READ
            .
       P151-END.


      *>      APPLY ONE NUMERIC SETTING
       P152-START.
            IF WS-CFG-NUM = 1 OR WS-CFG-NUM > 252 THEN
                DISPLAY 'BETACFG.TXT WINDOW OUT OF RANGE, IGNORED.: '
                        WS-CFG-KEY
                GO TO P152-END
            END-IF
            EVALUATE WS-CFG-KEY
                WHEN 'WINDOW1'
                    MOVE WS-CFG-NUM TO WS-WIN-LEN(1)
                WHEN 'WINDOW2'
                    MOVE WS-CFG-NUM TO WS-WIN-LEN(2)
                WHEN 'WINDOW3'
                    MOVE WS-CFG-NUM TO WS-WIN-LEN(3)
                WHEN 'MATWINDOW'
                    MOVE WS-CFG-NUM TO WS-CFG-MATWINDOW
                WHEN OTHER
                    DISPLAY 'BETACFG.TXT KEY UNKNOWN, '
                            'IGNORED.: ' WS-CFG-KEY
            END-EVALUATE
            .
       P152-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            OPEN INPUT BETAIN
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
            CLOSE BETAIN
            .
       P200-END.


      *>      LOAD THE BENCHMARK CLOSES INTO DATE ORDER. WITHOUT ANY
      *>      THERE IS NOTHING TO MEASURE AGAINST.
       P250-START.
            SORT BMSORT
                ON ASCENDING KEY BSRT-DATEEX
                                 BSRT-ADJUSTED
                INPUT PROCEDURE IS P251-START THRU P251-END
                OUTPUT PROCEDURE IS P255-START THRU P255-END
            DISPLAY 'BENCHMARK DATES..: ' WS-BM-COUNT
            IF WS-BM-COUNT = 0 THEN
                DISPLAY 'NO BENCHMARK CLOSES FOUND FOR '
                        WS-CFG-BENCHMARK ', QUITTING...'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P250-END.


      *>      RELEASE THE BENCHMARK CLOSES FROM INDEXSER.TXT OR FROM
      *>      THE BENCHMARK CODNEG'S OWN CASH-MARKET ROWS
       P251-START.
            IF BM-FROM-INDEX THEN
                OPEN INPUT INDEXSER
                IF NOT FS-OK OF WS-FS-3 THEN
                    DISPLAY 'NO INDEXSER.TXT FOUND, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                END-IF
                SET IDX-EOF-OK TO FALSE
                PERFORM P252-START THRU P252-END
                    UNTIL IDX-EOF-OK
                CLOSE INDEXSER
            ELSE
                OPEN INPUT BETAIN
                SET EOF-OK TO FALSE
                SET IS-FIRST-LINE TO TRUE
                PERFORM P253-START THRU P253-END
                    UNTIL EOF-OK
                CLOSE BETAIN
            END-IF
            .
       P251-END.


      *>      TAKE ONE DAILY LEVEL LINE OF INDEXSER.TXT (DATE, THEN
      *>      ' LEVEL=' AND THE RAW LEVEL DIGITS); HEADINGS AND THE
      *>      CONTRIBUTION LINES ARE PASSED OVER
       P252-START.
            READ INDEXSER
                AT END SET IDX-EOF-OK TO TRUE
                NOT AT END
                    IF INDEXSER-LINE(1:8) IS NUMERIC
                    AND INDEXSER-LINE(9:7) = ' LEVEL='
                    AND INDEXSER-LINE(16:13) IS NUMERIC THEN
                        MOVE INDEXSER-LINE(1:8)  TO BSRT-DATEEX
                        MOVE INDEXSER-LINE(16:13) TO WS-LVL-TXT
                        MOVE WS-LVL-NUM TO BSRT-CLOSE
                        MOVE SPACE TO BSRT-ADJUSTED
                        IF BSRT-CLOSE > 0 THEN
                            RELEASE BSRT-REC
                        END-IF
                    END-IF
            END-READ
            .
       P252-END.


      *>      TAKE ONE BENCHMARK CODNEG CASH ROW
       P253-START.
            READ BETAIN
                AT END SET EOF-OK TO TRUE
                NOT AT END
                    IF IS-FIRST-LINE THEN
                        SET IS-FIRST-LINE TO FALSE
                    ELSE
                        IF HIST-CODNEG OF BETAIN = WS-CFG-BENCHMARK
                        AND HIST-TIPREG OF BETAIN = 01
                        AND HIST-TPMERC OF BETAIN = 010
                        AND HIST-PREULT OF BETAIN > 0 THEN
                            MOVE HIST-DATEEX OF BETAIN TO BSRT-DATEEX
                            MOVE HIST-ADJUSTED OF BETAIN
                                 TO BSRT-ADJUSTED
                            MOVE HIST-PREULT OF BETAIN TO BSRT-CLOSE
                            RELEASE BSRT-REC
                        END-IF
                    END-IF
            END-READ
            .
       P253-END.


      *>      BUILD THE DATE-ORDERED BENCHMARK TABLE
       P255-START.
            SET BSRT-EOF-OK TO FALSE
            PERFORM P256-START THRU P256-END
                UNTIL BSRT-EOF-OK
            .
       P255-END.


      *>      PLACE ONE BENCHMARK CLOSE ON ITS DATE
       P256-START.
            RETURN BMSORT
                AT END SET BSRT-EOF-OK TO TRUE
                NOT AT END
                    IF WS-BM-COUNT = 0
                    OR BSRT-DATEEX NOT = WS-BM-DATE(WS-BM-COUNT) THEN
                        IF WS-BM-COUNT = 12000 THEN
                            DISPLAY 'WS-BM-TABLE FULL, BENCHMARK DATE '
                                    'IGNORED.: ' BSRT-DATEEX
                            GO TO P256-END
                        END-IF
                        ADD 1 TO WS-BM-COUNT
                        MOVE BSRT-DATEEX TO WS-BM-DATE(WS-BM-COUNT)
                        MOVE 0 TO WS-BM-CLOSE-N(WS-BM-COUNT)
                        MOVE 0 TO WS-BM-CLOSE-Y(WS-BM-COUNT)
                    END-IF
                    EVALUATE BSRT-ADJUSTED
                        WHEN 'Y'
                            MOVE BSRT-CLOSE
                                 TO WS-BM-CLOSE-Y(WS-BM-COUNT)
                        WHEN 'N'
                            MOVE BSRT-CLOSE
                                 TO WS-BM-CLOSE-N(WS-BM-COUNT)
                        WHEN OTHER
                            MOVE BSRT-CLOSE
                                 TO WS-BM-CLOSE-Y(WS-BM-COUNT)
                            MOVE BSRT-CLOSE
                                 TO WS-BM-CLOSE-N(WS-BM-COUNT)
                    END-EVALUATE
            END-RETURN
            .
       P256-END.


      *>      LOAD THE OPTIONAL MATRIX TICKER LIST
       P270-START.
            SET LST-EOF-OK TO FALSE
            OPEN INPUT CORRLIST
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'NO CORRLIST.TXT FOUND, NO CORRELATION MATRIX'
            ELSE
                PERFORM P271-START THRU P271-END
                    UNTIL LST-EOF-OK
                CLOSE CORRLIST
                DISPLAY 'MATRIX TICKERS...: ' WS-MAT-COUNT
            END-IF
            .
       P270-END.


      *>      READ ONE MATRIX TICKER
       P271-START.
            READ CORRLIST
                AT END SET LST-EOF-OK TO TRUE
                NOT AT END
                    IF CORR-LIST-REG NOT = SPACES THEN
                        IF WS-MAT-COUNT < 20 THEN
                            ADD 1 TO WS-MAT-COUNT
                            MOVE CORR-LIST-REG
                                 TO WS-MAT-CODNEG(WS-MAT-COUNT)
                            MOVE 0 TO WS-MAT-NRET(WS-MAT-COUNT)
                        ELSE
                            DISPLAY 'CORRLIST.TXT HOLDS MORE THAN 20 '
                                    'TICKERS, IGNORED.: '
                                    CORR-LIST-REG
                        END-IF
                    END-IF
            END-READ
            .
       P271-END.


      *>      SORT THE CASH-MARKET ROWS BY SERIES AND DATE, THEN
      *>      STREAM THEM THROUGH THE ROLLING WINDOWS
       P300-START.
            SORT SORTFILE
                ON ASCENDING KEY SORT-CODNEG
                                 SORT-TIPREG
                                 SORT-ADJUSTED
                                 SORT-TPMERC
                                 SORT-DATEEX
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P320-START THRU P320-END
            .
       P300-END.


      *>      RELEASE EVERY CASH-MARKET ROW WITH A CLOSE TO THE SORT
       P310-START.
            OPEN INPUT BETAIN
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            PERFORM P311-START THRU P311-END
                UNTIL EOF-OK
            CLOSE BETAIN
            .
       P310-END.


      *>      SKIP THE HEADER ROW AND EVERYTHING OUTSIDE THE CASH
      *>      MARKET REGISTRY ROWS
       P311-START.
            READ BETAIN
                AT END SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINES-READ
                    IF IS-FIRST-LINE THEN
                        SET IS-FIRST-LINE TO FALSE
                    ELSE
                        IF HIST-TIPREG OF BETAIN = 01
                        AND HIST-TPMERC OF BETAIN = 010
                        AND HIST-PREULT OF BETAIN > 0 THEN
                            MOVE HIST-CODNEG OF BETAIN TO SORT-CODNEG
                            MOVE HIST-TIPREG OF BETAIN TO SORT-TIPREG
                            MOVE HIST-ADJUSTED OF BETAIN
                                 TO SORT-ADJUSTED
                            MOVE HIST-TPMERC OF BETAIN TO SORT-TPMERC
                            MOVE HIST-DATEEX OF BETAIN TO SORT-DATEEX
                            MOVE HIST-PREULT OF BETAIN TO SORT-PREULT
                            ADD 1 TO WS-ROWS-SERIES
                            RELEASE SORT-REC
                        END-IF
                    END-IF
            END-READ
            .
       P311-END.


      *>      TAKE THE SORTED ROWS AND WRITE ONE LINE PER RETURN PAIR,
      *>      RESETTING THE WINDOWS AT EVERY SERIES BREAK
       P320-START.
            OPEN OUTPUT BETAOUT
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO CREATE BETASER.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-BETA-OUT-REC
            STRING 'CODNEG'     DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'DATEEX'     DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'ADJUSTED'   DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'BENCHMARK'  DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'NOBS'       DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'W1,BETA1,CORR1,ALPHA1,TE1,'
                                DELIMITED BY SIZE
                   'W2,BETA2,CORR2,ALPHA2,TE2,'
                                DELIMITED BY SIZE
                   'W3,BETA3,CORR3,ALPHA3,TE3'
                                DELIMITED BY SIZE
                   INTO WS-BETA-OUT-REC
            END-STRING
            WRITE BETA-OUT-LINE FROM WS-BETA-OUT-REC
            SET SORT-EOF-OK TO FALSE
            PERFORM P321-START THRU P321-END
                UNTIL SORT-EOF-OK
            CLOSE BETAOUT
            .
       P320-END.


      *>      PROCESS ONE SORTED ROW
       P321-START.
            RETURN SORTFILE
                AT END SET SORT-EOF-OK TO TRUE
                NOT AT END
                    IF SORT-CODNEG NOT = WS-PRV-CODNEG
                    OR SORT-TIPREG NOT = WS-PRV-TIPREG
                    OR SORT-ADJUSTED NOT = WS-PRV-ADJUSTED
                    OR SORT-TPMERC NOT = WS-PRV-TPMERC THEN
                        PERFORM P330-START THRU P330-END
                    ELSE
                        PERFORM P340-START THRU P340-END
                    END-IF
                    MOVE SORT-CODNEG   TO WS-PRV-CODNEG
                    MOVE SORT-TIPREG   TO WS-PRV-TIPREG
                    MOVE SORT-ADJUSTED TO WS-PRV-ADJUSTED
                    MOVE SORT-TPMERC   TO WS-PRV-TPMERC
                    MOVE SORT-PREULT   TO WS-PRV-CLOSE
                    MOVE WS-BM-TODAY   TO WS-BM-PRV
            END-RETURN
            .
       P321-END.


      *>      START A NEW SERIES: CLEAR THE PAIRS AND SUMS, RESTART
      *>      THE BENCHMARK WALK, AND FIND THE TICKER IN THE MATRIX
      *>      LIST (ONLY ITS MATSERIES FLAG COUNTS)
       P330-START.
            ADD 1 TO WS-SERIES-SEEN
            MOVE 0 TO WS-NOBS
            PERFORM P331-START THRU P331-END
                VARYING WS-WIN-IDX FROM 1 BY 1
                UNTIL WS-WIN-IDX > 3
            MOVE 0 TO WS-BM-PTR
            PERFORM P345-START THRU P345-END
            MOVE 0 TO WS-CUR-MAT
            IF WS-MAT-COUNT > 0
            AND SORT-ADJUSTED = WS-CFG-MATSERIES THEN
                SET WS-MAT-X TO 1
                SET MAT-FOUND TO FALSE
                SEARCH WS-MAT-ENTRY
                    AT END CONTINUE
                    WHEN WS-MAT-X > WS-MAT-COUNT
                        CONTINUE
                    WHEN WS-MAT-CODNEG(WS-MAT-X) = SORT-CODNEG
                        SET MAT-FOUND TO TRUE
                END-SEARCH
                IF MAT-FOUND THEN
                    SET WS-CUR-MAT TO WS-MAT-X
                END-IF
            END-IF
            .
       P330-END.


      *>      CLEAR ONE WINDOW
       P331-START.
            MOVE 0 TO WS-WIN-SX(WS-WIN-IDX)
                      WS-WIN-SY(WS-WIN-IDX)
                      WS-WIN-SXX(WS-WIN-IDX)
                      WS-WIN-SYY(WS-WIN-IDX)
                      WS-WIN-SXY(WS-WIN-IDX)
                      WS-WIN-BETA(WS-WIN-IDX)
                      WS-WIN-CORR(WS-WIN-IDX)
                      WS-WIN-ALPHA(WS-WIN-IDX)
                      WS-WIN-TE(WS-WIN-IDX)
            .
       P331-END.


      *>      A FURTHER ROW OF THE SAME SERIES: ITS DAILY RETURN GOES
      *>      TO THE MATRIX LIST, AND WHEN THE BENCHMARK CLOSED ON THIS
      *>      DATE AND ON THE PREVIOUS ROW'S DATE THE PAIR GOES INTO
      *>      THE WINDOWS AND A LINE IS WRITTEN
       P340-START.
            COMPUTE WS-RY = SORT-PREULT / WS-PRV-CLOSE - 1
            IF WS-CUR-MAT > 0 THEN
                PERFORM P360-START THRU P360-END
            END-IF
            PERFORM P345-START THRU P345-END
            IF WS-BM-TODAY = 0 OR WS-BM-PRV = 0 THEN
                ADD 1 TO WS-ROWS-UNPAIRED
                GO TO P340-END
            END-IF
            COMPUTE WS-RX = WS-BM-TODAY / WS-BM-PRV - 1
            ADD 1 TO WS-NOBS
            ADD 1 TO WS-PAIRS-TAKEN
            COMPUTE WS-PAIR-POS = FUNCTION MOD(WS-NOBS - 1, 253) + 1
            MOVE WS-RX TO WS-PAIR-RX(WS-PAIR-POS)
            MOVE WS-RY TO WS-PAIR-RY(WS-PAIR-POS)
            PERFORM P350-START THRU P350-END
                VARYING WS-WIN-IDX FROM 1 BY 1
                UNTIL WS-WIN-IDX > 3
            PERFORM P370-START THRU P370-END
            .
       P340-END.


      *>      FIND THE BENCHMARK CLOSE FOR THE ROW DATE (ZERO WHEN THE
      *>      BENCHMARK DID NOT CLOSE THAT DAY OR HAS NO SERIES OF THE
      *>      ROW'S ADJUSTED FLAG)
       P345-START.
            MOVE 0 TO WS-BM-TODAY
            SET BM-PTR-DONE TO FALSE
            PERFORM P346-START THRU P346-END
                UNTIL BM-PTR-DONE
            IF WS-BM-PTR > 0 THEN
                IF WS-BM-DATE(WS-BM-PTR) = SORT-DATEEX THEN
                    IF SORT-ADJUSTED = 'Y' THEN
                        MOVE WS-BM-CLOSE-Y(WS-BM-PTR) TO WS-BM-TODAY
                    ELSE
                        MOVE WS-BM-CLOSE-N(WS-BM-PTR) TO WS-BM-TODAY
                    END-IF
                END-IF
            END-IF
            .
       P345-END.


      *>      STEP THE BENCHMARK POINTER ONE DATE, OR STOP WHEN THE
      *>      NEXT DATE IS LATER THAN THE ROW DATE
       P346-START.
            IF WS-BM-PTR < WS-BM-COUNT THEN
                IF WS-BM-DATE(WS-BM-PTR + 1) > SORT-DATEEX THEN
                    SET BM-PTR-DONE TO TRUE
                ELSE
                    ADD 1 TO WS-BM-PTR
                END-IF
            ELSE
                SET BM-PTR-DONE TO TRUE
            END-IF
            .
       P346-END.


      *>      ADD THE NEW PAIR TO ONE WINDOW, TAKE OUT THE PAIR THAT
      *>      LEFT IT, AND RECOMPUTE THE FIGURES ONCE IT IS FULL
       P350-START.
            IF WS-WIN-LEN(WS-WIN-IDX) = 0 THEN
                GO TO P350-END
            END-IF
            ADD WS-RX TO WS-WIN-SX(WS-WIN-IDX)
            ADD WS-RY TO WS-WIN-SY(WS-WIN-IDX)
            COMPUTE WS-WIN-SXX(WS-WIN-IDX)
                = WS-WIN-SXX(WS-WIN-IDX) + WS-RX * WS-RX
            COMPUTE WS-WIN-SYY(WS-WIN-IDX)
                = WS-WIN-SYY(WS-WIN-IDX) + WS-RY * WS-RY
            COMPUTE WS-WIN-SXY(WS-WIN-IDX)
                = WS-WIN-SXY(WS-WIN-IDX) + WS-RX * WS-RY
            IF WS-NOBS > WS-WIN-LEN(WS-WIN-IDX) THEN
                COMPUTE WS-OUT-POS = FUNCTION MOD(WS-NOBS
                    - WS-WIN-LEN(WS-WIN-IDX) - 1, 253) + 1
                SUBTRACT WS-PAIR-RX(WS-OUT-POS)
                    FROM WS-WIN-SX(WS-WIN-IDX)
                SUBTRACT WS-PAIR-RY(WS-OUT-POS)
                    FROM WS-WIN-SY(WS-WIN-IDX)
                COMPUTE WS-WIN-SXX(WS-WIN-IDX)
                    = WS-WIN-SXX(WS-WIN-IDX)
                    - WS-PAIR-RX(WS-OUT-POS) * WS-PAIR-RX(WS-OUT-POS)
                COMPUTE WS-WIN-SYY(WS-WIN-IDX)
                    = WS-WIN-SYY(WS-WIN-IDX)
                    - WS-PAIR-RY(WS-OUT-POS) * WS-PAIR-RY(WS-OUT-POS)
                COMPUTE WS-WIN-SXY(WS-WIN-IDX)
                    = WS-WIN-SXY(WS-WIN-IDX)
                    - WS-PAIR-RX(WS-OUT-POS) * WS-PAIR-RY(WS-OUT-POS)
            END-IF
            IF WS-NOBS NOT < WS-WIN-LEN(WS-WIN-IDX) THEN
                PERFORM P351-START THRU P351-END
            END-IF
            .
       P350-END.


      *>      FIGURES OF ONE FULL WINDOW: BETA = COV/VAR(BENCHMARK),
      *>      CORRELATION, ALPHA AS THE DAILY JENSEN INTERCEPT TIMES
      *>      252 IN PERCENT, TRACKING ERROR AS THE SAMPLE DEVIATION
      *>      OF THE RETURN DIFFERENCE TIMES ROOT 252 IN PERCENT. A
      *>      FLAT BENCHMARK OR TICKER LEAVES THE AFFECTED FIGURES AT
      *>      ZERO.
       P351-START.
            MOVE WS-WIN-LEN(WS-WIN-IDX) TO WS-ST-N
            COMPUTE WS-ST-MX = WS-WIN-SX(WS-WIN-IDX) / WS-ST-N
            COMPUTE WS-ST-MY = WS-WIN-SY(WS-WIN-IDX) / WS-ST-N
            COMPUTE WS-ST-VX
                = WS-WIN-SXX(WS-WIN-IDX) / WS-ST-N - WS-ST-MX * WS-ST-MX
            COMPUTE WS-ST-VY
                = WS-WIN-SYY(WS-WIN-IDX) / WS-ST-N - WS-ST-MY * WS-ST-MY
            COMPUTE WS-ST-CXY
                = WS-WIN-SXY(WS-WIN-IDX) / WS-ST-N - WS-ST-MX * WS-ST-MY
            MOVE 0 TO WS-WIN-BETA(WS-WIN-IDX)
                      WS-WIN-CORR(WS-WIN-IDX)
                      WS-WIN-ALPHA(WS-WIN-IDX)
                      WS-WIN-TE(WS-WIN-IDX)
            IF WS-ST-VX > 0.000000000001 THEN
                COMPUTE WS-ST-BETA = WS-ST-CXY / WS-ST-VX
                COMPUTE WS-WIN-BETA(WS-WIN-IDX) ROUNDED = WS-ST-BETA
                COMPUTE WS-WIN-ALPHA(WS-WIN-IDX) ROUNDED
                    = (WS-ST-MY - WS-ST-BETA * WS-ST-MX) * 252 * 100
                IF WS-ST-VY > 0.000000000001 THEN
                    COMPUTE WS-WIN-CORR(WS-WIN-IDX) ROUNDED
                        = WS-ST-CXY
                        / FUNCTION SQRT(WS-ST-VX * WS-ST-VY)
                END-IF
            END-IF
            COMPUTE WS-ST-VD
                = (WS-ST-VX + WS-ST-VY - 2 * WS-ST-CXY)
                * WS-ST-N / (WS-ST-N - 1)
            IF WS-ST-VD > 0 THEN
                COMPUTE WS-WIN-TE(WS-WIN-IDX) ROUNDED
                    = FUNCTION SQRT(WS-ST-VD * 252) * 100
            END-IF
            .
       P351-END.


      *>      KEEP THE MATRIX TICKER'S DAILY RETURN, SHIFTING THE
      *>      OLDEST OUT ONCE MATWINDOW RETURNS ARE HELD
       P360-START.
            IF WS-MAT-NRET(WS-CUR-MAT) = WS-CFG-MATWINDOW THEN
                PERFORM P361-START THRU P361-END
                    VARYING WS-SHIFT-IDX FROM 1 BY 1
                    UNTIL WS-SHIFT-IDX = WS-CFG-MATWINDOW
                SUBTRACT 1 FROM WS-MAT-NRET(WS-CUR-MAT)
            END-IF
            ADD 1 TO WS-MAT-NRET(WS-CUR-MAT)
            MOVE SORT-DATEEX
                 TO WS-MAT-DATE(WS-CUR-MAT, WS-MAT-NRET(WS-CUR-MAT))
            MOVE WS-RY
                 TO WS-MAT-R(WS-CUR-MAT, WS-MAT-NRET(WS-CUR-MAT))
            .
       P360-END.


      *>      SHIFT ONE MATRIX RETURN UP OVER THE OLDEST ONE
       P361-START.
            MOVE WS-MAT-RET(WS-CUR-MAT, WS-SHIFT-IDX + 1)
                 TO WS-MAT-RET(WS-CUR-MAT, WS-SHIFT-IDX)
            .
       P361-END.


      *>      WRITE ONE BETASER.TXT LINE
       P370-START.
            MOVE SPACES TO WS-BETA-OUT-REC
            STRING SORT-CODNEG          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-DATEEX          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-ADJUSTED        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-CFG-BENCHMARK     DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-NOBS              DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-LEN(1)        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-BETA(1)       DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-CORR(1)       DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-ALPHA(1)      DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-TE(1)         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-LEN(2)        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-BETA(2)       DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-CORR(2)       DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-ALPHA(2)      DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-TE(2)         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-LEN(3)        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-BETA(3)       DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-CORR(3)       DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-ALPHA(3)      DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-WIN-TE(3)         DELIMITED BY SIZE
                   INTO WS-BETA-OUT-REC
            END-STRING
            WRITE BETA-OUT-LINE FROM WS-BETA-OUT-REC
            ADD 1 TO WS-LINES-WRITTEN
            .
       P370-END.


      *>      WRITE THE CORRELATION MATRIX: ONE ROW PER LISTED TICKER,
      *>      ONE 8-COLUMN CELL PER LISTED TICKER, EACH THE
      *>      CORRELATION OF THE DAILY RETURNS THE TWO SHARE A DATE
      *>      FOR ('  N/A' BELOW THREE COMMON DATES)
       P600-START.
            IF WS-MAT-COUNT = 0 THEN
                GO TO P600-END
            END-IF
            OPEN OUTPUT CORROUT
            IF NOT FS-OK OF WS-FS-6 THEN
                DISPLAY 'FAILED TO CREATE CORRMTX.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-6
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-CORR-OUT-REC
            STRING 'CORRELATION MATRIX OF DAILY RETURNS, LAST '
                                        DELIMITED BY SIZE
                   WS-CFG-MATWINDOW     DELIMITED BY SIZE
                   ' RETURNS PER TICKER, ADJUSTED='
                                        DELIMITED BY SIZE
                   WS-CFG-MATSERIES     DELIMITED BY SIZE
                   INTO WS-CORR-OUT-REC
            END-STRING
            WRITE CORR-OUT-LINE FROM WS-CORR-OUT-REC
            MOVE SPACES TO WS-CORR-OUT-REC
            MOVE 15 TO WS-MX-COL
            PERFORM P610-START THRU P610-END
                VARYING WS-MJ FROM 1 BY 1
                UNTIL WS-MJ > WS-MAT-COUNT
            WRITE CORR-OUT-LINE FROM WS-CORR-OUT-REC
            PERFORM P620-START THRU P620-END
                VARYING WS-MI FROM 1 BY 1
                UNTIL WS-MI > WS-MAT-COUNT
            CLOSE CORROUT
            .
       P600-END.


      *>      PUT ONE TICKER IN THE COLUMN HEADING
       P610-START.
            MOVE WS-MAT-CODNEG(WS-MJ)(1:7)
                 TO WS-CORR-OUT-REC(WS-MX-COL + 1:7)
            ADD 8 TO WS-MX-COL
            .
       P610-END.


      *>      WRITE ONE MATRIX ROW
       P620-START.
            MOVE SPACES TO WS-CORR-OUT-REC
            MOVE WS-MAT-CODNEG(WS-MI) TO WS-CORR-OUT-REC(1:12)
            MOVE 15 TO WS-MX-COL
            PERFORM P630-START THRU P630-END
                VARYING WS-MJ FROM 1 BY 1
                UNTIL WS-MJ > WS-MAT-COUNT
            WRITE CORR-OUT-LINE FROM WS-CORR-OUT-REC
            .
       P620-END.


      *>      CORRELATE TWO LISTED TICKERS OVER THEIR COMMON DATES BY
      *>      WALKING BOTH DATE-ORDERED RETURN LISTS TOGETHER
       P630-START.
            MOVE 0 TO WS-MX-N
            MOVE 0 TO WS-MX-SX WS-MX-SY WS-MX-SXX WS-MX-SYY WS-MX-SXY
            MOVE 1 TO WS-PA
            MOVE 1 TO WS-PB
            PERFORM P631-START THRU P631-END
                UNTIL WS-PA > WS-MAT-NRET(WS-MI)
                   OR WS-PB > WS-MAT-NRET(WS-MJ)
            MOVE '   N/A  ' TO WS-MX-CELL
            IF WS-MX-N > 2 THEN
                COMPUTE WS-ST-VX = WS-MX-N * WS-MX-SXX
                                 - WS-MX-SX * WS-MX-SX
                COMPUTE WS-ST-VY = WS-MX-N * WS-MX-SYY
                                 - WS-MX-SY * WS-MX-SY
                IF WS-ST-VX > 0 AND WS-ST-VY > 0 THEN
                    COMPUTE WS-MX-CORR ROUNDED
                        = (WS-MX-N * WS-MX-SXY - WS-MX-SX * WS-MX-SY)
                        / FUNCTION SQRT(WS-ST-VX * WS-ST-VY)
                    MOVE SPACES TO WS-MX-CELL
                    STRING ' '          DELIMITED BY SIZE
                           WS-MX-CORR   DELIMITED BY SIZE
                           INTO WS-MX-CELL
                    END-STRING
                END-IF
            END-IF
            MOVE WS-MX-CELL TO WS-CORR-OUT-REC(WS-MX-COL:8)
            ADD 8 TO WS-MX-COL
            .
       P630-END.


      *>      ONE STEP OF THE DATE WALK
       P631-START.
            EVALUATE TRUE
                WHEN WS-MAT-DATE(WS-MI, WS-PA)
                   < WS-MAT-DATE(WS-MJ, WS-PB)
                    ADD 1 TO WS-PA
                WHEN WS-MAT-DATE(WS-MI, WS-PA)
                   > WS-MAT-DATE(WS-MJ, WS-PB)
                    ADD 1 TO WS-PB
                WHEN OTHER
                    ADD 1 TO WS-MX-N
                    ADD WS-MAT-R(WS-MI, WS-PA) TO WS-MX-SX
                    ADD WS-MAT-R(WS-MJ, WS-PB) TO WS-MX-SY
                    COMPUTE WS-MX-SXX = WS-MX-SXX
                        + WS-MAT-R(WS-MI, WS-PA)
                        * WS-MAT-R(WS-MI, WS-PA)
                    COMPUTE WS-MX-SYY = WS-MX-SYY
                        + WS-MAT-R(WS-MJ, WS-PB)
                        * WS-MAT-R(WS-MJ, WS-PB)
                    COMPUTE WS-MX-SXY = WS-MX-SXY
                        + WS-MAT-R(WS-MI, WS-PA)
                        * WS-MAT-R(WS-MJ, WS-PB)
                    ADD 1 TO WS-PA
                    ADD 1 TO WS-PB
            END-EVALUATE
            .
       P631-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTBETA RECONCILIATION SUMMARY'
            DISPLAY ' INPUT LINES READ.: '    WS-LINES-READ
            DISPLAY ' CASH SERIES ROWS.: '    WS-ROWS-SERIES
            DISPLAY ' SERIES...........: '    WS-SERIES-SEEN
            DISPLAY ' RETURN PAIRS.....: '    WS-PAIRS-TAKEN
            DISPLAY ' ROWS NOT PAIRED..: '    WS-ROWS-UNPAIRED
            DISPLAY ' LINES WRITTEN....: '    WS-LINES-WRITTEN
            IF WS-ROWS-SERIES NOT = WS-SERIES-SEEN + WS-PAIRS-TAKEN
                                  + WS-ROWS-UNPAIRED THEN
                DISPLAY ' ROW COUNTS DO NOT RECONCILE'
                MOVE 1 TO RETURN-CODE
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE BETAIN
            CLOSE BETACFG
            CLOSE INDEXSER
            CLOSE CORRLIST
            CLOSE BETAOUT
            CLOSE CORROUT
            GOBACK.
       END PROGRAM HISTBETA.
