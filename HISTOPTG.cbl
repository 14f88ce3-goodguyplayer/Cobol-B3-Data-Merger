      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: IMPLIED VOLATILITY AND GREEKS FOR EVERY OPTION SERIES
      *        ROW OF THE MERGED OUTPUTINPUT.TXT (TPMERC 070 CALLS /
      *        080 PUTS, TAGGED HIST-ISOPTION 'Y' BY MODLRDWR). EACH
      *        ROW IS MATCHED TO THE SAME-DAY UNDERLYING CASH CLOSE
      *        (VIA NOMRES, AS HISTOPTR DOES) AND TO THE DAILY RISK-
      *        FREE RATE IN RISKFREE.TXT (CDI/SELIC, ANNUAL PERCENT,
      *        LATEST RATE ON OR BEFORE THE ROW DATE). THE BLACK-
      *        SCHOLES VOLATILITY THAT REPRICES THE OPTION PREULT IS
      *        FOUND BY BISECTION AND THE DELTA, GAMMA, VEGA (PER
      *        VOLATILITY POINT) AND THETA (PER CALENDAR DAY) AT THAT
      *        VOLATILITY ARE WRITTEN PER SERIES PER DAY TO OPTRISK.TXT.
      *        ROWS THAT CANNOT BE SOLVED CARRY A STATUS INSTEAD.
      *        OPTSMILE.TXT SHOWS, PER UNDERLYING ON ITS NEWEST DATE,
      *        THE AVERAGE IMPLIED VOLATILITY BY EXPIRY AND BY
      *        STRIKE/SPOT BUCKET SO THE SKEW CAN BE READ AT A GLANCE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTOPTG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT OPTIN ASSIGN TO
                   WS-OPTIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT RFRIN ASSIGN TO
                   WS-RFRIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT RISKOUT ASSIGN TO
                   WS-RISKOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT SMILEOUT ASSIGN TO
                   WS-SMILEOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT SORTFILE ASSIGN TO
                   'OPTGSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD OPTIN.
           COPY HISTOUTR.
       FD RFRIN.
       01 RFR-REC.
           03 RFR-DATE                 PIC 9(08).
           03 RFR-RATE                 PIC 9(03)V9(06).
       FD RISKOUT.
       01 RISK-OUT-LINE                PIC X(200).
       FD SMILEOUT.
       01 SMILE-OUT-LINE               PIC X(132).
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-NOMRES              PIC X(12).
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-TPMERC              PIC 9(03).
           03 SORT-CODNEG              PIC X(12).
           03 SORT-PREULT              PIC 9(11)V99.
           03 SORT-PREEXE              PIC 9(11)V99.
           03 SORT-DATVEN              PIC 9(08).
           03 SORT-FATCOT              PIC 9(07).
           03 SORT-ISOPTION            PIC X(01).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-OPTIN-FILE                PIC X(128) VALUE SPACES.
       77 WS-RFRIN-FILE                PIC X(128) VALUE SPACES.
       77 WS-RISKOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-SMILEOUT-FILE             PIC X(128) VALUE SPACES.
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
       77 WS-RFR-EOF                   PIC X.
           88 RFR-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      RISK-FREE RATE TABLE, ASCENDING BY DATE AS LOADED.
      *>      WS-RFR-PTR WALKS FORWARD WITH THE ROW DATE INSIDE EACH
      *>      UNDERLYING AND IS RESET AT EVERY NOMRES BREAK.
       77 WS-RFR-COUNT                 PIC 9(05) VALUE 0.
       01 WS-RFR-TABLE.
           03 WS-RFR-ENTRY OCCURS 9999 TIMES.
               05 WS-RFR-DATE          PIC 9(08).
               05 WS-RFR-RATE          PIC 9(03)V9(06).
       77 WS-RFR-PTR                   PIC 9(05) VALUE 0.
       77 WS-RFR-LAST                  PIC 9(08) VALUE 0.
       77 WS-RFR-STOP                  PIC X(01) VALUE 'N'.
           88 RFR-PTR-DONE             VALUE 'Y' FALSE 'N'.
       77 WS-ROW-RATE                  PIC 9(03)V9(06) VALUE 0.
      *>      CASH-MARKET MEMORY FOR THE CURRENT NOMRES/DATEEX GROUP.
      *>      THE SORT PUTS TPMERC 010 AHEAD OF 070/080 INSIDE A GROUP,
      *>      SO THE UNDERLYING CLOSE IS ALWAYS SEEN BEFORE THE OPTION
      *>      ROWS THAT NEED IT.
       77 WS-CUR-NOMRES                PIC X(12) VALUE SPACES.
       77 WS-CUR-DATE                  PIC 9(08) VALUE 0.
       77 WS-CASH-PREULT               PIC 9(11)V99 VALUE 0.
       77 WS-CASH-FATCOT               PIC 9(07) VALUE 0.
       77 WS-CASH-AVAIL                PIC X(01) VALUE 'N'.
           88 CASH-AVAIL               VALUE 'Y' FALSE 'N'.
       77 WS-DAYS-LEFT                 PIC S9(05) VALUE 0
                                       SIGN LEADING SEPARATE.
      *>      ROW OUTCOME: OK, NOCASH (NO UNDERLYING CLOSE THAT DAY),
      *>      NORATE (NO RATE ON OR BEFORE THE DATE), EXPIRD (NO DAYS
      *>      LEFT), BOUND (PREMIUM OUTSIDE THE NO-ARBITRAGE BOUNDS,
      *>      NO VOLATILITY REPRICES IT), NOCONV (NOT SOLVED INSIDE
      *>      THE SEARCH RANGE)
       77 WS-ROW-STATUS                PIC X(06) VALUE SPACES.
           88 ROW-OK                   VALUE 'OK    '.
      *>      BLACK-SCHOLES WORK AREA. THE ARITHMETIC RUNS IN FLOATING
      *>      POINT; RESULTS ARE ROUNDED INTO THE FIXED PICTURES BELOW
      *>      BEFORE THEY ARE WRITTEN.
       77 WS-BS-S                      COMP-2 VALUE 0.
       77 WS-BS-K                      COMP-2 VALUE 0.
       77 WS-BS-T                      COMP-2 VALUE 0.
       77 WS-BS-R                      COMP-2 VALUE 0.
       77 WS-BS-SIG                    COMP-2 VALUE 0.
       77 WS-BS-SQT                    COMP-2 VALUE 0.
       77 WS-BS-D1                     COMP-2 VALUE 0.
       77 WS-BS-D2                     COMP-2 VALUE 0.
       77 WS-BS-DISC                   COMP-2 VALUE 0.
       77 WS-BS-ND1                    COMP-2 VALUE 0.
       77 WS-BS-ND2                    COMP-2 VALUE 0.
       77 WS-BS-PD1                    COMP-2 VALUE 0.
       77 WS-BS-PRICE                  COMP-2 VALUE 0.
       77 WS-BS-TARGET                 COMP-2 VALUE 0.
       77 WS-BS-LOWB                   COMP-2 VALUE 0.
       77 WS-BS-HIGHB                  COMP-2 VALUE 0.
       77 WS-BS-LO                     COMP-2 VALUE 0.
       77 WS-BS-HI                     COMP-2 VALUE 0.
       77 WS-BS-ITER                   PIC 9(03) VALUE 0.
      *>      STANDARD NORMAL DISTRIBUTION (ABRAMOWITZ-STEGUN 26.2.17
      *>      POLYNOMIAL, ABSOLUTE ERROR BELOW 7.5E-8)
       77 WS-NX                        COMP-2 VALUE 0.
       77 WS-NK                        COMP-2 VALUE 0.
       77 WS-NPDF                      COMP-2 VALUE 0.
       77 WS-NCDF                      COMP-2 VALUE 0.
      *>      ROUNDED RESULTS AS WRITTEN TO OPTRISK.TXT. IV IS IN
      *>      PERCENT A YEAR, VEGA PER ONE VOLATILITY POINT AND THETA
      *>      PER CALENDAR DAY, ALL IN R$ PER UNDERLYING SHARE.
       77 WS-OUT-SPOT                  PIC 9(11)V9(04) VALUE 0.
       77 WS-OUT-STRIKE                PIC 9(11)V9(04) VALUE 0.
       77 WS-OUT-PREMIUM               PIC 9(11)V9(04) VALUE 0.
       77 WS-OUT-IV                    PIC 9(03)V9(04) VALUE 0.
       77 WS-OUT-DELTA                 PIC S9(01)V9(06) VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-OUT-GAMMA                 PIC 9(05)V9(06) VALUE 0.
       77 WS-OUT-VEGA                  PIC 9(07)V9(06) VALUE 0.
       77 WS-OUT-THETA                 PIC S9(07)V9(06) VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-OUT-MONEY                 PIC 9(03)V9(04) VALUE 0.
      *>      SMILE OF THE CURRENT UNDERLYING ON ITS NEWEST SOLVED DATE:
      *>      ONE ENTRY PER EXPIRY, SEVEN STRIKE/SPOT BUCKETS EACH
      *>      (<0.80, 0.80-0.90, 0.90-0.95, 0.95-1.05, 1.05-1.10,
      *>      1.10-1.20, >=1.20). ONLY SOLVED ROWS ARE COUNTED.
       77 WS-SML-DATE                  PIC 9(08) VALUE 0.
       77 WS-SML-COUNT                 PIC 9(03) VALUE 0.
       01 WS-SML-TABLE.
           03 WS-SML-ENTRY OCCURS 60 TIMES
                           INDEXED BY WS-SML-X.
               05 WS-SML-DATVEN        PIC 9(08).
               05 WS-SML-BUCKET OCCURS 7 TIMES.
                   07 WS-SML-SUM       PIC 9(07)V9(04).
                   07 WS-SML-ROWS      PIC 9(05).
       77 WS-SML-FOUND                 PIC X(01) VALUE 'N'.
           88 SML-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-SML-IDX                   PIC 9(03) VALUE 0.
       77 WS-BKT                       PIC 9(01) VALUE 0.
       77 WS-SML-AVG                   PIC 9(03)V99 VALUE 0.
       77 WS-SML-CELL                  PIC X(09) VALUE SPACES.
       77 WS-SML-PTR                   PIC 9(03) VALUE 0.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-OPTION-ROWS               PIC 9(07) VALUE 0.
       77 WS-SOLVED-ROWS               PIC 9(07) VALUE 0.
       77 WS-NOCASH-ROWS               PIC 9(07) VALUE 0.
       77 WS-NORATE-ROWS               PIC 9(07) VALUE 0.
       77 WS-EXPIRD-ROWS               PIC 9(07) VALUE 0.
       77 WS-BOUND-ROWS                PIC 9(07) VALUE 0.
       77 WS-NOCONV-ROWS               PIC 9(07) VALUE 0.
       77 WS-RISK-WRITTEN              PIC 9(07) VALUE 0.
       77 WS-SMILES-WRITTEN            PIC 9(05) VALUE 0.
       01 WS-RISK-OUT-REC              PIC X(200) VALUE SPACES.
       01 WS-SMILE-OUT-REC             PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'BUILDING OPTION IMPLIED VOLATILITY AND GREEKS'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-OPTIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'RISKFREE.TXT'       DELIMITED BY SIZE
                   INTO WS-RFRIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OPTRISK.TXT'        DELIMITED BY SIZE
                   INTO WS-RISKOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OPTSMILE.TXT'       DELIMITED BY SIZE
                   INTO WS-SMILEOUT-FILE
            END-STRING
            .
       P100-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            OPEN INPUT OPTIN
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
            CLOSE OPTIN
            .
       P200-END.


      *>      LOAD THE RISK-FREE RATE TABLE. THE FILE IS REQUIRED:
      *>      WITHOUT A RATE NO ROW COULD BE PRICED.
       P250-START.
            OPEN INPUT RFRIN
            EVALUATE WS-FS-2
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO RISKFREE.TXT FOUND, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD RISKFREE.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            SET RFR-EOF-OK TO FALSE
            PERFORM P251-START THRU P251-END
                UNTIL RFR-EOF-OK
            CLOSE RFRIN
            DISPLAY 'RISK-FREE RATES LOADED.: ' WS-RFR-COUNT
            .
       P250-END.


      *>      READ ONE RATE. DATES MUST ASCEND SO THE ROW LOOKUP CAN
      *>      WALK THE TABLE FORWARD.
       P251-START.
            READ RFRIN
                AT END SET RFR-EOF-OK TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN RFR-REC IS NOT NUMERIC
                            DISPLAY 'RISKFREE.TXT LINE NOT NUMERIC, '
                                    'IGNORED.: ' RFR-REC
                        WHEN RFR-DATE NOT > WS-RFR-LAST
                            DISPLAY 'RISKFREE.TXT DATE OUT OF ORDER, '
                                    'IGNORED.: ' RFR-DATE
                        WHEN WS-RFR-COUNT = 9999
                            DISPLAY 'WS-RFR-TABLE FULL, RATE '
                                    'IGNORED.: ' RFR-DATE
                        WHEN OTHER
                            ADD 1 TO WS-RFR-COUNT
                            MOVE RFR-DATE TO WS-RFR-DATE(WS-RFR-COUNT)
                            MOVE RFR-RATE TO WS-RFR-RATE(WS-RFR-COUNT)
                            MOVE RFR-DATE TO WS-RFR-LAST
                    END-EVALUATE
            END-READ
            .
       P251-END.


      *>      SORT THE RELEVANT ROWS BY COMPANY, DATE AND MARKET SO
      *>      EACH DAY'S CASH CLOSE ARRIVES AHEAD OF ITS OPTION ROWS
       P300-START.
            SORT SORTFILE
                ON ASCENDING KEY SORT-NOMRES
                                 SORT-DATEEX
                                 SORT-TPMERC
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P320-START THRU P320-END
            .
       P300-END.


      *>      RELEASE CASH-MARKET AND OPTION ROWS TO THE SORT
       P310-START.
            OPEN INPUT OPTIN
            PERFORM P311-START THRU P311-END
                UNTIL EOF-OK
            CLOSE OPTIN
            .
       P310-END.


      *>      SKIP THE HEADER ROW AND EVERYTHING THAT IS NEITHER THE
      *>      BASE CASH-MARKET SERIES NOR AN OPTION ROW
       P311-START.
            READ OPTIN
                AT END SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINES-READ
                    IF IS-FIRST-LINE THEN
                        SET IS-FIRST-LINE TO FALSE
                    ELSE
                        IF (HIST-ISOPTION OF OPTIN = 'Y')
                        OR (HIST-TPMERC OF OPTIN = 010
                            AND HIST-TIPREG OF OPTIN = 01
                            AND HIST-ADJUSTED OF OPTIN = 'N') THEN
                            MOVE HIST-NOMRES OF OPTIN   TO SORT-NOMRES
                            MOVE HIST-DATEEX OF OPTIN   TO SORT-DATEEX
                            MOVE HIST-TPMERC OF OPTIN   TO SORT-TPMERC
                            MOVE HIST-CODNEG OF OPTIN   TO SORT-CODNEG
                            MOVE HIST-PREULT OF OPTIN   TO SORT-PREULT
                            MOVE HIST-PREEXE OF OPTIN   TO SORT-PREEXE
                            MOVE HIST-DATVEN OF OPTIN   TO SORT-DATVEN
                            MOVE HIST-FATCOT OF OPTIN   TO SORT-FATCOT
                            MOVE HIST-ISOPTION OF OPTIN
                                 TO SORT-ISOPTION
                            RELEASE SORT-REC
                        END-IF
                    END-IF
            END-READ
            .
       P311-END.


      *>      TAKE THE SORTED ROWS: REMEMBER EACH GROUP'S CASH CLOSE,
      *>      PRICE EACH OPTION ROW AGAINST IT
       P320-START.
            OPEN OUTPUT RISKOUT
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED TO CREATE OPTRISK.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            OPEN OUTPUT SMILEOUT
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE OPTSMILE.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-RISK-OUT-REC
            STRING 'CODNEG,DATEEX,NOMRES,TPMERC,DATVEN,DAYS,'
                                        DELIMITED BY SIZE
                   'STRIKE,PREMIUM,SPOT,RATE,IV,DELTA,GAMMA,VEGA,'
                                        DELIMITED BY SIZE
                   'THETA,STATUS'       DELIMITED BY SIZE
                   INTO WS-RISK-OUT-REC
            END-STRING
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            MOVE 'IMPLIED VOLATILITY SMILE BY EXPIRY AND STRIKE/SPOT '
               & 'BUCKET - AVERAGE IV % PER YEAR' TO WS-SMILE-OUT-REC
            WRITE SMILE-OUT-LINE FROM WS-SMILE-OUT-REC
            SET SORT-EOF-OK TO FALSE
            PERFORM P321-START THRU P321-END
                UNTIL SORT-EOF-OK
            PERFORM P500-START THRU P500-END
            CLOSE RISKOUT
            CLOSE SMILEOUT
            .
       P320-END.


      *>      PROCESS ONE SORTED ROW. A NEW UNDERLYING FLUSHES THE
      *>      PREVIOUS ONE'S SMILE AND RESTARTS THE RATE WALK.
       P321-START.
            RETURN SORTFILE
                AT END SET SORT-EOF-OK TO TRUE
                NOT AT END
                    IF SORT-NOMRES NOT = WS-CUR-NOMRES THEN
                        PERFORM P500-START THRU P500-END
                        MOVE 0 TO WS-RFR-PTR
                    END-IF
                    IF SORT-NOMRES NOT = WS-CUR-NOMRES
                    OR SORT-DATEEX NOT = WS-CUR-DATE THEN
                        MOVE SORT-NOMRES TO WS-CUR-NOMRES
                        MOVE SORT-DATEEX TO WS-CUR-DATE
                        SET CASH-AVAIL TO FALSE
                        MOVE 0 TO WS-CASH-PREULT
                        PERFORM P322-START THRU P322-END
                    END-IF
                    IF SORT-ISOPTION = 'Y' THEN
                        PERFORM P330-START THRU P330-END
                    ELSE
                        IF NOT CASH-AVAIL THEN
                            MOVE SORT-PREULT TO WS-CASH-PREULT
                            MOVE SORT-FATCOT TO WS-CASH-FATCOT
                            SET CASH-AVAIL TO TRUE
                        END-IF
                    END-IF
            END-RETURN
            .
       P321-END.


      *>      MOVE THE RATE POINTER TO THE LATEST RATE ON OR BEFORE
      *>      THE GROUP DATE
       P322-START.
            SET RFR-PTR-DONE TO FALSE
            PERFORM P323-START THRU P323-END
                UNTIL RFR-PTR-DONE
            IF WS-RFR-PTR > 0 THEN
                MOVE WS-RFR-RATE(WS-RFR-PTR) TO WS-ROW-RATE
            END-IF
            .
       P322-END.


      *>      STEP THE RATE POINTER ONE ENTRY, OR STOP WHEN THE NEXT
      *>      RATE IS LATER THAN THE GROUP DATE
       P323-START.
            IF WS-RFR-PTR < WS-RFR-COUNT THEN
                IF WS-RFR-DATE(WS-RFR-PTR + 1) > WS-CUR-DATE THEN
                    SET RFR-PTR-DONE TO TRUE
                ELSE
                    ADD 1 TO WS-RFR-PTR
                END-IF
            ELSE
                SET RFR-PTR-DONE TO TRUE
            END-IF
            .
       P323-END.


      *>      PRICE ONE OPTION ROW: DAYS TO EXPIRY, INPUTS PER SHARE
      *>      (PREULT AND PREEXE ARE QUOTED PER FATCOT SHARES), THE
      *>      NO-ARBITRAGE BOUNDS, THEN THE VOLATILITY SEARCH AND THE
      *>      GREEKS
       P330-START.
            ADD 1 TO WS-OPTION-ROWS
            MOVE 'OK    ' TO WS-ROW-STATUS
            MOVE 0 TO WS-OUT-SPOT WS-OUT-IV WS-OUT-DELTA WS-OUT-GAMMA
                      WS-OUT-VEGA WS-OUT-THETA
            IF SORT-DATVEN > 19000101 THEN
                COMPUTE WS-DAYS-LEFT
                    = FUNCTION INTEGER-OF-DATE(SORT-DATVEN)
                    - FUNCTION INTEGER-OF-DATE(SORT-DATEEX)
            ELSE
                MOVE 0 TO WS-DAYS-LEFT
            END-IF
            IF SORT-FATCOT = 0 THEN
                MOVE 1 TO SORT-FATCOT
            END-IF
            COMPUTE WS-OUT-STRIKE ROUNDED = SORT-PREEXE / SORT-FATCOT
            COMPUTE WS-OUT-PREMIUM ROUNDED = SORT-PREULT / SORT-FATCOT
            IF WS-CASH-FATCOT = 0 THEN
                MOVE 1 TO WS-CASH-FATCOT
            END-IF
            EVALUATE TRUE
                WHEN NOT CASH-AVAIL
                    MOVE 'NOCASH' TO WS-ROW-STATUS
                    ADD 1 TO WS-NOCASH-ROWS
                WHEN WS-RFR-PTR = 0
                    MOVE 'NORATE' TO WS-ROW-STATUS
                    ADD 1 TO WS-NORATE-ROWS
                WHEN WS-DAYS-LEFT NOT > 0
                    MOVE 'EXPIRD' TO WS-ROW-STATUS
                    ADD 1 TO WS-EXPIRD-ROWS
                WHEN SORT-PREULT = 0 OR SORT-PREEXE = 0
                    MOVE 'BOUND ' TO WS-ROW-STATUS
                    ADD 1 TO WS-BOUND-ROWS
                WHEN OTHER
                    PERFORM P331-START THRU P331-END
            END-EVALUATE
            IF CASH-AVAIL THEN
                COMPUTE WS-OUT-SPOT ROUNDED
                    = WS-CASH-PREULT / WS-CASH-FATCOT
            END-IF
            PERFORM P350-START THRU P350-END
            .
       P330-END.


      *>      SET UP THE MODEL INPUTS, CHECK THE BOUNDS AND SOLVE.
      *>      THE CDI IS AN ANNUAL EFFECTIVE RATE, SO THE CONTINUOUS
      *>      RATE IS LN(1 + CDI); TIME IS IN CALENDAR YEARS.
       P331-START.
            COMPUTE WS-BS-S = WS-CASH-PREULT / WS-CASH-FATCOT
            COMPUTE WS-BS-K = SORT-PREEXE / SORT-FATCOT
            COMPUTE WS-BS-TARGET = SORT-PREULT / SORT-FATCOT
            COMPUTE WS-BS-T = WS-DAYS-LEFT / 365
            COMPUTE WS-BS-R = FUNCTION LOG(1 + WS-ROW-RATE / 100)
            COMPUTE WS-BS-SQT = FUNCTION SQRT(WS-BS-T)
            COMPUTE WS-BS-DISC = FUNCTION EXP(0 - WS-BS-R * WS-BS-T)
            IF SORT-TPMERC = 070 THEN
                COMPUTE WS-BS-LOWB = WS-BS-S - WS-BS-K * WS-BS-DISC
                MOVE WS-BS-S TO WS-BS-HIGHB
            ELSE
                COMPUTE WS-BS-LOWB = WS-BS-K * WS-BS-DISC - WS-BS-S
                COMPUTE WS-BS-HIGHB = WS-BS-K * WS-BS-DISC
            END-IF
            IF WS-BS-LOWB < 0 THEN
                MOVE 0 TO WS-BS-LOWB
            END-IF
            IF WS-BS-TARGET NOT > WS-BS-LOWB
            OR WS-BS-TARGET NOT < WS-BS-HIGHB THEN
                MOVE 'BOUND ' TO WS-ROW-STATUS
                ADD 1 TO WS-BOUND-ROWS
                GO TO P331-END
            END-IF
      *>      BISECTION BETWEEN 0.01% AND 500% A YEAR. THE PREMIUM
      *>      RISES WITH VOLATILITY, SO THE BRACKET HALVES TOWARDS IT.
            MOVE 0.0001 TO WS-BS-LO
            MOVE 5 TO WS-BS-HI
            MOVE WS-BS-HI TO WS-BS-SIG
            PERFORM P340-START THRU P340-END
            IF WS-BS-PRICE < WS-BS-TARGET THEN
                MOVE 'NOCONV' TO WS-ROW-STATUS
                ADD 1 TO WS-NOCONV-ROWS
                GO TO P331-END
            END-IF
            MOVE 0 TO WS-BS-ITER
            PERFORM P332-START THRU P332-END
                UNTIL WS-BS-ITER > 100
                   OR WS-BS-HI - WS-BS-LO < 0.0000001
            COMPUTE WS-BS-SIG = (WS-BS-LO + WS-BS-HI) / 2
            PERFORM P340-START THRU P340-END
            PERFORM P333-START THRU P333-END
            ADD 1 TO WS-SOLVED-ROWS
            PERFORM P360-START THRU P360-END
            .
       P331-END.


      *>      ONE BISECTION STEP
       P332-START.
            ADD 1 TO WS-BS-ITER
            COMPUTE WS-BS-SIG = (WS-BS-LO + WS-BS-HI) / 2
            PERFORM P340-START THRU P340-END
            IF WS-BS-PRICE > WS-BS-TARGET THEN
                MOVE WS-BS-SIG TO WS-BS-HI
            ELSE
                MOVE WS-BS-SIG TO WS-BS-LO
            END-IF
            .
       P332-END.


      *>      GREEKS AT THE SOLVED VOLATILITY (P340 HAS JUST SET D1,
      *>      N(D1), N(D2) AND THE DENSITY AT D1)
       P333-START.
            COMPUTE WS-OUT-IV ROUNDED = WS-BS-SIG * 100
            COMPUTE WS-OUT-GAMMA ROUNDED
                = WS-BS-PD1 / (WS-BS-S * WS-BS-SIG * WS-BS-SQT)
            COMPUTE WS-OUT-VEGA ROUNDED
                = WS-BS-S * WS-BS-PD1 * WS-BS-SQT / 100
            IF SORT-TPMERC = 070 THEN
                COMPUTE WS-OUT-DELTA ROUNDED = WS-BS-ND1
                COMPUTE WS-OUT-THETA ROUNDED
                    = (0 - WS-BS-S * WS-BS-PD1 * WS-BS-SIG
                      / (2 * WS-BS-SQT)
                      - WS-BS-R * WS-BS-K * WS-BS-DISC * WS-BS-ND2)
                    / 365
            ELSE
                COMPUTE WS-OUT-DELTA ROUNDED = WS-BS-ND1 - 1
                COMPUTE WS-OUT-THETA ROUNDED
                    = (0 - WS-BS-S * WS-BS-PD1 * WS-BS-SIG
                      / (2 * WS-BS-SQT)
                      + WS-BS-R * WS-BS-K * WS-BS-DISC
                      * (1 - WS-BS-ND2))
                    / 365
            END-IF
            .
       P333-END.


      *>      BLACK-SCHOLES PREMIUM AT WS-BS-SIG (CALL FOR TPMERC 070,
      *>      PUT FOR 080, NO DIVIDEND YIELD)
       P340-START.
            COMPUTE WS-BS-D1
                = (FUNCTION LOG(WS-BS-S / WS-BS-K)
                  + (WS-BS-R + WS-BS-SIG * WS-BS-SIG / 2) * WS-BS-T)
                / (WS-BS-SIG * WS-BS-SQT)
            COMPUTE WS-BS-D2 = WS-BS-D1 - WS-BS-SIG * WS-BS-SQT
            MOVE WS-BS-D1 TO WS-NX
            PERFORM P341-START THRU P341-END
            MOVE WS-NCDF TO WS-BS-ND1
            MOVE WS-NPDF TO WS-BS-PD1
            MOVE WS-BS-D2 TO WS-NX
            PERFORM P341-START THRU P341-END
            MOVE WS-NCDF TO WS-BS-ND2
            IF SORT-TPMERC = 070 THEN
                COMPUTE WS-BS-PRICE
                    = WS-BS-S * WS-BS-ND1
                    - WS-BS-K * WS-BS-DISC * WS-BS-ND2
            ELSE
                COMPUTE WS-BS-PRICE
                    = WS-BS-K * WS-BS-DISC * (1 - WS-BS-ND2)
                    - WS-BS-S * (1 - WS-BS-ND1)
            END-IF
            .
       P340-END.


      *>      STANDARD NORMAL DENSITY AND CUMULATIVE DISTRIBUTION AT
      *>      WS-NX
       P341-START.
            COMPUTE WS-NPDF
                = FUNCTION EXP(0 - WS-NX * WS-NX / 2)
                / 2.506628274631
            IF WS-NX < 0 THEN
                COMPUTE WS-NK = 1 / (1 - 0.2316419 * WS-NX)
            ELSE
                COMPUTE WS-NK = 1 / (1 + 0.2316419 * WS-NX)
            END-IF
            COMPUTE WS-NCDF
                = 1 - WS-NPDF * WS-NK
                * (0.319381530 + WS-NK
                * (-0.356563782 + WS-NK
                * (1.781477937 + WS-NK
                * (-1.821255978 + WS-NK * 1.330274429))))
            IF WS-NX < 0 THEN
                COMPUTE WS-NCDF = 1 - WS-NCDF
            END-IF
            .
       P341-END.


      *>      WRITE ONE OPTRISK.TXT LINE
       P350-START.
            MOVE SPACES TO WS-RISK-OUT-REC
            STRING SORT-CODNEG          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-DATEEX          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-NOMRES          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-TPMERC          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-DATVEN          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-DAYS-LEFT         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-STRIKE        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-PREMIUM       DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-SPOT          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-ROW-RATE          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-IV            DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-DELTA         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-GAMMA         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-VEGA          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-THETA         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-ROW-STATUS        DELIMITED BY SPACE
                   INTO WS-RISK-OUT-REC
            END-STRING
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            ADD 1 TO WS-RISK-WRITTEN
            .
       P350-END.


      *>      ADD A SOLVED ROW TO THE SMILE OF ITS EXPIRY. THE FIRST
      *>      SOLVED ROW OF A LATER DATE RESTARTS THE SMILE, SO WHAT IS
      *>      LEFT AT THE BREAK IS THE NEWEST DATE THAT SOLVED.
       P360-START.
            IF WS-SML-DATE NOT = WS-CUR-DATE THEN
                MOVE 0 TO WS-SML-COUNT
                MOVE WS-CUR-DATE TO WS-SML-DATE
            END-IF
            COMPUTE WS-OUT-MONEY ROUNDED = WS-BS-K / WS-BS-S
            EVALUATE TRUE
                WHEN WS-OUT-MONEY < 0.80
                    MOVE 1 TO WS-BKT
                WHEN WS-OUT-MONEY < 0.90
                    MOVE 2 TO WS-BKT
                WHEN WS-OUT-MONEY < 0.95
                    MOVE 3 TO WS-BKT
                WHEN WS-OUT-MONEY NOT > 1.05
                    MOVE 4 TO WS-BKT
                WHEN WS-OUT-MONEY NOT > 1.10
                    MOVE 5 TO WS-BKT
                WHEN WS-OUT-MONEY < 1.20
                    MOVE 6 TO WS-BKT
                WHEN OTHER
                    MOVE 7 TO WS-BKT
            END-EVALUATE
            SET WS-SML-X TO 1
            SET SML-FOUND TO FALSE
            IF WS-SML-COUNT > 0 THEN
                SEARCH WS-SML-ENTRY
                    AT END CONTINUE
                    WHEN WS-SML-X > WS-SML-COUNT
                        CONTINUE
                    WHEN WS-SML-DATVEN(WS-SML-X) = SORT-DATVEN
                        SET SML-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT SML-FOUND THEN
                IF WS-SML-COUNT < 60 THEN
                    ADD 1 TO WS-SML-COUNT
                    SET WS-SML-X TO WS-SML-COUNT
                    INITIALIZE WS-SML-ENTRY(WS-SML-X)
                    MOVE SORT-DATVEN TO WS-SML-DATVEN(WS-SML-X)
                ELSE
                    DISPLAY 'WS-SML-TABLE FULL, ' SORT-CODNEG
                            ' LEFT OUT OF THE SMILE'
                    GO TO P360-END
                END-IF
            END-IF
            ADD WS-OUT-IV TO WS-SML-SUM(WS-SML-X, WS-BKT)
            ADD 1 TO WS-SML-ROWS(WS-SML-X, WS-BKT)
            .
       P360-END.


      *>      WRITE THE SMILE OF THE UNDERLYING JUST FINISHED, ONE LINE
      *>      PER EXPIRY IN ORDER OF FIRST APPEARANCE
       P500-START.
            IF WS-SML-COUNT = 0 THEN
                GO TO P500-END
            END-IF
            ADD 1 TO WS-SMILES-WRITTEN
            MOVE SPACES TO WS-SMILE-OUT-REC
            WRITE SMILE-OUT-LINE FROM WS-SMILE-OUT-REC
            STRING 'UNDERLYING '        DELIMITED BY SIZE
                   WS-CUR-NOMRES        DELIMITED BY SIZE
                   ' ON '               DELIMITED BY SIZE
                   WS-SML-DATE          DELIMITED BY SIZE
                   INTO WS-SMILE-OUT-REC
            END-STRING
            WRITE SMILE-OUT-LINE FROM WS-SMILE-OUT-REC
            MOVE '  DATVEN     K/S<0.80 0.80-0.90 0.90-0.95 0.95-1.05 '
               & '1.05-1.10 1.10-1.20 >=1.20' TO WS-SMILE-OUT-REC
            WRITE SMILE-OUT-LINE FROM WS-SMILE-OUT-REC
            PERFORM P510-START THRU P510-END
                VARYING WS-SML-IDX FROM 1 BY 1
                UNTIL WS-SML-IDX > WS-SML-COUNT
            MOVE 0 TO WS-SML-COUNT
            MOVE 0 TO WS-SML-DATE
            .
       P500-END.


      *>      WRITE ONE EXPIRY LINE OF THE SMILE
       P510-START.
            MOVE SPACES TO WS-SMILE-OUT-REC
            STRING '  '                 DELIMITED BY SIZE
                   WS-SML-DATVEN(WS-SML-IDX)
                                        DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   INTO WS-SMILE-OUT-REC
            END-STRING
            MOVE 13 TO WS-SML-PTR
            PERFORM P511-START THRU P511-END
                VARYING WS-BKT FROM 1 BY 1
                UNTIL WS-BKT > 7
            WRITE SMILE-OUT-LINE FROM WS-SMILE-OUT-REC
            .
       P510-END.


      *>      FILL ONE BUCKET CELL: AVERAGE IV, OR '-' WHEN NO SOLVED
      *>      SERIES FELL IN THE BUCKET
       P511-START.
            IF WS-SML-ROWS(WS-SML-IDX, WS-BKT) = 0 THEN
                MOVE '      -  ' TO WS-SML-CELL
            ELSE
                COMPUTE WS-SML-AVG ROUNDED
                    = WS-SML-SUM(WS-SML-IDX, WS-BKT)
                    / WS-SML-ROWS(WS-SML-IDX, WS-BKT)
                MOVE SPACES TO WS-SML-CELL
                STRING '  '         DELIMITED BY SIZE
                       WS-SML-AVG   DELIMITED BY SIZE
                       INTO WS-SML-CELL
                END-STRING
            END-IF
            MOVE WS-SML-CELL TO WS-SMILE-OUT-REC(WS-SML-PTR:9)
            ADD 10 TO WS-SML-PTR
            .
       P511-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTOPTG RECONCILIATION SUMMARY'
            DISPLAY ' INPUT LINES READ.: '    WS-LINES-READ
            DISPLAY ' OPTION ROWS......: '    WS-OPTION-ROWS
            DISPLAY ' SOLVED...........: '    WS-SOLVED-ROWS
            DISPLAY ' NO CASH CLOSE....: '    WS-NOCASH-ROWS
            DISPLAY ' NO RATE..........: '    WS-NORATE-ROWS
            DISPLAY ' EXPIRED..........: '    WS-EXPIRD-ROWS
            DISPLAY ' OUTSIDE BOUNDS...: '    WS-BOUND-ROWS
            DISPLAY ' NOT CONVERGED....: '    WS-NOCONV-ROWS
            DISPLAY ' RISK LINES.......: '    WS-RISK-WRITTEN
            DISPLAY ' SMILES WRITTEN...: '    WS-SMILES-WRITTEN
            IF WS-OPTION-ROWS NOT = WS-RISK-WRITTEN THEN
                DISPLAY ' ROW COUNTS DO NOT RECONCILE'
                MOVE 1 TO RETURN-CODE
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE OPTIN
            CLOSE RFRIN
            CLOSE RISKOUT
            CLOSE SMILEOUT
            GOBACK.
       END PROGRAM HISTOPTG.
