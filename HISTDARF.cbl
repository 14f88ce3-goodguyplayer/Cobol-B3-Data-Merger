      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: MONTH-END CAPITAL-GAINS TAX (DARF) WORKSHEET FROM
      *        THE REALISED P&L JOURNAL REALPLJRNL.TXT WRITTEN BY
      *        HISTPOST. EVERY JOURNAL LINE IS CLASSED BY ITS TPMERC
      *        AND BY THE HIST-ESPECI/HIST-CODBDI OF ITS TICKER IN THE
      *        MERGED OUTPUTINPUT.TXT: FII UNITS (ESPECI CI, CODBDI 12)
      *        FORM THEIR OWN POOL, DAY TRADES FORM ANOTHER, AND THE
      *        REST ARE COMMON (SWING) OPERATIONS SPLIT INTO CASH
      *        SHARES, OPTIONS (070/080), TERMO (030) AND OTHER. ONLY
      *        CASH-MARKET SHARE SALES (TPMERC 010/020, ESPECI ON/PN/
      *        UNT) QUALIFY FOR THE MONTHLY SALES EXEMPTION. LOSSES
      *        ARE CARRIED FORWARD PER POOL, THE IRRF ALREADY WITHHELD
      *        (0.005% ON SWING SALES, 1% ON THE DAY'S NET DAY-TRADE
      *        GAIN) IS DEDUCTED, AND A DARF BELOW THE MINIMUM IS
      *        CARRIED TO THE NEXT MONTH. ONE WORKSHEET PER MONTH IS
      *        WRITTEN TO DARFREPT.TXT. THE WHOLE JOURNAL IS REPLAYED
      *        EVERY RUN, SO THE CARRIED BALANCES NEVER DEPEND ON A
      *        PRIOR RUN HAVING BEEN MADE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTDARF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT JRNL ASSIGN TO
                   WS-JRNL-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT DARFIN ASSIGN TO
                   WS-DARFIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT DARFCFG ASSIGN TO
                   WS-DARFCFG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT DARFOUT ASSIGN TO
                   WS-DARFOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT SORTFILE ASSIGN TO
                   'DARFSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD JRNL.
           COPY REALPLJR.
       FD DARFIN.
           COPY HISTOUTR.
       FD DARFCFG.
       01 DARF-CFG-REG                 PIC X(32).
       FD DARFOUT.
       01 DARF-OUT-LINE                PIC X(132).
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-DATE                PIC 9(08).
           03 SORT-POOL                PIC 9(01).
           03 SORT-CLASS               PIC X(01).
           03 SORT-DAYTRADE            PIC X(01).
           03 SORT-PROCEEDS            PIC 9(16)V99.
           03 SORT-RESULT              PIC S9(16)V99
                                       SIGN LEADING SEPARATE.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-JRNL-FILE                 PIC X(128) VALUE SPACES.
       77 WS-DARFIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-DARFCFG-FILE              PIC X(128) VALUE SPACES.
       77 WS-DARFOUT-FILE              PIC X(128) VALUE SPACES.
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
       77 WS-JRNL-EOF                  PIC X.
           88 JRNL-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-CFG-EOF                   PIC X.
           88 CFG-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      OPTIONAL MONTH TO PRINT, FROM THE B3DARFMONTH ENVIRONMENT
      *>      VARIABLE (YYYYMM). EARLIER MONTHS ARE STILL REPLAYED TO
      *>      BUILD THE CARRIED BALANCES, ONLY THEIR WORKSHEETS ARE
      *>      LEFT OUT. BLANK PRINTS EVERY MONTH IN THE JOURNAL.
       77 WS-ENV-DARFMONTH             PIC X(06) VALUE SPACES.
       77 WS-PRINT-MONTH               PIC 9(06) VALUE 0.
      *>      LIMITS, RATES AND OPENING BALANCES, OVERRIDABLE VIA
      *>      DARFCFG.TXT (KEY=VALUE LINES: EXEMPTLIM, MINDARF,
      *>      SWRATE, DTRATE, FIIRATE, SWIRRF, DTIRRF IN PERCENT, AND
      *>      SWLOSS, DTLOSS, FIILOSS, IRRFCARRY FOR LOSSES AND
      *>      WITHHOLDING CARRIED IN FROM BEFORE THE JOURNAL BEGAN).
       01 WS-CFG-KEY                   PIC X(16) VALUE SPACES.
       01 WS-CFG-VALUE                 PIC X(16) VALUE SPACES.
       77 WS-CFG-EXEMPTLIM             PIC 9(09)V99 VALUE 20000.
       77 WS-CFG-MINDARF               PIC 9(05)V99 VALUE 10.
       77 WS-CFG-SWIRRF                PIC 9(01)V9(05) VALUE 0.005.
       77 WS-CFG-DTIRRF                PIC 9(01)V9(05) VALUE 1.
      *>      TICKER CLASSIFICATION: EVERY CODNEG IN THE JOURNAL, WITH
      *>      THE ESPECI AND CODBDI OF ITS FIRST OUTPUTINPUT.TXT ROW;
      *>      A LATER ROW CARRYING ANOTHER CLASS IS COUNTED AND SHOWN,
      *>      NEVER TAKEN. A TICKER NOT FOUND THERE IS CLASSED BY
      *>      TPMERC ALONE AND LISTED ON THE WORKSHEET FOR REVIEW.
       77 WS-CLS-COUNT                 PIC 9(03) VALUE 0.
       01 WS-CLS-TABLE.
           03 WS-CLS-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-CLS-X.
               05 WS-CLS-CODNEG        PIC X(12).
               05 WS-CLS-ESPECI        PIC X(10).
               05 WS-CLS-CODBDI        PIC X(02).
               05 WS-CLS-SEEN          PIC X(01).
       77 WS-CLS-IDX                   PIC 9(03) VALUE 0.
       77 WS-CLS-FOUND                 PIC X(01) VALUE 'N'.
           88 CLS-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-CLS-CONFLICTS             PIC 9(07) VALUE 0.
       77 WS-CUR-ESPECI                PIC X(10) VALUE SPACES.
       77 WS-CUR-CODBDI                PIC X(02) VALUE SPACES.
      *>      TAX POOLS. EACH POOL'S LOSSES OFFSET ONLY THAT POOL'S
      *>      GAINS: 1 = COMMON (SWING) OPERATIONS, 2 = DAY TRADE,
      *>      3 = FII UNITS (SWING AND DAY TRADE ALIKE).
       01 WS-POOL-TABLE.
           03 WS-POOL-ENTRY OCCURS 3 TIMES.
               05 WS-POOL-NAME         PIC X(08).
               05 WS-POOL-RATE         PIC 9(03)V99.
               05 WS-POOL-SALES        PIC 9(16)V99.
               05 WS-POOL-RESULT       PIC S9(16)V99
                                       SIGN LEADING SEPARATE.
               05 WS-POOL-LOSS-IN      PIC 9(16)V99.
               05 WS-POOL-CARRY        PIC 9(16)V99.
               05 WS-POOL-USED         PIC 9(16)V99.
               05 WS-POOL-BASE         PIC 9(16)V99.
               05 WS-POOL-TAX          PIC 9(14)V99.
       77 WS-POOL-IDX                  PIC 9(01) VALUE 0.
      *>      COMMON-OPERATION BREAKDOWN FOR THE MONTH BEING BUILT:
      *>      CASH SHARES (EXEMPTION-ELIGIBLE), OPTIONS, TERMO, OTHER
       77 WS-M-SHR-SALES               PIC 9(16)V99 VALUE 0.
       77 WS-M-SHR-RESULT              PIC S9(16)V99 VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-M-OPT-RESULT              PIC S9(16)V99 VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-M-TRM-RESULT              PIC S9(16)V99 VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-M-OTH-RESULT              PIC S9(16)V99 VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-M-EXEMPT                  PIC 9(16)V99 VALUE 0.
       77 WS-M-EXEMPT-FLAG             PIC X(08) VALUE SPACES.
      *>      WITHHOLDING: SWING SALES OF THE MONTH, AND THE NET
      *>      DAY-TRADE RESULT OF THE DAY BEING BUILT
       77 WS-M-SW-SALES                PIC 9(16)V99 VALUE 0.
       77 WS-D-DT-RESULT               PIC S9(16)V99 VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-M-IRRF-SW                 PIC 9(14)V99 VALUE 0.
       77 WS-M-IRRF-DT                 PIC 9(14)V99 VALUE 0.
       77 WS-M-IRRF                    PIC 9(14)V99 VALUE 0.
       77 WS-IRRF-CARRY                PIC 9(14)V99 VALUE 0.
       77 WS-IRRF-CARRY-IN             PIC 9(14)V99 VALUE 0.
       77 WS-IRRF-AVAIL                PIC 9(14)V99 VALUE 0.
       77 WS-M-TAX                     PIC 9(14)V99 VALUE 0.
       77 WS-M-DUE                     PIC 9(14)V99 VALUE 0.
       77 WS-DARF-CARRY                PIC 9(14)V99 VALUE 0.
       77 WS-M-PAYABLE                 PIC 9(14)V99 VALUE 0.
       77 WS-RATE-SHOW                 PIC 9(03) VALUE 0.
      *>      CONTROL BREAKS
       77 WS-CUR-MONTH                 PIC 9(06) VALUE 0.
       77 WS-CUR-DATE                  PIC 9(08) VALUE 0.
       77 WS-ROW-MONTH                 PIC 9(06) VALUE 0.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-JRNL-READ                 PIC 9(07) VALUE 0.
       77 WS-JRNL-BAD                  PIC 9(07) VALUE 0.
       77 WS-JRNL-SORTED               PIC 9(07) VALUE 0.
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-UNCLASSED                 PIC 9(05) VALUE 0.
       77 WS-MONTHS-DONE               PIC 9(05) VALUE 0.
       77 WS-MONTHS-PRINTED            PIC 9(05) VALUE 0.
       77 WS-TOT-PAYABLE               PIC 9(16)V99 VALUE 0.
       01 WS-DARF-OUT-REC              PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES AND THE TAX POOLS
       P100-START.
            DISPLAY 'BUILDING THE MONTHLY DARF WORKSHEET'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            DISPLAY 'B3DARFMONTH' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DARFMONTH FROM ENVIRONMENT-VALUE
            IF WS-ENV-DARFMONTH NOT = SPACES THEN
                IF WS-ENV-DARFMONTH IS NOT NUMERIC THEN
                    DISPLAY 'B3DARFMONTH NOT SET TO A YYYYMM MONTH, '
                            'REFUSING TO RUN'
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE WS-ENV-DARFMONTH TO WS-PRINT-MONTH
                DISPLAY 'WORKSHEET MONTH.: ' WS-PRINT-MONTH
            END-IF
            MOVE 'SWING   ' TO WS-POOL-NAME(1)
            MOVE 'DAYTRADE' TO WS-POOL-NAME(2)
            MOVE 'FII     ' TO WS-POOL-NAME(3)
            MOVE 15 TO WS-POOL-RATE(1)
            MOVE 20 TO WS-POOL-RATE(2)
            MOVE 20 TO WS-POOL-RATE(3)
            PERFORM P101-START THRU P101-END
                VARYING WS-POOL-IDX FROM 1 BY 1
                UNTIL WS-POOL-IDX > 3
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'REALPLJRNL.TXT'     DELIMITED BY SIZE
                   INTO WS-JRNL-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-DARFIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'DARFCFG.TXT'        DELIMITED BY SIZE
                   INTO WS-DARFCFG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'DARFREPT.TXT'       DELIMITED BY SIZE
                   INTO WS-DARFOUT-FILE
            END-STRING
            .
       P100-END.


      *>      CLEAR ONE POOL
       P101-START.
            MOVE 0 TO WS-POOL-SALES(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-RESULT(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-LOSS-IN(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-CARRY(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-USED(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-BASE(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-TAX(WS-POOL-IDX)
            .
       P101-END.


      *>      LOAD THE OPTIONAL LIMITS, RATES AND OPENING BALANCES
       P150-START.
            SET CFG-EOF-OK TO FALSE
            OPEN INPUT DARFCFG
            IF WS-FS-3 EQUAL 35 THEN
                DISPLAY 'NO DARFCFG.TXT FOUND, USING DEFAULT LIMITS '
                        'AND RATES WITH NO OPENING LOSSES'
            ELSE
                PERFORM P151-START THRU P151-END
                    UNTIL CFG-EOF-OK
                CLOSE DARFCFG
            END-IF
            DISPLAY 'EXEMPTION LIMIT.: ' WS-CFG-EXEMPTLIM
            MOVE WS-IRRF-CARRY TO WS-IRRF-CARRY-IN
            .
       P150-END.


      *>      PARSE ONE KEY=VALUE LINE
       P151-START.
            READ DARFCFG INTO DARF-CFG-REG
                AT END SET CFG-EOF-OK TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-CFG-KEY
                    MOVE SPACES TO WS-CFG-VALUE
                    UNSTRING DARF-CFG-REG DELIMITED BY '='
                        INTO WS-CFG-KEY WS-CFG-VALUE
                    END-UNSTRING
                    IF WS-CFG-VALUE NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = 0 THEN
                        EVALUATE WS-CFG-KEY
                            WHEN 'EXEMPTLIM'
                                COMPUTE WS-CFG-EXEMPTLIM
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'MINDARF'
                                COMPUTE WS-CFG-MINDARF
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'SWRATE'
                                COMPUTE WS-POOL-RATE(1)
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'DTRATE'
                                COMPUTE WS-POOL-RATE(2)
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'FIIRATE'
                                COMPUTE WS-POOL-RATE(3)
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'SWIRRF'
                                COMPUTE WS-CFG-SWIRRF
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'DTIRRF'
                                COMPUTE WS-CFG-DTIRRF
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'SWLOSS'
                                COMPUTE WS-POOL-CARRY(1)
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'DTLOSS'
                                COMPUTE WS-POOL-CARRY(2)
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'FIILOSS'
                                COMPUTE WS-POOL-CARRY(3)
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN 'IRRFCARRY'
                                COMPUTE WS-IRRF-CARRY
                                    = FUNCTION NUMVAL(WS-CFG-VALUE)
                            WHEN OTHER
                                DISPLAY 'DARFCFG.TXT KEY UNKNOWN, '
                                        'IGNORED.: ' WS-CFG-KEY
                        END-EVALUATE
                    END-IF
            END-READ
            .
       P151-END.


      *>      COLLECT EVERY TICKER IN THE JOURNAL INTO THE
      *>      CLASSIFICATION TABLE
       P200-START.
            OPEN INPUT JRNL
            EVALUATE WS-FS-1
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO REALPLJRNL.TXT FOUND, RUN HISTPOST '
                            'FIRST, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD REALPLJRNL.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            SET JRNL-EOF-OK TO FALSE
            PERFORM P210-START THRU P210-END
                UNTIL JRNL-EOF-OK
            CLOSE JRNL
            DISPLAY 'JOURNAL TICKERS.: ' WS-CLS-COUNT
            .
       P200-END.


      *>      READ ONE JOURNAL LINE AND REGISTER ITS TICKER
       P210-START.
            READ JRNL
                AT END SET JRNL-EOF-OK TO TRUE
                NOT AT END
                    PERFORM P220-START THRU P220-END
                    IF NOT CLS-FOUND THEN
                        IF WS-CLS-COUNT < 999 THEN
                            ADD 1 TO WS-CLS-COUNT
                            SET WS-CLS-X TO WS-CLS-COUNT
                            MOVE RPL-CODNEG
                                 TO WS-CLS-CODNEG(WS-CLS-X)
                            MOVE SPACES TO WS-CLS-ESPECI(WS-CLS-X)
                            MOVE SPACES TO WS-CLS-CODBDI(WS-CLS-X)
                            MOVE 'N'    TO WS-CLS-SEEN(WS-CLS-X)
                        ELSE
                            DISPLAY 'WS-CLS-TABLE FULL, TICKER '
                                    'CLASSED BY TPMERC ONLY.: '
                                    RPL-CODNEG
                        END-IF
                    END-IF
            END-READ
            .
       P210-END.


      *>      LOOK UP RPL-CODNEG IN THE CLASSIFICATION TABLE
       P220-START.
            SET WS-CLS-X TO 1
            SET CLS-FOUND TO FALSE
            IF WS-CLS-COUNT > 0 THEN
                SEARCH WS-CLS-ENTRY
                    AT END CONTINUE
                    WHEN WS-CLS-X > WS-CLS-COUNT
                        CONTINUE
                    WHEN WS-CLS-CODNEG(WS-CLS-X) = RPL-CODNEG
                        SET CLS-FOUND TO TRUE
                END-SEARCH
            END-IF
            .
       P220-END.


      *>      PICK UP ESPECI AND CODBDI FOR EVERY JOURNAL TICKER FROM
      *>      THE MERGED CSV
       P250-START.
            OPEN INPUT DARFIN
            EVALUATE WS-FS-2
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO OUTPUTINPUT.TXT FOUND, EVERY TICKER '
                            'CLASSED BY TPMERC ONLY'
                    GO TO P250-END
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD OUTPUTINPUT.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            IF WS-CLS-COUNT > 0 THEN
                PERFORM P251-START THRU P251-END
                    UNTIL EOF-OK
            END-IF
            CLOSE DARFIN
            .
       P250-END.


      *>      READ ONE CSV ROW AND STAMP ITS TICKER'S CLASSIFICATION
      *>      IF THIS IS THE TICKER'S FIRST ROW
       P251-START.
            READ DARFIN
                AT END SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINES-READ
                    IF IS-FIRST-LINE THEN
                        SET IS-FIRST-LINE TO FALSE
                    ELSE
                        SET WS-CLS-X TO 1
                        SEARCH WS-CLS-ENTRY
                            AT END CONTINUE
                            WHEN WS-CLS-X > WS-CLS-COUNT
                                CONTINUE
                            WHEN WS-CLS-CODNEG(WS-CLS-X)
                                 = HIST-CODNEG OF DARFIN
                                PERFORM P252-START THRU P252-END
                        END-SEARCH
                    END-IF
            END-READ
            .
       P251-END.


      *>      THE FIRST ROW OF A TICKER SETS ITS CLASS; A LATER ROW
      *>      WITH ANOTHER ESPECI OR CODBDI IS REJECTED AND SHOWN
       P252-START.
            IF WS-CLS-SEEN(WS-CLS-X) = 'N' THEN
                MOVE HIST-ESPECI OF DARFIN TO WS-CLS-ESPECI(WS-CLS-X)
                MOVE HIST-CODBDI OF DARFIN TO WS-CLS-CODBDI(WS-CLS-X)
                MOVE 'Y' TO WS-CLS-SEEN(WS-CLS-X)
                GO TO P252-END
            END-IF
            IF HIST-ESPECI OF DARFIN NOT = WS-CLS-ESPECI(WS-CLS-X)
            OR HIST-CODBDI OF DARFIN NOT = WS-CLS-CODBDI(WS-CLS-X) THEN
                ADD 1 TO WS-CLS-CONFLICTS
                DISPLAY 'CSV LINE ' WS-LINES-READ ' CLASSES '
                        HIST-CODNEG OF DARFIN ' AS '
                        HIST-ESPECI OF DARFIN '/'
                        HIST-CODBDI OF DARFIN ', KEPT '
                        WS-CLS-ESPECI(WS-CLS-X) '/'
                        WS-CLS-CODBDI(WS-CLS-X)
            END-IF
            .
       P252-END.


      *>      OPEN THE WORKSHEET, SORT THE JOURNAL BY SELL DATE AND
      *>      BUILD ONE WORKSHEET PER MONTH
       P300-START.
            OPEN OUTPUT DARFOUT
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE DARFREPT.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE 'CAPITAL-GAINS TAX WORKSHEET FROM REALPLJRNL.TXT'
                 TO WS-DARF-OUT-REC
            WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            IF WS-CLS-COUNT > 0 THEN
                PERFORM P301-START THRU P301-END
                    VARYING WS-CLS-IDX FROM 1 BY 1
                    UNTIL WS-CLS-IDX > WS-CLS-COUNT
            END-IF
            SORT SORTFILE
                ON ASCENDING KEY SORT-DATE
                                 SORT-POOL
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P320-START THRU P320-END
            CLOSE DARFOUT
            .
       P300-END.


      *>      LIST ONE TICKER THE MERGED CSV COULD NOT CLASSIFY
       P301-START.
            IF WS-CLS-SEEN(WS-CLS-IDX) = 'N' THEN
                ADD 1 TO WS-UNCLASSED
                MOVE SPACES TO WS-DARF-OUT-REC
                STRING 'NOT IN OUTPUTINPUT.TXT, CLASSED BY TPMERC '
                                            DELIMITED BY SIZE
                       'ONLY.: '            DELIMITED BY SIZE
                       WS-CLS-CODNEG(WS-CLS-IDX)
                                            DELIMITED BY SIZE
                       INTO WS-DARF-OUT-REC
                END-STRING
                WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            END-IF
            .
       P301-END.


      *>      CLASS EVERY JOURNAL LINE AND RELEASE IT TO THE SORT
       P310-START.
            OPEN INPUT JRNL
            SET JRNL-EOF-OK TO FALSE
            PERFORM P311-START THRU P311-END
                UNTIL JRNL-EOF-OK
            CLOSE JRNL
            .
       P310-END.


      *>      READ ONE JOURNAL LINE
       P311-START.
            READ JRNL
                AT END SET JRNL-EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-JRNL-READ
                    IF REAL-PL-REC(1:8) IS NOT NUMERIC
                    OR RPL-RESULT IS NOT NUMERIC
                    OR RPL-PROCEEDS IS NOT NUMERIC THEN
                        ADD 1 TO WS-JRNL-BAD
                        DISPLAY 'REALPLJRNL.TXT LINE NOT NUMERIC, '
                                'LEFT OUT.: ' WS-JRNL-READ
                    ELSE
                        PERFORM P312-START THRU P312-END
                    END-IF
            END-READ
            .
       P311-END.


      *>      CLASS ONE LINE INTO ITS POOL AND COMMON-OPERATION CLASS:
      *>      'A' CASH SHARES, 'O' OPTIONS, 'T' TERMO, 'X' OTHER
       P312-START.
            PERFORM P220-START THRU P220-END
            IF CLS-FOUND THEN
                MOVE WS-CLS-ESPECI(WS-CLS-X) TO WS-CUR-ESPECI
                MOVE WS-CLS-CODBDI(WS-CLS-X) TO WS-CUR-CODBDI
            ELSE
                MOVE SPACES TO WS-CUR-ESPECI
                MOVE SPACES TO WS-CUR-CODBDI
            END-IF
            EVALUATE TRUE
                WHEN WS-CUR-ESPECI(1:2) = 'CI'
                 AND WS-CUR-CODBDI = '12'
                    MOVE 3 TO SORT-POOL
                WHEN RPL-DAY-TRADE
                    MOVE 2 TO SORT-POOL
                WHEN OTHER
                    MOVE 1 TO SORT-POOL
            END-EVALUATE
            EVALUATE TRUE
                WHEN RPL-TPMERC = 070 OR RPL-TPMERC = 080
                    MOVE 'O' TO SORT-CLASS
                WHEN RPL-TPMERC = 030
                    MOVE 'T' TO SORT-CLASS
                WHEN (RPL-TPMERC = 010 OR RPL-TPMERC = 020)
                 AND (WS-CUR-ESPECI = SPACES
                      OR WS-CUR-ESPECI(1:2) = 'ON'
                      OR WS-CUR-ESPECI(1:2) = 'PN'
                      OR WS-CUR-ESPECI(1:2) = 'UN')
                    MOVE 'A' TO SORT-CLASS
                WHEN OTHER
                    MOVE 'X' TO SORT-CLASS
            END-EVALUATE
            MOVE RPL-SELL-DATE  TO SORT-DATE
            MOVE RPL-TRADE-TYPE TO SORT-DAYTRADE
            MOVE RPL-PROCEEDS   TO SORT-PROCEEDS
            MOVE RPL-RESULT     TO SORT-RESULT
            ADD 1 TO WS-JRNL-SORTED
            RELEASE SORT-REC
            .
       P312-END.


      *>      TAKE THE SORTED LINES, BREAKING ON DAY AND MONTH
       P320-START.
            SET SORT-EOF-OK TO FALSE
            PERFORM P321-START THRU P321-END
                UNTIL SORT-EOF-OK
            IF WS-CUR-MONTH > 0 THEN
                PERFORM P340-START THRU P340-END
                PERFORM P350-START THRU P350-END
            END-IF
            .
       P320-END.


      *>      FOLD ONE LINE INTO THE DAY AND THE MONTH
       P321-START.
            RETURN SORTFILE
                AT END SET SORT-EOF-OK TO TRUE
                NOT AT END
                    COMPUTE WS-ROW-MONTH = SORT-DATE / 100
                    IF SORT-DATE NOT = WS-CUR-DATE
                    AND WS-CUR-DATE > 0 THEN
                        PERFORM P340-START THRU P340-END
                    END-IF
                    IF WS-ROW-MONTH NOT = WS-CUR-MONTH THEN
                        IF WS-CUR-MONTH > 0 THEN
                            PERFORM P350-START THRU P350-END
                        END-IF
                        PERFORM P330-START THRU P330-END
                        MOVE WS-ROW-MONTH TO WS-CUR-MONTH
                    END-IF
                    MOVE SORT-DATE TO WS-CUR-DATE
                    ADD SORT-PROCEEDS TO WS-POOL-SALES(SORT-POOL)
                    IF SORT-DAYTRADE = 'D' THEN
                        ADD SORT-RESULT TO WS-D-DT-RESULT
                    ELSE
                        ADD SORT-PROCEEDS TO WS-M-SW-SALES
                    END-IF
                    IF SORT-POOL = 1 THEN
                        EVALUATE SORT-CLASS
                            WHEN 'A'
                                ADD SORT-PROCEEDS TO WS-M-SHR-SALES
                                ADD SORT-RESULT   TO WS-M-SHR-RESULT
                            WHEN 'O'
                                ADD SORT-RESULT   TO WS-M-OPT-RESULT
                            WHEN 'T'
                                ADD SORT-RESULT   TO WS-M-TRM-RESULT
                            WHEN OTHER
                                ADD SORT-RESULT   TO WS-M-OTH-RESULT
                        END-EVALUATE
                    ELSE
                        ADD SORT-RESULT TO WS-POOL-RESULT(SORT-POOL)
                    END-IF
            END-RETURN
            .
       P321-END.


      *>      START A NEW MONTH: CLEAR THE MONTHLY FIGURES, KEEPING
      *>      THE CARRIED LOSSES, WITHHOLDING AND DARF BALANCES
       P330-START.
            PERFORM P331-START THRU P331-END
                VARYING WS-POOL-IDX FROM 1 BY 1
                UNTIL WS-POOL-IDX > 3
            MOVE 0 TO WS-M-SHR-SALES
            MOVE 0 TO WS-M-SHR-RESULT
            MOVE 0 TO WS-M-OPT-RESULT
            MOVE 0 TO WS-M-TRM-RESULT
            MOVE 0 TO WS-M-OTH-RESULT
            MOVE 0 TO WS-M-EXEMPT
            MOVE 0 TO WS-M-SW-SALES
            MOVE 0 TO WS-M-IRRF-DT
            MOVE 0 TO WS-D-DT-RESULT
            .
       P330-END.


      *>      CLEAR ONE POOL'S MONTHLY FIGURES
       P331-START.
            MOVE 0 TO WS-POOL-SALES(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-RESULT(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-USED(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-BASE(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-TAX(WS-POOL-IDX)
            .
       P331-END.


      *>      CLOSE A DAY: THE DAY'S NET DAY-TRADE GAIN SUFFERS THE
      *>      DAY-TRADE WITHHOLDING
       P340-START.
            IF WS-D-DT-RESULT > 0 THEN
                COMPUTE WS-M-IRRF-DT ROUNDED
                    = WS-M-IRRF-DT
                    + WS-D-DT-RESULT * WS-CFG-DTIRRF / 100
            END-IF
            MOVE 0 TO WS-D-DT-RESULT
            .
       P340-END.


      *>      CLOSE A MONTH: APPLY THE EXEMPTION, OFFSET THE CARRIED
      *>      LOSSES PER POOL, PRICE THE TAX, DEDUCT THE WITHHOLDING
      *>      AND SETTLE THE DARF AGAINST THE MINIMUM
       P350-START.
            ADD 1 TO WS-MONTHS-DONE
            MOVE SPACES TO WS-M-EXEMPT-FLAG
            IF WS-M-SHR-SALES > 0 THEN
                IF WS-M-SHR-SALES NOT > WS-CFG-EXEMPTLIM THEN
                    MOVE 'EXEMPT  ' TO WS-M-EXEMPT-FLAG
                    IF WS-M-SHR-RESULT > 0 THEN
                        MOVE WS-M-SHR-RESULT TO WS-M-EXEMPT
                    END-IF
                ELSE
                    MOVE 'TAXABLE ' TO WS-M-EXEMPT-FLAG
                END-IF
            END-IF
            COMPUTE WS-POOL-RESULT(1)
                = WS-M-SHR-RESULT - WS-M-EXEMPT
                + WS-M-OPT-RESULT + WS-M-TRM-RESULT + WS-M-OTH-RESULT
            MOVE 0 TO WS-M-TAX
            PERFORM P351-START THRU P351-END
                VARYING WS-POOL-IDX FROM 1 BY 1
                UNTIL WS-POOL-IDX > 3
            COMPUTE WS-M-IRRF-SW ROUNDED
                = WS-M-SW-SALES * WS-CFG-SWIRRF / 100
            COMPUTE WS-M-IRRF = WS-M-IRRF-SW + WS-M-IRRF-DT
            MOVE WS-IRRF-CARRY TO WS-IRRF-CARRY-IN
            COMPUTE WS-IRRF-AVAIL = WS-M-IRRF + WS-IRRF-CARRY
            IF WS-M-TAX NOT < WS-IRRF-AVAIL THEN
                COMPUTE WS-M-DUE = WS-M-TAX - WS-IRRF-AVAIL
                MOVE 0 TO WS-IRRF-CARRY
            ELSE
                MOVE 0 TO WS-M-DUE
                COMPUTE WS-IRRF-CARRY = WS-IRRF-AVAIL - WS-M-TAX
            END-IF
            COMPUTE WS-M-PAYABLE = WS-M-DUE + WS-DARF-CARRY
            IF WS-M-PAYABLE < WS-CFG-MINDARF THEN
                MOVE WS-M-PAYABLE TO WS-DARF-CARRY
                MOVE 0 TO WS-M-PAYABLE
            ELSE
                MOVE 0 TO WS-DARF-CARRY
                ADD WS-M-PAYABLE TO WS-TOT-PAYABLE
            END-IF
            IF WS-PRINT-MONTH = 0
            OR WS-PRINT-MONTH = WS-CUR-MONTH THEN
                PERFORM P360-START THRU P360-END
            END-IF
            .
       P350-END.


      *>      OFFSET ONE POOL'S CARRIED LOSS AGAINST ITS RESULT AND
      *>      PRICE ITS TAX; A LOSS IS ADDED TO THE CARRY INSTEAD
       P351-START.
            MOVE WS-POOL-CARRY(WS-POOL-IDX)
                 TO WS-POOL-LOSS-IN(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-USED(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-BASE(WS-POOL-IDX)
            MOVE 0 TO WS-POOL-TAX(WS-POOL-IDX)
            IF WS-POOL-RESULT(WS-POOL-IDX) < 0 THEN
                COMPUTE WS-POOL-CARRY(WS-POOL-IDX)
                    = WS-POOL-CARRY(WS-POOL-IDX)
                    - WS-POOL-RESULT(WS-POOL-IDX)
                GO TO P351-END
            END-IF
            IF WS-POOL-CARRY(WS-POOL-IDX)
               > WS-POOL-RESULT(WS-POOL-IDX) THEN
                MOVE WS-POOL-RESULT(WS-POOL-IDX)
                     TO WS-POOL-USED(WS-POOL-IDX)
            ELSE
                MOVE WS-POOL-CARRY(WS-POOL-IDX)
                     TO WS-POOL-USED(WS-POOL-IDX)
            END-IF
            SUBTRACT WS-POOL-USED(WS-POOL-IDX)
                FROM WS-POOL-CARRY(WS-POOL-IDX)
            COMPUTE WS-POOL-BASE(WS-POOL-IDX)
                = WS-POOL-RESULT(WS-POOL-IDX)
                - WS-POOL-USED(WS-POOL-IDX)
            COMPUTE WS-POOL-TAX(WS-POOL-IDX) ROUNDED
                = WS-POOL-BASE(WS-POOL-IDX)
                * WS-POOL-RATE(WS-POOL-IDX) / 100
            ADD WS-POOL-TAX(WS-POOL-IDX) TO WS-M-TAX
            .
       P351-END.


      *>      WRITE ONE MONTH'S WORKSHEET
       P360-START.
            ADD 1 TO WS-MONTHS-PRINTED
            MOVE SPACES TO WS-DARF-OUT-REC
            WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            STRING 'DARF WORKSHEET MONTH '   DELIMITED BY SIZE
                   WS-CUR-MONTH              DELIMITED BY SIZE
                   INTO WS-DARF-OUT-REC
            END-STRING
            WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            MOVE SPACES TO WS-DARF-OUT-REC
            STRING '  CASH SHARES SALES='    DELIMITED BY SIZE
                   WS-M-SHR-SALES            DELIMITED BY SIZE
                   ' LIMIT='                 DELIMITED BY SIZE
                   WS-CFG-EXEMPTLIM          DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   WS-M-EXEMPT-FLAG          DELIMITED BY SIZE
                   ' RESULT='                DELIMITED BY SIZE
                   WS-M-SHR-RESULT           DELIMITED BY SIZE
                   ' EXEMPT='                DELIMITED BY SIZE
                   WS-M-EXEMPT               DELIMITED BY SIZE
                   INTO WS-DARF-OUT-REC
            END-STRING
            WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            MOVE SPACES TO WS-DARF-OUT-REC
            STRING '  OPTIONS RESULT='       DELIMITED BY SIZE
                   WS-M-OPT-RESULT           DELIMITED BY SIZE
                   ' TERMO RESULT='          DELIMITED BY SIZE
                   WS-M-TRM-RESULT           DELIMITED BY SIZE
                   ' OTHER RESULT='          DELIMITED BY SIZE
                   WS-M-OTH-RESULT           DELIMITED BY SIZE
                   INTO WS-DARF-OUT-REC
            END-STRING
            WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            PERFORM P361-START THRU P361-END
                VARYING WS-POOL-IDX FROM 1 BY 1
                UNTIL WS-POOL-IDX > 3
            MOVE SPACES TO WS-DARF-OUT-REC
            STRING '  TAX='                  DELIMITED BY SIZE
                   WS-M-TAX                  DELIMITED BY SIZE
                   ' IRRF WITHHELD='         DELIMITED BY SIZE
                   WS-M-IRRF                 DELIMITED BY SIZE
                   ' IRRF CARRIED IN='       DELIMITED BY SIZE
                   WS-IRRF-CARRY-IN          DELIMITED BY SIZE
                   ' IRRF CARRIED OUT='      DELIMITED BY SIZE
                   WS-IRRF-CARRY             DELIMITED BY SIZE
                   INTO WS-DARF-OUT-REC
            END-STRING
            WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            MOVE SPACES TO WS-DARF-OUT-REC
            IF WS-M-PAYABLE > 0 THEN
                STRING '  TAX DUE='              DELIMITED BY SIZE
                       WS-M-DUE                  DELIMITED BY SIZE
                       ' DARF 6015 PAYABLE='     DELIMITED BY SIZE
                       WS-M-PAYABLE              DELIMITED BY SIZE
                       INTO WS-DARF-OUT-REC
                END-STRING
            ELSE
                STRING '  TAX DUE='              DELIMITED BY SIZE
                       WS-M-DUE                  DELIMITED BY SIZE
                       ' NO DARF THIS MONTH, BELOW MINIMUM CARRIED='
                                                 DELIMITED BY SIZE
                       WS-DARF-CARRY             DELIMITED BY SIZE
                       INTO WS-DARF-OUT-REC
                END-STRING
            END-IF
            WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            .
       P360-END.


      *>      WRITE ONE POOL'S TWO WORKSHEET LINES
       P361-START.
            MOVE WS-POOL-RATE(WS-POOL-IDX) TO WS-RATE-SHOW
            MOVE SPACES TO WS-DARF-OUT-REC
            STRING '  '                      DELIMITED BY SIZE
                   WS-POOL-NAME(WS-POOL-IDX) DELIMITED BY SIZE
                   ' SALES='                 DELIMITED BY SIZE
                   WS-POOL-SALES(WS-POOL-IDX)
                                             DELIMITED BY SIZE
                   ' RESULT='                DELIMITED BY SIZE
                   WS-POOL-RESULT(WS-POOL-IDX)
                                             DELIMITED BY SIZE
                   ' LOSS IN='               DELIMITED BY SIZE
                   WS-POOL-LOSS-IN(WS-POOL-IDX)
                                             DELIMITED BY SIZE
                   INTO WS-DARF-OUT-REC
            END-STRING
            WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            MOVE SPACES TO WS-DARF-OUT-REC
            STRING '           USED='        DELIMITED BY SIZE
                   WS-POOL-USED(WS-POOL-IDX)
                                             DELIMITED BY SIZE
                   ' BASE='                  DELIMITED BY SIZE
                   WS-POOL-BASE(WS-POOL-IDX)
                                             DELIMITED BY SIZE
                   ' RATE='                  DELIMITED BY SIZE
                   WS-RATE-SHOW              DELIMITED BY SIZE
                   '% TAX='                  DELIMITED BY SIZE
                   WS-POOL-TAX(WS-POOL-IDX)  DELIMITED BY SIZE
                   ' LOSS OUT='              DELIMITED BY SIZE
                   WS-POOL-CARRY(WS-POOL-IDX)
                                             DELIMITED BY SIZE
                   INTO WS-DARF-OUT-REC
            END-STRING
            WRITE DARF-OUT-LINE FROM WS-DARF-OUT-REC
            .
       P361-END.


      *>      RECONCILIATION SUMMARY. EVERY JOURNAL LINE READ IS
      *>      EITHER SORTED INTO A MONTH OR LEFT OUT AS NOT NUMERIC
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTDARF RECONCILIATION SUMMARY'
            DISPLAY ' JOURNAL LINES READ.: '    WS-JRNL-READ
            DISPLAY ' LINES LEFT OUT.....: '    WS-JRNL-BAD
            DISPLAY ' LINES CLASSED......: '    WS-JRNL-SORTED
            DISPLAY ' CSV ROWS SCANNED...: '    WS-LINES-READ
            DISPLAY ' TICKERS UNCLASSED..: '    WS-UNCLASSED
            DISPLAY ' CLASS CONFLICTS....: '    WS-CLS-CONFLICTS
            DISPLAY ' MONTHS REPLAYED....: '    WS-MONTHS-DONE
            DISPLAY ' MONTHS PRINTED.....: '    WS-MONTHS-PRINTED
            DISPLAY ' DARF TOTAL PAYABLE.: '    WS-TOT-PAYABLE
            DISPLAY ' LOSS CARRY SWING...: '    WS-POOL-CARRY(1)
            DISPLAY ' LOSS CARRY DAYTRADE: '    WS-POOL-CARRY(2)
            DISPLAY ' LOSS CARRY FII.....: '    WS-POOL-CARRY(3)
            IF WS-JRNL-READ NOT = WS-JRNL-BAD + WS-JRNL-SORTED THEN
                DISPLAY ' JOURNAL COUNTS DO NOT RECONCILE'
                MOVE 1 TO RETURN-CODE
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE JRNL
            CLOSE DARFIN
            CLOSE DARFCFG
            CLOSE DARFOUT
            GOBACK.
       END PROGRAM HISTDARF.
