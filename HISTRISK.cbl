      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: HISTORICAL VALUE-AT-RISK AND STRESS REPORT FOR THE
      *        BACK-OFFICE POSITIONS.TXT BOOK. EVERY POSITION IS
      *        VALUED AT ITS B3VALDATE CASH CLOSE OFF THE INDEXED QUOTE
      *        MASTER AND ITS PREULT HISTORY UP TO THAT DATE IS TURNED
      *        INTO DAILY RETURNS, CORRECTED FOR THE SPLITS, INPLITS
      *        AND BONUSES IN CORPACTIONS.TXT. THE LAST LOOKBACK
      *        SESSIONS (RISKCFG.TXT, DEFAULT 250) REPRICE TODAY'S BOOK
      *        AS ONE SCENARIO EACH: 1-DAY AND 10-DAY (OVERLAPPING
      *        10-SESSION WINDOWS) VALUE-AT-RISK AND EXPECTED SHORTFALL
      *        AT 95 AND 99 PCT ARE READ OFF THE SORTED SCENARIO P&L,
      *        WITH EACH POSITION'S CONTRIBUTION TO THE 1-DAY FIGURES
      *        (ITS P&L IN THE SAME TAIL SCENARIOS, SO THE PARTS ADD UP
      *        TO THE WHOLE). THE NAMED WINDOWS IN STRESSSCEN.TXT ARE
      *        REPLAYED ON THE CURRENT BOOK FROM THE LAST CLOSE BEFORE
      *        THE WINDOW TO ITS LAST CLOSE. A POSITION WITH FEWER THAN
      *        MINOBS RETURNS IN THE LOOK-BACK, OR NO CLOSE ON THE
      *        VALUATION DATE, IS LISTED ON ITS OWN PAGE WITH THE
      *        REASON INSTEAD OF SILENTLY LEAVING THE RISK NUMBER.
      *        THE REPORT GOES TO RISKREPT.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTRISK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT POSIN ASSIGN TO
                   WS-POSIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT QUOTMAST ASSIGN TO
                   WS-QUOTMAST-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QM-KEY
               ALTERNATE RECORD KEY IS QM-CODISI
                                   WITH DUPLICATES
               FILE STATUS         IS WS-FS-2.
               SELECT RISKCFG ASSIGN TO
                   WS-RISKCFG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT CORPACT ASSIGN TO
                   WS-CORPACT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT STRESSIN ASSIGN TO
                   WS-STRESSIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT RISKOUT ASSIGN TO
                   WS-RISKOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
               SELECT SORTFILE ASSIGN TO
                   'RISKSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD POSIN.
      *>      ONE POSITION PER LINE: CODNEG(12) + QUANTITY(12) +
      *>      AVERAGE COST(13, 9(11)V99), AS HISTPVAL READS IT
       01 POS-IN-REG.
           03 POS-CODNEG               PIC X(12).
           03 POS-QTY                  PIC 9(12).
           03 POS-AVGCOST              PIC 9(11)V99.
       FD QUOTMAST.
           COPY QUOTMREC.
       FD RISKCFG.
       01 RISK-CFG-REG                 PIC X(32).
      *>      HISTADJU'S CORPORATE-ACTIONS LAYOUT
       FD CORPACT.
       01 CORP-ACT-REG.
           03 CORP-ACT-CODNEG          PIC X(12).
           03 CORP-ACT-EXDATE          PIC 9(08).
           03 CORP-ACT-EVTYPE          PIC X(01).
           03 CORP-ACT-OLDQTY          PIC 9(07).
           03 CORP-ACT-NEWQTY          PIC 9(07).
      *>      ONE STRESS WINDOW PER LINE: NAME(20) + FIRST SESSION
      *>      OF THE WINDOW(8) + LAST SESSION OF THE WINDOW(8),
      *>      UNPUNCTUATED THE WAY CORPACTIONS.TXT IS; '*' IN COLUMN 1
      *>      IS A COMMENT
       FD STRESSIN.
       01 STRESS-IN-REG.
           03 STR-NAME                 PIC X(20).
           03 STR-FROM                 PIC 9(08).
           03 STR-TO                   PIC 9(08).
       FD RISKOUT.
       01 RISK-OUT-LINE                PIC X(132).
      *>      ONE RETURN DATE OF ONE POSITION, SORTED INTO THE SHARED
      *>      SCENARIO CALENDAR
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-DATEEX              PIC 9(08).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-POSIN-FILE                PIC X(128) VALUE SPACES.
       77 WS-QUOTMAST-FILE             PIC X(128) VALUE SPACES.
       77 WS-RISKCFG-FILE              PIC X(128) VALUE SPACES.
       77 WS-CORPACT-FILE              PIC X(128) VALUE SPACES.
       77 WS-STRESSIN-FILE             PIC X(128) VALUE SPACES.
       77 WS-RISKOUT-FILE              PIC X(128) VALUE SPACES.
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
       77 WS-MAST-EOF                  PIC X.
           88 MAST-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
      *>      VALUATION DATE, REQUIRED FROM B3VALDATE (YYYYMMDD) THE
      *>      WAY HISTPVAL REQUIRES IT
       77 WS-ENV-VALDATE               PIC X(08) VALUE SPACES.
       77 WS-VALDATE                   PIC 9(08) VALUE 0.
      *>      SETTINGS FROM RISKCFG.TXT (KEY=VALUE): LOOKBACK SESSIONS
      *>      OF RETURNS AND THE MINIMUM A POSITION NEEDS INSIDE THEM
       77 WS-CFG-KEY                   PIC X(16) VALUE SPACES.
       77 WS-CFG-VALUE                 PIC X(16) VALUE SPACES.
       77 WS-CFG-NUM                   PIC 9(07) VALUE 0.
       77 WS-CFG-LOOKBACK              PIC 9(03) VALUE 250.
       77 WS-CFG-MINOBS                PIC 9(03) VALUE 200.
      *>      CORPORATE-ACTIONS TABLE, LOADED FROM CORPACTIONS.TXT
       77 WS-CORP-COUNT                PIC 9(03) VALUE 0.
       01 WS-CORP-TABLE.
           03 WS-CORP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-CORP-X.
               05 WS-CORP-CODNEG       PIC X(12).
               05 WS-CORP-EXDATE       PIC 9(08).
               05 WS-CORP-OLDQTY       PIC 9(07).
               05 WS-CORP-NEWQTY       PIC 9(07).
      *>      STRESS WINDOWS, LOADED FROM STRESSSCEN.TXT
       77 WS-SCN-COUNT                 PIC 9(02) VALUE 0.
       77 WS-SCN-IDX                   PIC 9(02) VALUE 0.
       01 WS-SCN-TABLE.
           03 WS-SCN-ENTRY OCCURS 20 TIMES.
               05 WS-SCN-NAME          PIC X(20).
               05 WS-SCN-FROM          PIC 9(08).
               05 WS-SCN-TO            PIC 9(08).
               05 WS-SCN-PNL           COMP-2.
               05 WS-SCN-COVERED       PIC 9(03).
               05 WS-SCN-MISSING       PIC 9(03).
      *>      THE BOOK. STATUS: 'R' IN THE RISK NUMBER, 'S' SHORT
      *>      HISTORY, 'V' NO CLOSE ON THE VALUATION DATE, 'M' NOT ON
      *>      THE MASTER, 'N' LINE NOT NUMERIC. PER POSITION, THE
      *>      CONTRIBUTIONS TO THE 1-DAY VAR AND ES AT 95/99 PCT AND
      *>      THE CHAINED RETURN THROUGH EACH STRESS WINDOW.
       77 WS-POS-COUNT                 PIC 9(03) VALUE 0.
       77 WS-P-IDX                     PIC 9(03) VALUE 0.
       01 WS-POS-TABLE.
           03 WS-POS-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-POS-X.
               05 WS-POS-CODNEG        PIC X(12).
               05 WS-POS-QTY           PIC 9(12).
               05 WS-POS-STATUS        PIC X(01).
               05 WS-POS-CLOSE         PIC 9(11)V99.
               05 WS-POS-VALUE         PIC 9(16)V99.
               05 WS-POS-LAST-DATE     PIC 9(08).
               05 WS-POS-NRET          PIC 9(07).
               05 WS-POS-NOBS          PIC 9(05).
               05 WS-POS-CONTRIB OCCURS 2 TIMES.
                   07 WS-POS-VARC      COMP-2.
                   07 WS-POS-ESC       COMP-2.
               05 WS-POS-STRESS OCCURS 20 TIMES.
                   07 WS-POS-CUM       COMP-2.
                   07 WS-POS-DAYS      PIC 9(05).
       77 WS-POS-FOUND                 PIC X(01) VALUE 'N'.
           88 POS-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-POS-NUMERIC               PIC X(01) VALUE 'Y'.
      *>      EACH POSITION'S LAST LOOKBACK DAILY RETURNS, KEPT AS A
      *>      RING WHILE ITS HISTORY IS READ OLDEST FIRST
       01 WS-HIST-TABLE.
           03 WS-HIST-POS OCCURS 100 TIMES.
               05 WS-HIST-DAY OCCURS 750 TIMES.
                   07 WS-HIST-DATE     PIC 9(08).
                   07 WS-HIST-RET      COMP-2.
      *>      SCENARIO CALENDAR: THE LAST LOOKBACK DATES ON WHICH ANY
      *>      VALUED POSITION HAD A RETURN, OLDEST FIRST, AND THE
      *>      RETURN OF EVERY POSITION ON EACH (ZERO WHEN IT DID NOT
      *>      TRADE THAT DAY)
       77 WS-CAL-COUNT                 PIC 9(03) VALUE 0.
       77 WS-CAL-IDX                   PIC 9(03) VALUE 0.
       01 WS-CAL-TABLE.
           03 WS-CAL-DATE OCCURS 750 TIMES PIC 9(08).
       77 WS-CRING-N                   PIC 9(07) VALUE 0.
       77 WS-CRING-LAST                PIC 9(08) VALUE 0.
       01 WS-CRING-TABLE.
           03 WS-CRING-DATE OCCURS 750 TIMES PIC 9(08).
       01 WS-MTX-TABLE.
           03 WS-MTX-DAY OCCURS 750 TIMES.
               05 WS-MTX-RET OCCURS 100 TIMES COMP-2.
      *>      SCENARIO P&L OF THE CURRENT BOOK: 1-DAY PER CALENDAR
      *>      DATE, 10-DAY PER WINDOW ENDING ON CALENDAR DATE 10 ON
       77 WS-N1                        PIC 9(03) VALUE 0.
       77 WS-N10                       PIC 9(03) VALUE 0.
       01 WS-PNL-TABLE.
           03 WS-PNL1 OCCURS 750 TIMES COMP-2.
           03 WS-PNL10 OCCURS 750 TIMES COMP-2.
      *>      SORT WORK: SCENARIO VALUES AND THEIR ORDER, WORST FIRST
       77 WS-WK-COUNT                  PIC 9(03) VALUE 0.
       77 WS-WK-HORIZON                PIC 9(01) VALUE 0.
       77 WS-WK-KEY                    PIC 9(03) VALUE 0.
       77 WS-WK-J                      PIC 9(03) VALUE 0.
       77 WS-WK-SHIFT                  PIC X(01) VALUE 'N'.
           88 SHIFT-DONE               VALUE 'Y' FALSE 'N'.
       01 WS-WK-TABLE.
           03 WS-WK-ENTRY OCCURS 750 TIMES.
               05 WS-WK-VAL            COMP-2.
               05 WS-WK-ORD            PIC 9(03).
      *>      RESULTS BY HORIZON (1 = 1-DAY, 2 = 10-DAY) AND
      *>      CONFIDENCE (1 = 95 PCT, 2 = 99 PCT); VAR AND ES ARE
      *>      LOSSES, POSITIVE WHEN THE TAIL LOSES MONEY
       01 WS-CONF-VALUES               PIC X(04) VALUE '9599'.
       01 FILLER REDEFINES WS-CONF-VALUES.
           03 WS-CONF-PCT OCCURS 2 TIMES PIC 9(02).
       77 WS-C-IDX                     PIC 9(01) VALUE 0.
       01 WS-RES-TABLE.
           03 WS-RES-H OCCURS 2 TIMES.
               05 WS-RES-C OCCURS 2 TIMES.
                   07 WS-RES-VAR       COMP-2.
                   07 WS-RES-ES        COMP-2.
                   07 WS-RES-TAIL      PIC 9(03).
      *>      ROW WORK FIELDS
       77 WS-PRV-DATE                  PIC 9(08) VALUE 0.
       77 WS-PRV-CLOSE                 PIC 9(11)V99 VALUE 0.
       77 WS-ADJ-FACTOR                COMP-2 VALUE 0.
       77 WS-RET                       COMP-2 VALUE 0.
       77 WS-FAC                       COMP-2 VALUE 0.
       77 WS-SUM                       COMP-2 VALUE 0.
       77 WS-SLOT                      PIC 9(03) VALUE 0.
       77 WS-H-IDX                     PIC 9(03) VALUE 0.
       77 WS-J-IDX                     PIC 9(03) VALUE 0.
       77 WS-T-IDX                     PIC 9(03) VALUE 0.
       77 WS-HIST-KEEP                 PIC 9(03) VALUE 0.
       77 WS-TAIL                      PIC 9(03) VALUE 0.
       77 WS-AMOUNT                    PIC S9(16)V99 VALUE 0.
       77 WS-PCT                       PIC S9(05)V99 VALUE 0.
      *>      BOOK TOTALS
       77 WS-RISK-COUNT                PIC 9(03) VALUE 0.
       77 WS-RISK-VALUE                PIC 9(18)V99 VALUE 0.
       77 WS-OUT-COUNT                 PIC 9(03) VALUE 0.
       77 WS-OUT-VALUE                 PIC 9(18)V99 VALUE 0.
       77 WS-STRESS-VALUE              PIC 9(18)V99 VALUE 0.
      *>      REPORT LINES
       01 WS-MEAS-HEAD.
           03 FILLER                   PIC X(14) VALUE 'MEASURE'.
           03 FILLER                   PIC X(19)
                                       VALUE '        LOSS 95 PCT'.
           03 FILLER                   PIC X(09) VALUE '  OF BOOK'.
           03 FILLER                   PIC X(19)
                                       VALUE '        LOSS 99 PCT'.
           03 FILLER                   PIC X(09) VALUE '  OF BOOK'.
       01 WS-MEAS-ROW.
           03 WS-MR-LABEL              PIC X(14).
           03 WS-MR-AMT95              PIC -(15)9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-MR-PCT95              PIC -(4)9.99.
           03 WS-MR-AMT99              PIC -(15)9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-MR-PCT99              PIC -(4)9.99.
       01 WS-CONT-HEAD.
           03 FILLER                   PIC X(13) VALUE 'CODNEG'.
           03 FILLER                   PIC X(11) VALUE '   QUANTITY'.
           03 FILLER                   PIC X(12) VALUE '       CLOSE'.
           03 FILLER                   PIC X(16)
                                       VALUE '    MARKET VALUE'.
           03 FILLER                   PIC X(15)
                                       VALUE '     VAR 95 PCT'.
           03 FILLER                   PIC X(15)
                                       VALUE '     VAR 99 PCT'.
           03 FILLER                   PIC X(15)
                                       VALUE '      ES 95 PCT'.
           03 FILLER                   PIC X(15)
                                       VALUE '      ES 99 PCT'.
           03 FILLER                   PIC X(08) VALUE ' PCT ES'.
           03 FILLER                   PIC X(05) VALUE '  OBS'.
       01 WS-CONT-ROW.
           03 WS-CR-CODNEG             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CR-QTY                PIC Z(10)9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CR-CLOSE              PIC Z(07)9.99.
           03 WS-CR-VALUE              PIC Z(12)9.99.
           03 WS-CR-VAR95              PIC -(11)9.99.
           03 WS-CR-VAR99              PIC -(11)9.99.
           03 WS-CR-ES95               PIC -(11)9.99.
           03 WS-CR-ES99               PIC -(11)9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CR-PCT                PIC -(3)9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CR-OBS                PIC Z(03)9.
       01 WS-STR-HEAD.
           03 FILLER                   PIC X(21) VALUE 'SCENARIO'.
           03 FILLER                   PIC X(09) VALUE 'FROM'.
           03 FILLER                   PIC X(09) VALUE 'TO'.
           03 FILLER                   PIC X(19)
                                       VALUE '        P&L ON BOOK'.
           03 FILLER                   PIC X(09) VALUE '  OF BOOK'.
           03 FILLER                   PIC X(21)
                                       VALUE '  COVERED  NOT TRADED'.
       01 WS-STR-ROW.
           03 WS-SR-NAME               PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SR-FROM               PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SR-TO                 PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SR-PNL                PIC -(15)9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SR-PCT                PIC -(4)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-SR-COVERED            PIC Z(06)9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SR-MISSING            PIC Z(10)9.
       01 WS-EXC-HEAD.
           03 FILLER                   PIC X(13) VALUE 'CODNEG'.
           03 FILLER                   PIC X(13) VALUE '    QUANTITY'.
           03 FILLER                   PIC X(06) VALUE '   OBS'.
           03 FILLER                   PIC X(08) VALUE '  REASON'.
       01 WS-EXC-ROW.
           03 WS-ER-CODNEG             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ER-QTY                PIC Z(11)9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ER-OBS                PIC Z(04)9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-ER-REASON             PIC X(60).
       77 WS-ED-MONEY                  PIC Z(15)9.99.
       77 WS-ED-COUNT                  PIC ZZ9.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-POS-READ                  PIC 9(05) VALUE 0.
       77 WS-POS-DROPPED               PIC 9(05) VALUE 0.
       77 WS-MAST-ROWS                 PIC 9(09) VALUE 0.
       77 WS-RETURNS                   PIC 9(09) VALUE 0.
       77 WS-RET-ADJUSTED              PIC 9(07) VALUE 0.
       01 WS-RISK-OUT-REC              PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P160-START THRU P160-END.
           PERFORM P170-START THRU P170-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P450-START THRU P450-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P550-START THRU P550-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES AND RESOLVE THE VALUATION DATE
       P100-START.
            DISPLAY 'MEASURING THE BOOK''S HISTORICAL RISK'
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            DISPLAY 'B3VALDATE' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-VALDATE FROM ENVIRONMENT-VALUE
            IF WS-ENV-VALDATE IS NOT NUMERIC
            OR WS-ENV-VALDATE = '00000000' THEN
                DISPLAY 'B3VALDATE NOT SET TO A YYYYMMDD VALUATION '
                        'DATE, REFUSING TO MEASURE'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE WS-ENV-VALDATE TO WS-VALDATE
            DISPLAY 'VALUATION DATE.: ' WS-VALDATE
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'POSITIONS.TXT'      DELIMITED BY SIZE
                   INTO WS-POSIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'QUOTMASTER.DAT'     DELIMITED BY SIZE
                   INTO WS-QUOTMAST-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'RISKCFG.TXT'        DELIMITED BY SIZE
                   INTO WS-RISKCFG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CORPACTIONS.TXT'    DELIMITED BY SIZE
                   INTO WS-CORPACT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'STRESSSCEN.TXT'     DELIMITED BY SIZE
                   INTO WS-STRESSIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'RISKREPT.TXT'       DELIMITED BY SIZE
                   INTO WS-RISKOUT-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD RISKCFG.TXT. A MISSING FILE KEEPS THE DEFAULTS.
       P150-START.
            PERFORM P153-START THRU P153-END
            IF WS-CFG-MINOBS > WS-CFG-LOOKBACK THEN
                DISPLAY 'RISKCFG.TXT MINOBS ABOVE LOOKBACK, CUT TO IT'
                MOVE WS-CFG-LOOKBACK TO WS-CFG-MINOBS
            END-IF
            DISPLAY 'LOOK-BACK SESSIONS.....: ' WS-CFG-LOOKBACK
            DISPLAY 'MINIMUM OBSERVATIONS...: ' WS-CFG-MINOBS
            .
       P150-END.


       P153-START.
            OPEN INPUT RISKCFG
            IF WS-FS-3 EQUAL 35 THEN
                DISPLAY 'NO RISKCFG.TXT FOUND, USING DEFAULTS'
                GO TO P153-END
            END-IF
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED TO LOAD RISKCFG.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            SET EOF-OK TO FALSE
            PERFORM P151-START THRU P151-END
                UNTIL EOF-OK
            CLOSE RISKCFG
            .
       P153-END.


      *>      PARSE ONE KEY=VALUE LINE
       P151-START.
            READ RISKCFG INTO RISK-CFG-REG
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P151-END
            END-READ
            IF RISK-CFG-REG = SPACES
            OR RISK-CFG-REG(1:1) = '*' THEN
                GO TO P151-END
            END-IF
            MOVE SPACES TO WS-CFG-KEY
            MOVE SPACES TO WS-CFG-VALUE
            UNSTRING RISK-CFG-REG DELIMITED BY '='
                INTO WS-CFG-KEY WS-CFG-VALUE
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-CFG-VALUE) NOT = 0 THEN
                DISPLAY 'RISKCFG.TXT VALUE NOT NUMERIC, IGNORED.: '
                        WS-CFG-KEY
                GO TO P151-END
            END-IF
            COMPUTE WS-CFG-NUM = FUNCTION NUMVAL(WS-CFG-VALUE)
            EVALUATE WS-CFG-KEY
                WHEN 'LOOKBACK'
                    IF WS-CFG-NUM < 20 OR WS-CFG-NUM > 750 THEN
                        DISPLAY 'RISKCFG.TXT LOOKBACK OUTSIDE 20-750, '
                                'IGNORED'
                    ELSE
                        MOVE WS-CFG-NUM TO WS-CFG-LOOKBACK
                    END-IF
                WHEN 'MINOBS'
                    IF WS-CFG-NUM < 10 OR WS-CFG-NUM > 750 THEN
                        DISPLAY 'RISKCFG.TXT MINOBS OUTSIDE 10-750, '
                                'IGNORED'
                    ELSE
                        MOVE WS-CFG-NUM TO WS-CFG-MINOBS
                    END-IF
                WHEN OTHER
                    DISPLAY 'RISKCFG.TXT KEY UNKNOWN, '
                            'IGNORED.: ' WS-CFG-KEY
            END-EVALUATE
            .
       P151-END.


      *>      LOAD THE CORPORATE-ACTION EVENTS. WITHOUT THE FILE THE
      *>      RETURNS ARE TAKEN ON THE PRICES AS PRINTED.
       P160-START.
            OPEN INPUT CORPACT
            IF WS-FS-4 EQUAL 35 THEN
                DISPLAY 'NO CORPACTIONS.TXT FOUND, RETURNS WILL NOT '
                        'BE CORRECTED FOR SPLITS'
                GO TO P160-END
            END-IF
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO LOAD CORPACTIONS.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            SET EOF-OK TO FALSE
            PERFORM P161-START THRU P161-END
                UNTIL EOF-OK
            CLOSE CORPACT
            .
       P160-END.


       P161-START.
            READ CORPACT INTO CORP-ACT-REG
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P161-END
            END-READ
            IF CORP-ACT-EXDATE IS NOT NUMERIC
            OR CORP-ACT-OLDQTY IS NOT NUMERIC
            OR CORP-ACT-NEWQTY IS NOT NUMERIC
            OR CORP-ACT-OLDQTY = 0
            OR CORP-ACT-NEWQTY = 0 THEN
                GO TO P161-END
            END-IF
            IF WS-CORP-COUNT = 999 THEN
                DISPLAY 'CORPACTIONS.TXT TABLE FULL, ENTRY IGNORED'
                GO TO P161-END
            END-IF
            ADD 1 TO WS-CORP-COUNT
            MOVE CORP-ACT-CODNEG TO WS-CORP-CODNEG(WS-CORP-COUNT)
            MOVE CORP-ACT-EXDATE TO WS-CORP-EXDATE(WS-CORP-COUNT)
            MOVE CORP-ACT-OLDQTY TO WS-CORP-OLDQTY(WS-CORP-COUNT)
            MOVE CORP-ACT-NEWQTY TO WS-CORP-NEWQTY(WS-CORP-COUNT)
            .
       P161-END.


      *>      LOAD THE STRESS WINDOWS. WITHOUT THE FILE THE REPORT
      *>      CARRIES NO STRESS PAGE.
       P170-START.
            OPEN INPUT STRESSIN
            IF WS-FS-5 EQUAL 35 THEN
                DISPLAY 'NO STRESSSCEN.TXT FOUND, NO STRESS WINDOWS '
                        'REPLAYED'
                GO TO P170-END
            END-IF
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO LOAD STRESSSCEN.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            SET EOF-OK TO FALSE
            PERFORM P171-START THRU P171-END
                UNTIL EOF-OK
            CLOSE STRESSIN
            DISPLAY 'STRESS WINDOWS LOADED..: ' WS-SCN-COUNT
            .
       P170-END.


       P171-START.
            READ STRESSIN INTO STRESS-IN-REG
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P171-END
            END-READ
            IF STRESS-IN-REG = SPACES
            OR STRESS-IN-REG(1:1) = '*' THEN
                GO TO P171-END
            END-IF
            IF STR-FROM IS NOT NUMERIC
            OR STR-TO IS NOT NUMERIC THEN
                DISPLAY 'STRESSSCEN.TXT DATES NOT NUMERIC, '
                        'IGNORED.: ' STR-NAME
                GO TO P171-END
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(STR-FROM) NOT = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(STR-TO) NOT = 0
            OR STR-FROM > STR-TO THEN
                DISPLAY 'STRESSSCEN.TXT WINDOW NOT VALID, '
                        'IGNORED.: ' STR-NAME
                GO TO P171-END
            END-IF
            IF WS-SCN-COUNT = 20 THEN
                DISPLAY 'STRESSSCEN.TXT TABLE FULL, IGNORED.: '
                        STR-NAME
                GO TO P171-END
            END-IF
            ADD 1 TO WS-SCN-COUNT
            MOVE STR-NAME TO WS-SCN-NAME(WS-SCN-COUNT)
            MOVE STR-FROM TO WS-SCN-FROM(WS-SCN-COUNT)
            MOVE STR-TO   TO WS-SCN-TO(WS-SCN-COUNT)
            MOVE 0        TO WS-SCN-PNL(WS-SCN-COUNT)
            MOVE 0        TO WS-SCN-COVERED(WS-SCN-COUNT)
            MOVE 0        TO WS-SCN-MISSING(WS-SCN-COUNT)
            .
       P171-END.


      *>      VALIDATE THE HOLDINGS FILE AND THE QUOTE MASTER
       P200-START.
            OPEN INPUT POSIN
            EVALUATE WS-FS-1
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO POSITIONS.TXT FOUND, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD POSITIONS.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            OPEN INPUT QUOTMAST
            EVALUATE WS-FS-2
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO QUOTMASTER.DAT FOUND, RUN QUOTLOAD '
                            'FIRST, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO OPEN QUOTMASTER.DAT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            .
       P200-END.


      *>      LOAD THE BOOK. TWO LINES ON ONE TICKER ARE ONE POSITION.
       P250-START.
            SET EOF-OK TO FALSE
            PERFORM P251-START THRU P251-END
                UNTIL EOF-OK
            CLOSE POSIN
            .
       P250-END.


       P251-START.
            READ POSIN INTO POS-IN-REG
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P251-END
            END-READ
            IF POS-IN-REG = SPACES THEN
                GO TO P251-END
            END-IF
            ADD 1 TO WS-POS-READ
            MOVE 'Y' TO WS-POS-NUMERIC
            IF POS-IN-REG(13:12) IS NOT NUMERIC THEN
                MOVE 'N' TO WS-POS-NUMERIC
                MOVE 0 TO POS-QTY
            END-IF
            SET POS-FOUND TO FALSE
            SET WS-POS-X TO 1
            IF WS-POS-COUNT > 0 THEN
                SEARCH WS-POS-ENTRY
                    AT END CONTINUE
                    WHEN WS-POS-X > WS-POS-COUNT
                        CONTINUE
                    WHEN WS-POS-CODNEG(WS-POS-X) = POS-CODNEG
                        SET POS-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF POS-FOUND THEN
                ADD POS-QTY TO WS-POS-QTY(WS-POS-X)
                GO TO P251-END
            END-IF
            IF WS-POS-COUNT = 100 THEN
                DISPLAY 'POSITIONS TABLE FULL, POSITION LEFT OUT.: '
                        POS-CODNEG
                ADD 1 TO WS-POS-DROPPED
                GO TO P251-END
            END-IF
            ADD 1 TO WS-POS-COUNT
            INITIALIZE WS-POS-ENTRY(WS-POS-COUNT)
            MOVE POS-CODNEG TO WS-POS-CODNEG(WS-POS-COUNT)
            MOVE POS-QTY    TO WS-POS-QTY(WS-POS-COUNT)
            MOVE 'M'        TO WS-POS-STATUS(WS-POS-COUNT)
            IF WS-POS-NUMERIC = 'N' THEN
                DISPLAY 'POSITIONS.TXT LINE NOT NUMERIC, LEFT OUT.: '
                        POS-CODNEG
                MOVE 'N' TO WS-POS-STATUS(WS-POS-COUNT)
            END-IF
            PERFORM P255-START THRU P255-END
                VARYING WS-SCN-IDX FROM 1 BY 1
                UNTIL WS-SCN-IDX > WS-SCN-COUNT
            .
       P251-END.


       P255-START.
            MOVE 1 TO WS-POS-CUM(WS-POS-COUNT WS-SCN-IDX)
            MOVE 0 TO WS-POS-DAYS(WS-POS-COUNT WS-SCN-IDX)
            .
       P255-END.


      *>      READ EVERY POSITION'S CASH HISTORY UP TO THE VALUATION
      *>      DATE OFF THE MASTER
       P300-START.
            PERFORM P310-START THRU P310-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            .
       P300-END.


      *>      ONE POSITION: POSITION THE MASTER ON ITS FIRST ROW AND
      *>      READ FORWARD WHILE THE TICKER LASTS
       P310-START.
            IF WS-POS-STATUS(WS-P-IDX) = 'N' THEN
                GO TO P310-END
            END-IF
            MOVE 0 TO WS-PRV-DATE
            MOVE 0 TO WS-PRV-CLOSE
            SET MAST-EOF-OK TO FALSE
            MOVE WS-POS-CODNEG(WS-P-IDX) TO QM-CODNEG
            MOVE 0 TO QM-DATEEX
            MOVE 0 TO QM-TPMERC
            MOVE 0 TO QM-TIPREG
            START QUOTMAST KEY NOT < QM-KEY
                INVALID KEY SET MAST-EOF-OK TO TRUE
            END-START
            PERFORM P320-START THRU P320-END
                UNTIL MAST-EOF-OK
            IF WS-PRV-DATE = 0 THEN
                GO TO P310-END
            END-IF
            IF WS-PRV-DATE NOT = WS-VALDATE THEN
                MOVE 'V' TO WS-POS-STATUS(WS-P-IDX)
                MOVE WS-PRV-DATE TO WS-POS-LAST-DATE(WS-P-IDX)
                GO TO P310-END
            END-IF
            MOVE 'R' TO WS-POS-STATUS(WS-P-IDX)
            MOVE WS-PRV-DATE  TO WS-POS-LAST-DATE(WS-P-IDX)
            MOVE WS-PRV-CLOSE TO WS-POS-CLOSE(WS-P-IDX)
            COMPUTE WS-POS-VALUE(WS-P-IDX) ROUNDED
                  = WS-POS-QTY(WS-P-IDX) * WS-PRV-CLOSE
            .
       P310-END.


      *>      ONE MASTER ROW OF THE POSITION'S TICKER
       P320-START.
            READ QUOTMAST NEXT RECORD
                AT END
                    SET MAST-EOF-OK TO TRUE
                    GO TO P320-END
            END-READ
            IF QM-CODNEG NOT = WS-POS-CODNEG(WS-P-IDX)
            OR QM-DATEEX > WS-VALDATE THEN
                SET MAST-EOF-OK TO TRUE
                GO TO P320-END
            END-IF
            IF QM-TPMERC NOT = 010
            OR QM-TIPREG NOT = 01
            OR QM-PREULT = 0 THEN
                GO TO P320-END
            END-IF
            ADD 1 TO WS-MAST-ROWS
            IF WS-PRV-DATE NOT = 0 THEN
                PERFORM P330-START THRU P330-END
            END-IF
            MOVE QM-DATEEX TO WS-PRV-DATE
            MOVE QM-PREULT TO WS-PRV-CLOSE
            .
       P320-END.


      *>      THE DAILY RETURN FROM THE PREVIOUS ROW, WITH THE PREVIOUS
      *>      CLOSE RESTATED FOR ANY EVENT GOING EX IN BETWEEN; IT GOES
      *>      INTO THE POSITION'S RING AND INTO EVERY STRESS WINDOW
      *>      THE ROW FALLS IN
       P330-START.
            MOVE 1 TO WS-ADJ-FACTOR
            PERFORM P335-START THRU P335-END
                VARYING WS-CORP-X FROM 1 BY 1
                UNTIL WS-CORP-X > WS-CORP-COUNT
            IF WS-ADJ-FACTOR NOT = 1 THEN
                ADD 1 TO WS-RET-ADJUSTED
            END-IF
            COMPUTE WS-RET = QM-PREULT
                  / (WS-PRV-CLOSE * WS-ADJ-FACTOR) - 1
            ADD 1 TO WS-RETURNS
            ADD 1 TO WS-POS-NRET(WS-P-IDX)
            COMPUTE WS-SLOT = FUNCTION MOD(WS-POS-NRET(WS-P-IDX) - 1,
                                           WS-CFG-LOOKBACK) + 1
            MOVE QM-DATEEX TO WS-HIST-DATE(WS-P-IDX WS-SLOT)
            MOVE WS-RET    TO WS-HIST-RET(WS-P-IDX WS-SLOT)
            PERFORM P336-START THRU P336-END
                VARYING WS-SCN-IDX FROM 1 BY 1
                UNTIL WS-SCN-IDX > WS-SCN-COUNT
            .
       P330-END.


       P335-START.
            IF WS-CORP-CODNEG(WS-CORP-X) = QM-CODNEG
            AND WS-CORP-EXDATE(WS-CORP-X) > WS-PRV-DATE
            AND WS-CORP-EXDATE(WS-CORP-X) NOT > QM-DATEEX THEN
                COMPUTE WS-ADJ-FACTOR = WS-ADJ-FACTOR
                      * WS-CORP-OLDQTY(WS-CORP-X)
                      / WS-CORP-NEWQTY(WS-CORP-X)
            END-IF
            .
       P335-END.


       P336-START.
            IF QM-DATEEX NOT < WS-SCN-FROM(WS-SCN-IDX)
            AND QM-DATEEX NOT > WS-SCN-TO(WS-SCN-IDX) THEN
                COMPUTE WS-POS-CUM(WS-P-IDX WS-SCN-IDX)
                      = WS-POS-CUM(WS-P-IDX WS-SCN-IDX) * (1 + WS-RET)
                ADD 1 TO WS-POS-DAYS(WS-P-IDX WS-SCN-IDX)
            END-IF
            .
       P336-END.


      *>      BUILD THE SCENARIO CALENDAR: SORT THE RETURN DATES OF
      *>      EVERY VALUED POSITION AND KEEP THE LAST LOOKBACK DISTINCT
      *>      ONES
       P400-START.
            SORT SORTFILE
                ON ASCENDING KEY SORT-DATEEX
                INPUT PROCEDURE IS P410-START THRU P410-END
                OUTPUT PROCEDURE IS P420-START THRU P420-END
            IF WS-CRING-N > WS-CFG-LOOKBACK THEN
                MOVE WS-CFG-LOOKBACK TO WS-CAL-COUNT
            ELSE
                MOVE WS-CRING-N TO WS-CAL-COUNT
            END-IF
            PERFORM P430-START THRU P430-END
                VARYING WS-CAL-IDX FROM 1 BY 1
                UNTIL WS-CAL-IDX > WS-CAL-COUNT
            .
       P400-END.


       P410-START.
            PERFORM P411-START THRU P411-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            .
       P410-END.


       P411-START.
            IF WS-POS-STATUS(WS-P-IDX) NOT = 'R' THEN
                GO TO P411-END
            END-IF
            PERFORM P415-START THRU P415-END
            PERFORM P412-START THRU P412-END
                VARYING WS-H-IDX FROM 1 BY 1
                UNTIL WS-H-IDX > WS-HIST-KEEP
            .
       P411-END.


       P412-START.
            PERFORM P416-START THRU P416-END
            MOVE WS-HIST-DATE(WS-P-IDX WS-SLOT) TO SORT-DATEEX
            RELEASE SORT-REC
            .
       P412-END.


      *>      HOW MANY RETURNS THE POSITION'S RING HOLDS
       P415-START.
            IF WS-POS-NRET(WS-P-IDX) > WS-CFG-LOOKBACK THEN
                MOVE WS-CFG-LOOKBACK TO WS-HIST-KEEP
            ELSE
                MOVE WS-POS-NRET(WS-P-IDX) TO WS-HIST-KEEP
            END-IF
            .
       P415-END.


      *>      RING SLOT OF THE WS-H-IDX-TH OLDEST RETURN HELD
       P416-START.
            IF WS-POS-NRET(WS-P-IDX) > WS-CFG-LOOKBACK THEN
                COMPUTE WS-SLOT
                      = FUNCTION MOD(WS-POS-NRET(WS-P-IDX)
                                     + WS-H-IDX - 1,
                                     WS-CFG-LOOKBACK) + 1
            ELSE
                MOVE WS-H-IDX TO WS-SLOT
            END-IF
            .
       P416-END.


       P420-START.
            SET SORT-EOF-OK TO FALSE
            PERFORM P421-START THRU P421-END
                UNTIL SORT-EOF-OK
            .
       P420-END.


       P421-START.
            RETURN SORTFILE
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P421-END
            END-RETURN
            IF SORT-DATEEX = WS-CRING-LAST THEN
                GO TO P421-END
            END-IF
            MOVE SORT-DATEEX TO WS-CRING-LAST
            ADD 1 TO WS-CRING-N
            COMPUTE WS-SLOT = FUNCTION MOD(WS-CRING-N - 1,
                                           WS-CFG-LOOKBACK) + 1
            MOVE SORT-DATEEX TO WS-CRING-DATE(WS-SLOT)
            .
       P421-END.


      *>      UNROLL THE CALENDAR RING, OLDEST FIRST
       P430-START.
            IF WS-CRING-N > WS-CFG-LOOKBACK THEN
                COMPUTE WS-SLOT = FUNCTION MOD(WS-CRING-N
                                               + WS-CAL-IDX - 1,
                                               WS-CFG-LOOKBACK) + 1
            ELSE
                MOVE WS-CAL-IDX TO WS-SLOT
            END-IF
            MOVE WS-CRING-DATE(WS-SLOT) TO WS-CAL-DATE(WS-CAL-IDX)
            .
       P430-END.


      *>      LAY EVERY VALUED POSITION'S RETURNS ON THE CALENDAR AND
      *>      SET ASIDE THE ONES WITH TOO FEW OBSERVATIONS
       P450-START.
            PERFORM P451-START THRU P451-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            .
       P450-END.


       P451-START.
            IF WS-POS-STATUS(WS-P-IDX) NOT = 'R' THEN
                GO TO P451-END
            END-IF
            PERFORM P452-START THRU P452-END
                VARYING WS-CAL-IDX FROM 1 BY 1
                UNTIL WS-CAL-IDX > WS-CAL-COUNT
            MOVE 1 TO WS-CAL-IDX
            PERFORM P415-START THRU P415-END
            PERFORM P453-START THRU P453-END
                VARYING WS-H-IDX FROM 1 BY 1
                UNTIL WS-H-IDX > WS-HIST-KEEP
            IF WS-POS-NOBS(WS-P-IDX) < WS-CFG-MINOBS THEN
                MOVE 'S' TO WS-POS-STATUS(WS-P-IDX)
                GO TO P451-END
            END-IF
            ADD 1 TO WS-RISK-COUNT
            ADD WS-POS-VALUE(WS-P-IDX) TO WS-RISK-VALUE
            .
       P451-END.


       P452-START.
            MOVE 0 TO WS-MTX-RET(WS-CAL-IDX WS-P-IDX)
            .
       P452-END.


      *>      PLACE ONE RETURN: THE CALENDAR IS WALKED FORWARD IN STEP
      *>      WITH THE RING, BOTH OLDEST FIRST
       P453-START.
            PERFORM P416-START THRU P416-END
            PERFORM P454-START THRU P454-END
                UNTIL WS-CAL-IDX > WS-CAL-COUNT
                OR WS-CAL-DATE(WS-CAL-IDX)
                   NOT < WS-HIST-DATE(WS-P-IDX WS-SLOT)
            IF WS-CAL-IDX NOT > WS-CAL-COUNT
            AND WS-CAL-DATE(WS-CAL-IDX)
                = WS-HIST-DATE(WS-P-IDX WS-SLOT) THEN
                MOVE WS-HIST-RET(WS-P-IDX WS-SLOT)
                     TO WS-MTX-RET(WS-CAL-IDX WS-P-IDX)
                ADD 1 TO WS-POS-NOBS(WS-P-IDX)
            END-IF
            .
       P453-END.


       P454-START.
            ADD 1 TO WS-CAL-IDX
            .
       P454-END.


      *>      REPRICE THE BOOK IN EVERY SCENARIO AND THROUGH EVERY
      *>      STRESS WINDOW
       P500-START.
            MOVE WS-CAL-COUNT TO WS-N1
            MOVE 0 TO WS-N10
            IF WS-CAL-COUNT NOT < 10 THEN
                COMPUTE WS-N10 = WS-CAL-COUNT - 9
            END-IF
            PERFORM P510-START THRU P510-END
                VARYING WS-CAL-IDX FROM 1 BY 1
                UNTIL WS-CAL-IDX > WS-N1
            PERFORM P520-START THRU P520-END
                VARYING WS-T-IDX FROM 1 BY 1
                UNTIL WS-T-IDX > WS-N10
            PERFORM P530-START THRU P530-END
                VARYING WS-SCN-IDX FROM 1 BY 1
                UNTIL WS-SCN-IDX > WS-SCN-COUNT
            .
       P500-END.


      *>      1-DAY: TODAY'S VALUE OF EACH POSITION TIMES ITS RETURN
      *>      ON THE CALENDAR DATE
       P510-START.
            MOVE 0 TO WS-PNL1(WS-CAL-IDX)
            PERFORM P511-START THRU P511-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            .
       P510-END.


       P511-START.
            IF WS-POS-STATUS(WS-P-IDX) = 'R' THEN
                COMPUTE WS-PNL1(WS-CAL-IDX) = WS-PNL1(WS-CAL-IDX)
                      + WS-POS-VALUE(WS-P-IDX)
                      * WS-MTX-RET(WS-CAL-IDX WS-P-IDX)
            END-IF
            .
       P511-END.


      *>      10-DAY: THE RETURNS OF TEN CONSECUTIVE CALENDAR DATES
      *>      COMPOUNDED, WINDOW WS-T-IDX ENDING ON DATE WS-T-IDX + 9
       P520-START.
            MOVE 0 TO WS-PNL10(WS-T-IDX)
            PERFORM P521-START THRU P521-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            .
       P520-END.


       P521-START.
            IF WS-POS-STATUS(WS-P-IDX) NOT = 'R' THEN
                GO TO P521-END
            END-IF
            MOVE 1 TO WS-FAC
            PERFORM P522-START THRU P522-END
                VARYING WS-J-IDX FROM WS-T-IDX BY 1
                UNTIL WS-J-IDX > WS-T-IDX + 9
            COMPUTE WS-PNL10(WS-T-IDX) = WS-PNL10(WS-T-IDX)
                  + WS-POS-VALUE(WS-P-IDX) * (WS-FAC - 1)
            .
       P521-END.


       P522-START.
            COMPUTE WS-FAC = WS-FAC
                  * (1 + WS-MTX-RET(WS-J-IDX WS-P-IDX))
            .
       P522-END.


      *>      ONE STRESS WINDOW OVER EVERY POSITION PRICED ON THE
      *>      VALUATION DATE, WHETHER OR NOT IT HAD HISTORY ENOUGH FOR
      *>      THE VAR; A POSITION THAT DID NOT TRADE IN THE WINDOW IS
      *>      COUNTED AND NAMED ON THE REPORT
       P530-START.
            PERFORM P531-START THRU P531-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            .
       P530-END.


       P531-START.
            IF WS-POS-STATUS(WS-P-IDX) NOT = 'R'
            AND WS-POS-STATUS(WS-P-IDX) NOT = 'S' THEN
                GO TO P531-END
            END-IF
            IF WS-POS-DAYS(WS-P-IDX WS-SCN-IDX) = 0 THEN
                ADD 1 TO WS-SCN-MISSING(WS-SCN-IDX)
                GO TO P531-END
            END-IF
            ADD 1 TO WS-SCN-COVERED(WS-SCN-IDX)
            COMPUTE WS-SCN-PNL(WS-SCN-IDX) = WS-SCN-PNL(WS-SCN-IDX)
                  + WS-POS-VALUE(WS-P-IDX)
                  * (WS-POS-CUM(WS-P-IDX WS-SCN-IDX) - 1)
            .
       P531-END.


      *>      RANK THE SCENARIOS AND READ OFF VAR AND ES FOR BOTH
      *>      HORIZONS; THE 1-DAY TAIL ALSO GIVES THE CONTRIBUTIONS
       P550-START.
            IF WS-RISK-COUNT = 0 THEN
                GO TO P550-END
            END-IF
            MOVE 1 TO WS-WK-HORIZON
            MOVE WS-N1 TO WS-WK-COUNT
            PERFORM P551-START THRU P551-END
                VARYING WS-T-IDX FROM 1 BY 1
                UNTIL WS-T-IDX > WS-WK-COUNT
            PERFORM P555-START THRU P555-END
            IF WS-N10 = 0 THEN
                GO TO P550-END
            END-IF
            MOVE 2 TO WS-WK-HORIZON
            MOVE WS-N10 TO WS-WK-COUNT
            PERFORM P551-START THRU P551-END
                VARYING WS-T-IDX FROM 1 BY 1
                UNTIL WS-T-IDX > WS-WK-COUNT
            PERFORM P555-START THRU P555-END
            .
       P550-END.


       P551-START.
            IF WS-WK-HORIZON = 1 THEN
                MOVE WS-PNL1(WS-T-IDX) TO WS-WK-VAL(WS-T-IDX)
            ELSE
                MOVE WS-PNL10(WS-T-IDX) TO WS-WK-VAL(WS-T-IDX)
            END-IF
            MOVE WS-T-IDX TO WS-WK-ORD(WS-T-IDX)
            .
       P551-END.


      *>      INSERTION SORT OF THE ORDER LIST, WORST P&L FIRST, THEN
      *>      THE TAIL FIGURES AT EACH CONFIDENCE
       P555-START.
            PERFORM P556-START THRU P556-END
                VARYING WS-T-IDX FROM 2 BY 1
                UNTIL WS-T-IDX > WS-WK-COUNT
            PERFORM P560-START THRU P560-END
                VARYING WS-C-IDX FROM 1 BY 1
                UNTIL WS-C-IDX > 2
            .
       P555-END.


       P556-START.
            MOVE WS-WK-ORD(WS-T-IDX) TO WS-WK-KEY
            COMPUTE WS-WK-J = WS-T-IDX - 1
            SET SHIFT-DONE TO FALSE
            PERFORM P557-START THRU P557-END
                UNTIL SHIFT-DONE
            MOVE WS-WK-KEY TO WS-WK-ORD(WS-WK-J + 1)
            .
       P556-END.


       P557-START.
            IF WS-WK-J = 0 THEN
                SET SHIFT-DONE TO TRUE
                GO TO P557-END
            END-IF
            IF WS-WK-VAL(WS-WK-ORD(WS-WK-J))
               NOT > WS-WK-VAL(WS-WK-KEY) THEN
                SET SHIFT-DONE TO TRUE
                GO TO P557-END
            END-IF
            MOVE WS-WK-ORD(WS-WK-J) TO WS-WK-ORD(WS-WK-J + 1)
            SUBTRACT 1 FROM WS-WK-J
            .
       P557-END.


      *>      TAIL OF (100 - CONFIDENCE) PCT OF THE SCENARIOS, ROUNDED
      *>      UP: VAR IS THE LOSS IN ITS BEST SCENARIO, ES THE AVERAGE
      *>      LOSS OVER ALL OF IT
       P560-START.
            COMPUTE WS-TAIL = WS-WK-COUNT
                  * (100 - WS-CONF-PCT(WS-C-IDX)) / 100
            IF WS-TAIL * 100
               < WS-WK-COUNT * (100 - WS-CONF-PCT(WS-C-IDX)) THEN
                ADD 1 TO WS-TAIL
            END-IF
            IF WS-TAIL = 0 THEN
                MOVE 1 TO WS-TAIL
            END-IF
            MOVE WS-TAIL TO WS-RES-TAIL(WS-WK-HORIZON WS-C-IDX)
            COMPUTE WS-RES-VAR(WS-WK-HORIZON WS-C-IDX)
                  = 0 - WS-WK-VAL(WS-WK-ORD(WS-TAIL))
            MOVE 0 TO WS-SUM
            PERFORM P561-START THRU P561-END
                VARYING WS-T-IDX FROM 1 BY 1
                UNTIL WS-T-IDX > WS-TAIL
            COMPUTE WS-RES-ES(WS-WK-HORIZON WS-C-IDX)
                  = 0 - WS-SUM / WS-TAIL
            IF WS-WK-HORIZON = 1 THEN
                PERFORM P562-START THRU P562-END
                    VARYING WS-P-IDX FROM 1 BY 1
                    UNTIL WS-P-IDX > WS-POS-COUNT
            END-IF
            .
       P560-END.


       P561-START.
            COMPUTE WS-SUM = WS-SUM + WS-WK-VAL(WS-WK-ORD(WS-T-IDX))
            .
       P561-END.


      *>      ONE POSITION'S SHARE OF THE 1-DAY VAR AND ES: ITS OWN
      *>      P&L IN THE VAR SCENARIO AND AVERAGED OVER THE TAIL
       P562-START.
            IF WS-POS-STATUS(WS-P-IDX) NOT = 'R' THEN
                GO TO P562-END
            END-IF
            COMPUTE WS-POS-VARC(WS-P-IDX WS-C-IDX)
                  = 0 - WS-POS-VALUE(WS-P-IDX)
                  * WS-MTX-RET(WS-WK-ORD(WS-TAIL) WS-P-IDX)
            MOVE 0 TO WS-SUM
            PERFORM P563-START THRU P563-END
                VARYING WS-T-IDX FROM 1 BY 1
                UNTIL WS-T-IDX > WS-TAIL
            COMPUTE WS-POS-ESC(WS-P-IDX WS-C-IDX)
                  = 0 - WS-POS-VALUE(WS-P-IDX) * WS-SUM / WS-TAIL
            .
       P562-END.


       P563-START.
            COMPUTE WS-SUM = WS-SUM
                  + WS-MTX-RET(WS-WK-ORD(WS-T-IDX) WS-P-IDX)
            .
       P563-END.


      *>      WRITE RISKREPT.TXT: HEADLINE FIGURES, CONTRIBUTIONS,
      *>      STRESS WINDOWS AND THE POSITIONS LEFT OUT
       P600-START.
            OPEN OUTPUT RISKOUT
            IF NOT FS-OK OF WS-FS-6 THEN
                DISPLAY 'FAILED TO CREATE RISKREPT.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-6
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-RISK-OUT-REC
            STRING 'HISTORICAL VALUE-AT-RISK AS OF '
                                        DELIMITED BY SIZE
                   WS-VALDATE           DELIMITED BY SIZE
                   INTO WS-RISK-OUT-REC
            END-STRING
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            MOVE SPACES TO WS-RISK-OUT-REC
            IF WS-CAL-COUNT > 0 THEN
                STRING 'LOOK-BACK '     DELIMITED BY SIZE
                       WS-CAL-COUNT     DELIMITED BY SIZE
                       ' SESSIONS, '    DELIMITED BY SIZE
                       WS-CAL-DATE(1)   DELIMITED BY SIZE
                       ' TO '           DELIMITED BY SIZE
                       WS-CAL-DATE(WS-CAL-COUNT)
                                        DELIMITED BY SIZE
                       ', MINIMUM '     DELIMITED BY SIZE
                       WS-CFG-MINOBS    DELIMITED BY SIZE
                       ' OBSERVATIONS PER POSITION'
                                        DELIMITED BY SIZE
                       INTO WS-RISK-OUT-REC
                END-STRING
            ELSE
                MOVE 'LOOK-BACK EMPTY, NO POSITION HAS A RETURN'
                     TO WS-RISK-OUT-REC
            END-IF
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            MOVE SPACES TO WS-RISK-OUT-REC
            MOVE WS-RISK-VALUE TO WS-ED-MONEY
            MOVE WS-RISK-COUNT TO WS-ED-COUNT
            STRING 'BOOK VALUE IN THE RISK NUMBER..: '
                                        DELIMITED BY SIZE
                   WS-ED-MONEY          DELIMITED BY SIZE
                   ' ('                 DELIMITED BY SIZE
                   WS-ED-COUNT          DELIMITED BY SIZE
                   ' POSITIONS)'        DELIMITED BY SIZE
                   INTO WS-RISK-OUT-REC
            END-STRING
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            PERFORM P605-START THRU P605-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            MOVE SPACES TO WS-RISK-OUT-REC
            MOVE WS-OUT-VALUE TO WS-ED-MONEY
            MOVE WS-OUT-COUNT TO WS-ED-COUNT
            STRING 'BOOK VALUE LEFT OUT............: '
                                        DELIMITED BY SIZE
                   WS-ED-MONEY          DELIMITED BY SIZE
                   ' ('                 DELIMITED BY SIZE
                   WS-ED-COUNT          DELIMITED BY SIZE
                   ' POSITIONS, LISTED BELOW)'
                                        DELIMITED BY SIZE
                   INTO WS-RISK-OUT-REC
            END-STRING
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            MOVE SPACES TO WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            IF WS-RISK-COUNT = 0 THEN
                MOVE 'NO POSITION HAS ENOUGH HISTORY, NO VAR MEASURED'
                     TO WS-RISK-OUT-REC
                WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            ELSE
                PERFORM P610-START THRU P610-END
                PERFORM P620-START THRU P620-END
            END-IF
            PERFORM P630-START THRU P630-END
            PERFORM P640-START THRU P640-END
            CLOSE RISKOUT
            .
       P600-END.


      *>      BOOK VALUE OUTSIDE THE RISK NUMBER (KNOWN ONLY FOR THE
      *>      POSITIONS PRICED ON THE VALUATION DATE)
       P605-START.
            IF WS-POS-STATUS(WS-P-IDX) NOT = 'R' THEN
                ADD 1 TO WS-OUT-COUNT
                ADD WS-POS-VALUE(WS-P-IDX) TO WS-OUT-VALUE
            END-IF
            .
       P605-END.


      *>      THE VAR AND ES TABLE
       P610-START.
            WRITE RISK-OUT-LINE FROM WS-MEAS-HEAD
            MOVE '1-DAY VAR' TO WS-MR-LABEL
            MOVE 1 TO WS-H-IDX
            PERFORM P611-START THRU P611-END
            MOVE '1-DAY ES' TO WS-MR-LABEL
            PERFORM P612-START THRU P612-END
            IF WS-N10 = 0 THEN
                MOVE 'FEWER THAN 10 SESSIONS, NO 10-DAY FIGURES'
                     TO WS-RISK-OUT-REC
                WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
                GO TO P610-END
            END-IF
            MOVE '10-DAY VAR' TO WS-MR-LABEL
            MOVE 2 TO WS-H-IDX
            PERFORM P611-START THRU P611-END
            MOVE '10-DAY ES' TO WS-MR-LABEL
            PERFORM P612-START THRU P612-END
            MOVE SPACES TO WS-RISK-OUT-REC
            STRING '1-DAY FROM '        DELIMITED BY SIZE
                   WS-N1                DELIMITED BY SIZE
                   ' DAILY SCENARIOS, 10-DAY FROM '
                                        DELIMITED BY SIZE
                   WS-N10               DELIMITED BY SIZE
                   ' OVERLAPPING 10-SESSION WINDOWS'
                                        DELIMITED BY SIZE
                   INTO WS-RISK-OUT-REC
            END-STRING
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            .
       P610-END.


       P611-START.
            COMPUTE WS-AMOUNT ROUNDED = WS-RES-VAR(WS-H-IDX 1)
            MOVE WS-AMOUNT TO WS-MR-AMT95
            COMPUTE WS-PCT ROUNDED = WS-AMOUNT * 100 / WS-RISK-VALUE
            MOVE WS-PCT TO WS-MR-PCT95
            COMPUTE WS-AMOUNT ROUNDED = WS-RES-VAR(WS-H-IDX 2)
            MOVE WS-AMOUNT TO WS-MR-AMT99
            COMPUTE WS-PCT ROUNDED = WS-AMOUNT * 100 / WS-RISK-VALUE
            MOVE WS-PCT TO WS-MR-PCT99
            WRITE RISK-OUT-LINE FROM WS-MEAS-ROW
            .
       P611-END.


       P612-START.
            COMPUTE WS-AMOUNT ROUNDED = WS-RES-ES(WS-H-IDX 1)
            MOVE WS-AMOUNT TO WS-MR-AMT95
            COMPUTE WS-PCT ROUNDED = WS-AMOUNT * 100 / WS-RISK-VALUE
            MOVE WS-PCT TO WS-MR-PCT95
            COMPUTE WS-AMOUNT ROUNDED = WS-RES-ES(WS-H-IDX 2)
            MOVE WS-AMOUNT TO WS-MR-AMT99
            COMPUTE WS-PCT ROUNDED = WS-AMOUNT * 100 / WS-RISK-VALUE
            MOVE WS-PCT TO WS-MR-PCT99
            WRITE RISK-OUT-LINE FROM WS-MEAS-ROW
            .
       P612-END.


      *>      ONE LINE PER POSITION IN THE RISK NUMBER
       P620-START.
            MOVE SPACES TO WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            MOVE 'CONTRIBUTIONS TO THE 1-DAY VAR AND ES'
                 TO WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-CONT-HEAD
            PERFORM P621-START THRU P621-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            .
       P620-END.


       P621-START.
            IF WS-POS-STATUS(WS-P-IDX) NOT = 'R' THEN
                GO TO P621-END
            END-IF
            MOVE WS-POS-CODNEG(WS-P-IDX) TO WS-CR-CODNEG
            MOVE WS-POS-QTY(WS-P-IDX)    TO WS-CR-QTY
            MOVE WS-POS-CLOSE(WS-P-IDX)  TO WS-CR-CLOSE
            MOVE WS-POS-VALUE(WS-P-IDX)  TO WS-CR-VALUE
            COMPUTE WS-AMOUNT ROUNDED = WS-POS-VARC(WS-P-IDX 1)
            MOVE WS-AMOUNT TO WS-CR-VAR95
            COMPUTE WS-AMOUNT ROUNDED = WS-POS-VARC(WS-P-IDX 2)
            MOVE WS-AMOUNT TO WS-CR-VAR99
            COMPUTE WS-AMOUNT ROUNDED = WS-POS-ESC(WS-P-IDX 1)
            MOVE WS-AMOUNT TO WS-CR-ES95
            COMPUTE WS-AMOUNT ROUNDED = WS-POS-ESC(WS-P-IDX 2)
            MOVE WS-AMOUNT TO WS-CR-ES99
            MOVE 0 TO WS-PCT
            IF WS-RES-ES(1 2) NOT = 0 THEN
                COMPUTE WS-PCT ROUNDED = WS-POS-ESC(WS-P-IDX 2) * 100
                      / WS-RES-ES(1 2)
            END-IF
            MOVE WS-PCT TO WS-CR-PCT
            MOVE WS-POS-NOBS(WS-P-IDX) TO WS-CR-OBS
            WRITE RISK-OUT-LINE FROM WS-CONT-ROW
            .
       P621-END.


      *>      ONE LINE PER STRESS WINDOW, WITH THE POSITIONS THAT DID
      *>      NOT TRADE IN IT NAMED UNDERNEATH
       P630-START.
            IF WS-SCN-COUNT = 0 THEN
                GO TO P630-END
            END-IF
            MOVE SPACES TO WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            MOVE 'STRESS WINDOWS REPLAYED ON THE CURRENT BOOK'
                 TO WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-STR-HEAD
            MOVE 0 TO WS-STRESS-VALUE
            PERFORM P635-START THRU P635-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            PERFORM P631-START THRU P631-END
                VARYING WS-SCN-IDX FROM 1 BY 1
                UNTIL WS-SCN-IDX > WS-SCN-COUNT
            .
       P630-END.


       P631-START.
            MOVE WS-SCN-NAME(WS-SCN-IDX)    TO WS-SR-NAME
            MOVE WS-SCN-FROM(WS-SCN-IDX)    TO WS-SR-FROM
            MOVE WS-SCN-TO(WS-SCN-IDX)      TO WS-SR-TO
            COMPUTE WS-AMOUNT ROUNDED = WS-SCN-PNL(WS-SCN-IDX)
            MOVE WS-AMOUNT TO WS-SR-PNL
            MOVE 0 TO WS-PCT
            IF WS-STRESS-VALUE > 0 THEN
                COMPUTE WS-PCT ROUNDED
                      = WS-AMOUNT * 100 / WS-STRESS-VALUE
            END-IF
            MOVE WS-PCT TO WS-SR-PCT
            MOVE WS-SCN-COVERED(WS-SCN-IDX) TO WS-SR-COVERED
            MOVE WS-SCN-MISSING(WS-SCN-IDX) TO WS-SR-MISSING
            WRITE RISK-OUT-LINE FROM WS-STR-ROW
            IF WS-SCN-MISSING(WS-SCN-IDX) > 0 THEN
                PERFORM P632-START THRU P632-END
                    VARYING WS-P-IDX FROM 1 BY 1
                    UNTIL WS-P-IDX > WS-POS-COUNT
            END-IF
            .
       P631-END.


       P632-START.
            IF (WS-POS-STATUS(WS-P-IDX) = 'R'
            OR WS-POS-STATUS(WS-P-IDX) = 'S')
            AND WS-POS-DAYS(WS-P-IDX WS-SCN-IDX) = 0 THEN
                MOVE SPACES TO WS-RISK-OUT-REC
                STRING '    NOT TRADED IN THE WINDOW, LEFT OUT.: '
                                        DELIMITED BY SIZE
                       WS-POS-CODNEG(WS-P-IDX)
                                        DELIMITED BY SIZE
                       INTO WS-RISK-OUT-REC
                END-STRING
                WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            END-IF
            .
       P632-END.


      *>      BOOK VALUE THE STRESS PERCENTAGES ARE TAKEN AGAINST
       P635-START.
            IF WS-POS-STATUS(WS-P-IDX) = 'R'
            OR WS-POS-STATUS(WS-P-IDX) = 'S' THEN
                ADD WS-POS-VALUE(WS-P-IDX) TO WS-STRESS-VALUE
            END-IF
            .
       P635-END.


      *>      THE POSITIONS LEFT OUT OF THE RISK NUMBER, WITH WHY
       P640-START.
            IF WS-OUT-COUNT = 0 THEN
                GO TO P640-END
            END-IF
            MOVE SPACES TO WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            MOVE 'POSITIONS LEFT OUT OF THE RISK NUMBER'
                 TO WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-RISK-OUT-REC
            WRITE RISK-OUT-LINE FROM WS-EXC-HEAD
            PERFORM P641-START THRU P641-END
                VARYING WS-P-IDX FROM 1 BY 1
                UNTIL WS-P-IDX > WS-POS-COUNT
            .
       P640-END.


       P641-START.
            IF WS-POS-STATUS(WS-P-IDX) = 'R' THEN
                GO TO P641-END
            END-IF
            MOVE WS-POS-CODNEG(WS-P-IDX) TO WS-ER-CODNEG
            MOVE WS-POS-QTY(WS-P-IDX)    TO WS-ER-QTY
            MOVE WS-POS-NOBS(WS-P-IDX)   TO WS-ER-OBS
            MOVE SPACES TO WS-ER-REASON
            EVALUATE WS-POS-STATUS(WS-P-IDX)
                WHEN 'S'
                    STRING 'SHORT HISTORY, FEWER THAN '
                                        DELIMITED BY SIZE
                           WS-CFG-MINOBS
                                        DELIMITED BY SIZE
                           ' RETURNS IN THE LOOK-BACK'
                                        DELIMITED BY SIZE
                           INTO WS-ER-REASON
                    END-STRING
                WHEN 'V'
                    STRING 'NO CLOSE ON THE VALUATION DATE, LAST '
                                        DELIMITED BY SIZE
                           WS-POS-LAST-DATE(WS-P-IDX)
                                        DELIMITED BY SIZE
                           INTO WS-ER-REASON
                    END-STRING
                WHEN 'M'
                    MOVE 'NO CASH-MARKET ROWS ON THE QUOTE MASTER'
                         TO WS-ER-REASON
                WHEN OTHER
                    MOVE 'POSITIONS.TXT LINE NOT NUMERIC'
                         TO WS-ER-REASON
            END-EVALUATE
            WRITE RISK-OUT-LINE FROM WS-EXC-ROW
            .
       P641-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTRISK RECONCILIATION SUMMARY'
            DISPLAY ' POSITION LINES READ: '  WS-POS-READ
            DISPLAY ' POSITIONS HELD.....: '  WS-POS-COUNT
            DISPLAY ' POSITIONS DROPPED..: '  WS-POS-DROPPED
            DISPLAY ' IN THE RISK NUMBER.: '  WS-RISK-COUNT
            DISPLAY ' LEFT OUT, LISTED...: '  WS-OUT-COUNT
            DISPLAY ' MASTER ROWS READ...: '  WS-MAST-ROWS
            DISPLAY ' RETURNS TAKEN......: '  WS-RETURNS
            DISPLAY ' RETURNS RESTATED...: '  WS-RET-ADJUSTED
            DISPLAY ' SCENARIO DATES.....: '  WS-CAL-COUNT
            DISPLAY ' STRESS WINDOWS.....: '  WS-SCN-COUNT
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE POSIN
            CLOSE QUOTMAST
            CLOSE RISKCFG
            CLOSE CORPACT
            CLOSE STRESSIN
            CLOSE RISKOUT
            GOBACK.
       END PROGRAM HISTRISK.
