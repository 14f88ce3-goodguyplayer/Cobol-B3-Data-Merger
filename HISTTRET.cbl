      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: TOTAL-RETURN SERIES AND PAYOUT CALENDAR FROM THE
      *        PROVENTOS.TXT REFERENCE (DIVIDENDS, JCP AND FII
      *        RENDIMENTOS, GROSS PER SHARE, KEYED BY CODNEG OR
      *        CODISI). STREAMS THE BASE (UNADJUSTED) CASH-MARKET
      *        SERIES OF THE MERGED OUTPUTINPUT.TXT BY TICKER AND DATE,
      *        CARRIES A HOLDING OF ONE SHARE FROM THE FIRST CLOSE,
      *        MULTIPLIES IT THROUGH THE SPLITS, INPLITS AND BONUS
      *        ISSUES IN CORPACTIONS.TXT AND REINVESTS EVERY
      *        DISTRIBUTION AT THE EX-DATE PREULT, AND WRITES A PRICE
      *        INDEX AND A TOTAL-RETURN INDEX (BOTH BASE 1000 ON THE
      *        FIRST CLOSE) PER TICKER PER DAY TO TRETIDX.TXT. EVERY
      *        DISTRIBUTION THAT MET A CLOSE IS LISTED BY EX-DATE
      *        MONTH IN PROVCAL.TXT WITH ITS YIELD ON THE EX-DATE
      *        CLOSE, AND ANY THAT NEVER MET ONE IS LISTED AS AN
      *        EXCEPTION SO A MISKEYED LINE DOES NOT GO UNNOTICED
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTTRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT TRETIN ASSIGN TO
                   WS-TRETIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT PROVIN ASSIGN TO
                   WS-PROVIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT CORPACT ASSIGN TO
                   WS-CORPACT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT TRETOUT ASSIGN TO
                   WS-TRETOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT CALOUT ASSIGN TO
                   WS-CALOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT SORTFILE ASSIGN TO
                   'TRETSORT.TMP'.
               SELECT CALSORT ASSIGN TO
                   'CALSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD TRETIN.
           COPY HISTOUTR.
       FD PROVIN.
           COPY PROVREF.
       FD CORPACT.
       01 CORP-ACT-REG.
           03 CORP-ACT-CODNEG          PIC X(12).
           03 CORP-ACT-EXDATE          PIC 9(08).
           03 CORP-ACT-EVTYPE          PIC X(01).
           03 CORP-ACT-OLDQTY          PIC 9(07).
           03 CORP-ACT-NEWQTY          PIC 9(07).
       FD TRETOUT.
       01 TRET-OUT-LINE                PIC X(132).
       FD CALOUT.
       01 CAL-OUT-LINE                 PIC X(132).
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-CODNEG              PIC X(12).
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-CODISI              PIC X(12).
           03 SORT-PREULT              PIC 9(11)V99.
       SD CALSORT.
       01 CSRT-REC.
           03 CSRT-MONTH               PIC 9(06).
           03 CSRT-EXDATE              PIC 9(08).
           03 CSRT-CODNEG              PIC X(12).
           03 CSRT-EVTYPE              PIC X(01).
           03 CSRT-AMOUNT              PIC 9(05)V9(08).
           03 CSRT-CLOSE               PIC 9(11)V99.
           03 CSRT-YIELD               PIC 9(03)V9(04).
           03 CSRT-PAYDATE             PIC 9(08).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-TRETIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-PROVIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-CORPACT-FILE              PIC X(128) VALUE SPACES.
       77 WS-TRETOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-CALOUT-FILE               PIC X(128) VALUE SPACES.
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
       77 WS-PROV-EOF                  PIC X.
           88 PROV-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-CORP-EOF                  PIC X.
           88 CORP-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-CSRT-EOF                  PIC X.
           88 CSRT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      PROVENTOS TABLE, LOADED FROM PROVENTOS.TXT. WS-PRV-USED
      *>      IS SET ONCE THE EVENT HAS MET A CLOSE IN SOME SERIES.
       77 WS-PRV-COUNT                 PIC 9(04) VALUE 0.
       01 WS-PRV-TABLE.
           03 WS-PRV-ENTRY OCCURS 4999 TIMES
                           INDEXED BY WS-PRV-X.
               05 WS-PRV-TYPE          PIC X(01).
               05 WS-PRV-KEY           PIC X(12).
               05 WS-PRV-EXDATE        PIC 9(08).
               05 WS-PRV-EVTYPE        PIC X(01).
               05 WS-PRV-AMOUNT        PIC 9(05)V9(08).
               05 WS-PRV-PAYDATE       PIC 9(08).
               05 WS-PRV-USED          PIC X(01).
       77 WS-PRV-IDX                   PIC 9(04) VALUE 0.
      *>      CORPORATE-ACTIONS TABLE, LOADED FROM CORPACTIONS.TXT.
      *>      EVERY EVENT TYPE CHANGES THE NUMBER OF SHARES HELD BY
      *>      NEWQTY/OLDQTY, WHICH IS ALL THE HOLDING NEEDS TO KNOW.
       77 WS-CORP-COUNT                PIC 9(03) VALUE 0.
       01 WS-CORP-TABLE.
           03 WS-CORP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-CORP-X.
               05 WS-CORP-CODNEG       PIC X(12).
               05 WS-CORP-EXDATE       PIC 9(08).
               05 WS-CORP-EVTYPE       PIC X(01).
               05 WS-CORP-OLDQTY       PIC 9(07).
               05 WS-CORP-NEWQTY       PIC 9(07).
       77 WS-CORP-IDX                  PIC 9(03) VALUE 0.
      *>      EVENTS OF THE SERIES BEING STREAMED, PICKED OUT OF THE
      *>      TWO TABLES ONCE AT EVERY TICKER BREAK SO EACH ROW ONLY
      *>      SCANS ITS OWN TICKER'S HANDFUL OF EVENTS
       77 WS-SEV-COUNT                 PIC 9(03) VALUE 0.
       01 WS-SEV-TABLE.
           03 WS-SEV-PRV OCCURS 500 TIMES PIC 9(04).
       77 WS-SEV-IDX                   PIC 9(03) VALUE 0.
       77 WS-SCA-COUNT                 PIC 9(03) VALUE 0.
       01 WS-SCA-TABLE.
           03 WS-SCA-CORP OCCURS 100 TIMES PIC 9(03).
       77 WS-SCA-IDX                   PIC 9(03) VALUE 0.
      *>      STATE OF THE SERIES BEING STREAMED. WS-SER-UNITS IS THE
      *>      HOLDING WITH DISTRIBUTIONS REINVESTED, WS-SER-PUNITS THE
      *>      SAME HOLDING MOVED BY SHARE EVENTS ONLY.
       77 WS-SER-CODNEG                PIC X(12) VALUE SPACES.
       77 WS-SER-CODISI                PIC X(12) VALUE SPACES.
       77 WS-SER-BASE                  PIC 9(11)V99 VALUE 0.
       77 WS-SER-PRVDATE               PIC 9(08) VALUE 0.
       77 WS-SER-UNITS                 PIC 9(07)V9(10) VALUE 0.
       77 WS-SER-PUNITS                PIC 9(07)V9(10) VALUE 0.
       77 WS-ROW-FACTOR                PIC 9(05)V9(08) VALUE 0.
       77 WS-ROW-DIST                  PIC 9(05)V9(08) VALUE 0.
       77 WS-PR-IDX                    PIC 9(09)V9(04) VALUE 0.
       77 WS-TR-IDX                    PIC 9(09)V9(04) VALUE 0.
      *>      CALENDAR ENTRIES COLLECTED WHILE THE SERIES STREAM BY,
      *>      SORTED BY MONTH ONCE THE STREAM IS DONE
       77 WS-CAL-COUNT                 PIC 9(04) VALUE 0.
       01 WS-CAL-TABLE.
           03 WS-CAL-ENTRY OCCURS 4999 TIMES.
               05 WS-CAL-EXDATE        PIC 9(08).
               05 WS-CAL-CODNEG        PIC X(12).
               05 WS-CAL-EVTYPE        PIC X(01).
               05 WS-CAL-AMOUNT        PIC 9(05)V9(08).
               05 WS-CAL-CLOSE         PIC 9(11)V99.
               05 WS-CAL-YIELD         PIC 9(03)V9(04).
               05 WS-CAL-PAYDATE       PIC 9(08).
       77 WS-CAL-IDX                   PIC 9(04) VALUE 0.
       77 WS-CUR-MONTH                 PIC 9(06) VALUE 0.
       77 WS-MONTH-EVENTS              PIC 9(05) VALUE 0.
       77 WS-EVTYPE-NAME               PIC X(10) VALUE SPACES.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-ROWS-SERIES               PIC 9(07) VALUE 0.
       77 WS-LINES-WRITTEN             PIC 9(07) VALUE 0.
       77 WS-SERIES-SEEN               PIC 9(05) VALUE 0.
       77 WS-DIST-APPLIED              PIC 9(05) VALUE 0.
       77 WS-DIST-UNUSED               PIC 9(05) VALUE 0.
       77 WS-SHARE-EVENTS              PIC 9(05) VALUE 0.
       01 WS-TRET-OUT-REC              PIC X(132) VALUE SPACES.
       01 WS-CAL-OUT-REC               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'BUILDING TOTAL-RETURN SERIES AND PAYOUT CALENDAR'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-TRETIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'PROVENTOS.TXT'      DELIMITED BY SIZE
                   INTO WS-PROVIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CORPACTIONS.TXT'    DELIMITED BY SIZE
                   INTO WS-CORPACT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'TRETIDX.TXT'        DELIMITED BY SIZE
                   INTO WS-TRETOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'PROVCAL.TXT'        DELIMITED BY SIZE
                   INTO WS-CALOUT-FILE
            END-STRING
            .
       P100-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            OPEN INPUT TRETIN
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
            CLOSE TRETIN
            .
       P200-END.


      *>      LOAD THE PROVENTOS AND CORPORATE-ACTIONS TABLES
       P250-START.
            SET PROV-EOF-OK TO FALSE
            OPEN INPUT PROVIN
            IF WS-FS-2 EQUAL 35 THEN
                DISPLAY 'NO PROVENTOS.TXT FOUND, TOTAL RETURN WILL '
                        'EQUAL PRICE RETURN'
            ELSE
                PERFORM P251-START THRU P251-END
                    UNTIL PROV-EOF-OK
                DISPLAY 'PROVENTOS LOADED.: ' WS-PRV-COUNT
                CLOSE PROVIN
            END-IF
            SET CORP-EOF-OK TO FALSE
            OPEN INPUT CORPACT
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'NO CORPACTIONS.TXT FOUND, NO SHARE EVENTS '
                        'WILL BE APPLIED'
            ELSE
                PERFORM P252-START THRU P252-END
                    UNTIL CORP-EOF-OK
                DISPLAY 'CORPORATE ACTIONS LOADED.: ' WS-CORP-COUNT
                CLOSE CORPACT
            END-IF
            .
       P250-END.


      *>      READ ONE DISTRIBUTION INTO THE TABLE
       P251-START.
            READ PROVIN
                AT END SET PROV-EOF-OK TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN NOT PROV-BY-CODNEG
                         AND NOT PROV-BY-ISIN
                            DISPLAY 'PROVENTOS.TXT KEY TYPE UNKNOWN, '
                                    'ENTRY IGNORED.: ' PROV-KEY
                        WHEN NOT PROV-DIVIDEND AND NOT PROV-JCP
                         AND NOT PROV-RENDIMENTO
                            DISPLAY 'PROVENTOS.TXT EVENT TYPE '
                                    'UNKNOWN, ENTRY IGNORED.: '
                                    PROV-KEY
                        WHEN PROV-REF-REC(14:8) IS NOT NUMERIC
                          OR PROV-REF-REC(23:21) IS NOT NUMERIC
                            DISPLAY 'PROVENTOS.TXT LINE NOT NUMERIC, '
                                    'ENTRY IGNORED.: ' PROV-KEY
                        WHEN WS-PRV-COUNT = 4999
                            DISPLAY 'PROVENTOS.TXT TABLE FULL, ENTRY '
                                    'IGNORED.: ' PROV-KEY
                        WHEN OTHER
                            ADD 1 TO WS-PRV-COUNT
                            MOVE PROV-KEY-TYPE
                                 TO WS-PRV-TYPE(WS-PRV-COUNT)
                            MOVE PROV-KEY
                                 TO WS-PRV-KEY(WS-PRV-COUNT)
                            MOVE PROV-EXDATE
                                 TO WS-PRV-EXDATE(WS-PRV-COUNT)
                            MOVE PROV-EVTYPE
                                 TO WS-PRV-EVTYPE(WS-PRV-COUNT)
                            MOVE PROV-AMOUNT
                                 TO WS-PRV-AMOUNT(WS-PRV-COUNT)
                            MOVE PROV-PAYDATE
                                 TO WS-PRV-PAYDATE(WS-PRV-COUNT)
                            MOVE 'N' TO WS-PRV-USED(WS-PRV-COUNT)
                    END-EVALUATE
            END-READ
            .
       P251-END.


      *>      READ ONE CORPORATE-ACTION EVENT INTO THE TABLE
       P252-START.
            READ CORPACT INTO CORP-ACT-REG
                AT END SET CORP-EOF-OK TO TRUE
                NOT AT END
                    IF WS-CORP-COUNT < 999 THEN
                        ADD 1 TO WS-CORP-COUNT
                        MOVE CORP-ACT-CODNEG
                             TO WS-CORP-CODNEG(WS-CORP-COUNT)
                        MOVE CORP-ACT-EXDATE
                             TO WS-CORP-EXDATE(WS-CORP-COUNT)
                        MOVE CORP-ACT-EVTYPE
                             TO WS-CORP-EVTYPE(WS-CORP-COUNT)
                        MOVE CORP-ACT-OLDQTY
                             TO WS-CORP-OLDQTY(WS-CORP-COUNT)
                        MOVE CORP-ACT-NEWQTY
                             TO WS-CORP-NEWQTY(WS-CORP-COUNT)
                    ELSE
                        DISPLAY 'WS-CORP-TABLE FULL, EVENT IGNORED.: '
                                CORP-ACT-CODNEG
                    END-IF
            END-READ
            .
       P252-END.


      *>      SORT THE BASE CASH ROWS BY TICKER AND DATE, THEN STREAM
      *>      THEM THROUGH THE HOLDING
       P300-START.
            SORT SORTFILE
                ON ASCENDING KEY SORT-CODNEG
                                 SORT-DATEEX
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P320-START THRU P320-END
            .
       P300-END.


      *>      RELEASE EVERY MERGED CSV DATA LINE TO THE SORT
       P310-START.
            OPEN INPUT TRETIN
            PERFORM P311-START THRU P311-END
                UNTIL EOF-OK
            CLOSE TRETIN
            .
       P310-END.


      *>      SKIP THE HEADER ROW AND EVERYTHING THAT IS NOT A BASE
      *>      CASH-MARKET REGISTRY ROW WITH A CLOSE - AN ADJUSTED
      *>      SERIES ALREADY HAS DISTRIBUTIONS IN ITS PRICES
       P311-START.
            READ TRETIN
                AT END SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINES-READ
                    IF IS-FIRST-LINE THEN
                        SET IS-FIRST-LINE TO FALSE
                    ELSE
                        IF HIST-TIPREG OF TRETIN = 01
                        AND HIST-TPMERC OF TRETIN = 010
                        AND HIST-ADJUSTED OF TRETIN = 'N'
                        AND HIST-PREULT OF TRETIN > 0 THEN
                            MOVE HIST-CODNEG OF TRETIN
                                 TO SORT-CODNEG
                            MOVE HIST-DATEEX OF TRETIN
                                 TO SORT-DATEEX
                            MOVE HIST-CODISI OF TRETIN
                                 TO SORT-CODISI
                            MOVE HIST-PREULT OF TRETIN
                                 TO SORT-PREULT
                            ADD 1 TO WS-ROWS-SERIES
                            RELEASE SORT-REC
                        END-IF
                    END-IF
            END-READ
            .
       P311-END.


      *>      TAKE THE SORTED ROWS AND WRITE ONE INDEX LINE PER ROW
       P320-START.
            OPEN OUTPUT TRETOUT
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE TRETIDX.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-TRET-OUT-REC
            STRING 'CODNEG'     DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'DATEEX'     DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'PREULT'     DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'FACTOR'     DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'DISTPS'     DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'PRIDX'      DELIMITED BY SIZE ',' DELIMITED BY SIZE
                   'TRIDX'      DELIMITED BY SIZE
                   INTO WS-TRET-OUT-REC
            END-STRING
            WRITE TRET-OUT-LINE FROM WS-TRET-OUT-REC
            SET SORT-EOF-OK TO FALSE
            PERFORM P321-START THRU P321-END
                UNTIL SORT-EOF-OK
            CLOSE TRETOUT
            .
       P320-END.


      *>      PROCESS ONE SORTED ROW
       P321-START.
            RETURN SORTFILE
                AT END SET SORT-EOF-OK TO TRUE
                NOT AT END
                    MOVE 1 TO WS-ROW-FACTOR
                    MOVE 0 TO WS-ROW-DIST
                    IF SORT-CODNEG NOT = WS-SER-CODNEG THEN
                        PERFORM P330-START THRU P330-END
                    ELSE
                        PERFORM P340-START THRU P340-END
                    END-IF
                    COMPUTE WS-PR-IDX ROUNDED
                        = WS-SER-PUNITS * SORT-PREULT * 1000
                        / WS-SER-BASE
                    COMPUTE WS-TR-IDX ROUNDED
                        = WS-SER-UNITS * SORT-PREULT * 1000
                        / WS-SER-BASE
                    MOVE SORT-DATEEX TO WS-SER-PRVDATE
                    PERFORM P350-START THRU P350-END
            END-RETURN
            .
       P321-END.


      *>      START A NEW SERIES ON THE TICKER'S FIRST CLOSE, AND PICK
      *>      OUT ITS DISTRIBUTIONS (BY CODNEG OR BY THE ROW'S CODISI)
      *>      AND ITS SHARE EVENTS. EVENTS DATED ON OR BEFORE THE
      *>      FIRST CLOSE ARE ALREADY IN THAT PRICE.
       P330-START.
            ADD 1 TO WS-SERIES-SEEN
            MOVE SORT-CODNEG TO WS-SER-CODNEG
            MOVE SORT-CODISI TO WS-SER-CODISI
            MOVE SORT-PREULT TO WS-SER-BASE
            MOVE 1 TO WS-SER-UNITS
            MOVE 1 TO WS-SER-PUNITS
            MOVE 0 TO WS-SEV-COUNT
            MOVE 0 TO WS-SCA-COUNT
            IF WS-PRV-COUNT > 0 THEN
                PERFORM P331-START THRU P331-END
                    VARYING WS-PRV-IDX FROM 1 BY 1
                    UNTIL WS-PRV-IDX > WS-PRV-COUNT
            END-IF
            IF WS-CORP-COUNT > 0 THEN
                PERFORM P332-START THRU P332-END
                    VARYING WS-CORP-IDX FROM 1 BY 1
                    UNTIL WS-CORP-IDX > WS-CORP-COUNT
            END-IF
            .
       P330-END.


      *>      KEEP ONE DISTRIBUTION IF IT BELONGS TO THIS SERIES
       P331-START.
            IF (WS-PRV-TYPE(WS-PRV-IDX) = 'N'
                AND WS-PRV-KEY(WS-PRV-IDX) = WS-SER-CODNEG)
            OR (WS-PRV-TYPE(WS-PRV-IDX) = 'I'
                AND WS-PRV-KEY(WS-PRV-IDX) = WS-SER-CODISI) THEN
                IF WS-SEV-COUNT < 500 THEN
                    ADD 1 TO WS-SEV-COUNT
                    MOVE WS-PRV-IDX TO WS-SEV-PRV(WS-SEV-COUNT)
                ELSE
                    DISPLAY 'WS-SEV-TABLE FULL, DISTRIBUTION LEFT OUT '
                            'OF ' WS-SER-CODNEG
                END-IF
            END-IF
            .
       P331-END.


      *>      KEEP ONE SHARE EVENT IF IT BELONGS TO THIS SERIES
       P332-START.
            IF WS-CORP-CODNEG(WS-CORP-IDX) = WS-SER-CODNEG
            AND WS-CORP-OLDQTY(WS-CORP-IDX) > 0
            AND WS-CORP-NEWQTY(WS-CORP-IDX) > 0 THEN
                IF WS-SCA-COUNT < 100 THEN
                    ADD 1 TO WS-SCA-COUNT
                    MOVE WS-CORP-IDX TO WS-SCA-CORP(WS-SCA-COUNT)
                ELSE
                    DISPLAY 'WS-SCA-TABLE FULL, SHARE EVENT LEFT OUT '
                            'OF ' WS-SER-CODNEG
                END-IF
            END-IF
            .
       P332-END.


      *>      MOVE THE HOLDING FROM THE PREVIOUS CLOSE TO THIS ONE:
      *>      SHARE EVENTS FIRST, THEN THE DISTRIBUTIONS GOING EX
      *>      SINCE THE PREVIOUS CLOSE, REINVESTED AT THIS CLOSE
       P340-START.
            IF WS-SCA-COUNT > 0 THEN
                PERFORM P341-START THRU P341-END
                    VARYING WS-SCA-IDX FROM 1 BY 1
                    UNTIL WS-SCA-IDX > WS-SCA-COUNT
            END-IF
            IF WS-ROW-FACTOR NOT = 1 THEN
                COMPUTE WS-SER-UNITS ROUNDED
                    = WS-SER-UNITS * WS-ROW-FACTOR
                COMPUTE WS-SER-PUNITS ROUNDED
                    = WS-SER-PUNITS * WS-ROW-FACTOR
            END-IF
            IF WS-SEV-COUNT > 0 THEN
                PERFORM P342-START THRU P342-END
                    VARYING WS-SEV-IDX FROM 1 BY 1
                    UNTIL WS-SEV-IDX > WS-SEV-COUNT
            END-IF
            IF WS-ROW-DIST > 0 THEN
                COMPUTE WS-SER-UNITS ROUNDED
                    = WS-SER-UNITS
                    + WS-SER-UNITS * WS-ROW-DIST / SORT-PREULT
            END-IF
            .
       P340-END.


      *>      FOLD ONE SHARE EVENT INTO THE ROW'S FACTOR
       P341-START.
            MOVE WS-SCA-CORP(WS-SCA-IDX) TO WS-CORP-IDX
            IF WS-CORP-EXDATE(WS-CORP-IDX) > WS-SER-PRVDATE
            AND WS-CORP-EXDATE(WS-CORP-IDX) NOT > SORT-DATEEX THEN
                COMPUTE WS-ROW-FACTOR ROUNDED
                    = WS-ROW-FACTOR
                    * WS-CORP-NEWQTY(WS-CORP-IDX)
                    / WS-CORP-OLDQTY(WS-CORP-IDX)
                ADD 1 TO WS-SHARE-EVENTS
            END-IF
            .
       P341-END.


      *>      FOLD ONE DISTRIBUTION INTO THE ROW AND HOLD IT FOR THE
      *>      CALENDAR WITH ITS YIELD ON THIS CLOSE
       P342-START.
            MOVE WS-SEV-PRV(WS-SEV-IDX) TO WS-PRV-IDX
            IF WS-PRV-EXDATE(WS-PRV-IDX) > WS-SER-PRVDATE
            AND WS-PRV-EXDATE(WS-PRV-IDX) NOT > SORT-DATEEX THEN
                ADD WS-PRV-AMOUNT(WS-PRV-IDX) TO WS-ROW-DIST
                MOVE 'Y' TO WS-PRV-USED(WS-PRV-IDX)
                ADD 1 TO WS-DIST-APPLIED
                IF WS-CAL-COUNT < 4999 THEN
                    ADD 1 TO WS-CAL-COUNT
                    MOVE WS-PRV-EXDATE(WS-PRV-IDX)
                         TO WS-CAL-EXDATE(WS-CAL-COUNT)
                    MOVE WS-SER-CODNEG
                         TO WS-CAL-CODNEG(WS-CAL-COUNT)
                    MOVE WS-PRV-EVTYPE(WS-PRV-IDX)
                         TO WS-CAL-EVTYPE(WS-CAL-COUNT)
                    MOVE WS-PRV-AMOUNT(WS-PRV-IDX)
                         TO WS-CAL-AMOUNT(WS-CAL-COUNT)
                    MOVE SORT-PREULT
                         TO WS-CAL-CLOSE(WS-CAL-COUNT)
                    COMPUTE WS-CAL-YIELD(WS-CAL-COUNT) ROUNDED
                        = WS-PRV-AMOUNT(WS-PRV-IDX) * 100
                        / SORT-PREULT
                    MOVE WS-PRV-PAYDATE(WS-PRV-IDX)
                         TO WS-CAL-PAYDATE(WS-CAL-COUNT)
                ELSE
                    DISPLAY 'WS-CAL-TABLE FULL, DISTRIBUTION LEFT OFF '
                            'THE CALENDAR.: ' WS-SER-CODNEG
                END-IF
            END-IF
            .
       P342-END.


      *>      WRITE ONE INDEX LINE
       P350-START.
            MOVE SPACES TO WS-TRET-OUT-REC
            STRING SORT-CODNEG          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-DATEEX          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   SORT-PREULT          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-ROW-FACTOR        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-ROW-DIST          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-PR-IDX            DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-TR-IDX            DELIMITED BY SIZE
                   INTO WS-TRET-OUT-REC
            END-STRING
            WRITE TRET-OUT-LINE FROM WS-TRET-OUT-REC
            ADD 1 TO WS-LINES-WRITTEN
            .
       P350-END.


      *>      WRITE THE PAYOUT CALENDAR BY EX-DATE MONTH, THEN THE
      *>      DISTRIBUTIONS THAT NEVER MET A CLOSE
       P600-START.
            OPEN OUTPUT CALOUT
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO CREATE PROVCAL.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE 'PAYOUT CALENDAR BY EX-DATE MONTH - GROSS PER SHARE, '
               & 'YIELD ON THE EX-DATE CLOSE' TO WS-CAL-OUT-REC
            WRITE CAL-OUT-LINE FROM WS-CAL-OUT-REC
            SORT CALSORT
                ON ASCENDING KEY CSRT-MONTH
                                 CSRT-EXDATE
                                 CSRT-CODNEG
                INPUT PROCEDURE IS P610-START THRU P610-END
                OUTPUT PROCEDURE IS P620-START THRU P620-END
            IF WS-PRV-COUNT > 0 THEN
                MOVE SPACES TO WS-CAL-OUT-REC
                WRITE CAL-OUT-LINE FROM WS-CAL-OUT-REC
                MOVE 'EXCEPTIONS - DISTRIBUTIONS WITH NO CLOSE ON OR '
                   & 'AFTER THE EX-DATE' TO WS-CAL-OUT-REC
                WRITE CAL-OUT-LINE FROM WS-CAL-OUT-REC
                PERFORM P630-START THRU P630-END
                    VARYING WS-PRV-IDX FROM 1 BY 1
                    UNTIL WS-PRV-IDX > WS-PRV-COUNT
            END-IF
            CLOSE CALOUT
            .
       P600-END.


      *>      RELEASE THE COLLECTED CALENDAR ENTRIES
       P610-START.
            PERFORM P611-START THRU P611-END
                VARYING WS-CAL-IDX FROM 1 BY 1
                UNTIL WS-CAL-IDX > WS-CAL-COUNT
            .
       P610-END.


      *>      RELEASE ONE CALENDAR ENTRY
       P611-START.
            COMPUTE CSRT-MONTH = WS-CAL-EXDATE(WS-CAL-IDX) / 100
            MOVE WS-CAL-EXDATE(WS-CAL-IDX)  TO CSRT-EXDATE
            MOVE WS-CAL-CODNEG(WS-CAL-IDX)  TO CSRT-CODNEG
            MOVE WS-CAL-EVTYPE(WS-CAL-IDX)  TO CSRT-EVTYPE
            MOVE WS-CAL-AMOUNT(WS-CAL-IDX)  TO CSRT-AMOUNT
            MOVE WS-CAL-CLOSE(WS-CAL-IDX)   TO CSRT-CLOSE
            MOVE WS-CAL-YIELD(WS-CAL-IDX)   TO CSRT-YIELD
            MOVE WS-CAL-PAYDATE(WS-CAL-IDX) TO CSRT-PAYDATE
            RELEASE CSRT-REC
            .
       P611-END.


      *>      WRITE THE SORTED CALENDAR WITH A HEADING AND A COUNT
      *>      PER MONTH
       P620-START.
            MOVE 0 TO WS-CUR-MONTH
            SET CSRT-EOF-OK TO FALSE
            PERFORM P621-START THRU P621-END
                UNTIL CSRT-EOF-OK
            IF WS-CUR-MONTH > 0 THEN
                PERFORM P622-START THRU P622-END
            END-IF
            .
       P620-END.


      *>      WRITE ONE CALENDAR LINE
       P621-START.
            RETURN CALSORT
                AT END SET CSRT-EOF-OK TO TRUE
                NOT AT END
                    IF CSRT-MONTH NOT = WS-CUR-MONTH THEN
                        IF WS-CUR-MONTH > 0 THEN
                            PERFORM P622-START THRU P622-END
                        END-IF
                        MOVE CSRT-MONTH TO WS-CUR-MONTH
                        MOVE 0 TO WS-MONTH-EVENTS
                        MOVE SPACES TO WS-CAL-OUT-REC
                        WRITE CAL-OUT-LINE FROM WS-CAL-OUT-REC
                        STRING 'MONTH '         DELIMITED BY SIZE
                               WS-CUR-MONTH     DELIMITED BY SIZE
                               INTO WS-CAL-OUT-REC
                        END-STRING
                        WRITE CAL-OUT-LINE FROM WS-CAL-OUT-REC
                    END-IF
                    ADD 1 TO WS-MONTH-EVENTS
                    EVALUATE CSRT-EVTYPE
                        WHEN 'D'
                            MOVE 'DIVIDEND  ' TO WS-EVTYPE-NAME
                        WHEN 'J'
                            MOVE 'JCP       ' TO WS-EVTYPE-NAME
                        WHEN OTHER
                            MOVE 'RENDIMENTO' TO WS-EVTYPE-NAME
                    END-EVALUATE
                    MOVE SPACES TO WS-CAL-OUT-REC
                    STRING '  '             DELIMITED BY SIZE
                           CSRT-EXDATE      DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           CSRT-CODNEG      DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           WS-EVTYPE-NAME   DELIMITED BY SIZE
                           ' AMOUNT='       DELIMITED BY SIZE
                           CSRT-AMOUNT      DELIMITED BY SIZE
                           ' CLOSE='        DELIMITED BY SIZE
                           CSRT-CLOSE       DELIMITED BY SIZE
                           ' YIELD%='       DELIMITED BY SIZE
                           CSRT-YIELD       DELIMITED BY SIZE
                           ' PAYS='         DELIMITED BY SIZE
                           CSRT-PAYDATE     DELIMITED BY SIZE
                           INTO WS-CAL-OUT-REC
                    END-STRING
                    WRITE CAL-OUT-LINE FROM WS-CAL-OUT-REC
            END-RETURN
            .
       P621-END.


      *>      WRITE ONE MONTH'S EVENT COUNT
       P622-START.
            MOVE SPACES TO WS-CAL-OUT-REC
            STRING '  EVENTS IN MONTH.: '   DELIMITED BY SIZE
                   WS-MONTH-EVENTS          DELIMITED BY SIZE
                   INTO WS-CAL-OUT-REC
            END-STRING
            WRITE CAL-OUT-LINE FROM WS-CAL-OUT-REC
            .
       P622-END.


      *>      LIST ONE DISTRIBUTION THAT NEVER MET A CLOSE
       P630-START.
            IF WS-PRV-USED(WS-PRV-IDX) = 'N' THEN
                ADD 1 TO WS-DIST-UNUSED
                MOVE SPACES TO WS-CAL-OUT-REC
                STRING '  '             DELIMITED BY SIZE
                       WS-PRV-TYPE(WS-PRV-IDX)
                                        DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-PRV-KEY(WS-PRV-IDX)
                                        DELIMITED BY SIZE
                       ' EX '           DELIMITED BY SIZE
                       WS-PRV-EXDATE(WS-PRV-IDX)
                                        DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-PRV-EVTYPE(WS-PRV-IDX)
                                        DELIMITED BY SIZE
                       ' AMOUNT='       DELIMITED BY SIZE
                       WS-PRV-AMOUNT(WS-PRV-IDX)
                                        DELIMITED BY SIZE
                       INTO WS-CAL-OUT-REC
                END-STRING
                WRITE CAL-OUT-LINE FROM WS-CAL-OUT-REC
            END-IF
            .
       P630-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTTRET RECONCILIATION SUMMARY'
            DISPLAY ' INPUT LINES READ...: '    WS-LINES-READ
            DISPLAY ' SERIES ROWS........: '    WS-ROWS-SERIES
            DISPLAY ' INDEX LINES WRITTEN: '    WS-LINES-WRITTEN
            DISPLAY ' TICKERS............: '    WS-SERIES-SEEN
            DISPLAY ' SHARE EVENTS.......: '    WS-SHARE-EVENTS
            DISPLAY ' DISTRIBUTIONS USED.: '    WS-DIST-APPLIED
            DISPLAY ' DISTRIBUTIONS UNMET: '    WS-DIST-UNUSED
            IF WS-ROWS-SERIES NOT = WS-LINES-WRITTEN THEN
                DISPLAY ' ROW COUNTS DO NOT RECONCILE'
                MOVE 1 TO RETURN-CODE
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE TRETIN
            CLOSE PROVIN
            CLOSE CORPACT
            CLOSE TRETOUT
            CLOSE CALOUT
            GOBACK.
       END PROGRAM HISTTRET.
