      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: DAILY MARKET BREADTH OVER THE CASH-MARKET ROWS OF THE
      *        MERGED OUTPUTINPUT.TXT (TIPREG 01, TPMERC 010, RAW
      *        SERIES). EACH TICKER'S PREULT IS COMPARED WITH ITS
      *        PRIOR TRADING DAY'S TO COUNT, PER DAY, THE ADVANCING,
      *        DECLINING AND UNCHANGED TICKERS AND THEIR VOLTOT, THE
      *        NEW 52-WEEK HIGHS AND LOWS (CLOSE BEYOND EVERY CLOSE OF
      *        THE PRIOR 364 CALENDAR DAYS, TICKERS WITH A FULL YEAR
      *        OF HISTORY ONLY), THE CUMULATIVE ADVANCE/DECLINE LINE
      *        AND THE ARMS INDEX (TRIN = (ADV / DEC) / (ADV VOLTOT /
      *        DEC VOLTOT), ZERO WHEN UNDEFINED). FIGURES ARE GIVEN
      *        FOR THE WHOLE MARKET (SECTOR 'ALL') AND PER SECTOR OF
      *        SECTORREF.TXT, MATCHED AS HISTSECT DOES, TO THE DAILY
      *        BREADTH.TXT FILE, WITH A SUMMARY PAGE FOR THE LATEST
      *        DATE IN BRDTSUMM.TXT FOR THE MORNING RECAP
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTBRDT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT BRDTIN ASSIGN TO
                   WS-BRDTIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT SECTORREF ASSIGN TO
                   WS-SECTORREF-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT BRDTWORK ASSIGN TO
                   WS-BRDTWORK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT BRDTOUT ASSIGN TO
                   WS-BRDTOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT BRDTSUMM ASSIGN TO
                   WS-BRDTSUMM-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT SORTFILE ASSIGN TO
                   'BRDTSORT.TMP'.
               SELECT DAYSORT ASSIGN TO
                   'BRDDSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD BRDTIN.
           COPY HISTOUTR.
       FD SECTORREF.
       01 SECTOR-REF-REG.
           03 SECTOR-REF-TYPE          PIC X(01).
           03 SECTOR-REF-KEY           PIC X(12).
           03 SECTOR-REF-CODE          PIC X(04).
           03 SECTOR-REF-NAME          PIC X(20).
      *>      ONE TICKER-DAY THAT HAD A PRIOR CLOSE TO COMPARE WITH:
      *>      DIRECTION 'A' ADVANCED, 'D' DECLINED, 'U' UNCHANGED
       FD BRDTWORK.
       01 BRDT-WORK-REC.
           03 BW-DATEEX                PIC 9(08).
           03 BW-SECTCODE              PIC X(04).
           03 BW-SECTNAME              PIC X(20).
           03 BW-CODNEG                PIC X(12).
           03 BW-DIRECTION             PIC X(01).
           03 BW-VOLTOT                PIC 9(16)V99.
           03 BW-NEWHI                 PIC X(01).
           03 BW-NEWLO                 PIC X(01).
       FD BRDTOUT.
       01 BRDT-OUT-LINE                PIC X(160).
       FD BRDTSUMM.
       01 BRDT-SUMM-LINE               PIC X(132).
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-CODNEG              PIC X(12).
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-SECTCODE            PIC X(04).
           03 SORT-SECTNAME            PIC X(20).
           03 SORT-PREULT              PIC 9(11)V99.
           03 SORT-VOLTOT              PIC 9(16)V99.
      *>      DAY SORT RECORD. THIS MUST MIRROR BRDT-WORK-REC FIELD
      *>      FOR FIELD, BECAUSE THE DAY SORT READS THE WORK FILE
      *>      STRAIGHT IN VIA USING.
       SD DAYSORT.
       01 DAY-SORT-REC.
           03 DS-DATEEX                PIC 9(08).
           03 DS-SECTCODE              PIC X(04).
           03 DS-SECTNAME              PIC X(20).
           03 DS-CODNEG                PIC X(12).
           03 DS-DIRECTION             PIC X(01).
           03 DS-VOLTOT                PIC 9(16)V99.
           03 DS-NEWHI                 PIC X(01).
           03 DS-NEWLO                 PIC X(01).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-BRDTIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-SECTORREF-FILE            PIC X(128) VALUE SPACES.
       77 WS-BRDTWORK-FILE             PIC X(128) VALUE SPACES.
       77 WS-BRDTOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-BRDTSUMM-FILE             PIC X(128) VALUE SPACES.
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
       77 WS-REF-EOF                   PIC X.
           88 REF-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      SECTOR REFERENCE TABLE, LOADED FROM SECTORREF.TXT AND
      *>      MATCHED THE WAY HISTSECT MATCHES IT: A CODNEG ENTRY
      *>      ('N') FIRST, THEN THE 4-CHARACTER ISSUER CODE INSIDE THE
      *>      CODISI ('I'). AN UNMATCHED TICKER COUNTS UNDER 'UNCL'.
       77 WS-REF-LOADED                PIC X(01) VALUE 'N'.
           88 REF-LOADED               VALUE 'Y'.
       77 WS-REF-COUNT                 PIC 9(03) VALUE 0.
       01 WS-REF-TABLE.
           03 WS-REF-ENTRY OCCURS 499 TIMES
                           INDEXED BY WS-REF-X.
               05 WS-REF-TYPE          PIC X(01).
               05 WS-REF-KEY           PIC X(12).
               05 WS-REF-CODE          PIC X(04).
               05 WS-REF-NAME          PIC X(20).
       77 WS-REF-FOUND                 PIC X(01) VALUE 'N'.
           88 REF-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-ROW-SECTCODE              PIC X(04) VALUE SPACES.
       77 WS-ROW-SECTNAME              PIC X(20) VALUE SPACES.
      *>      PER-TICKER WALK STATE. THE WINDOW HOLDS THE TICKER'S
      *>      MOST RECENT CLOSES, NEWEST LAST, WITH THEIR INTEGER DAY
      *>      NUMBERS, SIZED AS IN HISTTECH TO COVER 52 WEEKS.
       77 WS-PRV-CODNEG                PIC X(12) VALUE SPACES.
       77 WS-PRV-DATEEX                PIC 9(08) VALUE 0.
       77 WS-PRV-PREULT                PIC 9(11)V99 VALUE 0.
       77 WS-HAVE-PRIOR                PIC X(01) VALUE 'N'.
           88 HAVE-PRIOR               VALUE 'Y' FALSE 'N'.
       77 WS-TKR-FIRST-INT             PIC 9(08) VALUE 0.
       77 WS-CUR-INT                   PIC 9(08) VALUE 0.
       77 WS-WEEK52-CUT                PIC 9(08) VALUE 0.
       77 WS-RING-COUNT                PIC 9(03) VALUE 0.
       01 WS-RING-TABLE.
           03 WS-RING-ENTRY OCCURS 260 TIMES.
               05 WS-RING-INT          PIC 9(08).
               05 WS-RING-CLOSE        PIC 9(11)V99.
       77 WS-SHIFT-IDX                 PIC 9(03) VALUE 0.
       77 WS-SCAN-IDX                  PIC 9(03) VALUE 0.
       77 WS-HI-52W                    PIC 9(11)V99 VALUE 0.
       77 WS-LO-52W                    PIC 9(11)V99 VALUE 0.
       77 WS-IN-WINDOW                 PIC 9(03) VALUE 0.
      *>      ACCUMULATORS FOR THE CURRENT DAY/SECTOR GROUP (GRP) AND
      *>      FOR THE WHOLE MARKET ON THE CURRENT DAY (MKT)
       77 WS-HAVE-GROUP                PIC X(01) VALUE 'N'.
           88 HAVE-GROUP               VALUE 'Y' FALSE 'N'.
       77 WS-CUR-DATEEX                PIC 9(08) VALUE 0.
       77 WS-CUR-SECTCODE              PIC X(04) VALUE SPACES.
       77 WS-CUR-SECTNAME              PIC X(20) VALUE SPACES.
       01 WS-GRP-ACCUM.
           03 WS-GRP-ADV               PIC 9(05).
           03 WS-GRP-DEC               PIC 9(05).
           03 WS-GRP-UNCH              PIC 9(05).
           03 WS-GRP-ADVVOL            PIC 9(18)V99.
           03 WS-GRP-DECVOL            PIC 9(18)V99.
           03 WS-GRP-UNCHVOL           PIC 9(18)V99.
           03 WS-GRP-NEWHI             PIC 9(05).
           03 WS-GRP-NEWLO             PIC 9(05).
       01 WS-MKT-ACCUM.
           03 WS-MKT-ADV               PIC 9(05).
           03 WS-MKT-DEC               PIC 9(05).
           03 WS-MKT-UNCH              PIC 9(05).
           03 WS-MKT-ADVVOL            PIC 9(18)V99.
           03 WS-MKT-DECVOL            PIC 9(18)V99.
           03 WS-MKT-UNCHVOL           PIC 9(18)V99.
           03 WS-MKT-NEWHI             PIC 9(05).
           03 WS-MKT-NEWLO             PIC 9(05).
       77 WS-MKT-ADLINE                PIC S9(09) VALUE 0.
       77 WS-MKT-TRIN                  PIC 9(05)V9(03) VALUE 0.
      *>      ONE BREADTH LINE ON ITS WAY OUT, FILLED FROM GRP OR MKT
       01 WS-OUT-ACCUM.
           03 WS-OUT-ADV               PIC 9(05).
           03 WS-OUT-DEC               PIC 9(05).
           03 WS-OUT-UNCH              PIC 9(05).
           03 WS-OUT-ADVVOL            PIC 9(18)V99.
           03 WS-OUT-DECVOL            PIC 9(18)V99.
           03 WS-OUT-UNCHVOL           PIC 9(18)V99.
           03 WS-OUT-NEWHI             PIC 9(05).
           03 WS-OUT-NEWLO             PIC 9(05).
       77 WS-OUT-SECTCODE              PIC X(04) VALUE SPACES.
       77 WS-OUT-ADLINE                PIC S9(09) VALUE 0
                                       SIGN LEADING SEPARATE.
       77 WS-OUT-TRIN                  PIC 9(05)V9(03) VALUE 0.
      *>      EVERY SECTOR SEEN, WITH ITS RUNNING A/D LINE AND ITS
      *>      FIGURES ON THE CURRENT DAY (FLAG 'Y' WHEN IT TRADED),
      *>      WHICH AT THE END OF THE RUN ARE THE LATEST DATE'S
       77 WS-SEC-COUNT                 PIC 9(03) VALUE 0.
       01 WS-SEC-TABLE.
           03 WS-SEC-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-SEC-X.
               05 WS-SEC-CODE          PIC X(04).
               05 WS-SEC-NAME          PIC X(20).
               05 WS-SEC-ADLINE        PIC S9(09).
               05 WS-SEC-TODAY         PIC X(01).
               05 WS-SEC-DAY.
                   07 WS-SEC-ADV       PIC 9(05).
                   07 WS-SEC-DEC       PIC 9(05).
                   07 WS-SEC-UNCH      PIC 9(05).
                   07 WS-SEC-ADVVOL    PIC 9(18)V99.
                   07 WS-SEC-DECVOL    PIC 9(18)V99.
                   07 WS-SEC-UNCHVOL   PIC 9(18)V99.
                   07 WS-SEC-NEWHI     PIC 9(05).
                   07 WS-SEC-NEWLO     PIC 9(05).
               05 WS-SEC-TRIN          PIC 9(05)V9(03).
       77 WS-SEC-FOUND                 PIC X(01) VALUE 'N'.
           88 SEC-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-SEC-IDX                   PIC 9(03) VALUE 0.
      *>      SUMMARY PAGE LINES
       01 WS-SUMM-HEAD.
           03 FILLER                   PIC X(26) VALUE 'SECTOR'.
           03 FILLER                   PIC X(06) VALUE '   ADV'.
           03 FILLER                   PIC X(06) VALUE '   DEC'.
           03 FILLER                   PIC X(06) VALUE '  UNCH'.
           03 FILLER                   PIC X(06) VALUE ' NEWHI'.
           03 FILLER                   PIC X(06) VALUE ' NEWLO'.
           03 FILLER                   PIC X(11) VALUE '   A/D LINE'.
           03 FILLER                   PIC X(10) VALUE '      TRIN'.
           03 FILLER                   PIC X(19)
                                       VALUE '         ADV VOLTOT'.
           03 FILLER                   PIC X(19)
                                       VALUE '         DEC VOLTOT'.
       01 WS-SUMM-ROW.
           03 WS-SR-SECTCODE           PIC X(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SR-SECTNAME           PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SR-ADV                PIC Z(05)9.
           03 WS-SR-DEC                PIC Z(05)9.
           03 WS-SR-UNCH               PIC Z(05)9.
           03 WS-SR-NEWHI              PIC Z(05)9.
           03 WS-SR-NEWLO              PIC Z(05)9.
           03 WS-SR-ADLINE             PIC -(10)9.
           03 WS-SR-TRIN               PIC Z(05)9.999.
           03 WS-SR-ADVVOL             PIC Z(18)9.
           03 WS-SR-DECVOL             PIC Z(18)9.
       77 WS-ED-PCT                    PIC ZZ9.99.
       77 WS-ADV-PCT                   PIC 9(03)V99 VALUE 0.
       77 WS-LAST-DATEEX               PIC 9(08) VALUE 0.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(09) VALUE 0.
       77 WS-ROWS-SELECTED             PIC 9(09) VALUE 0.
       77 WS-ROWS-FIRST                PIC 9(09) VALUE 0.
       77 WS-ROWS-DUPLICATE            PIC 9(09) VALUE 0.
       77 WS-ROWS-COMPARED             PIC 9(09) VALUE 0.
       77 WS-ROWS-COUNTED              PIC 9(09) VALUE 0.
       77 WS-TICKERS-SEEN              PIC 9(07) VALUE 0.
       77 WS-DAYS-WRITTEN              PIC 9(07) VALUE 0.
       77 WS-LINES-WRITTEN             PIC 9(09) VALUE 0.
       01 WS-BRDT-OUT-REC              PIC X(160) VALUE SPACES.
       01 WS-BRDT-SUMM-REC             PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'BUILDING DAILY MARKET BREADTH'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-BRDTIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SECTORREF.TXT'      DELIMITED BY SIZE
                   INTO WS-SECTORREF-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'BRDTWORK.TXT'       DELIMITED BY SIZE
                   INTO WS-BRDTWORK-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'BREADTH.TXT'        DELIMITED BY SIZE
                   INTO WS-BRDTOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'BRDTSUMM.TXT'       DELIMITED BY SIZE
                   INTO WS-BRDTSUMM-FILE
            END-STRING
            .
       P100-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            OPEN INPUT BRDTIN
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
            CLOSE BRDTIN
            .
       P200-END.


      *>      LOAD THE SECTOR REFERENCE TABLE
       P250-START.
            SET REF-EOF-OK TO FALSE
            OPEN INPUT SECTORREF
            IF WS-FS-2 EQUAL 35 THEN
                DISPLAY 'NO SECTORREF.TXT FOUND, EVERY TICKER WILL '
                        'COUNT AS UNCLASSIFIED'
            ELSE
                PERFORM P251-START THRU P251-END
                    UNTIL REF-EOF-OK
                SET REF-LOADED TO TRUE
                DISPLAY 'SECTOR REFERENCE ENTRIES.: ' WS-REF-COUNT
                CLOSE SECTORREF
            END-IF
            .
       P250-END.


      *>      READ ONE SECTOR REFERENCE ENTRY INTO THE TABLE
       P251-START.
            READ SECTORREF INTO SECTOR-REF-REG
                AT END SET REF-EOF-OK TO TRUE
                NOT AT END
                    IF SECTOR-REF-TYPE NOT = 'N'
                    AND SECTOR-REF-TYPE NOT = 'I' THEN
                        DISPLAY 'SECTORREF.TXT KEY TYPE UNKNOWN, '
                                'ENTRY IGNORED.: ' SECTOR-REF-TYPE
                    ELSE
                        IF WS-REF-COUNT < 499 THEN
                            ADD 1 TO WS-REF-COUNT
                            MOVE SECTOR-REF-TYPE
                                 TO WS-REF-TYPE(WS-REF-COUNT)
                            MOVE SECTOR-REF-KEY
                                 TO WS-REF-KEY(WS-REF-COUNT)
                            MOVE SECTOR-REF-CODE
                                 TO WS-REF-CODE(WS-REF-COUNT)
                            MOVE SECTOR-REF-NAME
                                 TO WS-REF-NAME(WS-REF-COUNT)
                        ELSE
                            DISPLAY 'SECTORREF.TXT TABLE FULL, ENTRY '
                                    'IGNORED'
                        END-IF
                    END-IF
            END-READ
            .
       P251-END.


      *>      SORT THE CASH-MARKET ROWS BY TICKER AND DATE AND WALK
      *>      EACH TICKER, WRITING ONE WORK RECORD PER COMPARED DAY
       P300-START.
            SORT SORTFILE
                ON ASCENDING KEY SORT-CODNEG
                                 SORT-DATEEX
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P320-START THRU P320-END
            .
       P300-END.


      *>      RELEASE THE SELECTED MERGED CSV ROWS TO THE SORT
       P310-START.
            OPEN INPUT BRDTIN
            PERFORM P311-START THRU P311-END
                UNTIL EOF-OK
            CLOSE BRDTIN
            .
       P310-END.


      *>      ONE CSV LINE: SKIP THE HEADER, KEEP RAW CASH-MARKET ROWS
      *>      WITH A CLOSE, TAG THEM WITH THEIR SECTOR
       P311-START.
            READ BRDTIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P311-END
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
                GO TO P311-END
            END-IF
            IF HIST-TIPREG NOT = 01
            OR HIST-TPMERC NOT = 010
            OR HIST-ADJUSTED NOT = 'N'
            OR HIST-DATEEX IS NOT NUMERIC
            OR HIST-PREULT NOT > 0 THEN
                GO TO P311-END
            END-IF
            PERFORM P312-START THRU P312-END
            IF NOT REF-FOUND THEN
                MOVE 'UNCL' TO WS-ROW-SECTCODE
                MOVE 'UNCLASSIFIED' TO WS-ROW-SECTNAME
            END-IF
            MOVE HIST-CODNEG     TO SORT-CODNEG
            MOVE HIST-DATEEX     TO SORT-DATEEX
            MOVE WS-ROW-SECTCODE TO SORT-SECTCODE
            MOVE WS-ROW-SECTNAME TO SORT-SECTNAME
            MOVE HIST-PREULT     TO SORT-PREULT
            MOVE HIST-VOLTOT     TO SORT-VOLTOT
            RELEASE SORT-REC
            ADD 1 TO WS-ROWS-SELECTED
            .
       P311-END.


      *>      LOOK THE ROW UP IN THE SECTOR REFERENCE: AN EXACT
      *>      CODNEG ENTRY FIRST, THEN THE ISSUER PREFIX OF ITS
      *>      CODISI
       P312-START.
            SET REF-FOUND TO FALSE
            MOVE SPACES TO WS-ROW-SECTCODE
            MOVE SPACES TO WS-ROW-SECTNAME
            IF NOT REF-LOADED OR WS-REF-COUNT = 0 THEN
                GO TO P312-END
            END-IF
            SET WS-REF-X TO 1
            SEARCH WS-REF-ENTRY
                AT END CONTINUE
                WHEN WS-REF-X > WS-REF-COUNT
                    CONTINUE
                WHEN WS-REF-TYPE(WS-REF-X) = 'N'
                 AND WS-REF-KEY(WS-REF-X) = HIST-CODNEG
                    SET REF-FOUND TO TRUE
            END-SEARCH
            IF NOT REF-FOUND
            AND HIST-CODISI NOT = SPACES THEN
                SET WS-REF-X TO 1
                SEARCH WS-REF-ENTRY
                    AT END CONTINUE
                    WHEN WS-REF-X > WS-REF-COUNT
                        CONTINUE
                    WHEN WS-REF-TYPE(WS-REF-X) = 'I'
                     AND WS-REF-KEY(WS-REF-X)(1:4)
                         = HIST-CODISI (3:4)
                        SET REF-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF REF-FOUND THEN
                MOVE WS-REF-CODE(WS-REF-X) TO WS-ROW-SECTCODE
                MOVE WS-REF-NAME(WS-REF-X) TO WS-ROW-SECTNAME
            END-IF
            .
       P312-END.


      *>      TAKE THE SORTED ROWS INTO THE PER-TICKER WALK
       P320-START.
            OPEN OUTPUT BRDTWORK
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED TO CREATE BRDTWORK.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            SET SORT-EOF-OK TO FALSE
            SET HAVE-PRIOR TO FALSE
            MOVE SPACES TO WS-PRV-CODNEG
            PERFORM P321-START THRU P321-END
                UNTIL SORT-EOF-OK
            CLOSE BRDTWORK
            .
       P320-END.


      *>      PROCESS ONE SORTED TICKER/DATE. THE FIRST DAY OF A
      *>      TICKER ONLY PRIMES THE WALK; A SECOND ROW ON THE SAME
      *>      DATE IS LEFT OUT SO NO TICKER COUNTS TWICE IN A DAY.
       P321-START.
            RETURN SORTFILE
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P321-END
            END-RETURN
            COMPUTE WS-CUR-INT = FUNCTION INTEGER-OF-DATE(SORT-DATEEX)
            IF SORT-CODNEG NOT = WS-PRV-CODNEG THEN
                SET HAVE-PRIOR TO FALSE
                MOVE 0 TO WS-RING-COUNT
                MOVE WS-CUR-INT TO WS-TKR-FIRST-INT
                ADD 1 TO WS-TICKERS-SEEN
            END-IF
            IF HAVE-PRIOR AND SORT-DATEEX = WS-PRV-DATEEX THEN
                ADD 1 TO WS-ROWS-DUPLICATE
                GO TO P321-END
            END-IF
            IF HAVE-PRIOR THEN
                PERFORM P330-START THRU P330-END
            ELSE
                ADD 1 TO WS-ROWS-FIRST
            END-IF
            PERFORM P340-START THRU P340-END
            MOVE SORT-CODNEG TO WS-PRV-CODNEG
            MOVE SORT-DATEEX TO WS-PRV-DATEEX
            MOVE SORT-PREULT TO WS-PRV-PREULT
            SET HAVE-PRIOR TO TRUE
            .
       P321-END.


      *>      CLASSIFY THE DAY AGAINST THE PRIOR CLOSE, TEST IT FOR A
      *>      NEW 52-WEEK HIGH OR LOW AND WRITE THE WORK RECORD
       P330-START.
            MOVE SORT-DATEEX   TO BW-DATEEX
            MOVE SORT-SECTCODE TO BW-SECTCODE
            MOVE SORT-SECTNAME TO BW-SECTNAME
            MOVE SORT-CODNEG   TO BW-CODNEG
            MOVE SORT-VOLTOT   TO BW-VOLTOT
            EVALUATE TRUE
                WHEN SORT-PREULT > WS-PRV-PREULT
                    MOVE 'A' TO BW-DIRECTION
                WHEN SORT-PREULT < WS-PRV-PREULT
                    MOVE 'D' TO BW-DIRECTION
                WHEN OTHER
                    MOVE 'U' TO BW-DIRECTION
            END-EVALUATE
            MOVE 'N' TO BW-NEWHI
            MOVE 'N' TO BW-NEWLO
            COMPUTE WS-WEEK52-CUT = WS-CUR-INT - 364
            IF WS-TKR-FIRST-INT NOT > WS-WEEK52-CUT THEN
                MOVE 0 TO WS-HI-52W
                MOVE 0 TO WS-LO-52W
                MOVE 0 TO WS-IN-WINDOW
                PERFORM P331-START THRU P331-END
                    VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX > WS-RING-COUNT
                IF WS-IN-WINDOW > 0 THEN
                    IF SORT-PREULT > WS-HI-52W THEN
                        MOVE 'Y' TO BW-NEWHI
                    END-IF
                    IF SORT-PREULT < WS-LO-52W THEN
                        MOVE 'Y' TO BW-NEWLO
                    END-IF
                END-IF
            END-IF
            WRITE BRDT-WORK-REC
            ADD 1 TO WS-ROWS-COMPARED
            .
       P330-END.


      *>      CHECK ONE PRIOR CLOSE INSIDE THE 52-WEEK WINDOW
       P331-START.
            IF WS-RING-INT(WS-SCAN-IDX) NOT < WS-WEEK52-CUT THEN
                ADD 1 TO WS-IN-WINDOW
                IF WS-RING-CLOSE(WS-SCAN-IDX) > WS-HI-52W THEN
                    MOVE WS-RING-CLOSE(WS-SCAN-IDX) TO WS-HI-52W
                END-IF
                IF WS-LO-52W = 0
                OR WS-RING-CLOSE(WS-SCAN-IDX) < WS-LO-52W THEN
                    MOVE WS-RING-CLOSE(WS-SCAN-IDX) TO WS-LO-52W
                END-IF
            END-IF
            .
       P331-END.


      *>      FOLD THE ROW'S CLOSE INTO THE WINDOW, SHIFTING THE
      *>      OLDEST ENTRY OUT WHEN THE TABLE IS FULL
       P340-START.
            IF WS-RING-COUNT = 260 THEN
                PERFORM P341-START THRU P341-END
                    VARYING WS-SHIFT-IDX FROM 1 BY 1
                    UNTIL WS-SHIFT-IDX = 260
                SUBTRACT 1 FROM WS-RING-COUNT
            END-IF
            ADD 1 TO WS-RING-COUNT
            MOVE WS-CUR-INT  TO WS-RING-INT(WS-RING-COUNT)
            MOVE SORT-PREULT TO WS-RING-CLOSE(WS-RING-COUNT)
            .
       P340-END.


      *>      SHIFT ONE WINDOW ENTRY UP OVER THE OLDEST ONE
       P341-START.
            MOVE WS-RING-ENTRY(WS-SHIFT-IDX + 1)
                 TO WS-RING-ENTRY(WS-SHIFT-IDX)
            .
       P341-END.


      *>      SORT THE WORK FILE BY DATE AND SECTOR AND ROLL IT UP
      *>      INTO THE DAILY BREADTH FILE
       P400-START.
            SORT DAYSORT
                ON ASCENDING KEY DS-DATEEX
                                 DS-SECTCODE
                USING BRDTWORK
                OUTPUT PROCEDURE IS P410-START THRU P410-END
            .
       P400-END.


      *>      OPEN THE BREADTH FILE AND STREAM THE DAY/SECTOR GROUPS
       P410-START.
            OPEN OUTPUT BRDTOUT
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE BREADTH.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-BRDT-OUT-REC
            STRING 'DATEEX,SECTOR,ADV,DEC,UNCH,ADVVOLTOT,DECVOLTOT,'
                                        DELIMITED BY SIZE
                   'UNCHVOLTOT,NEWHI52W,NEWLO52W,ADLINE,TRIN'
                                        DELIMITED BY SIZE
                   INTO WS-BRDT-OUT-REC
            END-STRING
            WRITE BRDT-OUT-LINE FROM WS-BRDT-OUT-REC
            SET SORT-EOF-OK TO FALSE
            SET HAVE-GROUP TO FALSE
            PERFORM P420-START THRU P420-END
                UNTIL SORT-EOF-OK
            IF HAVE-GROUP THEN
                PERFORM P430-START THRU P430-END
                PERFORM P440-START THRU P440-END
            END-IF
            CLOSE BRDTOUT
            .
       P410-END.


      *>      PROCESS ONE WORK RECORD: CLOSE THE SECTOR GROUP ON A
      *>      SECTOR BREAK, AND THE DAY TOO ON A DATE BREAK
       P420-START.
            RETURN DAYSORT
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P420-END
            END-RETURN
            IF HAVE-GROUP AND DS-DATEEX NOT = WS-CUR-DATEEX THEN
                PERFORM P430-START THRU P430-END
                PERFORM P440-START THRU P440-END
                SET HAVE-GROUP TO FALSE
            END-IF
            IF HAVE-GROUP AND DS-SECTCODE NOT = WS-CUR-SECTCODE THEN
                PERFORM P430-START THRU P430-END
                MOVE DS-SECTCODE TO WS-CUR-SECTCODE
                MOVE DS-SECTNAME TO WS-CUR-SECTNAME
                INITIALIZE WS-GRP-ACCUM
            END-IF
            IF NOT HAVE-GROUP THEN
                PERFORM P425-START THRU P425-END
            END-IF
            ADD 1 TO WS-ROWS-COUNTED
            EVALUATE DS-DIRECTION
                WHEN 'A'
                    ADD 1 TO WS-GRP-ADV
                    ADD DS-VOLTOT TO WS-GRP-ADVVOL
                WHEN 'D'
                    ADD 1 TO WS-GRP-DEC
                    ADD DS-VOLTOT TO WS-GRP-DECVOL
                WHEN OTHER
                    ADD 1 TO WS-GRP-UNCH
                    ADD DS-VOLTOT TO WS-GRP-UNCHVOL
            END-EVALUATE
            IF DS-NEWHI = 'Y' THEN
                ADD 1 TO WS-GRP-NEWHI
            END-IF
            IF DS-NEWLO = 'Y' THEN
                ADD 1 TO WS-GRP-NEWLO
            END-IF
            .
       P420-END.


      *>      OPEN A NEW DAY: RESET THE MARKET AND SECTOR DAY FIGURES
      *>      AND THE FIRST SECTOR GROUP OF THE DAY
       P425-START.
            MOVE DS-DATEEX   TO WS-CUR-DATEEX
            MOVE DS-SECTCODE TO WS-CUR-SECTCODE
            MOVE DS-SECTNAME TO WS-CUR-SECTNAME
            INITIALIZE WS-GRP-ACCUM
            INITIALIZE WS-MKT-ACCUM
            PERFORM P426-START THRU P426-END
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-COUNT
            SET HAVE-GROUP TO TRUE
            .
       P425-END.


       P426-START.
            MOVE 'N' TO WS-SEC-TODAY(WS-SEC-IDX)
            INITIALIZE WS-SEC-DAY(WS-SEC-IDX)
            MOVE 0 TO WS-SEC-TRIN(WS-SEC-IDX)
            .
       P426-END.


      *>      CLOSE ONE DAY/SECTOR GROUP: MOVE ITS A/D LINE ON, KEEP
      *>      ITS FIGURES FOR THE SUMMARY, ADD IT TO THE MARKET AND
      *>      WRITE ITS BREADTH LINE
       P430-START.
            SET WS-SEC-X TO 1
            SET SEC-FOUND TO FALSE
            IF WS-SEC-COUNT > 0 THEN
                SEARCH WS-SEC-ENTRY
                    AT END CONTINUE
                    WHEN WS-SEC-X > WS-SEC-COUNT
                        CONTINUE
                    WHEN WS-SEC-CODE(WS-SEC-X) = WS-CUR-SECTCODE
                        SET SEC-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT SEC-FOUND THEN
                IF WS-SEC-COUNT < 100 THEN
                    ADD 1 TO WS-SEC-COUNT
                    SET WS-SEC-X TO WS-SEC-COUNT
                    MOVE WS-CUR-SECTCODE TO WS-SEC-CODE(WS-SEC-X)
                    MOVE WS-CUR-SECTNAME TO WS-SEC-NAME(WS-SEC-X)
                    MOVE 0 TO WS-SEC-ADLINE(WS-SEC-X)
                    SET SEC-FOUND TO TRUE
                ELSE
                    DISPLAY 'SECTOR TABLE FULL, NO SECTOR LINE FOR '
                            WS-CUR-SECTCODE
                END-IF
            END-IF
            ADD WS-GRP-ADV     TO WS-MKT-ADV
            ADD WS-GRP-DEC     TO WS-MKT-DEC
            ADD WS-GRP-UNCH    TO WS-MKT-UNCH
            ADD WS-GRP-ADVVOL  TO WS-MKT-ADVVOL
            ADD WS-GRP-DECVOL  TO WS-MKT-DECVOL
            ADD WS-GRP-UNCHVOL TO WS-MKT-UNCHVOL
            ADD WS-GRP-NEWHI   TO WS-MKT-NEWHI
            ADD WS-GRP-NEWLO   TO WS-MKT-NEWLO
            IF NOT SEC-FOUND THEN
                GO TO P430-END
            END-IF
            COMPUTE WS-SEC-ADLINE(WS-SEC-X)
                  = WS-SEC-ADLINE(WS-SEC-X) + WS-GRP-ADV - WS-GRP-DEC
            MOVE WS-GRP-ACCUM TO WS-OUT-ACCUM
            MOVE WS-GRP-ACCUM TO WS-SEC-DAY(WS-SEC-X)
            MOVE 'Y' TO WS-SEC-TODAY(WS-SEC-X)
            MOVE WS-CUR-SECTCODE TO WS-OUT-SECTCODE
            MOVE WS-SEC-ADLINE(WS-SEC-X) TO WS-OUT-ADLINE
            PERFORM P450-START THRU P450-END
            MOVE WS-OUT-TRIN TO WS-SEC-TRIN(WS-SEC-X)
            .
       P430-END.


      *>      CLOSE THE DAY: MOVE THE MARKET A/D LINE ON AND WRITE
      *>      THE WHOLE-MARKET LINE
       P440-START.
            COMPUTE WS-MKT-ADLINE
                  = WS-MKT-ADLINE + WS-MKT-ADV - WS-MKT-DEC
            MOVE WS-MKT-ACCUM TO WS-OUT-ACCUM
            MOVE 'ALL' TO WS-OUT-SECTCODE
            MOVE WS-MKT-ADLINE TO WS-OUT-ADLINE
            PERFORM P450-START THRU P450-END
            MOVE WS-OUT-TRIN TO WS-MKT-TRIN
            MOVE WS-CUR-DATEEX TO WS-LAST-DATEEX
            ADD 1 TO WS-DAYS-WRITTEN
            .
       P440-END.


      *>      WORK OUT THE ARMS INDEX OF THE OUT FIGURES AND WRITE
      *>      THEIR BREADTH LINE. (ADV/DEC)/(ADVVOL/DECVOL) IS TAKEN
      *>      AS ONE DIVISION; WITH NO DECLINER OR NO VOLTOT ON EITHER
      *>      SIDE IT IS UNDEFINED AND GOES OUT AS ZERO.
       P450-START.
            MOVE 0 TO WS-OUT-TRIN
            IF WS-OUT-DEC > 0 AND WS-OUT-ADV > 0
            AND WS-OUT-ADVVOL > 0 AND WS-OUT-DECVOL > 0 THEN
                COMPUTE WS-OUT-TRIN ROUNDED
                    = (WS-OUT-ADV * WS-OUT-DECVOL)
                    / (WS-OUT-DEC * WS-OUT-ADVVOL)
                    ON SIZE ERROR
                        MOVE 99999.999 TO WS-OUT-TRIN
                END-COMPUTE
            END-IF
            MOVE SPACES TO WS-BRDT-OUT-REC
            STRING WS-CUR-DATEEX        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-SECTCODE      DELIMITED BY SPACE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-ADV           DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-DEC           DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-UNCH          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-ADVVOL        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-DECVOL        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-UNCHVOL       DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-NEWHI         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-NEWLO         DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-ADLINE        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WS-OUT-TRIN          DELIMITED BY SIZE
                   INTO WS-BRDT-OUT-REC
            END-STRING
            WRITE BRDT-OUT-LINE FROM WS-BRDT-OUT-REC
            ADD 1 TO WS-LINES-WRITTEN
            .
       P450-END.


      *>      SUMMARY PAGE FOR THE LATEST DATE: THE WHOLE MARKET
      *>      FIRST, THEN EVERY SECTOR THAT TRADED THAT DAY
       P600-START.
            OPEN OUTPUT BRDTSUMM
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO CREATE BRDTSUMM.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-BRDT-SUMM-REC
            STRING 'MARKET BREADTH SUMMARY - DATEEX '
                                        DELIMITED BY SIZE
                   WS-LAST-DATEEX       DELIMITED BY SIZE
                   INTO WS-BRDT-SUMM-REC
            END-STRING
            WRITE BRDT-SUMM-LINE FROM WS-BRDT-SUMM-REC
            MOVE SPACES TO WS-BRDT-SUMM-REC
            WRITE BRDT-SUMM-LINE FROM WS-BRDT-SUMM-REC
            IF WS-DAYS-WRITTEN = 0 THEN
                MOVE 'NO TRADING DAY WITH A PRIOR CLOSE TO COMPARE'
                     TO WS-BRDT-SUMM-REC
                WRITE BRDT-SUMM-LINE FROM WS-BRDT-SUMM-REC
                CLOSE BRDTSUMM
                GO TO P600-END
            END-IF
            MOVE 0 TO WS-ADV-PCT
            IF WS-MKT-ADV + WS-MKT-DEC + WS-MKT-UNCH > 0 THEN
                COMPUTE WS-ADV-PCT ROUNDED
                    = WS-MKT-ADV * 100
                    / (WS-MKT-ADV + WS-MKT-DEC + WS-MKT-UNCH)
            END-IF
            MOVE WS-ADV-PCT TO WS-ED-PCT
            STRING 'TICKERS ADVANCING.: ' DELIMITED BY SIZE
                   WS-ED-PCT            DELIMITED BY SIZE
                   ' PCT'               DELIMITED BY SIZE
                   INTO WS-BRDT-SUMM-REC
            END-STRING
            WRITE BRDT-SUMM-LINE FROM WS-BRDT-SUMM-REC
            MOVE SPACES TO WS-BRDT-SUMM-REC
            WRITE BRDT-SUMM-LINE FROM WS-BRDT-SUMM-REC
            WRITE BRDT-SUMM-LINE FROM WS-SUMM-HEAD
            MOVE 'ALL'          TO WS-SR-SECTCODE
            MOVE 'WHOLE MARKET' TO WS-SR-SECTNAME
            MOVE WS-MKT-ADV     TO WS-SR-ADV
            MOVE WS-MKT-DEC     TO WS-SR-DEC
            MOVE WS-MKT-UNCH    TO WS-SR-UNCH
            MOVE WS-MKT-NEWHI   TO WS-SR-NEWHI
            MOVE WS-MKT-NEWLO   TO WS-SR-NEWLO
            MOVE WS-MKT-ADLINE  TO WS-SR-ADLINE
            MOVE WS-MKT-TRIN    TO WS-SR-TRIN
            MOVE WS-MKT-ADVVOL  TO WS-SR-ADVVOL
            MOVE WS-MKT-DECVOL  TO WS-SR-DECVOL
            WRITE BRDT-SUMM-LINE FROM WS-SUMM-ROW
            MOVE SPACES TO WS-BRDT-SUMM-REC
            WRITE BRDT-SUMM-LINE FROM WS-BRDT-SUMM-REC
            PERFORM P610-START THRU P610-END
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-COUNT
            MOVE SPACES TO WS-BRDT-SUMM-REC
            WRITE BRDT-SUMM-LINE FROM WS-BRDT-SUMM-REC
            MOVE 'TRIN = (ADV / DEC) / (ADV VOLTOT / DEC VOLTOT), '
               & 'ZERO WHEN UNDEFINED; A/D LINE CUMULATIVE OVER THE '
               & 'WHOLE FILE' TO WS-BRDT-SUMM-REC
            WRITE BRDT-SUMM-LINE FROM WS-BRDT-SUMM-REC
            CLOSE BRDTSUMM
            .
       P600-END.


      *>      ONE SECTOR ROW OF THE SUMMARY PAGE
       P610-START.
            IF WS-SEC-TODAY(WS-SEC-IDX) NOT = 'Y' THEN
                GO TO P610-END
            END-IF
            MOVE WS-SEC-CODE(WS-SEC-IDX)   TO WS-SR-SECTCODE
            MOVE WS-SEC-NAME(WS-SEC-IDX)   TO WS-SR-SECTNAME
            MOVE WS-SEC-ADV(WS-SEC-IDX)    TO WS-SR-ADV
            MOVE WS-SEC-DEC(WS-SEC-IDX)    TO WS-SR-DEC
            MOVE WS-SEC-UNCH(WS-SEC-IDX)   TO WS-SR-UNCH
            MOVE WS-SEC-NEWHI(WS-SEC-IDX)  TO WS-SR-NEWHI
            MOVE WS-SEC-NEWLO(WS-SEC-IDX)  TO WS-SR-NEWLO
            MOVE WS-SEC-ADLINE(WS-SEC-IDX) TO WS-SR-ADLINE
            MOVE WS-SEC-TRIN(WS-SEC-IDX)   TO WS-SR-TRIN
            MOVE WS-SEC-ADVVOL(WS-SEC-IDX) TO WS-SR-ADVVOL
            MOVE WS-SEC-DECVOL(WS-SEC-IDX) TO WS-SR-DECVOL
            WRITE BRDT-SUMM-LINE FROM WS-SUMM-ROW
            .
       P610-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTBRDT RECONCILIATION SUMMARY'
            DISPLAY ' INPUT LINES READ.: '    WS-LINES-READ
            DISPLAY ' ROWS SELECTED....: '    WS-ROWS-SELECTED
            DISPLAY ' TICKERS SEEN.....: '    WS-TICKERS-SEEN
            DISPLAY ' FIRST DAYS.......: '    WS-ROWS-FIRST
            DISPLAY ' SAME-DAY REPEATS.: '    WS-ROWS-DUPLICATE
            DISPLAY ' DAYS COMPARED....: '    WS-ROWS-COMPARED
            DISPLAY ' DAYS COUNTED.....: '    WS-ROWS-COUNTED
            DISPLAY ' TRADING DAYS.....: '    WS-DAYS-WRITTEN
            DISPLAY ' BREADTH LINES....: '    WS-LINES-WRITTEN
            DISPLAY ' LATEST DATE......: '    WS-LAST-DATEEX
            IF WS-ROWS-SELECTED NOT = WS-ROWS-FIRST
                                    + WS-ROWS-DUPLICATE
                                    + WS-ROWS-COMPARED
            OR WS-ROWS-COMPARED NOT = WS-ROWS-COUNTED THEN
                DISPLAY ' ROW COUNTS DO NOT RECONCILE'
                MOVE 1 TO RETURN-CODE
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE BRDTIN
            CLOSE BRDTWORK
            CLOSE BRDTOUT
            CLOSE BRDTSUMM
            GOBACK.
       END PROGRAM HISTBRDT.
