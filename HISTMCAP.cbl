      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: MARKET CAPITALISATION AND FREE-FLOAT TURNOVER SERIES
      *        OVER THE MERGED OUTPUTINPUT.TXT. EVERY CASH-MARKET
      *        (TPMERC 010) CLOSE IS PAIRED WITH THE SHARES-OUTSTANDING
      *        ENTRY IN FORCE ON ITS DATE FOR ITS CODISI, FROM
      *        SHARESREF.TXT (SHRSREF LAYOUT, MAINTAINED THROUGH
      *        REFMAINT NEXT TO ISINREF.TXT), AND MCAPREPT.TXT GETS:
      *        THE DAILY MARKET CAP (CLOSE X TOTAL SHARES) AND
      *        FREE-FLOAT MARKET CAP (CLOSE X FREE-FLOAT SHARES) PER
      *        TICKER WITH THE DAY'S TURNOVER RATIO (QUATOT AS A
      *        PERCENTAGE OF THE FREE FLOAT); THE ISSUER TOTAL PER DAY
      *        ACROSS ITS SHARE CLASSES, GROUPED ON THE ISSUER CODE
      *        INSIDE THE ISIN AS HISTISSR DOES, A CLASS THAT DID NOT
      *        TRADE THAT DAY COUNTING AT ITS LATEST VALUE OF THE
      *        MONTH; AND AN EXCEPTIONS SECTION LISTING EVERY TICKER
      *        THAT TRADED WITHOUT A SHARES ENTRY, SO THE REFERENCE
      *        GETS COMPLETED INSTEAD OF THE TOTALS SILENTLY SHRINKING.
      *        THE MONTHLY RANKING BY MARKET CAP SITS WITH THE
      *        TURNOVER RANKING IN HISTISSR'S ISSRREPT.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTMCAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT MCAPIN ASSIGN TO
                   WS-MCAPIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT SHRSREF ASSIGN TO
                   WS-SHRSREF-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT MCAPOUT ASSIGN TO
                   WS-MCAPOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT MCAPWORK ASSIGN TO
                   WS-MCAPWORK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT SHRSORT ASSIGN TO
                   'MCAPSHRS.TMP'.
               SELECT SORTFILE ASSIGN TO
                   'MCAPSORT.TMP'.
               SELECT ISSRSORT ASSIGN TO
                   'MCAPISSR.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD MCAPIN.
           COPY HISTOUTR.
       FD SHRSREF.
           COPY SHRSREF.
       FD MCAPOUT.
       01 MCAP-OUT-LINE                PIC X(200).
       FD MCAPWORK.
       01 MCAP-WORK-REC.
           03 MW-ISSUER                PIC X(04).
           03 MW-DATEEX                PIC 9(08).
           03 MW-CODNEG                PIC X(12).
           03 MW-NOMRES                PIC X(12).
           03 MW-MCAP                  PIC 9(18)V99.
           03 MW-FFMCAP                PIC 9(18)V99.
      *>      SHARES REFERENCE SORT, SO THE TABLE IS IN CODISI AND
      *>      EFFECTIVE-DATE ORDER WHATEVER ORDER THE FILE IS KEPT IN
       SD SHRSORT.
       01 SHR-SORT-REC.
           03 SS-CODISI                PIC X(12).
           03 SS-EFFDATE               PIC 9(08).
           03 SS-TOTAL                 PIC 9(15).
           03 SS-FREEFLT               PIC 9(15).
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-CODISI              PIC X(12).
           03 SORT-CODNEG              PIC X(12).
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-NOMRES              PIC X(12).
           03 SORT-PREULT              PIC 9(11)V99.
           03 SORT-QUATOT              PIC 9(18).
      *>      ISSUER SORT RECORD. THIS MUST MIRROR MCAP-WORK-REC
      *>      FIELD FOR FIELD, BECAUSE THE SORT READS THE WORK FILE
      *>      STRAIGHT IN VIA USING.
       SD ISSRSORT.
       01 ISSR-SORT-REC.
           03 IS-ISSUER                PIC X(04).
           03 IS-DATEEX                PIC 9(08).
           03 IS-CODNEG                PIC X(12).
           03 IS-NOMRES                PIC X(12).
           03 IS-MCAP                  PIC 9(18)V99.
           03 IS-FFMCAP                PIC 9(18)V99.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-MCAPIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-SHRSREF-FILE              PIC X(128) VALUE SPACES.
       77 WS-MCAPOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-MCAPWORK-FILE             PIC X(128) VALUE SPACES.
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
       77 WS-SHR-EOF                   PIC X.
           88 SHR-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      SHARES-OUTSTANDING TABLE, IN CODISI AND EFFECTIVE-DATE
      *>      ORDER. WITHOUT SHARESREF.TXT EVERY TICKER LANDS IN THE
      *>      EXCEPTIONS SECTION.
       77 WS-SHR-COUNT                 PIC 9(04) VALUE 0.
       01 WS-SHR-TABLE.
           03 WS-SHR-ENTRY OCCURS 9999 TIMES
                           INDEXED BY WS-SHR-X.
               05 WS-SHR-CODISI        PIC X(12).
               05 WS-SHR-EFFDATE       PIC 9(08).
               05 WS-SHR-TOTAL         PIC 9(15).
               05 WS-SHR-FREEFLT       PIC 9(15).
       77 WS-SHR-FOUND                 PIC X(01) VALUE 'N'.
           88 SHR-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-SHR-BAD                   PIC 9(05) VALUE 0.
       77 WS-SHR-DUPS                  PIC 9(05) VALUE 0.
      *>      THE CURRENT TICKER GROUP (ONE CODISI/CODNEG SERIES, DATES
      *>      ASCENDING): ITS FIRST SHARES ENTRY, THE ENTRY IN FORCE
      *>      ON THE ROW'S DATE (0 = NONE YET) AND THE NEXT CANDIDATE
       77 WS-GRP-CODISI                PIC X(12) VALUE SPACES.
       77 WS-GRP-CODNEG                PIC X(12) VALUE SPACES.
       77 WS-GRP-LAST-DATE             PIC 9(08) VALUE 0.
       77 WS-HAVE-GROUP                PIC X(01) VALUE 'N'.
           88 HAVE-GROUP               VALUE 'Y' FALSE 'N'.
       77 WS-SHR-FIRST                 PIC 9(05) VALUE 0.
       77 WS-SHR-CUR                   PIC 9(05) VALUE 0.
       77 WS-SHR-NEXT                  PIC 9(05) VALUE 0.
       77 WS-SHR-STOP                  PIC X(01) VALUE 'N'.
           88 SHR-STOP                 VALUE 'Y' FALSE 'N'.
      *>      ROWS OF THE CURRENT GROUP THAT HAD NO SHARES ENTRY
       77 WS-MISS-ROWS                 PIC 9(07) VALUE 0.
       77 WS-MISS-FROM                 PIC 9(08) VALUE 0.
       77 WS-MISS-TO                   PIC 9(08) VALUE 0.
      *>      EXCEPTIONS: ONE LINE PER TICKER TRADED WITHOUT A SHARES
      *>      ENTRY, WITH THE ROW COUNT, DATE SPAN AND REASON
       77 WS-EXC-COUNT                 PIC 9(04) VALUE 0.
       01 WS-EXC-TABLE.
           03 WS-EXC-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-EXC-X.
               05 WS-EXC-CODNEG        PIC X(12).
               05 WS-EXC-CODISI        PIC X(12).
               05 WS-EXC-ROWS          PIC 9(07).
               05 WS-EXC-FROM          PIC 9(08).
               05 WS-EXC-TO            PIC 9(08).
               05 WS-EXC-REASON        PIC X(30).
       77 WS-EXC-LOST                  PIC 9(05) VALUE 0.
      *>      ONE ROW'S FIGURES
       77 WS-ROW-MCAP                  PIC 9(18)V99 VALUE 0.
       77 WS-ROW-FFMCAP                PIC 9(18)V99 VALUE 0.
       77 WS-ROW-TURN                  PIC 9(05)V9(04) VALUE 0.
      *>      ISSUER PASS: ONE CELL PER SHARE CLASS SEEN THIS MONTH,
      *>      HOLDING ITS LATEST MARKET CAP, SUMMED AT EVERY DATE BREAK
       77 WS-CUR-ISSUER                PIC X(04) VALUE SPACES.
       77 WS-CUR-DATE                  PIC 9(08) VALUE 0.
       77 WS-CUR-NOMRES                PIC X(12) VALUE SPACES.
       77 WS-HAVE-DAY                  PIC X(01) VALUE 'N'.
           88 HAVE-DAY                 VALUE 'Y' FALSE 'N'.
       77 WS-CLASS-COUNT               PIC 9(02) VALUE 0.
       01 WS-CLASS-TABLE.
           03 WS-CLASS-ENTRY OCCURS 12 TIMES
                             INDEXED BY WS-CLASS-X.
               05 WS-CLASS-CODNEG      PIC X(12).
               05 WS-CLASS-MCAP        PIC 9(18)V99.
               05 WS-CLASS-FFMCAP      PIC 9(18)V99.
       77 WS-CLASS-FOUND               PIC X(01) VALUE 'N'.
           88 CLASS-FOUND              VALUE 'Y' FALSE 'N'.
       77 WS-CLASS-IDX                 PIC 9(02) VALUE 0.
       77 WS-DAY-MCAP                  PIC 9(18)V99 VALUE 0.
       77 WS-DAY-FFMCAP                PIC 9(18)V99 VALUE 0.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-ROWS-CASH                 PIC 9(07) VALUE 0.
       77 WS-ROWS-VALUED               PIC 9(07) VALUE 0.
       77 WS-ROWS-DUP                  PIC 9(07) VALUE 0.
       77 WS-ROWS-MISSING              PIC 9(07) VALUE 0.
       77 WS-ISSUER-DAYS               PIC 9(07) VALUE 0.
      *>      REPORT LINES
       01 WS-MCAP-OUT-REC              PIC X(200) VALUE SPACES.
       01 WS-TICK-HEAD.
           03 FILLER                   PIC X(09) VALUE 'DATE'.
           03 FILLER                   PIC X(13) VALUE 'CODNEG'.
           03 FILLER                   PIC X(12) VALUE 'CODISI'.
           03 FILLER                   PIC X(15)
                                       VALUE '          CLOSE'.
           03 FILLER                   PIC X(22)
                                       VALUE '            MARKET CAP'.
           03 FILLER                   PIC X(22)
                                       VALUE '    FREE-FLOAT MKT CAP'.
           03 FILLER                   PIC X(19)
                                       VALUE '             QUATOT'.
           03 FILLER                   PIC X(11)
                                       VALUE '   TURN PCT'.
       01 WS-TICK-ROW.
           03 WS-TR-DATE               PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TR-CODNEG             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TR-CODISI             PIC X(12).
           03 WS-TR-CLOSE              PIC Z(11)9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TR-MCAP               PIC Z(17)9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TR-FFMCAP             PIC Z(17)9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TR-QUATOT             PIC Z(17)9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TR-TURN               PIC Z(04)9.9999.
       01 WS-ISSR-HEAD.
           03 FILLER                   PIC X(09) VALUE 'DATE'.
           03 FILLER                   PIC X(07) VALUE 'ISSUER'.
           03 FILLER                   PIC X(13) VALUE 'NOMRES'.
           03 FILLER                   PIC X(07) VALUE 'CLASSES'.
           03 FILLER                   PIC X(22)
                                       VALUE '            MARKET CAP'.
           03 FILLER                   PIC X(22)
                                       VALUE '    FREE-FLOAT MKT CAP'.
       01 WS-ISSR-ROW.
           03 WS-IR-DATE               PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-IR-ISSUER             PIC X(04).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 WS-IR-NOMRES             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-IR-CLASSES            PIC Z(06)9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-IR-MCAP               PIC Z(17)9.99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-IR-FFMCAP             PIC Z(17)9.99.
       01 WS-EXC-HEAD.
           03 FILLER                   PIC X(13) VALUE 'CODNEG'.
           03 FILLER                   PIC X(13) VALUE 'CODISI'.
           03 FILLER                   PIC X(09) VALUE '     ROWS'.
           03 FILLER                   PIC X(10) VALUE ' FROM'.
           03 FILLER                   PIC X(09) VALUE 'TO'.
           03 FILLER                   PIC X(30) VALUE 'REASON'.
       01 WS-EXC-ROW.
           03 WS-ER-CODNEG             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ER-CODISI             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ER-ROWS               PIC Z(08)9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ER-FROM               PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ER-TO                 PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ER-REASON             PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'BUILDING THE MARKET CAPITALISATION SERIES'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-MCAPIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SHARESREF.TXT'      DELIMITED BY SIZE
                   INTO WS-SHRSREF-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'MCAPREPT.TXT'       DELIMITED BY SIZE
                   INTO WS-MCAPOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'MCAPWORK.TXT'       DELIMITED BY SIZE
                   INTO WS-MCAPWORK-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD THE SHARES-OUTSTANDING REFERENCE THROUGH A SORT ON
      *>      CODISI AND EFFECTIVE DATE
       P150-START.
            SORT SHRSORT
                ON ASCENDING KEY SS-CODISI
                                 SS-EFFDATE
                INPUT PROCEDURE IS P151-START THRU P151-END
                OUTPUT PROCEDURE IS P155-START THRU P155-END
            DISPLAY 'SHARES ENTRIES LOADED.: ' WS-SHR-COUNT
            IF WS-SHR-BAD > 0 THEN
                DISPLAY 'SHARES LINES REJECTED.: ' WS-SHR-BAD
            END-IF
            .
       P150-END.


      *>      RELEASE EVERY WELL-FORMED SHARESREF.TXT LINE
       P151-START.
            SET SHR-EOF-OK TO FALSE
            OPEN INPUT SHRSREF
            IF WS-FS-2 EQUAL 35 THEN
                DISPLAY 'NO SHARESREF.TXT FOUND, EVERY TICKER WILL BE '
                        'LISTED AS AN EXCEPTION'
                GO TO P151-END
            END-IF
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'FAILED TO OPEN SHARESREF.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-2
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P152-START THRU P152-END
                UNTIL SHR-EOF-OK
            CLOSE SHRSREF
            .
       P151-END.


      *>      VALIDATE ONE LINE: A CODISI, A NUMERIC EFFECTIVE DATE,
      *>      NUMERIC SHARE COUNTS AND A FREE FLOAT NOT ABOVE THE
      *>      TOTAL. ANYTHING ELSE IS SHOWN AND LEFT OUT.
       P152-START.
            READ SHRSREF
                AT END
                    SET SHR-EOF-OK TO TRUE
                    GO TO P152-END
            END-READ
            IF SHR-CODISI = SPACES
            OR SHR-EFFDATE IS NOT NUMERIC
            OR SHR-TOTAL IS NOT NUMERIC
            OR SHR-FREEFLT IS NOT NUMERIC THEN
                ADD 1 TO WS-SHR-BAD
                DISPLAY 'MALFORMED SHARESREF LINE IGNORED.: '
                        SHARES-REF-REC
                GO TO P152-END
            END-IF
            IF SHR-FREEFLT > SHR-TOTAL THEN
                ADD 1 TO WS-SHR-BAD
                DISPLAY 'FREE FLOAT ABOVE TOTAL, LINE IGNORED.: '
                        SHARES-REF-REC
                GO TO P152-END
            END-IF
            MOVE SHR-CODISI  TO SS-CODISI
            MOVE SHR-EFFDATE TO SS-EFFDATE
            MOVE SHR-TOTAL   TO SS-TOTAL
            MOVE SHR-FREEFLT TO SS-FREEFLT
            RELEASE SHR-SORT-REC
            .
       P152-END.


      *>      TAKE THE SORTED ENTRIES INTO THE TABLE
       P155-START.
            SET SHR-EOF-OK TO FALSE
            PERFORM P156-START THRU P156-END
                UNTIL SHR-EOF-OK
            .
       P155-END.


      *>      STORE ONE ENTRY. A SECOND LINE FOR THE SAME CODISI AND
      *>      DATE REPLACES THE FIRST.
       P156-START.
            RETURN SHRSORT
                AT END
                    SET SHR-EOF-OK TO TRUE
                    GO TO P156-END
            END-RETURN
            IF WS-SHR-COUNT > 0 THEN
                IF WS-SHR-CODISI(WS-SHR-COUNT) = SS-CODISI
                AND WS-SHR-EFFDATE(WS-SHR-COUNT) = SS-EFFDATE THEN
                    ADD 1 TO WS-SHR-DUPS
                    DISPLAY 'DUPLICATE SHARESREF ENTRY, LATER ONE '
                            'KEPT.: ' SS-CODISI ' ' SS-EFFDATE
                    MOVE SS-TOTAL TO WS-SHR-TOTAL(WS-SHR-COUNT)
                    MOVE SS-FREEFLT TO WS-SHR-FREEFLT(WS-SHR-COUNT)
                    GO TO P156-END
                END-IF
            END-IF
            IF WS-SHR-COUNT < 9999 THEN
                ADD 1 TO WS-SHR-COUNT
                MOVE SS-CODISI  TO WS-SHR-CODISI(WS-SHR-COUNT)
                MOVE SS-EFFDATE TO WS-SHR-EFFDATE(WS-SHR-COUNT)
                MOVE SS-TOTAL   TO WS-SHR-TOTAL(WS-SHR-COUNT)
                MOVE SS-FREEFLT TO WS-SHR-FREEFLT(WS-SHR-COUNT)
            ELSE
                ADD 1 TO WS-SHR-BAD
                DISPLAY 'WS-SHR-TABLE FULL, ENTRY IGNORED.: '
                        SS-CODISI ' ' SS-EFFDATE
            END-IF
            .
       P156-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            OPEN INPUT MCAPIN
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
            CLOSE MCAPIN
            .
       P200-END.


      *>      SORT THE CASH-MARKET ROWS BY CODISI, TICKER AND DATE AND
      *>      VALUE THEM ONE TICKER SERIES AT A TIME
       P300-START.
            SORT SORTFILE
                ON ASCENDING KEY SORT-CODISI
                                 SORT-CODNEG
                                 SORT-DATEEX
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P320-START THRU P320-END
            .
       P300-END.


      *>      RELEASE EVERY CASH-MARKET QUOTE LINE TO THE SORT
       P310-START.
            OPEN INPUT MCAPIN
            SET EOF-OK TO FALSE
            PERFORM P311-START THRU P311-END
                UNTIL EOF-OK
            CLOSE MCAPIN
            .
       P310-END.


      *>      SKIP THE HEADER ROW, THE ADJUSTED-SERIES DUPLICATES AND
      *>      EVERY MARKET BUT THE CASH MARKET - A FRACTIONAL OR
      *>      FORWARD LINE IS THE SAME SHARES, NOT MORE OF THEM
       P311-START.
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'ERROR WHILE READING OUTPUTINPUT.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            READ MCAPIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P311-END
            END-READ
            ADD 1 TO WS-LINES-READ
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                GO TO P311-END
            END-IF
            IF HIST-TIPREG OF MCAPIN NOT = 01
            OR HIST-ADJUSTED OF MCAPIN NOT = 'N'
            OR HIST-TPMERC OF MCAPIN NOT = 010 THEN
                GO TO P311-END
            END-IF
            ADD 1 TO WS-ROWS-CASH
            MOVE HIST-CODISI OF MCAPIN TO SORT-CODISI
            MOVE HIST-CODNEG OF MCAPIN TO SORT-CODNEG
            MOVE HIST-DATEEX OF MCAPIN TO SORT-DATEEX
            MOVE HIST-NOMRES OF MCAPIN TO SORT-NOMRES
            MOVE HIST-PREULT OF MCAPIN TO SORT-PREULT
            MOVE HIST-QUATOT OF MCAPIN TO SORT-QUATOT
            RELEASE SORT-REC
            .
       P311-END.


      *>      TAKE THE SORTED ROWS, WRITE THE PER-TICKER SECTION AND
      *>      THE WORK FILE THE ISSUER PASS SORTS
       P320-START.
            OPEN OUTPUT MCAPOUT
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED TO CREATE MCAPREPT.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            OPEN OUTPUT MCAPWORK
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE MCAPWORK.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE 'DAILY MARKET CAPITALISATION PER TICKER (CASH MARKET,'
                 & ' TURNOVER = QUATOT AS PCT OF FREE FLOAT)'
                 TO WS-MCAP-OUT-REC
            WRITE MCAP-OUT-LINE FROM WS-MCAP-OUT-REC
            WRITE MCAP-OUT-LINE FROM WS-TICK-HEAD
            SET HAVE-GROUP TO FALSE
            SET SORT-EOF-OK TO FALSE
            PERFORM P321-START THRU P321-END
                UNTIL SORT-EOF-OK
            IF HAVE-GROUP THEN
                PERFORM P330-START THRU P330-END
            END-IF
            CLOSE MCAPWORK
            .
       P320-END.


      *>      PROCESS ONE SORTED ROW
       P321-START.
            RETURN SORTFILE
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P321-END
            END-RETURN
            IF NOT HAVE-GROUP
            OR SORT-CODISI NOT = WS-GRP-CODISI
            OR SORT-CODNEG NOT = WS-GRP-CODNEG THEN
                IF HAVE-GROUP THEN
                    PERFORM P330-START THRU P330-END
                END-IF
                PERFORM P325-START THRU P325-END
            ELSE
      *>      THE SAME TICKER AND DATE AGAIN IS A SECOND DELIVERY OF
      *>      THE SAME QUOTE (DAILY AND MONTHLY FILES NOT YET
      *>      SUPERSEDED); IT IS VALUED ONCE
                IF SORT-DATEEX = WS-GRP-LAST-DATE THEN
                    ADD 1 TO WS-ROWS-DUP
                    GO TO P321-END
                END-IF
            END-IF
            MOVE SORT-DATEEX TO WS-GRP-LAST-DATE
            IF SORT-CODISI = SPACES THEN
                PERFORM P340-START THRU P340-END
                GO TO P321-END
            END-IF
            SET SHR-STOP TO FALSE
            PERFORM P326-START THRU P326-END
                UNTIL SHR-STOP
            IF WS-SHR-CUR = 0 THEN
                PERFORM P340-START THRU P340-END
                GO TO P321-END
            END-IF
            PERFORM P350-START THRU P350-END
            .
       P321-END.


      *>      START A NEW TICKER GROUP AND FIND ITS CODISI'S FIRST
      *>      SHARES ENTRY
       P325-START.
            MOVE SORT-CODISI TO WS-GRP-CODISI
            MOVE SORT-CODNEG TO WS-GRP-CODNEG
            MOVE 0 TO WS-GRP-LAST-DATE
            MOVE 0 TO WS-MISS-ROWS
            MOVE 0 TO WS-MISS-FROM
            MOVE 0 TO WS-MISS-TO
            MOVE 0 TO WS-SHR-FIRST
            MOVE 0 TO WS-SHR-CUR
            SET HAVE-GROUP TO TRUE
            IF SORT-CODISI = SPACES OR WS-SHR-COUNT = 0 THEN
                MOVE 0 TO WS-SHR-NEXT
                GO TO P325-END
            END-IF
            SET WS-SHR-X TO 1
            SET SHR-FOUND TO FALSE
            SEARCH WS-SHR-ENTRY
                AT END CONTINUE
                WHEN WS-SHR-X > WS-SHR-COUNT
                    CONTINUE
                WHEN WS-SHR-CODISI(WS-SHR-X) = SORT-CODISI
                    SET SHR-FOUND TO TRUE
            END-SEARCH
            IF SHR-FOUND THEN
                SET WS-SHR-FIRST TO WS-SHR-X
            END-IF
            MOVE WS-SHR-FIRST TO WS-SHR-NEXT
            .
       P325-END.


      *>      MOVE THE ENTRY IN FORCE UP TO THE ROW'S DATE: THE LAST
      *>      ENTRY OF THIS CODISI EFFECTIVE ON OR BEFORE IT
       P326-START.
            IF WS-SHR-NEXT = 0
            OR WS-SHR-NEXT > WS-SHR-COUNT THEN
                SET SHR-STOP TO TRUE
                GO TO P326-END
            END-IF
            IF WS-SHR-CODISI(WS-SHR-NEXT) NOT = SORT-CODISI
            OR WS-SHR-EFFDATE(WS-SHR-NEXT) > SORT-DATEEX THEN
                SET SHR-STOP TO TRUE
                GO TO P326-END
            END-IF
            MOVE WS-SHR-NEXT TO WS-SHR-CUR
            ADD 1 TO WS-SHR-NEXT
            .
       P326-END.


      *>      CLOSE A TICKER GROUP: ITS UNVALUED ROWS, IF ANY, BECOME
      *>      ONE EXCEPTIONS ENTRY
       P330-START.
            IF WS-MISS-ROWS = 0 THEN
                GO TO P330-END
            END-IF
            IF WS-EXC-COUNT NOT < 2000 THEN
                ADD 1 TO WS-EXC-LOST
                GO TO P330-END
            END-IF
            ADD 1 TO WS-EXC-COUNT
            SET WS-EXC-X TO WS-EXC-COUNT
            MOVE WS-GRP-CODNEG TO WS-EXC-CODNEG(WS-EXC-X)
            MOVE WS-GRP-CODISI TO WS-EXC-CODISI(WS-EXC-X)
            MOVE WS-MISS-ROWS  TO WS-EXC-ROWS(WS-EXC-X)
            MOVE WS-MISS-FROM  TO WS-EXC-FROM(WS-EXC-X)
            MOVE WS-MISS-TO    TO WS-EXC-TO(WS-EXC-X)
            EVALUATE TRUE
                WHEN WS-GRP-CODISI = SPACES
                    MOVE 'NO ISIN ON THE ROWS'
                         TO WS-EXC-REASON(WS-EXC-X)
                WHEN WS-SHR-FIRST = 0
                    MOVE 'NO SHARESREF ENTRY FOR ISIN'
                         TO WS-EXC-REASON(WS-EXC-X)
                WHEN OTHER
                    MOVE 'TRADED BEFORE FIRST EFFECTIVE'
                         TO WS-EXC-REASON(WS-EXC-X)
            END-EVALUATE
            .
       P330-END.


      *>      COUNT ONE ROW THAT HAS NO SHARES ENTRY IN FORCE
       P340-START.
            ADD 1 TO WS-ROWS-MISSING
            ADD 1 TO WS-MISS-ROWS
            IF WS-MISS-ROWS = 1 THEN
                MOVE SORT-DATEEX TO WS-MISS-FROM
            END-IF
            MOVE SORT-DATEEX TO WS-MISS-TO
            .
       P340-END.


      *>      VALUE ONE ROW WITH THE ENTRY IN FORCE, WRITE ITS LINE
      *>      AND HAND IT TO THE ISSUER PASS
       P350-START.
            ADD 1 TO WS-ROWS-VALUED
            COMPUTE WS-ROW-MCAP =
                    SORT-PREULT * WS-SHR-TOTAL(WS-SHR-CUR)
            COMPUTE WS-ROW-FFMCAP =
                    SORT-PREULT * WS-SHR-FREEFLT(WS-SHR-CUR)
            MOVE 0 TO WS-ROW-TURN
            IF WS-SHR-FREEFLT(WS-SHR-CUR) > 0 THEN
                COMPUTE WS-ROW-TURN ROUNDED =
                        SORT-QUATOT * 100
                        / WS-SHR-FREEFLT(WS-SHR-CUR)
                    ON SIZE ERROR
                        MOVE 99999.9999 TO WS-ROW-TURN
                END-COMPUTE
            END-IF
            MOVE SORT-DATEEX   TO WS-TR-DATE
            MOVE SORT-CODNEG   TO WS-TR-CODNEG
            MOVE SORT-CODISI   TO WS-TR-CODISI
            MOVE SORT-PREULT   TO WS-TR-CLOSE
            MOVE WS-ROW-MCAP   TO WS-TR-MCAP
            MOVE WS-ROW-FFMCAP TO WS-TR-FFMCAP
            MOVE SORT-QUATOT   TO WS-TR-QUATOT
            MOVE WS-ROW-TURN   TO WS-TR-TURN
            WRITE MCAP-OUT-LINE FROM WS-TICK-ROW
            MOVE SORT-CODISI(3:4) TO MW-ISSUER
            MOVE SORT-DATEEX   TO MW-DATEEX
            MOVE SORT-CODNEG   TO MW-CODNEG
            MOVE SORT-NOMRES   TO MW-NOMRES
            MOVE WS-ROW-MCAP   TO MW-MCAP
            MOVE WS-ROW-FFMCAP TO MW-FFMCAP
            WRITE MCAP-WORK-REC
            .
       P350-END.


      *>      ISSUER TOTALS PER DAY: ONE MORE SORT OF THE WORK FILE BY
      *>      ISSUER, DATE AND TICKER, AFTER WHICH THE WORK FILE HAS
      *>      SERVED ITS PURPOSE AND IS DELETED
       P400-START.
            MOVE SPACES TO WS-MCAP-OUT-REC
            WRITE MCAP-OUT-LINE FROM WS-MCAP-OUT-REC
            MOVE 'ISSUER MARKET CAPITALISATION PER DAY (ALL SHARE '
                 & 'CLASSES, A CLASS NOT TRADED THAT DAY AT ITS LATEST'
                 & ' VALUE OF THE MONTH)' TO WS-MCAP-OUT-REC
            WRITE MCAP-OUT-LINE FROM WS-MCAP-OUT-REC
            WRITE MCAP-OUT-LINE FROM WS-ISSR-HEAD
            SORT ISSRSORT
                ON ASCENDING KEY IS-ISSUER
                                 IS-DATEEX
                                 IS-CODNEG
                USING MCAPWORK
                OUTPUT PROCEDURE IS P410-START THRU P410-END
            DELETE FILE MCAPWORK
            .
       P400-END.


      *>      ACCUMULATE THE SORTED ROWS PER ISSUER AND DATE
       P410-START.
            SET HAVE-DAY TO FALSE
            SET SORT-EOF-OK TO FALSE
            PERFORM P411-START THRU P411-END
                UNTIL SORT-EOF-OK
            IF HAVE-DAY THEN
                PERFORM P420-START THRU P420-END
            END-IF
            .
       P410-END.


      *>      PROCESS ONE ISSUER ROW: FLUSH THE PREVIOUS DAY AT A DATE
      *>      OR ISSUER BREAK, FORGET LAST MONTH'S CLASSES AT A MONTH
      *>      OR ISSUER BREAK, THEN RECORD THE ROW'S CLASS
       P411-START.
            RETURN ISSRSORT
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P411-END
            END-RETURN
            IF HAVE-DAY THEN
                IF IS-ISSUER NOT = WS-CUR-ISSUER
                OR IS-DATEEX NOT = WS-CUR-DATE THEN
                    PERFORM P420-START THRU P420-END
                END-IF
            END-IF
            IF NOT HAVE-DAY
            OR IS-ISSUER NOT = WS-CUR-ISSUER
            OR IS-DATEEX(1:6) NOT = WS-CUR-DATE(1:6) THEN
                MOVE 0 TO WS-CLASS-COUNT
            END-IF
            MOVE IS-ISSUER TO WS-CUR-ISSUER
            MOVE IS-DATEEX TO WS-CUR-DATE
            MOVE IS-NOMRES TO WS-CUR-NOMRES
            SET HAVE-DAY TO TRUE
            PERFORM P415-START THRU P415-END
            .
       P411-END.


      *>      KEEP THE CLASS'S LATEST MARKET CAP
       P415-START.
            SET WS-CLASS-X TO 1
            SET CLASS-FOUND TO FALSE
            IF WS-CLASS-COUNT > 0 THEN
                SEARCH WS-CLASS-ENTRY
                    AT END CONTINUE
                    WHEN WS-CLASS-X > WS-CLASS-COUNT
                        CONTINUE
                    WHEN WS-CLASS-CODNEG(WS-CLASS-X) = IS-CODNEG
                        SET CLASS-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT CLASS-FOUND THEN
                IF WS-CLASS-COUNT < 12 THEN
                    ADD 1 TO WS-CLASS-COUNT
                    SET WS-CLASS-X TO WS-CLASS-COUNT
                    MOVE IS-CODNEG TO WS-CLASS-CODNEG(WS-CLASS-X)
                ELSE
                    DISPLAY 'WS-CLASS-TABLE FULL, ' IS-CODNEG
                            ' LEFT OUT OF THE ISSUER TOTAL'
                    GO TO P415-END
                END-IF
            END-IF
            MOVE IS-MCAP   TO WS-CLASS-MCAP(WS-CLASS-X)
            MOVE IS-FFMCAP TO WS-CLASS-FFMCAP(WS-CLASS-X)
            .
       P415-END.


      *>      WRITE ONE ISSUER/DAY LINE: THE SUM OF EVERY CLASS CELL
       P420-START.
            ADD 1 TO WS-ISSUER-DAYS
            MOVE 0 TO WS-DAY-MCAP
            MOVE 0 TO WS-DAY-FFMCAP
            PERFORM P421-START THRU P421-END
                VARYING WS-CLASS-IDX FROM 1 BY 1
                UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
            MOVE WS-CUR-DATE    TO WS-IR-DATE
            MOVE WS-CUR-ISSUER  TO WS-IR-ISSUER
            MOVE WS-CUR-NOMRES  TO WS-IR-NOMRES
            MOVE WS-CLASS-COUNT TO WS-IR-CLASSES
            MOVE WS-DAY-MCAP    TO WS-IR-MCAP
            MOVE WS-DAY-FFMCAP  TO WS-IR-FFMCAP
            WRITE MCAP-OUT-LINE FROM WS-ISSR-ROW
            .
       P420-END.


       P421-START.
            ADD WS-CLASS-MCAP(WS-CLASS-IDX)   TO WS-DAY-MCAP
            ADD WS-CLASS-FFMCAP(WS-CLASS-IDX) TO WS-DAY-FFMCAP
            .
       P421-END.


      *>      EXCEPTIONS: EVERY TICKER TRADED WITHOUT A SHARES ENTRY
       P500-START.
            MOVE SPACES TO WS-MCAP-OUT-REC
            WRITE MCAP-OUT-LINE FROM WS-MCAP-OUT-REC
            MOVE 'EXCEPTIONS - TICKERS TRADED WITHOUT A SHARES ENTRY '
                 & '(ADD THEM TO SHARESREF.TXT THROUGH REFMAINT)'
                 TO WS-MCAP-OUT-REC
            WRITE MCAP-OUT-LINE FROM WS-MCAP-OUT-REC
            IF WS-EXC-COUNT = 0 THEN
                MOVE '(NONE)' TO WS-MCAP-OUT-REC
                WRITE MCAP-OUT-LINE FROM WS-MCAP-OUT-REC
            ELSE
                WRITE MCAP-OUT-LINE FROM WS-EXC-HEAD
                PERFORM P510-START THRU P510-END
                    VARYING WS-EXC-X FROM 1 BY 1
                    UNTIL WS-EXC-X > WS-EXC-COUNT
            END-IF
            IF WS-EXC-LOST > 0 THEN
                MOVE SPACES TO WS-MCAP-OUT-REC
                STRING 'EXCEPTIONS TABLE FULL, TICKERS NOT LISTED.: '
                                        DELIMITED BY SIZE
                       WS-EXC-LOST      DELIMITED BY SIZE
                       INTO WS-MCAP-OUT-REC
                END-STRING
                WRITE MCAP-OUT-LINE FROM WS-MCAP-OUT-REC
            END-IF
            CLOSE MCAPOUT
            .
       P500-END.


      *>      WRITE ONE EXCEPTIONS LINE
       P510-START.
            MOVE WS-EXC-CODNEG(WS-EXC-X) TO WS-ER-CODNEG
            MOVE WS-EXC-CODISI(WS-EXC-X) TO WS-ER-CODISI
            MOVE WS-EXC-ROWS(WS-EXC-X)   TO WS-ER-ROWS
            MOVE WS-EXC-FROM(WS-EXC-X)   TO WS-ER-FROM
            MOVE WS-EXC-TO(WS-EXC-X)     TO WS-ER-TO
            MOVE WS-EXC-REASON(WS-EXC-X) TO WS-ER-REASON
            WRITE MCAP-OUT-LINE FROM WS-EXC-ROW
            .
       P510-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTMCAP RECONCILIATION SUMMARY'
            DISPLAY ' INPUT LINES READ.: '    WS-LINES-READ
            DISPLAY ' SHARES ENTRIES...: '    WS-SHR-COUNT
            DISPLAY ' CASH-MARKET ROWS.: '    WS-ROWS-CASH
            DISPLAY ' ROWS VALUED......: '    WS-ROWS-VALUED
            DISPLAY ' REPEATED ROWS....: '    WS-ROWS-DUP
            DISPLAY ' ROWS NO SHARES...: '    WS-ROWS-MISSING
            DISPLAY ' EXCEPTION TICKERS: '    WS-EXC-COUNT
            DISPLAY ' ISSUER-DAY LINES.: '    WS-ISSUER-DAYS
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE MCAPIN
            CLOSE SHRSREF
            CLOSE MCAPOUT
            CLOSE MCAPWORK
            GOBACK.
       END PROGRAM HISTMCAP.
