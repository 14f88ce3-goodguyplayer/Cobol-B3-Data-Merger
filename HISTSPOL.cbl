      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: DAILY REPORT SPOOLER. TAKES THE PLAIN-TEXT REPORTS
      *        THE HIST* PROGRAMS LEAVE IN THE DATA FOLDER
      *        (TICKERSUMMARY, MOVERS, LIQDREPT, SECTREPT, PVALREPT,
      *        RECNREPT AND THE REST) AND WRAPS THEM INTO ONE
      *        PRINT-READY SPOOL FILE, SPOOL.YYYYMMDD.TXT, FOR THE
      *        BUSINESS DATE. EVERY REPORT STARTS ON A NEW PAGE AND
      *        EVERY PAGE OPENS WITH THE STANDARD BANNER (REPORT
      *        NAME, BUSINESS DATE, RUN ID, PAGE X OF Y) FOLLOWED BY
      *        THE REPORT'S OWN COLUMN HEADINGS, REPEATED ON EACH
      *        CONTINUATION PAGE. EACH REPORT CLOSES WITH A CONTROL-
      *        TOTAL TRAILER (LINES READ, HEADING LINES, DATA ROWS,
      *        BLANK LINES, PAGES). THE REPORTS TO SPOOL AND THE
      *        NUMBER OF HEADING LINES EACH ONE STARTS WITH COME FROM
      *        SPOOLLIST.TXT, OR FROM THE BUILT-IN LIST WHEN THERE IS
      *        NONE. THE DAILY REPORT INDEX, REPORTINDEX.YYYYMMDD.TXT,
      *        LISTS EVERY REPORT WITH ITS ROW COUNT, PAGE COUNT,
      *        FIRST SHEET IN THE SPOOL AND WHETHER IT WAS PRINTED,
      *        EMPTY OR NOT PRODUCED, SO THE MORNING DISTRIBUTION CAN
      *        BE CHECKED IN ONE PLACE. THE BUSINESS DATE COMES FROM
      *        B3BUSDATE (DEFAULT TODAY) AND THE PAGE LENGTH FROM
      *        B3PAGELEN (DEFAULT 60 LINES)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTSPOL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE. SPOOLIN IS REPOINTED AT
      *>      EACH REPORT IN TURN.
               SELECT SPOOLLIST ASSIGN TO
                   WS-SPOOLLIST-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT SPOOLIN ASSIGN TO
                   WS-SPOOLIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT SPOOLOUT ASSIGN TO
                   WS-SPOOLOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT RPTINDEX ASSIGN TO
                   WS-RPTINDEX-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD SPOOLLIST.
      *>      ONE REPORT PER LINE: FILE NAME(20) + SPACE + NUMBER OF
      *>      HEADING LINES(1) AT THE TOP OF THE REPORT, REPEATED ON
      *>      EVERY PAGE AND NOT COUNTED AS ROWS (BLANK = 1, 0 = THE
      *>      REPORT HAS NO HEADING). A LINE STARTING WITH '*' IS A
      *>      COMMENT.
       01 SPOOL-LIST-REG.
           03 SL-FILE                  PIC X(20).
           03 FILLER                   PIC X(01).
           03 SL-HEAD                  PIC X(01).
       FD SPOOLIN.
       01 SPOOL-IN-LINE                PIC X(200).
       FD SPOOLOUT.
       01 SPOOL-OUT-LINE               PIC X(200).
       FD RPTINDEX.
       01 RPT-INDEX-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-SPOOLLIST-FILE            PIC X(128) VALUE SPACES.
       77 WS-SPOOLIN-FILE              PIC X(128) VALUE SPACES.
       77 WS-SPOOLOUT-FILE             PIC X(128) VALUE SPACES.
       77 WS-RPTINDEX-FILE             PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-LIST-EOF                  PIC X.
           88 LIST-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
      *>      BUSINESS DATE, FROM THE B3BUSDATE ENVIRONMENT VARIABLE
      *>      (YYYYMMDD), TODAY WHEN UNSET. IT DATES THE BANNERS AND
      *>      NAMES THE SPOOL AND INDEX FILES.
       77 WS-ENV-BUSDATE               PIC X(08) VALUE SPACES.
       01 WS-BUSDATE                   PIC 9(08) VALUE 0.
       01 WS-BUSDATE-X REDEFINES WS-BUSDATE.
           03 WS-BUSDATE-YYYY          PIC X(04).
           03 WS-BUSDATE-MM            PIC X(02).
           03 WS-BUSDATE-DD            PIC X(02).
      *>      PRINTED LINES PER PAGE, FROM B3PAGELEN (20 TO 200),
      *>      BANNER AND REPEATED HEADINGS INCLUDED
       77 WS-ENV-PAGELEN               PIC X(03) VALUE SPACES.
       77 WS-PAGELEN                   PIC 9(03) VALUE 60.
      *>      RUN IDENTIFIER: THE SPOOLER'S START DATE AND TIME
      *>      (YYYYMMDDHHMMSSCC), THE SAME FORM THE MERGE RUNS USE
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
       77 WS-START-TIME                PIC X(08) VALUE SPACES.
       77 WS-RUN-ID                    PIC X(16) VALUE SPACES.
      *>      THE REPORTS SPOOLED WHEN THERE IS NO SPOOLLIST.TXT:
      *>      FILE NAME AND HEADING LINES
       01 WS-DEFAULT-VALUES.
           03 FILLER  PIC X(21) VALUE 'TICKERSUMMARY.TXT   1'.
           03 FILLER  PIC X(21) VALUE 'MOVERS.TXT          1'.
           03 FILLER  PIC X(21) VALUE 'LIQDREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'SECTREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'PVALREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'RECNREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'AUDITREPT.TXT       1'.
           03 FILLER  PIC X(21) VALUE 'CLSPREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'FRACREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'ISSRREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'OPTREPORT.TXT       1'.
           03 FILLER  PIC X(21) VALUE 'SCREENRPT.TXT       1'.
           03 FILLER  PIC X(21) VALUE 'TERMREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'CORPREVIEW.TXT      1'.
           03 FILLER  PIC X(21) VALUE 'CALGAPS.TXT         1'.
           03 FILLER  PIC X(21) VALUE 'POSTREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'DARFREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'SUPERSEDE.TXT       3'.
           03 FILLER  PIC X(21) VALUE 'OPTSMILE.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'LIFECYCLE.TXT       3'.
           03 FILLER  PIC X(21) VALUE 'BRDTSUMM.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'PTAXGAPS.TXT        2'.
           03 FILLER  PIC X(21) VALUE 'BTSUMMARY.TXT       1'.
           03 FILLER  PIC X(21) VALUE 'RISKREPT.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'MCAPREPT.TXT        2'.
           03 FILLER  PIC X(21) VALUE 'JOBTREND.TXT        1'.
           03 FILLER  PIC X(21) VALUE 'CFGDIFF.TXT         3'.
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-VALUES.
           03 WS-DEFAULT-ENTRY OCCURS 27 TIMES
                               INDEXED BY WS-DEF-X.
               05 WS-DEF-FILE          PIC X(20).
               05 WS-DEF-HEAD          PIC 9(01).
      *>      THE REPORTS TO SPOOL THIS RUN, WITH WHAT THE FIRST PASS
      *>      LEARNT ABOUT EACH ONE AND WHERE IT LANDED IN THE SPOOL.
      *>      STATUS IS 'PRINTED', 'EMPTY' (NO DATA ROWS) OR
      *>      'MISSING' (NOT PRODUCED).
       77 WS-RPT-COUNT                 PIC 9(02) VALUE 0.
       01 WS-RPT-TABLE.
           03 WS-RPT-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-RPT-X.
               05 WS-RPT-FILE          PIC X(20).
               05 WS-RPT-NAME          PIC X(20).
               05 WS-RPT-HEAD          PIC 9(01).
               05 WS-RPT-STATUS        PIC X(07).
               05 WS-RPT-LINES         PIC 9(07).
               05 WS-RPT-ROWS          PIC 9(07).
               05 WS-RPT-BLANKS        PIC 9(07).
               05 WS-RPT-PAGES         PIC 9(05).
               05 WS-RPT-SHEET         PIC 9(05).
      *>      THE REPORT'S HEADING LINES, REPRINTED UNDER EVERY BANNER
       77 WS-HEAD-COUNT                PIC 9(01) VALUE 0.
       01 WS-HEAD-TABLE.
           03 WS-HEAD-LINE OCCURS 9 TIMES
                           INDEXED BY WS-HEAD-X PIC X(200).
      *>      PAGE LAYOUT: BANNER LINES, THE ROOM LEFT FOR BODY LINES
      *>      ON A PAGE, AND THE TRAILER THAT MUST FIT ON THE LAST ONE
       77 WS-BANNER-LINES              PIC 9(03) VALUE 4.
       77 WS-TRAILER-LINES             PIC 9(03) VALUE 5.
       77 WS-PAGE-ROOM                 PIC 9(03) VALUE 0.
       77 WS-BODY-LINES                PIC 9(07) VALUE 0.
       77 WS-PRINT-UNITS               PIC 9(07) VALUE 0.
       77 WS-LINE-NO                   PIC 9(07) VALUE 0.
       77 WS-PAGE-NO                   PIC 9(05) VALUE 0.
       77 WS-PAGE-EJECT                PIC X(01) VALUE 'N'.
           88 PAGE-EJECT               VALUE 'Y' FALSE 'N'.
       77 WS-PAGE-USED                 PIC 9(03) VALUE 0.
       77 WS-SHEET-NO                  PIC 9(05) VALUE 0.
       77 WS-NAME-PART                 PIC X(20) VALUE SPACES.
       01 WS-SPOOL-REC                 PIC X(200) VALUE SPACES.
       01 WS-BODY-REC                  PIC X(200) VALUE SPACES.
       01 WS-INDEX-REC                 PIC X(132) VALUE SPACES.
       01 WS-DASH-LINE                 PIC X(132) VALUE ALL '-'.
       77 WS-ED-COUNT                  PIC Z(06)9.
       77 WS-ED-PAGE                   PIC Z(04)9.
       77 WS-ED-PAGES                  PIC Z(04)9.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-RPT-PRINTED               PIC 9(03) VALUE 0.
       77 WS-RPT-EMPTY                 PIC 9(03) VALUE 0.
       77 WS-RPT-MISSING               PIC 9(03) VALUE 0.
       77 WS-TOTAL-ROWS                PIC 9(09) VALUE 0.
       77 WS-TOTAL-LINES               PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P800-START THRU P800-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES AND RESOLVE THE BUSINESS DATE, PAGE
      *>      LENGTH AND RUN ID
       P100-START.
            DISPLAY 'SPOOLING THE DAILY REPORTS'
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-START-TIME FROM TIME
            STRING WS-RUN-DATE          DELIMITED BY SIZE
                   WS-START-TIME        DELIMITED BY SIZE
                   INTO WS-RUN-ID
            END-STRING
            DISPLAY 'B3BUSDATE' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-BUSDATE FROM ENVIRONMENT-VALUE
            EVALUATE TRUE
                WHEN WS-ENV-BUSDATE = SPACES
                    MOVE WS-RUN-DATE TO WS-BUSDATE
                WHEN WS-ENV-BUSDATE IS NUMERIC
                 AND WS-ENV-BUSDATE NOT = '00000000'
                    MOVE WS-ENV-BUSDATE TO WS-BUSDATE
                WHEN OTHER
                    DISPLAY 'B3BUSDATE IS NOT A YYYYMMDD DATE, '
                            'REFUSING TO SPOOL.: ' WS-ENV-BUSDATE
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            DISPLAY 'B3PAGELEN' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-PAGELEN FROM ENVIRONMENT-VALUE
            IF WS-ENV-PAGELEN NOT = SPACES THEN
                IF FUNCTION TEST-NUMVAL(WS-ENV-PAGELEN) = 0 THEN
                    COMPUTE WS-PAGELEN =
                            FUNCTION NUMVAL(WS-ENV-PAGELEN)
                ELSE
                    DISPLAY 'B3PAGELEN IS NOT A NUMBER, USING 60'
                END-IF
            END-IF
            IF WS-PAGELEN < 20 OR WS-PAGELEN > 200 THEN
                DISPLAY 'B3PAGELEN OUT OF RANGE 20-200, USING 60'
                MOVE 60 TO WS-PAGELEN
            END-IF
            DISPLAY 'BUSINESS DATE.: ' WS-BUSDATE
            DISPLAY 'RUN ID........: ' WS-RUN-ID
            DISPLAY 'PAGE LENGTH...: ' WS-PAGELEN
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SPOOLLIST.TXT'      DELIMITED BY SIZE
                   INTO WS-SPOOLLIST-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SPOOL.'             DELIMITED BY SIZE
                   WS-BUSDATE           DELIMITED BY SIZE
                   '.TXT'               DELIMITED BY SIZE
                   INTO WS-SPOOLOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'REPORTINDEX.'       DELIMITED BY SIZE
                   WS-BUSDATE           DELIMITED BY SIZE
                   '.TXT'               DELIMITED BY SIZE
                   INTO WS-RPTINDEX-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD THE LIST OF REPORTS TO SPOOL, FALLING BACK TO THE
      *>      BUILT-IN LIST WHEN SPOOLLIST.TXT IS ABSENT OR EMPTY
       P200-START.
            SET LIST-EOF-OK TO FALSE
            OPEN INPUT SPOOLLIST
            EVALUATE WS-FS-1
                WHEN 00
                    PERFORM P210-START THRU P210-END
                        UNTIL LIST-EOF-OK
                    CLOSE SPOOLLIST
                WHEN 35
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD SPOOLLIST.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            IF WS-RPT-COUNT = 0 THEN
                DISPLAY 'NO SPOOLLIST.TXT ENTRIES, USING THE STANDARD '
                        'REPORT LIST'
                PERFORM P220-START THRU P220-END
                    VARYING WS-DEF-X FROM 1 BY 1
                    UNTIL WS-DEF-X > 27
            END-IF
            DISPLAY 'REPORTS TO SPOOL.: ' WS-RPT-COUNT
            .
       P200-END.


      *>      READ ONE SPOOLLIST LINE
       P210-START.
            READ SPOOLLIST INTO SPOOL-LIST-REG
                AT END
                    SET LIST-EOF-OK TO TRUE
                    GO TO P210-END
            END-READ
            IF SL-FILE = SPACES OR SL-FILE(1:1) = '*' THEN
                GO TO P210-END
            END-IF
            IF WS-RPT-COUNT NOT < 50 THEN
                DISPLAY 'SPOOLLIST.TXT TABLE FULL, REPORT IGNORED.: '
                        SL-FILE
                GO TO P210-END
            END-IF
            ADD 1 TO WS-RPT-COUNT
            MOVE SL-FILE TO WS-RPT-FILE(WS-RPT-COUNT)
            EVALUATE TRUE
                WHEN SL-HEAD = SPACE
                    MOVE 1 TO WS-RPT-HEAD(WS-RPT-COUNT)
                WHEN SL-HEAD IS NUMERIC
                    MOVE SL-HEAD TO WS-RPT-HEAD(WS-RPT-COUNT)
                WHEN OTHER
                    DISPLAY 'HEADING COUNT NOT NUMERIC, 1 USED.: '
                            SL-FILE
                    MOVE 1 TO WS-RPT-HEAD(WS-RPT-COUNT)
            END-EVALUATE
            PERFORM P230-START THRU P230-END
            .
       P210-END.


      *>      TAKE ONE ENTRY OF THE BUILT-IN LIST
       P220-START.
            ADD 1 TO WS-RPT-COUNT
            MOVE WS-DEF-FILE(WS-DEF-X) TO WS-RPT-FILE(WS-RPT-COUNT)
            MOVE WS-DEF-HEAD(WS-DEF-X) TO WS-RPT-HEAD(WS-RPT-COUNT)
            PERFORM P230-START THRU P230-END
            .
       P220-END.


      *>      DERIVE THE REPORT NAME (FILE NAME LESS ITS EXTENSION)
      *>      AND CLEAR THE ENTRY'S FIGURES
       P230-START.
            MOVE SPACES TO WS-NAME-PART
            UNSTRING WS-RPT-FILE(WS-RPT-COUNT) DELIMITED BY '.'
                INTO WS-NAME-PART
            END-UNSTRING
            MOVE WS-NAME-PART TO WS-RPT-NAME(WS-RPT-COUNT)
            MOVE SPACES TO WS-RPT-STATUS(WS-RPT-COUNT)
            MOVE 0 TO WS-RPT-LINES(WS-RPT-COUNT)
            MOVE 0 TO WS-RPT-ROWS(WS-RPT-COUNT)
            MOVE 0 TO WS-RPT-BLANKS(WS-RPT-COUNT)
            MOVE 0 TO WS-RPT-PAGES(WS-RPT-COUNT)
            MOVE 0 TO WS-RPT-SHEET(WS-RPT-COUNT)
            .
       P230-END.


      *>      OPEN THE SPOOL AND THE REPORT INDEX
       P300-START.
            OPEN OUTPUT SPOOLOUT
            EVALUATE WS-FS-3
                WHEN 00
                    CONTINUE
                WHEN 37
                    DISPLAY 'PERMISSION DENIED OPENING '
                            WS-SPOOLOUT-FILE
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO CREATE ' WS-SPOOLOUT-FILE
                    DISPLAY 'FILE STATUS.: ' WS-FS-3
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            OPEN OUTPUT RPTINDEX
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE ' WS-RPTINDEX-FILE
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P300-END.


      *>      SPOOL EVERY REPORT ON THE LIST
       P400-START.
            PERFORM P410-START THRU P410-END
                VARYING WS-RPT-X FROM 1 BY 1
                UNTIL WS-RPT-X > WS-RPT-COUNT
            .
       P400-END.


      *>      SPOOL ONE REPORT: COUNT IT, WORK OUT ITS PAGES, THEN
      *>      PRINT IT UNDER THE BANNER AND CLOSE IT WITH THE TRAILER
       P410-START.
            MOVE SPACES TO WS-SPOOLIN-FILE
            STRING WS-DATA-DIR              DELIMITED BY SPACE
                   WS-RPT-FILE(WS-RPT-X)    DELIMITED BY SPACE
                   INTO WS-SPOOLIN-FILE
            END-STRING
            PERFORM P420-START THRU P420-END
            IF WS-RPT-STATUS(WS-RPT-X) = 'MISSING' THEN
                ADD 1 TO WS-RPT-MISSING
                DISPLAY 'NOT PRODUCED.: ' WS-RPT-FILE(WS-RPT-X)
                GO TO P410-END
            END-IF
            PERFORM P430-START THRU P430-END
            PERFORM P440-START THRU P440-END
            ADD WS-RPT-ROWS(WS-RPT-X)  TO WS-TOTAL-ROWS
            ADD WS-RPT-LINES(WS-RPT-X) TO WS-TOTAL-LINES
            IF WS-RPT-ROWS(WS-RPT-X) = 0 THEN
                MOVE 'EMPTY' TO WS-RPT-STATUS(WS-RPT-X)
                ADD 1 TO WS-RPT-EMPTY
            ELSE
                MOVE 'PRINTED' TO WS-RPT-STATUS(WS-RPT-X)
                ADD 1 TO WS-RPT-PRINTED
            END-IF
            DISPLAY WS-RPT-STATUS(WS-RPT-X) ' '
                    WS-RPT-FILE(WS-RPT-X)
                    ' ROWS.: '  WS-RPT-ROWS(WS-RPT-X)
                    ' PAGES.: ' WS-RPT-PAGES(WS-RPT-X)
            .
       P410-END.


      *>      FIRST PASS: COUNT LINES, HEADINGS, DATA ROWS AND BLANKS
      *>      AND KEEP THE HEADING LINES FOR THE PAGE TOPS
       P420-START.
            MOVE 0 TO WS-HEAD-COUNT
            MOVE SPACES TO WS-HEAD-TABLE
            MOVE 0 TO WS-LINE-NO
            OPEN INPUT SPOOLIN
            EVALUATE WS-FS-2
                WHEN 00
                    CONTINUE
                WHEN 35
                    MOVE 'MISSING' TO WS-RPT-STATUS(WS-RPT-X)
                    GO TO P420-END
                WHEN OTHER
                    DISPLAY 'FAILED TO OPEN ' WS-RPT-FILE(WS-RPT-X)
                            ', REPORTED AS NOT PRODUCED'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 'MISSING' TO WS-RPT-STATUS(WS-RPT-X)
                    GO TO P420-END
            END-EVALUATE
            SET EOF-OK TO FALSE
            PERFORM P421-START THRU P421-END
                UNTIL EOF-OK
            CLOSE SPOOLIN
            .
       P420-END.


       P421-START.
            READ SPOOLIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P421-END
            END-READ
            ADD 1 TO WS-LINE-NO
            ADD 1 TO WS-RPT-LINES(WS-RPT-X)
            IF WS-LINE-NO NOT > WS-RPT-HEAD(WS-RPT-X) THEN
                ADD 1 TO WS-HEAD-COUNT
                MOVE SPOOL-IN-LINE TO WS-HEAD-LINE(WS-HEAD-COUNT)
                GO TO P421-END
            END-IF
            IF SPOOL-IN-LINE = SPACES THEN
                ADD 1 TO WS-RPT-BLANKS(WS-RPT-X)
            ELSE
                ADD 1 TO WS-RPT-ROWS(WS-RPT-X)
            END-IF
            .
       P421-END.


      *>      WORK OUT THE PAGE COUNT: EACH PAGE HOLDS THE BANNER AND
      *>      HEADINGS PLUS AS MANY BODY LINES AS FIT, THE LAST ONE
      *>      ALSO THE TRAILER. AN EMPTY REPORT STILL PRINTS ONE PAGE
      *>      SAYING SO.
       P430-START.
            COMPUTE WS-PAGE-ROOM = WS-PAGELEN - WS-BANNER-LINES
                                 - WS-HEAD-COUNT
            COMPUTE WS-BODY-LINES = WS-RPT-LINES(WS-RPT-X)
                                  - WS-HEAD-COUNT
            IF WS-RPT-ROWS(WS-RPT-X) = 0 THEN
                MOVE 1 TO WS-BODY-LINES
            END-IF
            COMPUTE WS-PRINT-UNITS = WS-BODY-LINES + WS-TRAILER-LINES
            DIVIDE WS-PRINT-UNITS BY WS-PAGE-ROOM
                GIVING WS-RPT-PAGES(WS-RPT-X)
            IF WS-RPT-PAGES(WS-RPT-X) * WS-PAGE-ROOM
               < WS-PRINT-UNITS THEN
                ADD 1 TO WS-RPT-PAGES(WS-RPT-X)
            END-IF
            COMPUTE WS-RPT-SHEET(WS-RPT-X) = WS-SHEET-NO + 1
            .
       P430-END.


      *>      SECOND PASS: PRINT THE REPORT PAGE BY PAGE
       P440-START.
            MOVE 0 TO WS-PAGE-NO
            MOVE 0 TO WS-LINE-NO
            PERFORM P450-START THRU P450-END
            IF WS-RPT-ROWS(WS-RPT-X) = 0 THEN
                MOVE '*** NO DATA ROWS IN THIS REPORT FOR THE DAY ***'
                     TO WS-BODY-REC
                PERFORM P460-START THRU P460-END
            ELSE
                OPEN INPUT SPOOLIN
                IF NOT FS-OK OF WS-FS-2 THEN
                    DISPLAY 'FAILED TO REOPEN ' WS-RPT-FILE(WS-RPT-X)
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                END-IF
                SET EOF-OK TO FALSE
                PERFORM P441-START THRU P441-END
                    UNTIL EOF-OK
                CLOSE SPOOLIN
            END-IF
            PERFORM P470-START THRU P470-END
            .
       P440-END.


      *>      COPY ONE BODY LINE OF THE REPORT, BREAKING THE PAGE
      *>      WHEN IT IS FULL
       P441-START.
            READ SPOOLIN
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P441-END
            END-READ
            ADD 1 TO WS-LINE-NO
            IF WS-LINE-NO NOT > WS-HEAD-COUNT THEN
                GO TO P441-END
            END-IF
            MOVE SPOOL-IN-LINE TO WS-BODY-REC
            PERFORM P460-START THRU P460-END
            .
       P441-END.


      *>      START A NEW PAGE: BANNER, THEN THE REPORT'S HEADINGS.
      *>      THE FIRST BANNER LINE IS WRITTEN AFTER A PAGE EJECT.
       P450-START.
            ADD 1 TO WS-PAGE-NO
            ADD 1 TO WS-SHEET-NO
            MOVE 0 TO WS-PAGE-USED
            MOVE WS-PAGE-NO TO WS-ED-PAGE
            MOVE WS-RPT-PAGES(WS-RPT-X) TO WS-ED-PAGES
            MOVE SPACES TO WS-SPOOL-REC
            STRING 'B3 COTAHIST HISTORY'       DELIMITED BY SIZE
                   INTO WS-SPOOL-REC
            END-STRING
            STRING 'REPORT: '                  DELIMITED BY SIZE
                   WS-RPT-NAME(WS-RPT-X)       DELIMITED BY SPACE
                   INTO WS-SPOOL-REC(41:40)
            END-STRING
            STRING 'PAGE '                     DELIMITED BY SIZE
                   WS-ED-PAGE                  DELIMITED BY SIZE
                   ' OF '                      DELIMITED BY SIZE
                   WS-ED-PAGES                 DELIMITED BY SIZE
                   INTO WS-SPOOL-REC(114:19)
            END-STRING
            SET PAGE-EJECT TO TRUE
            PERFORM P455-START THRU P455-END
            MOVE SPACES TO WS-SPOOL-REC
            STRING 'BUSINESS DATE: '           DELIMITED BY SIZE
                   WS-BUSDATE-YYYY             DELIMITED BY SIZE
                   '-'                         DELIMITED BY SIZE
                   WS-BUSDATE-MM               DELIMITED BY SIZE
                   '-'                         DELIMITED BY SIZE
                   WS-BUSDATE-DD               DELIMITED BY SIZE
                   INTO WS-SPOOL-REC
            END-STRING
            STRING 'RUN ID: '                  DELIMITED BY SIZE
                   WS-RUN-ID                   DELIMITED BY SIZE
                   INTO WS-SPOOL-REC(41:24)
            END-STRING
            STRING 'SOURCE: '                  DELIMITED BY SIZE
                   WS-RPT-FILE(WS-RPT-X)       DELIMITED BY SPACE
                   INTO WS-SPOOL-REC(85:28)
            END-STRING
            PERFORM P455-START THRU P455-END
            MOVE WS-DASH-LINE TO WS-SPOOL-REC
            PERFORM P455-START THRU P455-END
            MOVE SPACES TO WS-SPOOL-REC
            PERFORM P455-START THRU P455-END
            PERFORM P451-START THRU P451-END
                VARYING WS-HEAD-X FROM 1 BY 1
                UNTIL WS-HEAD-X > WS-HEAD-COUNT
            MOVE 0 TO WS-PAGE-USED
            .
       P450-END.


      *>      REPRINT ONE HEADING LINE
       P451-START.
            MOVE WS-HEAD-LINE(WS-HEAD-X) TO WS-SPOOL-REC
            PERFORM P455-START THRU P455-END
            .
       P451-END.


      *>      WRITE ONE SPOOL LINE, EJECTING TO A NEW SHEET FIRST
      *>      WHEN A BANNER ASKS FOR IT
       P455-START.
            IF PAGE-EJECT THEN
                WRITE SPOOL-OUT-LINE FROM WS-SPOOL-REC
                    AFTER ADVANCING PAGE
                SET PAGE-EJECT TO FALSE
            ELSE
                WRITE SPOOL-OUT-LINE FROM WS-SPOOL-REC
                    AFTER ADVANCING 1 LINE
            END-IF
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED WRITING ' WS-SPOOLOUT-FILE
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P455-END.


      *>      WRITE ONE BODY LINE, BREAKING TO A NEW PAGE FIRST WHEN
      *>      THE CURRENT ONE HAS NO ROOM LEFT
       P460-START.
            IF WS-PAGE-USED NOT < WS-PAGE-ROOM THEN
                PERFORM P450-START THRU P450-END
            END-IF
            MOVE WS-BODY-REC TO WS-SPOOL-REC
            PERFORM P455-START THRU P455-END
            ADD 1 TO WS-PAGE-USED
            .
       P460-END.


      *>      CONTROL-TOTAL TRAILER CLOSING THE REPORT
       P470-START.
            IF WS-PAGE-USED + WS-TRAILER-LINES > WS-PAGE-ROOM THEN
                PERFORM P450-START THRU P450-END
            END-IF
            MOVE SPACES TO WS-SPOOL-REC
            PERFORM P455-START THRU P455-END
            MOVE WS-DASH-LINE TO WS-SPOOL-REC
            PERFORM P455-START THRU P455-END
            MOVE SPACES TO WS-SPOOL-REC
            STRING '*** END OF REPORT '        DELIMITED BY SIZE
                   WS-RPT-NAME(WS-RPT-X)       DELIMITED BY SPACE
                   ' ***'                      DELIMITED BY SIZE
                   INTO WS-SPOOL-REC
            END-STRING
            PERFORM P455-START THRU P455-END
            MOVE SPACES TO WS-SPOOL-REC
            MOVE 'CONTROL TOTALS' TO WS-SPOOL-REC(1:14)
            MOVE 'LINES READ:' TO WS-SPOOL-REC(17:11)
            MOVE WS-RPT-LINES(WS-RPT-X) TO WS-ED-COUNT
            MOVE WS-ED-COUNT TO WS-SPOOL-REC(29:7)
            MOVE 'HEADING LINES:' TO WS-SPOOL-REC(38:14)
            MOVE WS-HEAD-COUNT TO WS-ED-COUNT
            MOVE WS-ED-COUNT TO WS-SPOOL-REC(53:7)
            MOVE 'DATA ROWS:' TO WS-SPOOL-REC(62:10)
            MOVE WS-RPT-ROWS(WS-RPT-X) TO WS-ED-COUNT
            MOVE WS-ED-COUNT TO WS-SPOOL-REC(73:7)
            MOVE 'BLANK LINES:' TO WS-SPOOL-REC(82:12)
            MOVE WS-RPT-BLANKS(WS-RPT-X) TO WS-ED-COUNT
            MOVE WS-ED-COUNT TO WS-SPOOL-REC(95:7)
            MOVE 'PAGES:' TO WS-SPOOL-REC(104:6)
            MOVE WS-RPT-PAGES(WS-RPT-X) TO WS-ED-PAGES
            MOVE WS-ED-PAGES TO WS-SPOOL-REC(111:5)
            PERFORM P455-START THRU P455-END
            MOVE WS-DASH-LINE TO WS-SPOOL-REC
            PERFORM P455-START THRU P455-END
            IF WS-PAGE-NO NOT = WS-RPT-PAGES(WS-RPT-X) THEN
                DISPLAY 'PAGE COUNT MISMATCH ON '
                        WS-RPT-FILE(WS-RPT-X)
                        ' PRINTED.: ' WS-PAGE-NO
                        ' EXPECTED.: ' WS-RPT-PAGES(WS-RPT-X)
                MOVE WS-PAGE-NO TO WS-RPT-PAGES(WS-RPT-X)
                MOVE 1 TO RETURN-CODE
            END-IF
            .
       P470-END.


      *>      WRITE THE DAILY REPORT INDEX
       P800-START.
            MOVE SPACES TO WS-INDEX-REC
            STRING 'DAILY REPORT INDEX - BUSINESS DATE '
                                               DELIMITED BY SIZE
                   WS-BUSDATE-YYYY             DELIMITED BY SIZE
                   '-'                         DELIMITED BY SIZE
                   WS-BUSDATE-MM               DELIMITED BY SIZE
                   '-'                         DELIMITED BY SIZE
                   WS-BUSDATE-DD               DELIMITED BY SIZE
                   ' - RUN ID '                DELIMITED BY SIZE
                   WS-RUN-ID                   DELIMITED BY SIZE
                   INTO WS-INDEX-REC
            END-STRING
            PERFORM P810-START THRU P810-END
            MOVE SPACES TO WS-INDEX-REC
            STRING 'SPOOL FILE: '              DELIMITED BY SIZE
                   'SPOOL.'                    DELIMITED BY SIZE
                   WS-BUSDATE                  DELIMITED BY SIZE
                   '.TXT'                      DELIMITED BY SIZE
                   INTO WS-INDEX-REC
            END-STRING
            PERFORM P810-START THRU P810-END
            MOVE SPACES TO WS-INDEX-REC
            PERFORM P810-START THRU P810-END
            MOVE SPACES TO WS-INDEX-REC
            MOVE 'REPORT'         TO WS-INDEX-REC(1:6)
            MOVE 'SOURCE FILE'    TO WS-INDEX-REC(22:11)
            MOVE 'STATUS'         TO WS-INDEX-REC(43:6)
            MOVE 'ROWS'           TO WS-INDEX-REC(55:4)
            MOVE 'LINES'          TO WS-INDEX-REC(63:5)
            MOVE 'PAGES'          TO WS-INDEX-REC(70:5)
            MOVE 'SHEET'          TO WS-INDEX-REC(77:5)
            PERFORM P810-START THRU P810-END
            PERFORM P820-START THRU P820-END
                VARYING WS-RPT-X FROM 1 BY 1
                UNTIL WS-RPT-X > WS-RPT-COUNT
            MOVE SPACES TO WS-INDEX-REC
            PERFORM P810-START THRU P810-END
            MOVE SPACES TO WS-INDEX-REC
            STRING 'REPORTS LISTED: '          DELIMITED BY SIZE
                   WS-RPT-COUNT                DELIMITED BY SIZE
                   '  PRINTED: '               DELIMITED BY SIZE
                   WS-RPT-PRINTED              DELIMITED BY SIZE
                   '  EMPTY: '                 DELIMITED BY SIZE
                   WS-RPT-EMPTY                DELIMITED BY SIZE
                   '  NOT PRODUCED: '          DELIMITED BY SIZE
                   WS-RPT-MISSING              DELIMITED BY SIZE
                   '  TOTAL ROWS: '            DELIMITED BY SIZE
                   WS-TOTAL-ROWS               DELIMITED BY SIZE
                   '  SHEETS: '                DELIMITED BY SIZE
                   WS-SHEET-NO                 DELIMITED BY SIZE
                   INTO WS-INDEX-REC
            END-STRING
            PERFORM P810-START THRU P810-END
            .
       P800-END.


      *>      WRITE AND CHECK ONE INDEX LINE
       P810-START.
            WRITE RPT-INDEX-LINE FROM WS-INDEX-REC
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED WRITING ' WS-RPTINDEX-FILE
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P810-END.


      *>      ONE INDEX LINE PER REPORT
       P820-START.
            MOVE SPACES TO WS-INDEX-REC
            MOVE WS-RPT-NAME(WS-RPT-X)   TO WS-INDEX-REC(1:20)
            MOVE WS-RPT-FILE(WS-RPT-X)   TO WS-INDEX-REC(22:20)
            IF WS-RPT-STATUS(WS-RPT-X) = 'MISSING' THEN
                MOVE 'NOT PRODUCED' TO WS-INDEX-REC(43:12)
            ELSE
                MOVE WS-RPT-STATUS(WS-RPT-X) TO WS-INDEX-REC(43:7)
                MOVE WS-RPT-ROWS(WS-RPT-X)   TO WS-ED-COUNT
                MOVE WS-ED-COUNT             TO WS-INDEX-REC(52:7)
                MOVE WS-RPT-LINES(WS-RPT-X)  TO WS-ED-COUNT
                MOVE WS-ED-COUNT             TO WS-INDEX-REC(61:7)
                MOVE WS-RPT-PAGES(WS-RPT-X)  TO WS-ED-PAGES
                MOVE WS-ED-PAGES             TO WS-INDEX-REC(70:5)
                MOVE WS-RPT-SHEET(WS-RPT-X)  TO WS-ED-PAGE
                MOVE WS-ED-PAGE              TO WS-INDEX-REC(77:5)
            END-IF
            PERFORM P810-START THRU P810-END
            .
       P820-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTSPOL RECONCILIATION SUMMARY'
            DISPLAY ' REPORTS LISTED...: '    WS-RPT-COUNT
            DISPLAY ' PRINTED..........: '    WS-RPT-PRINTED
            DISPLAY ' EMPTY............: '    WS-RPT-EMPTY
            DISPLAY ' NOT PRODUCED.....: '    WS-RPT-MISSING
            DISPLAY ' LINES READ.......: '    WS-TOTAL-LINES
            DISPLAY ' DATA ROWS........: '    WS-TOTAL-ROWS
            DISPLAY ' SHEETS SPOOLED...: '    WS-SHEET-NO
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE SPOOLIN
            CLOSE SPOOLOUT
            CLOSE RPTINDEX
            GOBACK.
       END PROGRAM HISTSPOL.
