      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: BUILD AND KEEP CURRENT THE INDEXED SECURITY MASTER
      *        SECMASTER.DAT (ONE RECORD PER CODISI, ALTERNATE KEY ON
      *        CODNEG, LAYOUT IN COPY SECMREC) FROM THE CASH-MARKET
      *        ROWS OF THE MERGED OUTPUTINPUT.TXT, AND REPORT THE
      *        LISTING LIFECYCLE EVENTS DETECTED IN THE RUN TO
      *        LIFECYCLE.TXT: NEW LISTINGS, TICKER / NAME / CLASS
      *        (ESPECI, E.G. ON TO ON NM) / CODBDI AND FATCOT
      *        CHANGES, AND STATUS CHANGES. THE STATUS COMES FROM THE
      *        TRADING SESSIONS THE MARKET HAD AFTER THE SECURITY'S
      *        LAST DATEEX UP TO THE CALENDAR END (THE LATEST SESSION
      *        IN THE MERGED FILE): SUSPENDN SESSIONS WITHOUT A TRADE
      *        MAKE IT SUSPENDED, DELISTN SESSIONS A SUSPECTED
      *        DELISTING (SECMCFG.TXT, 5 AND 20 BY DEFAULT). ONLY ROWS
      *        NEWER THAN A SECURITY'S LAST DATEEX MOVE ITS CURRENT
      *        ATTRIBUTES, SO A RERUN OVER THE SAME FILE CHANGES
      *        NOTHING. THE FIRST RUN, WITH NO SECMASTER.DAT YET, IS AN
      *        INITIAL BUILD AND LISTS NO EVENTS, ONLY THEIR COUNTS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTSECM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT SECMIN ASSIGN TO
                   WS-SECMIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT SECMAST ASSIGN TO
                   WS-SECMAST-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS SM-CODISI
               ALTERNATE RECORD KEY IS SM-CODNEG
                                   WITH DUPLICATES
               FILE STATUS         IS WS-FS-2.
               SELECT SECMCFG ASSIGN TO
                   WS-SECMCFG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT LIFEOUT ASSIGN TO
                   WS-LIFEOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT SORTFILE ASSIGN TO
                   'SECMSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD SECMIN.
           COPY HISTOUTR.
       FD SECMAST.
           COPY SECMREC.
       FD SECMCFG.
       01 SECM-CFG-REG                 PIC X(32).
       FD LIFEOUT.
       01 LIFE-OUT-LINE                PIC X(132).
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-CODISI              PIC X(12).
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-CODNEG              PIC X(12).
           03 SORT-NOMRES              PIC X(12).
           03 SORT-ESPECI              PIC X(10).
           03 SORT-CODBDI              PIC X(02).
           03 SORT-FATCOT              PIC 9(07).
           03 SORT-SECNAME             PIC X(30).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-SECMIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-SECMAST-FILE              PIC X(128) VALUE SPACES.
       77 WS-SECMCFG-FILE              PIC X(128) VALUE SPACES.
       77 WS-LIFEOUT-FILE              PIC X(128) VALUE SPACES.
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
       77 WS-CFG-EOF                   PIC X.
           88 CFG-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-MAST-EOF                  PIC X.
           88 MAST-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      'Y' WHEN SECMASTER.DAT DID NOT EXIST AT THE START OF THE
      *>      RUN: EVERY SECURITY IS NEW AND NO EVENT IS LISTED
       77 WS-INITIAL-BUILD             PIC X(01) VALUE 'N'.
           88 INITIAL-BUILD            VALUE 'Y' FALSE 'N'.
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
      *>      SETTINGS, OVERRIDABLE VIA SECMCFG.TXT (KEY=VALUE):
      *>      SESSIONS WITHOUT A TRADE BEFORE A SECURITY IS TAKEN AS
      *>      SUSPENDED, AND AS A SUSPECTED DELISTING
       77 WS-CFG-KEY                   PIC X(16) VALUE SPACES.
       77 WS-CFG-VALUE                 PIC X(16) VALUE SPACES.
       77 WS-CFG-NUM                   PIC 9(05) VALUE 0.
       77 WS-CFG-SUSPENDN              PIC 9(05) VALUE 5.
       77 WS-CFG-DELISTN               PIC 9(05) VALUE 20.
      *>      TRADING SESSIONS SEEN IN THE MERGED FILE, ONE FLAG PER
      *>      CALENDAR DAY FROM 1980-01-01, WITH THE RUNNING COUNT OF
      *>      SESSIONS UP TO EACH DAY SO THE SESSIONS BETWEEN TWO
      *>      DATES ARE ONE SUBTRACTION
       77 WS-DAY-BASE                  PIC 9(07) VALUE 0.
       77 WS-DAY-MAX                   PIC 9(05) VALUE 25000.
       77 WS-DAY-IDX                   PIC S9(07) VALUE 0.
       77 WS-DAY-RUN                   PIC 9(05) VALUE 0.
       01 WS-DAY-TABLE.
           03 WS-DAY-ENTRY OCCURS 25000 TIMES.
               05 WS-DAY-FLAG          PIC X(01).
               05 WS-DAY-CUM           PIC 9(05).
       77 WS-CAL-END                   PIC 9(08) VALUE 0.
       77 WS-CAL-END-IDX               PIC S9(07) VALUE 0.
       77 WS-DATE-WORK                 PIC 9(08) VALUE 0.
       77 WS-IDLE                      PIC 9(05) VALUE 0.
       77 WS-NEW-STATUS                PIC X(01) VALUE SPACE.
      *>      STATE OF THE SECURITY BEING UPDATED
       77 WS-CUR-CODISI                PIC X(12) VALUE SPACES.
       77 WS-HAVE-GROUP                PIC X(01) VALUE 'N'.
           88 HAVE-GROUP               VALUE 'Y' FALSE 'N'.
       77 WS-SEC-NEW                   PIC X(01) VALUE 'N'.
           88 SEC-IS-NEW               VALUE 'Y' FALSE 'N'.
       77 WS-SEC-CHANGED               PIC X(01) VALUE 'N'.
           88 SEC-CHANGED              VALUE 'Y' FALSE 'N'.
       77 WS-FH-IDX                    PIC 9(02) VALUE 0.
      *>      ONE LIFECYCLE EVENT, LAID OUT AS ITS REPORT LINE
       01 WS-EVENT-LINE.
           03 WS-EL-TYPE               PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EL-DATE               PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EL-CODISI             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EL-CODNEG             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EL-FROM               PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EL-TO                 PIC X(30).
       01 WS-EVENT-HEAD.
           03 FILLER                   PIC X(09) VALUE 'EVENT'.
           03 FILLER                   PIC X(09) VALUE 'DATEEX'.
           03 FILLER                   PIC X(13) VALUE 'CODISI'.
           03 FILLER                   PIC X(13) VALUE 'CODNEG'.
           03 FILLER                   PIC X(31) VALUE 'FROM'.
           03 FILLER                   PIC X(02) VALUE 'TO'.
       77 WS-ED-IDLE                   PIC Z(04)9.
       77 WS-ED-FATCOT                 PIC Z(06)9.
       01 WS-LIFE-OUT-REC              PIC X(132) VALUE SPACES.
      *>      EVENTS DETECTED, PER TYPE
       77 WS-EV-NEWLIST                PIC 9(07) VALUE 0.
       77 WS-EV-TICKER                 PIC 9(07) VALUE 0.
       77 WS-EV-NAME                   PIC 9(07) VALUE 0.
       77 WS-EV-CLASS                  PIC 9(07) VALUE 0.
       77 WS-EV-CODBDI                 PIC 9(07) VALUE 0.
       77 WS-EV-FATCOT                 PIC 9(07) VALUE 0.
       77 WS-EV-SUSPEND                PIC 9(07) VALUE 0.
       77 WS-EV-DELIST                 PIC 9(07) VALUE 0.
       77 WS-EV-RESUMED                PIC 9(07) VALUE 0.
       77 WS-EV-LISTED                 PIC 9(07) VALUE 0.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(09) VALUE 0.
       77 WS-ROWS-SELECTED             PIC 9(09) VALUE 0.
       77 WS-ROWS-APPLIED              PIC 9(09) VALUE 0.
       77 WS-ROWS-KNOWN                PIC 9(09) VALUE 0.
       77 WS-ROWS-BACKFILL             PIC 9(09) VALUE 0.
       77 WS-SEC-ADDED                 PIC 9(07) VALUE 0.
       77 WS-SEC-UPDATED               PIC 9(07) VALUE 0.
       77 WS-SEC-FAILED                PIC 9(07) VALUE 0.
       77 WS-SEC-TOTAL                 PIC 9(07) VALUE 0.
       77 WS-SEC-ACTIVE                PIC 9(07) VALUE 0.
       77 WS-SEC-SUSPENDED             PIC 9(07) VALUE 0.
       77 WS-SEC-DELISTED              PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P260-START THRU P260-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'UPDATING THE SECURITY MASTER'
            SET EOF-OK TO FALSE
            SET IS-FIRST-LINE TO TRUE
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            INITIALIZE WS-DAY-TABLE
            COMPUTE WS-DAY-BASE = FUNCTION INTEGER-OF-DATE(19800101)
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'OUTPUTINPUT.TXT'    DELIMITED BY SIZE
                   INTO WS-SECMIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SECMASTER.DAT'      DELIMITED BY SIZE
                   INTO WS-SECMAST-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SECMCFG.TXT'        DELIMITED BY SIZE
                   INTO WS-SECMCFG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'LIFECYCLE.TXT'      DELIMITED BY SIZE
                   INTO WS-LIFEOUT-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD THE OPTIONAL STATUS THRESHOLDS
       P150-START.
            SET CFG-EOF-OK TO FALSE
            OPEN INPUT SECMCFG
            IF WS-FS-3 EQUAL 35 THEN
                DISPLAY 'NO SECMCFG.TXT FOUND, USING DEFAULTS'
            ELSE
                PERFORM P151-START THRU P151-END
                    UNTIL CFG-EOF-OK
                CLOSE SECMCFG
            END-IF
            IF WS-CFG-SUSPENDN NOT < WS-CFG-DELISTN THEN
                DISPLAY 'SUSPENDN NOT BELOW DELISTN, NO SECURITY '
                        'WILL SHOW AS SUSPENDED'
            END-IF
            DISPLAY 'SUSPEND AFTER SESSIONS.: ' WS-CFG-SUSPENDN
            DISPLAY 'DELIST AFTER SESSIONS..: ' WS-CFG-DELISTN
            .
       P150-END.


      *>      PARSE ONE KEY=VALUE LINE
       P151-START.
            READ SECMCFG INTO SECM-CFG-REG
                AT END SET CFG-EOF-OK TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-CFG-KEY
                    MOVE SPACES TO WS-CFG-VALUE
                    UNSTRING SECM-CFG-REG DELIMITED BY '='
                        INTO WS-CFG-KEY WS-CFG-VALUE
                    END-UNSTRING
                    EVALUATE TRUE
                        WHEN WS-CFG-VALUE = SPACES
                            CONTINUE
                        WHEN FUNCTION TEST-NUMVAL(WS-CFG-VALUE) NOT = 0
                            DISPLAY 'SECMCFG.TXT VALUE NOT NUMERIC, '
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
            IF WS-CFG-NUM = 0 THEN
                DISPLAY 'SECMCFG.TXT VALUE OUT OF RANGE, IGNORED.: '
                        WS-CFG-KEY
                GO TO P152-END
            END-IF
            EVALUATE WS-CFG-KEY
                WHEN 'SUSPENDN'
                    MOVE WS-CFG-NUM TO WS-CFG-SUSPENDN
                WHEN 'DELISTN'
                    MOVE WS-CFG-NUM TO WS-CFG-DELISTN
                WHEN OTHER
                    DISPLAY 'SECMCFG.TXT KEY UNKNOWN, '
                            'IGNORED.: ' WS-CFG-KEY
            END-EVALUATE
            .
       P152-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            OPEN INPUT SECMIN
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
            CLOSE SECMIN
            .
       P200-END.


      *>      OPEN THE SECURITY MASTER FOR UPDATE, CREATING IT EMPTY
      *>      ON THE FIRST RUN
       P250-START.
            OPEN I-O SECMAST
            IF WS-FS-2 EQUAL 35 THEN
                DISPLAY 'NO SECMASTER.DAT YET, INITIAL BUILD'
                SET INITIAL-BUILD TO TRUE
                OPEN OUTPUT SECMAST
                IF FS-OK OF WS-FS-2 THEN
                    CLOSE SECMAST
                    OPEN I-O SECMAST
                END-IF
            END-IF
            EVALUATE WS-FS-2
                WHEN 00
                    CONTINUE
                WHEN 37
                    DISPLAY 'PERMISSION DENIED OPENING SECMASTER.DAT'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN 39
                    DISPLAY 'SECMASTER.DAT ATTRIBUTE MISMATCH'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO OPEN SECMASTER.DAT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            .
       P250-END.


      *>      START THE EVENT REPORT
       P260-START.
            OPEN OUTPUT LIFEOUT
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE LIFECYCLE.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-LIFE-OUT-REC
            STRING 'SECURITY MASTER LIFECYCLE EVENTS - RUN '
                                        DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   INTO WS-LIFE-OUT-REC
            END-STRING
            WRITE LIFE-OUT-LINE FROM WS-LIFE-OUT-REC
            MOVE SPACES TO WS-LIFE-OUT-REC
            IF INITIAL-BUILD THEN
                MOVE 'INITIAL BUILD OF SECMASTER.DAT - EVENTS ARE '
                   & 'COUNTED BELOW BUT NOT LISTED'
                     TO WS-LIFE-OUT-REC
            END-IF
            WRITE LIFE-OUT-LINE FROM WS-LIFE-OUT-REC
            WRITE LIFE-OUT-LINE FROM WS-EVENT-HEAD
            .
       P260-END.


      *>      SORT THE CASH-MARKET ROWS BY CODISI AND DATE, THEN APPLY
      *>      THEM ONE SECURITY AT A TIME
       P300-START.
            SORT SORTFILE
                ON ASCENDING KEY SORT-CODISI
                                 SORT-DATEEX
                                 SORT-CODNEG
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P320-START THRU P320-END
            .
       P300-END.


      *>      READ THE MERGED CSV, NOTING EVERY SESSION DATE AND
      *>      RELEASING THE ROWS THAT FEED THE MASTER
       P310-START.
            OPEN INPUT SECMIN
            PERFORM P311-START THRU P311-END
                UNTIL EOF-OK
            CLOSE SECMIN
            .
       P310-END.


      *>      ONE CSV LINE. ANY TIPREG 01 ROW MARKS ITS DATE AS A
      *>      SESSION; ONLY UNADJUSTED TPMERC 010 ROWS WITH A CODISI
      *>      DESCRIBE THE LISTED SECURITY
       P311-START.
            READ SECMIN
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
            IF HIST-TIPREG NOT = 01 OR HIST-DATEEX IS NOT NUMERIC THEN
                GO TO P311-END
            END-IF
            MOVE HIST-DATEEX TO WS-DATE-WORK
            PERFORM P800-START THRU P800-END
            IF WS-DAY-IDX > 0 THEN
                MOVE 'Y' TO WS-DAY-FLAG(WS-DAY-IDX)
                IF HIST-DATEEX > WS-CAL-END THEN
                    MOVE HIST-DATEEX TO WS-CAL-END
                END-IF
            END-IF
            IF HIST-TPMERC = 010
            AND HIST-ADJUSTED NOT = 'Y'
            AND HIST-CODISI NOT = SPACES THEN
                MOVE HIST-CODISI  TO SORT-CODISI
                MOVE HIST-DATEEX  TO SORT-DATEEX
                MOVE HIST-CODNEG  TO SORT-CODNEG
                MOVE HIST-NOMRES  TO SORT-NOMRES
                MOVE HIST-ESPECI  TO SORT-ESPECI
                MOVE HIST-CODBDI  TO SORT-CODBDI
                IF HIST-FATCOT IS NUMERIC THEN
                    MOVE HIST-FATCOT TO SORT-FATCOT
                ELSE
                    MOVE 1 TO SORT-FATCOT
                END-IF
                MOVE HIST-SECNAME TO SORT-SECNAME
                RELEASE SORT-REC
                ADD 1 TO WS-ROWS-SELECTED
            END-IF
            .
       P311-END.


      *>      TAKE THE SORTED ROWS, ONE SECURITY GROUP AT A TIME
       P320-START.
            SET HAVE-GROUP TO FALSE
            SET SORT-EOF-OK TO FALSE
            PERFORM P321-START THRU P321-END
                UNTIL SORT-EOF-OK
            IF HAVE-GROUP THEN
                PERFORM P330-START THRU P330-END
            END-IF
            .
       P320-END.


      *>      PROCESS ONE SORTED ROW
       P321-START.
            RETURN SORTFILE
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P321-END
            END-RETURN
            IF NOT HAVE-GROUP OR SORT-CODISI NOT = WS-CUR-CODISI THEN
                IF HAVE-GROUP THEN
                    PERFORM P330-START THRU P330-END
                END-IF
                PERFORM P325-START THRU P325-END
            END-IF
            PERFORM P340-START THRU P340-END
            .
       P321-END.


      *>      START A SECURITY GROUP: FETCH ITS MASTER RECORD, OR
      *>      PREPARE AN EMPTY ONE FOR A NEW LISTING
       P325-START.
            MOVE SORT-CODISI TO WS-CUR-CODISI
            SET HAVE-GROUP TO TRUE
            SET SEC-CHANGED TO FALSE
            SET SEC-IS-NEW TO FALSE
            MOVE SORT-CODISI TO SM-CODISI
            READ SECMAST KEY IS SM-CODISI
                INVALID KEY
                    SET SEC-IS-NEW TO TRUE
                    INITIALIZE SEC-MASTER-REC
                    MOVE SORT-CODISI TO SM-CODISI
            END-READ
            .
       P325-END.


      *>      END A SECURITY GROUP: WRITE OR REWRITE ITS RECORD IF
      *>      ANYTHING MOVED
       P330-START.
            IF NOT SEC-CHANGED THEN
                GO TO P330-END
            END-IF
            MOVE WS-RUN-DATE TO SM-UPD-DATE
            IF SEC-IS-NEW THEN
                WRITE SEC-MASTER-REC
                    INVALID KEY
                        DISPLAY 'FAILED TO ADD ' SM-CODISI
                                ' TO SECMASTER.DAT, STATUS ' WS-FS-2
                        ADD 1 TO WS-SEC-FAILED
                    NOT INVALID KEY
                        ADD 1 TO WS-SEC-ADDED
                END-WRITE
            ELSE
                REWRITE SEC-MASTER-REC
                    INVALID KEY
                        DISPLAY 'FAILED TO UPDATE ' SM-CODISI
                                ' IN SECMASTER.DAT, STATUS ' WS-FS-2
                        ADD 1 TO WS-SEC-FAILED
                    NOT INVALID KEY
                        ADD 1 TO WS-SEC-UPDATED
                END-REWRITE
            END-IF
            .
       P330-END.


      *>      APPLY ONE ROW TO THE SECURITY. THE FIRST ROW OF A NEW
      *>      SECURITY OPENS ITS RECORD; A ROW OLDER THAN THE FIRST
      *>      DATEEX ONLY MOVES THE FIRST DATEEX BACK; A ROW NO NEWER
      *>      THAN THE LAST DATEEX HAS BEEN APPLIED BEFORE
       P340-START.
            IF SEC-IS-NEW AND SM-LAST-DATEEX = 0 THEN
                PERFORM P341-START THRU P341-END
                GO TO P340-END
            END-IF
            IF SORT-DATEEX < SM-FIRST-DATEEX THEN
                MOVE SORT-DATEEX TO SM-FIRST-DATEEX
                SET SEC-CHANGED TO TRUE
                ADD 1 TO WS-ROWS-BACKFILL
                GO TO P340-END
            END-IF
            IF SORT-DATEEX NOT > SM-LAST-DATEEX THEN
                ADD 1 TO WS-ROWS-KNOWN
                GO TO P340-END
            END-IF
            PERFORM P342-START THRU P342-END
            .
       P340-END.


      *>      OPEN THE RECORD OF A NEW LISTING FROM ITS FIRST ROW
       P341-START.
            MOVE SORT-CODNEG  TO SM-CODNEG
            MOVE SORT-NOMRES  TO SM-NOMRES
            MOVE SORT-ESPECI  TO SM-ESPECI
            MOVE SORT-CODBDI  TO SM-CODBDI
            MOVE SORT-SECNAME TO SM-SECNAME
            MOVE SORT-DATEEX  TO SM-FIRST-DATEEX
            MOVE SORT-DATEEX  TO SM-LAST-DATEEX
            MOVE 'A'          TO SM-STATUS
            MOVE SORT-DATEEX  TO SM-STATUS-DATE
            MOVE 1            TO SM-FATCOT-COUNT
            MOVE SORT-DATEEX  TO SM-FH-DATEEX(1)
            MOVE SORT-FATCOT  TO SM-FH-FATCOT(1)
            SET SEC-CHANGED TO TRUE
            ADD 1 TO WS-ROWS-APPLIED
            MOVE 'NEWLIST'    TO WS-EL-TYPE
            MOVE SORT-DATEEX  TO WS-EL-DATE
            MOVE SPACES       TO WS-EL-FROM
            MOVE SPACES       TO WS-EL-TO
            STRING SORT-NOMRES  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   SORT-ESPECI  DELIMITED BY SIZE
                   ' BDI '      DELIMITED BY SIZE
                   SORT-CODBDI  DELIMITED BY SIZE
                   INTO WS-EL-TO
            END-STRING
            PERFORM P350-START THRU P350-END
            .
       P341-END.


      *>      A NEWER ROW: COMPARE ITS ATTRIBUTES WITH THE CURRENT ONES,
      *>      KEEP THE OLD VALUE AS PREVIOUS AND REPORT EACH CHANGE
       P342-START.
            MOVE SORT-DATEEX TO WS-EL-DATE
            IF SORT-CODNEG NOT = SM-CODNEG THEN
                MOVE 'TICKER'    TO WS-EL-TYPE
                MOVE SM-CODNEG   TO WS-EL-FROM
                MOVE SORT-CODNEG TO WS-EL-TO
                MOVE SM-CODNEG   TO SM-PRV-CODNEG
                MOVE SORT-CODNEG TO SM-CODNEG
                PERFORM P350-START THRU P350-END
            END-IF
            IF SORT-NOMRES NOT = SM-NOMRES THEN
                MOVE 'NAME'      TO WS-EL-TYPE
                MOVE SM-NOMRES   TO WS-EL-FROM
                MOVE SORT-NOMRES TO WS-EL-TO
                MOVE SM-NOMRES   TO SM-PRV-NOMRES
                MOVE SORT-NOMRES TO SM-NOMRES
                MOVE SORT-DATEEX TO SM-CHG-DATEEX
                PERFORM P350-START THRU P350-END
            END-IF
            IF SORT-ESPECI NOT = SM-ESPECI THEN
                MOVE 'CLASS'     TO WS-EL-TYPE
                MOVE SM-ESPECI   TO WS-EL-FROM
                MOVE SORT-ESPECI TO WS-EL-TO
                MOVE SM-ESPECI   TO SM-PRV-ESPECI
                MOVE SORT-ESPECI TO SM-ESPECI
                MOVE SORT-DATEEX TO SM-CHG-DATEEX
                PERFORM P350-START THRU P350-END
            END-IF
            IF SORT-CODBDI NOT = SM-CODBDI THEN
                MOVE 'CODBDI'    TO WS-EL-TYPE
                MOVE SM-CODBDI   TO WS-EL-FROM
                MOVE SORT-CODBDI TO WS-EL-TO
                MOVE SM-CODBDI   TO SM-PRV-CODBDI
                MOVE SORT-CODBDI TO SM-CODBDI
                MOVE SORT-DATEEX TO SM-CHG-DATEEX
                PERFORM P350-START THRU P350-END
            END-IF
            IF SM-FATCOT-COUNT = 0
            OR SORT-FATCOT NOT = SM-FH-FATCOT(1) THEN
                PERFORM P343-START THRU P343-END
            END-IF
            IF SORT-SECNAME NOT = SPACES THEN
                MOVE SORT-SECNAME TO SM-SECNAME
            END-IF
            MOVE SORT-DATEEX TO SM-LAST-DATEEX
            SET SEC-CHANGED TO TRUE
            ADD 1 TO WS-ROWS-APPLIED
            .
       P342-END.


      *>      PUSH A NEW QUOTATION FACTOR ONTO THE FATCOT HISTORY,
      *>      DROPPING THE OLDEST WHEN ALL EIGHT PLACES ARE TAKEN
       P343-START.
            MOVE 'FATCOT' TO WS-EL-TYPE
            MOVE SPACES TO WS-EL-FROM
            IF SM-FATCOT-COUNT > 0 THEN
                MOVE SM-FH-FATCOT(1) TO WS-ED-FATCOT
                MOVE WS-ED-FATCOT TO WS-EL-FROM
            END-IF
            MOVE SORT-FATCOT TO WS-ED-FATCOT
            MOVE WS-ED-FATCOT TO WS-EL-TO
            IF SM-FATCOT-COUNT < 8 THEN
                ADD 1 TO SM-FATCOT-COUNT
            END-IF
            PERFORM P344-START THRU P344-END
                VARYING WS-FH-IDX FROM SM-FATCOT-COUNT BY -1
                UNTIL WS-FH-IDX < 2
            MOVE SORT-DATEEX TO SM-FH-DATEEX(1)
            MOVE SORT-FATCOT TO SM-FH-FATCOT(1)
            PERFORM P350-START THRU P350-END
            .
       P343-END.


       P344-START.
            MOVE SM-FATCOT-HIST(WS-FH-IDX - 1)
                 TO SM-FATCOT-HIST(WS-FH-IDX)
            .
       P344-END.


      *>      COUNT ONE EVENT AND, OUTSIDE AN INITIAL BUILD, LIST IT
       P350-START.
            EVALUATE WS-EL-TYPE
                WHEN 'NEWLIST'
                    ADD 1 TO WS-EV-NEWLIST
                WHEN 'TICKER'
                    ADD 1 TO WS-EV-TICKER
                WHEN 'NAME'
                    ADD 1 TO WS-EV-NAME
                WHEN 'CLASS'
                    ADD 1 TO WS-EV-CLASS
                WHEN 'CODBDI'
                    ADD 1 TO WS-EV-CODBDI
                WHEN 'FATCOT'
                    ADD 1 TO WS-EV-FATCOT
                WHEN 'SUSPEND'
                    ADD 1 TO WS-EV-SUSPEND
                WHEN 'DELIST'
                    ADD 1 TO WS-EV-DELIST
                WHEN 'RESUMED'
                    ADD 1 TO WS-EV-RESUMED
            END-EVALUATE
            IF INITIAL-BUILD THEN
                GO TO P350-END
            END-IF
            MOVE SM-CODISI TO WS-EL-CODISI
            MOVE SM-CODNEG TO WS-EL-CODNEG
            WRITE LIFE-OUT-LINE FROM WS-EVENT-LINE
            ADD 1 TO WS-EV-LISTED
            .
       P350-END.


      *>      RUNNING SESSION COUNT UP TO EVERY DAY OF THE TABLE
       P400-START.
            MOVE 0 TO WS-DAY-RUN
            PERFORM P410-START THRU P410-END
                VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-MAX
            MOVE WS-CAL-END TO WS-DATE-WORK
            PERFORM P800-START THRU P800-END
            MOVE WS-DAY-IDX TO WS-CAL-END-IDX
            DISPLAY 'CALENDAR END.: ' WS-CAL-END
            .
       P400-END.


       P410-START.
            IF WS-DAY-FLAG(WS-DAY-IDX) = 'Y' THEN
                ADD 1 TO WS-DAY-RUN
            END-IF
            MOVE WS-DAY-RUN TO WS-DAY-CUM(WS-DAY-IDX)
            .
       P410-END.


      *>      STATUS PASS: WALK THE WHOLE MASTER, WORK OUT EVERY
      *>      SECURITY'S SESSIONS WITHOUT A TRADE UP TO THE CALENDAR
      *>      END AND MOVE ITS STATUS WHEN THE THRESHOLDS SAY SO
       P500-START.
            IF WS-CAL-END-IDX NOT > 0 THEN
                DISPLAY 'NO SESSION DATES FOUND, STATUS NOT REVIEWED'
                GO TO P500-END
            END-IF
            SET MAST-EOF-OK TO FALSE
            MOVE LOW-VALUES TO SM-CODISI
            START SECMAST KEY NOT < SM-CODISI
                INVALID KEY SET MAST-EOF-OK TO TRUE
            END-START
            PERFORM P510-START THRU P510-END
                UNTIL MAST-EOF-OK
            .
       P500-END.


      *>      REVIEW ONE SECURITY
       P510-START.
            READ SECMAST NEXT RECORD
                AT END
                    SET MAST-EOF-OK TO TRUE
                    GO TO P510-END
            END-READ
            ADD 1 TO WS-SEC-TOTAL
            MOVE SM-LAST-DATEEX TO WS-DATE-WORK
            PERFORM P800-START THRU P800-END
            IF WS-DAY-IDX > 0 AND WS-DAY-IDX < WS-CAL-END-IDX THEN
                COMPUTE WS-IDLE = WS-DAY-CUM(WS-CAL-END-IDX)
                                - WS-DAY-CUM(WS-DAY-IDX)
            ELSE
                MOVE 0 TO WS-IDLE
            END-IF
            EVALUATE TRUE
                WHEN WS-IDLE NOT < WS-CFG-DELISTN
                    MOVE 'D' TO WS-NEW-STATUS
                    ADD 1 TO WS-SEC-DELISTED
                WHEN WS-IDLE NOT < WS-CFG-SUSPENDN
                    MOVE 'S' TO WS-NEW-STATUS
                    ADD 1 TO WS-SEC-SUSPENDED
                WHEN OTHER
                    MOVE 'A' TO WS-NEW-STATUS
                    ADD 1 TO WS-SEC-ACTIVE
            END-EVALUATE
            IF WS-NEW-STATUS = SM-STATUS
            AND WS-IDLE = SM-IDLE-SESSIONS THEN
                GO TO P510-END
            END-IF
            IF WS-NEW-STATUS NOT = SM-STATUS THEN
                PERFORM P520-START THRU P520-END
            END-IF
            MOVE WS-IDLE TO SM-IDLE-SESSIONS
            REWRITE SEC-MASTER-REC
                INVALID KEY
                    DISPLAY 'FAILED TO UPDATE STATUS OF ' SM-CODISI
                            ', STATUS ' WS-FS-2
                    ADD 1 TO WS-SEC-FAILED
            END-REWRITE
            .
       P510-END.


      *>      REPORT AND RECORD ONE STATUS CHANGE
       P520-START.
            MOVE SM-LAST-DATEEX TO WS-EL-DATE
            MOVE WS-IDLE TO WS-ED-IDLE
            MOVE SPACES TO WS-EL-FROM
            MOVE SPACES TO WS-EL-TO
            EVALUATE SM-STATUS
                WHEN 'S'
                    MOVE 'SUSPENDED' TO WS-EL-FROM
                WHEN 'D'
                    MOVE 'DELISTED' TO WS-EL-FROM
                WHEN OTHER
                    MOVE 'ACTIVE' TO WS-EL-FROM
            END-EVALUATE
            EVALUATE WS-NEW-STATUS
                WHEN 'D'
                    MOVE 'DELIST' TO WS-EL-TYPE
                    STRING 'DELISTED? '      DELIMITED BY SIZE
                           WS-ED-IDLE        DELIMITED BY SIZE
                           ' SESSIONS IDLE'  DELIMITED BY SIZE
                           INTO WS-EL-TO
                    END-STRING
                    MOVE WS-CAL-END TO SM-STATUS-DATE
                WHEN 'S'
                    MOVE 'SUSPEND' TO WS-EL-TYPE
                    STRING 'SUSPENDED '      DELIMITED BY SIZE
                           WS-ED-IDLE        DELIMITED BY SIZE
                           ' SESSIONS IDLE'  DELIMITED BY SIZE
                           INTO WS-EL-TO
                    END-STRING
                    MOVE WS-CAL-END TO SM-STATUS-DATE
                WHEN OTHER
                    MOVE 'RESUMED' TO WS-EL-TYPE
                    MOVE 'ACTIVE' TO WS-EL-TO
                    MOVE SM-LAST-DATEEX TO SM-STATUS-DATE
            END-EVALUATE
            MOVE WS-NEW-STATUS TO SM-STATUS
            PERFORM P350-START THRU P350-END
            .
       P520-END.


      *>      CLOSE THE EVENT REPORT WITH THE THRESHOLDS AND COUNTS
       P600-START.
            IF WS-EV-LISTED = 0 THEN
                MOVE '  NO EVENTS LISTED' TO WS-LIFE-OUT-REC
                WRITE LIFE-OUT-LINE FROM WS-LIFE-OUT-REC
            END-IF
            MOVE SPACES TO WS-LIFE-OUT-REC
            WRITE LIFE-OUT-LINE FROM WS-LIFE-OUT-REC
            STRING 'CALENDAR END '      DELIMITED BY SIZE
                   WS-CAL-END           DELIMITED BY SIZE
                   ', SUSPENDED AFTER ' DELIMITED BY SIZE
                   WS-CFG-SUSPENDN      DELIMITED BY SIZE
                   ' SESSIONS WITHOUT A TRADE, SUSPECTED DELISTING '
                                        DELIMITED BY SIZE
                   'AFTER '             DELIMITED BY SIZE
                   WS-CFG-DELISTN       DELIMITED BY SIZE
                   INTO WS-LIFE-OUT-REC
            END-STRING
            WRITE LIFE-OUT-LINE FROM WS-LIFE-OUT-REC
            MOVE SPACES TO WS-LIFE-OUT-REC
            STRING 'EVENTS: NEWLIST '   DELIMITED BY SIZE
                   WS-EV-NEWLIST        DELIMITED BY SIZE
                   ' TICKER '           DELIMITED BY SIZE
                   WS-EV-TICKER         DELIMITED BY SIZE
                   ' NAME '             DELIMITED BY SIZE
                   WS-EV-NAME           DELIMITED BY SIZE
                   ' CLASS '            DELIMITED BY SIZE
                   WS-EV-CLASS          DELIMITED BY SIZE
                   ' CODBDI '           DELIMITED BY SIZE
                   WS-EV-CODBDI         DELIMITED BY SIZE
                   ' FATCOT '           DELIMITED BY SIZE
                   WS-EV-FATCOT         DELIMITED BY SIZE
                   INTO WS-LIFE-OUT-REC
            END-STRING
            WRITE LIFE-OUT-LINE FROM WS-LIFE-OUT-REC
            MOVE SPACES TO WS-LIFE-OUT-REC
            STRING '        SUSPEND '   DELIMITED BY SIZE
                   WS-EV-SUSPEND        DELIMITED BY SIZE
                   ' DELIST '           DELIMITED BY SIZE
                   WS-EV-DELIST         DELIMITED BY SIZE
                   ' RESUMED '          DELIMITED BY SIZE
                   WS-EV-RESUMED        DELIMITED BY SIZE
                   INTO WS-LIFE-OUT-REC
            END-STRING
            WRITE LIFE-OUT-LINE FROM WS-LIFE-OUT-REC
            MOVE SPACES TO WS-LIFE-OUT-REC
            STRING 'SECURITIES: '       DELIMITED BY SIZE
                   WS-SEC-TOTAL         DELIMITED BY SIZE
                   ' ACTIVE '           DELIMITED BY SIZE
                   WS-SEC-ACTIVE        DELIMITED BY SIZE
                   ' SUSPENDED '        DELIMITED BY SIZE
                   WS-SEC-SUSPENDED     DELIMITED BY SIZE
                   ' DELISTED '         DELIMITED BY SIZE
                   WS-SEC-DELISTED      DELIMITED BY SIZE
                   INTO WS-LIFE-OUT-REC
            END-STRING
            WRITE LIFE-OUT-LINE FROM WS-LIFE-OUT-REC
            .
       P600-END.


      *>      DAY-TABLE SLOT OF WS-DATE-WORK, 0 WHEN IT IS NOT A VALID
      *>      DATE INSIDE THE TABLE
       P800-START.
            MOVE 0 TO WS-DAY-IDX
            IF WS-DATE-WORK < 19800101 THEN
                GO TO P800-END
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0 THEN
                GO TO P800-END
            END-IF
            COMPUTE WS-DAY-IDX =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                    - WS-DAY-BASE + 1
            IF WS-DAY-IDX > WS-DAY-MAX THEN
                MOVE 0 TO WS-DAY-IDX
            END-IF
            .
       P800-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTSECM RECONCILIATION SUMMARY'
            DISPLAY ' INPUT LINES READ.: '    WS-LINES-READ
            DISPLAY ' ROWS SELECTED....: '    WS-ROWS-SELECTED
            DISPLAY ' ROWS APPLIED.....: '    WS-ROWS-APPLIED
            DISPLAY ' ROWS BACKFILLED..: '    WS-ROWS-BACKFILL
            DISPLAY ' ROWS ALREADY IN..: '    WS-ROWS-KNOWN
            DISPLAY ' SECURITIES ADDED.: '    WS-SEC-ADDED
            DISPLAY ' SECURITIES UPDTD.: '    WS-SEC-UPDATED
            DISPLAY ' SECURITIES TOTAL.: '    WS-SEC-TOTAL
            DISPLAY ' EVENTS LISTED....: '    WS-EV-LISTED
            DISPLAY ' UPDATE FAILURES..: '    WS-SEC-FAILED
            IF WS-ROWS-SELECTED NOT = WS-ROWS-APPLIED
                                    + WS-ROWS-BACKFILL
                                    + WS-ROWS-KNOWN THEN
                DISPLAY ' ROW COUNTS DO NOT RECONCILE'
                MOVE 1 TO RETURN-CODE
            END-IF
            IF WS-SEC-FAILED > 0 THEN
                MOVE 1 TO RETURN-CODE
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE SECMIN
            CLOSE SECMAST
            CLOSE SECMCFG
            CLOSE LIFEOUT
            GOBACK.
       END PROGRAM HISTSECM.
