      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: TAKE A SNAPSHOT OF THE CONFIGURATION A RUN STARTS WITH
      *        AND FILE IT IN THE VERSIONED CONFIGURATION STORE. CALLED
      *        BY MAINCODE AND B3JOBRUN AT THE START OF EVERY RUN. THE
      *        SNAPSHOT IS EVERY LINE OF THE REFERENCE AND FILTER FILES
      *        MODLRDWR READS (BDIFILTER, SCOPEFILTER, TICKERMAP,
      *        ISINREF, ALERTCFG) AND THE VALUE OF EVERY B3* SETTING
      *        THE SYSTEM READS FROM THE ENVIRONMENT. IF AN IDENTICAL
      *        SNAPSHOT IS ALREADY IN CFGSTORE.TXT ITS VERSION IS
      *        REUSED, OTHERWISE THE SNAPSHOT IS APPENDED AS THE NEXT
      *        VERSION; EITHER WAY THE RUN IS CATALOGUED AGAINST THE
      *        VERSION IN CFGRUNS.TXT AND THE VERSION IS HANDED BACK
      *        FOR THE CALLER'S OWN LOG. HISTCFGD COMPARES TWO RUNS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGSNAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE. CFGSRC IS REPOINTED AT
      *>      EACH SNAPSHOT FILE IN TURN.
               SELECT CFGSRC ASSIGN TO
                   WS-CFGSRC-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT CFGSTORE ASSIGN TO
                   WS-CFGSTORE-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT CFGRUNS ASSIGN TO
                   WS-CFGRUNS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
      *>      STORE LOCK. PARTITIONED MAINCODE RUNS START SIDE BY SIDE
      *>      UNDER THEIR OWN RUN LOCKS, SO THE STORE HAS ONE OF ITS
      *>      OWN: TWO SNAPSHOTS APPENDED AT ONCE WOULD INTERLEAVE.
               SELECT CFGLOCK ASSIGN TO
                   WS-CFGLOCK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD CFGSRC.
       01 CFG-SRC-LINE                 PIC X(100).
       FD CFGSTORE.
           COPY CFGSTORE.
       FD CFGRUNS.
           COPY CFGRUNS.
       FD CFGLOCK.
       01 CFG-LOCK-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-CFGSRC-FILE               PIC X(128) VALUE SPACES.
       77 WS-CFGSTORE-FILE             PIC X(128) VALUE SPACES.
       77 WS-CFGRUNS-FILE              PIC X(128) VALUE SPACES.
       77 WS-CFGLOCK-FILE              PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-SRC-EOF                   PIC X.
           88 SRC-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-STORE-EOF                 PIC X.
           88 STORE-EOF-OK             VALUE 'S' FALSE 'N'.
       77 WS-LOCK-HELD                 PIC X(01) VALUE 'N'.
           88 LOCK-HELD                VALUE 'Y' FALSE 'N'.
      *>      STORE LOCK WAIT: A SIBLING RUN HOLDS THE LOCK ONLY FOR
      *>      THE FEW SECONDS ITS SNAPSHOT TAKES, SO THE LOCK IS TRIED
      *>      UP TO WS-LOCK-MAXTRIES TIMES, WS-LOCK-WAIT SECONDS APART,
      *>      BEFORE IT IS TREATED AS LEFT BEHIND BY A DEAD RUN.
       77 WS-LOCK-FREE                 PIC X(01) VALUE 'N'.
           88 LOCK-FREE                VALUE 'Y' FALSE 'N'.
       77 WS-LOCK-TRIES                PIC 9(02) VALUE 0.
       77 WS-LOCK-MAXTRIES             PIC 9(02) VALUE 30.
       77 WS-LOCK-WAIT                 PIC 9(02) VALUE 1.
       77 WS-CFGLOCK-REC               PIC X(80) VALUE SPACES.
       77 WS-ENV-FORCERUN              PIC X(01) VALUE SPACES.
      *>      THE FILES IN THE SNAPSHOT: NAME WITHOUT .TXT AND HOW A
      *>      LINE'S KEY IS TAKEN - 'P' ITS FIRST 20 BYTES (THE WHOLE
      *>      BDIFILTER/SCOPEFILTER ENTRY), 'I' THE CODISI, 'T' THE OLD
      *>      TICKER PLUS ITS EFFECTIVE DATE, 'K' THE KEY BEFORE '='
       01 WS-SRC-VALUES.
           03 FILLER  PIC X(13) VALUE 'BDIFILTER   P'.
           03 FILLER  PIC X(13) VALUE 'SCOPEFILTER P'.
           03 FILLER  PIC X(13) VALUE 'TICKERMAP   T'.
           03 FILLER  PIC X(13) VALUE 'ISINREF     I'.
           03 FILLER  PIC X(13) VALUE 'ALERTCFG    K'.
       01 WS-SRC-TABLE REDEFINES WS-SRC-VALUES.
           03 WS-SRC-ENTRY OCCURS 5 TIMES
                           INDEXED BY WS-SRC-X.
               05 WS-SRC-NAME          PIC X(12).
               05 WS-SRC-KEYSTYLE      PIC X(01).
                   88 KEY-PREFIX       VALUE 'P'.
                   88 KEY-ISIN         VALUE 'I'.
                   88 KEY-TICKER       VALUE 'T'.
                   88 KEY-NAMEVAL      VALUE 'K'.
      *>      THE B3* SETTINGS IN THE SNAPSHOT - EVERY ONE A PROGRAM OF
      *>      THE SYSTEM ACCEPTS FROM THE ENVIRONMENT. ONE NOT SET IS
      *>      RECORDED AS SUCH, SO SETTING OR CLEARING IT SHOWS UP AS A
      *>      CHANGE.
       01 WS-ENV-VALUES.
           03 FILLER  PIC X(14) VALUE 'B3ARCHCUT'.
           03 FILLER  PIC X(14) VALUE 'B3BKUPDEPTH'.
           03 FILLER  PIC X(14) VALUE 'B3BKUPTGT'.
           03 FILLER  PIC X(14) VALUE 'B3BUSDATE'.
           03 FILLER  PIC X(14) VALUE 'B3CFGFROM'.
           03 FILLER  PIC X(14) VALUE 'B3CFGTO'.
           03 FILLER  PIC X(14) VALUE 'B3DARFMONTH'.
           03 FILLER  PIC X(14) VALUE 'B3DATADIR'.
           03 FILLER  PIC X(14) VALUE 'B3EXPDAYS'.
           03 FILLER  PIC X(14) VALUE 'B3FORCERUN'.
           03 FILLER  PIC X(14) VALUE 'B3INCDIR'.
           03 FILLER  PIC X(14) VALUE 'B3LIQFROM'.
           03 FILLER  PIC X(14) VALUE 'B3LIQTO'.
           03 FILLER  PIC X(14) VALUE 'B3OUTFMT'.
           03 FILLER  PIC X(14) VALUE 'B3PAGELEN'.
           03 FILLER  PIC X(14) VALUE 'B3PARTID'.
           03 FILLER  PIC X(14) VALUE 'B3PARTS'.
           03 FILLER  PIC X(14) VALUE 'B3POSTDATE'.
           03 FILLER  PIC X(14) VALUE 'B3PTAXMAXDAYS'.
           03 FILLER  PIC X(14) VALUE 'B3PTAXSIDE'.
           03 FILLER  PIC X(14) VALUE 'B3QUOTMODE'.
           03 FILLER  PIC X(14) VALUE 'B3RESTGEN'.
           03 FILLER  PIC X(14) VALUE 'B3ROTDATE'.
           03 FILLER  PIC X(14) VALUE 'B3SIGFROM'.
           03 FILLER  PIC X(14) VALUE 'B3SIGSRC'.
           03 FILLER  PIC X(14) VALUE 'B3SIGTO'.
           03 FILLER  PIC X(14) VALUE 'B3TECHSRC'.
           03 FILLER  PIC X(14) VALUE 'B3TOPN'.
           03 FILLER  PIC X(14) VALUE 'B3TRENDN'.
           03 FILLER  PIC X(14) VALUE 'B3VALDATE'.
       01 WS-ENV-TABLE REDEFINES WS-ENV-VALUES.
           03 WS-ENV-NAME OCCURS 30 TIMES
                          INDEXED BY WS-ENV-X
                                       PIC X(14).
       77 WS-ENV-VALUE                 PIC X(100) VALUE SPACES.
      *>      THE SNAPSHOT BEING TAKEN, IN STORE ORDER
       77 WS-SNAP-COUNT                PIC 9(06) VALUE 0.
       01 WS-SNAP-TABLE.
           03 WS-SNAP-ENTRY OCCURS 20000 TIMES.
               05 WS-SNAP-KIND         PIC X(01).
               05 WS-SNAP-SECTION      PIC X(12).
               05 WS-SNAP-KEY          PIC X(20).
               05 WS-SNAP-TEXT         PIC X(100).
       77 WS-SNAP-FULL                 PIC X(01) VALUE 'N'.
           88 SNAP-FULL                VALUE 'Y' FALSE 'N'.
       77 WS-FILE-SLOT                 PIC 9(06) VALUE 0.
       77 WS-FILE-LINES                PIC 9(06) VALUE 0.
       01 WS-FILE-TEXT.
           03 FILLER                   PIC X(08) VALUE 'PRESENT '.
           03 WS-FT-LINES              PIC 9(06).
           03 FILLER                   PIC X(06) VALUE ' LINES'.
       77 WS-KEY-PART                  PIC X(20) VALUE SPACES.
      *>      STORE SCAN: THE HIGHEST VERSION STORED, THE VERSION
      *>      BEING CHECKED AGAINST THE SNAPSHOT (0 = NONE) AND HOW FAR
      *>      INTO IT THE CHECK HAS GOT
       77 WS-MAX-VERSION               PIC 9(06) VALUE 0.
       77 WS-CAND-VERSION              PIC 9(06) VALUE 0.
       77 WS-CAND-POS                  PIC 9(06) VALUE 0.
       77 WS-CAND-MATCH                PIC X(01) VALUE 'N'.
           88 CAND-MATCH               VALUE 'Y' FALSE 'N'.
       77 WS-FOUND-VERSION             PIC 9(06) VALUE 0.
       77 WS-SNAP-IDX                  PIC 9(06) VALUE 0.
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
       LINKAGE SECTION.
      *>      LS-RETURN COMES BACK 0 WHEN THE RUN WAS CATALOGUED
      *>      AGAINST A VERSION (LS-CFG-VERSION), NONZERO WHEN NO
      *>      SNAPSHOT COULD BE FILED. THE CALLER DECIDES WHAT A
      *>      FAILURE MEANS FOR ITS RUN.
       77 LS-RETURN                    PIC 99.
      *>      THE CALLER'S RUN IDENTIFIER (YYYYMMDDHHMMSSCC) AND NAME
       77 LS-RUN-ID                    PIC X(16).
       77 LS-PROGRAM                   PIC X(08).
       77 LS-CFG-VERSION               PIC 9(06).
       PROCEDURE DIVISION USING LS-RETURN
                                LS-RUN-ID
                                LS-PROGRAM
                                LS-CFG-VERSION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P999-EXIT.


      *>      MODULE INITIALIZER. THE MODULE STAYS LOADED BETWEEN
      *>      CALLS (B3JOBRUN AND THEN ITS MAINCODE STEP), SO EVERY
      *>      COUNTER IS RESET HERE.
       P100-START.
            MOVE 0 TO LS-RETURN
            MOVE 0 TO LS-CFG-VERSION
            MOVE 0 TO WS-SNAP-COUNT
            MOVE 0 TO WS-MAX-VERSION
            MOVE 0 TO WS-CAND-VERSION
            MOVE 0 TO WS-FOUND-VERSION
            SET SNAP-FULL TO FALSE
            SET LOCK-HELD TO FALSE
            SET LOCK-FREE TO FALSE
            MOVE 0 TO WS-LOCK-TRIES
            MOVE SPACES TO WS-CFGLOCK-REC
            MOVE '..\DATA\' TO WS-DATA-DIR
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            MOVE SPACES TO WS-CFGSTORE-FILE
            MOVE SPACES TO WS-CFGRUNS-FILE
            MOVE SPACES TO WS-CFGLOCK-FILE
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CFGSTORE.TXT'       DELIMITED BY SIZE
                   INTO WS-CFGSTORE-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CFGRUNS.TXT'        DELIMITED BY SIZE
                   INTO WS-CFGRUNS-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CFGSTORE.LCK'       DELIMITED BY SIZE
                   INTO WS-CFGLOCK-FILE
            END-STRING
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            .
       P100-END.


      *>      BUILD THE SNAPSHOT: EACH FILE, THEN EACH SETTING
       P200-START.
            PERFORM P210-START THRU P210-END
                VARYING WS-SRC-X FROM 1 BY 1
                UNTIL WS-SRC-X > 5
            PERFORM P230-START THRU P230-END
                VARYING WS-ENV-X FROM 1 BY 1
                UNTIL WS-ENV-X > 30
            IF SNAP-FULL THEN
                DISPLAY 'CONFIGURATION SNAPSHOT OVER 20000 ENTRIES, '
                        'NOT STORED'
                MOVE 1 TO LS-RETURN
                PERFORM P999-EXIT
            END-IF
            .
       P200-END.


      *>      ONE FILE: ITS PRESENCE LINE, THEN ITS NON-BLANK LINES
       P210-START.
            MOVE SPACES TO WS-CFGSRC-FILE
            STRING WS-DATA-DIR                  DELIMITED BY SPACE
                   WS-SRC-NAME(WS-SRC-X)        DELIMITED BY SPACE
                   '.TXT'                       DELIMITED BY SIZE
                   INTO WS-CFGSRC-FILE
            END-STRING
            PERFORM P240-START THRU P240-END
            IF SNAP-FULL THEN
                GO TO P210-END
            END-IF
            MOVE WS-SNAP-COUNT TO WS-FILE-SLOT
            MOVE 'F'                   TO WS-SNAP-KIND(WS-FILE-SLOT)
            MOVE WS-SRC-NAME(WS-SRC-X) TO WS-SNAP-SECTION(WS-FILE-SLOT)
            MOVE '*FILE'               TO WS-SNAP-KEY(WS-FILE-SLOT)
            MOVE 'MISSING'             TO WS-SNAP-TEXT(WS-FILE-SLOT)
            OPEN INPUT CFGSRC
            IF WS-FS-1 EQUAL 35 THEN
                GO TO P210-END
            END-IF
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'FAILED TO READ ' WS-SRC-NAME(WS-SRC-X)
                        ' FOR THE CONFIGURATION SNAPSHOT'
                DISPLAY 'FILE STATUS.: ' WS-FS-1
                MOVE 1 TO LS-RETURN
                PERFORM P999-EXIT
            END-IF
            MOVE 0 TO WS-FILE-LINES
            SET SRC-EOF-OK TO FALSE
            PERFORM P220-START THRU P220-END
                UNTIL SRC-EOF-OK
            CLOSE CFGSRC
            MOVE WS-FILE-LINES TO WS-FT-LINES
            MOVE WS-FILE-TEXT  TO WS-SNAP-TEXT(WS-FILE-SLOT)
            .
       P210-END.


      *>      ONE LINE OF THE FILE, WITH ITS KEY
       P220-START.
            READ CFGSRC
                AT END
                    SET SRC-EOF-OK TO TRUE
                    GO TO P220-END
            END-READ
            IF CFG-SRC-LINE = SPACES THEN
                GO TO P220-END
            END-IF
            PERFORM P240-START THRU P240-END
            IF SNAP-FULL THEN
                SET SRC-EOF-OK TO TRUE
                GO TO P220-END
            END-IF
            ADD 1 TO WS-FILE-LINES
            MOVE SPACES TO WS-KEY-PART
            EVALUATE TRUE
                WHEN KEY-ISIN(WS-SRC-X)
                    MOVE CFG-SRC-LINE(1:12)  TO WS-KEY-PART
                WHEN KEY-TICKER(WS-SRC-X)
                    MOVE CFG-SRC-LINE(1:12)  TO WS-KEY-PART(1:12)
                    MOVE CFG-SRC-LINE(25:8)  TO WS-KEY-PART(13:8)
                WHEN KEY-NAMEVAL(WS-SRC-X)
                    UNSTRING CFG-SRC-LINE DELIMITED BY '='
                        INTO WS-KEY-PART
                    END-UNSTRING
                WHEN OTHER
                    MOVE CFG-SRC-LINE(1:20)  TO WS-KEY-PART
            END-EVALUATE
            MOVE 'L'                   TO WS-SNAP-KIND(WS-SNAP-COUNT)
            MOVE WS-SRC-NAME(WS-SRC-X) TO WS-SNAP-SECTION(WS-SNAP-COUNT)
            MOVE WS-KEY-PART           TO WS-SNAP-KEY(WS-SNAP-COUNT)
            MOVE CFG-SRC-LINE          TO WS-SNAP-TEXT(WS-SNAP-COUNT)
            .
       P220-END.


      *>      ONE SETTING
       P230-START.
            PERFORM P240-START THRU P240-END
            IF SNAP-FULL THEN
                GO TO P230-END
            END-IF
            MOVE SPACES TO WS-ENV-VALUE
            DISPLAY WS-ENV-NAME(WS-ENV-X) UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
            IF WS-ENV-VALUE = SPACES THEN
                MOVE '(NOT SET)' TO WS-ENV-VALUE
            END-IF
            MOVE 'E'                   TO WS-SNAP-KIND(WS-SNAP-COUNT)
            MOVE 'ENV'                 TO WS-SNAP-SECTION(WS-SNAP-COUNT)
            MOVE WS-ENV-NAME(WS-ENV-X) TO WS-SNAP-KEY(WS-SNAP-COUNT)
            MOVE WS-ENV-VALUE          TO WS-SNAP-TEXT(WS-SNAP-COUNT)
            .
       P230-END.


      *>      TAKE THE NEXT SNAPSHOT SLOT, OR FLAG THE TABLE FULL
       P240-START.
            IF WS-SNAP-COUNT < 20000 THEN
                ADD 1 TO WS-SNAP-COUNT
            ELSE
                SET SNAP-FULL TO TRUE
            END-IF
            .
       P240-END.


      *>      TAKE THE STORE LOCK. A HELD LOCK IS WAITED ON FOR A
      *>      BOUNDED TIME; ONE STILL THERE AFTERWARDS IS TAKEN OVER
      *>      WITH B3FORCERUN=Y, AS B3RUN.LCK IS, AND OTHERWISE THE
      *>      SNAPSHOT IS GIVEN UP - IT IS A RECORD OF THE RUN, NOT A
      *>      STEP OF IT, SO THE CALLER CARRIES ON WITHOUT IT.
       P300-START.
            DISPLAY 'B3FORCERUN' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-FORCERUN FROM ENVIRONMENT-VALUE
            PERFORM P310-START THRU P310-END
                UNTIL LOCK-FREE
                   OR WS-LOCK-TRIES NOT < WS-LOCK-MAXTRIES
            IF NOT LOCK-FREE THEN
                IF WS-ENV-FORCERUN = 'Y' THEN
                    DISPLAY 'B3FORCERUN=Y, OVERRIDING STALE '
                            'CFGSTORE.LCK LEFT BY.: ' WS-CFGLOCK-REC
                ELSE
                    DISPLAY 'CFGSTORE.LCK HELD BY ANOTHER RUN.: '
                            WS-CFGLOCK-REC
                    DISPLAY 'CONFIGURATION SNAPSHOT NOT STORED. IF '
                            'NO OTHER RUN IS ACTIVE, DELETE '
                            'CFGSTORE.LCK IN THE DATA FOLDER (OR '
                            'RERUN ONCE WITH B3FORCERUN=Y).'
                    MOVE 2 TO LS-RETURN
                    PERFORM P999-EXIT
                END-IF
            END-IF
            OPEN OUTPUT CFGLOCK
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE CFGSTORE.LCK'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO LS-RETURN
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO CFG-LOCK-LINE
            STRING 'LOCKED BY '         DELIMITED BY SIZE
                   LS-PROGRAM           DELIMITED BY SPACE
                   ' RUN '              DELIMITED BY SIZE
                   LS-RUN-ID            DELIMITED BY SIZE
                   INTO CFG-LOCK-LINE
            END-STRING
            WRITE CFG-LOCK-LINE
            CLOSE CFGLOCK
            SET LOCK-HELD TO TRUE
            .
       P300-END.


      *>      ONE TRY AT THE STORE LOCK, PAUSING BEFORE THE NEXT ONE
      *>      WHILE ANOTHER RUN STILL HOLDS IT
       P310-START.
            OPEN INPUT CFGLOCK
            IF WS-FS-4 NOT EQUAL 00 THEN
                SET LOCK-FREE TO TRUE
                GO TO P310-END
            END-IF
            READ CFGLOCK INTO WS-CFGLOCK-REC
                AT END CONTINUE
            END-READ
            CLOSE CFGLOCK
            ADD 1 TO WS-LOCK-TRIES
            IF WS-LOCK-TRIES = 1 THEN
                DISPLAY 'CFGSTORE.LCK HELD, WAITING FOR.: '
                        WS-CFGLOCK-REC
            END-IF
            IF WS-LOCK-TRIES < WS-LOCK-MAXTRIES THEN
                CALL 'C$SLEEP' USING WS-LOCK-WAIT
            END-IF
            .
       P310-END.


      *>      LOOK FOR A STORED VERSION IDENTICAL TO THE SNAPSHOT:
      *>      SAME ENTRY COUNT, THEN ENTRY FOR ENTRY THE SAME
       P400-START.
            SET STORE-EOF-OK TO FALSE
            OPEN INPUT CFGSTORE
            IF WS-FS-2 EQUAL 35 THEN
                DISPLAY 'NO CFGSTORE.TXT YET, STARTING THE STORE'
                GO TO P400-END
            END-IF
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'FAILED TO READ CFGSTORE.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-2
                MOVE 1 TO LS-RETURN
                PERFORM P999-EXIT
            END-IF
            PERFORM P410-START THRU P410-END
                UNTIL STORE-EOF-OK
            PERFORM P420-START THRU P420-END
            CLOSE CFGSTORE
            .
       P400-END.


      *>      ONE STORE LINE
       P410-START.
            READ CFGSTORE
                AT END
                    SET STORE-EOF-OK TO TRUE
                    GO TO P410-END
            END-READ
            IF CS-HEADER THEN
                PERFORM P420-START THRU P420-END
                IF CS-VERSION > WS-MAX-VERSION THEN
                    MOVE CS-VERSION TO WS-MAX-VERSION
                END-IF
                MOVE 0 TO WS-CAND-VERSION
                IF WS-FOUND-VERSION = 0
                AND CS-HDR-ENTRIES = WS-SNAP-COUNT THEN
                    MOVE CS-VERSION TO WS-CAND-VERSION
                    MOVE 0 TO WS-CAND-POS
                    SET CAND-MATCH TO TRUE
                END-IF
                GO TO P410-END
            END-IF
            IF WS-CAND-VERSION = 0 OR NOT CAND-MATCH
            OR CS-VERSION NOT = WS-CAND-VERSION THEN
                GO TO P410-END
            END-IF
            ADD 1 TO WS-CAND-POS
            IF WS-CAND-POS > WS-SNAP-COUNT THEN
                SET CAND-MATCH TO FALSE
                GO TO P410-END
            END-IF
            IF CS-KIND    NOT = WS-SNAP-KIND(WS-CAND-POS)
            OR CS-SECTION NOT = WS-SNAP-SECTION(WS-CAND-POS)
            OR CS-KEY     NOT = WS-SNAP-KEY(WS-CAND-POS)
            OR CS-TEXT    NOT = WS-SNAP-TEXT(WS-CAND-POS) THEN
                SET CAND-MATCH TO FALSE
            END-IF
            .
       P410-END.


      *>      CLOSE THE VERSION BEING CHECKED: EVERY ENTRY MATCHED
      *>      MEANS THE SNAPSHOT IS ALREADY STORED
       P420-START.
            IF WS-CAND-VERSION NOT = 0 AND CAND-MATCH
            AND WS-CAND-POS = WS-SNAP-COUNT THEN
                MOVE WS-CAND-VERSION TO WS-FOUND-VERSION
            END-IF
            MOVE 0 TO WS-CAND-VERSION
            .
       P420-END.


      *>      STORE THE SNAPSHOT AS THE NEXT VERSION WHEN IT IS NEW
       P500-START.
            IF WS-FOUND-VERSION NOT = 0 THEN
                MOVE WS-FOUND-VERSION TO LS-CFG-VERSION
                DISPLAY 'CONFIGURATION UNCHANGED, VERSION.: '
                        LS-CFG-VERSION
                GO TO P500-END
            END-IF
            COMPUTE LS-CFG-VERSION = WS-MAX-VERSION + 1
            OPEN EXTEND CFGSTORE
            IF WS-FS-2 EQUAL 35 THEN
                OPEN OUTPUT CFGSTORE
            END-IF
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'FAILED TO OPEN CFGSTORE.TXT FOR APPEND'
                DISPLAY 'FILE STATUS.: ' WS-FS-2
                MOVE 0 TO LS-CFG-VERSION
                MOVE 1 TO LS-RETURN
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO CFG-STORE-REC
            MOVE LS-CFG-VERSION TO CS-VERSION
            MOVE 'H'            TO CS-KIND
            MOVE '*VERSION'     TO CS-SECTION
            MOVE WS-SNAP-COUNT  TO CS-HDR-ENTRIES
            MOVE WS-RUN-DATE    TO CS-HDR-DATE
            MOVE LS-RUN-ID      TO CS-HDR-RUNID
            WRITE CFG-STORE-REC
            PERFORM P510-START THRU P510-END
                VARYING WS-SNAP-IDX FROM 1 BY 1
                UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
            CLOSE CFGSTORE
            DISPLAY 'CONFIGURATION CHANGED, STORED AS VERSION.: '
                    LS-CFG-VERSION
            .
       P500-END.


      *>      WRITE ONE SNAPSHOT ENTRY
       P510-START.
            MOVE SPACES TO CFG-STORE-REC
            MOVE LS-CFG-VERSION               TO CS-VERSION
            MOVE WS-SNAP-KIND(WS-SNAP-IDX)    TO CS-KIND
            MOVE WS-SNAP-SECTION(WS-SNAP-IDX) TO CS-SECTION
            MOVE WS-SNAP-KEY(WS-SNAP-IDX)     TO CS-KEY
            MOVE WS-SNAP-TEXT(WS-SNAP-IDX)    TO CS-TEXT
            WRITE CFG-STORE-REC
            .
       P510-END.


      *>      CATALOGUE THE RUN AGAINST ITS VERSION
       P600-START.
            OPEN EXTEND CFGRUNS
            IF WS-FS-3 EQUAL 35 THEN
                OPEN OUTPUT CFGRUNS
            END-IF
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED TO OPEN CFGRUNS.TXT, RUN NOT '
                        'CATALOGUED'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                MOVE 1 TO LS-RETURN
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES         TO CFG-RUNS-REC
            MOVE LS-RUN-ID      TO CR-RUNID
            MOVE LS-PROGRAM     TO CR-PROGRAM
            MOVE LS-CFG-VERSION TO CR-VERSION
            IF WS-FOUND-VERSION = 0 THEN
                MOVE 'NEW'  TO CR-STATE
            ELSE
                MOVE 'SAME' TO CR-STATE
            END-IF
            WRITE CFG-RUNS-REC
            CLOSE CFGRUNS
            .
       P600-END.


       P999-EXIT.
            CLOSE CFGSRC
            CLOSE CFGSTORE
            CLOSE CFGRUNS
            IF LOCK-HELD THEN
                DELETE FILE CFGLOCK
                SET LOCK-HELD TO FALSE
            END-IF
            GOBACK.
       END PROGRAM CFGSNAP.
