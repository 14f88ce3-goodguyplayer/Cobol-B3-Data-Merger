      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: HOUSEKEEPING ROTATION OF THE APPEND-ONLY LOGS. THE
      *        ALERT AND REJECT HISTORIES (ALERTHIST.TXT, REJHIST.TXT),
      *        MERGELOG.TXT, RUNHISTORY.TXT, INTAKELOG.TXT,
      *        REFAUDIT.TXT, REPAUDIT.TXT, ARCHIVELOG.TXT AND
      *        BKUPCATLG.TXT GROW FOREVER; THIS JOB MOVES EVERY LINE
      *        OF A CLOSED CALENDAR QUARTER OUT OF THE CURRENT FILE
      *        INTO A DATED PERIOD FILE (MERGELOG.2026Q3.TXT AND SO
      *        ON), LEAVES THE CURRENT QUARTER IN PLACE, RECORDS EVERY
      *        PERIOD FILE IT WRITES IN THE ROTCATLG.TXT CATALOG, AND
      *        DELETES PERIOD FILES OLDER THAN THE PER-LOG RETENTION
      *        IN ROTCFG.TXT (KEY=VALUE LINES, LOG NAME = QUARTERS TO
      *        KEEP, 0 OR NO LINE KEEPS EVERY QUARTER). A LINE IS
      *        DATED BY THE YYYYMMDD IT STARTS WITH (INTAKE AND AUDIT
      *        LOGS), BY ITS DATE= FIELD, OR BY THE RUN DATE= LINE
      *        THAT OPENS ITS GROUP (REJECT HISTORY); UNDATED LINES GO
      *        WITH THE LAST DATED LINE ABOVE THEM, AND UNDATED LINES
      *        AT THE TOP OF A FILE WITH THE FIRST DATED LINE BELOW.
      *        HISTAUDT, HISTDEEP, HISTXTRQ, HISTBKUP AND HISTREST
      *        READ THE ROTATED PERIODS THROUGH THE CATALOG, SO A
      *        PURGE OF MERGELOG/RUNHISTORY/ARCHIVELOG PERIODS ALSO
      *        TAKES THEM OUT OF THE CHAIN AUDIT - KEEP THOSE AT 0
      *        UNLESS THE AUDIT HAS BEEN SIGNED OFF. THE JOB TAKES
      *        B3RUN.LCK AND REFUSES TO START WHILE A MERGE (OR ANY
      *        PARTITION OF ONE) HOLDS ITS LOCK. B3ROTDATE (YYYYMMDD)
      *        OVERRIDES TODAY AS THE DATE THAT DECIDES THE CURRENT
      *        QUARTER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTROTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE. ROTIN AND ROTOUT ARE
      *>      REPOINTED PER LOG AND PER PERIOD, PARTLOCK PER PARTITION.
               SELECT RUNLOCK ASSIGN TO
                   WS-RUNLOCK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT PARTLOCK ASSIGN TO
                   WS-PARTLOCK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT ROTCFG ASSIGN TO
                   WS-ROTCFG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT ROTCATLG ASSIGN TO
                   WS-ROTCATLG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT ROTIN ASSIGN TO
                   WS-ROTIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT ROTOUT ASSIGN TO
                   WS-ROTOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
               SELECT ROTWORK ASSIGN TO
                   WS-ROTWORK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
       DATA DIVISION.
       FILE SECTION.
       FD RUNLOCK.
       01 RUN-LOCK-LINE                PIC X(80).
       FD PARTLOCK.
       01 PART-LOCK-LINE               PIC X(80).
       FD ROTCFG.
       01 ROT-CFG-REG                  PIC X(40).
       FD ROTCATLG.
           COPY ROTCATLG.
       FD ROTIN.
       01 ROT-IN-LINE                  PIC X(300).
       FD ROTOUT.
       01 ROT-OUT-LINE                 PIC X(300).
       FD ROTWORK.
       01 ROT-WORK-LINE                PIC X(300).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-RUNLOCK-FILE              PIC X(128) VALUE SPACES.
       77 WS-PARTLOCK-FILE             PIC X(128) VALUE SPACES.
       77 WS-ROTCFG-FILE               PIC X(128) VALUE SPACES.
       77 WS-ROTCATLG-FILE             PIC X(128) VALUE SPACES.
       77 WS-ROTIN-FILE                PIC X(128) VALUE SPACES.
       77 WS-ROTOUT-FILE               PIC X(128) VALUE SPACES.
       77 WS-ROTWORK-FILE              PIC X(128) VALUE SPACES.
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
       77 WS-FS-7                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-CFG-EOF                   PIC X.
           88 CFG-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-CAT-EOF                   PIC X.
           88 CAT-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-IN-EOF                    PIC X.
           88 IN-EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-WORK-EOF                  PIC X.
           88 WORK-EOF-OK              VALUE 'S' FALSE 'N'.
      *>      EXCLUSIVE RUN LOCK, SHARED WITH MAINCODE'S NORMAL MODE,
      *>      WITH THE SAME B3FORCERUN OVERRIDE FOR A LOCK LEFT BY A
      *>      KILLED RUN. A PARTITIONED BACKFILL HOLDS B3RUN.PNN.LCK
      *>      INSTEAD, AND ITS PARTITIONS APPEND TO MERGELOG.TXT TOO,
      *>      SO THOSE LOCKS ARE CHECKED AS WELL.
       77 WS-START-TIME                PIC X(08) VALUE SPACES.
       77 WS-ENV-FORCERUN              PIC X(01) VALUE SPACES.
       77 WS-LOCK-HELD                 PIC X(01) VALUE 'N'.
           88 LOCK-HELD                VALUE 'Y' FALSE 'N'.
       01 WS-RUNLOCK-REC               PIC X(80) VALUE SPACES.
       77 WS-PART-X                    PIC 9(03) VALUE 0.
       77 WS-PARTID                    PIC 9(02) VALUE 0.
       77 WS-PART-LOCKS                PIC 9(02) VALUE 0.
      *>      THE LOGS THIS JOB ROTATES: NAME WITHOUT .TXT AND HOW A
      *>      LINE CARRIES ITS DATE - 'L' LEADING YYYYMMDD, 'T' A
      *>      DATE=YYYYMMDD FIELD, 'M' A 'RUN DATE=YYYYMMDD' GROUP
      *>      MARKER LINE
       01 WS-LOG-VALUES.
           03 FILLER  PIC X(11) VALUE 'ALERTHIST T'.
           03 FILLER  PIC X(11) VALUE 'MERGELOG  T'.
           03 FILLER  PIC X(11) VALUE 'RUNHISTORYT'.
           03 FILLER  PIC X(11) VALUE 'REJHIST   M'.
           03 FILLER  PIC X(11) VALUE 'INTAKELOG L'.
           03 FILLER  PIC X(11) VALUE 'REFAUDIT  L'.
           03 FILLER  PIC X(11) VALUE 'REPAUDIT  L'.
           03 FILLER  PIC X(11) VALUE 'ARCHIVELOGT'.
           03 FILLER  PIC X(11) VALUE 'BKUPCATLG T'.
       01 WS-LOG-TABLE REDEFINES WS-LOG-VALUES.
           03 WS-LOG-ENTRY OCCURS 9 TIMES
                           INDEXED BY WS-LOG-X.
               05 WS-LOG-NAME          PIC X(10).
               05 WS-LOG-STYLE         PIC X(01).
                   88 STYLE-LEADING    VALUE 'L'.
                   88 STYLE-FIELD      VALUE 'T'.
                   88 STYLE-MARKER     VALUE 'M'.
      *>      PER-LOG RETENTION (QUARTERS, 0 = KEEP ALL) AND TALLIES
       01 WS-LOG-STATS.
           03 WS-LOG-STAT OCCURS 9 TIMES.
               05 WS-LOG-KEEP          PIC 9(03) VALUE 0.
               05 WS-LOG-MOVED         PIC 9(07) VALUE 0.
               05 WS-LOG-KEPT          PIC 9(07) VALUE 0.
               05 WS-LOG-PERIODS       PIC 9(03) VALUE 0.
               05 WS-LOG-PURGED        PIC 9(03) VALUE 0.
       77 WS-LOG-FOUND                 PIC X(01) VALUE 'N'.
           88 LOG-FOUND                VALUE 'Y' FALSE 'N'.
      *>      ROTCFG.TXT PARSE SCRATCH
       77 WS-CFG-KEY                   PIC X(16) VALUE SPACES.
       77 WS-CFG-VALUE                 PIC X(24) VALUE SPACES.
       77 WS-CFG-ERRORS                PIC 9(03) VALUE 0.
      *>      THE DATE THAT DECIDES THE CURRENT QUARTER: TODAY, OR
      *>      B3ROTDATE WHEN SET
       77 WS-ENV-ROTDATE               PIC X(08) VALUE SPACES.
       77 WS-AS-OF                     PIC 9(08) VALUE 0.
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
       77 WS-RUN-TIME                  PIC 9(08) VALUE 0.
       77 WS-CUR-PERIOD                PIC X(06) VALUE SPACES.
       77 WS-CUR-ORD                   PIC 9(06) VALUE 0.
       77 WS-PURGE-ORD                 PIC S9(06) VALUE 0.
      *>      PERIOD ARITHMETIC: A YYYYMMDD DATE BECOMES YYYYQN, AND A
      *>      PERIOD BECOMES AN ORDINAL (YEAR * 4 + QUARTER - 1) SO
      *>      RETENTION CAN COUNT QUARTERS BACK ACROSS A YEAR END
       01 WS-DATE-WORK.
           03 WS-DW-YEAR               PIC 9(04).
           03 WS-DW-MONTH              PIC 9(02).
           03 WS-DW-DAY                PIC 9(02).
       01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                       PIC 9(08).
       01 WS-PERIOD-WORK.
           03 WS-PW-YEAR               PIC 9(04).
           03 WS-PW-Q                  PIC X(01) VALUE 'Q'.
           03 WS-PW-QTR                PIC 9(01).
       77 WS-PERIOD-ORD                PIC 9(06) VALUE 0.
      *>      LINE DATING
       01 WS-LINE-REC                  PIC X(300) VALUE SPACES.
       01 WS-PARSE-HEAD                PIC X(300) VALUE SPACES.
       01 WS-PARSE-REST                PIC X(300) VALUE SPACES.
       77 WS-LINE-DATE                 PIC X(08) VALUE SPACES.
       77 WS-LINE-DATED                PIC X(01) VALUE 'N'.
           88 LINE-DATED               VALUE 'Y' FALSE 'N'.
       77 WS-LINE-PERIOD               PIC X(06) VALUE SPACES.
       77 WS-FIRST-PERIOD              PIC X(06) VALUE SPACES.
       77 WS-CARRY-PERIOD              PIC X(06) VALUE SPACES.
      *>      THE PERIOD FILE CURRENTLY OPEN FOR EXTEND, SWITCHED ON
      *>      PERIOD CHANGE THE WAY HISTARCH SWITCHES ARCHIVE YEARS
       77 WS-OPEN-PERIOD               PIC X(06) VALUE SPACES.
       77 WS-OPEN-LINES                PIC 9(07) VALUE 0.
       77 WS-PERIOD-FILE               PIC X(24) VALUE SPACES.
      *>      THE CATALOG AS LOADED AT THE START, PLUS THE PERIODS
      *>      THIS RUN ADDS: ONE ENTRY PER LOG AND PERIOD, LIVE WHILE
      *>      ITS PERIOD FILE HAS NOT BEEN PURGED
       77 WS-CAT-COUNT                 PIC 9(04) VALUE 0.
       01 WS-CAT-TABLE.
           03 WS-CAT-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-CAT-X.
               05 WS-CAT-LOG           PIC X(10).
               05 WS-CAT-PERIOD        PIC X(06).
               05 WS-CAT-LIVE          PIC X(01).
                   88 CAT-LIVE         VALUE 'Y' FALSE 'N'.
       77 WS-CAT-FOUND                 PIC X(01) VALUE 'N'.
           88 CAT-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-CAT-KEY-LOG               PIC X(10) VALUE SPACES.
       77 WS-CAT-ACTION                PIC X(07) VALUE SPACES.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-TOTAL-MOVED               PIC 9(09) VALUE 0.
       77 WS-TOTAL-PERIODS             PIC 9(05) VALUE 0.
       77 WS-TOTAL-PURGED              PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P110-START THRU P110-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END
               VARYING WS-LOG-X FROM 1 BY 1
               UNTIL WS-LOG-X > 9.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALIZE VARIABLES, RESOLVE THE FILE NAMES AND THE
      *>      CURRENT QUARTER
       P100-START.
            DISPLAY 'ROTATING THE LOGS INTO QUARTERLY PERIOD FILES'
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'B3RUN.LCK'          DELIMITED BY SIZE
                   INTO WS-RUNLOCK-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ROTCFG.TXT'         DELIMITED BY SIZE
                   INTO WS-ROTCFG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ROTCATLG.TXT'       DELIMITED BY SIZE
                   INTO WS-ROTCATLG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ROTWORK.TMP'        DELIMITED BY SIZE
                   INTO WS-ROTWORK-FILE
            END-STRING
            ACCEPT WS-START-TIME FROM TIME
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO WS-AS-OF
            DISPLAY 'B3ROTDATE' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-ROTDATE FROM ENVIRONMENT-VALUE
            IF WS-ENV-ROTDATE NOT = SPACES THEN
                IF WS-ENV-ROTDATE IS NOT NUMERIC THEN
                    DISPLAY 'B3ROTDATE IS NOT A YYYYMMDD DATE, '
                            'REFUSING TO ROTATE'
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE WS-ENV-ROTDATE TO WS-AS-OF
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF) NOT = 0 THEN
                    DISPLAY 'B3ROTDATE IS NOT A YYYYMMDD DATE, '
                            'REFUSING TO ROTATE'
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF
            MOVE WS-AS-OF TO WS-LINE-DATE
            PERFORM P410-START THRU P410-END
            MOVE WS-LINE-PERIOD TO WS-CUR-PERIOD
            MOVE WS-PERIOD-ORD TO WS-CUR-ORD
            DISPLAY 'AS OF..........: ' WS-AS-OF
            DISPLAY 'CURRENT PERIOD.: ' WS-CUR-PERIOD
            .
       P100-END.


      *>      TAKE THE EXCLUSIVE RUN LOCK, OR REFUSE TO START - THE
      *>      SAME PROTOCOL MAINCODE'S P110-START FOLLOWS, SO THE
      *>      LOGS ARE NEVER REWRITTEN UNDER A RUNNING MERGE. THE
      *>      REFUSAL BYPASSES P999-EXIT SO THE OTHER RUN'S LOCK IS
      *>      NOT RELEASED.
       P110-START.
            DISPLAY 'B3FORCERUN' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-FORCERUN FROM ENVIRONMENT-VALUE
            OPEN INPUT RUNLOCK
            IF WS-FS-1 EQUAL 00 THEN
                READ RUNLOCK INTO WS-RUNLOCK-REC
                    AT END CONTINUE
                END-READ
                CLOSE RUNLOCK
                IF WS-ENV-FORCERUN = 'Y' THEN
                    DISPLAY 'B3FORCERUN=Y, OVERRIDING STALE RUN LOCK '
                            'LEFT BY.: ' WS-RUNLOCK-REC
                ELSE
                    DISPLAY 'ANOTHER RUN HOLDS THE LOCK.: '
                            WS-RUNLOCK-REC
                    DISPLAY 'REFUSING TO ROTATE. IF NO OTHER RUN IS '
                            'ACTIVE, DELETE B3RUN.LCK IN THE DATA '
                            'FOLDER (OR RERUN ONCE WITH B3FORCERUN=Y) '
                            'AND RESTART.'
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF
            MOVE 0 TO WS-PART-LOCKS
            PERFORM P111-START THRU P111-END
                VARYING WS-PART-X FROM 1 BY 1
                UNTIL WS-PART-X > 99
            IF WS-PART-LOCKS > 0 THEN
                IF WS-ENV-FORCERUN = 'Y' THEN
                    DISPLAY 'B3FORCERUN=Y, IGNORING PARTITION LOCKS.: '
                            WS-PART-LOCKS
                ELSE
                    DISPLAY 'PARTITION LOCKS HELD.: ' WS-PART-LOCKS
                    DISPLAY 'REFUSING TO ROTATE WHILE A PARTITIONED '
                            'BACKFILL IS RUNNING.'
                    MOVE 1 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF
            OPEN OUTPUT RUNLOCK
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'FAILED TO CREATE B3RUN.LCK, QUITTING...'
                DISPLAY 'FILE STATUS.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE SPACES TO WS-RUNLOCK-REC
            STRING 'LOCKED AT '          DELIMITED BY SIZE
                   WS-START-TIME(01:02)  DELIMITED BY SIZE
                   ':'                   DELIMITED BY SIZE
                   WS-START-TIME(03:02)  DELIMITED BY SIZE
                   ':'                   DELIMITED BY SIZE
                   WS-START-TIME(05:02)  DELIMITED BY SIZE
                   ' BY HISTROTA'        DELIMITED BY SIZE
                   INTO WS-RUNLOCK-REC
            END-STRING
            WRITE RUN-LOCK-LINE FROM WS-RUNLOCK-REC
            CLOSE RUNLOCK
            SET LOCK-HELD TO TRUE
            .
       P110-END.


      *>      LOOK FOR ONE PARTITION LOCK (B3RUN.PNN.LCK, PARTITIONS
      *>      01 TO 99)
       P111-START.
            MOVE WS-PART-X TO WS-PARTID
            MOVE SPACES TO WS-PARTLOCK-FILE
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'B3RUN.P'            DELIMITED BY SIZE
                   WS-PARTID            DELIMITED BY SIZE
                   '.LCK'               DELIMITED BY SIZE
                   INTO WS-PARTLOCK-FILE
            END-STRING
            OPEN INPUT PARTLOCK
            IF FS-OK OF WS-FS-2 THEN
                CLOSE PARTLOCK
                ADD 1 TO WS-PART-LOCKS
                DISPLAY 'PARTITION LOCK FOUND.: ' WS-PARTLOCK-FILE
            END-IF
            .
       P111-END.


      *>      LOAD THE PER-LOG RETENTION FROM ROTCFG.TXT. WITHOUT THE
      *>      FILE EVERY QUARTER IS KEPT - ROTATION NEVER DELETES
      *>      ANYTHING NOBODY ASKED IT TO.
       P150-START.
            SET CFG-EOF-OK TO FALSE
            OPEN INPUT ROTCFG
            IF WS-FS-3 EQUAL 35 THEN
                DISPLAY 'NO ROTCFG.TXT FOUND, KEEPING EVERY PERIOD'
                GO TO P150-END
            END-IF
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED TO LOAD ROTCFG.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P151-START THRU P151-END
                UNTIL CFG-EOF-OK
            CLOSE ROTCFG
            IF WS-CFG-ERRORS > 0 THEN
                DISPLAY 'ROTCFG.TXT HAS ' WS-CFG-ERRORS
                        ' ERROR(S), QUITTING...'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P150-END.


      *>      PARSE ONE LOG=QUARTERS LINE
       P151-START.
            READ ROTCFG INTO ROT-CFG-REG
                AT END
                    SET CFG-EOF-OK TO TRUE
                    GO TO P151-END
            END-READ
            IF ROT-CFG-REG = SPACES
            OR ROT-CFG-REG(1:1) = '*' THEN
                GO TO P151-END
            END-IF
            MOVE SPACES TO WS-CFG-KEY
            MOVE SPACES TO WS-CFG-VALUE
            UNSTRING ROT-CFG-REG DELIMITED BY '='
                INTO WS-CFG-KEY WS-CFG-VALUE
            END-UNSTRING
            SET WS-LOG-X TO 1
            SET LOG-FOUND TO FALSE
            SEARCH WS-LOG-ENTRY
                AT END CONTINUE
                WHEN WS-LOG-NAME(WS-LOG-X) = WS-CFG-KEY
                    SET LOG-FOUND TO TRUE
            END-SEARCH
            EVALUATE TRUE
                WHEN NOT LOG-FOUND
                    DISPLAY 'ROTCFG.TXT KEY UNKNOWN, IGNORED.: '
                            WS-CFG-KEY
                WHEN WS-CFG-VALUE = SPACES
                    CONTINUE
                WHEN FUNCTION TEST-NUMVAL(WS-CFG-VALUE) NOT = 0
                    DISPLAY 'ROTCFG.TXT VALUE NOT NUMERIC.: '
                            WS-CFG-KEY
                    ADD 1 TO WS-CFG-ERRORS
                WHEN FUNCTION NUMVAL(WS-CFG-VALUE) < 0
                  OR FUNCTION NUMVAL(WS-CFG-VALUE) > 999
                    DISPLAY 'ROTCFG.TXT QUARTERS MUST BE 0 TO 999.: '
                            WS-CFG-KEY
                    ADD 1 TO WS-CFG-ERRORS
                WHEN OTHER
                    COMPUTE WS-LOG-KEEP(WS-LOG-X)
                        = FUNCTION NUMVAL(WS-CFG-VALUE)
                    DISPLAY 'RETENTION ' WS-CFG-KEY ': '
                            WS-LOG-KEEP(WS-LOG-X) ' QUARTER(S)'
            END-EVALUATE
            .
       P151-END.


      *>      LOAD THE ROTATION CATALOG: WHICH PERIOD FILES EXIST FOR
      *>      WHICH LOG, AND WHICH OF THEM HAVE BEEN PURGED SINCE
       P200-START.
            SET CAT-EOF-OK TO FALSE
            OPEN INPUT ROTCATLG
            IF WS-FS-4 EQUAL 35 THEN
                DISPLAY 'NO ROTCATLG.TXT YET, FIRST ROTATION'
                GO TO P200-END
            END-IF
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO LOAD ROTCATLG.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P210-START THRU P210-END
                UNTIL CAT-EOF-OK
            CLOSE ROTCATLG
            DISPLAY 'PERIODS CATALOGUED.: ' WS-CAT-COUNT
            .
       P200-END.


      *>      APPLY ONE CATALOG LINE TO THE TABLE
       P210-START.
            READ ROTCATLG
                AT END SET CAT-EOF-OK TO TRUE
                NOT AT END
                    MOVE RC-LOG TO WS-CAT-KEY-LOG
                    MOVE RC-PERIOD TO WS-LINE-PERIOD
                    MOVE RC-ACTION TO WS-CAT-ACTION
                    PERFORM P220-START THRU P220-END
            END-READ
            .
       P210-END.


      *>      RECORD A ROTATED PERIOD (ONCE) OR MARK A PURGED ONE. THE
      *>      LOG IS HANDED OVER IN WS-CAT-KEY-LOG, THE PERIOD IN
      *>      WS-LINE-PERIOD, THE ACTION IN WS-CAT-ACTION.
       P220-START.
            SET WS-CAT-X TO 1
            SET CAT-FOUND TO FALSE
            IF WS-CAT-COUNT > 0 THEN
                SEARCH WS-CAT-ENTRY
                    AT END CONTINUE
                    WHEN WS-CAT-X > WS-CAT-COUNT
                        CONTINUE
                    WHEN WS-CAT-LOG(WS-CAT-X) = WS-CAT-KEY-LOG
                     AND WS-CAT-PERIOD(WS-CAT-X) = WS-LINE-PERIOD
                        SET CAT-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT CAT-FOUND THEN
                IF WS-CAT-COUNT < 2000 THEN
                    ADD 1 TO WS-CAT-COUNT
                    SET WS-CAT-X TO WS-CAT-COUNT
                    MOVE WS-CAT-KEY-LOG TO WS-CAT-LOG(WS-CAT-X)
                    MOVE WS-LINE-PERIOD TO WS-CAT-PERIOD(WS-CAT-X)
                ELSE
                    DISPLAY 'ROTATION CATALOG TABLE FULL, PERIOD NOT '
                            'TRACKED.: ' WS-LINE-PERIOD
                    GO TO P220-END
                END-IF
            END-IF
            IF WS-CAT-ACTION = 'PURGED' THEN
                SET CAT-LIVE(WS-CAT-X) TO FALSE
            ELSE
                SET CAT-LIVE(WS-CAT-X) TO TRUE
            END-IF
            .
       P220-END.


      *>      ROTATE ONE LOG, THEN APPLY ITS RETENTION
       P300-START.
            MOVE SPACES TO WS-ROTIN-FILE
            STRING WS-DATA-DIR               DELIMITED BY SPACE
                   WS-LOG-NAME(WS-LOG-X)     DELIMITED BY SPACE
                   '.TXT'                    DELIMITED BY SIZE
                   INTO WS-ROTIN-FILE
            END-STRING
            PERFORM P310-START THRU P310-END
            PERFORM P350-START THRU P350-END
            .
       P300-END.


      *>      SPLIT THE CURRENT FILE. A FIRST PASS FINDS THE FIRST
      *>      DATED LINE (THE PERIOD ANY UNDATED LINES ABOVE IT GO
      *>      WITH); THE SECOND SENDS EVERY LINE OF A CLOSED QUARTER
      *>      TO ITS PERIOD FILE AND THE REST TO THE WORK FILE, WHICH
      *>      THEN REPLACES THE CURRENT FILE. THE PERIOD FILES ARE
      *>      COMPLETE BEFORE THE CURRENT FILE IS TOUCHED.
       P310-START.
            SET IN-EOF-OK TO FALSE
            MOVE SPACES TO WS-FIRST-PERIOD
            OPEN INPUT ROTIN
            IF WS-FS-5 EQUAL 35 THEN
                DISPLAY WS-LOG-NAME(WS-LOG-X)
                        ' NOT ON DISK, NOTHING TO ROTATE'
                GO TO P310-END
            END-IF
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO OPEN ' WS-ROTIN-FILE
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P311-START THRU P311-END
                UNTIL IN-EOF-OK
                   OR WS-FIRST-PERIOD NOT = SPACES
            CLOSE ROTIN
            IF WS-FIRST-PERIOD = SPACES THEN
                DISPLAY WS-LOG-NAME(WS-LOG-X)
                        ' HAS NO DATED LINE, LEFT IN PLACE'
                GO TO P310-END
            END-IF
            SET IN-EOF-OK TO FALSE
            MOVE WS-FIRST-PERIOD TO WS-CARRY-PERIOD
            MOVE SPACES TO WS-OPEN-PERIOD
            OPEN INPUT ROTIN
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO REOPEN ' WS-ROTIN-FILE
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            OPEN OUTPUT ROTWORK
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO CREATE ' WS-ROTWORK-FILE
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P315-START THRU P315-END
                UNTIL IN-EOF-OK
            CLOSE ROTIN
            CLOSE ROTWORK
            PERFORM P330-START THRU P330-END
            IF WS-LOG-MOVED(WS-LOG-X) > 0 THEN
                PERFORM P340-START THRU P340-END
            END-IF
            DELETE FILE ROTWORK
            DISPLAY WS-LOG-NAME(WS-LOG-X) ' MOVED.: '
                    WS-LOG-MOVED(WS-LOG-X) ' KEPT.: '
                    WS-LOG-KEPT(WS-LOG-X)
            .
       P310-END.


      *>      FIRST PASS: READ UNTIL A LINE CARRIES A DATE
       P311-START.
            READ ROTIN INTO WS-LINE-REC
                AT END SET IN-EOF-OK TO TRUE
                NOT AT END
                    PERFORM P400-START THRU P400-END
                    IF LINE-DATED THEN
                        MOVE WS-LINE-PERIOD TO WS-FIRST-PERIOD
                    END-IF
            END-READ
            .
       P311-END.


      *>      SECOND PASS: FILE ONE LINE UNDER ITS PERIOD
       P315-START.
            READ ROTIN INTO WS-LINE-REC
                AT END SET IN-EOF-OK TO TRUE
                NOT AT END
                    PERFORM P400-START THRU P400-END
                    IF LINE-DATED THEN
                        MOVE WS-LINE-PERIOD TO WS-CARRY-PERIOD
                    END-IF
                    IF WS-CARRY-PERIOD < WS-CUR-PERIOD THEN
                        PERFORM P320-START THRU P320-END
                    ELSE
                        WRITE ROT-WORK-LINE FROM WS-LINE-REC
                        ADD 1 TO WS-LOG-KEPT(WS-LOG-X)
                    END-IF
            END-READ
            .
       P315-END.


      *>      APPEND ONE LINE TO ITS PERIOD FILE, SWITCHING FILES WHEN
      *>      THE PERIOD CHANGES
       P320-START.
            IF WS-CARRY-PERIOD NOT = WS-OPEN-PERIOD THEN
                PERFORM P330-START THRU P330-END
                MOVE WS-CARRY-PERIOD TO WS-OPEN-PERIOD
                MOVE 0 TO WS-OPEN-LINES
                PERFORM P420-START THRU P420-END
                OPEN EXTEND ROTOUT
                IF WS-FS-6 EQUAL 35 THEN
                    OPEN OUTPUT ROTOUT
                END-IF
                IF NOT FS-OK OF WS-FS-6 THEN
                    DISPLAY 'FAILED TO OPEN ' WS-ROTOUT-FILE
                    DISPLAY 'FILE STATUS.: ' WS-FS-6
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                END-IF
            END-IF
            WRITE ROT-OUT-LINE FROM WS-LINE-REC
            ADD 1 TO WS-OPEN-LINES
            ADD 1 TO WS-LOG-MOVED(WS-LOG-X)
            ADD 1 TO WS-TOTAL-MOVED
            .
       P320-END.


      *>      CLOSE THE OPEN PERIOD FILE, IF ANY, AND CATALOG IT
       P330-START.
            IF WS-OPEN-PERIOD = SPACES THEN
                GO TO P330-END
            END-IF
            CLOSE ROTOUT
            MOVE WS-LOG-NAME(WS-LOG-X) TO WS-CAT-KEY-LOG
            MOVE WS-OPEN-PERIOD TO WS-LINE-PERIOD
            MOVE 'ROTATED' TO WS-CAT-ACTION
            PERFORM P220-START THRU P220-END
            PERFORM P360-START THRU P360-END
            ADD 1 TO WS-LOG-PERIODS(WS-LOG-X)
            ADD 1 TO WS-TOTAL-PERIODS
            DISPLAY 'ROTATED ' WS-OPEN-LINES ' LINE(S) INTO '
                    WS-PERIOD-FILE
            MOVE SPACES TO WS-OPEN-PERIOD
            .
       P330-END.


      *>      REPLACE THE CURRENT FILE WITH THE LINES THAT STAYED
       P340-START.
            SET WORK-EOF-OK TO FALSE
            OPEN INPUT ROTWORK
            OPEN OUTPUT ROTIN
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO REWRITE ' WS-ROTIN-FILE
                        ', ITS ROTATED LINES ARE NOW IN BOTH FILES'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P341-START THRU P341-END
                UNTIL WORK-EOF-OK
            CLOSE ROTWORK
            CLOSE ROTIN
            .
       P340-END.


      *>      COPY ONE KEPT LINE BACK
       P341-START.
            READ ROTWORK INTO WS-LINE-REC
                AT END SET WORK-EOF-OK TO TRUE
                NOT AT END
                    WRITE ROT-IN-LINE FROM WS-LINE-REC
            END-READ
            .
       P341-END.


      *>      RETENTION: DELETE EVERY LIVE PERIOD FILE OF THIS LOG
      *>      MORE THAN ITS ROTCFG.TXT QUARTERS BEHIND THE CURRENT
      *>      QUARTER
       P350-START.
            IF WS-LOG-KEEP(WS-LOG-X) = 0 THEN
                GO TO P350-END
            END-IF
            COMPUTE WS-PURGE-ORD = WS-CUR-ORD - WS-LOG-KEEP(WS-LOG-X)
            PERFORM P351-START THRU P351-END
                VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > WS-CAT-COUNT
            .
       P350-END.


      *>      PURGE ONE CATALOGUED PERIOD IF IT IS PAST RETENTION
       P351-START.
            IF WS-CAT-LOG(WS-CAT-X) NOT = WS-LOG-NAME(WS-LOG-X)
            OR NOT CAT-LIVE(WS-CAT-X) THEN
                GO TO P351-END
            END-IF
            MOVE WS-CAT-PERIOD(WS-CAT-X) TO WS-PERIOD-WORK
            COMPUTE WS-PERIOD-ORD = WS-PW-YEAR * 4 + WS-PW-QTR - 1
            IF WS-PERIOD-ORD NOT < WS-PURGE-ORD THEN
                GO TO P351-END
            END-IF
            MOVE WS-CAT-PERIOD(WS-CAT-X) TO WS-OPEN-PERIOD
            PERFORM P420-START THRU P420-END
            OPEN INPUT ROTOUT
            IF FS-OK OF WS-FS-6 THEN
                CLOSE ROTOUT
                DELETE FILE ROTOUT
                DISPLAY 'PURGED ' WS-PERIOD-FILE
            ELSE
                DISPLAY 'PERIOD FILE ALREADY GONE, CATALOGUED AS '
                        'PURGED.: ' WS-PERIOD-FILE
            END-IF
            SET CAT-LIVE(WS-CAT-X) TO FALSE
            MOVE 0 TO WS-OPEN-LINES
            MOVE 'PURGED' TO WS-CAT-ACTION
            PERFORM P360-START THRU P360-END
            MOVE SPACES TO WS-OPEN-PERIOD
            ADD 1 TO WS-LOG-PURGED(WS-LOG-X)
            ADD 1 TO WS-TOTAL-PURGED
            .
       P351-END.


      *>      APPEND ONE LINE TO THE ROTATION CATALOG FOR THE PERIOD
      *>      IN WS-OPEN-PERIOD
       P360-START.
            ACCEPT WS-RUN-TIME FROM TIME
            OPEN EXTEND ROTCATLG
            IF WS-FS-4 EQUAL 35 THEN
                OPEN OUTPUT ROTCATLG
            END-IF
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO OPEN ROTCATLG.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO ROT-CATLG-REC
            MOVE WS-LOG-NAME(WS-LOG-X) TO RC-LOG
            MOVE WS-OPEN-PERIOD TO RC-PERIOD
            MOVE WS-CAT-ACTION TO RC-ACTION
            MOVE WS-OPEN-LINES TO RC-LINES
            MOVE WS-RUN-DATE TO RC-RUN-DATE
            MOVE WS-RUN-TIME TO RC-RUN-TIME
            MOVE WS-PERIOD-FILE TO RC-PERIOD-FILE
            WRITE ROT-CATLG-REC
            CLOSE ROTCATLG
            .
       P360-END.


      *>      FIND THE DATE A LINE CARRIES, BY ITS LOG'S STYLE, AND
      *>      TURN IT INTO A PERIOD
       P400-START.
            SET LINE-DATED TO FALSE
            MOVE SPACES TO WS-LINE-DATE
            EVALUATE TRUE
                WHEN STYLE-LEADING(WS-LOG-X)
                    MOVE WS-LINE-REC(1:8) TO WS-LINE-DATE
                WHEN STYLE-MARKER(WS-LOG-X)
                    IF WS-LINE-REC(1:9) = 'RUN DATE=' THEN
                        MOVE WS-LINE-REC(10:8) TO WS-LINE-DATE
                    END-IF
                WHEN STYLE-FIELD(WS-LOG-X)
                    MOVE SPACES TO WS-PARSE-HEAD
                    MOVE SPACES TO WS-PARSE-REST
                    UNSTRING WS-LINE-REC
                        DELIMITED BY 'DATE='
                        INTO WS-PARSE-HEAD WS-PARSE-REST
                    END-UNSTRING
                    MOVE WS-PARSE-REST(1:8) TO WS-LINE-DATE
            END-EVALUATE
            IF WS-LINE-DATE IS NOT NUMERIC THEN
                GO TO P400-END
            END-IF
            MOVE WS-LINE-DATE TO WS-DATE-WORK
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK-N) NOT = 0 THEN
                GO TO P400-END
            END-IF
            PERFORM P410-START THRU P410-END
            SET LINE-DATED TO TRUE
            .
       P400-END.


      *>      YYYYMMDD IN WS-LINE-DATE TO ITS QUARTER AND ORDINAL
       P410-START.
            MOVE WS-LINE-DATE TO WS-DATE-WORK
            MOVE WS-DW-YEAR TO WS-PW-YEAR
            MOVE 'Q' TO WS-PW-Q
            COMPUTE WS-PW-QTR = (WS-DW-MONTH + 2) / 3
            MOVE WS-PERIOD-WORK TO WS-LINE-PERIOD
            COMPUTE WS-PERIOD-ORD = WS-PW-YEAR * 4 + WS-PW-QTR - 1
            .
       P410-END.


      *>      BUILD THE PERIOD FILE NAME FOR THIS LOG AND
      *>      WS-OPEN-PERIOD, BARE AND WITH THE DATA FOLDER IN FRONT
       P420-START.
            MOVE SPACES TO WS-PERIOD-FILE
            STRING WS-LOG-NAME(WS-LOG-X)     DELIMITED BY SPACE
                   '.'                       DELIMITED BY SIZE
                   WS-OPEN-PERIOD            DELIMITED BY SIZE
                   '.TXT'                    DELIMITED BY SIZE
                   INTO WS-PERIOD-FILE
            END-STRING
            MOVE SPACES TO WS-ROTOUT-FILE
            STRING WS-DATA-DIR               DELIMITED BY SPACE
                   WS-PERIOD-FILE            DELIMITED BY SPACE
                   INTO WS-ROTOUT-FILE
            END-STRING
            .
       P420-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTROTA RECONCILIATION SUMMARY'
            DISPLAY ' CURRENT PERIOD...: '    WS-CUR-PERIOD
            PERFORM P910-START THRU P910-END
                VARYING WS-LOG-X FROM 1 BY 1
                UNTIL WS-LOG-X > 9
            DISPLAY ' LINES ROTATED....: '    WS-TOTAL-MOVED
            DISPLAY ' PERIOD FILES.....: '    WS-TOTAL-PERIODS
            DISPLAY ' PERIODS PURGED...: '    WS-TOTAL-PURGED
            DISPLAY '#################################################'
            .
       P900-END.


      *>      ONE SUMMARY LINE PER LOG
       P910-START.
            DISPLAY ' ' WS-LOG-NAME(WS-LOG-X)
                    ' MOVED ' WS-LOG-MOVED(WS-LOG-X)
                    ' KEPT ' WS-LOG-KEPT(WS-LOG-X)
                    ' PERIODS ' WS-LOG-PERIODS(WS-LOG-X)
                    ' PURGED ' WS-LOG-PURGED(WS-LOG-X)
            .
       P910-END.


       P999-EXIT.
            CLOSE ROTCFG
            CLOSE ROTCATLG
            CLOSE ROTIN
            CLOSE ROTOUT
            CLOSE ROTWORK
            IF LOCK-HELD THEN
                DELETE FILE RUNLOCK
                SET LOCK-HELD TO FALSE
            END-IF
            GOBACK.
       END PROGRAM HISTROTA.
