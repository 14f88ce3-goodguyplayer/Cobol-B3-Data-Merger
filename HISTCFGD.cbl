      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: CONFIGURATION CHANGE REPORT BETWEEN TWO RUNS. LOOKS UP
      *        EACH RUN IN CFGRUNS.TXT, LOADS THE CFGSTORE.TXT VERSION
      *        IT RAN UNDER, AND WRITES TO CFGDIFF.TXT EVERY REFERENCE
      *        ENTRY AND B3* SETTING THAT DIFFERS: ADDED (ONLY IN THE
      *        LATER RUN), REMOVED (ONLY IN THE EARLIER ONE) OR CHANGED
      *        (SAME KEY - CODISI, OLD TICKER AND DATE, ALERTCFG KEY,
      *        SETTING NAME - WITH A DIFFERENT VALUE), SORTED BY FILE
      *        AND KEY, SO A DIFFERENCE BETWEEN TWO MERGES CAN BE TIED
      *        TO A CONFIGURATION CHANGE OR RULED OUT. THE RUNS COME
      *        FROM B3CFGFROM AND B3CFGTO, EACH A RUN ID
      *        (YYYYMMDDHHMMSSCC: RUNHISTORY DATE= FOLLOWED BY START=
      *        WITHOUT THE COLONS, OR THE B3JOBRUN CHAIN RUN ID) OR ANY
      *        LEADING PART OF ONE, THE LATEST MATCHING RUN BEING
      *        TAKEN. WITHOUT B3CFGTO THE LATEST RUN IS USED, WITHOUT
      *        B3CFGFROM THE RUN CATALOGUED JUST BEFORE IT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCFGD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT CFGRUNS ASSIGN TO
                   WS-CFGRUNS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT CFGSTORE ASSIGN TO
                   WS-CFGSTORE-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT CFGDOUT ASSIGN TO
                   WS-CFGDOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT DIFFSORT ASSIGN TO
                   'CFGDSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD CFGRUNS.
           COPY CFGRUNS.
       FD CFGSTORE.
           COPY CFGSTORE.
       FD CFGDOUT.
       01 CFGD-OUT-LINE                PIC X(250).
      *>      ONE DIFFERENCE. THE ORDER PUTS A KEY'S REMOVALS BEFORE
      *>      ITS CHANGES AND ADDITIONS; THE SEQUENCE KEEPS FILE ORDER
      *>      AMONG ENTRIES SHARING A KEY.
       SD DIFFSORT.
       01 DIFF-SORT-REC.
           03 DS-SECTION               PIC X(12).
           03 DS-KEY                   PIC X(20).
           03 DS-ORDER                 PIC 9(01).
           03 DS-SEQ                   PIC 9(06).
           03 DS-CHANGE                PIC X(08).
           03 DS-OLD                   PIC X(100).
           03 DS-NEW                   PIC X(100).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-CFGRUNS-FILE              PIC X(128) VALUE SPACES.
       77 WS-CFGSTORE-FILE             PIC X(128) VALUE SPACES.
       77 WS-CFGDOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-RUNS-EOF                  PIC X.
           88 RUNS-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-STORE-EOF                 PIC X.
           88 STORE-EOF-OK             VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
      *>      THE TWO RUNS ASKED FOR AND HOW MUCH OF A RUN ID EACH
      *>      ONE GIVES
       77 WS-ENV-FROM                  PIC X(16) VALUE SPACES.
       77 WS-ENV-TO                    PIC X(16) VALUE SPACES.
       77 WS-FROM-LEN                  PIC 9(02) VALUE 0.
       77 WS-TO-LEN                    PIC 9(02) VALUE 0.
      *>      THE RUNS RESOLVED FROM CFGRUNS.TXT
       01 WS-FROM-RUN.
           03 WS-FROM-RUNID            PIC X(16) VALUE SPACES.
           03 WS-FROM-PROGRAM          PIC X(08) VALUE SPACES.
           03 WS-FROM-VERSION          PIC 9(06) VALUE 0.
       01 WS-TO-RUN.
           03 WS-TO-RUNID              PIC X(16) VALUE SPACES.
           03 WS-TO-PROGRAM            PIC X(08) VALUE SPACES.
           03 WS-TO-VERSION            PIC 9(06) VALUE 0.
       01 WS-AUTO-RUN.
           03 WS-AUTO-RUNID            PIC X(16) VALUE SPACES.
           03 WS-AUTO-PROGRAM          PIC X(08) VALUE SPACES.
           03 WS-AUTO-VERSION          PIC 9(06) VALUE 0.
       01 WS-PREV-RUN.
           03 WS-PREV-RUNID            PIC X(16) VALUE SPACES.
           03 WS-PREV-PROGRAM          PIC X(08) VALUE SPACES.
           03 WS-PREV-VERSION          PIC 9(06) VALUE 0.
       77 WS-RUNS-READ                 PIC 9(07) VALUE 0.
      *>      THE TWO VERSIONS' ENTRIES, IN STORE ORDER, EACH WITH A
      *>      FLAG SET ONCE IT HAS BEEN PAIRED WITH THE OTHER SIDE
       77 WS-A-COUNT                   PIC 9(06) VALUE 0.
       01 WS-A-TABLE.
           03 WS-A-ENTRY OCCURS 20000 TIMES.
               05 WS-A-SECTION         PIC X(12).
               05 WS-A-KEY             PIC X(20).
               05 WS-A-TEXT            PIC X(100).
               05 WS-A-PAIRED          PIC X(01).
       77 WS-B-COUNT                   PIC 9(06) VALUE 0.
       01 WS-B-TABLE.
           03 WS-B-ENTRY OCCURS 20000 TIMES.
               05 WS-B-SECTION         PIC X(12).
               05 WS-B-KEY             PIC X(20).
               05 WS-B-TEXT            PIC X(100).
               05 WS-B-PAIRED          PIC X(01).
       77 WS-TABLE-FULL                PIC X(01) VALUE 'N'.
           88 TABLE-FULL               VALUE 'Y' FALSE 'N'.
      *>      PAIRING SCRATCH. UNCHANGED CONFIGURATIONS KEEP THEIR
      *>      ORDER, SO THE EXACT-MATCH SEARCH STARTS JUST AFTER THE
      *>      LAST PAIR AND USUALLY FINDS ITS ENTRY AT ONCE.
       77 WS-A-IDX                     PIC 9(06) VALUE 0.
       77 WS-B-IDX                     PIC 9(06) VALUE 0.
       77 WS-B-HINT                    PIC 9(06) VALUE 1.
       77 WS-B-MATCH                   PIC 9(06) VALUE 0.
       77 WS-PAIR-MODE                 PIC X(01) VALUE 'E'.
           88 PAIR-EXACT               VALUE 'E'.
           88 PAIR-KEY                 VALUE 'K'.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-DIFF-ADDED                PIC 9(06) VALUE 0.
       77 WS-DIFF-REMOVED              PIC 9(06) VALUE 0.
       77 WS-DIFF-CHANGED              PIC 9(06) VALUE 0.
       77 WS-DIFF-LINES                PIC 9(06) VALUE 0.
      *>      REPORT LINES
       01 WS-CFGD-OUT-REC              PIC X(250) VALUE SPACES.
       01 WS-RUN-LINE.
           03 WS-RL-LABEL              PIC X(06).
           03 FILLER                   PIC X(05) VALUE ' RUN '.
           03 WS-RL-RUNID              PIC X(16).
           03 FILLER                   PIC X(02) VALUE ' ('.
           03 WS-RL-PROGRAM            PIC X(08).
           03 FILLER                   PIC X(24)
                                VALUE ') CONFIGURATION VERSION '.
           03 WS-RL-VERSION            PIC 9(06).
       01 WS-DIFF-HEAD.
           03 FILLER                   PIC X(13) VALUE 'FILE'.
           03 FILLER                   PIC X(21) VALUE 'KEY'.
           03 FILLER                   PIC X(09) VALUE 'CHANGE'.
           03 FILLER                   PIC X(05) VALUE 'WAS/'.
           03 FILLER                   PIC X(03) VALUE 'NOW'.
       01 WS-DIFF-ROW.
           03 WS-DR-SECTION            PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DR-KEY                PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DR-CHANGE             PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DR-TAG                PIC X(05).
           03 WS-DR-TEXT               PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'BUILDING THE CONFIGURATION CHANGE REPORT'
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            DISPLAY 'B3CFGFROM' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-FROM FROM ENVIRONMENT-VALUE
            DISPLAY 'B3CFGTO' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TO FROM ENVIRONMENT-VALUE
            INSPECT WS-ENV-FROM TALLYING WS-FROM-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            INSPECT WS-ENV-TO TALLYING WS-TO-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CFGRUNS.TXT'        DELIMITED BY SIZE
                   INTO WS-CFGRUNS-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CFGSTORE.TXT'       DELIMITED BY SIZE
                   INTO WS-CFGSTORE-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CFGDIFF.TXT'        DELIMITED BY SIZE
                   INTO WS-CFGDOUT-FILE
            END-STRING
            .
       P100-END.


      *>      RESOLVE THE TWO RUNS FROM THE RUN CATALOG
       P200-START.
            SET RUNS-EOF-OK TO FALSE
            OPEN INPUT CFGRUNS
            EVALUATE WS-FS-1
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO CFGRUNS.TXT FOUND, NO RUN HAS BEEN '
                            'SNAPSHOT YET'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD CFGRUNS.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            PERFORM P210-START THRU P210-END
                UNTIL RUNS-EOF-OK
            CLOSE CFGRUNS
            IF WS-FROM-LEN = 0 THEN
                MOVE WS-AUTO-RUN TO WS-FROM-RUN
            END-IF
            IF WS-TO-RUNID = SPACES THEN
                DISPLAY 'RUN NOT IN CFGRUNS.TXT.: ' WS-ENV-TO
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF WS-FROM-RUNID = SPACES THEN
                IF WS-FROM-LEN = 0 THEN
                    DISPLAY 'ONLY ONE RUN CATALOGUED, NOTHING TO '
                            'COMPARE IT WITH'
                ELSE
                    DISPLAY 'RUN NOT IN CFGRUNS.TXT.: ' WS-ENV-FROM
                END-IF
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            DISPLAY 'FROM RUN.: ' WS-FROM-RUNID ' VERSION '
                    WS-FROM-VERSION
            DISPLAY 'TO RUN...: ' WS-TO-RUNID ' VERSION '
                    WS-TO-VERSION
            .
       P200-END.


      *>      ONE CATALOG LINE: THE LATEST RUN MATCHING EACH SETTING
      *>      WINS, AND THE RUN BEFORE THE 'TO' RUN IS KEPT AS THE
      *>      DEFAULT 'FROM'
       P210-START.
            READ CFGRUNS
                AT END
                    SET RUNS-EOF-OK TO TRUE
                    GO TO P210-END
            END-READ
            IF CR-RUNID = SPACES OR CR-VERSION IS NOT NUMERIC THEN
                GO TO P210-END
            END-IF
            ADD 1 TO WS-RUNS-READ
            IF WS-TO-LEN = 0 THEN
                PERFORM P220-START THRU P220-END
            ELSE
                IF CR-RUNID(1:WS-TO-LEN) = WS-ENV-TO(1:WS-TO-LEN) THEN
                    PERFORM P220-START THRU P220-END
                END-IF
            END-IF
            IF WS-FROM-LEN > 0 THEN
                IF CR-RUNID(1:WS-FROM-LEN)
                   = WS-ENV-FROM(1:WS-FROM-LEN) THEN
                    MOVE CR-RUNID   TO WS-FROM-RUNID
                    MOVE CR-PROGRAM TO WS-FROM-PROGRAM
                    MOVE CR-VERSION TO WS-FROM-VERSION
                END-IF
            END-IF
            MOVE CR-RUNID   TO WS-PREV-RUNID
            MOVE CR-PROGRAM TO WS-PREV-PROGRAM
            MOVE CR-VERSION TO WS-PREV-VERSION
            .
       P210-END.


      *>      TAKE THE LINE AS THE 'TO' RUN
       P220-START.
            MOVE CR-RUNID    TO WS-TO-RUNID
            MOVE CR-PROGRAM  TO WS-TO-PROGRAM
            MOVE CR-VERSION  TO WS-TO-VERSION
            MOVE WS-PREV-RUN TO WS-AUTO-RUN
            .
       P220-END.


      *>      LOAD THE TWO VERSIONS' ENTRIES FROM THE STORE
       P300-START.
            SET STORE-EOF-OK TO FALSE
            SET TABLE-FULL TO FALSE
            OPEN INPUT CFGSTORE
            EVALUATE WS-FS-2
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO CFGSTORE.TXT FOUND, QUITTING...'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD CFGSTORE.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            PERFORM P310-START THRU P310-END
                UNTIL STORE-EOF-OK
            CLOSE CFGSTORE
            IF TABLE-FULL THEN
                DISPLAY 'VERSION OVER 20000 ENTRIES, CANNOT COMPARE'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF WS-A-COUNT = 0 OR WS-B-COUNT = 0 THEN
                DISPLAY 'CONFIGURATION VERSION MISSING FROM '
                        'CFGSTORE.TXT'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P300-END.


      *>      ONE STORE LINE: AN ENTRY OF EITHER VERSION GOES INTO
      *>      ITS TABLE (BOTH WHEN THE RUNS SHARE A VERSION)
       P310-START.
            READ CFGSTORE
                AT END
                    SET STORE-EOF-OK TO TRUE
                    GO TO P310-END
            END-READ
            IF CS-HEADER THEN
                GO TO P310-END
            END-IF
            IF CS-VERSION = WS-FROM-VERSION THEN
                IF WS-A-COUNT < 20000 THEN
                    ADD 1 TO WS-A-COUNT
                    MOVE CS-SECTION TO WS-A-SECTION(WS-A-COUNT)
                    MOVE CS-KEY     TO WS-A-KEY(WS-A-COUNT)
                    MOVE CS-TEXT    TO WS-A-TEXT(WS-A-COUNT)
                    MOVE 'N'        TO WS-A-PAIRED(WS-A-COUNT)
                ELSE
                    SET TABLE-FULL TO TRUE
                END-IF
            END-IF
            IF CS-VERSION = WS-TO-VERSION THEN
                IF WS-B-COUNT < 20000 THEN
                    ADD 1 TO WS-B-COUNT
                    MOVE CS-SECTION TO WS-B-SECTION(WS-B-COUNT)
                    MOVE CS-KEY     TO WS-B-KEY(WS-B-COUNT)
                    MOVE CS-TEXT    TO WS-B-TEXT(WS-B-COUNT)
                    MOVE 'N'        TO WS-B-PAIRED(WS-B-COUNT)
                ELSE
                    SET TABLE-FULL TO TRUE
                END-IF
            END-IF
            .
       P310-END.


      *>      PAIR THE ENTRIES, SORT THE DIFFERENCES BY FILE AND KEY
      *>      AND WRITE THE REPORT
       P400-START.
            OPEN OUTPUT CFGDOUT
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED TO CREATE CFGDIFF.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE 'CONFIGURATION CHANGES BETWEEN TWO RUNS'
                 TO WS-CFGD-OUT-REC
            WRITE CFGD-OUT-LINE FROM WS-CFGD-OUT-REC
            MOVE 'FROM'          TO WS-RL-LABEL
            MOVE WS-FROM-RUNID   TO WS-RL-RUNID
            MOVE WS-FROM-PROGRAM TO WS-RL-PROGRAM
            MOVE WS-FROM-VERSION TO WS-RL-VERSION
            WRITE CFGD-OUT-LINE FROM WS-RUN-LINE
            MOVE 'TO'            TO WS-RL-LABEL
            MOVE WS-TO-RUNID     TO WS-RL-RUNID
            MOVE WS-TO-PROGRAM   TO WS-RL-PROGRAM
            MOVE WS-TO-VERSION   TO WS-RL-VERSION
            WRITE CFGD-OUT-LINE FROM WS-RUN-LINE
            MOVE SPACES TO WS-CFGD-OUT-REC
            WRITE CFGD-OUT-LINE FROM WS-CFGD-OUT-REC
            IF WS-FROM-VERSION = WS-TO-VERSION THEN
                MOVE 'NO DIFFERENCES - BOTH RUNS USED THE SAME '
                     & 'CONFIGURATION VERSION' TO WS-CFGD-OUT-REC
                WRITE CFGD-OUT-LINE FROM WS-CFGD-OUT-REC
                CLOSE CFGDOUT
                GO TO P400-END
            END-IF
            WRITE CFGD-OUT-LINE FROM WS-DIFF-HEAD
            SORT DIFFSORT
                ON ASCENDING KEY DS-SECTION
                                 DS-KEY
                                 DS-ORDER
                                 DS-SEQ
                INPUT PROCEDURE IS P410-START THRU P410-END
                OUTPUT PROCEDURE IS P450-START THRU P450-END
            IF WS-DIFF-LINES = 0 THEN
                MOVE '(NO DIFFERENCES)' TO WS-CFGD-OUT-REC
                WRITE CFGD-OUT-LINE FROM WS-CFGD-OUT-REC
            END-IF
            CLOSE CFGDOUT
            .
       P400-END.


      *>      PAIR IN THREE PASSES: IDENTICAL ENTRIES FIRST, THEN
      *>      ENTRIES SHARING A KEY (CHANGED), THEN WHAT IS LEFT ON
      *>      EACH SIDE (REMOVED / ADDED)
       P410-START.
            SET PAIR-EXACT TO TRUE
            MOVE 1 TO WS-B-HINT
            PERFORM P420-START THRU P420-END
                VARYING WS-A-IDX FROM 1 BY 1
                UNTIL WS-A-IDX > WS-A-COUNT
            SET PAIR-KEY TO TRUE
            MOVE 1 TO WS-B-HINT
            PERFORM P420-START THRU P420-END
                VARYING WS-A-IDX FROM 1 BY 1
                UNTIL WS-A-IDX > WS-A-COUNT
            PERFORM P430-START THRU P430-END
                VARYING WS-A-IDX FROM 1 BY 1
                UNTIL WS-A-IDX > WS-A-COUNT
            PERFORM P435-START THRU P435-END
                VARYING WS-B-IDX FROM 1 BY 1
                UNTIL WS-B-IDX > WS-B-COUNT
            .
       P410-END.


      *>      FIND AN UNPAIRED PARTNER FOR ONE 'FROM' ENTRY, LOOKING
      *>      FROM THE HINT TO THE END AND THEN FROM THE TOP
       P420-START.
            IF WS-A-PAIRED(WS-A-IDX) = 'Y' THEN
                GO TO P420-END
            END-IF
            MOVE 0 TO WS-B-MATCH
            PERFORM P425-START THRU P425-END
                VARYING WS-B-IDX FROM WS-B-HINT BY 1
                UNTIL WS-B-IDX > WS-B-COUNT OR WS-B-MATCH > 0
            IF WS-B-MATCH = 0 THEN
                PERFORM P425-START THRU P425-END
                    VARYING WS-B-IDX FROM 1 BY 1
                    UNTIL WS-B-IDX NOT < WS-B-HINT OR WS-B-MATCH > 0
            END-IF
            IF WS-B-MATCH = 0 THEN
                GO TO P420-END
            END-IF
            MOVE 'Y' TO WS-A-PAIRED(WS-A-IDX)
            MOVE 'Y' TO WS-B-PAIRED(WS-B-MATCH)
            COMPUTE WS-B-HINT = WS-B-MATCH + 1
            IF PAIR-KEY THEN
                ADD 1 TO WS-DIFF-CHANGED
                MOVE WS-A-SECTION(WS-A-IDX) TO DS-SECTION
                MOVE WS-A-KEY(WS-A-IDX)     TO DS-KEY
                MOVE 2                      TO DS-ORDER
                MOVE WS-A-IDX               TO DS-SEQ
                MOVE 'CHANGED'              TO DS-CHANGE
                MOVE WS-A-TEXT(WS-A-IDX)    TO DS-OLD
                MOVE WS-B-TEXT(WS-B-MATCH)  TO DS-NEW
                RELEASE DIFF-SORT-REC
            END-IF
            .
       P420-END.


      *>      TEST ONE 'TO' ENTRY AS A PARTNER
       P425-START.
            IF WS-B-PAIRED(WS-B-IDX) = 'Y'
            OR WS-B-SECTION(WS-B-IDX) NOT = WS-A-SECTION(WS-A-IDX)
            OR WS-B-KEY(WS-B-IDX) NOT = WS-A-KEY(WS-A-IDX) THEN
                GO TO P425-END
            END-IF
            IF PAIR-EXACT
            AND WS-B-TEXT(WS-B-IDX) NOT = WS-A-TEXT(WS-A-IDX) THEN
                GO TO P425-END
            END-IF
            MOVE WS-B-IDX TO WS-B-MATCH
            .
       P425-END.


      *>      A 'FROM' ENTRY LEFT UNPAIRED WAS REMOVED
       P430-START.
            IF WS-A-PAIRED(WS-A-IDX) = 'Y' THEN
                GO TO P430-END
            END-IF
            ADD 1 TO WS-DIFF-REMOVED
            MOVE WS-A-SECTION(WS-A-IDX) TO DS-SECTION
            MOVE WS-A-KEY(WS-A-IDX)     TO DS-KEY
            MOVE 1                      TO DS-ORDER
            MOVE WS-A-IDX               TO DS-SEQ
            MOVE 'REMOVED'              TO DS-CHANGE
            MOVE WS-A-TEXT(WS-A-IDX)    TO DS-OLD
            MOVE SPACES                 TO DS-NEW
            RELEASE DIFF-SORT-REC
            .
       P430-END.


      *>      A 'TO' ENTRY LEFT UNPAIRED WAS ADDED
       P435-START.
            IF WS-B-PAIRED(WS-B-IDX) = 'Y' THEN
                GO TO P435-END
            END-IF
            ADD 1 TO WS-DIFF-ADDED
            MOVE WS-B-SECTION(WS-B-IDX) TO DS-SECTION
            MOVE WS-B-KEY(WS-B-IDX)     TO DS-KEY
            MOVE 3                      TO DS-ORDER
            MOVE WS-B-IDX               TO DS-SEQ
            MOVE 'ADDED'                TO DS-CHANGE
            MOVE SPACES                 TO DS-OLD
            MOVE WS-B-TEXT(WS-B-IDX)    TO DS-NEW
            RELEASE DIFF-SORT-REC
            .
       P435-END.


      *>      WRITE THE SORTED DIFFERENCES
       P450-START.
            SET SORT-EOF-OK TO FALSE
            PERFORM P451-START THRU P451-END
                UNTIL SORT-EOF-OK
            .
       P450-END.


      *>      ONE DIFFERENCE: A 'WAS' LINE FOR THE OLD VALUE AND A
      *>      'NOW' LINE FOR THE NEW ONE, AS APPLY
       P451-START.
            RETURN DIFFSORT
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P451-END
            END-RETURN
            ADD 1 TO WS-DIFF-LINES
            MOVE DS-SECTION TO WS-DR-SECTION
            MOVE DS-KEY     TO WS-DR-KEY
            MOVE DS-CHANGE  TO WS-DR-CHANGE
            IF DS-ORDER NOT = 3 THEN
                MOVE 'WAS: ' TO WS-DR-TAG
                MOVE DS-OLD  TO WS-DR-TEXT
                WRITE CFGD-OUT-LINE FROM WS-DIFF-ROW
                MOVE SPACES TO WS-DR-SECTION
                MOVE SPACES TO WS-DR-KEY
                MOVE SPACES TO WS-DR-CHANGE
            END-IF
            IF DS-ORDER NOT = 1 THEN
                MOVE 'NOW: ' TO WS-DR-TAG
                MOVE DS-NEW  TO WS-DR-TEXT
                WRITE CFGD-OUT-LINE FROM WS-DIFF-ROW
            END-IF
            .
       P451-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTCFGD RECONCILIATION SUMMARY'
            DISPLAY ' RUNS CATALOGUED..: '    WS-RUNS-READ
            DISPLAY ' FROM ENTRIES.....: '    WS-A-COUNT
            DISPLAY ' TO ENTRIES.......: '    WS-B-COUNT
            DISPLAY ' ENTRIES CHANGED..: '    WS-DIFF-CHANGED
            DISPLAY ' ENTRIES REMOVED..: '    WS-DIFF-REMOVED
            DISPLAY ' ENTRIES ADDED....: '    WS-DIFF-ADDED
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE CFGRUNS
            CLOSE CFGSTORE
            CLOSE CFGDOUT
            GOBACK.
       END PROGRAM HISTCFGD.
