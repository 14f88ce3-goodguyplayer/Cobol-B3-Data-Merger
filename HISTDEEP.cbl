      *        OUTPUTINPUT.TXT, AND RETURNS THE MATCHING ROWS AS ONE
      *        RESULT SET - DISPLAYED AND WRITTEN TO DEEPQRY.TXT - SO
      *        A PRE-2000 RESEARCH QUESTION NO LONGER MEANS RESTORING
      *        ARCHIVES BY HAND. ON REQUEST EACH ROW ALSO SHOWS ITS
      *        LINEAGE - SOURCE COTAHIST FILE, RECORD NUMBER, MERGE
      *        RUN AND TIMESTAMP - RESOLVED THROUGH SRCCATLG.TXT.
      *        ARCHIVELOG PERIODS HISTROTA HAS ROTATED OUT (SEE
      *        ROTCATLG.TXT) ARE READ TOO, SO NO ARCHIVED YEAR IS LOST
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      HISTARCH REPOINTS ITS ARCHIVE OUTPUT.
               SELECT DEEPIN ASSIGN TO
                   WS-DEEPIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT ARCHLOG ASSIGN TO
                   WS-ARCHLOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT DEEPOUT ASSIGN TO
                   WS-DEEPOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT SRCCATLG ASSIGN TO
                   WS-SRCCATLG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT ROTCATLG ASSIGN TO
                   WS-ROTCATLG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
       DATA DIVISION.
       FILE SECTION.
       FD DEEPIN.
       FD ARCHLOG.
       01 ARCH-LOG-LINE                PIC X(80).
       FD DEEPOUT.
       01 DEEP-OUT-LINE                PIC X(360).
       FD SRCCATLG.
           COPY SRCCATLG.
       FD ROTCATLG.
           COPY ROTCATLG.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
       77 WS-DEEPIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-ARCHLOG-FILE              PIC X(128) VALUE SPACES.
       77 WS-DEEPOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-SRCCATLG-FILE             PIC X(128) VALUE SPACES.
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
       77 WS-LOG-EOF                   PIC X.
       77 WS-ARCH-YEAR-FOUND           PIC X(01) VALUE 'N'.
           88 ARCH-YEAR-FOUND          VALUE 'Y' FALSE 'N'.
       77 WS-LOG-YEAR                  PIC X(04) VALUE SPACES.
      *>      ARCHIVELOG PERIODS HISTROTA HAS MOVED OUT OF THE CURRENT
      *>      FILE, FROM ROTCATLG.TXT: EACH PERIOD ONCE, LIVE UNTIL A
      *>      PURGED LINE RETIRES IT
       77 WS-ROTCATLG-FILE             PIC X(128) VALUE SPACES.
       77 WS-FS-5                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-ROT-EOF                   PIC X.
           88 ROT-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-ROT-COUNT                 PIC 9(04) VALUE 0.
       01 WS-ROT-TABLE.
           03 WS-ROT-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-ROT-X.
               05 WS-ROT-PERIOD        PIC X(06).
               05 WS-ROT-LIVE          PIC X(01).
                   88 ROT-LIVE         VALUE 'Y' FALSE 'N'.
       77 WS-ROT-FOUND                 PIC X(01) VALUE 'N'.
           88 ROT-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-ROT-SAVE                  PIC X(128) VALUE SPACES.
      *>      OPERATOR QUERY INPUT, QUOTQURY-STYLE: A BLANK TICKER
      *>      (OR 'END') LEAVES THE PROGRAM, BLANK DATES MEAN AN
      *>      OPEN-ENDED RANGE
      *>      RESULT COUNTERS FOR THE CURRENT QUERY
       77 WS-ROWS-FOUND                PIC 9(07) VALUE 0.
       77 WS-SOURCES-READ              PIC 9(03) VALUE 0.
       01 WS-ROW-BUFFER                PIC X(360) VALUE SPACES.
      *>      SOURCE FILE CATALOG, LOADED FROM SRCCATLG.TXT THE SAME
      *>      WAY QUOTQURY LOADS IT, SO A ROW'S HIST-SRCFID RESOLVES TO
      *>      THE FILE, RUN AND TIME IT WAS MERGED FROM
       77 WS-CAT-EOF                   PIC X.
           88 CAT-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-CAT-LOADED                PIC X(01) VALUE 'N'.
           88 CAT-LOADED               VALUE 'Y'.
       01 WS-CAT-TABLE.
           03 WS-CAT-COUNT             PIC 9(04) VALUE 0.
           03 WS-CAT-ENTRY OCCURS 0 TO 9999 TIMES
                           DEPENDING ON WS-CAT-COUNT
                           INDEXED BY WS-CAT-X.
               05 WS-CAT-FILEID        PIC 9(08).
               05 WS-CAT-RUNID         PIC X(16).
               05 WS-CAT-MRGDATE       PIC 9(08).
               05 WS-CAT-MRGTIME       PIC 9(08).
               05 WS-CAT-PATH          PIC X(128).
       77 WS-CAT-FOUND                 PIC X(01) VALUE 'N'.
           88 CAT-FOUND                VALUE 'Y' FALSE 'N'.
      *>      'Y' WHEN THE OPERATOR ASKED FOR LINEAGE ON THIS QUERY
       77 WS-QRY-LINEAGE               PIC X(01) VALUE 'N'.
           88 QRY-LINEAGE              VALUE 'Y' 'y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P300-START THRU P300-END
               UNTIL QRY-DONE.
           PERFORM P999-EXIT.
                   'DEEPQRY.TXT'        DELIMITED BY SIZE
                   INTO WS-DEEPOUT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SRCCATLG.TXT'       DELIMITED BY SIZE
                   INTO WS-SRCCATLG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ROTCATLG.TXT'       DELIMITED BY SIZE
                   INTO WS-ROTCATLG-FILE
            END-STRING
            .
       P100-END.


      *>      LEARN FROM ARCHIVELOG.TXT, AND ITS ROTATED PERIODS, WHICH
      *>      YEARS MOVED INTO PER-YEAR ARCHIVES
       P200-START.
            PERFORM P220-START THRU P220-END
            MOVE WS-ARCHLOG-FILE TO WS-ROT-SAVE
            PERFORM P230-START THRU P230-END
                VARYING WS-ROT-X FROM 1 BY 1
                UNTIL WS-ROT-X > WS-ROT-COUNT
            MOVE WS-ROT-SAVE TO WS-ARCHLOG-FILE
            SET LOG-EOF-OK TO FALSE
            OPEN INPUT ARCHLOG
            IF WS-FS-2 EQUAL 35 THEN
       P211-END.


      *>      LOAD THE ARCHIVELOG PERIODS FROM THE ROTATION CATALOG.
      *>      WITHOUT ONE NOTHING HAS BEEN ROTATED.
       P220-START.
            SET ROT-EOF-OK TO FALSE
            OPEN INPUT ROTCATLG
            IF WS-FS-5 EQUAL 35 THEN
                GO TO P220-END
            END-IF
            PERFORM P221-START THRU P221-END
                UNTIL ROT-EOF-OK
            CLOSE ROTCATLG
            .
       P220-END.


      *>      APPLY ONE CATALOG LINE: A ROTATED PERIOD IS RECORDED
      *>      ONCE, A PURGED ONE IS NO LONGER READ
       P221-START.
            READ ROTCATLG
                AT END
                    SET ROT-EOF-OK TO TRUE
                    GO TO P221-END
            END-READ
            IF RC-LOG NOT = 'ARCHIVELOG' THEN
                GO TO P221-END
            END-IF
            SET WS-ROT-X TO 1
            SET ROT-FOUND TO FALSE
            IF WS-ROT-COUNT > 0 THEN
                SEARCH WS-ROT-ENTRY
                    AT END CONTINUE
                    WHEN WS-ROT-X > WS-ROT-COUNT
                        CONTINUE
                    WHEN WS-ROT-PERIOD(WS-ROT-X) = RC-PERIOD
                        SET ROT-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT ROT-FOUND THEN
                IF WS-ROT-COUNT < 500 THEN
                    ADD 1 TO WS-ROT-COUNT
                    SET WS-ROT-X TO WS-ROT-COUNT
                    MOVE RC-PERIOD TO WS-ROT-PERIOD(WS-ROT-X)
                ELSE
                    GO TO P221-END
                END-IF
            END-IF
            IF RC-PURGED THEN
                SET ROT-LIVE(WS-ROT-X) TO FALSE
            ELSE
                SET ROT-LIVE(WS-ROT-X) TO TRUE
            END-IF
            .
       P221-END.


      *>      READ ONE ROTATED ARCHIVELOG PERIOD FILE
       P230-START.
            IF NOT ROT-LIVE(WS-ROT-X) THEN
                GO TO P230-END
            END-IF
            MOVE SPACES TO WS-ARCHLOG-FILE
            STRING WS-DATA-DIR               DELIMITED BY SPACE
                   'ARCHIVELOG.'             DELIMITED BY SIZE
                   WS-ROT-PERIOD(WS-ROT-X)   DELIMITED BY SIZE
                   '.TXT'                    DELIMITED BY SIZE
                   INTO WS-ARCHLOG-FILE
            END-STRING
            SET LOG-EOF-OK TO FALSE
            OPEN INPUT ARCHLOG
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'ROTATED PERIOD FILE MISSING.: '
                        WS-ARCHLOG-FILE
                GO TO P230-END
            END-IF
            PERFORM P210-START THRU P210-END
                UNTIL LOG-EOF-OK
            CLOSE ARCHLOG
            .
       P230-END.


      *>      LOAD THE OPTIONAL SOURCE FILE CATALOG
       P250-START.
            SET CAT-EOF-OK TO FALSE
            OPEN INPUT SRCCATLG
            IF WS-FS-4 EQUAL 35 THEN
                DISPLAY 'NO SRCCATLG.TXT FOUND, LINEAGE SHOWS IDS ONLY'
            ELSE
                PERFORM P251-START THRU P251-END
                    UNTIL CAT-EOF-OK
                SET CAT-LOADED TO TRUE
                DISPLAY 'SOURCE FILES CATALOGUED.: ' WS-CAT-COUNT
                CLOSE SRCCATLG
            END-IF
            .
       P250-END.


      *>      READ ONE CATALOG LINE INTO THE TABLE
       P251-START.
            READ SRCCATLG
                AT END SET CAT-EOF-OK TO TRUE
                NOT AT END
                    IF SC-FILEID IS NUMERIC THEN
                        IF WS-CAT-COUNT < 9999 THEN
                            ADD 1 TO WS-CAT-COUNT
                            MOVE SC-FILEID
                                 TO WS-CAT-FILEID(WS-CAT-COUNT)
                            MOVE SC-RUNID
                                 TO WS-CAT-RUNID(WS-CAT-COUNT)
                            MOVE SC-MRGDATE
                                 TO WS-CAT-MRGDATE(WS-CAT-COUNT)
                            MOVE SC-MRGTIME
                                 TO WS-CAT-MRGTIME(WS-CAT-COUNT)
                            MOVE SC-PATH
                                 TO WS-CAT-PATH(WS-CAT-COUNT)
                        ELSE
                            DISPLAY 'SRCCATLG.TXT TABLE FULL, ENTRY '
                                    'IGNORED'
                        END-IF
                    END-IF
            END-READ
            .
       P251-END.


      *>      ONE QUERY ROUND: PROMPT, RESOLVE THE RANGE, READ EVERY
      *>      RELEVANT SOURCE AND SUMMARISE
       P300-START.
                DISPLAY 'END DATE YYYYMMDD (BLANK = OPEN)...: '
                        WITH NO ADVANCING
                ACCEPT WS-QRY-DATE-END
                DISPLAY 'SHOW LINEAGE Y/N (BLANK = N).......: '
                        WITH NO ADVANCING
                ACCEPT WS-QRY-LINEAGE
                PERFORM P310-START THRU P310-END
            END-IF
            .
                        ' TPMERC=' HIST-TPMERC OF DEEPIN
                        ' ULT=' HIST-PREULT OF DEEPIN
                        ' VOL=' HIST-VOLTOT OF DEEPIN
                IF QRY-LINEAGE THEN
                    PERFORM P332-START THRU P332-END
                END-IF
            END-IF
            .
       P331-END.


      *>      SHOW WHERE THE ROW CAME FROM
       P332-START.
            IF HIST-SRCFID OF DEEPIN IS NOT NUMERIC
            OR HIST-SRCREC OF DEEPIN IS NOT NUMERIC THEN
                DISPLAY '  SOURCE NOT RECORDED (ROW PREDATES LINEAGE)'
                GO TO P332-END
            END-IF
            DISPLAY '  SOURCE FILE ID=' HIST-SRCFID OF DEEPIN
                    ' RECORD=' HIST-SRCREC OF DEEPIN
                    ' CADENCE=' HIST-CADENCE OF DEEPIN
            SET WS-CAT-X TO 1
            SET CAT-FOUND TO FALSE
            IF CAT-LOADED AND WS-CAT-COUNT > 0 THEN
                SEARCH WS-CAT-ENTRY
                    AT END CONTINUE
                    WHEN WS-CAT-FILEID(WS-CAT-X)
                         = HIST-SRCFID OF DEEPIN
                        SET CAT-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF CAT-FOUND THEN
                DISPLAY '  PATH=' WS-CAT-PATH(WS-CAT-X)
                DISPLAY '  RUN=' WS-CAT-RUNID(WS-CAT-X)
                        ' MERGED=' WS-CAT-MRGDATE(WS-CAT-X)
                        ' ' WS-CAT-MRGTIME(WS-CAT-X)
            ELSE
                DISPLAY '  FILE ID NOT IN SRCCATLG.TXT'
            END-IF
            .
       P332-END.


       P999-EXIT.
            DISPLAY 'DEEP-HISTORY QUERY SESSION ENDED'
            GOBACK.
