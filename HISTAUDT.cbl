      *        RECONCILIATION TO AUDITREPT.TXT AND THE CONSOLE, SO
      *        MONTH-END SIGN-OFF STOPS BEING A MANUAL WC/GREP
      *        EXERCISE. RETURNS 1 WHEN THE RECONCILIATION FAILS SO
      *        THE JOB STREAM CAN REACT. MERGELOG, RUNHISTORY AND
      *        ARCHIVELOG PERIODS HISTROTA HAS ROTATED OUT ARE READ
      *        FROM THEIR PERIOD FILES, AS LISTED IN ROTCATLG.TXT,
      *        BEFORE THE CURRENT FILES, SO THE AUDIT STILL COVERS
      *        THE WHOLE HISTORY; A CATALOGUED PERIOD FILE THAT IS
      *        MISSING FAILS THE AUDIT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT AUDMERGE ASSIGN TO
                   WS-AUDMERGE-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT AUDCSV ASSIGN TO
                   WS-AUDCSV-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT AUDRUNS ASSIGN TO
                   WS-AUDRUNS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT AUDARCH ASSIGN TO
                   WS-AUDARCH-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT AUDOUT ASSIGN TO
                   WS-AUDOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT ROTCATLG ASSIGN TO
                   WS-ROTCATLG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
       DATA DIVISION.
       FILE SECTION.
       FD AUDMERGE.
       01 AUD-MERGE-LINE               PIC X(160).
       FD AUDCSV.
       01 AUD-CSV-LINE                 PIC X(360).
       FD AUDRUNS.
       01 AUD-RUNS-LINE                PIC X(256).
       FD AUDARCH.
       01 AUD-ARCH-LINE                PIC X(80).
       FD AUDOUT.
       01 AUD-OUT-LINE                 PIC X(100).
       FD ROTCATLG.
           COPY ROTCATLG.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
       77 WS-RUNS-EOF                  PIC X.
           88 RUNS-EOF-OK              VALUE 'S' FALSE 'N'.
      *>      PARSE SCRATCH FOR THE KEYWORD=VALUE LOG LINES
       01 WS-PARSE-HEAD                PIC X(256) VALUE SPACES.
       01 WS-PARSE-REST                PIC X(256) VALUE SPACES.
       77 WS-PARSE-NUM7                PIC X(07) VALUE SPACES.
       77 WS-PARSE-NUM4                PIC X(04) VALUE SPACES.
       77 WS-PARSE-NUM9                PIC X(09) VALUE SPACES.
       77 WS-AUDIT-PASS                PIC X(01) VALUE 'Y'.
           88 AUDIT-PASS               VALUE 'Y' FALSE 'N'.
       01 WS-AUD-OUT-REC               PIC X(100) VALUE SPACES.
      *>      PERIODS HISTROTA HAS MOVED OUT OF THE THREE LOGS, FROM
      *>      ROTCATLG.TXT: EACH LOG AND PERIOD ONCE, LIVE UNTIL A
      *>      PURGED LINE RETIRES IT. EACH LOG IS READ PERIOD FILE BY
      *>      PERIOD FILE BEFORE ITS CURRENT FILE.
       77 WS-ROTCATLG-FILE             PIC X(128) VALUE SPACES.
       77 WS-FS-6                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-ROT-EOF                   PIC X.
           88 ROT-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-ROT-COUNT                 PIC 9(04) VALUE 0.
       01 WS-ROT-TABLE.
           03 WS-ROT-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-ROT-X.
               05 WS-ROT-LOG           PIC X(10).
               05 WS-ROT-PERIOD        PIC X(06).
               05 WS-ROT-LIVE          PIC X(01).
                   88 ROT-LIVE         VALUE 'Y' FALSE 'N'.
       77 WS-ROT-FOUND                 PIC X(01) VALUE 'N'.
           88 ROT-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-ROT-WANT                  PIC X(10) VALUE SPACES.
       77 WS-ROT-PATH                  PIC X(128) VALUE SPACES.
       77 WS-ROT-SAVE                  PIC X(128) VALUE SPACES.
       77 WS-ROT-READ                  PIC 9(04) VALUE 0.
       77 WS-ROT-MISSING               PIC 9(04) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
                   'ARCHIVELOG.TXT'     DELIMITED BY SIZE
                   INTO WS-AUDARCH-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ROTCATLG.TXT'       DELIMITED BY SIZE
                   INTO WS-ROTCATLG-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD THE ROTATION CATALOG. WITHOUT ONE NOTHING HAS BEEN
      *>      ROTATED AND ONLY THE CURRENT FILES ARE READ.
       P150-START.
            SET ROT-EOF-OK TO FALSE
            OPEN INPUT ROTCATLG
            IF WS-FS-6 EQUAL 35 THEN
                GO TO P150-END
            END-IF
            PERFORM P151-START THRU P151-END
                UNTIL ROT-EOF-OK
            CLOSE ROTCATLG
            .
       P150-END.


      *>      APPLY ONE CATALOG LINE: A ROTATED PERIOD IS RECORDED
      *>      ONCE, A PURGED ONE IS NO LONGER READ
       P151-START.
            READ ROTCATLG
                AT END
                    SET ROT-EOF-OK TO TRUE
                    GO TO P151-END
            END-READ
            SET WS-ROT-X TO 1
            SET ROT-FOUND TO FALSE
            IF WS-ROT-COUNT > 0 THEN
                SEARCH WS-ROT-ENTRY
                    AT END CONTINUE
                    WHEN WS-ROT-X > WS-ROT-COUNT
                        CONTINUE
                    WHEN WS-ROT-LOG(WS-ROT-X) = RC-LOG
                     AND WS-ROT-PERIOD(WS-ROT-X) = RC-PERIOD
                        SET ROT-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT ROT-FOUND THEN
                IF WS-ROT-COUNT < 2000 THEN
                    ADD 1 TO WS-ROT-COUNT
                    SET WS-ROT-X TO WS-ROT-COUNT
                    MOVE RC-LOG TO WS-ROT-LOG(WS-ROT-X)
                    MOVE RC-PERIOD TO WS-ROT-PERIOD(WS-ROT-X)
                ELSE
                    GO TO P151-END
                END-IF
            END-IF
            IF RC-PURGED THEN
                SET ROT-LIVE(WS-ROT-X) TO FALSE
            ELSE
                SET ROT-LIVE(WS-ROT-X) TO TRUE
            END-IF
            .
       P151-END.


      *>      BUILD THE PERIOD FILE NAME OF CATALOG ENTRY WS-ROT-X
       P160-START.
            MOVE SPACES TO WS-ROT-PATH
            STRING WS-DATA-DIR               DELIMITED BY SPACE
                   WS-ROT-LOG(WS-ROT-X)      DELIMITED BY SPACE
                   '.'                       DELIMITED BY SIZE
                   WS-ROT-PERIOD(WS-ROT-X)   DELIMITED BY SIZE
                   '.TXT'                    DELIMITED BY SIZE
                   INTO WS-ROT-PATH
            END-STRING
            .
       P160-END.


      *>      SUM THE PER-FILE WRITTEN/REJECTED COUNTS IN MERGELOG.TXT
      *>      AND ITS ROTATED PERIODS
       P200-START.
            MOVE 'MERGELOG' TO WS-ROT-WANT
            MOVE WS-AUDMERGE-FILE TO WS-ROT-SAVE
            PERFORM P205-START THRU P205-END
                VARYING WS-ROT-X FROM 1 BY 1
                UNTIL WS-ROT-X > WS-ROT-COUNT
            MOVE WS-ROT-SAVE TO WS-AUDMERGE-FILE
            SET MERGE-EOF-OK TO FALSE
            OPEN INPUT AUDMERGE
            IF WS-FS-1 EQUAL 35 THEN
       P200-END.


      *>      READ ONE ROTATED MERGELOG PERIOD FILE
       P205-START.
            IF WS-ROT-LOG(WS-ROT-X) NOT = WS-ROT-WANT
            OR NOT ROT-LIVE(WS-ROT-X) THEN
                GO TO P205-END
            END-IF
            PERFORM P160-START THRU P160-END
            MOVE WS-ROT-PATH TO WS-AUDMERGE-FILE
            SET MERGE-EOF-OK TO FALSE
            OPEN INPUT AUDMERGE
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'ROTATED PERIOD FILE MISSING.: ' WS-ROT-PATH
                ADD 1 TO WS-ROT-MISSING
                GO TO P205-END
            END-IF
            ADD 1 TO WS-ROT-READ
            PERFORM P210-START THRU P210-END
                UNTIL MERGE-EOF-OK
            CLOSE AUDMERGE
            .
       P205-END.


      *>      PARSE ONE MERGELOG LINE
       P210-START.
            READ AUDMERGE INTO AUD-MERGE-LINE


      *>      TALLY THE RUNS AND FAILED-FILE COUNTS IN RUNHISTORY.TXT
      *>      AND ITS ROTATED PERIODS
       P400-START.
            MOVE 'RUNHISTORY' TO WS-ROT-WANT
            MOVE WS-AUDRUNS-FILE TO WS-ROT-SAVE
            PERFORM P405-START THRU P405-END
                VARYING WS-ROT-X FROM 1 BY 1
                UNTIL WS-ROT-X > WS-ROT-COUNT
            MOVE WS-ROT-SAVE TO WS-AUDRUNS-FILE
            SET RUNS-EOF-OK TO FALSE
            OPEN INPUT AUDRUNS
            IF WS-FS-3 EQUAL 35 THEN
       P400-END.


      *>      READ ONE ROTATED RUNHISTORY PERIOD FILE
       P405-START.
            IF WS-ROT-LOG(WS-ROT-X) NOT = WS-ROT-WANT
            OR NOT ROT-LIVE(WS-ROT-X) THEN
                GO TO P405-END
            END-IF
            PERFORM P160-START THRU P160-END
            MOVE WS-ROT-PATH TO WS-AUDRUNS-FILE
            SET RUNS-EOF-OK TO FALSE
            OPEN INPUT AUDRUNS
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'ROTATED PERIOD FILE MISSING.: ' WS-ROT-PATH
                ADD 1 TO WS-ROT-MISSING
                GO TO P405-END
            END-IF
            ADD 1 TO WS-ROT-READ
            PERFORM P410-START THRU P410-END
                UNTIL RUNS-EOF-OK
            CLOSE AUDRUNS
            .
       P405-END.


      *>      PARSE ONE RUNHISTORY LINE
       P410-START.
            READ AUDRUNS INTO AUD-RUNS-LINE
      *>      ARCHIVES - THEY LEFT THE LIVE CSV BUT WERE STILL
      *>      LEGITIMATELY WRITTEN BY A MERGE
       P450-START.
            MOVE 'ARCHIVELOG' TO WS-ROT-WANT
            MOVE WS-AUDARCH-FILE TO WS-ROT-SAVE
            PERFORM P455-START THRU P455-END
                VARYING WS-ROT-X FROM 1 BY 1
                UNTIL WS-ROT-X > WS-ROT-COUNT
            MOVE WS-ROT-SAVE TO WS-AUDARCH-FILE
            SET ARCH-EOF-OK TO FALSE
            OPEN INPUT AUDARCH
            IF WS-FS-5 EQUAL 35 THEN
       P450-END.


      *>      READ ONE ROTATED ARCHIVELOG PERIOD FILE
       P455-START.
            IF WS-ROT-LOG(WS-ROT-X) NOT = WS-ROT-WANT
            OR NOT ROT-LIVE(WS-ROT-X) THEN
                GO TO P455-END
            END-IF
            PERFORM P160-START THRU P160-END
            MOVE WS-ROT-PATH TO WS-AUDARCH-FILE
            SET ARCH-EOF-OK TO FALSE
            OPEN INPUT AUDARCH
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'ROTATED PERIOD FILE MISSING.: ' WS-ROT-PATH
                ADD 1 TO WS-ROT-MISSING
                GO TO P455-END
            END-IF
            ADD 1 TO WS-ROT-READ
            PERFORM P460-START THRU P460-END
                UNTIL ARCH-EOF-OK
            CLOSE AUDARCH
            .
       P455-END.


      *>      PARSE ONE ARCHIVELOG LINE
       P460-START.
            READ AUDARCH INTO AUD-ARCH-LINE
            OR WS-DELIM-COUNT NOT = WS-RUN-COUNT THEN
                SET AUDIT-PASS TO FALSE
            END-IF
            IF WS-ROT-MISSING > 0 THEN
                SET AUDIT-PASS TO FALSE
            END-IF
            OPEN OUTPUT AUDOUT
            MOVE 'MERGE CHAIN AUDIT' TO WS-AUD-OUT-REC
            PERFORM P510-START THRU P510-END
            END-STRING
            PERFORM P510-START THRU P510-END
            MOVE SPACES TO WS-AUD-OUT-REC
            STRING 'ROTATED PERIODS READ....: '  DELIMITED BY SIZE
                   WS-ROT-READ                   DELIMITED BY SIZE
                   INTO WS-AUD-OUT-REC
            END-STRING
            PERFORM P510-START THRU P510-END
            MOVE SPACES TO WS-AUD-OUT-REC
            STRING 'ROTATED PERIODS MISSING.: '  DELIMITED BY SIZE
                   WS-ROT-MISSING                DELIMITED BY SIZE
                   INTO WS-AUD-OUT-REC
            END-STRING
            PERFORM P510-START THRU P510-END
            MOVE SPACES TO WS-AUD-OUT-REC
            IF AUDIT-PASS THEN
                MOVE 'RESULT: PASS' TO WS-AUD-OUT-REC
            ELSE
