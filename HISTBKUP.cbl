      *        GENERATIONS BEYOND THE B3BKUPDEPTH RETENTION (DEFAULT
      *        5). WIRED AS A B3JOBRUN STEP AHEAD OF HISTARCH AND
      *        QUOTLOAD, WITH HISTREST AS THE MATCHING RESTORE, THIS
      *        TURNS A BAD ARCHIVE CUTOFF INTO A FIVE-MINUTE ROLLBACK.
      *        THE NUMBERING ALSO WALKS THE BKUPCATLG PERIODS HISTROTA
      *        HAS ROTATED OUT, SO ROTATION NEVER RESTARTS IT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      RETIREMENT SWEEP.
               SELECT SRCTXT ASSIGN TO
                   WS-SRCTXT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT GENTXT ASSIGN TO
                   WS-GENTXT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT SRCIDX ASSIGN TO
                   WS-SRCIDX-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QM-KEY
               ALTERNATE RECORD KEY IS QM-CODISI
               FILE STATUS         IS WS-FS-3.
               SELECT GENIDX ASSIGN TO
                   WS-GENIDX-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QG-KEY
               ALTERNATE RECORD KEY IS QG-CODISI
               FILE STATUS         IS WS-FS-4.
               SELECT CATLOG ASSIGN TO
                   WS-CATLOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT ROTCATLG ASSIGN TO
                   WS-ROTCATLG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
       DATA DIVISION.
       FILE SECTION.
       FD SRCTXT.
       01 SRC-TXT-LINE                 PIC X(360).
       FD GENTXT.
       01 GEN-TXT-LINE                 PIC X(360).
       FD SRCIDX.
           COPY QUOTMREC.
       FD GENIDX.
               05 QG-TPMERC            PIC 9(03).
               05 QG-TIPREG            PIC 9(02).
           03 QG-CODISI                PIC X(12).
           03 QG-REST                  PIC X(181).
       FD CATLOG.
       01 CAT-LOG-LINE                 PIC X(100).
       FD ROTCATLG.
           COPY ROTCATLG.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
       77 WS-RUN-TIME                  PIC X(08) VALUE SPACES.
       77 WS-ROWS-COPIED               PIC 9(09) VALUE 0.
       77 WS-GENS-RETIRED              PIC 9(03) VALUE 0.
       01 WS-ROW-BUFFER                PIC X(360) VALUE SPACES.
       01 WS-CATLOG-REC                PIC X(100) VALUE SPACES.
      *>      BKUPCATLG PERIODS HISTROTA HAS MOVED OUT OF THE CURRENT
      *>      CATALOG, FROM ROTCATLG.TXT: EACH PERIOD ONCE, LIVE UNTIL
      *>      A PURGED LINE RETIRES IT
       77 WS-ROTCATLG-FILE             PIC X(128) VALUE SPACES.
       77 WS-FS-6                      PIC 9(02).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                   'BKUPCATLG.TXT'      DELIMITED BY SIZE
                   INTO WS-CATLOG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ROTCATLG.TXT'       DELIMITED BY SIZE
                   INTO WS-ROTCATLG-FILE
            END-STRING
            .
       P100-END.


      *>      RESOLVE THE NEXT GENERATION NUMBER FROM THE CATALOG AND
      *>      ITS ROTATED PERIODS
       P200-START.
            MOVE 0 TO WS-GEN-NO
            PERFORM P220-START THRU P220-END
            MOVE WS-CATLOG-FILE TO WS-ROT-SAVE
            PERFORM P230-START THRU P230-END
                VARYING WS-ROT-X FROM 1 BY 1
                UNTIL WS-ROT-X > WS-ROT-COUNT
            MOVE WS-ROT-SAVE TO WS-CATLOG-FILE
            SET CAT-EOF-OK TO FALSE
            OPEN INPUT CATLOG
            IF WS-FS-5 EQUAL 35 THEN
                IF WS-GEN-NO = 0 THEN
                    DISPLAY 'NO BKUPCATLG.TXT YET, STARTING AT '
                            'GENERATION 1'
                END-IF
            ELSE
                PERFORM P210-START THRU P210-END
                    UNTIL CAT-EOF-OK
       P210-END.


      *>      LOAD THE BKUPCATLG PERIODS FROM THE ROTATION CATALOG.
      *>      WITHOUT ONE NOTHING HAS BEEN ROTATED.
       P220-START.
            SET ROT-EOF-OK TO FALSE
            OPEN INPUT ROTCATLG
            IF WS-FS-6 EQUAL 35 THEN
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
            IF RC-LOG NOT = 'BKUPCATLG' THEN
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


      *>      SCAN ONE ROTATED BKUPCATLG PERIOD FILE
       P230-START.
            IF NOT ROT-LIVE(WS-ROT-X) THEN
                GO TO P230-END
            END-IF
            MOVE SPACES TO WS-CATLOG-FILE
            STRING WS-DATA-DIR               DELIMITED BY SPACE
                   'BKUPCATLG.'              DELIMITED BY SIZE
                   WS-ROT-PERIOD(WS-ROT-X)   DELIMITED BY SIZE
                   '.TXT'                    DELIMITED BY SIZE
                   INTO WS-CATLOG-FILE
            END-STRING
            SET CAT-EOF-OK TO FALSE
            OPEN INPUT CATLOG
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'ROTATED PERIOD FILE MISSING.: '
                        WS-CATLOG-FILE
                GO TO P230-END
            END-IF
            PERFORM P210-START THRU P210-END
                UNTIL CAT-EOF-OK
            CLOSE CATLOG
            .
       P230-END.


      *>      COPY THE TARGET INTO ITS GENERATION FILE
       P300-START.
            PERFORM P350-START THRU P350-END
