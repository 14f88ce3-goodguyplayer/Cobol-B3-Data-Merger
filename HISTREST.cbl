      *        RESTORE IN THE BKUPCATLG.TXT CATALOG WITH TIMESTAMP
      *        AND ROW COUNT, SO ROLLING BACK A BAD ARCHIVE CUTOFF OR
      *        A CORRUPT MASTER LOAD IS A FIVE-MINUTE OPERATION
      *        INSTEAD OF A CRISIS. THE GENERATION'S BACKUP ENTRY IS
      *        LOOKED UP IN THE CATALOG, INCLUDING THE PERIODS
      *        HISTROTA HAS ROTATED OUT OF IT, AND ITS DATE, TIME AND
      *        ROW COUNT ARE SHOWN AND CHECKED AGAINST THE RESTORE.
      *        EITHER RESTORE PUTS THE CSV AND THE MASTER OUT OF STEP
      *        WITH THE DELTA SEQUENCE QUOTAPPLY.TXT RECORDS, SO A
      *        SUCCESSFUL ONE DELETES QUOTAPPLY.TXT AND THE NEXT
      *        QUOTLOAD RUN REBUILDS QUOTMASTER.DAT IN FULL FROM THE
      *        CSV IN FORCE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      THE CSV TARGET, THE INDEXED PAIR THE MASTER TARGET.
               SELECT GENTXT ASSIGN TO
                   WS-GENTXT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT LIVETXT ASSIGN TO
                   WS-LIVETXT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT GENIDX ASSIGN TO
                   WS-GENIDX-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QG-KEY
               ALTERNATE RECORD KEY IS QG-CODISI
               FILE STATUS         IS WS-FS-3.
               SELECT LIVEIDX ASSIGN TO
                   WS-LIVEIDX-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QM-KEY
               ALTERNATE RECORD KEY IS QM-CODISI
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
      *>      QUOTLOAD'S RECORD OF THE LAST DELTA BATCH APPLIED TO
      *>      THE MASTER, DELETED HERE, NEVER READ
               SELECT QUOTAPPLY ASSIGN TO
                   WS-QUOTAPPLY-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
       DATA DIVISION.
       FILE SECTION.
       FD GENTXT.
       01 GEN-TXT-LINE                 PIC X(360).
       FD LIVETXT.
       01 LIVE-TXT-LINE                PIC X(360).
       FD GENIDX.
       01 QUOT-GEN-REC.
           03 QG-KEY.
               05 QG-TPMERC            PIC 9(03).
               05 QG-TIPREG            PIC 9(02).
           03 QG-CODISI                PIC X(12).
           03 QG-REST                  PIC X(181).
       FD LIVEIDX.
           COPY QUOTMREC.
       FD CATLOG.
       01 CAT-LOG-LINE                 PIC X(100).
       FD ROTCATLG.
           COPY ROTCATLG.
       FD QUOTAPPLY.
       01 QUOT-APPLY-LINE              PIC X(16).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
       77 WS-GENIDX-FILE               PIC X(128) VALUE SPACES.
       77 WS-LIVEIDX-FILE              PIC X(128) VALUE SPACES.
       77 WS-CATLOG-FILE               PIC X(128) VALUE SPACES.
       77 WS-QUOTAPPLY-FILE            PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-5                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-7                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CAT-EOF                   PIC X.
           88 CAT-EOF-OK               VALUE 'S' FALSE 'N'.
      *>      RESTORE TARGET AND GENERATION, BOTH REQUIRED FROM THE
      *>      ENVIRONMENT - A RESTORE THAT GUESSES EITHER ONE WOULD
      *>      BE A DESTRUCTIVE STEP OF ITS OWN
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
       77 WS-RUN-TIME                  PIC X(08) VALUE SPACES.
       77 WS-ROWS-COPIED               PIC 9(09) VALUE 0.
       01 WS-ROW-BUFFER                PIC X(360) VALUE SPACES.
       01 WS-CATLOG-REC                PIC X(100) VALUE SPACES.
      *>      THE GENERATION'S LATEST BACKUP ENTRY IN THE CATALOG
       77 WS-CAT-DATE                  PIC X(08) VALUE SPACES.
       77 WS-CAT-TIME                  PIC X(08) VALUE SPACES.
       77 WS-CAT-ROWS                  PIC X(09) VALUE SPACES.
       77 WS-CAT-FOUND                 PIC X(01) VALUE 'N'.
           88 CAT-FOUND                VALUE 'Y' FALSE 'N'.
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

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P900-START THRU P900-END.
                   'BKUPCATLG.TXT'      DELIMITED BY SIZE
                   INTO WS-CATLOG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ROTCATLG.TXT'       DELIMITED BY SIZE
                   INTO WS-ROTCATLG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'QUOTAPPLY.TXT'      DELIMITED BY SIZE
                   INTO WS-QUOTAPPLY-FILE
            END-STRING
            .
       P100-END.


      *>      FIND THE GENERATION'S BACKUP ENTRY IN THE CATALOG'S
      *>      ROTATED PERIODS AND THE CURRENT CATALOG. A GENERATION
      *>      THE CATALOG DOES NOT KNOW IS STILL RESTORED IF ITS FILE
      *>      IS ON DISK, WITH A WARNING.
       P200-START.
            PERFORM P220-START THRU P220-END
            MOVE WS-CATLOG-FILE TO WS-ROT-SAVE
            PERFORM P230-START THRU P230-END
                VARYING WS-ROT-X FROM 1 BY 1
                UNTIL WS-ROT-X > WS-ROT-COUNT
            MOVE WS-ROT-SAVE TO WS-CATLOG-FILE
            SET CAT-EOF-OK TO FALSE
            OPEN INPUT CATLOG
            IF FS-OK OF WS-FS-5 THEN
                PERFORM P210-START THRU P210-END
                    UNTIL CAT-EOF-OK
                CLOSE CATLOG
            END-IF
            IF CAT-FOUND THEN
                DISPLAY 'BACKED UP..: ' WS-CAT-DATE ' ' WS-CAT-TIME
                DISPLAY 'ROWS.......: ' WS-CAT-ROWS
            ELSE
                DISPLAY 'WARNING: GENERATION ' WS-GEN-NO
                        ' HAS NO BACKUP ENTRY IN THE CATALOG'
            END-IF
            .
       P200-END.


      *>      PARSE ONE CATALOG LINE, KEEPING THE LATEST BACKUP ENTRY
      *>      OF THIS GENERATION AND TARGET
       P210-START.
            READ CATLOG INTO CAT-LOG-LINE
                AT END SET CAT-EOF-OK TO TRUE
                NOT AT END
                    IF CAT-LOG-LINE(1:4) = 'GEN='
                    AND CAT-LOG-LINE(5:4) = WS-ENV-RESTGEN
                    AND CAT-LOG-LINE(17:6) = WS-TARGET
                    AND CAT-LOG-LINE(66:11) = ' RUN=BACKUP' THEN
                        SET CAT-FOUND TO TRUE
                        MOVE CAT-LOG-LINE(29:8) TO WS-CAT-DATE
                        MOVE CAT-LOG-LINE(43:8) TO WS-CAT-TIME
                        MOVE CAT-LOG-LINE(57:9) TO WS-CAT-ROWS
                    END-IF
            END-READ
            .
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


      *>      PUT THE CHOSEN GENERATION BACK AS THE LIVE FILE
       P300-START.
            IF TARGET-CSV THEN
            ELSE
                PERFORM P330-START THRU P330-END
            END-IF
            PERFORM P350-START THRU P350-END
            .
       P300-END.

       P340-END.


      *>      THE RESTORED GENERATION IS NOT WHAT QUOTAPPLY.TXT'S
      *>      DELTA SEQUENCE DESCRIBES. DROP IT SO THE NEXT QUOTLOAD RUN
      *>      REBUILDS THE MASTER FROM THE CSV NOW IN FORCE.
       P350-START.
            OPEN INPUT QUOTAPPLY
            IF WS-FS-7 EQUAL 35 THEN
                DISPLAY 'NO QUOTAPPLY.TXT, THE NEXT QUOTLOAD RUN '
                        'REBUILDS QUOTMASTER.DAT IN FULL'
                GO TO P350-END
            END-IF
            IF FS-OK OF WS-FS-7 THEN
                CLOSE QUOTAPPLY
                DELETE FILE QUOTAPPLY
            END-IF
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO DELETE QUOTAPPLY.TXT. '
                        'QUOTMASTER.DAT NO LONGER MATCHES THE CSV, '
                        'REBUILD IT WITH QUOTLOAD UNDER '
                        'B3QUOTMODE=FULL'
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                MOVE 1 TO RETURN-CODE
                GO TO P350-END
            END-IF
            DISPLAY 'QUOTAPPLY.TXT DELETED, THE NEXT QUOTLOAD RUN '
                    'REBUILDS QUOTMASTER.DAT IN FULL'
            .
       P350-END.


      *>      RECORD THE RESTORE IN THE CATALOG, SAME COLUMNS AS
      *>      HISTBKUP'S BACKUP LINES SO THE GENERATION SCAN STILL
      *>      PARSES EVERY LINE
            DISPLAY ' TARGET...........: '    WS-TARGET
            DISPLAY ' GENERATION.......: '    WS-GEN-NO
            DISPLAY ' ROWS RESTORED....: '    WS-ROWS-COPIED
            IF CAT-FOUND THEN
                DISPLAY ' ROWS CATALOGUED..: '    WS-CAT-ROWS
                IF WS-CAT-ROWS IS NUMERIC
                AND WS-CAT-ROWS NOT = WS-ROWS-COPIED THEN
                    DISPLAY ' WARNING: ROWS RESTORED DIFFER FROM THE '
                            'BACKUP ENTRY'
                END-IF
            ELSE
                DISPLAY ' ROWS CATALOGUED..: NOT CATALOGUED'
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.
