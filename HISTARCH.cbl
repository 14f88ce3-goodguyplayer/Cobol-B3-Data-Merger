      *        ONLY THE RETAINED WINDOW PLUS ITS HEADER ROW, AND LOGS
      *        WHAT MOVED WHERE IN ARCHIVELOG.TXT, SO THE DAILY CHAIN
      *        RUNS AGAINST A SMALL LIVE FILE WHILE THE DEEP HISTORY
      *        STAYS RETRIEVABLE. ROWS ARCHIVED THIS WAY ARE IN NO
      *        DELTA BATCH, SO A REWRITE THAT MOVED ANY DELETES
      *        QUOTAPPLY.TXT AND THE NEXT QUOTLOAD RUN REBUILDS
      *        QUOTMASTER.DAT IN FULL FROM THE RETAINED WINDOW
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      A DIFFERENT PER-YEAR FILE WHENEVER THE ROW YEAR CHANGES.
               SELECT ARCHIN ASSIGN TO
                   WS-ARCHIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT ARCHOUT ASSIGN TO
                   WS-ARCHOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT RETAINOUT ASSIGN TO
                   WS-RETAINOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT ARCHLOG ASSIGN TO
                   WS-ARCHLOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
      *>      QUOTLOAD'S RECORD OF THE LAST DELTA BATCH APPLIED TO
      *>      THE MASTER, DELETED HERE, NEVER READ
               SELECT QUOTAPPLY ASSIGN TO
                   WS-QUOTAPPLY-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIN.
           COPY HISTOUTR.
       FD ARCHOUT.
       01 ARCH-OUT-LINE                PIC X(360).
       FD RETAINOUT.
       01 RETAIN-OUT-LINE              PIC X(360).
       FD ARCHLOG.
       01 ARCH-LOG-LINE                PIC X(80).
       FD QUOTAPPLY.
       01 QUOT-APPLY-LINE              PIC X(16).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
       77 WS-ARCHOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-RETAINOUT-FILE            PIC X(128) VALUE SPACES.
       77 WS-ARCHLOG-FILE              PIC X(128) VALUE SPACES.
       77 WS-QUOTAPPLY-FILE            PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-5                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-RET-EOF                   PIC X.
       77 WS-LINES-READ                PIC 9(09) VALUE 0.
       77 WS-LINES-MOVED               PIC 9(09) VALUE 0.
       77 WS-LINES-RETAINED            PIC 9(09) VALUE 0.
      *>      DATE OF THIS RUN, STAMPED ON THE CUTOFF= LINE SO
      *>      HISTROTA CAN FILE THE RUN'S LOG GROUP BY PERIOD
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
       01 WS-ROW-BUFFER                PIC X(360) VALUE SPACES.
       01 WS-ARCH-LOG-REC              PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   'ARCHIVELOG.TXT'     DELIMITED BY SIZE
                   INTO WS-ARCHLOG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'QUOTAPPLY.TXT'      DELIMITED BY SIZE
                   INTO WS-QUOTAPPLY-FILE
            END-STRING
            .
       P100-END.

            CLOSE ARCHIN
            OPEN OUTPUT RETAINOUT
            CLOSE RETAINOUT
            IF WS-LINES-MOVED > 0 THEN
                PERFORM P420-START THRU P420-END
            END-IF
            .
       P400-END.

       P410-END.


      *>      THE MASTER STILL HOLDS THE ARCHIVED ROWS. DROP QUOTLOAD'S
      *>      APPLIED SEQUENCE SO ITS NEXT RUN REBUILDS IN FULL RATHER
      *>      THAN APPLYING DELTAS ON TOP OF THEM.
       P420-START.
            OPEN INPUT QUOTAPPLY
            IF WS-FS-5 EQUAL 35 THEN
                DISPLAY 'NO QUOTAPPLY.TXT, THE NEXT QUOTLOAD RUN '
                        'REBUILDS QUOTMASTER.DAT IN FULL'
                GO TO P420-END
            END-IF
            IF FS-OK OF WS-FS-5 THEN
                CLOSE QUOTAPPLY
                DELETE FILE QUOTAPPLY
            END-IF
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO DELETE QUOTAPPLY.TXT. '
                        'QUOTMASTER.DAT NO LONGER MATCHES THE CSV, '
                        'REBUILD IT WITH QUOTLOAD UNDER '
                        'B3QUOTMODE=FULL'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                GO TO P420-END
            END-IF
            DISPLAY 'QUOTAPPLY.TXT DELETED, THE NEXT QUOTLOAD RUN '
                    'REBUILDS QUOTMASTER.DAT IN FULL'
            .
       P420-END.


      *>      APPEND THIS RUN'S MOVEMENTS TO ARCHIVELOG.TXT
       P500-START.
            OPEN EXTEND ARCHLOG
            IF WS-FS-4 EQUAL 35 THEN
                OPEN OUTPUT ARCHLOG
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE SPACES TO WS-ARCH-LOG-REC
            STRING 'CUTOFF='         DELIMITED BY SIZE
                   WS-ARCHCUT        DELIMITED BY SIZE
                   ' RETAINED='      DELIMITED BY SIZE
                   WS-LINES-RETAINED DELIMITED BY SIZE
                   ' DATE='          DELIMITED BY SIZE
                   WS-RUN-DATE       DELIMITED BY SIZE
                   INTO WS-ARCH-LOG-REC
            END-STRING
            WRITE ARCH-LOG-LINE FROM WS-ARCH-LOG-REC
