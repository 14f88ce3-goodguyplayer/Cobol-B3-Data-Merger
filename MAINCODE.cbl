      * Author: NATHAN BRITO DA SILVA
      * Date: 2025/02/17
      * Purpose: READ A GIVEN LIST OF FILES AND WRITE THE DATA IN ONE
      *        SINGULAR CSV. EVERY RUN FIRST HAS CFGSNAP FILE A SNAPSHOT
      *        OF THE REFERENCE/FILTER FILES AND B3* SETTINGS IT STARTS
      *        WITH, AND LOGS THE VERSION AS CFG= IN RUNHISTORY.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      ENVIRONMENT VARIABLE WITHOUT A RECOMPILE.
               SELECT DATAPATHS ASSIGN TO
               WS-DATAPATH-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT PROCESSEDLOG ASSIGN TO
               WS-PROCESSEDLOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT CHECKPOINT ASSIGN TO
               WS-CHECKPOINT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT RUNHISTORY ASSIGN TO
               WS-RUNHISTORY-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
      *>      EXCLUSIVE RUN LOCK. A SECOND MAINCODE STARTED WHILE A
      *>      B3FORCERUN=Y.
               SELECT RUNLOCK ASSIGN TO
               WS-RUNLOCK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
      *>      OPERATOR ALERT FILE, TRUNCATED AT THE START OF EVERY RUN
      *>      LINES TO IT DURING THE RUN.
               SELECT ALERTS ASSIGN TO
               WS-ALERTS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
      *>      REJECTS.TXT IS A PER-RUN QUARANTINE: P110-START TRUNCATES
      *>      MERGELOG ENTRIES.
               SELECT REJECTS ASSIGN TO
               WS-REJECTS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
               SELECT MERGELOG ASSIGN TO
               WS-MERGELOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-8.
      *>      DELTA FEED FOR DOWNSTREAM CONSUMERS. DELTASEQ.TXT HOLDS
      *>      TRUNCATED BATCH INSTEAD OF RE-INGESTING THE WHOLE CSV.
               SELECT DELTASEQ ASSIGN TO
               WS-DELTASEQ-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-9.
               SELECT DELTAOUT ASSIGN TO
               WS-DELTA-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-10.
      *>      ALERT AND REJECT HISTORY. BEFORE P110-START TRUNCATES
      *>      ALERTS.TXT/REJECTS.TXT FOR A NEW RUN, P115-START APPENDS
      *>      WHAT THE PREVIOUS RUN LEFT IN THEM TO ALERTHIST.TXT AND
      *>      REJHIST.TXT, EACH GROUP DATED BY A RUN DATE= LINE, SO
      *>      HISTROTA CAN FILE THEM INTO QUARTERLY PERIOD FILES.
               SELECT ALERTHIST ASSIGN TO
               WS-ALERTHIST-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-11.
               SELECT REJHIST ASSIGN TO
               WS-REJHIST-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-12.
       DATA DIVISION.
       FILE SECTION.
       FD DATAPATHS.
       FD CHECKPOINT.
       01 CHECKPOINT-LINE-NO           PIC 9(06).
       FD RUNHISTORY.
       01 RUN-HISTORY-LINE             PIC X(256).
       FD RUNLOCK.
       01 RUN-LOCK-LINE                PIC X(80).
       FD ALERTS.
       FD DELTASEQ.
       01 DELTA-SEQ-NO                 PIC 9(06).
       FD DELTAOUT.
       01 DELTA-OUT-LINE               PIC X(360).
       FD ALERTHIST.
       01 ALERT-HIST-LINE              PIC X(160).
       FD REJHIST.
       01 REJ-HIST-LINE                PIC X(262).
       WORKING-STORAGE SECTION.
       01 WS-FILE-PATH-FILES           PIC X(128).
       01 FILLER REDEFINES WS-FILE-PATH-FILES.
       77 WS-RUNHISTORY-FILE           PIC X(128) VALUE SPACES.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       01 WS-RUNHISTORY-REC            PIC X(256) VALUE SPACES.
       77 WS-FS-5                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-RUNLOCK-FILE              PIC X(128) VALUE SPACES.
       77 WS-DELTA-EOF                 PIC X.
           88 DELTA-EOF-OK             VALUE 'S' FALSE 'N'.
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
      *>      RUN IDENTIFIER HANDED TO MODLRDWR FOR THE SOURCE FILE
      *>      CATALOG: TODAY'S DATE FOLLOWED BY WS-START-TIME, SO IT
      *>      MATCHES THIS RUN'S START= FIELD IN RUNHISTORY.TXT
       77 WS-RUN-ID                    PIC X(16) VALUE SPACES.
       01 WS-DELTA-REC                 PIC X(360) VALUE SPACES.
      *>      ALERT/REJECT HISTORY ROLL. THE ROLL DATE IS THE DATE OF
      *>      THE RUN THAT WROTE THE OUTGOING FILES, TAKEN FROM THE
      *>      'I RUN DATE=' LINE AT THE TOP OF ALERTS.TXT (TODAY WHEN
      *>      AN OLDER ALERTS.TXT CARRIES NONE)
       77 WS-FS-11                     PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-12                     PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-ALERTHIST-FILE            PIC X(128) VALUE SPACES.
       77 WS-REJHIST-FILE              PIC X(128) VALUE SPACES.
       77 WS-ROLL-DATE                 PIC 9(08) VALUE 0.
       77 WS-ROLL-EOF                  PIC X.
           88 ROLL-EOF-OK              VALUE 'S' FALSE 'N'.
       01 WS-ROLL-REC                  PIC X(262) VALUE SPACES.
      *>      CONFIGURATION SNAPSHOT OF THIS RUN: THE CFGSTORE.TXT
      *>      VERSION CFGSNAP FILED IT UNDER (0 = NONE TAKEN), LOGGED
      *>      AS CFG= ON THE RUNHISTORY LINE SO HISTCFGD CAN TELL WHAT
      *>      CONFIGURATION PRODUCED A GIVEN MERGE
       77 WS-CFG-RETURN                PIC 99 VALUE 0.
       77 WS-CFG-VERSION               PIC 9(06) VALUE 0.
       77 WS-CFG-PROGRAM               PIC X(08) VALUE 'MAINCODE'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                   'MERGELOG.TXT'       DELIMITED BY SIZE
                   INTO WS-MERGELOG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ALERTHIST.TXT'      DELIMITED BY SIZE
                   INTO WS-ALERTHIST-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'REJHIST.TXT'        DELIMITED BY SIZE
                   INTO WS-REJHIST-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'DELTASEQ.TXT'       DELIMITED BY SIZE
                   INTO WS-DELTASEQ-FILE
            SET EOF-OK TO FALSE
            SET FS-OK OF WS-FS-1 TO TRUE

            INITIALIZE WS-START-TIME.
            INITIALIZE WS-END-TIME.


            ACCEPT WS-START-TIME FROM TIME
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            STRING WS-RUN-DATE          DELIMITED BY SIZE
                   WS-START-TIME(01:08) DELIMITED BY SIZE
                   INTO WS-RUN-ID
            END-STRING
            DISPLAY 'STARTING AT.: '
                   WS-START-TIME(01:02)
                   ':'
                   ':'
                   WS-START-TIME(05:06)
            PERFORM P110-START THRU P110-END
            PERFORM P140-START THRU P140-END
            IF NOT PART-MODE THEN
                PERFORM P130-START THRU P130-END
            END-IF
      *>      THIS RUN. A PARTITION RUN LEAVES THEM ALONE - THEY ARE
      *>      SHARED ACROSS THE SIBLING PARTITIONS, AND TRUNCATING
      *>      THEM HERE WOULD THROW AWAY WHAT A SIBLING ALREADY
      *>      APPENDED. WHAT THE PREVIOUS RUN LEFT IN THEM IS KEPT
      *>      IN THE HISTORY FILES FIRST, AND THE FRESH ALERTS.TXT
      *>      OPENS WITH THE RUN DATE THE NEXT ROLL WILL DATE IT BY.
            IF NOT PART-MODE THEN
                PERFORM P115-START THRU P115-END
                OPEN OUTPUT ALERTS
                MOVE SPACES TO WS-ALERTS-REC
                STRING 'I RUN DATE='         DELIMITED BY SIZE
                       WS-RUN-DATE           DELIMITED BY SIZE
                       ' START='             DELIMITED BY SIZE
                       WS-START-TIME(01:02)  DELIMITED BY SIZE
                       ':'                   DELIMITED BY SIZE
                       WS-START-TIME(03:02)  DELIMITED BY SIZE
                       ':'                   DELIMITED BY SIZE
                       WS-START-TIME(05:02)  DELIMITED BY SIZE
                       INTO WS-ALERTS-REC
                END-STRING
                WRITE ALERTS-LINE FROM WS-ALERTS-REC
                CLOSE ALERTS
                OPEN OUTPUT REJECTS
                CLOSE REJECTS
      *>      MARK THE START OF THIS RUN'S GROUP OF PER-FILE ENTRIES
      *>      IN MERGELOG.TXT; THE TIME MATCHES THE START= FIELD THE
      *>      RUN WILL LOG IN RUNHISTORY.TXT, WHICH IS HOW HISTAUDT
      *>      PAIRS THEM UP. THE DATE= FIELD DATES THE WHOLE GROUP
      *>      FOR THE HISTROTA PERIOD FILES.
            OPEN EXTEND MERGELOG
            IF WS-FS-8 EQUAL 35 THEN
                OPEN OUTPUT MERGELOG
                   WS-START-TIME(03:02)  DELIMITED BY SIZE
                   ':'                   DELIMITED BY SIZE
                   WS-START-TIME(05:02)  DELIMITED BY SIZE
                   ' DATE='              DELIMITED BY SIZE
                   WS-RUN-DATE           DELIMITED BY SIZE
                   INTO WS-MERGELOG-REC
            END-STRING
            WRITE MERGELOG-LINE FROM WS-MERGELOG-REC
       P110-END.


      *>      KEEP THE PREVIOUS RUN'S ALERTS AND REJECTS BEFORE THEY
      *>      ARE TRUNCATED. ALERTS.TXT IS COPIED AS IT STANDS (ITS
      *>      OWN 'I RUN DATE=' LINE DATES IT); THE REJECT GROUP GETS
      *>      A 'RUN DATE=' LINE IN FRONT, SINCE REJECTS.TXT HOLDS
      *>      NOTHING BUT REASON CODE AND RAW LINE.
       P115-START.
            MOVE WS-RUN-DATE TO WS-ROLL-DATE
            OPEN INPUT ALERTS
            IF FS-OK OF WS-FS-6 THEN
                SET ROLL-EOF-OK TO FALSE
                OPEN EXTEND ALERTHIST
                IF WS-FS-11 EQUAL 35 THEN
                    OPEN OUTPUT ALERTHIST
                END-IF
                PERFORM P116-START THRU P116-END
                    UNTIL ROLL-EOF-OK
                CLOSE ALERTHIST
                CLOSE ALERTS
            END-IF
            OPEN INPUT REJECTS
            IF NOT FS-OK OF WS-FS-7 THEN
                GO TO P115-END
            END-IF
            SET ROLL-EOF-OK TO FALSE
            READ REJECTS INTO WS-ROLL-REC
                AT END SET ROLL-EOF-OK TO TRUE
            END-READ
            IF NOT ROLL-EOF-OK THEN
                OPEN EXTEND REJHIST
                IF WS-FS-12 EQUAL 35 THEN
                    OPEN OUTPUT REJHIST
                END-IF
                MOVE SPACES TO REJ-HIST-LINE
                STRING 'RUN DATE='       DELIMITED BY SIZE
                       WS-ROLL-DATE      DELIMITED BY SIZE
                       INTO REJ-HIST-LINE
                END-STRING
                WRITE REJ-HIST-LINE
                PERFORM P117-START THRU P117-END
                    UNTIL ROLL-EOF-OK
                CLOSE REJHIST
            END-IF
            CLOSE REJECTS
            .
       P115-END.


      *>      COPY ONE OUTGOING ALERT LINE, PICKING UP ITS RUN DATE
       P116-START.
            READ ALERTS INTO WS-ROLL-REC
                AT END SET ROLL-EOF-OK TO TRUE
                NOT AT END
                    IF WS-ROLL-REC(1:11) = 'I RUN DATE='
                    AND WS-ROLL-REC(12:8) IS NUMERIC THEN
                        MOVE WS-ROLL-REC(12:8) TO WS-ROLL-DATE
                    END-IF
                    WRITE ALERT-HIST-LINE FROM WS-ROLL-REC
            END-READ
            .
       P116-END.


      *>      COPY ONE OUTGOING REJECT LINE (THE FIRST ONE IS ALREADY
      *>      IN WS-ROLL-REC FROM THE PRIMING READ)
       P117-START.
            WRITE REJ-HIST-LINE FROM WS-ROLL-REC
            READ REJECTS INTO WS-ROLL-REC
                AT END SET ROLL-EOF-OK TO TRUE
            END-READ
            .
       P117-END.


      *>      RESOLVE THE PARTITIONED-BACKFILL SELECTORS. BOTH
      *>      VARIABLES MUST BE SET AND CONSISTENT OR THE RUN STAYS A
      *>      NORMAL SINGLE-STREAM MERGE - A HALF-CONFIGURED
       P130-END.


      *>      SNAPSHOT THE CONFIGURATION THIS RUN STARTS WITH. A RUN
      *>      WHOSE SNAPSHOT COULD NOT BE FILED STILL MERGES - IT IS
      *>      LOGGED WITH CFG=000000 AND A WARNING ALERT, SO THE GAP IS
      *>      VISIBLE RATHER THAN THE MERGE LOST.
       P140-START.
            MOVE 0 TO WS-CFG-RETURN
            MOVE 0 TO WS-CFG-VERSION
            CALL 'CFGSNAP' USING
                           WS-CFG-RETURN
                           WS-RUN-ID
                           WS-CFG-PROGRAM
                           WS-CFG-VERSION
                ON EXCEPTION
                    DISPLAY 'PROGRAM NOT FOUND.: CFGSNAP'
                    MOVE 1 TO WS-CFG-RETURN
            END-CALL
            IF WS-CFG-RETURN = 0 THEN
                DISPLAY 'CONFIGURATION VERSION.: ' WS-CFG-VERSION
                GO TO P140-END
            END-IF
            MOVE 0 TO WS-CFG-VERSION
            DISPLAY 'CONFIGURATION SNAPSHOT NOT TAKEN FOR THIS RUN'
            OPEN EXTEND ALERTS
            IF WS-FS-6 EQUAL 35 THEN
                OPEN OUTPUT ALERTS
            END-IF
            MOVE SPACES TO WS-ALERTS-REC
            MOVE 'W CONFIGURATION SNAPSHOT NOT TAKEN, RUN LOGGED '
                 & 'WITH CFG=000000' TO WS-ALERTS-REC
            WRITE ALERTS-LINE FROM WS-ALERTS-REC
            CLOSE ALERTS
            .
       P140-END.


      *>       VALIDATE INPUT DATA FILE
       P200-START.
            OPEN INPUT DATAPATHS
                               WS-FILE-PATH-FILES
                               WS-FILE-PATH-OUTPUT
                               WS-DELTA-FILE
                               WS-RUN-ID
                IF WS-MOD-RETURN NOT = 0 THEN
                    ADD 1 TO WS-JOB-FAILED-COUNT
                    DISPLAY 'MODLRDWR REPORTED A FAILURE FOR THIS FILE'
            GOBACK.


      *>      APPEND THIS RUN'S START TIME, END TIME, FILEPATH.TXT USED,
      *>      FAILED-FILE COUNT AND CONFIGURATION VERSION TO
      *>      RUNHISTORY.TXT, SO THE RUN IS STILL AUDITABLE AFTER THE
      *>      TERMINAL THAT RAN IT IS GONE.
       P900-START.
            OPEN EXTEND RUNHISTORY
            IF WS-FS-4 EQUAL 35 THEN
                   WS-DATAPATH-FILE      DELIMITED BY SPACES
                   ' FAILED='            DELIMITED BY SIZE
                   WS-JOB-FAILED-COUNT   DELIMITED BY SIZE
                   ' DATE='              DELIMITED BY SIZE
                   WS-RUN-DATE           DELIMITED BY SIZE
                   ' CFG='               DELIMITED BY SIZE
                   WS-CFG-VERSION        DELIMITED BY SIZE
                   INTO WS-RUNHISTORY-REC
            END-STRING
            WRITE RUN-HISTORY-LINE FROM WS-RUNHISTORY-REC
