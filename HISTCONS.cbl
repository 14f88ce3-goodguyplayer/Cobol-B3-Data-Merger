      * Date: 2026/09/02
      * Purpose: CONSOLIDATION PASS FOR A PARTITIONED BACKFILL. READS
      *        THE OUTPUTPART.P01..PNN.TXT FILES THE B3PARTS/B3PARTID
      *        MAINCODE RUNS PRODUCED, APPLIES THE SAME DEDUP KEY
      *        (DATEEX+CODNEG+TPMERC+TIPREG+ADJUSTED+PRAZOT+CADENCE)
      *        MODLRDWR USES ACROSS ALL OF THEM (A FILE STRADDLING A
      *        PARTITION BOUNDARY CAN LEAVE THE SAME ROW IN TWO
      *        PARTITION OUTPUTS), STAGES THE SURVIVORS IN
      *>      EACH PARTITION OUTPUT IN TURN, HISTARCH-STYLE.
               SELECT PARTIN ASSIGN TO
                   WS-PARTIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
      *>      GENERIC HANDLE FOR THE PER-PARTITION BOOKKEEPING FILES
      *>      PARTITION OUTPUTS ONCE THE FOLD HAS COMMITTED
               SELECT PARTAUX ASSIGN TO
                   WS-PARTAUX-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-8.
      *>      THE MAIN PROCESSEDFILES.TXT. THE PARTITION RUNS' OWN
      *>      RE-MERGE THE WHOLE HISTORY OFF FILEPATH.TXT.
               SELECT PROCMAIN ASSIGN TO
                   WS-PROCMAIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-9.
               SELECT CONSWORK ASSIGN TO
                   WS-CONSWORK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT CONSOUT ASSIGN TO
                   WS-CONSOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT RUNLOCK ASSIGN TO
                   WS-RUNLOCK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT MERGELOG ASSIGN TO
                   WS-MERGELOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
      *>      THE CONSOLIDATION IS THE COMMIT POINT OF A PARTITIONED
      *>      LINE WITH THE ROW COUNT.
               SELECT DELTASEQ ASSIGN TO
                   WS-DELTASEQ-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
               SELECT DELTAOUT ASSIGN TO
                   WS-DELTA-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
       DATA DIVISION.
       FD PROCMAIN.
       01 PROC-MAIN-LINE               PIC X(128).
       FD CONSWORK.
       01 CONS-WORK-LINE               PIC X(360).
       FD CONSOUT.
       01 CONS-OUT-LINE                PIC X(360).
       FD RUNLOCK.
       01 RUN-LOCK-LINE                PIC X(80).
       FD MERGELOG.
       FD DELTASEQ.
       01 DELTA-SEQ-NO                 PIC 9(06).
       FD DELTAOUT.
       01 DELTA-OUT-LINE               PIC X(360).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
               05 WS-DEDUP-TIPREG      PIC 9(02).
               05 WS-DEDUP-ADJUSTED    PIC X(01).
               05 WS-DEDUP-PRAZOT      PIC X(03).
               05 WS-DEDUP-CADENCE     PIC X(01).
       77 WS-DEDUP-FOUND               PIC X(01) VALUE 'N'.
           88 DEDUP-FOUND              VALUE 'Y' FALSE 'N'.
       77 WS-DEDUP-FULL-SW             PIC X(01) VALUE 'N'.
      *>      THE COLUMN-NAME HEADER ROW, KEPT FROM THE FIRST
      *>      PARTITION OUTPUT SO A FRESHLY CREATED OUTPUTINPUT.TXT
      *>      OPENS WITH THE SAME HEADER A NORMAL MERGE WRITES
       01 WS-HEADER-LINE               PIC X(360) VALUE SPACES.
       77 WS-HEADER-KEPT               PIC X(01) VALUE 'N'.
           88 HEADER-KEPT              VALUE 'Y' FALSE 'N'.
       77 WS-SKIP-HEADER               PIC X(01) VALUE 'N'.
       77 WS-ROWS-STAGED               PIC 9(09) VALUE 0.
       77 WS-ROWS-CROSSDUP             PIC 9(09) VALUE 0.
       77 WS-ROWS-FOLDED               PIC 9(09) VALUE 0.
       01 WS-ROW-BUFFER                PIC X(360) VALUE SPACES.
       01 WS-MERGELOG-REC              PIC X(128) VALUE SPACES.
      *>      DELTA BATCH STATE FOR THE CONSOLIDATION COMMIT
       77 WS-FS-6                      PIC 9(02).
       77 WS-DELTA-FILE                PIC X(128) VALUE SPACES.
       77 WS-DELTA-SEQ                 PIC 9(06) VALUE 0.
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
       01 WS-DELTA-REC                 PIC X(360) VALUE SPACES.
      *>      POST-FOLD CLEANUP STATE
       77 WS-FS-8                      PIC 9(02).
           88 FS-OK                    VALUE 0.
                         TO WS-DEDUP-ADJUSTED(WS-DEDUP-COUNT)
                    MOVE HIST-PRAZOT OF PARTIN
                         TO WS-DEDUP-PRAZOT(WS-DEDUP-COUNT)
                    MOVE HIST-CADENCE OF PARTIN
                         TO WS-DEDUP-CADENCE(WS-DEDUP-COUNT)
                ELSE
                    SET DEDUP-TABLE-FULL TO TRUE
                    DISPLAY 'WS-DEDUP-TABLE FULL, ENTRY IGNORED, '
                         = HIST-ADJUSTED OF PARTIN
                    AND  WS-DEDUP-PRAZOT(WS-DEDUP-X)
                         = HIST-PRAZOT OF PARTIN
                    AND  WS-DEDUP-CADENCE(WS-DEDUP-X)
                         = HIST-CADENCE OF PARTIN
                        SET DEDUP-FOUND TO TRUE
                END-SEARCH
            END-IF
