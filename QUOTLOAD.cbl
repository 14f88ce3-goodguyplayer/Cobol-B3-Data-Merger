      *        NEVER A MOMENT WHERE THE LIVE NAME POINTS AT A
      *        PARTIAL INDEX AND QUOTQURY QUIETLY ANSWERS NOT-FOUND.
      *        THE PRIOR GENERATION STAYS ON DISK AS QUOTMASTER.PRV
      *        UNTIL THE NEXT SUCCESSFUL PUBLISH.
      *        THE NIGHTLY REFRESH IS INCREMENTAL: QUOTAPPLY.TXT HOLDS
      *        THE LAST DELTA BATCH APPLIED AND THE MASTER ROW COUNT
      *        AFTER IT, AND EVERY DELTA.BNNNNNN.TXT MAINCODE ISSUED
      *        SINCE (DELTASEQ.TXT) IS APPLIED IN SEQUENCE WITH KEYED
      *        WRITES, ONE BATCH AT A TIME, EACH CHECKED AGAINST
      *        ITS HDR/TRL LINES FIRST. A MISSING OR TRUNCATED BATCH
      *        STOPS THE RUN - A GAP IS NEVER SKIPPED. THE FULL
      *        REBUILD ABOVE RUNS ONLY WHEN ASKED FOR (B3QUOTMODE=FULL)
      *        OR WHEN THE APPLIED SEQUENCE AND THE MASTER DISAGREE: NO
      *        QUOTAPPLY.TXT OR NO MASTER, A SEQUENCE AHEAD OF THE ONE
      *        ISSUED, OR A MASTER ROW COUNT OTHER THAN THE ONE
      *        RECORDED. A FULL REBUILD RECORDS THE LAST BATCH ISSUED
      *        AS APPLIED, SINCE THE CSV ALREADY HOLDS ITS ROWS.
      *        BOTH MODES KEEP THE FIRST ROW IN FOR A MASTER KEY: A
      *        LATER ROW UNDER A KEY ALREADY LOADED, FROM THE CSV OR
      *        FROM A DELTA BATCH, IS COUNTED AS A DUPLICATE KEY AND
      *        NEVER REPLACES IT, SO THE INCREMENTAL MASTER AND A FULL
      *        REBUILD OF THE SAME CSV HOLD THE SAME RECORDS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE. QUOTNEW IS THE STAGED
      *>      BUILD, QUOTPRV THE PRIOR GENERATION KEPT ON DISK UNTIL
      *>      THE NEXT SUCCESSFUL SWAP. DELTASEQ IS MAINCODE'S LAST
      *>      BATCH ISSUED, QUOTAPPLY THE LAST ONE APPLIED HERE AND
      *>      DELTAIN THE BATCH BEING APPLIED.
               SELECT LOADIN ASSIGN TO
                   WS-LOADIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT QUOTMAST ASSIGN TO
                   WS-QUOTMAST-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QM-KEY
               ALTERNATE RECORD KEY IS QM-CODISI
               FILE STATUS         IS WS-FS-2.
               SELECT QUOTNEW ASSIGN TO
                   WS-QUOTNEW-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QN-KEY
               ALTERNATE RECORD KEY IS QN-CODISI
               FILE STATUS         IS WS-FS-3.
               SELECT QUOTPRV ASSIGN TO
                   WS-QUOTPRV-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QP-KEY
               ALTERNATE RECORD KEY IS QP-CODISI
                                   WITH DUPLICATES
               FILE STATUS         IS WS-FS-4.
               SELECT DELTASEQ ASSIGN TO
                   WS-DELTASEQ-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT QUOTAPPLY ASSIGN TO
                   WS-QUOTAPPLY-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
               SELECT DELTAIN ASSIGN TO
                   WS-DELTA-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
       DATA DIVISION.
       FILE SECTION.
       FD LOADIN.
               05 QN-TPMERC        PIC 9(03).
               05 QN-TIPREG        PIC 9(02).
           03 QN-CODISI            PIC X(12).
           03 QN-REST              PIC X(181).
       FD QUOTPRV.
       01 QUOT-PRV-REC.
           03 QP-KEY.
               05 QP-TPMERC        PIC 9(03).
               05 QP-TIPREG        PIC 9(02).
           03 QP-CODISI            PIC X(12).
           03 QP-REST              PIC X(181).
       FD DELTASEQ.
       01 DELTA-SEQ-NO                 PIC 9(06).
      *>      LAST DELTA BATCH APPLIED TO THE MASTER AND THE MASTER'S
      *>      ROW COUNT RIGHT AFTER IT
       FD QUOTAPPLY.
       01 QUOT-APPLY-REC.
           03 QA-LAST-SEQ              PIC 9(06).
           03 FILLER                   PIC X(01).
           03 QA-ROWS                  PIC 9(09).
      *>      A DELTA BATCH: HDR LINE, THE ROWS MODLRDWR COMMITTED IN
      *>      THE OUTPUTINPUT.TXT LAYOUT, THEN THE TRL LINE
       FD DELTAIN.
           COPY HISTOUTR.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
       77 WS-QUOTMAST-FILE             PIC X(128) VALUE SPACES.
       77 WS-QUOTNEW-FILE              PIC X(128) VALUE SPACES.
       77 WS-QUOTPRV-FILE              PIC X(128) VALUE SPACES.
       77 WS-DELTASEQ-FILE             PIC X(128) VALUE SPACES.
       77 WS-QUOTAPPLY-FILE            PIC X(128) VALUE SPACES.
       77 WS-DELTA-FILE                PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-5                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-6                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-7                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-FIRST-LINE                PIC X(01) VALUE 'Y'.
      *>      THE ADJUSTED FLAG, WHICH THE MASTER KEY DOES NOT: WHEN AN
      *>      ADJUSTED SERIES ROW SHARES CODNEG/DATEEX/TPMERC/TIPREG
      *>      WITH ITS BASE ROW, THE FIRST ROW IN WINS AND THE REPEAT
      *>      IS COUNTED HERE RATHER THAN LOADED. THE INCREMENTAL RUN
      *>      APPLIES THE SAME RULE (WS-DELTA-DUPKEY).
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-LINES-LOADED              PIC 9(07) VALUE 0.
       77 WS-LINES-DUPKEY              PIC 9(07) VALUE 0.
      *>      REFRESH MODE. B3QUOTMODE=FULL ASKS FOR THE FULL REBUILD;
      *>      OTHERWISE P150-START PICKS INCREMENTAL WHEN THE APPLIED
      *>      SEQUENCE AND THE MASTER AGREE.
       77 WS-ENV-QUOTMODE              PIC X(08) VALUE SPACES.
       77 WS-MODE                      PIC X(01) VALUE 'F'.
           88 MODE-FULL                VALUE 'F'.
           88 MODE-DELTA               VALUE 'D'.
      *>      DELTA SEQUENCE STATE: LAST BATCH ISSUED BY MAINCODE, LAST
      *>      BATCH APPLIED AND THE ROW COUNT RECORDED WITH IT, THE
      *>      MASTER'S ACTUAL ROW COUNT, AND THE BATCH IN HAND
       77 WS-ISSUED-SEQ                PIC 9(06) VALUE 0.
       77 WS-APPLIED-SEQ               PIC 9(06) VALUE 0.
       77 WS-APPLIED-ROWS              PIC 9(09) VALUE 0.
       77 WS-MASTER-ROWS               PIC 9(09) VALUE 0.
       77 WS-BATCH-SEQ                 PIC 9(06) VALUE 0.
       77 WS-MAST-EOF                  PIC X.
           88 MAST-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-DELTA-EOF                 PIC X.
           88 DELTA-EOF-OK             VALUE 'S' FALSE 'N'.
      *>      BATCH CHECK: THE HDR MUST NAME THE BATCH, AND THE TRL
      *>      MUST BE THE LAST LINE AND COUNT THE ROWS BETWEEN THEM
       01 WS-DELTA-REC                 PIC X(360) VALUE SPACES.
       01 FILLER REDEFINES WS-DELTA-REC.
           03 WS-DR-TAG                PIC X(08).
           03 WS-DR-SEQ                PIC X(06).
           03 WS-DR-ROWS-TAG           PIC X(06).
           03 WS-DR-ROWS               PIC X(09).
           03 FILLER                   PIC X(331).
       77 WS-BATCH-LINES               PIC 9(09) VALUE 0.
       77 WS-BATCH-DATA                PIC 9(09) VALUE 0.
       77 WS-BATCH-TRL-ROWS            PIC 9(09) VALUE 0.
       77 WS-BATCH-HDR-SW              PIC X(01) VALUE 'N'.
           88 BATCH-HDR-OK             VALUE 'Y' FALSE 'N'.
       77 WS-BATCH-TRL-SW              PIC X(01) VALUE 'N'.
           88 BATCH-TRL-SEEN           VALUE 'Y' FALSE 'N'.
       77 WS-BATCH-TRL-LAST-SW         PIC X(01) VALUE 'N'.
           88 BATCH-TRL-LAST           VALUE 'Y' FALSE 'N'.
      *>      INCREMENTAL RECONCILIATION COUNTERS
       77 WS-BATCHES-APPLIED           PIC 9(06) VALUE 0.
       77 WS-DELTA-READ                PIC 9(09) VALUE 0.
       77 WS-DELTA-WRITTEN             PIC 9(09) VALUE 0.
       77 WS-DELTA-DUPKEY              PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P650-START THRU P650-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.

                   'QUOTMASTER.PRV'     DELIMITED BY SIZE
                   INTO WS-QUOTPRV-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'DELTASEQ.TXT'       DELIMITED BY SIZE
                   INTO WS-DELTASEQ-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'QUOTAPPLY.TXT'      DELIMITED BY SIZE
                   INTO WS-QUOTAPPLY-FILE
            END-STRING
            DISPLAY 'B3QUOTMODE' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-QUOTMODE FROM ENVIRONMENT-VALUE
            .
       P100-END.


      *>      CHOOSE THE REFRESH MODE. THE INCREMENTAL APPLY NEEDS A
      *>      RECORDED SEQUENCE NOT AHEAD OF THE ONE ISSUED AND A LIVE
      *>      MASTER HOLDING EXACTLY THE ROWS RECORDED WITH IT; ANY
      *>      DOUBT MEANS THE FULL REBUILD BELOW. WHEN THE INCREMENTAL
      *>      APPLY RUNS IT ENDS THE PROGRAM HERE.
       P150-START.
            SET MODE-FULL TO TRUE
            OPEN INPUT DELTASEQ
            IF WS-FS-5 EQUAL 35 THEN
                MOVE 0 TO WS-ISSUED-SEQ
            ELSE
                READ DELTASEQ INTO WS-ISSUED-SEQ
                    AT END MOVE 0 TO WS-ISSUED-SEQ
                END-READ
                CLOSE DELTASEQ
            END-IF
            IF WS-ENV-QUOTMODE = 'FULL' THEN
                DISPLAY 'FULL REBUILD REQUESTED (B3QUOTMODE=FULL)'
                GO TO P150-END
            END-IF
            OPEN INPUT QUOTAPPLY
            IF WS-FS-6 EQUAL 35 THEN
                DISPLAY 'NO QUOTAPPLY.TXT FOUND, FULL REBUILD'
                GO TO P150-END
            END-IF
            READ QUOTAPPLY
                AT END MOVE SPACES TO QUOT-APPLY-REC
            END-READ
            CLOSE QUOTAPPLY
            IF QA-LAST-SEQ IS NOT NUMERIC
            OR QA-ROWS IS NOT NUMERIC THEN
                DISPLAY 'QUOTAPPLY.TXT IS NOT READABLE, FULL REBUILD'
                GO TO P150-END
            END-IF
            MOVE QA-LAST-SEQ TO WS-APPLIED-SEQ
            MOVE QA-ROWS     TO WS-APPLIED-ROWS
            DISPLAY 'LAST DELTA BATCH APPLIED.: ' WS-APPLIED-SEQ
            DISPLAY 'LAST DELTA BATCH ISSUED..: ' WS-ISSUED-SEQ
            IF WS-APPLIED-SEQ > WS-ISSUED-SEQ THEN
                DISPLAY 'APPLIED SEQUENCE IS AHEAD OF THE ONE ISSUED, '
                        'FULL REBUILD'
                GO TO P150-END
            END-IF
            OPEN INPUT QUOTMAST
            IF WS-FS-2 EQUAL 35 THEN
                DISPLAY 'NO QUOTMASTER.DAT FOUND, FULL REBUILD'
                GO TO P150-END
            END-IF
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'FAILED TO OPEN QUOTMASTER.DAT, FULL REBUILD'
                DISPLAY 'FILE STATUS.: ' WS-FS-2
                GO TO P150-END
            END-IF
            MOVE 0 TO WS-MASTER-ROWS
            SET MAST-EOF-OK TO FALSE
            PERFORM P155-START THRU P155-END
                UNTIL MAST-EOF-OK
            CLOSE QUOTMAST
            IF WS-MASTER-ROWS NOT = WS-APPLIED-ROWS THEN
                DISPLAY 'QUOTMASTER.DAT HOLDS ' WS-MASTER-ROWS
                        ' ROWS, ' WS-APPLIED-ROWS
                        ' RECORDED WITH THE APPLIED SEQUENCE, '
                        'FULL REBUILD'
                GO TO P150-END
            END-IF
            SET MODE-DELTA TO TRUE
            DISPLAY 'APPLYING DELTA BATCHES INCREMENTALLY'
            PERFORM P160-START THRU P160-END
            PERFORM P920-START THRU P920-END
            PERFORM P999-EXIT
            .
       P150-END.


      *>      COUNT ONE MASTER RECORD
       P155-START.
            READ QUOTMAST NEXT RECORD
                AT END SET MAST-EOF-OK TO TRUE
                NOT AT END ADD 1 TO WS-MASTER-ROWS
            END-READ
            .
       P155-END.


      *>      APPLY EVERY BATCH ISSUED SINCE THE LAST ONE APPLIED, IN
      *>      ORDER, TO THE LIVE MASTER
       P160-START.
            IF WS-APPLIED-SEQ = WS-ISSUED-SEQ THEN
                DISPLAY 'QUOTMASTER.DAT IS ALREADY CURRENT'
                GO TO P160-END
            END-IF
            OPEN I-O QUOTMAST
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'FAILED TO OPEN QUOTMASTER.DAT FOR UPDATE'
                DISPLAY 'FILE STATUS.: ' WS-FS-2
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            COMPUTE WS-BATCH-SEQ = WS-APPLIED-SEQ + 1
            PERFORM P170-START THRU P170-END
                UNTIL WS-BATCH-SEQ > WS-ISSUED-SEQ
            CLOSE QUOTMAST
            .
       P160-END.


      *>      ONE BATCH: CHECK IT WHOLE, APPLY ITS ROWS, THEN RECORD
      *>      IT AS APPLIED BEFORE MOVING TO THE NEXT ONE
       P170-START.
            MOVE SPACES TO WS-DELTA-FILE
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'DELTA.B'            DELIMITED BY SIZE
                   WS-BATCH-SEQ         DELIMITED BY SIZE
                   '.TXT'               DELIMITED BY SIZE
                   INTO WS-DELTA-FILE
            END-STRING
            PERFORM P175-START THRU P175-END
            PERFORM P180-START THRU P180-END
            MOVE WS-BATCH-SEQ TO WS-APPLIED-SEQ
            PERFORM P190-START THRU P190-END
            ADD 1 TO WS-BATCHES-APPLIED
            DISPLAY 'DELTA BATCH ' WS-BATCH-SEQ ' APPLIED, '
                    WS-BATCH-DATA ' ROWS'
            ADD 1 TO WS-BATCH-SEQ
            .
       P170-END.


      *>      CHECK THE BATCH BEFORE ANY OF IT IS APPLIED: IT MUST
      *>      EXIST, OPEN WITH ITS OWN HDR AND END WITH A TRL WHOSE
      *>      ROW COUNT MATCHES THE ROWS IN BETWEEN. A BATCH FAILING
      *>      ANY OF THESE IS A GAP, AND THE RUN STOPS ON IT RATHER
      *>      THAN APPLY THE LATER BATCHES OVER A HOLE.
       P175-START.
            MOVE 0 TO WS-BATCH-LINES
            MOVE 0 TO WS-BATCH-DATA
            MOVE 0 TO WS-BATCH-TRL-ROWS
            SET BATCH-HDR-OK TO FALSE
            SET BATCH-TRL-SEEN TO FALSE
            SET BATCH-TRL-LAST TO FALSE
            SET DELTA-EOF-OK TO FALSE
            OPEN INPUT DELTAIN
            IF WS-FS-7 EQUAL 35 THEN
                DISPLAY 'DELTA BATCH ' WS-BATCH-SEQ ' IS MISSING, '
                        'REFUSING TO SKIP IT'
                PERFORM P178-START THRU P178-END
            END-IF
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO OPEN DELTA BATCH ' WS-BATCH-SEQ
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                PERFORM P178-START THRU P178-END
            END-IF
            PERFORM P176-START THRU P176-END
                UNTIL DELTA-EOF-OK
            CLOSE DELTAIN
            IF NOT BATCH-HDR-OK THEN
                DISPLAY 'DELTA BATCH ' WS-BATCH-SEQ ' DOES NOT START '
                        'WITH ITS OWN HDR LINE'
                PERFORM P178-START THRU P178-END
            END-IF
            IF NOT BATCH-TRL-LAST THEN
                DISPLAY 'DELTA BATCH ' WS-BATCH-SEQ ' HAS NO TRL '
                        'LINE AT THE END, IT WAS CUT OFF'
                PERFORM P178-START THRU P178-END
            END-IF
            IF WS-BATCH-TRL-ROWS NOT = WS-BATCH-DATA THEN
                DISPLAY 'DELTA BATCH ' WS-BATCH-SEQ ' HOLDS '
                        WS-BATCH-DATA ' ROWS, ITS TRL SAYS '
                        WS-BATCH-TRL-ROWS
                PERFORM P178-START THRU P178-END
            END-IF
            .
       P175-END.


      *>      CLASSIFY ONE BATCH LINE FOR THE CHECK
       P176-START.
            READ DELTAIN INTO WS-DELTA-REC
                AT END
                    SET DELTA-EOF-OK TO TRUE
                    GO TO P176-END
            END-READ
            ADD 1 TO WS-BATCH-LINES
            SET BATCH-TRL-LAST TO FALSE
            EVALUATE TRUE
                WHEN WS-DR-TAG = 'HDR SEQ='
                    IF WS-BATCH-LINES = 1
                    AND WS-DR-SEQ = WS-BATCH-SEQ THEN
                        SET BATCH-HDR-OK TO TRUE
                    END-IF
                WHEN WS-DR-TAG = 'TRL SEQ='
                    IF NOT BATCH-TRL-SEEN
                    AND WS-DR-SEQ = WS-BATCH-SEQ
                    AND WS-DR-ROWS-TAG = ' ROWS='
                    AND WS-DR-ROWS IS NUMERIC THEN
                        MOVE WS-DR-ROWS TO WS-BATCH-TRL-ROWS
                        SET BATCH-TRL-LAST TO TRUE
                    END-IF
                    SET BATCH-TRL-SEEN TO TRUE
                WHEN OTHER
                    ADD 1 TO WS-BATCH-DATA
            END-EVALUATE
            .
       P176-END.


      *>      REFUSE THE BATCH. THE BATCHES BEFORE IT STAY APPLIED
      *>      AND RECORDED; THE NEXT RUN RESUMES AT THIS ONE ONCE IT
      *>      IS RESTORED, OR A FULL REBUILD (B3QUOTMODE=FULL) TAKES
      *>      THE MASTER STRAIGHT FROM THE CSV.
       P178-START.
            DISPLAY 'NO FURTHER BATCHES APPLIED. RESTORE THE BATCH OR '
                    'RERUN WITH B3QUOTMODE=FULL'
            PERFORM P920-START THRU P920-END
            MOVE 1 TO RETURN-CODE
            PERFORM P999-EXIT
            .
       P178-END.


      *>      SECOND PASS OVER THE CHECKED BATCH: APPLY ITS ROWS
       P180-START.
            SET DELTA-EOF-OK TO FALSE
            OPEN INPUT DELTAIN
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO REOPEN DELTA BATCH ' WS-BATCH-SEQ
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                PERFORM P178-START THRU P178-END
            END-IF
            PERFORM P181-START THRU P181-END
                UNTIL DELTA-EOF-OK
            CLOSE DELTAIN
            .
       P180-END.


      *>      ONE BATCH LINE, LEAVING THE HDR AND TRL LINES OUT
       P181-START.
            READ DELTAIN INTO WS-DELTA-REC
                AT END
                    SET DELTA-EOF-OK TO TRUE
                    GO TO P181-END
            END-READ
            IF WS-DR-TAG = 'HDR SEQ=' OR WS-DR-TAG = 'TRL SEQ=' THEN
                GO TO P181-END
            END-IF
            ADD 1 TO WS-DELTA-READ
            PERFORM P185-START THRU P185-END
            .
       P181-END.


      *>      BUILD THE MASTER RECORD FROM THE DELTA ROW THE WAY
      *>      P320-START BUILDS IT FROM THE CSV, THEN WRITE IT UNLESS
      *>      ITS KEY IS ALREADY ON FILE
       P185-START.
            MOVE HIST-CODNEG OF DELTAIN  TO QM-CODNEG
            MOVE HIST-DATEEX OF DELTAIN  TO QM-DATEEX
            MOVE HIST-TPMERC OF DELTAIN  TO QM-TPMERC
            MOVE HIST-TIPREG OF DELTAIN  TO QM-TIPREG
            MOVE HIST-CODISI OF DELTAIN  TO QM-CODISI
            MOVE HIST-ADJUSTED OF DELTAIN TO QM-ADJUSTED
            MOVE HIST-CODBDI OF DELTAIN  TO QM-CODBDI
            MOVE HIST-PREABE OF DELTAIN  TO QM-PREABE
            MOVE HIST-PREMAX OF DELTAIN  TO QM-PREMAX
            MOVE HIST-PREMIN OF DELTAIN  TO QM-PREMIN
            MOVE HIST-PREMED OF DELTAIN  TO QM-PREMED
            MOVE HIST-PREULT OF DELTAIN  TO QM-PREULT
            MOVE HIST-PREOFC OF DELTAIN  TO QM-PREOFC
            MOVE HIST-PREOFV OF DELTAIN  TO QM-PREOFV
            MOVE HIST-TOTNEG OF DELTAIN  TO QM-TOTNEG
            MOVE HIST-QUATOT OF DELTAIN  TO QM-QUATOT
            MOVE HIST-VOLTOT OF DELTAIN  TO QM-VOLTOT
            MOVE HIST-SECNAME OF DELTAIN TO QM-SECNAME
            IF HIST-SRCFID OF DELTAIN IS NUMERIC
            AND HIST-SRCREC OF DELTAIN IS NUMERIC THEN
                MOVE HIST-SRCFID OF DELTAIN TO QM-SRCFID
                MOVE HIST-SRCREC OF DELTAIN TO QM-SRCREC
            ELSE
                MOVE 0 TO QM-SRCFID
                MOVE 0 TO QM-SRCREC
            END-IF
            IF HIST-CADENCE OF DELTAIN = SPACE THEN
                MOVE 'A' TO QM-CADENCE
            ELSE
                MOVE HIST-CADENCE OF DELTAIN TO QM-CADENCE
            END-IF
            WRITE QUOT-MASTER-REC
                INVALID KEY
                    PERFORM P186-START THRU P186-END
                NOT INVALID KEY
                    ADD 1 TO WS-DELTA-WRITTEN
                    ADD 1 TO WS-MASTER-ROWS
            END-WRITE
            .
       P185-END.


      *>      THE WRITE WAS REFUSED. A KEY ALREADY ON FILE KEEPS THE
      *>      RECORD LOADED FIRST, AS IN THE FULL LOAD, AND THE ROW IS
      *>      COUNTED AS A DUPLICATE KEY; ANY OTHER REFUSAL STOPS THE
      *>      BATCH.
       P186-START.
            IF WS-FS-2 EQUAL 22 THEN
                ADD 1 TO WS-DELTA-DUPKEY
                GO TO P186-END
            END-IF
            DISPLAY 'FAILED TO WRITE KEY ' QM-KEY
            DISPLAY 'FILE STATUS.: ' WS-FS-2
            PERFORM P178-START THRU P178-END
            .
       P186-END.


      *>      RECORD THE LAST BATCH APPLIED AND THE MASTER ROW COUNT
      *>      THAT GOES WITH IT. A RUN CUT OFF INSIDE A BATCH LEAVES
      *>      THE PREVIOUS RECORD, WHOSE COUNT NO LONGER MATCHES THE
      *>      MASTER, SO THE NEXT RUN REBUILDS IN FULL.
       P190-START.
            OPEN OUTPUT QUOTAPPLY
            IF NOT FS-OK OF WS-FS-6 THEN
                DISPLAY 'FAILED TO WRITE QUOTAPPLY.TXT, QUITTING...'
                DISPLAY 'FILE STATUS.: ' WS-FS-6
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES          TO QUOT-APPLY-REC
            MOVE WS-APPLIED-SEQ  TO QA-LAST-SEQ
            MOVE WS-MASTER-ROWS  TO QA-ROWS
            WRITE QUOT-APPLY-REC
            CLOSE QUOTAPPLY
            .
       P190-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            OPEN INPUT LOADIN
            MOVE HIST-QUATOT OF LOADIN  TO QM-QUATOT
            MOVE HIST-VOLTOT OF LOADIN  TO QM-VOLTOT
            MOVE HIST-SECNAME OF LOADIN TO QM-SECNAME
      *>      ROWS MERGED BEFORE LINEAGE WAS RECORDED CARRY BLANK
      *>      LINEAGE COLUMNS, LOADED AS ZERO (UNKNOWN SOURCE)
            IF HIST-SRCFID OF LOADIN IS NUMERIC
            AND HIST-SRCREC OF LOADIN IS NUMERIC THEN
                MOVE HIST-SRCFID OF LOADIN TO QM-SRCFID
                MOVE HIST-SRCREC OF LOADIN TO QM-SRCREC
            ELSE
                MOVE 0 TO QM-SRCFID
                MOVE 0 TO QM-SRCREC
            END-IF
      *>      A BLANK CADENCE IS A ROW MERGED BEFORE CADENCE WAS
      *>      RECORDED, WHEN ONLY ANNUAL FILES WERE ACCEPTED
            IF HIST-CADENCE OF LOADIN = SPACE THEN
                MOVE 'A' TO QM-CADENCE
            ELSE
                MOVE HIST-CADENCE OF LOADIN TO QM-CADENCE
            END-IF
            MOVE QUOT-MASTER-REC TO QUOT-NEW-REC
            WRITE QUOT-NEW-REC
                INVALID KEY
       P600-END.


      *>      STAGE 5: THE REBUILT MASTER HOLDS EVERY ROW OF THE CSV,
      *>      SO EVERY DELTA BATCH ISSUED SO FAR COUNTS AS APPLIED.
      *>      RECORD THE LAST ONE WITH THE LOADED ROW COUNT, WHICH THE
      *>      NEXT INCREMENTAL RUN CHECKS THE MASTER AGAINST.
       P650-START.
            MOVE WS-ISSUED-SEQ   TO WS-APPLIED-SEQ
            MOVE WS-LINES-LOADED TO WS-MASTER-ROWS
            PERFORM P190-START THRU P190-END
            DISPLAY 'DELTA BATCHES UP TO ' WS-APPLIED-SEQ
                    ' RECORDED AS APPLIED'
            .
       P650-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
       P900-END.


      *>      RECONCILIATION SUMMARY OF AN INCREMENTAL RUN. EVERY DELTA
      *>      ROW READ IS EITHER A NEW RECORD OR A COUNTED DUPLICATE
      *>      KEY.
       P920-START.
            DISPLAY '#################################################'
            DISPLAY ' QUOTLOAD INCREMENTAL RECONCILIATION SUMMARY'
            DISPLAY ' BATCHES APPLIED..: '    WS-BATCHES-APPLIED
            DISPLAY ' LAST BATCH APPLD.: '    WS-APPLIED-SEQ
            DISPLAY ' LAST BATCH ISSUED: '    WS-ISSUED-SEQ
            DISPLAY ' DELTA ROWS READ..: '    WS-DELTA-READ
            DISPLAY ' RECORDS WRITTEN..: '    WS-DELTA-WRITTEN
            DISPLAY ' DUPLICATE KEYS...: '    WS-DELTA-DUPKEY
            DISPLAY ' MASTER ROWS NOW..: '    WS-MASTER-ROWS
            DISPLAY '#################################################'
            .
       P920-END.


       P999-EXIT.
            CLOSE LOADIN
            CLOSE QUOTMAST
            CLOSE QUOTNEW
            CLOSE QUOTPRV
            CLOSE DELTASEQ
            CLOSE QUOTAPPLY
            CLOSE DELTAIN
            GOBACK.
       END PROGRAM QUOTLOAD.
