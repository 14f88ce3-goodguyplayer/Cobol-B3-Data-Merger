      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: BATCH-WINDOW TREND REPORT (JOBTREND.TXT) FROM THE
      *        STEP-TIMING HISTORY B3JOBRUN APPENDS TO STEPTIME.TXT.
      *        TAKES THE LAST B3TRENDN CHAIN RUNS (10 BY DEFAULT, AT
      *        MOST 12) AND PRINTS, PER STEP, THE ELAPSED SECONDS OF
      *        EACH RUN, ITS JOBSLA.TXT MAXIMUM, THE AVERAGE, THE
      *        LEAST-SQUARES SLOPE IN SECONDS PER RUN AND THE DURATION
      *        PROJECTED FOR THE NEXT RUN. ONLY SUCCESSFUL RUNS OF A
      *        STEP FEED THE FIGURES; A FAILED RUN IS SHOWN MARKED F.
      *        A STEP WHOSE LATEST RUN OVERRAN ITS SLA IS FLAGGED
      *        BREACH, ONE WHOSE PROJECTION OVERRUNS IT IS FLAGGED
      *        TREND. THE CHAIN SECTION GIVES EACH RUN'S START, END
      *        AND ELAPSED TIME AGAINST THE JOBSLA.TXT TARGET FINISH,
      *        AND THE REPORT CLOSES WITH THE FINISH PROJECTED FOR THE
      *        NEXT RUN IF IT STARTS AT THE SAME TIME AS THE LATEST
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. B3JOBSLA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      STEPTIME/JOBSLA/JOBTREND ARE ASSIGNED TO WORKING-STORAGE
      *>      ITEMS BUILT AT P100-START FROM WS-DATA-DIR, THE SAME
      *>      B3DATADIR-DRIVEN MECHANISM MAINCODE/MODLRDWR USE.
               SELECT STEPTIME ASSIGN TO
                   WS-STEPTIME-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT JOBSLA ASSIGN TO
                   WS-JOBSLA-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT JOBTREND ASSIGN TO
                   WS-JOBTREND-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
       DATA DIVISION.
       FILE SECTION.
       FD STEPTIME.
           COPY STEPTIME.
       FD JOBSLA.
           COPY JOBSLA.
       FD JOBTREND.
       01 JOB-TREND-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-STEPTIME-FILE             PIC X(128) VALUE SPACES.
       77 WS-JOBSLA-FILE               PIC X(128) VALUE SPACES.
       77 WS-JOBTREND-FILE             PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-SLA-EOF                   PIC X.
           88 SLA-EOF-OK               VALUE 'S' FALSE 'N'.
      *>      NUMBER OF RUNS REPORTED, OVERRIDABLE VIA B3TRENDN
       77 WS-ENV-TRENDN                PIC X(03) VALUE SPACES.
       77 WS-TRENDN                    PIC 9(02) VALUE 10.
      *>      JOBSLA.TXT: PER-STEP MAXIMUMS AND THE CHAIN TARGET
       77 WS-SLA-COUNT                 PIC 9(02) VALUE 0.
       01 WS-SLA-TABLE.
           03 WS-SLA-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-SLA-X.
               05 WS-SLA-STEP          PIC X(08).
               05 WS-SLA-SECS          PIC 9(06).
       77 WS-HAVE-TARGET               PIC X(01) VALUE 'N'.
           88 HAVE-TARGET              VALUE 'Y' FALSE 'N'.
       77 WS-TARGET-HHMM               PIC 9(04) VALUE 0.
      *>      THE LAST WS-TRENDN RUN IDENTIFIERS, OLDEST FIRST, WITH
      *>      THE CHAIN'S START AND END (EARLIEST STEP START, LATEST
      *>      STEP END) AND ITS STEP TOTALS
       77 WS-RUN-COUNT                 PIC 9(02) VALUE 0.
       77 WS-LAST-RUNID                PIC X(16) VALUE SPACES.
       01 WS-RUN-TABLE.
           03 WS-RUN-ENTRY OCCURS 12 TIMES
                           INDEXED BY WS-RUN-X.
               05 WS-RUN-ID            PIC X(16).
               05 WS-RUN-START-ABS     PIC 9(12)V99.
               05 WS-RUN-START-DATE    PIC 9(08).
               05 WS-RUN-START-TIME    PIC 9(08).
               05 WS-RUN-END-ABS       PIC 9(12)V99.
               05 WS-RUN-END-DATE      PIC 9(08).
               05 WS-RUN-END-TIME      PIC 9(08).
               05 WS-RUN-STEPS         PIC 9(03).
               05 WS-RUN-FAILED        PIC 9(03).
               05 WS-RUN-BREACHES      PIC 9(03).
       77 WS-SHIFT-IDX                 PIC 9(02) VALUE 0.
      *>      STEP x RUN MATRIX OF ELAPSED SECONDS. STEPS ARE KEPT IN
      *>      ORDER OF FIRST APPEARANCE. CELL STATUS IS BLANK (STEP
      *>      NOT RUN), 'O' OK OR 'F' FAILED; BREACH MARKS AN OVERRUN.
       77 WS-STEP-COUNT                PIC 9(02) VALUE 0.
       01 WS-STEP-TABLE.
           03 WS-STEP-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-STEP-X.
               05 WS-STEP-NAME         PIC X(08).
               05 WS-STEP-SLA          PIC 9(06).
               05 WS-STEP-AVG          PIC 9(07)V99.
               05 WS-STEP-SLOPE        PIC S9(07)V99.
               05 WS-STEP-PROJ         PIC 9(07)V99.
               05 WS-STEP-LATEST       PIC 9(07)V99.
               05 WS-STEP-NOBS         PIC 9(02).
               05 WS-STEP-FLAG         PIC X(06).
               05 WS-CELL OCCURS 12 TIMES.
                   07 WS-CELL-SECS     PIC 9(07)V99.
                   07 WS-CELL-STAT     PIC X(01).
                   07 WS-CELL-BREACH   PIC X(01).
       77 WS-STEP-FULL                 PIC X(01) VALUE 'N'.
           88 STEP-TABLE-FULL          VALUE 'Y' FALSE 'N'.
      *>      LEAST-SQUARES WORK AREAS (X = RUN POSITION, Y = SECONDS)
       77 WS-LS-N                      COMP-2 VALUE 0.
       77 WS-LS-SX                     COMP-2 VALUE 0.
       77 WS-LS-SY                     COMP-2 VALUE 0.
       77 WS-LS-SXX                    COMP-2 VALUE 0.
       77 WS-LS-SXY                    COMP-2 VALUE 0.
       77 WS-LS-DEN                    COMP-2 VALUE 0.
       77 WS-LS-SLOPE                  COMP-2 VALUE 0.
       77 WS-LS-ICPT                   COMP-2 VALUE 0.
       77 WS-LS-PROJ                   COMP-2 VALUE 0.
      *>      TIME ARITHMETIC: SECONDS SINCE THE INTEGER-OF-DATE EPOCH
       77 WS-T-DATE                    PIC 9(08) VALUE 0.
       01 WS-T-TIME                    PIC 9(08) VALUE 0.
       01 WS-T-TIME-R REDEFINES WS-T-TIME.
           03 WS-T-HH                  PIC 9(02).
           03 WS-T-MI                  PIC 9(02).
           03 WS-T-SS                  PIC 9(02).
           03 WS-T-CC                  PIC 9(02).
       77 WS-T-ABS                     PIC 9(12)V99 VALUE 0.
       77 WS-T-DAYS                    PIC 9(07) VALUE 0.
       77 WS-T-SECS                    PIC 9(05)V99 VALUE 0.
       77 WS-DEADLINE-ABS              PIC 9(12)V99 VALUE 0.
       77 WS-ELAPSED                   PIC 9(09)V99 VALUE 0.
       77 WS-NEXT-ABS                  PIC 9(12)V99 VALUE 0.
       77 WS-NEXT-SUM                  PIC 9(09)V99 VALUE 0.
       77 WS-NEXT-DAYS                 PIC 9(02) VALUE 0.
      *>      REPORT LINES
       01 WS-TREND-OUT-REC             PIC X(132) VALUE SPACES.
       01 WS-STEP-HEAD.
           03 FILLER                   PIC X(08) VALUE 'STEP'.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 FILLER                   PIC X(06) VALUE '   SLA'.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SH-CELL OCCURS 12 TIMES.
               05 WS-SH-RUN            PIC X(06).
               05 FILLER               PIC X(01).
           03 FILLER                   PIC X(07) VALUE '    AVG'.
           03 FILLER                   PIC X(09) VALUE '    SLOPE'.
           03 FILLER                   PIC X(07) VALUE '   PROJ'.
           03 FILLER                   PIC X(07) VALUE ' FLAG'.
       01 WS-STEP-LINE.
           03 WS-SL-STEP               PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SL-SLA                PIC Z(05)9 BLANK WHEN ZERO.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SL-CELL OCCURS 12 TIMES.
               05 WS-SL-SECS           PIC X(06).
               05 WS-SL-MARK           PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SL-AVG                PIC Z(05)9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SL-SLOPE              PIC -(05)9.9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SL-PROJ               PIC Z(05)9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-SL-FLAG               PIC X(06).
       77 WS-ED-CELL                   PIC Z(05)9.
       77 WS-ED-RUN                    PIC 9(02).
       77 WS-ED-SECS                   PIC Z(08)9.
       77 WS-ED-ELAP                   PIC Z(06)9.
       01 WS-HMS-START.
           03 WS-HS-HH                 PIC 9(02).
           03 FILLER                   PIC X(01) VALUE ':'.
           03 WS-HS-MI                 PIC 9(02).
           03 FILLER                   PIC X(01) VALUE ':'.
           03 WS-HS-SS                 PIC 9(02).
       01 WS-HMS-END.
           03 WS-HE-HH                 PIC 9(02).
           03 FILLER                   PIC X(01) VALUE ':'.
           03 WS-HE-MI                 PIC 9(02).
           03 FILLER                   PIC X(01) VALUE ':'.
           03 WS-HE-SS                 PIC 9(02).
       77 WS-TARGET-TEXT               PIC X(06) VALUE SPACES.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-LINES-USED                PIC 9(07) VALUE 0.
       77 WS-LINES-OLDER               PIC 9(07) VALUE 0.
       77 WS-LINES-DROPPED             PIC 9(07) VALUE 0.
       77 WS-BREACH-STEPS              PIC 9(02) VALUE 0.
       77 WS-TREND-STEPS               PIC 9(02) VALUE 0.
       77 WS-RUNS-MISSED               PIC 9(02) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'BUILDING BATCH-WINDOW TREND REPORT'
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'STEPTIME.TXT'       DELIMITED BY SIZE
                   INTO WS-STEPTIME-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'JOBSLA.TXT'         DELIMITED BY SIZE
                   INTO WS-JOBSLA-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'JOBTREND.TXT'       DELIMITED BY SIZE
                   INTO WS-JOBTREND-FILE
            END-STRING
            DISPLAY 'B3TRENDN' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TRENDN FROM ENVIRONMENT-VALUE
            IF WS-ENV-TRENDN NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-ENV-TRENDN) = 0 THEN
                COMPUTE WS-TRENDN = FUNCTION NUMVAL(WS-ENV-TRENDN)
            END-IF
            IF WS-TRENDN = 0 OR WS-TRENDN > 12 THEN
                MOVE 10 TO WS-TRENDN
            END-IF
            DISPLAY 'RUNS REPORTED.: ' WS-TRENDN
            .
       P100-END.


      *>      LOAD THE OPTIONAL SLA FILE
       P150-START.
            SET SLA-EOF-OK TO FALSE
            OPEN INPUT JOBSLA
            IF WS-FS-2 EQUAL 35 THEN
                DISPLAY 'NO JOBSLA.TXT, TREND REPORTED WITHOUT SLAS'
                GO TO P150-END
            END-IF
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'FAILED TO LOAD JOBSLA.TXT, TREND REPORTED '
                        'WITHOUT SLAS'
                DISPLAY 'FILE STATUS.: ' WS-FS-2
                GO TO P150-END
            END-IF
            PERFORM P151-START THRU P151-END
                UNTIL SLA-EOF-OK
            CLOSE JOBSLA
            .
       P150-END.


      *>      READ ONE SLA LINE
       P151-START.
            READ JOBSLA
                AT END
                    SET SLA-EOF-OK TO TRUE
                    GO TO P151-END
            END-READ
            EVALUATE TRUE
                WHEN SLA-IS-CHAIN
                    IF SLA-TARGET IS NUMERIC
                    AND SLA-TARGET(1:2) < '24'
                    AND SLA-TARGET(3:2) < '60' THEN
                        MOVE SLA-TARGET TO WS-TARGET-HHMM
                        SET HAVE-TARGET TO TRUE
                    END-IF
                WHEN SLA-IS-STEP
                    IF WS-SLA-COUNT < 50
                    AND SLA-MAXSECS NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(SLA-MAXSECS) = 0 THEN
                        ADD 1 TO WS-SLA-COUNT
                        MOVE SLA-STEP TO WS-SLA-STEP(WS-SLA-COUNT)
                        COMPUTE WS-SLA-SECS(WS-SLA-COUNT) =
                                FUNCTION NUMVAL(SLA-MAXSECS)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P151-END.


      *>      FIRST PASS: FIND THE LAST WS-TRENDN RUN IDENTIFIERS. THE
      *>      HISTORY IS APPEND-ONLY, SO RUNS APPEAR OLDEST FIRST.
       P200-START.
            SET EOF-OK TO FALSE
            OPEN INPUT STEPTIME
            EVALUATE WS-FS-1
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO STEPTIME.TXT YET, NOTHING TO TREND'
                    GO TO P200-END
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD STEPTIME.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            PERFORM P210-START THRU P210-END
                UNTIL EOF-OK
            CLOSE STEPTIME
            .
       P200-END.


      *>      READ ONE HISTORY LINE AND NOTE A NEW RUN IDENTIFIER
       P210-START.
            READ STEPTIME
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P210-END
            END-READ
            ADD 1 TO WS-LINES-READ
            IF ST-RUNID = SPACES OR ST-RUNID = WS-LAST-RUNID THEN
                GO TO P210-END
            END-IF
            MOVE ST-RUNID TO WS-LAST-RUNID
            IF WS-RUN-COUNT < WS-TRENDN THEN
                ADD 1 TO WS-RUN-COUNT
            ELSE
                PERFORM P211-START THRU P211-END
                    VARYING WS-SHIFT-IDX FROM 1 BY 1
                    UNTIL WS-SHIFT-IDX NOT < WS-RUN-COUNT
            END-IF
            INITIALIZE WS-RUN-ENTRY(WS-RUN-COUNT)
            MOVE ST-RUNID TO WS-RUN-ID(WS-RUN-COUNT)
            .
       P210-END.


      *>      DROP THE OLDEST RUN BY SHIFTING THE TABLE ONE PLACE
       P211-START.
            MOVE WS-RUN-ENTRY(WS-SHIFT-IDX + 1)
                 TO WS-RUN-ENTRY(WS-SHIFT-IDX)
            .
       P211-END.


      *>      SECOND PASS: FILL THE STEP x RUN MATRIX FOR THE RUNS KEPT
       P300-START.
            IF WS-RUN-COUNT = 0 THEN
                GO TO P300-END
            END-IF
            SET EOF-OK TO FALSE
            OPEN INPUT STEPTIME
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'FAILED TO REOPEN STEPTIME.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            PERFORM P310-START THRU P310-END
                UNTIL EOF-OK
            CLOSE STEPTIME
            .
       P300-END.


      *>      PLACE ONE HISTORY LINE
       P310-START.
            READ STEPTIME
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P310-END
            END-READ
            SET WS-RUN-X TO 1
            SEARCH WS-RUN-ENTRY
                AT END
                    ADD 1 TO WS-LINES-OLDER
                    GO TO P310-END
                WHEN WS-RUN-X > WS-RUN-COUNT
                    ADD 1 TO WS-LINES-OLDER
                    GO TO P310-END
                WHEN WS-RUN-ID(WS-RUN-X) = ST-RUNID
                    CONTINUE
            END-SEARCH
            PERFORM P320-START THRU P320-END
            IF STEP-TABLE-FULL THEN
                ADD 1 TO WS-LINES-DROPPED
                GO TO P310-END
            END-IF
            ADD 1 TO WS-LINES-USED
            IF ST-ELAPSED IS NOT NUMERIC THEN
                MOVE 0 TO ST-ELAPSED
            END-IF
            MOVE ST-ELAPSED TO WS-CELL-SECS(WS-STEP-X, WS-RUN-X)
            IF ST-OK THEN
                MOVE 'O' TO WS-CELL-STAT(WS-STEP-X, WS-RUN-X)
            ELSE
                MOVE 'F' TO WS-CELL-STAT(WS-STEP-X, WS-RUN-X)
                ADD 1 TO WS-RUN-FAILED(WS-RUN-X)
            END-IF
            IF ST-BREACH THEN
                MOVE 'B' TO WS-CELL-BREACH(WS-STEP-X, WS-RUN-X)
                ADD 1 TO WS-RUN-BREACHES(WS-RUN-X)
            END-IF
            ADD 1 TO WS-RUN-STEPS(WS-RUN-X)
      *>      WIDEN THE RUN'S START/END TO COVER THIS STEP
            MOVE ST-START-DATE TO WS-T-DATE
            MOVE ST-START-TIME TO WS-T-TIME
            PERFORM P800-START THRU P800-END
            IF WS-RUN-START-ABS(WS-RUN-X) = 0
            OR WS-T-ABS < WS-RUN-START-ABS(WS-RUN-X) THEN
                MOVE WS-T-ABS      TO WS-RUN-START-ABS(WS-RUN-X)
                MOVE ST-START-DATE TO WS-RUN-START-DATE(WS-RUN-X)
                MOVE ST-START-TIME TO WS-RUN-START-TIME(WS-RUN-X)
            END-IF
            MOVE ST-END-DATE TO WS-T-DATE
            MOVE ST-END-TIME TO WS-T-TIME
            PERFORM P800-START THRU P800-END
            IF WS-T-ABS > WS-RUN-END-ABS(WS-RUN-X) THEN
                MOVE WS-T-ABS    TO WS-RUN-END-ABS(WS-RUN-X)
                MOVE ST-END-DATE TO WS-RUN-END-DATE(WS-RUN-X)
                MOVE ST-END-TIME TO WS-RUN-END-TIME(WS-RUN-X)
            END-IF
            .
       P310-END.


      *>      FIND THE STEP IN THE MATRIX, ADDING IT WHEN NEW
       P320-START.
            SET STEP-TABLE-FULL TO FALSE
            SET WS-STEP-X TO 1
            SEARCH WS-STEP-ENTRY
                AT END
                    SET STEP-TABLE-FULL TO TRUE
                WHEN WS-STEP-X > WS-STEP-COUNT
                    PERFORM P321-START THRU P321-END
                WHEN WS-STEP-NAME(WS-STEP-X) = ST-STEP
                    CONTINUE
            END-SEARCH
            .
       P320-END.


       P321-START.
            IF WS-STEP-COUNT NOT < 50 THEN
                SET STEP-TABLE-FULL TO TRUE
                GO TO P321-END
            END-IF
            ADD 1 TO WS-STEP-COUNT
            SET WS-STEP-X TO WS-STEP-COUNT
            INITIALIZE WS-STEP-ENTRY(WS-STEP-X)
            MOVE ST-STEP TO WS-STEP-NAME(WS-STEP-X)
            SET WS-SLA-X TO 1
            SEARCH WS-SLA-ENTRY
                AT END CONTINUE
                WHEN WS-SLA-X > WS-SLA-COUNT
                    CONTINUE
                WHEN WS-SLA-STEP(WS-SLA-X) = ST-STEP
                    MOVE WS-SLA-SECS(WS-SLA-X)
                         TO WS-STEP-SLA(WS-STEP-X)
            END-SEARCH
            .
       P321-END.


      *>      PER STEP: AVERAGE, LEAST-SQUARES SLOPE AND NEXT-RUN
      *>      PROJECTION OVER THE SUCCESSFUL RUNS, THEN THE FLAG
       P400-START.
            PERFORM P410-START THRU P410-END
                VARYING WS-STEP-X FROM 1 BY 1
                UNTIL WS-STEP-X > WS-STEP-COUNT
            .
       P400-END.


       P410-START.
            MOVE 0 TO WS-LS-N WS-LS-SX WS-LS-SY WS-LS-SXX WS-LS-SXY
            MOVE 0 TO WS-STEP-LATEST(WS-STEP-X)
            PERFORM P411-START THRU P411-END
                VARYING WS-RUN-X FROM 1 BY 1
                UNTIL WS-RUN-X > WS-RUN-COUNT
            MOVE WS-LS-N TO WS-STEP-NOBS(WS-STEP-X)
            MOVE 0 TO WS-STEP-AVG(WS-STEP-X)
            MOVE 0 TO WS-STEP-SLOPE(WS-STEP-X)
            MOVE 0 TO WS-STEP-PROJ(WS-STEP-X)
            IF WS-LS-N > 0 THEN
                COMPUTE WS-STEP-AVG(WS-STEP-X) ROUNDED =
                        WS-LS-SY / WS-LS-N
                MOVE WS-STEP-AVG(WS-STEP-X) TO WS-STEP-PROJ(WS-STEP-X)
            END-IF
            IF WS-LS-N > 1 THEN
                COMPUTE WS-LS-DEN = WS-LS-N * WS-LS-SXX
                                  - WS-LS-SX * WS-LS-SX
                IF WS-LS-DEN NOT = 0 THEN
                    COMPUTE WS-LS-SLOPE =
                            (WS-LS-N * WS-LS-SXY - WS-LS-SX * WS-LS-SY)
                            / WS-LS-DEN
                    COMPUTE WS-LS-ICPT =
                            (WS-LS-SY - WS-LS-SLOPE * WS-LS-SX)
                            / WS-LS-N
                    COMPUTE WS-LS-PROJ = WS-LS-ICPT
                            + WS-LS-SLOPE * (WS-RUN-COUNT + 1)
                    COMPUTE WS-STEP-SLOPE(WS-STEP-X) ROUNDED =
                            WS-LS-SLOPE
                    IF WS-LS-PROJ > 0 THEN
                        COMPUTE WS-STEP-PROJ(WS-STEP-X) ROUNDED =
                                WS-LS-PROJ
                    ELSE
                        MOVE 0 TO WS-STEP-PROJ(WS-STEP-X)
                    END-IF
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-STEP-SLA(WS-STEP-X) = 0
                    MOVE 'NO SLA' TO WS-STEP-FLAG(WS-STEP-X)
                WHEN WS-STEP-LATEST(WS-STEP-X) >
                     WS-STEP-SLA(WS-STEP-X)
                    MOVE 'BREACH' TO WS-STEP-FLAG(WS-STEP-X)
                    ADD 1 TO WS-BREACH-STEPS
                WHEN WS-STEP-PROJ(WS-STEP-X) > WS-STEP-SLA(WS-STEP-X)
                    MOVE 'TREND' TO WS-STEP-FLAG(WS-STEP-X)
                    ADD 1 TO WS-TREND-STEPS
                WHEN OTHER
                    MOVE 'OK' TO WS-STEP-FLAG(WS-STEP-X)
            END-EVALUATE
            .
       P410-END.


      *>      ACCUMULATE ONE SUCCESSFUL RUN OF THE STEP; THE LATEST
      *>      DURATION IS THE ONE OF THE NEWEST RUN THAT RAN IT
       P411-START.
            IF WS-CELL-STAT(WS-STEP-X, WS-RUN-X) = SPACE THEN
                GO TO P411-END
            END-IF
            MOVE WS-CELL-SECS(WS-STEP-X, WS-RUN-X)
                 TO WS-STEP-LATEST(WS-STEP-X)
            IF WS-CELL-STAT(WS-STEP-X, WS-RUN-X) NOT = 'O' THEN
                GO TO P411-END
            END-IF
            ADD 1 TO WS-LS-N
            SET WS-ED-RUN TO WS-RUN-X
            ADD WS-ED-RUN TO WS-LS-SX
            COMPUTE WS-LS-SXX = WS-LS-SXX + WS-ED-RUN * WS-ED-RUN
            ADD WS-CELL-SECS(WS-STEP-X, WS-RUN-X) TO WS-LS-SY
            COMPUTE WS-LS-SXY = WS-LS-SXY
                    + WS-ED-RUN * WS-CELL-SECS(WS-STEP-X, WS-RUN-X)
            .
       P411-END.


      *>      WRITE THE REPORT
       P500-START.
            OPEN OUTPUT JOBTREND
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED TO CREATE JOBTREND.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-TREND-OUT-REC
            STRING 'BATCH-WINDOW STEP DURATION TREND - LAST '
                                        DELIMITED BY SIZE
                   WS-TRENDN            DELIMITED BY SIZE
                   ' RUNS (SECONDS; F = STEP FAILED, * = OVER SLA)'
                                        DELIMITED BY SIZE
                   INTO WS-TREND-OUT-REC
            END-STRING
            WRITE JOB-TREND-LINE FROM WS-TREND-OUT-REC
            MOVE SPACES TO WS-TREND-OUT-REC
            WRITE JOB-TREND-LINE FROM WS-TREND-OUT-REC
            IF WS-RUN-COUNT = 0 THEN
                MOVE 'NO STEP TIMING HISTORY IN STEPTIME.TXT'
                     TO WS-TREND-OUT-REC
                WRITE JOB-TREND-LINE FROM WS-TREND-OUT-REC
                GO TO P500-END
            END-IF
            PERFORM P510-START THRU P510-END
                VARYING WS-RUN-X FROM 1 BY 1
                UNTIL WS-RUN-X > 12
            WRITE JOB-TREND-LINE FROM WS-STEP-HEAD
            PERFORM P520-START THRU P520-END
                VARYING WS-STEP-X FROM 1 BY 1
                UNTIL WS-STEP-X > WS-STEP-COUNT
            MOVE SPACES TO WS-TREND-OUT-REC
            WRITE JOB-TREND-LINE FROM WS-TREND-OUT-REC
            MOVE 'CHAIN RUNS' TO WS-TREND-OUT-REC
            WRITE JOB-TREND-LINE FROM WS-TREND-OUT-REC
            PERFORM P530-START THRU P530-END
                VARYING WS-RUN-X FROM 1 BY 1
                UNTIL WS-RUN-X > WS-RUN-COUNT
            MOVE SPACES TO WS-TREND-OUT-REC
            WRITE JOB-TREND-LINE FROM WS-TREND-OUT-REC
            PERFORM P540-START THRU P540-END
            .
       P500-END.


      *>      COLUMN HEADING OF ONE RUN (BLANK PAST THE RUNS KEPT)
       P510-START.
            MOVE SPACES TO WS-SH-RUN(WS-RUN-X)
            IF WS-RUN-X NOT > WS-RUN-COUNT THEN
                SET WS-ED-RUN TO WS-RUN-X
                STRING ' RUN'             DELIMITED BY SIZE
                       WS-ED-RUN          DELIMITED BY SIZE
                       INTO WS-SH-RUN(WS-RUN-X)
                END-STRING
            END-IF
            .
       P510-END.


      *>      ONE STEP LINE
       P520-START.
            MOVE WS-STEP-NAME(WS-STEP-X) TO WS-SL-STEP
            MOVE WS-STEP-SLA(WS-STEP-X)  TO WS-SL-SLA
            PERFORM P521-START THRU P521-END
                VARYING WS-RUN-X FROM 1 BY 1
                UNTIL WS-RUN-X > 12
            COMPUTE WS-SL-AVG ROUNDED = WS-STEP-AVG(WS-STEP-X)
            MOVE WS-STEP-SLOPE(WS-STEP-X) TO WS-SL-SLOPE
            COMPUTE WS-SL-PROJ ROUNDED = WS-STEP-PROJ(WS-STEP-X)
            MOVE WS-STEP-FLAG(WS-STEP-X) TO WS-SL-FLAG
            WRITE JOB-TREND-LINE FROM WS-STEP-LINE
            .
       P520-END.


      *>      ONE CELL OF THE STEP LINE
       P521-START.
            MOVE SPACES TO WS-SL-SECS(WS-RUN-X)
            MOVE SPACE  TO WS-SL-MARK(WS-RUN-X)
            IF WS-RUN-X > WS-RUN-COUNT THEN
                GO TO P521-END
            END-IF
            IF WS-CELL-STAT(WS-STEP-X, WS-RUN-X) = SPACE THEN
                MOVE '     -' TO WS-SL-SECS(WS-RUN-X)
                GO TO P521-END
            END-IF
            COMPUTE WS-ED-CELL ROUNDED =
                    WS-CELL-SECS(WS-STEP-X, WS-RUN-X)
            MOVE WS-ED-CELL TO WS-SL-SECS(WS-RUN-X)
            IF WS-CELL-STAT(WS-STEP-X, WS-RUN-X) = 'F' THEN
                MOVE 'F' TO WS-SL-MARK(WS-RUN-X)
            ELSE
                IF WS-CELL-BREACH(WS-STEP-X, WS-RUN-X) = 'B' THEN
                    MOVE '*' TO WS-SL-MARK(WS-RUN-X)
                END-IF
            END-IF
            .
       P521-END.


      *>      ONE CHAIN RUN: START, END, ELAPSED AND THE TARGET CHECK
       P530-START.
            MOVE WS-RUN-START-TIME(WS-RUN-X) TO WS-T-TIME
            MOVE WS-T-HH TO WS-HS-HH
            MOVE WS-T-MI TO WS-HS-MI
            MOVE WS-T-SS TO WS-HS-SS
            MOVE WS-RUN-END-TIME(WS-RUN-X) TO WS-T-TIME
            MOVE WS-T-HH TO WS-HE-HH
            MOVE WS-T-MI TO WS-HE-MI
            MOVE WS-T-SS TO WS-HE-SS
            IF WS-RUN-END-ABS(WS-RUN-X) > WS-RUN-START-ABS(WS-RUN-X)
                COMPUTE WS-ELAPSED = WS-RUN-END-ABS(WS-RUN-X)
                                   - WS-RUN-START-ABS(WS-RUN-X)
            ELSE
                MOVE 0 TO WS-ELAPSED
            END-IF
            COMPUTE WS-ED-ELAP ROUNDED = WS-ELAPSED
            MOVE 'NO TGT' TO WS-TARGET-TEXT
            IF HAVE-TARGET THEN
                MOVE WS-RUN-START-DATE(WS-RUN-X) TO WS-T-DATE
                MOVE WS-RUN-START-ABS(WS-RUN-X)  TO WS-T-ABS
                PERFORM P810-START THRU P810-END
                IF WS-RUN-END-ABS(WS-RUN-X) > WS-DEADLINE-ABS THEN
                    MOVE 'MISSED' TO WS-TARGET-TEXT
                    ADD 1 TO WS-RUNS-MISSED
                ELSE
                    MOVE 'MET' TO WS-TARGET-TEXT
                END-IF
            END-IF
            SET WS-ED-RUN TO WS-RUN-X
            MOVE SPACES TO WS-TREND-OUT-REC
            STRING 'RUN'                DELIMITED BY SIZE
                   WS-ED-RUN            DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-RUN-ID(WS-RUN-X)  DELIMITED BY SIZE
                   ' START '            DELIMITED BY SIZE
                   WS-RUN-START-DATE(WS-RUN-X)
                                        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-HMS-START         DELIMITED BY SIZE
                   ' END '              DELIMITED BY SIZE
                   WS-RUN-END-DATE(WS-RUN-X)
                                        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-HMS-END           DELIMITED BY SIZE
                   ' ELAPSED'           DELIMITED BY SIZE
                   WS-ED-ELAP           DELIMITED BY SIZE
                   ' STEPS '            DELIMITED BY SIZE
                   WS-RUN-STEPS(WS-RUN-X)
                                        DELIMITED BY SIZE
                   ' FAILED '           DELIMITED BY SIZE
                   WS-RUN-FAILED(WS-RUN-X)
                                        DELIMITED BY SIZE
                   ' BREACH '           DELIMITED BY SIZE
                   WS-RUN-BREACHES(WS-RUN-X)
                                        DELIMITED BY SIZE
                   ' TGT '              DELIMITED BY SIZE
                   WS-TARGET-TEXT       DELIMITED BY SIZE
                   INTO WS-TREND-OUT-REC
            END-STRING
            WRITE JOB-TREND-LINE FROM WS-TREND-OUT-REC
            .
       P530-END.


      *>      PROJECTED FINISH OF THE NEXT RUN: THE LATEST RUN'S START
      *>      TIME PLUS EVERY STEP'S PROJECTED DURATION
       P540-START.
            MOVE 0 TO WS-NEXT-SUM
            PERFORM P541-START THRU P541-END
                VARYING WS-STEP-X FROM 1 BY 1
                UNTIL WS-STEP-X > WS-STEP-COUNT
            COMPUTE WS-NEXT-ABS = WS-RUN-START-ABS(WS-RUN-COUNT)
                                + WS-NEXT-SUM
            COMPUTE WS-T-DAYS = WS-NEXT-ABS / 86400
            COMPUTE WS-T-SECS = WS-NEXT-ABS - WS-T-DAYS * 86400
            COMPUTE WS-NEXT-DAYS = WS-T-DAYS
                - FUNCTION INTEGER-OF-DATE
                  (WS-RUN-START-DATE(WS-RUN-COUNT))
            COMPUTE WS-HE-HH = WS-T-SECS / 3600
            COMPUTE WS-HE-MI = (WS-T-SECS - WS-HE-HH * 3600) / 60
            COMPUTE WS-HE-SS = WS-T-SECS - WS-HE-HH * 3600
                             - WS-HE-MI * 60
            MOVE WS-RUN-START-TIME(WS-RUN-COUNT) TO WS-T-TIME
            MOVE WS-T-HH TO WS-HS-HH
            MOVE WS-T-MI TO WS-HS-MI
            MOVE WS-T-SS TO WS-HS-SS
            COMPUTE WS-ED-SECS ROUNDED = WS-NEXT-SUM
            MOVE SPACES TO WS-TREND-OUT-REC
            STRING 'NEXT RUN STARTING AT ' DELIMITED BY SIZE
                   WS-HMS-START         DELIMITED BY SIZE
                   ' PROJECTED TO TAKE' DELIMITED BY SIZE
                   WS-ED-SECS           DELIMITED BY SIZE
                   ' SECONDS, FINISHING AT ' DELIMITED BY SIZE
                   WS-HMS-END           DELIMITED BY SIZE
                   ' (+'                DELIMITED BY SIZE
                   WS-NEXT-DAYS         DELIMITED BY SIZE
                   ' DAY)'              DELIMITED BY SIZE
                   INTO WS-TREND-OUT-REC
            END-STRING
            WRITE JOB-TREND-LINE FROM WS-TREND-OUT-REC
            MOVE SPACES TO WS-TREND-OUT-REC
            IF HAVE-TARGET THEN
                MOVE WS-RUN-START-DATE(WS-RUN-COUNT) TO WS-T-DATE
                MOVE WS-RUN-START-ABS(WS-RUN-COUNT)  TO WS-T-ABS
                PERFORM P810-START THRU P810-END
                IF WS-NEXT-ABS > WS-DEADLINE-ABS THEN
                    STRING 'WARNING: NEXT RUN PROJECTED TO MISS THE '
                                        DELIMITED BY SIZE
                           'TARGET FINISH OF ' DELIMITED BY SIZE
                           WS-TARGET-HHMM DELIMITED BY SIZE
                           INTO WS-TREND-OUT-REC
                    END-STRING
                    DISPLAY 'NEXT RUN PROJECTED TO MISS ITS TARGET '
                            'FINISH'
                ELSE
                    STRING 'NEXT RUN PROJECTED WITHIN THE TARGET '
                                        DELIMITED BY SIZE
                           'FINISH OF ' DELIMITED BY SIZE
                           WS-TARGET-HHMM DELIMITED BY SIZE
                           INTO WS-TREND-OUT-REC
                    END-STRING
                END-IF
            ELSE
                MOVE 'NO TARGET FINISH IN JOBSLA.TXT'
                     TO WS-TREND-OUT-REC
            END-IF
            WRITE JOB-TREND-LINE FROM WS-TREND-OUT-REC
            .
       P540-END.


       P541-START.
            ADD WS-STEP-PROJ(WS-STEP-X) TO WS-NEXT-SUM
            .
       P541-END.


      *>      SECONDS SINCE THE INTEGER-OF-DATE EPOCH OF WS-T-DATE AND
      *>      WS-T-TIME
       P800-START.
            IF WS-T-DATE IS NOT NUMERIC OR WS-T-DATE < 16010101 THEN
                MOVE 0 TO WS-T-ABS
                GO TO P800-END
            END-IF
            COMPUTE WS-T-ABS =
                    FUNCTION INTEGER-OF-DATE(WS-T-DATE) * 86400
                    + WS-T-HH * 3600 + WS-T-MI * 60 + WS-T-SS
                    + WS-T-CC / 100
            .
       P800-END.


      *>      TARGET DEADLINE OF A CHAIN STARTING AT WS-T-ABS ON
      *>      WS-T-DATE: THAT DAY'S HHMM, OR THE NEXT DAY'S WHEN THE
      *>      TARGET FALLS BEFORE THE START
       P810-START.
            COMPUTE WS-DEADLINE-ABS =
                    FUNCTION INTEGER-OF-DATE(WS-T-DATE) * 86400
                    + (WS-TARGET-HHMM / 100) * 3600
                    + FUNCTION MOD(WS-TARGET-HHMM, 100) * 60
            IF WS-DEADLINE-ABS < WS-T-ABS THEN
                ADD 86400 TO WS-DEADLINE-ABS
            END-IF
            .
       P810-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' B3JOBSLA RECONCILIATION SUMMARY'
            DISPLAY ' HISTORY LINES READ: '  WS-LINES-READ
            DISPLAY ' LINES REPORTED....: '  WS-LINES-USED
            DISPLAY ' LINES OLDER RUNS..: '  WS-LINES-OLDER
            DISPLAY ' LINES DROPPED.....: '  WS-LINES-DROPPED
            DISPLAY ' RUNS REPORTED.....: '  WS-RUN-COUNT
            DISPLAY ' STEPS REPORTED....: '  WS-STEP-COUNT
            DISPLAY ' STEPS IN BREACH...: '  WS-BREACH-STEPS
            DISPLAY ' STEPS TRENDING....: '  WS-TREND-STEPS
            DISPLAY ' RUNS PAST TARGET..: '  WS-RUNS-MISSED
            IF WS-LINES-READ NOT = WS-LINES-USED + WS-LINES-OLDER
                                 + WS-LINES-DROPPED THEN
                DISPLAY ' LINE COUNTS DO NOT RECONCILE'
                MOVE 1 TO RETURN-CODE
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE STEPTIME
            CLOSE JOBSLA
            CLOSE JOBTREND
            GOBACK.
       END PROGRAM B3JOBSLA.
