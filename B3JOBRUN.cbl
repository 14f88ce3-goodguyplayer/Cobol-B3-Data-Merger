      *        (MAINCODE ALREADY RAISES 1 WHEN FILES FAILED), RECORDS
      *        STEP-LEVEL STATUS IN JOBSTATUS.TXT AFTER EVERY STEP,
      *        AND ON RERUN RESUMES FROM THE FIRST STEP THAT IS NOT
      *        ALREADY OK RATHER THAN FROM THE TOP. EVERY STEP RUN IS
      *        TIMED (START, END, ELAPSED SECONDS, RETURN-CODE) INTO
      *        THE JOBSTATUS.TXT BOARD AND APPENDED TO THE STEPTIME.TXT
      *        HISTORY; STEPS THAT OVERRUN THEIR JOBSLA.TXT MAXIMUM
      *        ARE FLAGGED, AND AFTER EACH STEP THE CHAIN'S FINISH IS
      *        ESTIMATED FROM THE AVERAGE OF THE REMAINING STEPS' LAST
      *        B3TRENDN RUNS AND CHECKED AGAINST THE TARGET FINISH.
      *        BEFORE THE FIRST STEP, CFGSNAP FILES A SNAPSHOT OF THE
      *        REFERENCE/FILTER FILES AND B3* SETTINGS THE CHAIN STARTS
      *        WITH, CATALOGUED UNDER THE CHAIN RUN ID
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      JOBSTEPS/JOBSTATUS/STEPTIME/JOBSLA ARE ASSIGNED TO
      *>      WORKING-STORAGE ITEMS BUILT AT P100-START FROM
      *>      WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN MECHANISM
      *>      MAINCODE/MODLRDWR USE.
               SELECT JOBSTEPS ASSIGN TO
                   WS-JOBSTEPS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT JOBSTATUS ASSIGN TO
                   WS-JOBSTATUS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT STEPTIME ASSIGN TO
                   WS-STEPTIME-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT JOBSLA ASSIGN TO
                   WS-JOBSLA-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD JOBSTEPS.
           03 FILLER                   PIC X(01).
           03 JS-ONERROR               PIC X(01).
       FD JOBSTATUS.
      *>      STEP NAME AND STATUS, FOLLOWED BY THE TIMING OF THE RUN
      *>      THAT LAST EXECUTED THE STEP: START AND END DATE/TIME
      *>      (HHMMSSCC), ELAPSED SECONDS, RETURN-CODE AND SLA FLAG
      *>      (BLANK FOR A STEP NOT RUN YET)
       01 JOB-STATUS-REG.
           03 JST-STEP-NAME            PIC X(08).
           03 FILLER                   PIC X(01).
           03 JST-STATUS               PIC X(04).
           03 JST-TIMING.
               05 FILLER               PIC X(01).
               05 JST-START-DATE       PIC X(08).
               05 JST-START-TIME       PIC X(08).
               05 FILLER               PIC X(01).
               05 JST-END-DATE         PIC X(08).
               05 JST-END-TIME         PIC X(08).
               05 FILLER               PIC X(01).
               05 JST-ELAPSED          PIC X(09).
               05 FILLER               PIC X(01).
               05 JST-RC               PIC X(05).
               05 FILLER               PIC X(01).
               05 JST-SLA-FLAG         PIC X(06).
       FD STEPTIME.
           COPY STEPTIME.
       FD JOBSLA.
           COPY JOBSLA.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-JOBSTEPS-FILE             PIC X(128) VALUE SPACES.
       77 WS-JOBSTATUS-FILE            PIC X(128) VALUE SPACES.
       77 WS-STEPTIME-FILE             PIC X(128) VALUE SPACES.
       77 WS-JOBSLA-FILE               PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-STEPS-EOF                 PIC X.
           88 STEPS-EOF-OK             VALUE 'S' FALSE 'N'.
       77 WS-STATUS-EOF                PIC X.
           88 STATUS-EOF-OK            VALUE 'S' FALSE 'N'.
       77 WS-HIST-EOF                  PIC X.
           88 HIST-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-SLA-EOF                   PIC X.
           88 SLA-EOF-OK               VALUE 'S' FALSE 'N'.
      *>      THE STEP TABLE, LOADED FROM JOBSTEPS.TXT. EACH ENTRY
      *>      CARRIES ITS STATUS: 'PEND' NOT RUN YET, 'OK  ' DONE,
      *>      'FAIL' NONZERO RETURN-CODE OR CALL FAILURE, 'SKIP'
               05 WS-STEP-PROGRAM      PIC X(08).
               05 WS-STEP-ONERROR      PIC X(01).
               05 WS-STEP-STATUS       PIC X(04).
      *>      TIMING OF THE STEP'S LATEST EXECUTION, AS SHOWN ON THE
      *>      STATUS BOARD
               05 WS-STEP-TIMING       PIC X(57).
      *>      SLA MAXIMUM IN SECONDS (0 = NONE GIVEN) AND THE LAST
      *>      B3TRENDN SUCCESSFUL DURATIONS FROM STEPTIME.TXT, KEPT AS
      *>      A RING, WHOSE AVERAGE IS THE STEP'S EXPECTED DURATION
               05 WS-STEP-SLA          PIC 9(06).
               05 WS-STEP-EXPECT       PIC 9(07)V99.
               05 WS-STEP-HIST-COUNT   PIC 9(02).
               05 WS-STEP-HIST-NEXT    PIC 9(02).
               05 WS-STEP-HIST OCCURS 12 TIMES
                               INDEXED BY WS-HIST-X
                                       PIC 9(07)V99.
      *>      PRIOR JOBSTATUS.TXT CONTENT, USED TO DECIDE WHERE A
      *>      RERUN RESUMES. ONLY CONSULTED WHEN IT CONTAINS AT LEAST
      *>      ONE NON-OK STEP; A FULLY-OK PRIOR RUN MEANS THIS IS A
                             INDEXED BY WS-PRI-X.
               05 WS-PRIOR-NAME        PIC X(08).
               05 WS-PRIOR-STATUS      PIC X(04).
               05 WS-PRIOR-TIMING      PIC X(57).
       77 WS-PRIOR-HAS-FAIL            PIC X(01) VALUE 'N'.
           88 PRIOR-HAS-FAIL           VALUE 'Y' FALSE 'N'.
       77 WS-RESUME-MODE               PIC X(01) VALUE 'N'.
       77 WS-CALL-PROGRAM              PIC X(08) VALUE SPACES.
       77 WS-STEPS-FAILED              PIC 9(02) VALUE 0.
       77 WS-BOARD-IDX                 PIC 9(02) VALUE 0.
      *>      CHAIN RUN IDENTIFIER: START DATE AND TIME OF THIS
      *>      INVOCATION (YYYYMMDDHHMMSSCC), STAMPED ON EVERY
      *>      STEPTIME.TXT LINE IT WRITES
       01 WS-RUN-ID.
           03 WS-CHAIN-START-DATE      PIC 9(08).
           03 WS-CHAIN-START-TIME      PIC 9(08).
      *>      NUMBER OF PAST RUNS AVERAGED FOR A STEP'S EXPECTED
      *>      DURATION, FROM THE B3TRENDN ENVIRONMENT VARIABLE
      *>      (DEFAULT 10, AT MOST 12)
       77 WS-ENV-TRENDN                PIC X(03) VALUE SPACES.
       77 WS-TRENDN                    PIC 9(02) VALUE 10.
      *>      CONFIGURATION SNAPSHOT OF THIS CHAIN RUN: THE CFGSTORE.TXT
      *>      VERSION CFGSNAP FILED IT UNDER (0 = NONE TAKEN)
       77 WS-CFG-RETURN                PIC 99 VALUE 0.
       77 WS-CFG-VERSION               PIC 9(06) VALUE 0.
       77 WS-CFG-PROGRAM               PIC X(08) VALUE 'B3JOBRUN'.
      *>      CHAIN TARGET FINISH FROM JOBSLA.TXT ('C' LINE, HHMM),
      *>      RESOLVED TO AN ABSOLUTE DEADLINE AGAINST THE CHAIN START
       77 WS-HAVE-TARGET               PIC X(01) VALUE 'N'.
           88 HAVE-TARGET              VALUE 'Y' FALSE 'N'.
       77 WS-TARGET-HHMM               PIC 9(04) VALUE 0.
       77 WS-DEADLINE-ABS              PIC 9(12)V99 VALUE 0.
       77 WS-SLA-SECS                  PIC 9(06) VALUE 0.
       77 WS-SLA-UNKNOWN               PIC 9(02) VALUE 0.
      *>      TIME ARITHMETIC: A DATE (YYYYMMDD) AND TIME (HHMMSSCC)
      *>      TURNED INTO SECONDS SINCE THE INTEGER-OF-DATE EPOCH, AND
      *>      BACK
       77 WS-T-DATE                    PIC 9(08) VALUE 0.
       01 WS-T-TIME                    PIC 9(08) VALUE 0.
       01 WS-T-TIME-X REDEFINES WS-T-TIME.
           03 WS-T-HH                  PIC 9(02).
           03 WS-T-MI                  PIC 9(02).
           03 WS-T-SS                  PIC 9(02).
           03 WS-T-CC                  PIC 9(02).
       77 WS-T-ABS                     PIC 9(12)V99 VALUE 0.
       77 WS-T-DAYS                    PIC 9(07) VALUE 0.
       77 WS-T-SECS                    PIC 9(05)V99 VALUE 0.
      *>      THE STEP BEING TIMED
       77 WS-STEP-START-DATE           PIC 9(08) VALUE 0.
       77 WS-STEP-START-TIME           PIC 9(08) VALUE 0.
       77 WS-STEP-END-DATE             PIC 9(08) VALUE 0.
       77 WS-STEP-END-TIME             PIC 9(08) VALUE 0.
       77 WS-STEP-START-ABS            PIC 9(12)V99 VALUE 0.
       77 WS-STEP-END-ABS              PIC 9(12)V99 VALUE 0.
       77 WS-STEP-ELAPSED              PIC 9(07)V99 VALUE 0.
       77 WS-STEP-RC                   PIC S9(04) VALUE 0.
       77 WS-STEP-FLAG                 PIC X(06) VALUE SPACES.
       77 WS-STEPS-BREACHED            PIC 9(02) VALUE 0.
      *>      ESTIMATED CHAIN FINISH: NOW PLUS THE EXPECTED DURATION
      *>      OF EVERY STEP STILL TO RUN
       77 WS-REMAIN-SECS               PIC 9(09)V99 VALUE 0.
       77 WS-ETA-ABS                   PIC 9(12)V99 VALUE 0.
       77 WS-ETA-DATE                  PIC 9(08) VALUE 0.
       01 WS-ETA-TIME                  PIC 9(06) VALUE 0.
       01 WS-ETA-TIME-X REDEFINES WS-ETA-TIME.
           03 WS-ETA-HH                PIC 9(02).
           03 WS-ETA-MI                PIC 9(02).
           03 WS-ETA-SS                PIC 9(02).
       77 WS-ETA-X                     PIC 9(02) VALUE 0.
       77 WS-HIST-SUM                  PIC 9(09)V99 VALUE 0.
       77 WS-ED-SECS                   PIC Z(06)9.99.
      *>      THE STATUS-BOARD TIMING OF THE STEP JUST RUN, LAID OUT
      *>      AS JST-TIMING
       01 WS-TIMING-LINE.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TL-START-DATE         PIC 9(08).
           03 WS-TL-START-TIME         PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TL-END-DATE           PIC 9(08).
           03 WS-TL-END-TIME           PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TL-ELAPSED            PIC 9(07)V99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TL-RC                 PIC S9(04)
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-TL-SLA-FLAG           PIC X(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P150-START THRU P150-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P270-START THRU P270-END.
           PERFORM P280-START THRU P280-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P999-EXIT.

                   'JOBSTATUS.TXT'      DELIMITED BY SIZE
                   INTO WS-JOBSTATUS-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'STEPTIME.TXT'       DELIMITED BY SIZE
                   INTO WS-STEPTIME-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'JOBSLA.TXT'         DELIMITED BY SIZE
                   INTO WS-JOBSLA-FILE
            END-STRING
            ACCEPT WS-CHAIN-START-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CHAIN-START-TIME FROM TIME
            DISPLAY 'CHAIN RUN ID.: ' WS-RUN-ID
            DISPLAY 'B3TRENDN' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TRENDN FROM ENVIRONMENT-VALUE
            IF WS-ENV-TRENDN NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-ENV-TRENDN) = 0 THEN
                COMPUTE WS-TRENDN = FUNCTION NUMVAL(WS-ENV-TRENDN)
            END-IF
            IF WS-TRENDN = 0 OR WS-TRENDN > 12 THEN
                MOVE 10 TO WS-TRENDN
            END-IF
            .
       P100-END.


      *>      SNAPSHOT THE CONFIGURATION THE CHAIN STARTS WITH. A
      *>      FAILED SNAPSHOT IS REPORTED BUT DOES NOT HOLD THE CHAIN
      *>      UP; ITS MAINCODE STEP TAKES AND LOGS ITS OWN.
       P150-START.
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
            ELSE
                MOVE 0 TO WS-CFG-VERSION
                DISPLAY 'WARNING: CONFIGURATION SNAPSHOT NOT TAKEN FOR '
                        'THIS CHAIN RUN'
            END-IF
            .
       P150-END.


      *>      LOAD THE STEP LIST
       P200-START.
            SET STEPS-EOF-OK TO FALSE
                            END-IF
                            MOVE 'PEND'
                                 TO WS-STEP-STATUS(WS-STEP-COUNT)
                            MOVE SPACES
                                 TO WS-STEP-TIMING(WS-STEP-COUNT)
                            MOVE 0 TO WS-STEP-SLA(WS-STEP-COUNT)
                            MOVE 0 TO WS-STEP-EXPECT(WS-STEP-COUNT)
                            MOVE 0
                                 TO WS-STEP-HIST-COUNT(WS-STEP-COUNT)
                            MOVE 1
                                 TO WS-STEP-HIST-NEXT(WS-STEP-COUNT)
                        ELSE
                            DISPLAY 'JOBSTEPS.TXT TABLE FULL, STEP '
                                    'IGNORED.: ' JS-STEP-NAME
                             TO WS-PRIOR-NAME(WS-PRIOR-COUNT)
                        MOVE JST-STATUS
                             TO WS-PRIOR-STATUS(WS-PRIOR-COUNT)
                        MOVE JST-TIMING
                             TO WS-PRIOR-TIMING(WS-PRIOR-COUNT)
                        IF JST-STATUS NOT = 'OK' THEN
                            SET PRIOR-HAS-FAIL TO TRUE
                        END-IF
                     = WS-STEP-NAME(WS-STEP-X)
                 AND WS-PRIOR-STATUS(WS-PRI-X) = 'OK'
                    MOVE 'OK' TO WS-STEP-STATUS(WS-STEP-X)
                    MOVE WS-PRIOR-TIMING(WS-PRI-X)
                         TO WS-STEP-TIMING(WS-STEP-X)
            END-SEARCH
            .
       P260-END.


      *>      LOAD THE SLA FILE: PER-STEP MAXIMUM DURATIONS AND THE
      *>      CHAIN'S TARGET FINISH TIME. WITHOUT ONE NOTHING IS
      *>      FLAGGED, BUT STEPS ARE STILL TIMED.
       P270-START.
            SET SLA-EOF-OK TO FALSE
            OPEN INPUT JOBSLA
            IF WS-FS-4 EQUAL 35 THEN
                DISPLAY 'NO JOBSLA.TXT, STEPS TIMED WITHOUT SLA CHECKS'
                GO TO P270-END
            END-IF
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO LOAD JOBSLA.TXT, STEPS TIMED '
                        'WITHOUT SLA CHECKS'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                GO TO P270-END
            END-IF
            PERFORM P271-START THRU P271-END
                UNTIL SLA-EOF-OK
            CLOSE JOBSLA
            IF HAVE-TARGET THEN
                MOVE WS-CHAIN-START-DATE TO WS-T-DATE
                MOVE WS-CHAIN-START-TIME TO WS-T-TIME
                PERFORM P350-START THRU P350-END
                COMPUTE WS-DEADLINE-ABS =
                        FUNCTION INTEGER-OF-DATE(WS-CHAIN-START-DATE)
                        * 86400
                        + (WS-TARGET-HHMM / 100) * 3600
                        + FUNCTION MOD(WS-TARGET-HHMM, 100) * 60
                IF WS-DEADLINE-ABS < WS-T-ABS THEN
                    ADD 86400 TO WS-DEADLINE-ABS
                END-IF
                DISPLAY 'CHAIN TARGET FINISH.: ' WS-TARGET-HHMM
            END-IF
            .
       P270-END.


      *>      READ ONE SLA LINE
       P271-START.
            READ JOBSLA
                AT END
                    SET SLA-EOF-OK TO TRUE
                    GO TO P271-END
            END-READ
            EVALUATE TRUE
                WHEN SLA-IS-CHAIN
                    IF SLA-TARGET IS NUMERIC
                    AND SLA-TARGET(1:2) < '24'
                    AND SLA-TARGET(3:2) < '60' THEN
                        MOVE SLA-TARGET TO WS-TARGET-HHMM
                        SET HAVE-TARGET TO TRUE
                    ELSE
                        DISPLAY 'JOBSLA.TXT TARGET NOT HHMM, '
                                'IGNORED.: ' SLA-TARGET
                    END-IF
                WHEN SLA-IS-STEP
                    IF SLA-MAXSECS NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(SLA-MAXSECS) = 0 THEN
                        COMPUTE WS-SLA-SECS =
                                FUNCTION NUMVAL(SLA-MAXSECS)
                        PERFORM P272-START THRU P272-END
                    ELSE
                        DISPLAY 'JOBSLA.TXT MAXIMUM NOT NUMERIC, '
                                'IGNORED.: ' SLA-STEP
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P271-END.


      *>      ATTACH ONE STEP MAXIMUM TO ITS STEP
       P272-START.
            SET WS-STEP-X TO 1
            SEARCH WS-STEP-ENTRY
                AT END
                    DISPLAY 'JOBSLA.TXT STEP NOT IN JOBSTEPS.TXT, '
                            'IGNORED.: ' SLA-STEP
                WHEN WS-STEP-X > WS-STEP-COUNT
                    DISPLAY 'JOBSLA.TXT STEP NOT IN JOBSTEPS.TXT, '
                            'IGNORED.: ' SLA-STEP
                WHEN WS-STEP-NAME(WS-STEP-X) = SLA-STEP
                    MOVE WS-SLA-SECS TO WS-STEP-SLA(WS-STEP-X)
            END-SEARCH
            .
       P272-END.


      *>      LOAD THE LAST B3TRENDN SUCCESSFUL DURATIONS OF EVERY STEP
      *>      FROM THE TIMING HISTORY AND WORK OUT EACH STEP'S
      *>      EXPECTED DURATION, THEN GIVE THE FIRST FINISH ESTIMATE
       P280-START.
            SET HIST-EOF-OK TO FALSE
            OPEN INPUT STEPTIME
            EVALUATE WS-FS-3
                WHEN 00
                    PERFORM P281-START THRU P281-END
                        UNTIL HIST-EOF-OK
                    CLOSE STEPTIME
                WHEN 35
                    DISPLAY 'NO STEPTIME.TXT YET, NO DURATION HISTORY'
                WHEN OTHER
                    DISPLAY 'FAILED TO READ STEPTIME.TXT, NO DURATION '
                            'HISTORY'
                    DISPLAY 'FILE STATUS.: ' WS-FS-3
            END-EVALUATE
            PERFORM P285-START THRU P285-END
                VARYING WS-STEP-X FROM 1 BY 1
                UNTIL WS-STEP-X > WS-STEP-COUNT
            MOVE 0 TO WS-ETA-X
            PERFORM P340-START THRU P340-END
            .
       P280-END.


      *>      READ ONE HISTORY LINE; A SUCCESSFUL RUN OF A STEP IN THE
      *>      CHAIN GOES INTO THAT STEP'S RING OF RECENT DURATIONS
       P281-START.
            READ STEPTIME
                AT END
                    SET HIST-EOF-OK TO TRUE
                    GO TO P281-END
            END-READ
            IF NOT ST-OK OR ST-ELAPSED IS NOT NUMERIC THEN
                GO TO P281-END
            END-IF
            SET WS-STEP-X TO 1
            SEARCH WS-STEP-ENTRY
                AT END CONTINUE
                WHEN WS-STEP-X > WS-STEP-COUNT
                    CONTINUE
                WHEN WS-STEP-NAME(WS-STEP-X) = ST-STEP
                    PERFORM P282-START THRU P282-END
            END-SEARCH
            .
       P281-END.


       P282-START.
            MOVE ST-ELAPSED TO WS-STEP-HIST(WS-STEP-X,
                 WS-STEP-HIST-NEXT(WS-STEP-X))
            IF WS-STEP-HIST-COUNT(WS-STEP-X) < WS-TRENDN THEN
                ADD 1 TO WS-STEP-HIST-COUNT(WS-STEP-X)
            END-IF
            IF WS-STEP-HIST-NEXT(WS-STEP-X) NOT < WS-TRENDN THEN
                MOVE 1 TO WS-STEP-HIST-NEXT(WS-STEP-X)
            ELSE
                ADD 1 TO WS-STEP-HIST-NEXT(WS-STEP-X)
            END-IF
            .
       P282-END.


      *>      EXPECTED DURATION OF ONE STEP: THE AVERAGE OF ITS RECENT
      *>      RUNS, OR ITS SLA MAXIMUM WHEN IT HAS NO HISTORY YET
       P285-START.
            MOVE 0 TO WS-HIST-SUM
            PERFORM P286-START THRU P286-END
                VARYING WS-HIST-X FROM 1 BY 1
                UNTIL WS-HIST-X > WS-STEP-HIST-COUNT(WS-STEP-X)
            IF WS-STEP-HIST-COUNT(WS-STEP-X) > 0 THEN
                COMPUTE WS-STEP-EXPECT(WS-STEP-X) ROUNDED =
                        WS-HIST-SUM / WS-STEP-HIST-COUNT(WS-STEP-X)
            ELSE
                MOVE WS-STEP-SLA(WS-STEP-X)
                     TO WS-STEP-EXPECT(WS-STEP-X)
            END-IF
            .
       P285-END.


       P286-START.
            ADD WS-STEP-HIST(WS-STEP-X, WS-HIST-X) TO WS-HIST-SUM
            .
       P286-END.


      *>      RUN THE CHAIN
       P300-START.
            SET CHAIN-STOPPED TO FALSE
            DISPLAY 'STEP ' WS-STEP-NAME(WS-STEP-X)
                    ' RUNNING ' WS-STEP-PROGRAM(WS-STEP-X)
            MOVE WS-STEP-PROGRAM(WS-STEP-X) TO WS-CALL-PROGRAM
            ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
            ACCEPT WS-STEP-START-TIME FROM TIME
            MOVE 0 TO RETURN-CODE
            CALL WS-CALL-PROGRAM
                ON EXCEPTION
                    DISPLAY 'PROGRAM NOT FOUND.: ' WS-CALL-PROGRAM
                    MOVE 1 TO RETURN-CODE
            END-CALL
            ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
            ACCEPT WS-STEP-END-TIME FROM TIME
            MOVE RETURN-CODE TO WS-STEP-RC
            IF RETURN-CODE = 0 THEN
                MOVE 'OK' TO WS-STEP-STATUS(WS-STEP-X)
                DISPLAY 'STEP ' WS-STEP-NAME(WS-STEP-X) ' OK'
                    SET CHAIN-STOPPED TO TRUE
                END-IF
            END-IF
            PERFORM P325-START THRU P325-END
            SET WS-ETA-X TO WS-STEP-X
            PERFORM P340-START THRU P340-END
            PERFORM P326-START THRU P326-END
            .
       P320-END.


      *>      TIME THE STEP JUST RUN AND CHECK IT AGAINST ITS SLA
       P325-START.
            MOVE WS-STEP-START-DATE TO WS-T-DATE
            MOVE WS-STEP-START-TIME TO WS-T-TIME
            PERFORM P350-START THRU P350-END
            MOVE WS-T-ABS TO WS-STEP-START-ABS
            MOVE WS-STEP-END-DATE TO WS-T-DATE
            MOVE WS-STEP-END-TIME TO WS-T-TIME
            PERFORM P350-START THRU P350-END
            MOVE WS-T-ABS TO WS-STEP-END-ABS
            IF WS-STEP-END-ABS > WS-STEP-START-ABS THEN
                COMPUTE WS-STEP-ELAPSED =
                        WS-STEP-END-ABS - WS-STEP-START-ABS
            ELSE
                MOVE 0 TO WS-STEP-ELAPSED
            END-IF
            MOVE SPACES TO WS-STEP-FLAG
            IF WS-STEP-SLA(WS-STEP-X) > 0
            AND WS-STEP-ELAPSED > WS-STEP-SLA(WS-STEP-X) THEN
                MOVE 'BREACH' TO WS-STEP-FLAG
                ADD 1 TO WS-STEPS-BREACHED
            END-IF
            MOVE WS-STEP-ELAPSED TO WS-ED-SECS
            DISPLAY 'STEP ' WS-STEP-NAME(WS-STEP-X)
                    ' ELAPSED SECONDS.: ' WS-ED-SECS
            IF WS-STEP-FLAG = 'BREACH' THEN
                DISPLAY 'STEP ' WS-STEP-NAME(WS-STEP-X)
                        ' BREACHED ITS SLA OF '
                        WS-STEP-SLA(WS-STEP-X) ' SECONDS'
            END-IF
            MOVE WS-STEP-START-DATE TO WS-TL-START-DATE
            MOVE WS-STEP-START-TIME TO WS-TL-START-TIME
            MOVE WS-STEP-END-DATE   TO WS-TL-END-DATE
            MOVE WS-STEP-END-TIME   TO WS-TL-END-TIME
            MOVE WS-STEP-ELAPSED    TO WS-TL-ELAPSED
            MOVE WS-STEP-RC         TO WS-TL-RC
            MOVE WS-STEP-FLAG       TO WS-TL-SLA-FLAG
            MOVE WS-TIMING-LINE     TO WS-STEP-TIMING(WS-STEP-X)
            .
       P325-END.


      *>      APPEND THE STEP'S TIMING TO THE STEPTIME.TXT HISTORY
       P326-START.
            OPEN EXTEND STEPTIME
            IF WS-FS-3 EQUAL 35 THEN
                OPEN OUTPUT STEPTIME
            END-IF
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED TO OPEN STEPTIME.TXT, STEP TIMING '
                        'NOT KEPT'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
                GO TO P326-END
            END-IF
            MOVE SPACES TO STEP-TIME-REC
            MOVE WS-RUN-ID                  TO ST-RUNID
            MOVE WS-STEP-NAME(WS-STEP-X)    TO ST-STEP
            MOVE WS-STEP-PROGRAM(WS-STEP-X) TO ST-PROGRAM
            MOVE WS-STEP-START-DATE         TO ST-START-DATE
            MOVE WS-STEP-START-TIME         TO ST-START-TIME
            MOVE WS-STEP-END-DATE           TO ST-END-DATE
            MOVE WS-STEP-END-TIME           TO ST-END-TIME
            MOVE WS-STEP-ELAPSED            TO ST-ELAPSED
            MOVE WS-STEP-RC                 TO ST-RC
            MOVE WS-STEP-STATUS(WS-STEP-X)  TO ST-STATUS
            MOVE WS-STEP-FLAG               TO ST-SLA-FLAG
            MOVE WS-ETA-DATE                TO ST-ETA-DATE
            MOVE WS-ETA-TIME                TO ST-ETA-TIME
            WRITE STEP-TIME-REC
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'FAILED WRITING STEPTIME.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-3
            END-IF
            CLOSE STEPTIME
            .
       P326-END.


      *>      ESTIMATE THE CHAIN'S FINISH: NOW PLUS THE EXPECTED
      *>      DURATION OF EVERY STEP AFTER WS-ETA-X THAT IS STILL
      *>      PENDING. A STOPPED CHAIN HAS NOTHING LEFT TO ESTIMATE.
       P340-START.
            MOVE 0 TO WS-ETA-DATE
            MOVE 0 TO WS-ETA-TIME
            IF CHAIN-STOPPED THEN
                GO TO P340-END
            END-IF
            MOVE 0 TO WS-REMAIN-SECS
            MOVE 0 TO WS-SLA-UNKNOWN
            PERFORM P341-START THRU P341-END
                VARYING WS-BOARD-IDX FROM 1 BY 1
                UNTIL WS-BOARD-IDX > WS-STEP-COUNT
            ACCEPT WS-T-DATE FROM DATE YYYYMMDD
            ACCEPT WS-T-TIME FROM TIME
            PERFORM P350-START THRU P350-END
            COMPUTE WS-ETA-ABS = WS-T-ABS + WS-REMAIN-SECS
            COMPUTE WS-T-DAYS = WS-ETA-ABS / 86400
            COMPUTE WS-T-SECS = WS-ETA-ABS - WS-T-DAYS * 86400
            COMPUTE WS-ETA-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-T-DAYS)
            COMPUTE WS-ETA-HH = WS-T-SECS / 3600
            COMPUTE WS-ETA-MI = (WS-T-SECS - WS-ETA-HH * 3600) / 60
            COMPUTE WS-ETA-SS = WS-T-SECS - WS-ETA-HH * 3600
                              - WS-ETA-MI * 60
            DISPLAY 'ESTIMATED CHAIN FINISH.: ' WS-ETA-DATE ' '
                    WS-ETA-HH ':' WS-ETA-MI ':' WS-ETA-SS
            IF WS-SLA-UNKNOWN > 0 THEN
                DISPLAY '  (' WS-SLA-UNKNOWN ' PENDING STEPS WITH NO '
                        'HISTORY OR SLA COUNTED AS ZERO)'
            END-IF
            IF HAVE-TARGET AND WS-ETA-ABS > WS-DEADLINE-ABS THEN
                DISPLAY 'WARNING: CHAIN PROJECTED TO FINISH AFTER ITS '
                        'TARGET OF ' WS-TARGET-HHMM
            END-IF
            .
       P340-END.


       P341-START.
            IF WS-BOARD-IDX > WS-ETA-X
            AND WS-STEP-STATUS(WS-BOARD-IDX) = 'PEND' THEN
                ADD WS-STEP-EXPECT(WS-BOARD-IDX) TO WS-REMAIN-SECS
                IF WS-STEP-EXPECT(WS-BOARD-IDX) = 0 THEN
                    ADD 1 TO WS-SLA-UNKNOWN
                END-IF
            END-IF
            .
       P341-END.


      *>      SECONDS SINCE THE INTEGER-OF-DATE EPOCH OF WS-T-DATE AND
      *>      WS-T-TIME
       P350-START.
            COMPUTE WS-T-ABS =
                    FUNCTION INTEGER-OF-DATE(WS-T-DATE) * 86400
                    + WS-T-HH * 3600 + WS-T-MI * 60 + WS-T-SS
                    + WS-T-CC / 100
            .
       P350-END.


      *>      REWRITE JOBSTATUS.TXT WITH EVERY STEP'S CURRENT STATUS,
      *>      SO A CRASH MID-CHAIN STILL LEAVES AN ACCURATE BOARD FOR
      *>      THE NEXT RERUN TO RESUME FROM
            MOVE SPACES TO JOB-STATUS-REG
            MOVE WS-STEP-NAME(WS-BOARD-IDX)   TO JST-STEP-NAME
            MOVE WS-STEP-STATUS(WS-BOARD-IDX) TO JST-STATUS
            MOVE WS-STEP-TIMING(WS-BOARD-IDX) TO JST-TIMING
            WRITE JOB-STATUS-REG
            .
       P331-END.
            DISPLAY ' B3JOBRUN SUMMARY'
            DISPLAY ' STEPS LOADED.: '   WS-STEP-COUNT
            DISPLAY ' STEPS FAILED.: '   WS-STEPS-FAILED
            DISPLAY ' SLA BREACHES.: '   WS-STEPS-BREACHED
            DISPLAY ' CONFIG VERS..: '   WS-CFG-VERSION
            DISPLAY '#################################################'
            IF WS-STEPS-FAILED > 0 OR WS-JOB-RC NOT = 0 THEN
                MOVE 1 TO RETURN-CODE
