      *        COMBINED VOLTOT/TOTNEG ACROSS ITS SHARE CLASSES AND
      *        SERIES, THE ON/PN/UNT VOLUME SPLIT FROM HIST-ESPECI,
      *        AND THE CASH-MARKET PER-CLASS CLOSES SIDE BY SIDE. A
      *        TOP-N COMPANIES-BY-TURNOVER SECTION PER MONTH FOLLOWS,
      *        REPLACING THE MANUAL MERGE OF HISTSUMM LINES MANAGEMENT
      *        ASKS FOR EVERY MONTH, AND A TOP-N COMPANIES-BY-MARKET-
      *        CAP SECTION PER MONTH CLOSES THE REPORT: EACH CLASS'S
      *        MONTH-END CASH CLOSE TIMES THE SHARES OUTSTANDING IN
      *        FORCE ON THAT DATE FROM SHARESREF.TXT (SHRSREF LAYOUT),
      *        SUMMED OVER THE ISSUER'S CLASSES. AN ISSUER WITH A CLASS
      *        MISSING FROM SHARESREF.TXT IS RANKED ON THE CLASSES IT
      *        HAS AND MARKED PARTIAL; HISTMCAP LISTS THE GAPS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT ISSRIN ASSIGN TO
                   WS-ISSRIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT ISSROUT ASSIGN TO
                   WS-ISSROUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT ISSRWORK ASSIGN TO
                   WS-ISSRWORK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT SHRSREF ASSIGN TO
                   WS-SHRSREF-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT SORTFILE ASSIGN TO
                   'ISSRSORT.TMP'.
               SELECT RANKSORT ASSIGN TO
           03 IW-ISSUER                PIC X(12).
           03 IW-NOMRES                PIC X(12).
           03 IW-VOLTOT                PIC 9(18)V99.
           03 IW-MCAP                  PIC 9(18)V99.
           03 IW-FFMCAP                PIC 9(18)V99.
           03 IW-PARTIAL               PIC X(01).
       FD SHRSREF.
           COPY SHRSREF.
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-ISSUER              PIC X(12).
           03 SORT-PREULT              PIC 9(11)V99.
           03 SORT-TOTNEG              PIC 9(05).
           03 SORT-VOLTOT              PIC 9(16)V99.
           03 SORT-CODISI              PIC X(12).
      *>      RANKING SORT RECORD. THIS MUST MIRROR ISSR-WORK-REC
      *>      FIELD FOR FIELD, BECAUSE THE RANKING SORT READS THE
      *>      WORK FILE STRAIGHT IN VIA USING.
           03 RS-ISSUER                PIC X(12).
           03 RS-NOMRES                PIC X(12).
           03 RS-VOLTOT                PIC 9(18)V99.
           03 RS-MCAP                  PIC 9(18)V99.
           03 RS-FFMCAP                PIC 9(18)V99.
           03 RS-PARTIAL               PIC X(01).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
       77 WS-ISSRIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-ISSROUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-ISSRWORK-FILE             PIC X(128) VALUE SPACES.
       77 WS-SHRSREF-FILE              PIC X(128) VALUE SPACES.
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
       77 WS-SORT-EOF                  PIC X.
                             INDEXED BY WS-CLASS-X.
               05 WS-CLASS-CODNEG      PIC X(12).
               05 WS-CLASS-PREULT      PIC 9(11)V99.
               05 WS-CLASS-CODISI      PIC X(12).
               05 WS-CLASS-DATEEX      PIC 9(08).
       77 WS-CLASS-FOUND               PIC X(01) VALUE 'N'.
           88 CLASS-FOUND              VALUE 'Y' FALSE 'N'.
      *>      SHARES-OUTSTANDING TABLE FROM SHARESREF.TXT, IN FILE
      *>      ORDER. THE ENTRY IN FORCE FOR A CLASS IS THE ONE OF ITS
      *>      CODISI WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      *>      CLASS'S MONTH-END CLOSE.
       77 WS-SHR-EOF                   PIC X.
           88 SHR-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SHR-LOADED                PIC X(01) VALUE 'N'.
           88 SHR-LOADED               VALUE 'Y' FALSE 'N'.
       77 WS-SHR-COUNT                 PIC 9(04) VALUE 0.
       01 WS-SHR-TABLE.
           03 WS-SHR-ENTRY OCCURS 9999 TIMES.
               05 WS-SHR-CODISI        PIC X(12).
               05 WS-SHR-EFFDATE       PIC 9(08).
               05 WS-SHR-TOTAL         PIC 9(15).
               05 WS-SHR-FREEFLT       PIC 9(15).
       77 WS-SHR-IDX                   PIC 9(04) VALUE 0.
       77 WS-SHR-BEST                  PIC 9(04) VALUE 0.
      *>      MARKET CAP OF THE CURRENT ISSUER/MONTH GROUP
       77 WS-SUM-MCAP                  PIC 9(18)V99 VALUE 0.
       77 WS-SUM-FFMCAP                PIC 9(18)V99 VALUE 0.
       77 WS-MCAP-PARTIAL              PIC X(01) VALUE 'N'.
           88 MCAP-PARTIAL             VALUE 'Y' FALSE 'N'.
       77 WS-PARTIAL-MARK              PIC X(10) VALUE SPACES.
      *>      PER-MONTH TAKE COUNTER FOR THE RANKING SECTIONS
       77 WS-RANK-PERIOD               PIC 9(06) VALUE 0.
       77 WS-RANK-TAKEN                PIC 9(03) VALUE 0.
      *>      REPORT-LINE BUILD SCRATCH FOR THE SIDE-BY-SIDE CLOSES
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-ROLLUP-ROWS               PIC 9(07) VALUE 0.
       77 WS-RANK-ROWS                 PIC 9(07) VALUE 0.
       77 WS-MCAP-ROWS                 PIC 9(07) VALUE 0.
       01 WS-ISSR-OUT-REC              PIC X(200) VALUE SPACES.
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

                   'ISSRWORK.TXT'       DELIMITED BY SIZE
                   INTO WS-ISSRWORK-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SHARESREF.TXT'      DELIMITED BY SIZE
                   INTO WS-SHRSREF-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD THE SHARES-OUTSTANDING REFERENCE. WITHOUT IT THE
      *>      MARKET-CAP RANKING IS REPLACED BY A NOTE.
       P150-START.
            SET SHR-EOF-OK TO FALSE
            OPEN INPUT SHRSREF
            IF WS-FS-4 EQUAL 35 THEN
                DISPLAY 'NO SHARESREF.TXT FOUND, MARKET-CAP RANKING '
                        'SKIPPED'
                GO TO P150-END
            END-IF
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO OPEN SHARESREF.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            SET SHR-LOADED TO TRUE
            PERFORM P151-START THRU P151-END
                UNTIL SHR-EOF-OK
            CLOSE SHRSREF
            .
       P150-END.


      *>      TAKE ONE WELL-FORMED SHARESREF.TXT LINE INTO THE TABLE
       P151-START.
            READ SHRSREF
                AT END
                    SET SHR-EOF-OK TO TRUE
                    GO TO P151-END
            END-READ
            IF SHR-CODISI = SPACES
            OR SHR-EFFDATE IS NOT NUMERIC
            OR SHR-TOTAL IS NOT NUMERIC
            OR SHR-FREEFLT IS NOT NUMERIC
            OR SHR-FREEFLT > SHR-TOTAL THEN
                DISPLAY 'MALFORMED SHARESREF LINE IGNORED.: '
                        SHARES-REF-REC
                GO TO P151-END
            END-IF
            IF WS-SHR-COUNT < 9999 THEN
                ADD 1 TO WS-SHR-COUNT
                MOVE SHR-CODISI  TO WS-SHR-CODISI(WS-SHR-COUNT)
                MOVE SHR-EFFDATE TO WS-SHR-EFFDATE(WS-SHR-COUNT)
                MOVE SHR-TOTAL   TO WS-SHR-TOTAL(WS-SHR-COUNT)
                MOVE SHR-FREEFLT TO WS-SHR-FREEFLT(WS-SHR-COUNT)
            ELSE
                DISPLAY 'WS-SHR-TABLE FULL, ENTRY IGNORED.: '
                        SHR-CODISI ' ' SHR-EFFDATE
            END-IF
            .
       P151-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            OPEN INPUT ISSRIN
                    MOVE HIST-PREULT OF ISSRIN TO SORT-PREULT
                    MOVE HIST-TOTNEG OF ISSRIN TO SORT-TOTNEG
                    MOVE HIST-VOLTOT OF ISSRIN TO SORT-VOLTOT
                    MOVE HIST-CODISI OF ISSRIN TO SORT-CODISI
                    RELEASE SORT-REC
                END-IF
            END-IF
            END-IF
            IF CLASS-FOUND THEN
                MOVE SORT-PREULT TO WS-CLASS-PREULT(WS-CLASS-X)
                MOVE SORT-DATEEX TO WS-CLASS-DATEEX(WS-CLASS-X)
            ELSE
                IF WS-CLASS-COUNT < 12 THEN
                    ADD 1 TO WS-CLASS-COUNT
                         TO WS-CLASS-CODNEG(WS-CLASS-COUNT)
                    MOVE SORT-PREULT
                         TO WS-CLASS-PREULT(WS-CLASS-COUNT)
                    MOVE SORT-CODISI
                         TO WS-CLASS-CODISI(WS-CLASS-COUNT)
                    MOVE SORT-DATEEX
                         TO WS-CLASS-DATEEX(WS-CLASS-COUNT)
                ELSE
                    DISPLAY 'WS-CLASS-TABLE FULL, ' SORT-CODNEG
                            ' CLOSE LEFT OFF THE SIDE-BY-SIDE LIST'

      *>      FLUSH ONE ISSUER/MONTH GROUP: THE ROLLUP LINE WITH THE
      *>      VOLUME SPLIT AND SIDE-BY-SIDE CLOSES, PLUS THE WORK
      *>      RECORD THE TURNOVER AND MARKET-CAP RANKINGS SORT
       P330-START.
            ADD 1 TO WS-ROLLUP-ROWS
            MOVE SPACES TO WS-CLASS-STRIP
            MOVE SPACES TO WS-STRIP-MORE
            MOVE 1 TO WS-STRIP-LEN
            MOVE 0 TO WS-SUM-MCAP
            MOVE 0 TO WS-SUM-FFMCAP
            SET MCAP-PARTIAL TO FALSE
            PERFORM P331-START THRU P331-END
                VARYING WS-CLASS-IDX FROM 1 BY 1
                UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
            MOVE WS-CUR-ISSUER TO IW-ISSUER
            MOVE WS-CUR-NOMRES TO IW-NOMRES
            MOVE WS-SUM-VOLTOT TO IW-VOLTOT
            MOVE WS-SUM-MCAP   TO IW-MCAP
            MOVE WS-SUM-FFMCAP TO IW-FFMCAP
            MOVE WS-MCAP-PARTIAL TO IW-PARTIAL
            WRITE ISSR-WORK-REC
            .
       P330-END.
            ELSE
                MOVE '(+MORE)' TO WS-STRIP-MORE
            END-IF
            IF SHR-LOADED THEN
                PERFORM P335-START THRU P335-END
            END-IF
            .
       P331-END.


      *>      ADD ONE CLASS'S MONTH-END MARKET CAP TO THE ISSUER'S:
      *>      ITS CLOSE TIMES THE SHARES ENTRY IN FORCE ON THE CLOSE
      *>      DATE. A CLASS WITH NO ENTRY MAKES THE TOTAL PARTIAL.
       P335-START.
            MOVE 0 TO WS-SHR-BEST
            IF WS-CLASS-CODISI(WS-CLASS-IDX) NOT = SPACES THEN
                PERFORM P336-START THRU P336-END
                    VARYING WS-SHR-IDX FROM 1 BY 1
                    UNTIL WS-SHR-IDX > WS-SHR-COUNT
            END-IF
            IF WS-SHR-BEST = 0 THEN
                SET MCAP-PARTIAL TO TRUE
                GO TO P335-END
            END-IF
            COMPUTE WS-SUM-MCAP = WS-SUM-MCAP
                    + WS-CLASS-PREULT(WS-CLASS-IDX)
                    * WS-SHR-TOTAL(WS-SHR-BEST)
            COMPUTE WS-SUM-FFMCAP = WS-SUM-FFMCAP
                    + WS-CLASS-PREULT(WS-CLASS-IDX)
                    * WS-SHR-FREEFLT(WS-SHR-BEST)
            .
       P335-END.


      *>      KEEP THE ENTRY IF IT IS THE CLASS'S CODISI, EFFECTIVE BY
      *>      THE CLOSE DATE AND LATER THAN THE BEST SO FAR. ON EQUAL
      *>      DATES THE LATER LINE OF THE FILE WINS.
       P336-START.
            IF WS-SHR-CODISI(WS-SHR-IDX)
               NOT = WS-CLASS-CODISI(WS-CLASS-IDX)
            OR WS-SHR-EFFDATE(WS-SHR-IDX)
               > WS-CLASS-DATEEX(WS-CLASS-IDX) THEN
                GO TO P336-END
            END-IF
            IF WS-SHR-BEST = 0 THEN
                MOVE WS-SHR-IDX TO WS-SHR-BEST
                GO TO P336-END
            END-IF
            IF WS-SHR-EFFDATE(WS-SHR-IDX)
               NOT < WS-SHR-EFFDATE(WS-SHR-BEST) THEN
                MOVE WS-SHR-IDX TO WS-SHR-BEST
            END-IF
            .
       P336-END.


      *>      RANK THE ISSUERS BY TURNOVER PER MONTH: ONE MORE SORT
      *>      OF THE WORK FILE, TAKING THE FIRST N ROWS OF EACH MONTH,
      *>      THE SAME SHAPE HISTDAYV'S MOVERS SECTIONS USE
                ON DESCENDING KEY RS-VOLTOT
                USING ISSRWORK
                OUTPUT PROCEDURE IS P410-START THRU P410-END
            .
       P400-END.

       P411-END.


      *>      RANK THE ISSUERS BY MONTH-END MARKET CAP PER MONTH, THE
      *>      SAME SHAPE AS THE TURNOVER RANKING ABOVE. MONTHS WHERE
      *>      NO CLASS OF AN ISSUER HAS A SHARES ENTRY LEAVE IT OUT.
       P500-START.
            MOVE 'TOP COMPANIES BY MARKET CAP PER MONTH'
                 TO WS-ISSR-OUT-REC
            WRITE ISSR-OUT-LINE FROM WS-ISSR-OUT-REC
            IF NOT SHR-LOADED THEN
                MOVE '  NO SHARESREF.TXT, MARKET CAP NOT AVAILABLE'
                     TO WS-ISSR-OUT-REC
                WRITE ISSR-OUT-LINE FROM WS-ISSR-OUT-REC
                CLOSE ISSROUT
                GO TO P500-END
            END-IF
            MOVE 0 TO WS-RANK-PERIOD
            SORT RANKSORT
                ON ASCENDING KEY RS-PERIOD
                ON DESCENDING KEY RS-MCAP
                USING ISSRWORK
                OUTPUT PROCEDURE IS P510-START THRU P510-END
            CLOSE ISSROUT
            .
       P500-END.


      *>      TAKE THE FIRST N RANKED ISSUERS OF EACH MONTH
       P510-START.
            SET SORT-EOF-OK TO FALSE
            PERFORM P511-START THRU P511-END
                UNTIL SORT-EOF-OK
            .
       P510-END.


      *>      PROCESS ONE RANKED ROW
       P511-START.
            RETURN RANKSORT
                AT END
                    SET SORT-EOF-OK TO TRUE
                    GO TO P511-END
            END-RETURN
            IF RS-MCAP = 0 THEN
                GO TO P511-END
            END-IF
            IF RS-PERIOD NOT = WS-RANK-PERIOD THEN
                MOVE RS-PERIOD TO WS-RANK-PERIOD
                MOVE 0 TO WS-RANK-TAKEN
            END-IF
            IF WS-RANK-TAKEN NOT < WS-TOPN THEN
                GO TO P511-END
            END-IF
            ADD 1 TO WS-RANK-TAKEN
            ADD 1 TO WS-MCAP-ROWS
            MOVE SPACES TO WS-PARTIAL-MARK
            IF RS-PARTIAL = 'Y' THEN
                MOVE ' (PARTIAL)' TO WS-PARTIAL-MARK
            END-IF
            MOVE SPACES TO WS-ISSR-OUT-REC
            STRING RS-PERIOD       DELIMITED BY SIZE
                   ' #'            DELIMITED BY SIZE
                   WS-RANK-TAKEN   DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   RS-ISSUER       DELIMITED BY SIZE
                   ' ('            DELIMITED BY SIZE
                   RS-NOMRES       DELIMITED BY SIZE
                   ') MCAP='       DELIMITED BY SIZE
                   RS-MCAP         DELIMITED BY SIZE
                   ' FFMCAP='      DELIMITED BY SIZE
                   RS-FFMCAP       DELIMITED BY SIZE
                   WS-PARTIAL-MARK DELIMITED BY SIZE
                   INTO WS-ISSR-OUT-REC
            END-STRING
            WRITE ISSR-OUT-LINE FROM WS-ISSR-OUT-REC
            .
       P511-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' INPUT LINES READ.: '    WS-LINES-READ
            DISPLAY ' ROLLUP ROWS......: '    WS-ROLLUP-ROWS
            DISPLAY ' RANKING ROWS.....: '    WS-RANK-ROWS
            DISPLAY ' MCAP RANK ROWS...: '    WS-MCAP-ROWS
            DISPLAY '#################################################'
            .
       P900-END.
            CLOSE ISSRIN
            CLOSE ISSROUT
            CLOSE ISSRWORK
            CLOSE SHRSREF
            GOBACK.
       END PROGRAM HISTISSR.
