           FILE-CONTROL.
               SELECT INPUTDATA ASSIGN TO
                   LS-FILE-PATH-INPUT
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT OUTPUTDATA ASSIGN TO
                   LS-FILE-PATH-OUTPUT
               ORGANIZATION        IS SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
      *>      BDIFILTER/MERGELOG/SCOPEFILTER ARE ASSIGNED TO
      *>      ENVIRONMENT VARIABLE WITHOUT A RECOMPILE.
               SELECT BDIFILTER ASSIGN TO
                   WS-BDIFILTER-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT MERGELOG ASSIGN TO
                   WS-MERGELOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT SCOPEFILTER ASSIGN TO
                   WS-SCOPEFILTER-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT ISINREF ASSIGN TO
                   WS-ISINREF-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
               SELECT REJECTS ASSIGN TO
                   WS-REJECTS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
      *>      PER-FILE STAGING AREA. P300-START WRITES EVERY ROW OF
      *>      WAS BEFORE THE ATTEMPT.
               SELECT WORKDATA ASSIGN TO
                   WS-WORKFILE-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-8.
               SELECT ALERTS ASSIGN TO
                   WS-ALERTS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-9.
               SELECT ALERTCFG ASSIGN TO
                   WS-ALERTCFG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-10.
               SELECT TICKERMAP ASSIGN TO
                   WS-TICKERMAP-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-11.
      *>      PER-RUN DELTA FEED. THE CALLER PASSES THE BATCH FILE'S
      *>      WHAT WAS STAGED AND REFUSED.
               SELECT DELTAOUT ASSIGN TO
                   WS-DELTA-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-12.
      *>      SOURCE FILE CATALOG. EVERY ROW IS STAMPED WITH THE
      *>      IDENTIFIER OF THE FILE IT CAME FROM AND ITS RECORD
      *>      NUMBER INSIDE THAT FILE; P372-START APPENDS THE
      *>      IDENTIFIER'S FULL PATH, MERGE RUN AND TIMESTAMP HERE
      *>      BEFORE THE FIRST ROW COMMITS, SO A DISPUTED PRICE IS
      *>      TRACED BACK TO ITS COTAHIST LINE BY LOOKUP.
               SELECT SRCCATLG ASSIGN TO
                   WS-SRCCATLG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-13.
       DATA DIVISION.
       FILE SECTION.
       FD INPUTDATA.
           03 TICKER-MAP-NEW           PIC X(12).
           03 TICKER-MAP-EFFDATE       PIC 9(08).
       FD DELTAOUT.
       01 DELTA-OUT-LINE               PIC X(360).
       FD SRCCATLG.
           COPY SRCCATLG.
       WORKING-STORAGE SECTION.
       01 WS-REGISTER              PIC X(245).
       01 FILLER REDEFINES WS-REGISTER.
       77 WS-WORKFILE-FILE                 PIC X(128) VALUE SPACES.
       77 WS-WORK-EOF                      PIC X.
           88 WORK-EOF-OK                  VALUE 'S' FALSE 'N'.
       01 WS-FOLD-REG                      PIC X(337) VALUE SPACES.
      *>      OPERATOR ALERTS. P910-START APPENDS SEVERITY-CODED LINES
      *>      ('I' INFO / 'W' WARNING / 'C' CRITICAL) TO ALERTS.TXT,
      *>      WHICH MAINCODE TRUNCATES AT THE START OF EACH RUN, SO
      *>      COLUMN-NAME HEADER LINE WRITTEN ONCE, ONLY WHEN
      *>      OUTPUTDATA IS FIRST CREATED, SO THE CSV OPENS DIRECTLY
      *>      IN A SPREADSHEET OR BI TOOL WITHOUT HAND-ADDED HEADERS.
       01 WS-HEADER-LINE                   PIC X(360) VALUE SPACES.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      (E.G. A TEST COTAHIST FOLDER) WITHOUT A RECOMPILE.
               05 WS-DEDUP-TIPREG          PIC 9(02).
               05 WS-DEDUP-ADJUSTED        PIC X(01).
               05 WS-DEDUP-PRAZOT          PIC X(03).
               05 WS-DEDUP-CADENCE         PIC X(01).
       77 WS-DEDUP-FOUND                   PIC X(01) VALUE 'N'.
           88 DEDUP-FOUND                  VALUE 'Y' FALSE 'N'.
       77 WS-LINES-DEDUPED                 PIC 9(07) VALUE 0.
      *>      MAINCODE GIVES THE CHECKPOINT AND PROCESSED LOG.
       77 WS-ENV-PARTID                    PIC X(02) VALUE SPACES.
       77 WS-PARTID                        PIC 9(02) VALUE 0.
      *>      THIS CALL'S SOURCE FILE IDENTIFIER: THE PARTITION
      *>      NUMBER FOLLOWED BY THE NEXT SEQUENCE AFTER THE HIGHEST
      *>      ONE THAT PARTITION HAS IN SRCCATLG.TXT, ALLOCATED BY
      *>      P265-START. A FILE REFUSED BEFORE ITS FOLD WRITES NO
      *>      CATALOG LINE, SO ITS NUMBER IS SIMPLY ISSUED AGAIN.
       77 WS-FS-13                         PIC 9(02).
           88 FS-OK                        VALUE 0.
       77 WS-SRCCATLG-FILE                 PIC X(128) VALUE SPACES.
       77 WS-CAT-EOF                       PIC X.
           88 CAT-EOF-OK                   VALUE 'S' FALSE 'N'.
       01 WS-SRC-FILEID                    PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-SRC-FILEID.
           03 WS-SRC-FILEID-PART           PIC 9(02).
           03 WS-SRC-FILEID-SEQ            PIC 9(06).
       77 WS-CAT-MAXSEQ                    PIC 9(06) VALUE 0.
      *>      DELIVERY CADENCE OF THIS CALL'S INPUT FILE, TAKEN FROM
      *>      ITS NAME BY P110-START: 'D' FOR A DAILY
      *>      COTAHIST_DDDMMYYYY FILE, 'M' FOR A MONTHLY
      *>      COTAHIST_MMMYYYY FILE, 'A' FOR THE ANNUAL COTAHIST.AYYYY
      *>      FILE AND ANY OTHER NAME. IT IS STAMPED ON EVERY ROW AND
      *>      IS PART OF THE DEDUP KEY, SO THE SAME QUOTE DELIVERED
      *>      DAILY AND AGAIN IN THE MONTHLY OR ANNUAL FILE KEEPS BOTH
      *>      ROWS UNTIL HISTSUPS RETIRES THE FINER ONE.
       77 WS-FILE-CADENCE                  PIC X(01) VALUE 'A'.
       77 WS-CADENCE-POS                   PIC 9(03) VALUE 0.
       77 WS-CAT-DATE                      PIC 9(08) VALUE 0.
       77 WS-CAT-TIME                      PIC 9(08) VALUE 0.
       LINKAGE SECTION.
      *>      LS-RETURN, LS-FILE-PATH-INPUT AND LS-FILE-PATH-OUTPUT ARE
      *>      PASSED AS THREE SEPARATE LINKAGE PARAMETERS SO MAINCODE'S
      *>      CALLER WANTS NO FEED (E.G. A PARTITION RUN, WHOSE ROWS
      *>      ONLY COMMIT AT THE HISTCONS CONSOLIDATION)
       77 LS-DELTA-FILE                     PIC X(128).
      *>      THE CALLER'S RUN IDENTIFIER (START DATE AND TIME,
      *>      YYYYMMDDHHMMSSCC), RECORDED AGAINST THE FILE IN
      *>      SRCCATLG.TXT SO A ROW'S LINEAGE LEADS BACK TO ITS RUN
       77 LS-RUN-ID                         PIC X(16).
       PROCEDURE DIVISION USING LS-RETURN
                                 LS-FILE-PATH-INPUT
                                 LS-FILE-PATH-OUTPUT
                                 LS-DELTA-FILE
                                 LS-RUN-ID.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
      *>      MODULE INITIALIZER
       P100-START.
            DISPLAY 'RUNNING PROGRAM WITH FILE AT ' LS-FILE-PATH-INPUT
            INITIALIZE WS-FILE-PATH
            INITIALIZE WS-TM-1
            INITIALIZE WS-FS-1
            SET EOF-OK TO FALSE
            INITIALIZE WS-LINES-READ
            INITIALIZE WS-LINES-MATCHED
            INITIALIZE WS-LINES-WRITTEN
            INITIALIZE WS-LINES-FLAGGED
            INITIALIZE WS-LINES-DEDUPED
            INITIALIZE WS-LINES-REJECTED
            MOVE WS-DEDUP-COUNT TO WS-DEDUP-BASE
            SET HDR-SEEN TO FALSE
            SET TRL-SEEN TO FALSE
            INITIALIZE WS-HDR-DATGER
            INITIALIZE WS-TRL-TOTREG
            INITIALIZE WS-BDI-COUNT
            INITIALIZE WS-SCOPE-TICKER-COUNT
            INITIALIZE WS-ISIN-COUNT
            INITIALIZE WS-MAP-COUNT
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
            ELSE
                MOVE ',' TO WS-OUTPUT-DELIM
            END-IF
            INITIALIZE HISTOUTR OF WORKDATA
                       WITH FILLER
                       REPLACING ALPHANUMERIC BY WS-OUTPUT-DELIM
            STRING WS-DATA-DIR         DELIMITED BY SPACE
                   'TICKERMAP.TXT'     DELIMITED BY SIZE
                   INTO WS-TICKERMAP-FILE
            END-STRING
            STRING WS-DATA-DIR         DELIMITED BY SPACE
                   'SRCCATLG.TXT'      DELIMITED BY SIZE
                   INTO WS-SRCCATLG-FILE
            END-STRING
            SET DEDUP-TABLE-FULL TO FALSE
            SET FILTER-TABLE-FULL TO FALSE
            MOVE LS-DELTA-FILE TO WS-DELTA-FILE
                SET DELTA-ACTIVE TO TRUE
            END-IF
            PERFORM P260-START THRU P260-END
            PERFORM P110-START THRU P110-END
            .
       P100-END.


      *>      DERIVE THE INPUT FILE'S DELIVERY CADENCE FROM ITS NAME
       P110-START.
            MOVE 'A' TO WS-FILE-CADENCE
            MOVE 0 TO WS-CADENCE-POS
            INSPECT LS-FILE-PATH-INPUT
                    TALLYING WS-CADENCE-POS
                    FOR CHARACTERS BEFORE INITIAL 'COTAHIST_D'
            IF WS-CADENCE-POS < 128 THEN
                MOVE 'D' TO WS-FILE-CADENCE
            END-IF
            MOVE 0 TO WS-CADENCE-POS
            INSPECT LS-FILE-PATH-INPUT
                    TALLYING WS-CADENCE-POS
                    FOR CHARACTERS BEFORE INITIAL 'COTAHIST_M'
            IF WS-CADENCE-POS < 128 THEN
                MOVE 'M' TO WS-FILE-CADENCE
            END-IF
            DISPLAY 'FILE CADENCE.: ' WS-FILE-CADENCE
            .
       P110-END.


      *>      FILE VALIDATE
       P200-START.
            DISPLAY '#####################'
            PERFORM P240-START THRU P240-END
            PERFORM P250-START THRU P250-END
            PERFORM P255-START THRU P255-END
            PERFORM P265-START THRU P265-END
            .
       P200-END.

                   'SECNAME'    DELIMITED BY SIZE
                   WS-OUTPUT-DELIM DELIMITED BY SIZE
                   'ORIGNEG'    DELIMITED BY SIZE
                   WS-OUTPUT-DELIM DELIMITED BY SIZE
                   'SRCFID'     DELIMITED BY SIZE
                   WS-OUTPUT-DELIM DELIMITED BY SIZE
                   'SRCREC'     DELIMITED BY SIZE
                   WS-OUTPUT-DELIM DELIMITED BY SIZE
                   'CADENCE'    DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
            END-STRING
            WRITE HISTOUTR OF OUTPUTDATA FROM WS-HEADER-LINE
      *>      BE SET BACK TO THE FIELD DELIMITER OR EVERY ROW OF THE
      *>      FIRST FILE MERGED INTO A FRESH OUTPUT FILE WOULD CARRY
      *>      HEADER RESIDUE BETWEEN ITS COLUMNS
            INITIALIZE HISTOUTR OF OUTPUTDATA
                       WITH FILLER
                       REPLACING ALPHANUMERIC BY WS-OUTPUT-DELIM
            .
       P261-END.


      *>      ALLOCATE THIS FILE'S SOURCE IDENTIFIER FROM THE CATALOG
       P265-START.
            SET CAT-EOF-OK TO FALSE
            MOVE 0 TO WS-CAT-MAXSEQ
            OPEN INPUT SRCCATLG
            IF WS-FS-13 EQUAL 35 THEN
                CONTINUE
            ELSE
                IF NOT FS-OK OF WS-FS-13 THEN
                    DISPLAY 'FAILED TO OPEN SRCCATLG.TXT, QUITTING...'
                    DISPLAY 'FILE STATUS.: ' WS-FS-13
                    MOVE 1 TO LS-RETURN
                    PERFORM P999-EXIT
                END-IF
                PERFORM P266-START THRU P266-END
                    UNTIL CAT-EOF-OK
                CLOSE SRCCATLG
            END-IF
            IF WS-CAT-MAXSEQ = 999999 THEN
                DISPLAY 'SRCCATLG.TXT SEQUENCE EXHAUSTED FOR '
                        'PARTITION ' WS-PARTID ', QUITTING...'
                MOVE 1 TO LS-RETURN
                PERFORM P999-EXIT
            END-IF
            MOVE WS-PARTID TO WS-SRC-FILEID-PART
            COMPUTE WS-SRC-FILEID-SEQ = WS-CAT-MAXSEQ + 1
            DISPLAY 'SOURCE FILE ID.: ' WS-SRC-FILEID
            .
       P265-END.


      *>      KEEP THE HIGHEST SEQUENCE ISSUED TO THIS PARTITION
       P266-START.
            READ SRCCATLG
                AT END SET CAT-EOF-OK TO TRUE
                NOT AT END
                    IF SC-FILEID IS NUMERIC
                    AND SC-FILEID-PART = WS-PARTID
                    AND SC-FILEID-SEQ > WS-CAT-MAXSEQ THEN
                        MOVE SC-FILEID-SEQ TO WS-CAT-MAXSEQ
                    END-IF
            END-READ
            .
       P266-END.


      *>       FILE READING AND OUTPUTTING
      *>       EVERY ROW OF THIS INPUT FILE IS STAGED INTO THE WORK
      *>       FILE (RECREATED PER CALL, SO A LEFTOVER FROM A KILLED
      *>      OVERLAPPING FILE LOWER DOWN FILEPATH.TXT IS NOT DUPLICATED
      *>      INTO OUTPUTDATA, WHILE A DIFFERENT REGISTRY TYPE OR AN
      *>      ADJUSTED SERIES SHARING THE SAME TICKER/DAY/MARKET KEEPS
      *>      ITS OWN ROW. A ROW FROM A FILE OF ANOTHER CADENCE ALSO
      *>      KEEPS ITS OWN ROW, FOR HISTSUPS TO COMPARE AND RETIRE.
       P323-START.
            SET WS-DEDUP-X TO 1
            SET DEDUP-FOUND TO FALSE
                    AND  WS-DEDUP-ADJUSTED(WS-DEDUP-X)
                         = WS-HIST-ADJUSTED-NOW
                    AND  WS-DEDUP-PRAZOT(WS-DEDUP-X) = WS-HIST-PRAZOT
                    AND  WS-DEDUP-CADENCE(WS-DEDUP-X) = WS-FILE-CADENCE
                        SET DEDUP-FOUND TO TRUE
                END-SEARCH
            END-IF
                   MOVE SPACES TO HIST-SECNAME OF WORKDATA
               END-IF
               MOVE WS-MAP-ORIGNEG TO HIST-ORIGNEG OF WORKDATA
               MOVE WS-SRC-FILEID TO HIST-SRCFID OF WORKDATA
               MOVE WS-LINES-READ TO HIST-SRCREC OF WORKDATA
               MOVE WS-FILE-CADENCE TO HIST-CADENCE OF WORKDATA
               WRITE HISTOUTR OF WORKDATA
               ADD 1 TO WS-LINES-WRITTEN
               IF WS-DEDUP-COUNT < 99999 THEN
                        TO WS-DEDUP-ADJUSTED(WS-DEDUP-COUNT)
                   MOVE WS-HIST-PRAZOT
                        TO WS-DEDUP-PRAZOT(WS-DEDUP-COUNT)
                   MOVE WS-FILE-CADENCE
                        TO WS-DEDUP-CADENCE(WS-DEDUP-COUNT)
               ELSE
                   SET DEDUP-TABLE-FULL TO TRUE
                   DISPLAY 'WS-DEDUP-TABLE FULL, ENTRY IGNORED, '
                    PERFORM P999-EXIT
                END-IF
            END-IF
            PERFORM P372-START THRU P372-END
            PERFORM P371-START THRU P371-END
                UNTIL WORK-EOF-OK
            CLOSE WORKDATA
       P371-END.


      *>      CATALOG THE FILE BEFORE ITS FIRST ROW COMMITS, SO NO ROW
      *>      EVER CARRIES AN IDENTIFIER THE CATALOG CANNOT RESOLVE
       P372-START.
            OPEN EXTEND SRCCATLG
            IF WS-FS-13 EQUAL 35 THEN
                OPEN OUTPUT SRCCATLG
            END-IF
            IF NOT FS-OK OF WS-FS-13 THEN
                DISPLAY 'FAILED TO OPEN SRCCATLG.TXT FOR THE FOLD'
                DISPLAY 'FILE STATUS.: ' WS-FS-13
                MOVE 1 TO LS-RETURN
                PERFORM P999-EXIT
            END-IF
            ACCEPT WS-CAT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CAT-TIME FROM TIME
            MOVE SPACES TO SRC-CATLG-REC
            MOVE WS-SRC-FILEID      TO SC-FILEID
            MOVE LS-RUN-ID          TO SC-RUNID
            MOVE WS-CAT-DATE        TO SC-MRGDATE
            MOVE WS-CAT-TIME        TO SC-MRGTIME
            MOVE WS-LINES-WRITTEN   TO SC-ROWS
            MOVE LS-FILE-PATH-INPUT TO SC-PATH
            MOVE WS-FILE-CADENCE    TO SC-CADENCE
            WRITE SRC-CATLG-REC
            IF NOT FS-OK OF WS-FS-13 THEN
                DISPLAY 'FAILED WRITING SRCCATLG.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-13
                CLOSE SRCCATLG
                MOVE 1 TO LS-RETURN
                PERFORM P999-EXIT
            END-IF
            CLOSE SRCCATLG
            .
       P372-END.


       P999-EXIT.
            IF LS-RETURN NOT = 0 THEN
                MOVE WS-DEDUP-BASE TO WS-DEDUP-COUNT
