      *        MASTER BUILT BY QUOTLOAD. THE OPERATOR TYPES A CODNEG
      *        AND AN OPTIONAL DATE RANGE AND GETS THE MATCHING ROWS
      *        WITH PRICES, TOTNEG AND VOLTOT PLUS THE SECURITY NAME,
      *        INSTEAD OF GREPPING THE MULTI-GIGABYTE MERGED CSV.
      *        ON REQUEST EACH ROW ALSO SHOWS ITS LINEAGE - THE
      *        SOURCE COTAHIST FILE, RECORD NUMBER, MERGE RUN AND
      *        TIMESTAMP - RESOLVED THROUGH SRCCATLG.TXT. WHEN
      *        HISTSECM HAS BUILT SECMASTER.DAT, THE ROWS ARE PRECEDED
      *        BY THE SECURITY MASTER HEADER OF EVERY CODISI CURRENTLY
      *        TRADING UNDER THE TICKER: STATUS, FIRST/LAST DATEEX,
      *        CURRENT AND PREVIOUS NAME/CLASS/CODBDI AND FATCOT HISTORY
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      QUOTMAST/ISINREF/SECMAST ARE ASSIGNED TO WORKING-STORAGE
      *>      ITEMS BUILT AT P100-START FROM WS-DATA-DIR, THE SAME
      *>      B3DATADIR-DRIVEN MECHANISM MAINCODE/MODLRDWR USE.
               SELECT QUOTMAST ASSIGN TO
                   WS-QUOTMAST-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QM-KEY
               ALTERNATE RECORD KEY IS QM-CODISI
               FILE STATUS         IS WS-FS-1.
               SELECT ISINREF ASSIGN TO
                   WS-ISINREF-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT SRCCATLG ASSIGN TO
                   WS-SRCCATLG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT SECMAST ASSIGN TO
                   WS-SECMAST-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS SM-CODISI
               ALTERNATE RECORD KEY IS SM-CODNEG
                                   WITH DUPLICATES
               FILE STATUS         IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD QUOTMAST.
       01 ISIN-REF-REG.
           03 ISIN-REF-CODISI          PIC X(12).
           03 ISIN-REF-NAME            PIC X(30).
       FD SRCCATLG.
           COPY SRCCATLG.
       FD SECMAST.
           COPY SECMREC.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-QUOTMAST-FILE             PIC X(128) VALUE SPACES.
       77 WS-ISINREF-FILE              PIC X(128) VALUE SPACES.
       77 WS-SRCCATLG-FILE             PIC X(128) VALUE SPACES.
       77 WS-SECMAST-FILE              PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-ISIN-EOF                  PIC X.
           88 ISIN-EOF-OK              VALUE 'S' FALSE 'N'.
      *>      CODISI-TO-NAME REFERENCE TABLE, LOADED THE SAME WAY
           88 BROWSE-DONE              VALUE 'Y' FALSE 'N'.
       77 WS-ROWS-SHOWN                PIC 9(05) VALUE 0.
       77 WS-SHOW-SECNAME              PIC X(30) VALUE SPACES.
      *>      SOURCE FILE CATALOG, LOADED FROM SRCCATLG.TXT SO A ROW'S
      *>      HIST-SRCFID CAN BE RESOLVED TO THE FILE, RUN AND TIME IT
      *>      WAS MERGED FROM. IF THE FILE IS MISSING, LINEAGE SHOWS
      *>      THE IDENTIFIER AND RECORD NUMBER ONLY.
       77 WS-CAT-EOF                   PIC X.
           88 CAT-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-CAT-LOADED                PIC X(01) VALUE 'N'.
           88 CAT-LOADED               VALUE 'Y'.
       01 WS-CAT-TABLE.
           03 WS-CAT-COUNT             PIC 9(04) VALUE 0.
           03 WS-CAT-ENTRY OCCURS 0 TO 9999 TIMES
                           DEPENDING ON WS-CAT-COUNT
                           INDEXED BY WS-CAT-X.
               05 WS-CAT-FILEID        PIC 9(08).
               05 WS-CAT-RUNID         PIC X(16).
               05 WS-CAT-MRGDATE       PIC 9(08).
               05 WS-CAT-MRGTIME       PIC 9(08).
               05 WS-CAT-PATH          PIC X(128).
       77 WS-CAT-FOUND                 PIC X(01) VALUE 'N'.
           88 CAT-FOUND                VALUE 'Y' FALSE 'N'.
      *>      'Y' WHEN THE OPERATOR ASKED FOR LINEAGE ON THIS QUERY
       77 WS-QRY-LINEAGE               PIC X(01) VALUE 'N'.
           88 QRY-LINEAGE              VALUE 'Y' 'y'.
      *>      SECURITY MASTER, OPTIONAL: WITHOUT IT THE LOOKUP SHOWS
      *>      THE QUOTE ROWS ONLY
       77 WS-SECM-OPEN                 PIC X(01) VALUE 'N'.
           88 SECM-OPEN                VALUE 'Y' FALSE 'N'.
       77 WS-SECM-DONE                 PIC X(01) VALUE 'N'.
           88 SECM-DONE                VALUE 'Y' FALSE 'N'.
       77 WS-SECM-SHOWN                PIC 9(03) VALUE 0.
       77 WS-SECM-FH-X                 PIC 9(02) VALUE 0.
       77 WS-SECM-STATUS               PIC X(09) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P260-START THRU P260-END.
           PERFORM P270-START THRU P270-END.
           PERFORM P300-START THRU P300-END
               UNTIL QRY-DONE.
           PERFORM P999-EXIT.
                   'ISINREF.TXT'        DELIMITED BY SIZE
                   INTO WS-ISINREF-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SRCCATLG.TXT'       DELIMITED BY SIZE
                   INTO WS-SRCCATLG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'SECMASTER.DAT'      DELIMITED BY SIZE
                   INTO WS-SECMAST-FILE
            END-STRING
            .
       P100-END.

       P251-END.


      *>      LOAD THE OPTIONAL SOURCE FILE CATALOG
       P260-START.
            SET CAT-EOF-OK TO FALSE
            OPEN INPUT SRCCATLG
            IF WS-FS-3 EQUAL 35 THEN
                DISPLAY 'NO SRCCATLG.TXT FOUND, LINEAGE SHOWS IDS ONLY'
            ELSE
                PERFORM P261-START THRU P261-END
                    UNTIL CAT-EOF-OK
                SET CAT-LOADED TO TRUE
                DISPLAY 'SOURCE FILES CATALOGUED.: ' WS-CAT-COUNT
                CLOSE SRCCATLG
            END-IF
            .
       P260-END.


      *>      READ ONE CATALOG LINE INTO THE TABLE
       P261-START.
            READ SRCCATLG
                AT END SET CAT-EOF-OK TO TRUE
                NOT AT END
                    IF SC-FILEID IS NUMERIC THEN
                        IF WS-CAT-COUNT < 9999 THEN
                            ADD 1 TO WS-CAT-COUNT
                            MOVE SC-FILEID
                                 TO WS-CAT-FILEID(WS-CAT-COUNT)
                            MOVE SC-RUNID
                                 TO WS-CAT-RUNID(WS-CAT-COUNT)
                            MOVE SC-MRGDATE
                                 TO WS-CAT-MRGDATE(WS-CAT-COUNT)
                            MOVE SC-MRGTIME
                                 TO WS-CAT-MRGTIME(WS-CAT-COUNT)
                            MOVE SC-PATH
                                 TO WS-CAT-PATH(WS-CAT-COUNT)
                        ELSE
                            DISPLAY 'SRCCATLG.TXT TABLE FULL, ENTRY '
                                    'IGNORED'
                        END-IF
                    END-IF
            END-READ
            .
       P261-END.


      *>      OPEN THE OPTIONAL SECURITY MASTER FOR THE TICKER HEADER
       P270-START.
            OPEN INPUT SECMAST
            EVALUATE WS-FS-4
                WHEN 00
                    SET SECM-OPEN TO TRUE
                WHEN 35
                    DISPLAY 'NO SECMASTER.DAT FOUND, MASTER HEADER OFF'
                WHEN OTHER
                    DISPLAY 'FAILED TO OPEN SECMASTER.DAT, MASTER '
                            'HEADER OFF, FILE STATUS.: ' WS-FS-4
            END-EVALUATE
            .
       P270-END.


      *>      ONE QUERY ROUND: PROMPT, POSITION, BROWSE, SUMMARISE
       P300-START.
            DISPLAY ' '
                DISPLAY 'END DATE YYYYMMDD (BLANK = OPEN)...: '
                        WITH NO ADVANCING
                ACCEPT WS-QRY-DATE-END
                DISPLAY 'SHOW LINEAGE Y/N (BLANK = N).......: '
                        WITH NO ADVANCING
                ACCEPT WS-QRY-LINEAGE
                PERFORM P310-START THRU P310-END
            END-IF
            .
            ELSE
                MOVE 99999999 TO WS-QRY-END-N
            END-IF
            IF SECM-OPEN THEN
                PERFORM P340-START THRU P340-END
            END-IF
            MOVE 0 TO WS-ROWS-SHOWN
            SET BROWSE-DONE TO FALSE
            MOVE WS-QRY-CODNEG   TO QM-CODNEG
                    ' ULT=' QM-PREULT
            DISPLAY '  TOTNEG=' QM-TOTNEG
                    ' VOLTOT=' QM-VOLTOT
            IF QRY-LINEAGE THEN
                PERFORM P332-START THRU P332-END
            END-IF
            ADD 1 TO WS-ROWS-SHOWN
            .
       P330-END.
       P331-END.


      *>      SHOW WHERE THE ROW CAME FROM
       P332-START.
            IF QM-SRCFID = 0 THEN
                DISPLAY '  SOURCE NOT RECORDED (ROW PREDATES LINEAGE)'
                GO TO P332-END
            END-IF
            DISPLAY '  SOURCE FILE ID=' QM-SRCFID
                    ' RECORD=' QM-SRCREC
                    ' CADENCE=' QM-CADENCE
            SET WS-CAT-X TO 1
            SET CAT-FOUND TO FALSE
            IF CAT-LOADED AND WS-CAT-COUNT > 0 THEN
                SEARCH WS-CAT-ENTRY
                    AT END CONTINUE
                    WHEN WS-CAT-FILEID(WS-CAT-X) = QM-SRCFID
                        SET CAT-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF CAT-FOUND THEN
                DISPLAY '  PATH=' WS-CAT-PATH(WS-CAT-X)
                DISPLAY '  RUN=' WS-CAT-RUNID(WS-CAT-X)
                        ' MERGED=' WS-CAT-MRGDATE(WS-CAT-X)
                        ' ' WS-CAT-MRGTIME(WS-CAT-X)
            ELSE
                DISPLAY '  FILE ID NOT IN SRCCATLG.TXT'
            END-IF
            .
       P332-END.


      *>      SHOW THE MASTER HEADER OF EVERY SECURITY WHOSE CURRENT
      *>      CODNEG IS THE TICKER ASKED FOR (A REUSED TICKER CAN
      *>      HAVE MORE THAN ONE)
       P340-START.
            MOVE 0 TO WS-SECM-SHOWN
            SET SECM-DONE TO FALSE
            MOVE WS-QRY-CODNEG TO SM-CODNEG
            START SECMAST KEY = SM-CODNEG
                INVALID KEY SET SECM-DONE TO TRUE
            END-START
            PERFORM P341-START THRU P341-END
                UNTIL SECM-DONE
            IF WS-SECM-SHOWN = 0 THEN
                DISPLAY 'TICKER NOT IN SECMASTER.DAT'
            END-IF
            .
       P340-END.


      *>      READ THE NEXT MASTER RECORD ON THE CODNEG KEY
       P341-START.
            READ SECMAST NEXT RECORD
                AT END SET SECM-DONE TO TRUE
                NOT AT END
                    IF SM-CODNEG NOT = WS-QRY-CODNEG THEN
                        SET SECM-DONE TO TRUE
                    ELSE
                        PERFORM P342-START THRU P342-END
                    END-IF
            END-READ
            .
       P341-END.


      *>      DISPLAY ONE MASTER HEADER
       P342-START.
            EVALUATE TRUE
                WHEN SM-SUSPENDED
                    MOVE 'SUSPENDED' TO WS-SECM-STATUS
                WHEN SM-DELISTED
                    MOVE 'DELISTED?' TO WS-SECM-STATUS
                WHEN OTHER
                    MOVE 'ACTIVE' TO WS-SECM-STATUS
            END-EVALUATE
            DISPLAY '-------------------------------------------------'
            DISPLAY 'CODISI ' SM-CODISI ' ' SM-SECNAME
            DISPLAY '  STATUS=' WS-SECM-STATUS
                    ' SINCE=' SM-STATUS-DATE
                    ' IDLE SESSIONS=' SM-IDLE-SESSIONS
            DISPLAY '  FIRST DATEEX=' SM-FIRST-DATEEX
                    ' LAST DATEEX=' SM-LAST-DATEEX
            DISPLAY '  CURRENT.: ' SM-NOMRES ' ' SM-ESPECI
                    ' BDI=' SM-CODBDI
            IF SM-CHG-DATEEX > 0 THEN
                DISPLAY '  PREVIOUS: ' SM-PRV-NOMRES ' ' SM-PRV-ESPECI
                        ' BDI=' SM-PRV-CODBDI
                        ' UNTIL ' SM-CHG-DATEEX
            END-IF
            IF SM-PRV-CODNEG NOT = SPACES THEN
                DISPLAY '  PREVIOUS TICKER.: ' SM-PRV-CODNEG
            END-IF
            PERFORM P343-START THRU P343-END
                VARYING WS-SECM-FH-X FROM 1 BY 1
                UNTIL WS-SECM-FH-X > SM-FATCOT-COUNT
                   OR WS-SECM-FH-X > 8
            DISPLAY '-------------------------------------------------'
            ADD 1 TO WS-SECM-SHOWN
            .
       P342-END.


       P343-START.
            DISPLAY '  FATCOT=' SM-FH-FATCOT(WS-SECM-FH-X)
                    ' FROM ' SM-FH-DATEEX(WS-SECM-FH-X)
            .
       P343-END.


       P999-EXIT.
            CLOSE QUOTMAST
            IF SECM-OPEN THEN
                CLOSE SECMAST
            END-IF
            GOBACK.
       END PROGRAM QUOTQURY.
