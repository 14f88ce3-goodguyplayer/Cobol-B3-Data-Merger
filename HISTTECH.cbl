      *        AND LOW WITH DAYS-SINCE MARKERS. THE SERIES KEY IS THE
      *        SAME CODNEG/TIPREG/ADJUSTED/TPMERC/PRAZOT SPLIT HISTDAYV
      *        USES, SO AN ADJUSTED SERIES NEVER BLENDS WITH THE RAW
      *        ONE AND A TERMO ROW NEVER BLENDS WITH THE CASH MARKET.
      *        WITH B3TECHSRC=ADJ THE CLOSES ARE TAKEN FROM HISTADJU'S
      *        BACK-ADJUSTED ADJOUTPUT.TXT INSTEAD AND THE LINES GO TO
      *        TECHADJ.TXT (SAME LAYOUT, ADJUSTED 'N' SERIES), SO A
      *        SPLIT DOES NOT CROSS AN AVERAGE OR SET A FALSE 52-WEEK
      *        LOW; TECHIND.TXT IS LEFT AS IT WAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      TECHIN/TECHADJ/TECHOUT ARE ASSIGNED TO WORKING-STORAGE
      *>      ITEMS BUILT AT P100-START FROM WS-DATA-DIR, THE SAME
      *>      B3DATADIR-DRIVEN MECHANISM MAINCODE/MODLRDWR USE.
               SELECT TECHIN ASSIGN TO
                   WS-TECHIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT TECHADJ ASSIGN TO
                   WS-TECHADJ-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT TECHOUT ASSIGN TO
                   WS-TECHOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT SORTFILE ASSIGN TO
       FILE SECTION.
       FD TECHIN.
           COPY HISTOUTR.
      *>      HISTADJU'S BACK-ADJUSTED ROW: CODNEG, DATEEX, TIPREG,
      *>      TPMERC, PRAZOT, THE FIVE ADJUSTED PRICES AND THE COUNT OF
      *>      EVENTS APPLIED, COMMA-DELIMITED
       FD TECHADJ.
       01 TECH-ADJ-REG.
           03 TA-CODNEG                PIC X(12).
           03 FILLER                   PIC X(01).
           03 TA-DATEEX                PIC 9(08).
           03 FILLER                   PIC X(01).
           03 TA-TIPREG                PIC 9(02).
           03 FILLER                   PIC X(01).
           03 TA-TPMERC                PIC 9(03).
           03 FILLER                   PIC X(01).
           03 TA-PRAZOT                PIC X(03).
           03 FILLER                   PIC X(01).
           03 TA-PREABE                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TA-PREMAX                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TA-PREMIN                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TA-PREMED                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TA-PREULT                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TA-EVENTS                PIC 9(03).
       FD TECHOUT.
       01 TECH-OUT-LINE                PIC X(160).
       SD SORTFILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-TECHIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-TECHADJ-FILE              PIC X(128) VALUE SPACES.
       77 WS-TECHOUT-FILE              PIC X(128) VALUE SPACES.
      *>      PRICE SOURCE, OVERRIDABLE VIA B3TECHSRC: 'ADJ' READS THE
      *>      BACK-ADJUSTED ADJOUTPUT.TXT, ANYTHING ELSE THE MERGED CSV
       77 WS-ENV-TECHSRC               PIC X(08) VALUE SPACES.
       77 WS-TECH-SRC                  PIC X(01) VALUE 'R'.
           88 SRC-ADJ                  VALUE 'A'.
           88 SRC-RAW                  VALUE 'R'.
       77 WS-SRC-NAME                  PIC X(16) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
                   INTO WS-TECHIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ADJOUTPUT.TXT'      DELIMITED BY SIZE
                   INTO WS-TECHADJ-FILE
            END-STRING
            DISPLAY 'B3TECHSRC' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TECHSRC FROM ENVIRONMENT-VALUE
            IF WS-ENV-TECHSRC = 'ADJ' THEN
                SET SRC-ADJ TO TRUE
                MOVE 'ADJOUTPUT.TXT' TO WS-SRC-NAME
                STRING WS-DATA-DIR          DELIMITED BY SPACE
                       'TECHADJ.TXT'        DELIMITED BY SIZE
                       INTO WS-TECHOUT-FILE
                END-STRING
            ELSE
                SET SRC-RAW TO TRUE
                MOVE 'OUTPUTINPUT.TXT' TO WS-SRC-NAME
                STRING WS-DATA-DIR          DELIMITED BY SPACE
                       'TECHIND.TXT'        DELIMITED BY SIZE
                       INTO WS-TECHOUT-FILE
                END-STRING
            END-IF
            DISPLAY 'PRICE SOURCE.....: ' WS-SRC-NAME
            .
       P100-END.


      *>      VALIDATE INPUT FILE
       P200-START.
            IF SRC-ADJ THEN
                PERFORM P210-START THRU P210-END
                GO TO P200-END
            END-IF
            OPEN INPUT TECHIN
            EVALUATE WS-FS-1
                WHEN 00
       P200-END.


      *>      VALIDATE THE BACK-ADJUSTED INPUT FILE
       P210-START.
            OPEN INPUT TECHADJ
            EVALUATE WS-FS-3
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO ADJOUTPUT.TXT FOUND, RUN HISTADJU FIRST'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN 37
                    DISPLAY 'PERMISSION DENIED OPENING ADJOUTPUT.TXT'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD ADJOUTPUT.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-3
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            CLOSE TECHADJ
            .
       P210-END.


      *>      SORT THE MERGED ROWS BY TICKER SERIES AND DATE, THEN
      *>      STREAM THEM THROUGH THE ROLLING-WINDOW COMPUTATION
       P300-START.

      *>      RELEASE EVERY MERGED CSV DATA LINE TO THE SORT
       P310-START.
            IF SRC-ADJ THEN
                PERFORM P315-START THRU P315-END
                GO TO P310-END
            END-IF
            OPEN INPUT TECHIN
            PERFORM UNTIL EOF-OK
               IF FS-OK OF WS-FS-1 THEN
       P311-END.


      *>      RELEASE EVERY BACK-ADJUSTED DATA LINE TO THE SORT
       P315-START.
            OPEN INPUT TECHADJ
            PERFORM P316-START THRU P316-END
                UNTIL EOF-OK
            CLOSE TECHADJ
            .
       P315-END.


      *>      ONE BACK-ADJUSTED LINE. HISTADJU ONLY ADJUSTS THE
      *>      ADJUSTED 'N' ROWS, SO THE SERIES IS RELEASED AS 'N' AND
      *>      KEYS THE SAME AS ITS RAW COUNTERPART IN OUTPUTINPUT.TXT.
       P316-START.
            READ TECHADJ
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P316-END
            END-READ
            IF NOT FS-OK OF WS-FS-3 THEN
                DISPLAY 'ERROR WHILE READING ADJOUTPUT.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-3
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            ADD 1 TO WS-LINES-READ
            IF IS-FIRST-LINE THEN
                SET IS-FIRST-LINE TO FALSE
                GO TO P316-END
            END-IF
            IF TA-PREULT = 0 THEN
                ADD 1 TO WS-LINES-ZEROCLS
                GO TO P316-END
            END-IF
            MOVE TA-CODNEG TO SORT-CODNEG
            MOVE TA-TIPREG TO SORT-TIPREG
            MOVE 'N'       TO SORT-ADJUSTED
            MOVE TA-TPMERC TO SORT-TPMERC
            MOVE TA-PRAZOT TO SORT-PRAZOT
            MOVE TA-DATEEX TO SORT-DATEEX
            MOVE TA-PREULT TO SORT-PREULT
            RELEASE SORT-REC
            .
       P316-END.


      *>      TAKE THE SORTED ROWS AND WRITE ONE INDICATOR LINE PER
      *>      ROW, RESETTING THE ROLLING WINDOW AT EVERY SERIES BREAK
       P320-START.
                WHEN 00
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'FAILED TO CREATE ' WS-TECHOUT-FILE
                    DISPLAY 'FILE STATUS.: ' WS-FS-2
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT

       P999-EXIT.
            CLOSE TECHIN
            CLOSE TECHADJ
            CLOSE TECHOUT
            GOBACK.
       END PROGRAM HISTTECH.
