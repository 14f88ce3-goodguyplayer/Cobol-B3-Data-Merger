      * Date: 2026/08/22
      * Purpose: CONSOLE MAINTENANCE FOR THE HAND-EDITED REFERENCE AND
      *        FILTER FILES (ISINREF.TXT, BDIFILTER.TXT,
      *        SCOPEFILTER.TXT, SHARESREF.TXT). LISTS, ADDS, CHANGES
      *        AND DELETES ENTRIES WITH FIELD VALIDATION AGAINST THE
      *        COPYBOOK FORMATS (CODISI X(12), CODBDI X(02), CODNEG
      *        X(12), DATE RANGES, EFFECTIVE DATES AND SHARE COUNTS),
      *        DUPLICATE-KEY CHECKING, AND AN APPENDED AUDIT LINE IN
      *        REFAUDIT.TXT RECORDING WHO CHANGED WHAT AND WHEN, SO A
      *        MALFORMED LINE NO LONGER SILENTLY DISABLES A FILTER FOR
      *        A WHOLE RUN
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>      FILE NAME IS POINTED AT THE ONE THE OPERATOR PICKED.
               SELECT REFFILE ASSIGN TO
                   WS-REFFILE-NAME
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT REFAUDIT ASSIGN TO
                   WS-REFAUDIT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
       DATA DIVISION.
       FILE SECTION.
       FD REFFILE.
       01 REF-FILE-LINE                PIC X(50).
       FD REFAUDIT.
       01 REF-AUDIT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
           88 SEL-ISINREF              VALUE 1.
           88 SEL-BDIFILTER            VALUE 2.
           88 SEL-SCOPEFILTER          VALUE 3.
           88 SEL-SHARESREF            VALUE 4.
       77 WS-KEY-LEN                   PIC 9(02) VALUE 0.
       77 WS-HAS-HEADER                PIC X(01) VALUE 'N'.
           88 HAS-HEADER               VALUE 'Y' FALSE 'N'.
      *>      IN-MEMORY COPY OF THE SELECTED FILE
       77 WS-LINE-COUNT                PIC 9(03) VALUE 0.
       01 WS-LINE-TABLE.
           03 WS-LINE OCCURS 999 TIMES  PIC X(50).
      *>      CONSOLE INPUT SCRATCH
       77 WS-IN-CHOICE                 PIC X(01) VALUE SPACES.
       77 WS-IN-ACTION                 PIC X(01) VALUE SPACES.
       77 WS-IN-KEY                    PIC X(21) VALUE SPACES.
       77 WS-IN-FIELD1                 PIC X(21) VALUE SPACES.
       77 WS-IN-FIELD2                 PIC X(30) VALUE SPACES.
       77 WS-IN-HEADER                 PIC X(17) VALUE SPACES.
       01 WS-NEW-LINE                  PIC X(50) VALUE SPACES.
      *>      SHARESREF.TXT ENTRY SCRATCH: THE EFFECTIVE DATE AND THE
      *>      TWO SHARE COUNTS, EACH PROMPTED ONE CHARACTER WIDER THAN
      *>      ITS FIELD SO AN OVERLONG VALUE IS CAUGHT
       77 WS-IN-DATE                   PIC X(09) VALUE SPACES.
       77 WS-IN-NUM                    PIC X(16) VALUE SPACES.
       77 WS-NUM-LEN                   PIC 9(02) VALUE 0.
       77 WS-IN-COUNT                  PIC 9(15) VALUE 0.
       77 WS-IN-TOTAL                  PIC 9(15) VALUE 0.
       77 WS-IN-FREEFLT                PIC 9(15) VALUE 0.
       77 WS-MAINT-DONE                PIC X(01) VALUE 'N'.
           88 MAINT-DONE               VALUE 'Y' FALSE 'N'.
       77 WS-VALID                     PIC X(01) VALUE 'N'.
       P300-START.
            DISPLAY ' '
            DISPLAY 'FILE: 1=ISINREF 2=BDIFILTER 3=SCOPEFILTER '
                    '4=SHARESREF (BLANK = QUIT).: ' WITH NO ADVANCING
            ACCEPT WS-IN-CHOICE
            EVALUATE WS-IN-CHOICE
                WHEN '1'
                    MOVE 2 TO WS-SEL-FILE
                WHEN '3'
                    MOVE 3 TO WS-SEL-FILE
                WHEN '4'
                    MOVE 4 TO WS-SEL-FILE
                WHEN OTHER
                    SET MAINT-DONE TO TRUE
            END-EVALUATE
                    MOVE 'SCOPEFILTER.TXT' TO WS-FILE-TITLE
                    MOVE 12 TO WS-KEY-LEN
                    SET HAS-HEADER TO TRUE
                WHEN SEL-SHARESREF
                    STRING WS-DATA-DIR     DELIMITED BY SPACE
                           'SHARESREF.TXT' DELIMITED BY SIZE
                           INTO WS-REFFILE-NAME
                    END-STRING
                    MOVE 'SHARESREF.TXT'   TO WS-FILE-TITLE
                    MOVE 20 TO WS-KEY-LEN
                    SET HAS-HEADER TO FALSE
            END-EVALUATE
            .
       P305-END.
                    IF ENTRY-VALID THEN
                        MOVE WS-IN-FIELD1(1:12) TO WS-NEW-LINE(1:12)
                    END-IF
                WHEN SEL-SHARESREF
                    PERFORM P336-START THRU P336-END
            END-EVALUATE
            .
       P333-END.
       P334-END.


      *>      PROMPT AND VALIDATE ONE SHARESREF.TXT ENTRY (SHRSREF
      *>      LAYOUT): CODISI, EFFECTIVE DATE, TOTAL SHARES AND
      *>      FREE-FLOAT SHARES, THE FREE FLOAT NEVER ABOVE THE TOTAL.
      *>      THE KEY LEFT IN WS-IN-FIELD1 IS CODISI + EFFECTIVE DATE.
       P336-START.
            DISPLAY 'CODISI (12).: ' WITH NO ADVANCING
            ACCEPT WS-IN-FIELD1
            PERFORM P334-START THRU P334-END
            IF NOT ENTRY-VALID THEN
                GO TO P336-END
            END-IF
            SET ENTRY-VALID TO FALSE
            DISPLAY 'EFFECTIVE DATE (YYYYMMDD).: ' WITH NO ADVANCING
            ACCEPT WS-IN-DATE
            IF WS-IN-DATE(1:8) IS NOT NUMERIC
            OR WS-IN-DATE(9:1) NOT = SPACE THEN
                DISPLAY 'EFFECTIVE DATE NOT YYYYMMDD, NOTHING CHANGED'
                GO TO P336-END
            END-IF
            MOVE WS-IN-DATE(1:8) TO WS-DATE-START
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-START) NOT = 0
            THEN
                DISPLAY 'EFFECTIVE DATE IS NOT A CALENDAR DATE, '
                        'NOTHING CHANGED'
                GO TO P336-END
            END-IF
            DISPLAY 'TOTAL SHARES (UP TO 15 DIGITS).: '
                    WITH NO ADVANCING
            ACCEPT WS-IN-NUM
            PERFORM P337-START THRU P337-END
            IF NOT ENTRY-VALID THEN
                GO TO P336-END
            END-IF
            MOVE WS-IN-COUNT TO WS-IN-TOTAL
            IF WS-IN-TOTAL = 0 THEN
                DISPLAY 'TOTAL SHARES MUST BE ABOVE ZERO, '
                        'NOTHING CHANGED'
                SET ENTRY-VALID TO FALSE
                GO TO P336-END
            END-IF
            DISPLAY 'FREE-FLOAT SHARES (UP TO 15 DIGITS).: '
                    WITH NO ADVANCING
            ACCEPT WS-IN-NUM
            PERFORM P337-START THRU P337-END
            IF NOT ENTRY-VALID THEN
                GO TO P336-END
            END-IF
            MOVE WS-IN-COUNT TO WS-IN-FREEFLT
            IF WS-IN-FREEFLT > WS-IN-TOTAL THEN
                DISPLAY 'FREE FLOAT ABOVE TOTAL SHARES, '
                        'NOTHING CHANGED'
                SET ENTRY-VALID TO FALSE
                GO TO P336-END
            END-IF
            MOVE WS-IN-DATE(1:8) TO WS-IN-FIELD1(13:8)
            MOVE WS-IN-FIELD1(1:20) TO WS-NEW-LINE(1:20)
            MOVE WS-IN-TOTAL TO WS-NEW-LINE(21:15)
            MOVE WS-IN-FREEFLT TO WS-NEW-LINE(36:15)
            .
       P336-END.


      *>      VALIDATE ONE SHARE COUNT: DIGITS ONLY, 1 TO 15 OF THEM,
      *>      NOTHING AFTER THE FIRST BLANK
       P337-START.
            SET ENTRY-VALID TO FALSE
            MOVE 0 TO WS-NUM-LEN
            INSPECT WS-IN-NUM TALLYING WS-NUM-LEN
                    FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-NUM-LEN = 0 OR WS-NUM-LEN > 15 THEN
                DISPLAY 'SHARE COUNT BLANK OR LONGER THAN 15 DIGITS, '
                        'NOTHING CHANGED'
                GO TO P337-END
            END-IF
            IF WS-IN-NUM(1:WS-NUM-LEN) IS NOT NUMERIC
            OR WS-IN-NUM(WS-NUM-LEN + 1:) NOT = SPACES THEN
                DISPLAY 'SHARE COUNT NOT NUMERIC, NOTHING CHANGED'
                GO TO P337-END
            END-IF
            MOVE WS-IN-NUM(1:WS-NUM-LEN) TO WS-IN-COUNT
            SET ENTRY-VALID TO TRUE
            .
       P337-END.


      *>      CHANGE ONE ENTRY IN PLACE. THE NEW ENTRY'S KEY IS
      *>      CHECKED AGAINST THE WHOLE TABLE AGAIN - A CHANGE THAT
      *>      COLLIDES WITH A DIFFERENT EXISTING LINE WOULD LEAVE THE
      *>      FILE WITH TWO ENTRIES UNDER ONE KEY, EXACTLY THE
      *>      MALFORMED STATE THIS PROGRAM EXISTS TO PREVENT.
       P335-START.
            IF SEL-SHARESREF THEN
                DISPLAY '(KEY = CODISI(12) FOLLOWED BY THE EFFECTIVE '
                        'DATE YYYYMMDD)'
            END-IF
            DISPLAY 'KEY OF THE ENTRY TO CHANGE.: ' WITH NO ADVANCING
            ACCEPT WS-IN-KEY
            MOVE WS-IN-KEY TO WS-IN-FIELD1

      *>      DELETE ONE ENTRY AND CLOSE THE GAP
       P340-START.
            IF SEL-SHARESREF THEN
                DISPLAY '(KEY = CODISI(12) FOLLOWED BY THE EFFECTIVE '
                        'DATE YYYYMMDD)'
            END-IF
            DISPLAY 'KEY OF THE ENTRY TO DELETE.: ' WITH NO ADVANCING
            ACCEPT WS-IN-KEY
            MOVE WS-IN-KEY TO WS-IN-FIELD1
                   ' '                 DELIMITED BY SIZE
                   WS-AUD-ACTION       DELIMITED BY SPACE
                   ' '                 DELIMITED BY SIZE
                   WS-IN-FIELD1        DELIMITED BY SIZE
                   INTO WS-AUDIT-REC
            END-STRING
            WRITE REF-AUDIT-LINE FROM WS-AUDIT-REC
