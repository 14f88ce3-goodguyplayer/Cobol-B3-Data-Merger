      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: BATCH FULFILMENT OF THE SELF-SERVICE EXTRACT REQUEST
      *        QUEUE (EXTRACTREQ.TXT, LAYOUT IN EXTRREQ.CPY). EVERY
      *        PENDING REQUEST NAMES A REQUESTOR, A LIST OF CODNEG
      *        TICKERS AND/OR CODISI CODES, A DATE RANGE, A SELECTION
      *        OF HISTOUTR COLUMNS AND AN OUTPUT FORMAT. DATES INSIDE
      *        THE LIVE WINDOW ARE READ FROM QUOTMASTER.DAT BY KEY
      *        (CODNEG + DATEEX FOR A TICKER, THE CODISI ALTERNATE KEY
      *        FOR AN ISIN); DATES OLDER THAN THE LIVE WINDOW - THE
      *        HIGHEST CUTOFF HISTARCH HAS LOGGED IN ARCHIVELOG.TXT -
      *        ARE READ FROM THE PER-YEAR OUTPUT.AYYYY.TXT ARCHIVES,
      *        THE SAME WAY HISTDEEP FINDS THEM (ARCHIVELOG PERIODS
      *        ROTATED OUT BY HISTROTA INCLUDED). EACH REQUEST GETS ITS
      *        OWN EXTRACT_<REQUEST ID>.TXT, SORTED BY CODNEG, DATE,
      *        TPMERC AND TIPREG, WITH A ROW PICKED UP TWICE (A TICKER
      *        AND ITS ISIN BOTH LISTED) DELIVERED ONCE. THE MASTER
      *        DOES NOT CARRY EVERY CSV COLUMN, SO A REQUEST WHOSE
      *        RANGE REACHES THE LIVE WINDOW MAY ONLY SELECT COLUMNS
      *        THE MASTER HOLDS. EACH REQUEST IS STAMPED DONE OR
      *        FAILED WITH A REASON IN THE QUEUE, WHICH IS STAGED AS
      *        EXTRACTREQ.NEW AND PUBLISHED BY RENAME (PRIOR
      *        GENERATION KEPT AS EXTRACTREQ.PRV), AND ONE LINE PER
      *        REQUEST SERVED IS APPENDED TO EXTRACTMANIFEST.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTXTRQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE. ARCHIN IS REPOINTED AT
      *>      EACH PER-YEAR ARCHIVE AND XTRQOUT AT EACH REQUEST'S
      *>      EXTRACT FILE.
               SELECT XTRQIN ASSIGN TO
                   WS-XTRQIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT XTRQNEW ASSIGN TO
                   WS-XTRQNEW-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT XTRQPRV ASSIGN TO
                   WS-XTRQPRV-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT QUOTMAST ASSIGN TO
                   WS-QUOTMAST-FILE
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS QM-KEY
               ALTERNATE RECORD KEY IS QM-CODISI
                                   WITH DUPLICATES
               FILE STATUS         IS WS-FS-4.
               SELECT ARCHLOG ASSIGN TO
                   WS-ARCHLOG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT ARCHIN ASSIGN TO
                   WS-ARCHIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
               SELECT XTRQOUT ASSIGN TO
                   WS-XTRQOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
               SELECT MANIFEST ASSIGN TO
                   WS-MANIFEST-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-8.
               SELECT ROTCATLG ASSIGN TO
                   WS-ROTCATLG-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-9.
               SELECT SORTFILE ASSIGN TO
                   'XTRQSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD XTRQIN.
       01 XTRQ-IN-LINE                 PIC X(132).
       FD XTRQNEW.
       01 XTRQ-NEW-LINE                PIC X(132).
       FD XTRQPRV.
       01 XTRQ-PRV-LINE                PIC X(132).
       FD QUOTMAST.
           COPY QUOTMREC.
       FD ARCHLOG.
       01 ARCH-LOG-LINE                PIC X(80).
       FD ARCHIN.
           COPY HISTOUTR.
       FD XTRQOUT.
       01 XTRQ-OUT-LINE                PIC X(512).
       FD MANIFEST.
       01 MANIFEST-LINE                PIC X(200).
       FD ROTCATLG.
           COPY ROTCATLG.
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-CODNEG              PIC X(12).
           03 SORT-DATEEX              PIC 9(08).
           03 SORT-TPMERC              PIC 9(03).
           03 SORT-TIPREG              PIC 9(02).
           03 SORT-RANK                PIC 9(01).
           03 SORT-LINE                PIC X(512).
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-XTRQIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-XTRQNEW-FILE              PIC X(128) VALUE SPACES.
       77 WS-XTRQPRV-FILE              PIC X(128) VALUE SPACES.
       77 WS-QUOTMAST-FILE             PIC X(128) VALUE SPACES.
       77 WS-ARCHLOG-FILE              PIC X(128) VALUE SPACES.
       77 WS-ARCHIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-XTRQOUT-FILE              PIC X(128) VALUE SPACES.
       77 WS-MANIFEST-FILE             PIC X(128) VALUE SPACES.
       77 WS-FS-1                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-2                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-3                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-4                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-5                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-6                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-7                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-FS-8                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-LOG-EOF                   PIC X.
           88 LOG-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-ARCH-EOF                  PIC X.
           88 ARCH-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-BROWSE-DONE               PIC X(01) VALUE 'N'.
           88 BROWSE-DONE              VALUE 'Y' FALSE 'N'.
       77 WS-MASTER-OPEN               PIC X(01) VALUE 'N'.
           88 MASTER-OPEN              VALUE 'Y' FALSE 'N'.
       77 WS-MANIFEST-OPEN             PIC X(01) VALUE 'N'.
           88 MANIFEST-OPEN            VALUE 'Y' FALSE 'N'.
       77 WS-START-TIME                PIC X(10) VALUE SPACES.
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
      *>      STATUS HANDED BACK BY THE RENAME ROUTINE, CAPTURED OUT
      *>      OF RETURN-CODE, AND THE PROGRAM'S OWN EXIT STATUS SAVED
      *>      ACROSS THE CALL AND PUT BACK AFTER IT
       77 WS-RENAME-RC                 PIC S9(09) COMP VALUE 0.
       77 WS-SAVED-RC                  PIC S9(09) COMP VALUE 0.
      *>      THE QUEUE LINE BEING INTERPRETED
           COPY EXTRREQ.
       01 WS-READ-LINE                 PIC X(132) VALUE SPACES.
      *>      START OF THE LIVE WINDOW: THE HIGHEST 'CUTOFF=' HISTARCH
      *>      HAS LOGGED. ROWS DATED BEFORE IT LIVE ONLY IN THE
      *>      ARCHIVES; ZERO (NO ARCHIVE RUN YET) SENDS EVERY DATE TO
      *>      THE MASTER.
       77 WS-LIVE-FROM                 PIC 9(08) VALUE 0.
       77 WS-LOG-CUTOFF                PIC X(08) VALUE SPACES.
      *>      YEARS THE RETENTION JOB HAS MOVED INTO ARCHIVES, FROM
      *>      THE 'YEAR=YYYY MOVED=N' LINES OF ARCHIVELOG.TXT
       77 WS-ARCH-YEAR-COUNT           PIC 9(03) VALUE 0.
       01 WS-ARCH-YEAR-TABLE.
           03 WS-ARCH-YEAR OCCURS 150 TIMES
                           INDEXED BY WS-AY-X  PIC 9(04).
       77 WS-ARCH-YEAR-FOUND           PIC X(01) VALUE 'N'.
           88 ARCH-YEAR-FOUND          VALUE 'Y' FALSE 'N'.
       77 WS-LOG-YEAR                  PIC X(04) VALUE SPACES.
       77 WS-LOG-YEAR-N                PIC 9(04) VALUE 0.
      *>      ARCHIVELOG PERIODS HISTROTA HAS MOVED OUT OF THE CURRENT
      *>      FILE, FROM ROTCATLG.TXT: EACH PERIOD ONCE, LIVE UNTIL A
      *>      PURGED LINE RETIRES IT
       77 WS-ROTCATLG-FILE             PIC X(128) VALUE SPACES.
       77 WS-FS-9                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-ROT-EOF                   PIC X.
           88 ROT-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-ROT-COUNT                 PIC 9(04) VALUE 0.
       01 WS-ROT-TABLE.
           03 WS-ROT-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-ROT-X.
               05 WS-ROT-PERIOD        PIC X(06).
               05 WS-ROT-LIVE          PIC X(01).
                   88 ROT-LIVE         VALUE 'Y' FALSE 'N'.
       77 WS-ROT-FOUND                 PIC X(01) VALUE 'N'.
           88 ROT-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-ROT-SAVE                  PIC X(128) VALUE SPACES.
       77 WS-YEAR-FROM                 PIC 9(04) VALUE 0.
       77 WS-YEAR-TO                   PIC 9(04) VALUE 0.
       77 WS-SCAN-YEAR                 PIC 9(04) VALUE 0.
      *>      THE REQUEST GROUP BEING COLLECTED: ITS HEADER LINE AND
      *>      EVERY FOLLOWING LINE CARRYING THE SAME REQUEST ID, KEPT
      *>      VERBATIM SO THE GROUP IS WRITTEN BACK IN PLACE
       77 WS-GRP-ACTIVE                PIC X(01) VALUE 'N'.
           88 GRP-ACTIVE               VALUE 'Y' FALSE 'N'.
       77 WS-GRP-OVERFLOW              PIC X(01) VALUE 'N'.
           88 GRP-OVERFLOW             VALUE 'Y' FALSE 'N'.
       77 WS-GRP-REQID                 PIC X(08) VALUE SPACES.
       77 WS-GRP-COUNT                 PIC 9(03) VALUE 0.
       01 WS-GRP-TABLE.
           03 WS-GRP-LINE OCCURS 999 TIMES
                          INDEXED BY WS-GRP-X PIC X(132).
      *>      THE REQUEST BEING SERVED, RESOLVED FROM ITS GROUP
       77 WS-RQ-REQID                  PIC X(08) VALUE SPACES.
       77 WS-RQ-REQUESTOR              PIC X(12) VALUE SPACES.
       77 WS-RQ-FROM                   PIC 9(08) VALUE 0.
       77 WS-RQ-TO                     PIC 9(08) VALUE 0.
       77 WS-RQ-FORMAT                 PIC X(03) VALUE SPACES.
           88 RQ-FIXED                 VALUE 'FIX'.
       77 WS-RQ-DELIM                  PIC X(01) VALUE ','.
       77 WS-RQ-SERIES                 PIC X(01) VALUE 'N'.
       77 WS-RQ-STATUS                 PIC X(01) VALUE 'N'.
           88 RQ-FAILED                VALUE 'F' FALSE 'N'.
       77 WS-RQ-REASON                 PIC X(40) VALUE SPACES.
       77 WS-FAIL-TEXT                 PIC X(40) VALUE SPACES.
       77 WS-RQ-ROWS                   PIC 9(07) VALUE 0.
       77 WS-RQ-DUPS                   PIC 9(07) VALUE 0.
       77 WS-RQ-OUTNAME                PIC X(24) VALUE SPACES.
       77 WS-RQ-BADCHARS               PIC 9(03) VALUE 0.
       77 WS-RQ-WRITE-ERR              PIC X(01) VALUE 'N'.
           88 RQ-WRITE-ERR             VALUE 'Y' FALSE 'N'.
      *>      WHICH SOURCES THE RANGE REACHES, AND THE MASTER PART OF
      *>      THE RANGE (NEVER BEFORE THE LIVE WINDOW)
       77 WS-NEED-ARCHIVE              PIC X(01) VALUE 'N'.
           88 NEED-ARCHIVE             VALUE 'Y' FALSE 'N'.
       77 WS-NEED-MASTER               PIC X(01) VALUE 'N'.
           88 NEED-MASTER              VALUE 'Y' FALSE 'N'.
       77 WS-MASTER-FROM               PIC 9(08) VALUE 0.
      *>      THE REQUESTED TICKERS ('T', MATCHED ON CODNEG) AND
      *>      ISINS ('I', MATCHED ON CODISI)
       77 WS-CODE-COUNT                PIC 9(03) VALUE 0.
       01 WS-CODE-TABLE.
           03 WS-CODE-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-CODE-X.
               05 WS-CODE-TYPE         PIC X(01).
               05 WS-CODE-VALUE        PIC X(12).
       77 WS-CODE-FOUND                PIC X(01) VALUE 'N'.
           88 CODE-FOUND               VALUE 'Y' FALSE 'N'.
       77 WS-CUR-CODE                  PIC X(12) VALUE SPACES.
      *>      THE COLUMNS A REQUEST MAY NAME, IN HISTOUTR ORDER, WITH
      *>      'M' WHEN QUOTMASTER.DAT CARRIES THE COLUMN AND THE
      *>      WIDTH IT TAKES IN A FIXED-WIDTH EXTRACT
       01 WS-COLDEF-VALUES.
           03 FILLER  PIC X(11) VALUE 'TIPREG  M08'.
           03 FILLER  PIC X(11) VALUE 'DATEEX  M08'.
           03 FILLER  PIC X(11) VALUE 'CODBDI  M08'.
           03 FILLER  PIC X(11) VALUE 'CODNEG  M12'.
           03 FILLER  PIC X(11) VALUE 'TPMERC  M08'.
           03 FILLER  PIC X(11) VALUE 'NOMRES   12'.
           03 FILLER  PIC X(11) VALUE 'ESPECI   10'.
           03 FILLER  PIC X(11) VALUE 'PRAZOT   08'.
           03 FILLER  PIC X(11) VALUE 'MODREF   08'.
           03 FILLER  PIC X(11) VALUE 'PREABE  M14'.
           03 FILLER  PIC X(11) VALUE 'PREMAX  M14'.
           03 FILLER  PIC X(11) VALUE 'PREMIN  M14'.
           03 FILLER  PIC X(11) VALUE 'PREMED  M14'.
           03 FILLER  PIC X(11) VALUE 'PREULT  M14'.
           03 FILLER  PIC X(11) VALUE 'PREOFC  M14'.
           03 FILLER  PIC X(11) VALUE 'PREOFV  M14'.
           03 FILLER  PIC X(11) VALUE 'TOTNEG  M08'.
           03 FILLER  PIC X(11) VALUE 'QUATOT  M18'.
           03 FILLER  PIC X(11) VALUE 'VOLTOT  M19'.
           03 FILLER  PIC X(11) VALUE 'PREEXE   14'.
           03 FILLER  PIC X(11) VALUE 'INDOPC   08'.
           03 FILLER  PIC X(11) VALUE 'DATVEN   08'.
           03 FILLER  PIC X(11) VALUE 'FATCOT   08'.
           03 FILLER  PIC X(11) VALUE 'PTOEXE   13'.
           03 FILLER  PIC X(11) VALUE 'CODISI  M12'.
           03 FILLER  PIC X(11) VALUE 'DISMES   08'.
           03 FILLER  PIC X(11) VALUE 'ISOPTION 08'.
           03 FILLER  PIC X(11) VALUE 'ADJUSTEDM08'.
           03 FILLER  PIC X(11) VALUE 'SECNAME M30'.
           03 FILLER  PIC X(11) VALUE 'ORIGNEG  12'.
           03 FILLER  PIC X(11) VALUE 'SRCFID  M08'.
           03 FILLER  PIC X(11) VALUE 'SRCREC  M08'.
           03 FILLER  PIC X(11) VALUE 'CADENCE M08'.
       01 WS-COLDEF-TABLE REDEFINES WS-COLDEF-VALUES.
           03 WS-COLDEF OCCURS 33 TIMES
                        INDEXED BY WS-CD-X.
               05 WS-CD-NAME           PIC X(08).
               05 WS-CD-MASTER         PIC X(01).
               05 WS-CD-WIDTH          PIC 9(02).
       77 WS-CD-FOUND                  PIC X(01) VALUE 'N'.
           88 CD-FOUND                 VALUE 'Y' FALSE 'N'.
      *>      THE REQUEST'S COLUMN SELECTION, AS COLUMN NUMBERS
       77 WS-SEL-COUNT                 PIC 9(02) VALUE 0.
       01 WS-SEL-TABLE.
           03 WS-SEL-COL OCCURS 33 TIMES
                         INDEXED BY WS-SEL-X PIC 9(02).
       77 WS-SEL-FOUND                 PIC X(01) VALUE 'N'.
           88 SEL-FOUND                VALUE 'Y' FALSE 'N'.
       77 WS-COL-PTR                   PIC 9(03) VALUE 0.
       77 WS-COL-TOKEN                 PIC X(12) VALUE SPACES.
       77 WS-CUR-COL                   PIC 9(02) VALUE 0.
       77 WS-CUR-WIDTH                 PIC 9(02) VALUE 0.
      *>      ONE SOURCE ROW, FROM AN ARCHIVE OR FROM THE MASTER, IN
      *>      THE HISTOUTR FIELD ORDER AND PICTURES
       01 WS-XQ-ROW.
           03 WS-XQ-TIPREG             PIC 9(02).
           03 WS-XQ-DATEEX             PIC 9(08).
           03 WS-XQ-CODBDI             PIC X(02).
           03 WS-XQ-CODNEG             PIC X(12).
           03 WS-XQ-TPMERC             PIC 9(03).
           03 WS-XQ-NOMRES             PIC X(12).
           03 WS-XQ-ESPECI             PIC X(10).
           03 WS-XQ-PRAZOT             PIC X(03).
           03 WS-XQ-MODREF             PIC X(04).
           03 WS-XQ-PREABE             PIC 9(11)V99.
           03 WS-XQ-PREMAX             PIC 9(11)V99.
           03 WS-XQ-PREMIN             PIC 9(11)V99.
           03 WS-XQ-PREMED             PIC 9(11)V99.
           03 WS-XQ-PREULT             PIC 9(11)V99.
           03 WS-XQ-PREOFC             PIC 9(11)V99.
           03 WS-XQ-PREOFV             PIC 9(11)V99.
           03 WS-XQ-TOTNEG             PIC 9(05).
           03 WS-XQ-QUATOT             PIC 9(18).
           03 WS-XQ-VOLTOT             PIC 9(16)V99.
           03 WS-XQ-PREEXE             PIC 9(11)V99.
           03 WS-XQ-INDOPC             PIC X(01).
           03 WS-XQ-DATVEN             PIC X(08).
           03 WS-XQ-FATCOT             PIC 9(07).
           03 WS-XQ-PTOEXE             PIC X(13).
           03 WS-XQ-CODISI             PIC X(12).
           03 WS-XQ-DISMES             PIC 9(03).
           03 WS-XQ-ISOPTION           PIC X(01).
           03 WS-XQ-ADJUSTED           PIC X(01).
           03 WS-XQ-SECNAME            PIC X(30).
           03 WS-XQ-ORIGNEG            PIC X(12).
           03 WS-XQ-SRCFID             PIC X(08).
           03 WS-XQ-SRCREC             PIC X(07).
           03 WS-XQ-CADENCE            PIC X(01).
       77 WS-ROW-SERIES                PIC X(01) VALUE SPACES.
      *>      ONE RENDERED CELL AND THE EDITED PICTURES BEHIND IT
       77 WS-CELL                      PIC X(40) VALUE SPACES.
       77 WS-CELL-NUMERIC              PIC X(01) VALUE 'N'.
           88 CELL-NUMERIC             VALUE 'Y' FALSE 'N'.
       77 WS-CELL-LEAD                 PIC 9(02) VALUE 0.
       77 WS-CELL-DELIMS               PIC 9(02) VALUE 0.
       77 WS-ED-PRICE                  PIC Z(10)9.99.
       77 WS-ED-VOLUME                 PIC Z(15)9.99.
       77 WS-ED-QTY                    PIC Z(17)9.
       77 WS-ED-COUNT                  PIC Z(07)9.
       01 WS-OUT-REC                   PIC X(512) VALUE SPACES.
       77 WS-OUT-PTR                   PIC 9(04) VALUE 0.
      *>      THE LAST ROW WRITTEN, SO A ROW SELECTED TWICE IS
      *>      DELIVERED ONCE
       01 WS-PREV-KEY.
           03 WS-PREV-CODNEG           PIC X(12).
           03 WS-PREV-DATEEX           PIC 9(08).
           03 WS-PREV-TPMERC           PIC 9(03).
           03 WS-PREV-TIPREG           PIC 9(02).
       01 WS-CUR-KEY.
           03 WS-CUR-CODNEG            PIC X(12).
           03 WS-CUR-DATEEX            PIC 9(08).
           03 WS-CUR-TPMERC            PIC 9(03).
           03 WS-CUR-TIPREG            PIC 9(02).
       77 WS-PREV-VALID                PIC X(01) VALUE 'N'.
           88 PREV-VALID               VALUE 'Y' FALSE 'N'.
       01 WS-MANIFEST-REC              PIC X(200) VALUE SPACES.
       77 WS-MANIFEST-STATUS           PIC X(06) VALUE SPACES.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-LINES-WRITTEN             PIC 9(07) VALUE 0.
       77 WS-LINES-ORPHAN              PIC 9(07) VALUE 0.
       77 WS-REQ-READ                  PIC 9(05) VALUE 0.
       77 WS-REQ-SKIPPED               PIC 9(05) VALUE 0.
       77 WS-REQ-DONE                  PIC 9(05) VALUE 0.
       77 WS-REQ-FAILED                PIC 9(05) VALUE 0.
       77 WS-ROWS-DELIVERED            PIC 9(09) VALUE 0.
       77 WS-ROWS-ARCHIVE              PIC 9(09) VALUE 0.
       77 WS-ROWS-MASTER               PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P700-START THRU P700-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES
       P100-START.
            DISPLAY 'SERVING THE EXTRACT REQUEST QUEUE'
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'EXTRACTREQ.TXT'     DELIMITED BY SIZE
                   INTO WS-XTRQIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'EXTRACTREQ.NEW'     DELIMITED BY SIZE
                   INTO WS-XTRQNEW-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'EXTRACTREQ.PRV'     DELIMITED BY SIZE
                   INTO WS-XTRQPRV-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'QUOTMASTER.DAT'     DELIMITED BY SIZE
                   INTO WS-QUOTMAST-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ARCHIVELOG.TXT'     DELIMITED BY SIZE
                   INTO WS-ARCHLOG-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'EXTRACTMANIFEST.TXT' DELIMITED BY SIZE
                   INTO WS-MANIFEST-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'ROTCATLG.TXT'       DELIMITED BY SIZE
                   INTO WS-ROTCATLG-FILE
            END-STRING
            ACCEPT WS-START-TIME FROM TIME
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            .
       P100-END.


      *>      LEARN FROM ARCHIVELOG.TXT, AND ITS ROTATED PERIODS, WHERE
      *>      THE LIVE WINDOW STARTS AND WHICH YEARS MOVED INTO
      *>      PER-YEAR ARCHIVES
       P200-START.
            PERFORM P220-START THRU P220-END
            MOVE WS-ARCHLOG-FILE TO WS-ROT-SAVE
            PERFORM P230-START THRU P230-END
                VARYING WS-ROT-X FROM 1 BY 1
                UNTIL WS-ROT-X > WS-ROT-COUNT
            MOVE WS-ROT-SAVE TO WS-ARCHLOG-FILE
            SET LOG-EOF-OK TO FALSE
            OPEN INPUT ARCHLOG
            IF WS-FS-5 EQUAL 35 THEN
                DISPLAY 'NO ARCHIVELOG.TXT FOUND, EVERY DATE IS SERVED '
                        'FROM THE QUOTE MASTER'
            ELSE
                PERFORM P210-START THRU P210-END
                    UNTIL LOG-EOF-OK
                CLOSE ARCHLOG
                DISPLAY 'ARCHIVED YEARS ON RECORD.: '
                        WS-ARCH-YEAR-COUNT
            END-IF
            DISPLAY 'LIVE WINDOW STARTS.......: ' WS-LIVE-FROM
            .
       P200-END.


      *>      PARSE ONE ARCHIVELOG LINE: A CUTOFF OR A MOVED YEAR
       P210-START.
            READ ARCHLOG
                AT END SET LOG-EOF-OK TO TRUE
                NOT AT END
                    IF ARCH-LOG-LINE(1:7) = 'CUTOFF=' THEN
                        MOVE ARCH-LOG-LINE(8:8) TO WS-LOG-CUTOFF
                        IF WS-LOG-CUTOFF IS NUMERIC
                        AND WS-LOG-CUTOFF > WS-LIVE-FROM THEN
                            MOVE WS-LOG-CUTOFF TO WS-LIVE-FROM
                        END-IF
                    END-IF
                    IF ARCH-LOG-LINE(1:5) = 'YEAR=' THEN
                        MOVE ARCH-LOG-LINE(6:4) TO WS-LOG-YEAR
                        IF WS-LOG-YEAR IS NUMERIC THEN
                            MOVE WS-LOG-YEAR TO WS-LOG-YEAR-N
                            PERFORM P211-START THRU P211-END
                        END-IF
                    END-IF
            END-READ
            .
       P210-END.


      *>      RECORD ONE ARCHIVED YEAR IF IT IS NEW
       P211-START.
            SET WS-AY-X TO 1
            SET ARCH-YEAR-FOUND TO FALSE
            IF WS-ARCH-YEAR-COUNT > 0 THEN
                SEARCH WS-ARCH-YEAR
                    AT END CONTINUE
                    WHEN WS-AY-X > WS-ARCH-YEAR-COUNT
                        CONTINUE
                    WHEN WS-ARCH-YEAR(WS-AY-X) = WS-LOG-YEAR-N
                        SET ARCH-YEAR-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT ARCH-YEAR-FOUND THEN
                IF WS-ARCH-YEAR-COUNT < 150 THEN
                    ADD 1 TO WS-ARCH-YEAR-COUNT
                    MOVE WS-LOG-YEAR-N
                         TO WS-ARCH-YEAR(WS-ARCH-YEAR-COUNT)
                END-IF
            END-IF
            .
       P211-END.


      *>      LOAD THE ARCHIVELOG PERIODS FROM THE ROTATION CATALOG.
      *>      WITHOUT ONE NOTHING HAS BEEN ROTATED.
       P220-START.
            SET ROT-EOF-OK TO FALSE
            OPEN INPUT ROTCATLG
            IF WS-FS-9 EQUAL 35 THEN
                GO TO P220-END
            END-IF
            PERFORM P221-START THRU P221-END
                UNTIL ROT-EOF-OK
            CLOSE ROTCATLG
            .
       P220-END.


      *>      APPLY ONE CATALOG LINE: A ROTATED PERIOD IS RECORDED
      *>      ONCE, A PURGED ONE IS NO LONGER READ
       P221-START.
            READ ROTCATLG
                AT END
                    SET ROT-EOF-OK TO TRUE
                    GO TO P221-END
            END-READ
            IF RC-LOG NOT = 'ARCHIVELOG' THEN
                GO TO P221-END
            END-IF
            SET WS-ROT-X TO 1
            SET ROT-FOUND TO FALSE
            IF WS-ROT-COUNT > 0 THEN
                SEARCH WS-ROT-ENTRY
                    AT END CONTINUE
                    WHEN WS-ROT-X > WS-ROT-COUNT
                        CONTINUE
                    WHEN WS-ROT-PERIOD(WS-ROT-X) = RC-PERIOD
                        SET ROT-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT ROT-FOUND THEN
                IF WS-ROT-COUNT < 500 THEN
                    ADD 1 TO WS-ROT-COUNT
                    SET WS-ROT-X TO WS-ROT-COUNT
                    MOVE RC-PERIOD TO WS-ROT-PERIOD(WS-ROT-X)
                ELSE
                    GO TO P221-END
                END-IF
            END-IF
            IF RC-PURGED THEN
                SET ROT-LIVE(WS-ROT-X) TO FALSE
            ELSE
                SET ROT-LIVE(WS-ROT-X) TO TRUE
            END-IF
            .
       P221-END.


      *>      READ ONE ROTATED ARCHIVELOG PERIOD FILE
       P230-START.
            IF NOT ROT-LIVE(WS-ROT-X) THEN
                GO TO P230-END
            END-IF
            MOVE SPACES TO WS-ARCHLOG-FILE
            STRING WS-DATA-DIR               DELIMITED BY SPACE
                   'ARCHIVELOG.'             DELIMITED BY SIZE
                   WS-ROT-PERIOD(WS-ROT-X)   DELIMITED BY SIZE
                   '.TXT'                    DELIMITED BY SIZE
                   INTO WS-ARCHLOG-FILE
            END-STRING
            SET LOG-EOF-OK TO FALSE
            OPEN INPUT ARCHLOG
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'ROTATED PERIOD FILE MISSING.: '
                        WS-ARCHLOG-FILE
                GO TO P230-END
            END-IF
            PERFORM P210-START THRU P210-END
                UNTIL LOG-EOF-OK
            CLOSE ARCHLOG
            .
       P230-END.


      *>      OPEN THE QUEUE, ITS STAGED REWRITE, THE QUOTE MASTER AND
      *>      THE MANIFEST. A MISSING MASTER IS NOT FATAL: REQUESTS
      *>      THAT ONLY REACH ARCHIVED DATES CAN STILL BE SERVED.
       P300-START.
            OPEN INPUT XTRQIN
            EVALUATE WS-FS-1
                WHEN 00
                    CONTINUE
                WHEN 35
                    DISPLAY 'NO EXTRACTREQ.TXT FOUND, NOTHING TO SERVE'
                    PERFORM P999-EXIT
                WHEN 37
                    DISPLAY 'PERMISSION DENIED OPENING EXTRACTREQ.TXT'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD EXTRACTREQ.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            OPEN OUTPUT XTRQNEW
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'FAILED TO CREATE EXTRACTREQ.NEW'
                DISPLAY 'FILE STATUS.: ' WS-FS-2
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            OPEN INPUT QUOTMAST
            EVALUATE WS-FS-4
                WHEN 00
                    SET MASTER-OPEN TO TRUE
                WHEN 35
                    DISPLAY 'NO QUOTMASTER.DAT FOUND, ONLY ARCHIVED '
                            'DATES CAN BE SERVED'
                WHEN OTHER
                    DISPLAY 'FAILED TO OPEN QUOTMASTER.DAT, ONLY '
                            'ARCHIVED DATES CAN BE SERVED'
                    DISPLAY 'FILE STATUS.: ' WS-FS-4
            END-EVALUATE
            OPEN EXTEND MANIFEST
            IF WS-FS-8 EQUAL 35 THEN
                OPEN OUTPUT MANIFEST
            END-IF
            IF NOT FS-OK OF WS-FS-8 THEN
                DISPLAY 'FAILED TO OPEN EXTRACTMANIFEST.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-8
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            SET MANIFEST-OPEN TO TRUE
            .
       P300-END.


      *>      WALK THE QUEUE, COLLECTING EACH REQUEST'S LINES AND
      *>      SERVING THE GROUP WHEN THE NEXT HEADER (OR THE END OF
      *>      THE FILE) CLOSES IT
       P400-START.
            SET EOF-OK TO FALSE
            SET GRP-ACTIVE TO FALSE
            PERFORM P410-START THRU P410-END
                UNTIL EOF-OK
            IF GRP-ACTIVE THEN
                PERFORM P450-START THRU P450-END
            END-IF
            .
       P400-END.


      *>      READ ONE QUEUE LINE AND FILE IT UNDER ITS REQUEST
       P410-START.
            IF NOT FS-OK OF WS-FS-1 THEN
                DISPLAY 'ERROR WHILE READING EXTRACTREQ.TXT'
                DISPLAY 'ERROR CODE.: ' WS-FS-1
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            READ XTRQIN INTO WS-READ-LINE
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P410-END
            END-READ
            ADD 1 TO WS-LINES-READ
            MOVE WS-READ-LINE TO EXTR-REQ-REC
            IF XR-IS-HEADER AND XR-REQID NOT = SPACES THEN
                IF GRP-ACTIVE THEN
                    PERFORM P450-START THRU P450-END
                END-IF
                SET GRP-ACTIVE TO TRUE
                SET GRP-OVERFLOW TO FALSE
                MOVE XR-REQID TO WS-GRP-REQID
                MOVE 1 TO WS-GRP-COUNT
                MOVE WS-READ-LINE TO WS-GRP-LINE(1)
                ADD 1 TO WS-REQ-READ
                GO TO P410-END
            END-IF
            IF GRP-ACTIVE AND XR-REQID = WS-GRP-REQID THEN
                IF WS-GRP-COUNT < 999 THEN
                    ADD 1 TO WS-GRP-COUNT
                    MOVE WS-READ-LINE TO WS-GRP-LINE(WS-GRP-COUNT)
                    GO TO P410-END
                END-IF
                SET GRP-OVERFLOW TO TRUE
            END-IF
      *>      A LINE OUTSIDE ANY REQUEST (BLANK, A NOTE, OR AN ITEM
      *>      WITH NO HEADER) CLOSES THE CURRENT GROUP AND IS KEPT
      *>      WHERE IT IS
            IF GRP-ACTIVE THEN
                PERFORM P450-START THRU P450-END
            END-IF
            IF WS-READ-LINE NOT = SPACES THEN
                ADD 1 TO WS-LINES-ORPHAN
                DISPLAY 'LINE NOT UNDER A REQUEST HEADER, KEPT AS '
                        'IS.: ' XR-REQID ' ' XR-RECTYPE
            END-IF
            MOVE WS-READ-LINE TO XTRQ-NEW-LINE
            PERFORM P461-START THRU P461-END
            .
       P410-END.


      *>      SERVE THE COLLECTED GROUP IF ITS REQUEST IS PENDING, THEN
      *>      WRITE ITS LINES BACK TO THE STAGED QUEUE
       P450-START.
            MOVE WS-GRP-LINE(1) TO EXTR-REQ-REC
            IF XR-PENDING THEN
                PERFORM P500-START THRU P500-END
            ELSE
                ADD 1 TO WS-REQ-SKIPPED
            END-IF
            PERFORM P460-START THRU P460-END
                VARYING WS-GRP-X FROM 1 BY 1
                UNTIL WS-GRP-X > WS-GRP-COUNT
            SET GRP-ACTIVE TO FALSE
            SET GRP-OVERFLOW TO FALSE
            MOVE 0 TO WS-GRP-COUNT
            .
       P450-END.


      *>      WRITE ONE GROUP LINE TO THE STAGED QUEUE
       P460-START.
            MOVE WS-GRP-LINE(WS-GRP-X) TO XTRQ-NEW-LINE
            PERFORM P461-START THRU P461-END
            .
       P460-END.


       P461-START.
            WRITE XTRQ-NEW-LINE
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'FAILED WRITING EXTRACTREQ.NEW, THE QUEUE '
                        'HAS NOT BEEN TOUCHED'
                DISPLAY 'FILE STATUS.: ' WS-FS-2
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            ADD 1 TO WS-LINES-WRITTEN
            .
       P461-END.


      *>      SERVE ONE PENDING REQUEST: VALIDATE IT, PRODUCE ITS
      *>      EXTRACT, STAMP THE OUTCOME IN THE HEADER AND LOG IT
       P500-START.
            SET RQ-FAILED TO FALSE
            SET RQ-WRITE-ERR TO FALSE
            MOVE SPACES TO WS-RQ-REASON
            MOVE SPACES TO WS-RQ-OUTNAME
            MOVE 0 TO WS-RQ-ROWS
            MOVE 0 TO WS-RQ-DUPS
            MOVE 0 TO WS-CODE-COUNT
            MOVE 0 TO WS-SEL-COUNT
            MOVE XR-REQID     TO WS-RQ-REQID
            MOVE XR-REQUESTOR TO WS-RQ-REQUESTOR
            DISPLAY 'REQUEST ' WS-RQ-REQID ' FOR ' WS-RQ-REQUESTOR
            PERFORM P510-START THRU P510-END
            IF NOT RQ-FAILED THEN
                PERFORM P520-START THRU P520-END
            END-IF
            IF NOT RQ-FAILED THEN
                PERFORM P540-START THRU P540-END
            END-IF
            IF NOT RQ-FAILED THEN
                PERFORM P550-START THRU P550-END
            END-IF
            PERFORM P590-START THRU P590-END
            PERFORM P595-START THRU P595-END
            .
       P500-END.


      *>      RECORD THE FIRST REASON A REQUEST CANNOT BE SERVED
       P505-START.
            IF NOT RQ-FAILED THEN
                SET RQ-FAILED TO TRUE
                MOVE WS-FAIL-TEXT TO WS-RQ-REASON
            END-IF
            .
       P505-END.


      *>      CHECK THE HEADER: REQUEST ID USABLE IN A FILE NAME,
      *>      REQUESTOR, DATE RANGE, FORMAT AND SERIES, THEN WORK OUT
      *>      WHICH SOURCES THE RANGE REACHES
       P510-START.
            MOVE 0 TO WS-RQ-BADCHARS
            INSPECT WS-RQ-REQID TALLYING WS-RQ-BADCHARS
                FOR ALL '.' ALL '/' ALL '\' ALL ':'
            IF WS-RQ-REQID(1:1) = SPACE OR WS-RQ-BADCHARS > 0 THEN
                MOVE 'INVALID REQUEST ID' TO WS-FAIL-TEXT
                PERFORM P505-START THRU P505-END
                GO TO P510-END
            END-IF
            IF GRP-OVERFLOW THEN
                MOVE 'MORE THAN 999 LINES IN THE REQUEST'
                     TO WS-FAIL-TEXT
                PERFORM P505-START THRU P505-END
                GO TO P510-END
            END-IF
            IF WS-RQ-REQUESTOR = SPACES THEN
                MOVE 'REQUESTOR ID MISSING' TO WS-FAIL-TEXT
                PERFORM P505-START THRU P505-END
                GO TO P510-END
            END-IF
            EVALUATE TRUE
                WHEN XR-DATE-FROM = SPACES
                    MOVE 0 TO WS-RQ-FROM
                WHEN XR-DATE-FROM IS NUMERIC
                    MOVE XR-DATE-FROM TO WS-RQ-FROM
                WHEN OTHER
                    MOVE 'INVALID START DATE' TO WS-FAIL-TEXT
                    PERFORM P505-START THRU P505-END
                    GO TO P510-END
            END-EVALUATE
            EVALUATE TRUE
                WHEN XR-DATE-TO = SPACES
                    MOVE 99999999 TO WS-RQ-TO
                WHEN XR-DATE-TO IS NUMERIC
                    MOVE XR-DATE-TO TO WS-RQ-TO
                WHEN OTHER
                    MOVE 'INVALID END DATE' TO WS-FAIL-TEXT
                    PERFORM P505-START THRU P505-END
                    GO TO P510-END
            END-EVALUATE
            IF WS-RQ-FROM > WS-RQ-TO THEN
                MOVE 'START DATE AFTER END DATE' TO WS-FAIL-TEXT
                PERFORM P505-START THRU P505-END
                GO TO P510-END
            END-IF
            EVALUATE XR-FORMAT
                WHEN SPACES
                WHEN 'CSV'
                    MOVE 'CSV' TO WS-RQ-FORMAT
                    MOVE ','   TO WS-RQ-DELIM
                WHEN 'PIP'
                    MOVE 'PIP' TO WS-RQ-FORMAT
                    MOVE '|'   TO WS-RQ-DELIM
                WHEN 'FIX'
                    MOVE 'FIX' TO WS-RQ-FORMAT
                    MOVE SPACE TO WS-RQ-DELIM
                WHEN OTHER
                    MOVE 'UNKNOWN OUTPUT FORMAT' TO WS-FAIL-TEXT
                    PERFORM P505-START THRU P505-END
                    GO TO P510-END
            END-EVALUATE
            EVALUATE XR-SERIES
                WHEN SPACE
                WHEN 'N'
                    MOVE 'N' TO WS-RQ-SERIES
                WHEN 'Y'
                    MOVE 'Y' TO WS-RQ-SERIES
                WHEN OTHER
                    MOVE 'SERIES MUST BE N OR Y' TO WS-FAIL-TEXT
                    PERFORM P505-START THRU P505-END
                    GO TO P510-END
            END-EVALUATE
            SET NEED-ARCHIVE TO FALSE
            SET NEED-MASTER TO FALSE
            IF WS-RQ-FROM < WS-LIVE-FROM THEN
                SET NEED-ARCHIVE TO TRUE
            END-IF
            IF WS-RQ-TO NOT < WS-LIVE-FROM THEN
                SET NEED-MASTER TO TRUE
                MOVE WS-RQ-FROM TO WS-MASTER-FROM
                IF WS-MASTER-FROM < WS-LIVE-FROM THEN
                    MOVE WS-LIVE-FROM TO WS-MASTER-FROM
                END-IF
            END-IF
            .
       P510-END.


      *>      COLLECT THE TICKER, ISIN AND COLUMN LINES
       P520-START.
            PERFORM P521-START THRU P521-END
                VARYING WS-GRP-X FROM 2 BY 1
                UNTIL WS-GRP-X > WS-GRP-COUNT
                   OR RQ-FAILED
            IF RQ-FAILED THEN
                GO TO P520-END
            END-IF
            IF WS-CODE-COUNT = 0 THEN
                MOVE 'NO TICKER OR CODISI GIVEN' TO WS-FAIL-TEXT
                PERFORM P505-START THRU P505-END
                GO TO P520-END
            END-IF
      *>      NO COLUMN LINE AT ALL MEANS EVERY COLUMN
            IF WS-SEL-COUNT = 0 THEN
                PERFORM P535-START THRU P535-END
            END-IF
            .
       P520-END.


      *>      INTERPRET ONE LINE OF THE GROUP
       P521-START.
            MOVE WS-GRP-LINE(WS-GRP-X) TO EXTR-REQ-REC
            EVALUATE TRUE
                WHEN XR-IS-TICKER
                WHEN XR-IS-ISIN
                    IF XR-CODE NOT = SPACES THEN
                        IF WS-CODE-COUNT < 999 THEN
                            ADD 1 TO WS-CODE-COUNT
                            MOVE XR-RECTYPE
                                 TO WS-CODE-TYPE(WS-CODE-COUNT)
                            MOVE XR-CODE
                                 TO WS-CODE-VALUE(WS-CODE-COUNT)
                        END-IF
                    END-IF
                WHEN XR-IS-COLUMNS
                    MOVE 1 TO WS-COL-PTR
                    PERFORM P530-START THRU P530-END
                        UNTIL WS-COL-PTR > 121
                           OR RQ-FAILED
                WHEN XR-IS-HEADER
                    MOVE 'DUPLICATE HEADER LINE' TO WS-FAIL-TEXT
                    PERFORM P505-START THRU P505-END
                WHEN OTHER
                    MOVE 'UNKNOWN LINE TYPE' TO WS-FAIL-TEXT
                    PERFORM P505-START THRU P505-END
            END-EVALUATE
            .
       P521-END.


      *>      TAKE THE NEXT COLUMN NAME OFF A COLUMN LINE
       P530-START.
            MOVE SPACES TO WS-COL-TOKEN
            UNSTRING XR-COLLIST
                DELIMITED BY ',' OR ALL SPACE
                INTO WS-COL-TOKEN
                WITH POINTER WS-COL-PTR
            END-UNSTRING
            IF WS-COL-TOKEN = SPACES THEN
                GO TO P530-END
            END-IF
            IF WS-COL-TOKEN = 'ALL' THEN
                PERFORM P535-START THRU P535-END
                GO TO P530-END
            END-IF
            SET WS-CD-X TO 1
            SET CD-FOUND TO FALSE
            SEARCH WS-COLDEF
                AT END CONTINUE
                WHEN WS-CD-NAME(WS-CD-X) = WS-COL-TOKEN
                    SET CD-FOUND TO TRUE
            END-SEARCH
            IF NOT CD-FOUND THEN
                MOVE SPACES TO WS-FAIL-TEXT
                STRING 'UNKNOWN COLUMN '  DELIMITED BY SIZE
                       WS-COL-TOKEN       DELIMITED BY SPACE
                       INTO WS-FAIL-TEXT
                END-STRING
                PERFORM P505-START THRU P505-END
                GO TO P530-END
            END-IF
            PERFORM P536-START THRU P536-END
            .
       P530-END.


      *>      SELECT EVERY COLUMN THE RANGE CAN BE SERVED WITH: ALL OF
      *>      THEM FOR AN ARCHIVE-ONLY RANGE, THE MASTER'S OTHERWISE
       P535-START.
            PERFORM P537-START THRU P537-END
                VARYING WS-CD-X FROM 1 BY 1
                UNTIL WS-CD-X > 33
            .
       P535-END.


      *>      ADD THE COLUMN AT WS-CD-X TO THE SELECTION UNLESS IT IS
      *>      ALREADY THERE
       P536-START.
            SET WS-SEL-X TO 1
            SET SEL-FOUND TO FALSE
            IF WS-SEL-COUNT > 0 THEN
                SEARCH WS-SEL-COL
                    AT END CONTINUE
                    WHEN WS-SEL-X > WS-SEL-COUNT
                        CONTINUE
                    WHEN WS-SEL-COL(WS-SEL-X) = WS-CD-X
                        SET SEL-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT SEL-FOUND AND WS-SEL-COUNT < 33 THEN
                ADD 1 TO WS-SEL-COUNT
                SET WS-SEL-COL(WS-SEL-COUNT) TO WS-CD-X
            END-IF
            .
       P536-END.


       P537-START.
            IF NOT NEED-MASTER OR WS-CD-MASTER(WS-CD-X) = 'M' THEN
                PERFORM P536-START THRU P536-END
            END-IF
            .
       P537-END.


      *>      A RANGE THAT REACHES THE LIVE WINDOW NEEDS THE MASTER,
      *>      AND MAY ONLY ASK FOR COLUMNS THE MASTER CARRIES
       P540-START.
            IF NEED-MASTER AND NOT MASTER-OPEN THEN
                MOVE 'QUOTMASTER.DAT NOT AVAILABLE' TO WS-FAIL-TEXT
                PERFORM P505-START THRU P505-END
                GO TO P540-END
            END-IF
            IF NEED-MASTER THEN
                PERFORM P541-START THRU P541-END
                    VARYING WS-SEL-X FROM 1 BY 1
                    UNTIL WS-SEL-X > WS-SEL-COUNT
                       OR RQ-FAILED
            END-IF
            .
       P540-END.


       P541-START.
            SET WS-CD-X TO WS-SEL-COL(WS-SEL-X)
            IF WS-CD-MASTER(WS-CD-X) NOT = 'M' THEN
                MOVE SPACES TO WS-FAIL-TEXT
                STRING 'COLUMN '               DELIMITED BY SIZE
                       WS-CD-NAME(WS-CD-X)     DELIMITED BY SPACE
                       ' NOT HELD IN QUOTMASTER' DELIMITED BY SIZE
                       INTO WS-FAIL-TEXT
                END-STRING
                PERFORM P505-START THRU P505-END
            END-IF
            .
       P541-END.


      *>      PRODUCE THE EXTRACT FILE: COLUMN HEADING, THEN EVERY
      *>      MATCHING ROW FROM THE ARCHIVES AND THE MASTER, SORTED
      *>      AND WITH REPEATS DROPPED
       P550-START.
            MOVE SPACES TO WS-RQ-OUTNAME
            STRING 'EXTRACT_'           DELIMITED BY SIZE
                   WS-RQ-REQID          DELIMITED BY SPACE
                   '.TXT'               DELIMITED BY SIZE
                   INTO WS-RQ-OUTNAME
            END-STRING
            MOVE SPACES TO WS-XTRQOUT-FILE
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   WS-RQ-OUTNAME        DELIMITED BY SPACE
                   INTO WS-XTRQOUT-FILE
            END-STRING
            OPEN OUTPUT XTRQOUT
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO CREATE ' WS-RQ-OUTNAME
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                MOVE 'CANNOT CREATE THE EXTRACT FILE' TO WS-FAIL-TEXT
                PERFORM P505-START THRU P505-END
                GO TO P550-END
            END-IF
            PERFORM P555-START THRU P555-END
            SORT SORTFILE
                ON ASCENDING KEY SORT-CODNEG
                                 SORT-DATEEX
                                 SORT-TPMERC
                                 SORT-TIPREG
                                 SORT-RANK
                INPUT PROCEDURE IS P560-START THRU P560-END
                OUTPUT PROCEDURE IS P580-START THRU P580-END
            CLOSE XTRQOUT
            IF RQ-WRITE-ERR THEN
                MOVE 'WRITE ERROR ON THE EXTRACT FILE' TO WS-FAIL-TEXT
                PERFORM P505-START THRU P505-END
            END-IF
            .
       P550-END.


      *>      COLUMN-NAME HEADING, IN THE SAME LAYOUT AS THE ROWS
       P555-START.
            MOVE SPACES TO WS-OUT-REC
            MOVE 1 TO WS-OUT-PTR
            PERFORM P556-START THRU P556-END
                VARYING WS-SEL-X FROM 1 BY 1
                UNTIL WS-SEL-X > WS-SEL-COUNT
            WRITE XTRQ-OUT-LINE FROM WS-OUT-REC
            IF NOT FS-OK OF WS-FS-7 THEN
                SET RQ-WRITE-ERR TO TRUE
            END-IF
            .
       P555-END.


       P556-START.
            SET WS-CD-X TO WS-SEL-COL(WS-SEL-X)
            IF RQ-FIXED THEN
                MOVE WS-CD-WIDTH(WS-CD-X) TO WS-CUR-WIDTH
                MOVE WS-CD-NAME(WS-CD-X) TO WS-CELL
                STRING WS-CELL(1:WS-CUR-WIDTH) DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       INTO WS-OUT-REC
                       WITH POINTER WS-OUT-PTR
                END-STRING
            ELSE
                IF WS-SEL-X > 1 THEN
                    STRING WS-RQ-DELIM      DELIMITED BY SIZE
                           INTO WS-OUT-REC
                           WITH POINTER WS-OUT-PTR
                    END-STRING
                END-IF
                STRING WS-CD-NAME(WS-CD-X) DELIMITED BY SPACE
                       INTO WS-OUT-REC
                       WITH POINTER WS-OUT-PTR
                END-STRING
            END-IF
            .
       P556-END.


      *>      RELEASE THE MATCHING ROWS: ARCHIVED YEARS FIRST, THEN
      *>      THE MASTER, ONE KEYED BROWSE PER REQUESTED CODE
       P560-START.
            IF NEED-ARCHIVE THEN
                COMPUTE WS-YEAR-FROM = WS-RQ-FROM / 10000
                COMPUTE WS-YEAR-TO   = WS-LIVE-FROM / 10000
                IF WS-YEAR-FROM < 1986 THEN
                    MOVE 1986 TO WS-YEAR-FROM
                END-IF
                IF WS-RQ-TO / 10000 < WS-YEAR-TO THEN
                    COMPUTE WS-YEAR-TO = WS-RQ-TO / 10000
                END-IF
                PERFORM P561-START THRU P561-END
                    VARYING WS-SCAN-YEAR FROM WS-YEAR-FROM BY 1
                    UNTIL WS-SCAN-YEAR > WS-YEAR-TO
            END-IF
            IF NEED-MASTER THEN
                PERFORM P565-START THRU P565-END
                    VARYING WS-CODE-X FROM 1 BY 1
                    UNTIL WS-CODE-X > WS-CODE-COUNT
            END-IF
            .
       P560-END.


      *>      READ ONE ARCHIVE YEAR IF THE RETENTION JOB EVER MOVED
      *>      ROWS THERE
       P561-START.
            SET WS-AY-X TO 1
            SET ARCH-YEAR-FOUND TO FALSE
            IF WS-ARCH-YEAR-COUNT > 0 THEN
                SEARCH WS-ARCH-YEAR
                    AT END CONTINUE
                    WHEN WS-AY-X > WS-ARCH-YEAR-COUNT
                        CONTINUE
                    WHEN WS-ARCH-YEAR(WS-AY-X) = WS-SCAN-YEAR
                        SET ARCH-YEAR-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT ARCH-YEAR-FOUND THEN
                GO TO P561-END
            END-IF
            MOVE SPACES TO WS-ARCHIN-FILE
            STRING WS-DATA-DIR      DELIMITED BY SPACE
                   'OUTPUT.A'       DELIMITED BY SIZE
                   WS-SCAN-YEAR     DELIMITED BY SIZE
                   '.TXT'           DELIMITED BY SIZE
                   INTO WS-ARCHIN-FILE
            END-STRING
            SET ARCH-EOF-OK TO FALSE
            OPEN INPUT ARCHIN
            IF NOT FS-OK OF WS-FS-6 THEN
                DISPLAY 'ARCHIVE NOT READABLE, SKIPPED.: '
                        WS-ARCHIN-FILE
                DISPLAY 'FILE STATUS.: ' WS-FS-6
                GO TO P561-END
            END-IF
            PERFORM P562-START THRU P562-END
                UNTIL ARCH-EOF-OK
            CLOSE ARCHIN
            .
       P561-END.


      *>      READ ONE ARCHIVED ROW AND RELEASE IT WHEN IT MATCHES
       P562-START.
            READ ARCHIN
                AT END
                    SET ARCH-EOF-OK TO TRUE
                    GO TO P562-END
            END-READ
            IF NOT FS-OK OF WS-FS-6 THEN
                DISPLAY 'ERROR WHILE READING ' WS-ARCHIN-FILE
                DISPLAY 'ERROR CODE.: ' WS-FS-6
                SET ARCH-EOF-OK TO TRUE
                GO TO P562-END
            END-IF
            IF HIST-DATEEX OF ARCHIN < WS-RQ-FROM
            OR HIST-DATEEX OF ARCHIN > WS-RQ-TO
            OR HIST-DATEEX OF ARCHIN NOT < WS-LIVE-FROM THEN
                GO TO P562-END
            END-IF
            MOVE HIST-ADJUSTED OF ARCHIN TO WS-ROW-SERIES
            IF WS-ROW-SERIES = SPACE THEN
                MOVE 'N' TO WS-ROW-SERIES
            END-IF
            IF WS-ROW-SERIES NOT = WS-RQ-SERIES THEN
                GO TO P562-END
            END-IF
            SET WS-CODE-X TO 1
            SET CODE-FOUND TO FALSE
            SEARCH WS-CODE-ENTRY
                AT END CONTINUE
                WHEN WS-CODE-X > WS-CODE-COUNT
                    CONTINUE
                WHEN WS-CODE-TYPE(WS-CODE-X) = 'T'
                 AND WS-CODE-VALUE(WS-CODE-X) = HIST-CODNEG OF ARCHIN
                    SET CODE-FOUND TO TRUE
                WHEN WS-CODE-TYPE(WS-CODE-X) = 'I'
                 AND WS-CODE-VALUE(WS-CODE-X) = HIST-CODISI OF ARCHIN
                    SET CODE-FOUND TO TRUE
            END-SEARCH
            IF NOT CODE-FOUND THEN
                GO TO P562-END
            END-IF
            PERFORM P563-START THRU P563-END
            ADD 1 TO WS-ROWS-ARCHIVE
            PERFORM P570-START THRU P570-END
            .
       P562-END.


      *>      TAKE AN ARCHIVED CSV ROW INTO THE WORK ROW
       P563-START.
            MOVE HIST-TIPREG OF ARCHIN   TO WS-XQ-TIPREG
            MOVE HIST-DATEEX OF ARCHIN   TO WS-XQ-DATEEX
            MOVE HIST-CODBDI OF ARCHIN   TO WS-XQ-CODBDI
            MOVE HIST-CODNEG OF ARCHIN   TO WS-XQ-CODNEG
            MOVE HIST-TPMERC OF ARCHIN   TO WS-XQ-TPMERC
            MOVE HIST-NOMRES OF ARCHIN   TO WS-XQ-NOMRES
            MOVE HIST-ESPECI OF ARCHIN   TO WS-XQ-ESPECI
            MOVE HIST-PRAZOT OF ARCHIN   TO WS-XQ-PRAZOT
            MOVE HIST-MODREF OF ARCHIN   TO WS-XQ-MODREF
            MOVE HIST-PREABE OF ARCHIN   TO WS-XQ-PREABE
            MOVE HIST-PREMAX OF ARCHIN   TO WS-XQ-PREMAX
            MOVE HIST-PREMIN OF ARCHIN   TO WS-XQ-PREMIN
            MOVE HIST-PREMED OF ARCHIN   TO WS-XQ-PREMED
            MOVE HIST-PREULT OF ARCHIN   TO WS-XQ-PREULT
            MOVE HIST-PREOFC OF ARCHIN   TO WS-XQ-PREOFC
            MOVE HIST-PREOFV OF ARCHIN   TO WS-XQ-PREOFV
            MOVE HIST-TOTNEG OF ARCHIN   TO WS-XQ-TOTNEG
            MOVE HIST-QUATOT OF ARCHIN   TO WS-XQ-QUATOT
            MOVE HIST-VOLTOT OF ARCHIN   TO WS-XQ-VOLTOT
            MOVE HIST-PREEXE OF ARCHIN   TO WS-XQ-PREEXE
            MOVE HIST-INDOPC OF ARCHIN   TO WS-XQ-INDOPC
            MOVE HIST-DATVEN OF ARCHIN   TO WS-XQ-DATVEN
            MOVE HIST-FATCOT OF ARCHIN   TO WS-XQ-FATCOT
            MOVE HIST-PTOEXE OF ARCHIN   TO WS-XQ-PTOEXE
            MOVE HIST-CODISI OF ARCHIN   TO WS-XQ-CODISI
            MOVE HIST-DISMES OF ARCHIN   TO WS-XQ-DISMES
            MOVE HIST-ISOPTION OF ARCHIN TO WS-XQ-ISOPTION
            MOVE HIST-ADJUSTED OF ARCHIN TO WS-XQ-ADJUSTED
            MOVE HIST-SECNAME OF ARCHIN  TO WS-XQ-SECNAME
            MOVE HIST-ORIGNEG OF ARCHIN  TO WS-XQ-ORIGNEG
            MOVE HIST-SRCFID OF ARCHIN   TO WS-XQ-SRCFID
            MOVE HIST-SRCREC OF ARCHIN   TO WS-XQ-SRCREC
            MOVE HIST-CADENCE OF ARCHIN  TO WS-XQ-CADENCE
            .
       P563-END.


      *>      BROWSE THE MASTER FOR ONE REQUESTED CODE: A TICKER BY
      *>      THE PRIMARY KEY FROM THE FIRST DATE OF THE RANGE, AN
      *>      ISIN BY THE CODISI ALTERNATE KEY
       P565-START.
            SET BROWSE-DONE TO FALSE
            MOVE WS-CODE-VALUE(WS-CODE-X) TO WS-CUR-CODE
            IF WS-CODE-TYPE(WS-CODE-X) = 'T' THEN
                MOVE WS-CUR-CODE     TO QM-CODNEG
                MOVE WS-MASTER-FROM  TO QM-DATEEX
                MOVE 0               TO QM-TPMERC
                MOVE 0               TO QM-TIPREG
                START QUOTMAST KEY NOT < QM-KEY
                    INVALID KEY SET BROWSE-DONE TO TRUE
                END-START
            ELSE
                MOVE WS-CUR-CODE     TO QM-CODISI
                START QUOTMAST KEY = QM-CODISI
                    INVALID KEY SET BROWSE-DONE TO TRUE
                END-START
            END-IF
            PERFORM P566-START THRU P566-END
                UNTIL BROWSE-DONE
            .
       P565-END.


      *>      READ THE NEXT MASTER ROW, STOP PAST THE CODE OR RANGE
       P566-START.
            READ QUOTMAST NEXT RECORD
                AT END
                    SET BROWSE-DONE TO TRUE
                    GO TO P566-END
            END-READ
            IF WS-CODE-TYPE(WS-CODE-X) = 'T' THEN
                IF QM-CODNEG NOT = WS-CUR-CODE
                OR QM-DATEEX > WS-RQ-TO THEN
                    SET BROWSE-DONE TO TRUE
                    GO TO P566-END
                END-IF
            ELSE
                IF QM-CODISI NOT = WS-CUR-CODE THEN
                    SET BROWSE-DONE TO TRUE
                    GO TO P566-END
                END-IF
                IF QM-DATEEX < WS-MASTER-FROM
                OR QM-DATEEX > WS-RQ-TO THEN
                    GO TO P566-END
                END-IF
            END-IF
            MOVE QM-ADJUSTED TO WS-ROW-SERIES
            IF WS-ROW-SERIES = SPACE THEN
                MOVE 'N' TO WS-ROW-SERIES
            END-IF
            IF WS-ROW-SERIES NOT = WS-RQ-SERIES THEN
                GO TO P566-END
            END-IF
            PERFORM P567-START THRU P567-END
            ADD 1 TO WS-ROWS-MASTER
            PERFORM P570-START THRU P570-END
            .
       P566-END.


      *>      TAKE A MASTER RECORD INTO THE WORK ROW. COLUMNS THE
      *>      MASTER DOES NOT CARRY ARE NEVER SELECTED FOR THESE ROWS
      *>      (P540-START) AND STAY BLANK OR ZERO.
       P567-START.
            INITIALIZE WS-XQ-ROW
            MOVE QM-TIPREG               TO WS-XQ-TIPREG
            MOVE QM-DATEEX               TO WS-XQ-DATEEX
            MOVE QM-CODBDI               TO WS-XQ-CODBDI
            MOVE QM-CODNEG               TO WS-XQ-CODNEG
            MOVE QM-TPMERC               TO WS-XQ-TPMERC
            MOVE QM-PREABE               TO WS-XQ-PREABE
            MOVE QM-PREMAX               TO WS-XQ-PREMAX
            MOVE QM-PREMIN               TO WS-XQ-PREMIN
            MOVE QM-PREMED               TO WS-XQ-PREMED
            MOVE QM-PREULT               TO WS-XQ-PREULT
            MOVE QM-PREOFC               TO WS-XQ-PREOFC
            MOVE QM-PREOFV               TO WS-XQ-PREOFV
            MOVE QM-TOTNEG               TO WS-XQ-TOTNEG
            MOVE QM-QUATOT               TO WS-XQ-QUATOT
            MOVE QM-VOLTOT               TO WS-XQ-VOLTOT
            MOVE QM-CODISI               TO WS-XQ-CODISI
            MOVE QM-ADJUSTED             TO WS-XQ-ADJUSTED
            MOVE QM-SECNAME              TO WS-XQ-SECNAME
            MOVE QM-SRCFID               TO WS-XQ-SRCFID
            MOVE QM-SRCREC               TO WS-XQ-SRCREC
            MOVE QM-CADENCE              TO WS-XQ-CADENCE
            .
       P567-END.


      *>      RENDER THE WORK ROW IN THE REQUESTED COLUMNS AND FORMAT
      *>      AND RELEASE IT TO THE SORT. THE CADENCE RANK PUTS AN
      *>      ANNUAL ROW AHEAD OF A MONTHLY OR DAILY ONE FOR THE SAME
      *>      QUOTE, SO THE COARSER DELIVERY IS THE ONE KEPT.
       P570-START.
            MOVE SPACES TO WS-OUT-REC
            MOVE 1 TO WS-OUT-PTR
            PERFORM P571-START THRU P571-END
                VARYING WS-SEL-X FROM 1 BY 1
                UNTIL WS-SEL-X > WS-SEL-COUNT
            MOVE WS-XQ-CODNEG   TO SORT-CODNEG
            MOVE WS-XQ-DATEEX   TO SORT-DATEEX
            MOVE WS-XQ-TPMERC   TO SORT-TPMERC
            MOVE WS-XQ-TIPREG   TO SORT-TIPREG
            EVALUATE WS-XQ-CADENCE
                WHEN 'D'
                    MOVE 3 TO SORT-RANK
                WHEN 'M'
                    MOVE 2 TO SORT-RANK
                WHEN OTHER
                    MOVE 1 TO SORT-RANK
            END-EVALUATE
            MOVE WS-OUT-REC     TO SORT-LINE
            RELEASE SORT-REC
            .
       P570-END.


      *>      APPEND ONE CELL TO THE OUTPUT LINE. FIXED WIDTH PADS OR
      *>      CUTS THE CELL TO THE COLUMN WIDTH; DELIMITED FORMATS
      *>      DROP THE PADDING AND QUOTE TEXT HOLDING THE DELIMITER.
       P571-START.
            MOVE WS-SEL-COL(WS-SEL-X) TO WS-CUR-COL
            PERFORM P572-START THRU P572-END
            IF RQ-FIXED THEN
                SET WS-CD-X TO WS-CUR-COL
                MOVE WS-CD-WIDTH(WS-CD-X) TO WS-CUR-WIDTH
                STRING WS-CELL(1:WS-CUR-WIDTH) DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       INTO WS-OUT-REC
                       WITH POINTER WS-OUT-PTR
                END-STRING
                GO TO P571-END
            END-IF
            IF WS-SEL-X > 1 THEN
                STRING WS-RQ-DELIM      DELIMITED BY SIZE
                       INTO WS-OUT-REC
                       WITH POINTER WS-OUT-PTR
                END-STRING
            END-IF
            IF WS-CELL = SPACES THEN
                GO TO P571-END
            END-IF
            IF CELL-NUMERIC THEN
                MOVE 0 TO WS-CELL-LEAD
                INSPECT WS-CELL TALLYING WS-CELL-LEAD
                    FOR LEADING SPACES
                STRING WS-CELL(WS-CELL-LEAD + 1:) DELIMITED BY SPACE
                       INTO WS-OUT-REC
                       WITH POINTER WS-OUT-PTR
                END-STRING
                GO TO P571-END
            END-IF
            MOVE 0 TO WS-CELL-DELIMS
            INSPECT WS-CELL TALLYING WS-CELL-DELIMS
                FOR ALL WS-RQ-DELIM
            IF WS-CELL-DELIMS > 0 THEN
                STRING '"'                        DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CELL TRAILING)
                                                  DELIMITED BY SIZE
                       '"'                        DELIMITED BY SIZE
                       INTO WS-OUT-REC
                       WITH POINTER WS-OUT-PTR
                END-STRING
            ELSE
                STRING FUNCTION TRIM(WS-CELL TRAILING)
                                                  DELIMITED BY SIZE
                       INTO WS-OUT-REC
                       WITH POINTER WS-OUT-PTR
                END-STRING
            END-IF
            .
       P571-END.


      *>      FETCH ONE COLUMN OF THE WORK ROW AS DISPLAY TEXT. CODES,
      *>      DATES AND LINEAGE COME OUT AS STORED; PRICES, VOLUMES
      *>      AND COUNTS ARE EDITED WITH A DECIMAL POINT AND NO
      *>      LEADING ZEROS.
       P572-START.
            MOVE SPACES TO WS-CELL
            SET CELL-NUMERIC TO TRUE
            EVALUATE WS-CUR-COL
                WHEN 01
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-TIPREG   TO WS-CELL
                WHEN 02
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-DATEEX   TO WS-CELL
                WHEN 03
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-CODBDI   TO WS-CELL
                WHEN 04
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-CODNEG   TO WS-CELL
                WHEN 05
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-TPMERC   TO WS-CELL
                WHEN 06
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-NOMRES   TO WS-CELL
                WHEN 07
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-ESPECI   TO WS-CELL
                WHEN 08
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-PRAZOT   TO WS-CELL
                WHEN 09
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-MODREF   TO WS-CELL
                WHEN 10
                    MOVE WS-XQ-PREABE   TO WS-ED-PRICE
                    MOVE WS-ED-PRICE    TO WS-CELL
                WHEN 11
                    MOVE WS-XQ-PREMAX   TO WS-ED-PRICE
                    MOVE WS-ED-PRICE    TO WS-CELL
                WHEN 12
                    MOVE WS-XQ-PREMIN   TO WS-ED-PRICE
                    MOVE WS-ED-PRICE    TO WS-CELL
                WHEN 13
                    MOVE WS-XQ-PREMED   TO WS-ED-PRICE
                    MOVE WS-ED-PRICE    TO WS-CELL
                WHEN 14
                    MOVE WS-XQ-PREULT   TO WS-ED-PRICE
                    MOVE WS-ED-PRICE    TO WS-CELL
                WHEN 15
                    MOVE WS-XQ-PREOFC   TO WS-ED-PRICE
                    MOVE WS-ED-PRICE    TO WS-CELL
                WHEN 16
                    MOVE WS-XQ-PREOFV   TO WS-ED-PRICE
                    MOVE WS-ED-PRICE    TO WS-CELL
                WHEN 17
                    MOVE WS-XQ-TOTNEG   TO WS-ED-COUNT
                    MOVE WS-ED-COUNT    TO WS-CELL
                WHEN 18
                    MOVE WS-XQ-QUATOT   TO WS-ED-QTY
                    MOVE WS-ED-QTY      TO WS-CELL
                WHEN 19
                    MOVE WS-XQ-VOLTOT   TO WS-ED-VOLUME
                    MOVE WS-ED-VOLUME   TO WS-CELL
                WHEN 20
                    MOVE WS-XQ-PREEXE   TO WS-ED-PRICE
                    MOVE WS-ED-PRICE    TO WS-CELL
                WHEN 21
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-INDOPC   TO WS-CELL
                WHEN 22
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-DATVEN   TO WS-CELL
                WHEN 23
                    MOVE WS-XQ-FATCOT   TO WS-ED-COUNT
                    MOVE WS-ED-COUNT    TO WS-CELL
                WHEN 24
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-PTOEXE   TO WS-CELL
                WHEN 25
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-CODISI   TO WS-CELL
                WHEN 26
                    MOVE WS-XQ-DISMES   TO WS-ED-COUNT
                    MOVE WS-ED-COUNT    TO WS-CELL
                WHEN 27
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-ISOPTION TO WS-CELL
                WHEN 28
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-ADJUSTED TO WS-CELL
                WHEN 29
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-SECNAME  TO WS-CELL
                WHEN 30
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-ORIGNEG  TO WS-CELL
                WHEN 31
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-SRCFID   TO WS-CELL
                WHEN 32
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-SRCREC   TO WS-CELL
                WHEN 33
                    SET CELL-NUMERIC TO FALSE
                    MOVE WS-XQ-CADENCE  TO WS-CELL
            END-EVALUATE
            .
       P572-END.


      *>      WRITE THE SORTED ROWS, DROPPING A REPEAT OF THE QUOTE
      *>      JUST WRITTEN
       P580-START.
            SET SORT-EOF-OK TO FALSE
            SET PREV-VALID TO FALSE
            PERFORM P581-START THRU P581-END
                UNTIL SORT-EOF-OK
            .
       P580-END.


       P581-START.
            RETURN SORTFILE
                AT END SET SORT-EOF-OK TO TRUE
                NOT AT END
                    PERFORM P582-START THRU P582-END
            END-RETURN
            .
       P581-END.


       P582-START.
            MOVE SORT-CODNEG TO WS-CUR-CODNEG
            MOVE SORT-DATEEX TO WS-CUR-DATEEX
            MOVE SORT-TPMERC TO WS-CUR-TPMERC
            MOVE SORT-TIPREG TO WS-CUR-TIPREG
            IF PREV-VALID AND WS-CUR-KEY = WS-PREV-KEY THEN
                ADD 1 TO WS-RQ-DUPS
                GO TO P582-END
            END-IF
            SET PREV-VALID TO TRUE
            MOVE WS-CUR-KEY TO WS-PREV-KEY
            WRITE XTRQ-OUT-LINE FROM SORT-LINE
            IF NOT FS-OK OF WS-FS-7 THEN
                SET RQ-WRITE-ERR TO TRUE
                GO TO P582-END
            END-IF
            ADD 1 TO WS-RQ-ROWS
            .
       P582-END.


      *>      STAMP THE OUTCOME IN THE REQUEST'S HEADER LINE
       P590-START.
            MOVE WS-GRP-LINE(1) TO EXTR-REQ-REC
            MOVE WS-RUN-DATE TO XR-DONE-DATE
            MOVE WS-RQ-ROWS  TO XR-ROWS
            IF RQ-FAILED THEN
                MOVE 'F' TO XR-STATUS
                MOVE WS-RQ-REASON TO XR-REASON
                ADD 1 TO WS-REQ-FAILED
                DISPLAY '  FAILED.: ' WS-RQ-REASON
            ELSE
                MOVE 'D' TO XR-STATUS
                IF WS-RQ-ROWS = 0 THEN
                    MOVE 'NO MATCHING ROWS' TO XR-REASON
                ELSE
                    MOVE SPACES TO XR-REASON
                END-IF
                ADD 1 TO WS-REQ-DONE
                ADD WS-RQ-ROWS TO WS-ROWS-DELIVERED
                DISPLAY '  DONE, ROWS.: ' WS-RQ-ROWS
                        ' REPEATS DROPPED.: ' WS-RQ-DUPS
                        ' FILE.: ' WS-RQ-OUTNAME
            END-IF
            MOVE EXTR-REQ-REC TO WS-GRP-LINE(1)
            .
       P590-END.


      *>      LOG WHAT WAS DELIVERED TO WHOM IN THE MANIFEST
       P595-START.
            IF RQ-FAILED THEN
                MOVE 'FAILED' TO WS-MANIFEST-STATUS
            ELSE
                MOVE 'DONE'   TO WS-MANIFEST-STATUS
            END-IF
            MOVE SPACES TO WS-MANIFEST-REC
            STRING WS-RUN-DATE           DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-START-TIME(1:6)    DELIMITED BY SIZE
                   ' REQ='               DELIMITED BY SIZE
                   WS-RQ-REQID           DELIMITED BY SIZE
                   ' BY='                DELIMITED BY SIZE
                   WS-RQ-REQUESTOR       DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-MANIFEST-STATUS    DELIMITED BY SIZE
                   ' ROWS='              DELIMITED BY SIZE
                   WS-RQ-ROWS            DELIMITED BY SIZE
                   ' FMT='               DELIMITED BY SIZE
                   WS-RQ-FORMAT          DELIMITED BY SIZE
                   ' FROM='              DELIMITED BY SIZE
                   WS-RQ-FROM            DELIMITED BY SIZE
                   ' TO='                DELIMITED BY SIZE
                   WS-RQ-TO              DELIMITED BY SIZE
                   ' FILE='              DELIMITED BY SIZE
                   WS-RQ-OUTNAME         DELIMITED BY SIZE
                   INTO WS-MANIFEST-REC
            END-STRING
            IF RQ-FAILED THEN
                MOVE 'REASON=' TO WS-MANIFEST-REC(150:7)
                MOVE WS-RQ-REASON TO WS-MANIFEST-REC(157:40)
            END-IF
            WRITE MANIFEST-LINE FROM WS-MANIFEST-REC
            IF NOT FS-OK OF WS-FS-8 THEN
                DISPLAY 'FAILED WRITING EXTRACTMANIFEST.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-8
                MOVE 1 TO RETURN-CODE
            END-IF
            .
       P595-END.


      *>      PUBLISH THE STAMPED QUEUE BY RENAME ONCE EVERY LINE HAS
      *>      BEEN ACCOUNTED FOR. A RUN THAT SERVED NOTHING LEAVES THE
      *>      QUEUE AS IT WAS.
       P700-START.
            CLOSE XTRQIN
            CLOSE XTRQNEW
            IF WS-REQ-DONE + WS-REQ-FAILED = 0 THEN
                DELETE FILE XTRQNEW
                DISPLAY 'NO PENDING REQUESTS, QUEUE LEFT AS IT WAS'
                GO TO P700-END
            END-IF
            IF WS-LINES-WRITTEN NOT = WS-LINES-READ THEN
                DISPLAY 'STAGED QUEUE DOES NOT RECONCILE WITH THE '
                        'LINES READ, EXTRACTREQ.TXT NOT UPDATED'
                DISPLAY 'READ='     WS-LINES-READ
                        ' WRITTEN=' WS-LINES-WRITTEN
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            OPEN INPUT XTRQPRV
            IF FS-OK OF WS-FS-3 THEN
                CLOSE XTRQPRV
                DELETE FILE XTRQPRV
            END-IF
            MOVE RETURN-CODE TO WS-SAVED-RC
            CALL 'CBL_RENAME_FILE' USING WS-XTRQIN-FILE
                                         WS-XTRQPRV-FILE
            MOVE RETURN-CODE TO WS-RENAME-RC
            MOVE WS-SAVED-RC TO RETURN-CODE
            IF WS-RENAME-RC NOT = 0 THEN
                DISPLAY 'FAILED TO RENAME EXTRACTREQ.TXT TO '
                        'EXTRACTREQ.PRV, THE QUEUE HAS NOT BEEN '
                        'UPDATED'
                DISPLAY 'RENAME STATUS.: ' WS-RENAME-RC
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE RETURN-CODE TO WS-SAVED-RC
            CALL 'CBL_RENAME_FILE' USING WS-XTRQNEW-FILE
                                         WS-XTRQIN-FILE
            MOVE RETURN-CODE TO WS-RENAME-RC
            MOVE WS-SAVED-RC TO RETURN-CODE
            IF WS-RENAME-RC NOT = 0 THEN
                DISPLAY 'FAILED TO RENAME EXTRACTREQ.NEW IN AS THE '
                        'QUEUE. THE PRIOR QUEUE IS EXTRACTREQ.PRV - '
                        'RENAME IT BACK TO EXTRACTREQ.TXT'
                DISPLAY 'RENAME STATUS.: ' WS-RENAME-RC
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            DISPLAY 'QUEUE UPDATED, PRIOR GENERATION KEPT AS '
                    'EXTRACTREQ.PRV'
            .
       P700-END.


      *>      RECONCILIATION SUMMARY
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTXTRQ RECONCILIATION SUMMARY'
            DISPLAY ' QUEUE LINES READ.: '    WS-LINES-READ
            DISPLAY ' LINES WRITTEN....: '    WS-LINES-WRITTEN
            DISPLAY ' LOOSE LINES......: '    WS-LINES-ORPHAN
            DISPLAY ' REQUESTS READ....: '    WS-REQ-READ
            DISPLAY ' ALREADY SERVED...: '    WS-REQ-SKIPPED
            DISPLAY ' DONE.............: '    WS-REQ-DONE
            DISPLAY ' FAILED...........: '    WS-REQ-FAILED
            DISPLAY ' ARCHIVE ROWS.....: '    WS-ROWS-ARCHIVE
            DISPLAY ' MASTER ROWS......: '    WS-ROWS-MASTER
            DISPLAY ' ROWS DELIVERED...: '    WS-ROWS-DELIVERED
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE XTRQIN
            CLOSE XTRQNEW
            CLOSE ARCHIN
            CLOSE XTRQOUT
            IF MASTER-OPEN THEN
                CLOSE QUOTMAST
            END-IF
            IF MANIFEST-OPEN THEN
                CLOSE MANIFEST
            END-IF
            GOBACK.
       END PROGRAM HISTXTRQ.
