      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: TRADE BLOTTER POSTING AGAINST A PERSISTENT LOT
      *        LEDGER. READS THE DAY'S TRADEBLOT.TXT (TRADE DATE,
      *        CODNEG, BUY/SELL, QUANTITY, PRICE, BROKERAGE AND B3
      *        FEES PER LINE), ROLLS THE OPEN LOTS THROUGH THE
      *        SPLITS AND INPLITS IN CORPACTIONS.TXT ON THEIR
      *        EX-DATE, OPENS ONE LOT PER BUY AND CLOSES LOTS PER
      *        SELL - SAME-DAY LOTS FIRST SO A ROUND TRIP IS BOOKED
      *        AS A DAY TRADE, THEN OLDEST FIRST - AND APPENDS ONE
      *        LINE PER CLOSED LOT SLICE TO THE REALISED P&L JOURNAL
      *        REALPLJRNL.TXT. THE LEDGER IS REBUILT UNDER
      *        LOTLEDGER.NEW AND PUBLISHED BY RENAME THE WAY QUOTLOAD
      *        PUBLISHES THE MASTER, THE JOURNAL LINES ARE FOLDED IN
      *        ONLY ONCE THE LEDGER IS PUBLISHED (A RUN THAT STOPS
      *        BETWEEN THE TWO LEAVES THEM IN REALPLWORK.TXT, AND THE
      *        NEXT RUN FOLDS THEM IN BEFORE IT POSTS), AND
      *        POSITIONS.TXT IS REGENERATED FROM THE OPEN LOTS IN THE
      *        EXACT LAYOUT
      *        HISTPVAL READS, SO THE HOLDINGS FILE IS NO LONGER
      *        REBUILT BY HAND AND NOTHING RECORDS REALISED RESULTS
      *        OUTSIDE THIS ONE CONTROLLED BOOK
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTPOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>      ALL FILES ARE ASSIGNED TO WORKING-STORAGE ITEMS BUILT AT
      *>      P100-START FROM WS-DATA-DIR, THE SAME B3DATADIR-DRIVEN
      *>      MECHANISM MAINCODE/MODLRDWR USE. LEDGNEW IS THE STAGED
      *>      LEDGER, LEDGPRV THE PRIOR GENERATION KEPT ON DISK UNTIL
      *>      THE NEXT PUBLISH, JRNLWRK THE JOURNAL LINES OF THIS RUN
      *>      HELD BACK UNTIL THE LEDGER IS PUBLISHED.
               SELECT BLOTIN ASSIGN TO
                   WS-BLOTIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT CORPACT ASSIGN TO
                   WS-CORPACT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT LEDGER ASSIGN TO
                   WS-LEDGER-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
               SELECT LEDGNEW ASSIGN TO
                   WS-LEDGNEW-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT LEDGPRV ASSIGN TO
                   WS-LEDGPRV-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
               SELECT POSFILE ASSIGN TO
                   WS-POSFILE-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
               SELECT JRNLWRK ASSIGN TO
                   WS-JRNLWRK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
               SELECT JRNL ASSIGN TO
                   WS-JRNL-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-8.
               SELECT POSTOUT ASSIGN TO
                   WS-POSTOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-9.
               SELECT SORTFILE ASSIGN TO
                   'POSTSORT.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD BLOTIN.
      *>      ONE TRADE PER LINE: TRADE DATE(8) + CODNEG(12) + SIDE(1,
      *>      B OR S) + QUANTITY(12) + PRICE(13, 9(11)V99) +
      *>      BROKERAGE(11, 9(09)V99) + B3 FEES(11, 9(09)V99) +
      *>      TPMERC(3, BLANK FOR THE CASH MARKET 010), UNPUNCTUATED
      *>      DIGITS THE WAY POSITIONS.TXT IS.
       01 BLOT-IN-REG.
           03 BLOT-DATE                PIC 9(08).
           03 BLOT-CODNEG              PIC X(12).
           03 BLOT-SIDE                PIC X(01).
           03 BLOT-QTY                 PIC 9(12).
           03 BLOT-PRICE               PIC 9(11)V99.
           03 BLOT-BROKER              PIC 9(09)V99.
           03 BLOT-FEES                PIC 9(09)V99.
           03 BLOT-TPMERC              PIC X(03).
       FD CORPACT.
       01 CORP-ACT-REG.
           03 CORP-ACT-CODNEG          PIC X(12).
           03 CORP-ACT-EXDATE          PIC 9(08).
           03 CORP-ACT-EVTYPE          PIC X(01).
           03 CORP-ACT-OLDQTY          PIC 9(07).
           03 CORP-ACT-NEWQTY          PIC 9(07).
       FD LEDGER.
           COPY LOTLEDGR.
       FD LEDGNEW.
       01 LOT-NEW-REC                  PIC X(64).
       FD LEDGPRV.
       01 LOT-PRV-REC                  PIC X(64).
       FD POSFILE.
      *>      SAME LAYOUT HISTPVAL READS: CODNEG(12) + QUANTITY(12) +
      *>      AVERAGE COST(13, 9(11)V99).
       01 POS-REG.
           03 POS-CODNEG               PIC X(12).
           03 POS-QTY                  PIC 9(12).
           03 POS-AVGCOST              PIC 9(11)V99.
       FD JRNLWRK.
       01 JRNL-WRK-REC                 PIC X(123).
       FD JRNL.
           COPY REALPLJR.
       FD POSTOUT.
       01 POST-OUT-LINE                PIC X(132).
       SD SORTFILE.
       01 SORT-REC.
           03 SORT-DATE                PIC 9(08).
           03 SORT-CODNEG              PIC X(12).
           03 SORT-SIDE                PIC X(01).
           03 SORT-SEQ                 PIC 9(07).
           03 SORT-TPMERC              PIC 9(03).
           03 SORT-QTY                 PIC 9(12).
           03 SORT-PRICE               PIC 9(11)V99.
           03 SORT-BROKER              PIC 9(09)V99.
           03 SORT-FEES                PIC 9(09)V99.
       WORKING-STORAGE SECTION.
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-DATA-DIR                  PIC X(64) VALUE '..\DATA\'.
       77 WS-ENV-DATA-DIR              PIC X(64) VALUE SPACES.
       77 WS-BLOTIN-FILE               PIC X(128) VALUE SPACES.
       77 WS-CORPACT-FILE              PIC X(128) VALUE SPACES.
       77 WS-LEDGER-FILE               PIC X(128) VALUE SPACES.
       77 WS-LEDGNEW-FILE              PIC X(128) VALUE SPACES.
       77 WS-LEDGPRV-FILE              PIC X(128) VALUE SPACES.
       77 WS-POSFILE-FILE              PIC X(128) VALUE SPACES.
       77 WS-JRNLWRK-FILE              PIC X(128) VALUE SPACES.
       77 WS-JRNL-FILE                 PIC X(128) VALUE SPACES.
       77 WS-POSTOUT-FILE              PIC X(128) VALUE SPACES.
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
       77 WS-FS-9                      PIC 9(02).
           88 FS-OK                    VALUE 0.
       77 WS-BLOT-EOF                  PIC X.
           88 BLOT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-CORP-EOF                  PIC X.
           88 CORP-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-LEDG-EOF                  PIC X.
           88 LEDG-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-POS-EOF                   PIC X.
           88 POS-EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SORT-EOF                  PIC X.
           88 SORT-EOF-OK              VALUE 'S' FALSE 'N'.
       77 WS-JRNL-EOF                  PIC X.
           88 JRNL-EOF-OK              VALUE 'S' FALSE 'N'.
      *>      STATUS HANDED BACK BY THE RENAME ROUTINE, CAPTURED OUT
      *>      OF RETURN-CODE, AND THE STEP'S OWN RETURN-CODE SAVED
      *>      ACROSS THE CALL AND PUT BACK AFTER IT
       77 WS-RENAME-RC                 PIC S9(09) COMP VALUE 0.
       77 WS-SAVED-RC                  PIC S9(09) COMP VALUE 0.
      *>      BUSINESS DATE, OPTIONAL FROM THE B3POSTDATE ENVIRONMENT
      *>      VARIABLE (YYYYMMDD). WHEN SET, THE LEDGER IS ROLLED
      *>      THROUGH THE CORPORATE ACTIONS UP TO IT EVEN ON A DAY
      *>      WITH NO TRADES, AND TRADES DATED AFTER IT ARE REFUSED.
      *>      WHEN NOT SET THE LATEST TRADE DATE IS THE BUSINESS DATE.
       77 WS-ENV-POSTDATE              PIC X(08) VALUE SPACES.
       77 WS-POSTDATE                  PIC 9(08) VALUE 0.
      *>      LEDGER CONTROL FIGURES. WS-APPLIED-THRU IS THE DATE THE
      *>      OPEN LOTS HAVE BEEN ROLLED THROUGH THE CORPORATE ACTIONS
      *>      UP TO, AND BECOMES THE NEW LAST DATE POSTED.
       77 WS-LAST-POSTED               PIC 9(08) VALUE 0.
       77 WS-NEXT-LOTID                PIC 9(08) VALUE 1.
       77 WS-APPLIED-THRU              PIC 9(08) VALUE 0.
       77 WS-EVENTS-TO                 PIC 9(08) VALUE 0.
       77 WS-LEDG-CTL                  PIC X(01) VALUE 'N'.
           88 LEDG-CTL-SEEN            VALUE 'Y' FALSE 'N'.
      *>      SET WHEN THERE IS NO LEDGER YET AND THE BOOK IS OPENED
      *>      FROM POSITIONS.TXT. THE OPENING QUANTITIES ARE TAKEN AS
      *>      OF THE FIRST DATE POSTED, SO NO EVENT DATED ON OR BEFORE
      *>      IT IS APPLIED TO THEM A SECOND TIME.
       77 WS-BOOK-NEW                  PIC X(01) VALUE 'N'.
           88 BOOK-OPENING             VALUE 'Y' FALSE 'N'.
       77 WS-BLOT-FOUND                PIC X(01) VALUE 'N'.
           88 BLOT-FOUND               VALUE 'Y' FALSE 'N'.
      *>      OPEN LOTS, LOADED FROM LOTLEDGER.TXT IN LOT ORDER, WHICH
      *>      IS ALSO THE OLDEST-FIRST ORDER SELLS ARE MATCHED IN.
      *>      A LOT CLOSED DURING THE RUN KEEPS ITS SLOT WITH A ZERO
      *>      QUANTITY AND IS DROPPED WHEN THE LEDGER IS REWRITTEN.
       77 WS-LOT-COUNT                 PIC 9(04) VALUE 0.
       01 WS-LOT-TABLE.
           03 WS-LOT-ENTRY OCCURS 9999 TIMES
                           INDEXED BY WS-LOT-X.
               05 WS-LOT-ID            PIC 9(08).
               05 WS-LOT-CODNEG        PIC X(12).
               05 WS-LOT-TPMERC        PIC 9(03).
               05 WS-LOT-OPEN-DATE     PIC 9(08).
               05 WS-LOT-QTY           PIC 9(12).
               05 WS-LOT-COST          PIC 9(16)V99.
       77 WS-LOT-IDX                   PIC 9(04) VALUE 0.
      *>      CORPORATE-ACTIONS TABLE, LOADED FROM CORPACTIONS.TXT.
      *>      ONLY SPLITS ('S') AND INPLITS ('I') CHANGE A LOT: A
      *>      BONUS ISSUE ('B') ALSO CARRIES A COST ATTRIBUTION THE
      *>      FILE DOES NOT HOLD, SO IT IS REPORTED FOR A MANUAL ENTRY.
       77 WS-CORP-COUNT                PIC 9(03) VALUE 0.
       01 WS-CORP-TABLE.
           03 WS-CORP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-CORP-X.
               05 WS-CORP-CODNEG       PIC X(12).
               05 WS-CORP-EXDATE       PIC 9(08).
               05 WS-CORP-EVTYPE       PIC X(01).
               05 WS-CORP-OLDQTY       PIC 9(07).
               05 WS-CORP-NEWQTY       PIC 9(07).
       77 WS-CORP-IDX                  PIC 9(03) VALUE 0.
       77 WS-NEW-QTY                   PIC 9(12) VALUE 0.
       77 WS-FRACTION                  PIC 9(12) VALUE 0.
      *>      PER-TICKER AGGREGATION OF THE OPEN LOTS FOR POSITIONS.TXT.
      *>      THE KEY IS CODNEG ALONE: POSITIONS.TXT CARRIES NO MARKET
      *>      TYPE, SO LOTS OF ONE TICKER IN TWO TPMERC ARE SUMMED.
       77 WS-AGG-COUNT                 PIC 9(03) VALUE 0.
       01 WS-AGG-TABLE.
           03 WS-AGG-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-AGG-X.
               05 WS-AGG-CODNEG        PIC X(12).
               05 WS-AGG-QTY           PIC 9(12).
               05 WS-AGG-COST          PIC 9(18)V99.
       77 WS-AGG-IDX                   PIC 9(03) VALUE 0.
       77 WS-AGG-FOUND                 PIC X(01) VALUE 'N'.
           88 AGG-FOUND                VALUE 'Y' FALSE 'N'.
      *>      SELL MATCHING. THE FIRST PASS TAKES LOTS OPENED ON THE
      *>      SELL'S OWN DATE (DAY TRADE), THE SECOND THE REST OLDEST
      *>      FIRST (SWING TRADE). THE SELL'S BROKERAGE AND FEES ARE
      *>      SPREAD OVER THE SLICES BY QUANTITY, THE LAST SLICE
      *>      TAKING THE ROUNDING REMAINDER.
       77 WS-MATCH-PASS                PIC X(01) VALUE 'D'.
           88 MATCH-DAYTRADE           VALUE 'D'.
           88 MATCH-SWING              VALUE 'S'.
       77 WS-SELL-HELD                 PIC 9(12) VALUE 0.
       77 WS-SELL-LEFT                 PIC 9(12) VALUE 0.
       77 WS-SELL-FEES                 PIC 9(14)V99 VALUE 0.
       77 WS-FEES-LEFT                 PIC 9(14)V99 VALUE 0.
       77 WS-SLICE-QTY                 PIC 9(12) VALUE 0.
       77 WS-SLICE-COST                PIC 9(16)V99 VALUE 0.
       77 WS-SLICE-PROC                PIC 9(16)V99 VALUE 0.
       77 WS-SLICE-FEES                PIC 9(14)V99 VALUE 0.
       77 WS-SEQ                       PIC 9(07) VALUE 0.
       77 WS-REJ-REASON                PIC X(40) VALUE SPACES.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-LINES-REJECTED            PIC 9(07) VALUE 0.
       77 WS-BUYS-POSTED               PIC 9(07) VALUE 0.
       77 WS-SELLS-POSTED              PIC 9(07) VALUE 0.
       77 WS-LOTS-LOADED               PIC 9(07) VALUE 0.
       77 WS-LOTS-CLOSED               PIC 9(07) VALUE 0.
       77 WS-LOTS-WRITTEN              PIC 9(07) VALUE 0.
       77 WS-SLICES-BOOKED             PIC 9(07) VALUE 0.
       77 WS-JRNL-FOLDED               PIC 9(07) VALUE 0.
       77 WS-JRNL-RECOVERED            PIC 9(07) VALUE 0.
      *>      LINES LEFT IN REALPLWORK.TXT BY AN EARLIER RUN, SPLIT BY
      *>      WHETHER THE LIVE LEDGER ALREADY REFLECTS THEM
       77 WS-WRK-BOOKED                PIC 9(07) VALUE 0.
       77 WS-WRK-UNBOOKED              PIC 9(07) VALUE 0.
       77 WS-EVENTS-APPLIED            PIC 9(05) VALUE 0.
       77 WS-POS-WRITTEN               PIC 9(05) VALUE 0.
       77 WS-TOT-REALISED              PIC S9(18)V99 VALUE 0
                                       SIGN LEADING SEPARATE.
       01 WS-POST-OUT-REC              PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P100-START THRU P100-END.
           PERFORM P200-START THRU P200-END.
           PERFORM P250-START THRU P250-END.
           PERFORM P300-START THRU P300-END.
           PERFORM P400-START THRU P400-END.
           PERFORM P500-START THRU P500-END.
           PERFORM P600-START THRU P600-END.
           PERFORM P700-START THRU P700-END.
           PERFORM P800-START THRU P800-END.
           PERFORM P820-START THRU P820-END.
           PERFORM P900-START THRU P900-END.
           PERFORM P999-EXIT.


      *>      INITIALISE VARIABLES AND RESOLVE THE BUSINESS DATE
       P100-START.
            DISPLAY 'POSTING THE TRADE BLOTTER TO THE LOT LEDGER'
            DISPLAY 'B3DATADIR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DATA-DIR FROM ENVIRONMENT-VALUE
            IF WS-ENV-DATA-DIR NOT = SPACES THEN
                MOVE WS-ENV-DATA-DIR TO WS-DATA-DIR
            END-IF
            DISPLAY 'B3POSTDATE' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-POSTDATE FROM ENVIRONMENT-VALUE
            IF WS-ENV-POSTDATE NOT = SPACES THEN
                IF WS-ENV-POSTDATE IS NOT NUMERIC
                OR WS-ENV-POSTDATE = '00000000' THEN
                    DISPLAY 'B3POSTDATE NOT SET TO A YYYYMMDD '
                            'BUSINESS DATE, REFUSING TO POST'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                END-IF
                MOVE WS-ENV-POSTDATE TO WS-POSTDATE
                DISPLAY 'BUSINESS DATE..: ' WS-POSTDATE
            END-IF
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'TRADEBLOT.TXT'      DELIMITED BY SIZE
                   INTO WS-BLOTIN-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'CORPACTIONS.TXT'    DELIMITED BY SIZE
                   INTO WS-CORPACT-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'LOTLEDGER.TXT'      DELIMITED BY SIZE
                   INTO WS-LEDGER-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'LOTLEDGER.NEW'      DELIMITED BY SIZE
                   INTO WS-LEDGNEW-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'LOTLEDGER.PRV'      DELIMITED BY SIZE
                   INTO WS-LEDGPRV-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'POSITIONS.TXT'      DELIMITED BY SIZE
                   INTO WS-POSFILE-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'REALPLWORK.TXT'     DELIMITED BY SIZE
                   INTO WS-JRNLWRK-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'REALPLJRNL.TXT'     DELIMITED BY SIZE
                   INTO WS-JRNL-FILE
            END-STRING
            STRING WS-DATA-DIR          DELIMITED BY SPACE
                   'POSTREPT.TXT'       DELIMITED BY SIZE
                   INTO WS-POSTOUT-FILE
            END-STRING
            .
       P100-END.


      *>      LOAD THE OPEN LOTS FROM THE LEDGER, OR OPEN THE BOOK
      *>      FROM POSITIONS.TXT WHEN THERE IS NO LEDGER YET, THEN
      *>      LOAD THE CORPORATE-ACTIONS TABLE
       P200-START.
            OPEN INPUT LEDGER
            EVALUATE WS-FS-3
                WHEN 00
                    SET LEDG-EOF-OK TO FALSE
                    PERFORM P210-START THRU P210-END
                        UNTIL LEDG-EOF-OK
                    CLOSE LEDGER
                    IF NOT LEDG-CTL-SEEN THEN
                        DISPLAY 'LOTLEDGER.TXT HAS NO CONTROL RECORD, '
                                'REFUSING TO POST'
                        MOVE 1 TO RETURN-CODE
                        PERFORM P999-EXIT
                    END-IF
                WHEN 35
                    DISPLAY 'NO LOTLEDGER.TXT FOUND, OPENING THE '
                            'BOOK FROM POSITIONS.TXT'
                    SET BOOK-OPENING TO TRUE
                    PERFORM P220-START THRU P220-END
                WHEN OTHER
                    DISPLAY 'FAILED TO LOAD LOTLEDGER.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-3
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            MOVE WS-LAST-POSTED TO WS-APPLIED-THRU
            MOVE WS-LOT-COUNT   TO WS-LOTS-LOADED
            DISPLAY 'LAST DATE POSTED.: ' WS-LAST-POSTED
            DISPLAY 'OPEN LOTS LOADED.: ' WS-LOT-COUNT
            PERFORM P230-START THRU P230-END
            .
       P200-END.


      *>      READ ONE LEDGER LINE: THE CONTROL RECORD OR ONE LOT
       P210-START.
            READ LEDGER
                AT END SET LEDG-EOF-OK TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN LOT-IS-CONTROL
                            MOVE LOT-CTL-LASTDATE TO WS-LAST-POSTED
                            MOVE LOT-CTL-NEXTID   TO WS-NEXT-LOTID
                            SET LEDG-CTL-SEEN TO TRUE
                        WHEN LOT-IS-LOT
                            IF WS-LOT-COUNT = 9999 THEN
                                DISPLAY 'WS-LOT-TABLE FULL, REFUSING '
                                        'TO POST A PARTIAL BOOK'
                                MOVE 1 TO RETURN-CODE
                                PERFORM P999-EXIT
                            END-IF
                            ADD 1 TO WS-LOT-COUNT
                            MOVE LOT-ID
                                 TO WS-LOT-ID(WS-LOT-COUNT)
                            MOVE LOT-CODNEG
                                 TO WS-LOT-CODNEG(WS-LOT-COUNT)
                            MOVE LOT-TPMERC
                                 TO WS-LOT-TPMERC(WS-LOT-COUNT)
                            MOVE LOT-OPEN-DATE
                                 TO WS-LOT-OPEN-DATE(WS-LOT-COUNT)
                            MOVE LOT-QTY
                                 TO WS-LOT-QTY(WS-LOT-COUNT)
                            MOVE LOT-COST
                                 TO WS-LOT-COST(WS-LOT-COUNT)
                        WHEN OTHER
                            DISPLAY 'UNRECOGNISED LOTLEDGER.TXT LINE, '
                                    'REFUSING TO POST.: '
                                    LOT-LEDGER-REC(1:20)
                            MOVE 1 TO RETURN-CODE
                            PERFORM P999-EXIT
                    END-EVALUATE
            END-READ
            .
       P210-END.


      *>      OPEN THE BOOK: ONE OPENING LOT PER POSITIONS.TXT LINE,
      *>      DATED 00000000 SO IT CAN NEVER COUNT AS A DAY TRADE,
      *>      COSTED AT QUANTITY TIMES THE AVERAGE COST ON THE LINE
       P220-START.
            OPEN INPUT POSFILE
            IF WS-FS-6 EQUAL 35 THEN
                DISPLAY 'NO POSITIONS.TXT FOUND EITHER, STARTING '
                        'AN EMPTY BOOK'
                GO TO P220-END
            END-IF
            IF NOT FS-OK OF WS-FS-6 THEN
                DISPLAY 'FAILED TO LOAD POSITIONS.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-6
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            SET POS-EOF-OK TO FALSE
            PERFORM P221-START THRU P221-END
                UNTIL POS-EOF-OK
            CLOSE POSFILE
            .
       P220-END.


      *>      TURN ONE POSITION INTO AN OPENING LOT. A NON-NUMERIC
      *>      LINE STOPS THE RUN: OPENING THE BOOK WITHOUT IT WOULD
      *>      LOSE A HOLDING FOR GOOD ONCE POSITIONS.TXT IS REWRITTEN
       P221-START.
            READ POSFILE INTO POS-REG
                AT END SET POS-EOF-OK TO TRUE
                NOT AT END
                    IF POS-REG(13:12) IS NOT NUMERIC
                    OR POS-REG(25:13) IS NOT NUMERIC THEN
                        DISPLAY 'POSITIONS.TXT LINE NOT NUMERIC, FIX '
                                'IT BEFORE THE BOOK IS OPENED.: '
                                POS-CODNEG
                        MOVE 1 TO RETURN-CODE
                        PERFORM P999-EXIT
                    END-IF
                    IF POS-QTY > 0 THEN
                        IF WS-LOT-COUNT = 9999 THEN
                            DISPLAY 'WS-LOT-TABLE FULL, REFUSING TO '
                                    'POST A PARTIAL BOOK'
                            MOVE 1 TO RETURN-CODE
                            PERFORM P999-EXIT
                        END-IF
                        ADD 1 TO WS-LOT-COUNT
                        MOVE WS-NEXT-LOTID
                             TO WS-LOT-ID(WS-LOT-COUNT)
                        ADD 1 TO WS-NEXT-LOTID
                        MOVE POS-CODNEG
                             TO WS-LOT-CODNEG(WS-LOT-COUNT)
                        MOVE 010 TO WS-LOT-TPMERC(WS-LOT-COUNT)
                        MOVE 0   TO WS-LOT-OPEN-DATE(WS-LOT-COUNT)
                        MOVE POS-QTY
                             TO WS-LOT-QTY(WS-LOT-COUNT)
                        COMPUTE WS-LOT-COST(WS-LOT-COUNT) ROUNDED
                            = POS-QTY * POS-AVGCOST
                    END-IF
            END-READ
            .
       P221-END.


      *>      LOAD THE CORPORATE-ACTIONS TABLE
       P230-START.
            SET CORP-EOF-OK TO FALSE
            OPEN INPUT CORPACT
            IF NOT FS-OK OF WS-FS-2 THEN
                DISPLAY 'NO CORPACTIONS.TXT FOUND, LOTS WILL NOT BE '
                        'ROLLED THROUGH ANY SPLIT'
            ELSE
                PERFORM P231-START THRU P231-END
                    UNTIL CORP-EOF-OK
                DISPLAY 'CORPORATE ACTIONS LOADED.: ' WS-CORP-COUNT
                CLOSE CORPACT
            END-IF
            .
       P230-END.


      *>      READ ONE CORPORATE-ACTION EVENT INTO THE TABLE
       P231-START.
            READ CORPACT INTO CORP-ACT-REG
                AT END SET CORP-EOF-OK TO TRUE
                NOT AT END
                    IF WS-CORP-COUNT < 999 THEN
                        ADD 1 TO WS-CORP-COUNT
                        MOVE CORP-ACT-CODNEG
                             TO WS-CORP-CODNEG(WS-CORP-COUNT)
                        MOVE CORP-ACT-EXDATE
                             TO WS-CORP-EXDATE(WS-CORP-COUNT)
                        MOVE CORP-ACT-EVTYPE
                             TO WS-CORP-EVTYPE(WS-CORP-COUNT)
                        MOVE CORP-ACT-OLDQTY
                             TO WS-CORP-OLDQTY(WS-CORP-COUNT)
                        MOVE CORP-ACT-NEWQTY
                             TO WS-CORP-NEWQTY(WS-CORP-COUNT)
                    ELSE
                        DISPLAY 'WS-CORP-TABLE FULL, EVENT IGNORED.: '
                                CORP-ACT-CODNEG
                    END-IF
            END-READ
            .
       P231-END.


      *>      RECOVER A JOURNAL WORK FILE LEFT BY AN EARLIER RUN
      *>      BEFORE P300 RECREATES IT. A RUN THAT PUBLISHED ITS LEDGER
      *>      BUT STOPPED BEFORE P800 LEAVES LINES SOLD ON OR BEFORE
      *>      THE LIVE LEDGER'S LAST DATE POSTED: THOSE ARE FOLDED INTO
      *>      REALPLJRNL.TXT NOW. A RUN THAT STOPPED BEFORE PUBLISHING
      *>      LEAVES ONLY LINES SOLD AFTER IT: THE LEDGER NEVER TOOK
      *>      THOSE SELLS, REPOSTING THE BLOTTER BOOKS THEM AGAIN, AND
      *>      THEY ARE DROPPED. ANYTHING ELSE IS LEFT FOR THE OPERATOR
       P250-START.
            OPEN INPUT JRNLWRK
            IF WS-FS-7 EQUAL 35 THEN
                GO TO P250-END
            END-IF
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO OPEN THE LEFTOVER REALPLWORK.TXT, '
                        'REFUSING TO POST'
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            SET JRNL-EOF-OK TO FALSE
            PERFORM P251-START THRU P251-END
                UNTIL JRNL-EOF-OK
            CLOSE JRNLWRK
            IF WS-WRK-BOOKED > 0 AND WS-WRK-UNBOOKED > 0 THEN
                DISPLAY 'REALPLWORK.TXT HOLDS LINES BOTH ON AND AFTER '
                        'THE LAST DATE POSTED, REFUSING TO POST - '
                        'FOLD THE BOOKED ONES INTO REALPLJRNL.TXT BY '
                        'HAND AND DELETE THE FILE'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF WS-WRK-BOOKED > 0 THEN
                DISPLAY 'REALPLWORK.TXT LEFT BY A RUN THAT PUBLISHED '
                        'ITS LEDGER, FOLDING IT INTO REALPLJRNL.TXT'
                PERFORM P800-START THRU P800-END
                MOVE WS-JRNL-FOLDED TO WS-JRNL-RECOVERED
                MOVE 0 TO WS-JRNL-FOLDED
            END-IF
            IF WS-WRK-UNBOOKED > 0 THEN
                DISPLAY 'REALPLWORK.TXT LEFT BY A RUN THAT NEVER '
                        'PUBLISHED ITS LEDGER, '
                        WS-WRK-UNBOOKED ' LINES DROPPED'
            END-IF
            .
       P250-END.


      *>      CLASSIFY ONE LEFTOVER JOURNAL LINE BY ITS SELL DATE
       P251-START.
            READ JRNLWRK
                AT END SET JRNL-EOF-OK TO TRUE
                NOT AT END
                    IF JRNL-WRK-REC(1:8) IS NUMERIC
                    AND JRNL-WRK-REC(1:8) NOT > WS-LAST-POSTED THEN
                        ADD 1 TO WS-WRK-BOOKED
                    ELSE
                        ADD 1 TO WS-WRK-UNBOOKED
                    END-IF
            END-READ
            .
       P251-END.


      *>      OPEN THE POSTING REPORT AND THE JOURNAL WORK FILE, THEN
      *>      SORT THE BLOTTER BY DATE, TICKER AND SIDE (BUYS BEFORE
      *>      SELLS ON THE SAME DATE) AND POST IT
       P300-START.
            OPEN OUTPUT POSTOUT
            IF NOT FS-OK OF WS-FS-9 THEN
                DISPLAY 'FAILED TO CREATE POSTREPT.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-9
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES TO WS-POST-OUT-REC
            STRING 'TRADE BLOTTER POSTING - LAST DATE POSTED '
                                        DELIMITED BY SIZE
                   WS-LAST-POSTED       DELIMITED BY SIZE
                   ' OPEN LOTS '        DELIMITED BY SIZE
                   WS-LOT-COUNT         DELIMITED BY SIZE
                   INTO WS-POST-OUT-REC
            END-STRING
            WRITE POST-OUT-LINE FROM WS-POST-OUT-REC
            OPEN OUTPUT JRNLWRK
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO CREATE REALPLWORK.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            OPEN INPUT BLOTIN
            EVALUATE WS-FS-1
                WHEN 00
                    SET BLOT-FOUND TO TRUE
                    CLOSE BLOTIN
                WHEN 35
                    DISPLAY 'NO TRADEBLOT.TXT FOUND, NO TRADES TO POST'
                    GO TO P300-END
                WHEN OTHER
                    DISPLAY 'FAILED TO OPEN TRADEBLOT.TXT'
                    DISPLAY 'FILE STATUS.: ' WS-FS-1
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
            END-EVALUATE
            SORT SORTFILE
                ON ASCENDING KEY SORT-DATE
                                 SORT-CODNEG
                                 SORT-SIDE
                                 SORT-SEQ
                INPUT PROCEDURE IS P310-START THRU P310-END
                OUTPUT PROCEDURE IS P320-START THRU P320-END
            .
       P300-END.


      *>      RELEASE EVERY VALID BLOTTER LINE TO THE SORT
       P310-START.
            OPEN INPUT BLOTIN
            SET BLOT-EOF-OK TO FALSE
            PERFORM P311-START THRU P311-END
                UNTIL BLOT-EOF-OK
            CLOSE BLOTIN
            .
       P310-END.


      *>      READ ONE BLOTTER LINE
       P311-START.
            READ BLOTIN INTO BLOT-IN-REG
                AT END SET BLOT-EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM P312-START THRU P312-END
            END-READ
            .
       P311-END.


      *>      VALIDATE ONE TRADE. A TRADE DATED ON OR BEFORE THE LAST
      *>      DATE POSTED IS REFUSED, SO A BLOTTER FED TWICE CANNOT
      *>      BE POSTED TWICE
       P312-START.
            MOVE SPACES TO WS-REJ-REASON
            EVALUATE TRUE
                WHEN BLOT-IN-REG(1:8) IS NOT NUMERIC
                    MOVE 'TRADE DATE NOT NUMERIC' TO WS-REJ-REASON
                WHEN FUNCTION TEST-DATE-YYYYMMDD(BLOT-DATE) NOT = 0
                    MOVE 'TRADE DATE NOT A CALENDAR DATE'
                         TO WS-REJ-REASON
                WHEN BLOT-CODNEG = SPACES
                    MOVE 'NO TICKER' TO WS-REJ-REASON
                WHEN BLOT-SIDE NOT = 'B' AND BLOT-SIDE NOT = 'S'
                    MOVE 'SIDE NOT B OR S' TO WS-REJ-REASON
                WHEN BLOT-IN-REG(22:47) IS NOT NUMERIC
                    MOVE 'QUANTITY, PRICE OR COSTS NOT NUMERIC'
                         TO WS-REJ-REASON
                WHEN BLOT-QTY = 0
                    MOVE 'ZERO QUANTITY' TO WS-REJ-REASON
                WHEN BLOT-TPMERC NOT = SPACES
                 AND BLOT-TPMERC IS NOT NUMERIC
                    MOVE 'TPMERC NOT NUMERIC' TO WS-REJ-REASON
                WHEN BLOT-DATE NOT > WS-LAST-POSTED
                    MOVE 'DATED ON OR BEFORE THE LAST DATE POSTED'
                         TO WS-REJ-REASON
                WHEN WS-POSTDATE > 0 AND BLOT-DATE > WS-POSTDATE
                    MOVE 'DATED AFTER THE BUSINESS DATE'
                         TO WS-REJ-REASON
            END-EVALUATE
            IF WS-REJ-REASON NOT = SPACES THEN
                ADD 1 TO WS-LINES-REJECTED
                MOVE SPACES TO WS-POST-OUT-REC
                STRING 'REJECTED LINE '     DELIMITED BY SIZE
                       WS-LINES-READ        DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       WS-REJ-REASON        DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       BLOT-IN-REG          DELIMITED BY SIZE
                       INTO WS-POST-OUT-REC
                END-STRING
                WRITE POST-OUT-LINE FROM WS-POST-OUT-REC
                GO TO P312-END
            END-IF
            ADD 1 TO WS-SEQ
            MOVE BLOT-DATE   TO SORT-DATE
            MOVE BLOT-CODNEG TO SORT-CODNEG
            MOVE BLOT-SIDE   TO SORT-SIDE
            MOVE WS-SEQ      TO SORT-SEQ
            IF BLOT-TPMERC = SPACES THEN
                MOVE 010 TO SORT-TPMERC
            ELSE
                MOVE BLOT-TPMERC TO SORT-TPMERC
            END-IF
            MOVE BLOT-QTY    TO SORT-QTY
            MOVE BLOT-PRICE  TO SORT-PRICE
            MOVE BLOT-BROKER TO SORT-BROKER
            MOVE BLOT-FEES   TO SORT-FEES
            RELEASE SORT-REC
            .
       P312-END.


      *>      TAKE THE SORTED TRADES AND POST THEM ONE BY ONE
       P320-START.
            SET SORT-EOF-OK TO FALSE
            PERFORM P321-START THRU P321-END
                UNTIL SORT-EOF-OK
            .
       P320-END.


      *>      POST ONE TRADE. ON THE FIRST TRADE OF A NEW DATE THE
      *>      OPEN LOTS ARE FIRST ROLLED THROUGH EVERY EVENT WHOSE
      *>      EX-DATE FELL SINCE THE LAST DATE THEY WERE ROLLED TO
       P321-START.
            RETURN SORTFILE
                AT END SET SORT-EOF-OK TO TRUE
                NOT AT END
                    IF BOOK-OPENING AND WS-APPLIED-THRU = 0 THEN
                        MOVE SORT-DATE TO WS-APPLIED-THRU
                    END-IF
                    IF SORT-DATE > WS-APPLIED-THRU THEN
                        MOVE SORT-DATE TO WS-EVENTS-TO
                        PERFORM P330-START THRU P330-END
                    END-IF
                    IF SORT-SIDE = 'B' THEN
                        PERFORM P340-START THRU P340-END
                    ELSE
                        PERFORM P350-START THRU P350-END
                    END-IF
            END-RETURN
            .
       P321-END.


      *>      APPLY EVERY EVENT WITH AN EX-DATE AFTER WS-APPLIED-THRU
      *>      AND ON OR BEFORE WS-EVENTS-TO, THEN MOVE THE MARK UP
       P330-START.
            IF WS-CORP-COUNT > 0 THEN
                PERFORM P331-START THRU P331-END
                    VARYING WS-CORP-IDX FROM 1 BY 1
                    UNTIL WS-CORP-IDX > WS-CORP-COUNT
            END-IF
            MOVE WS-EVENTS-TO TO WS-APPLIED-THRU
            .
       P330-END.


      *>      APPLY ONE EVENT TO THE MATCHING CASH-MARKET LOTS
       P331-START.
            IF WS-CORP-EXDATE(WS-CORP-IDX) NOT > WS-APPLIED-THRU
            OR WS-CORP-EXDATE(WS-CORP-IDX) > WS-EVENTS-TO THEN
                GO TO P331-END
            END-IF
            IF WS-CORP-EVTYPE(WS-CORP-IDX) = 'B' THEN
                MOVE SPACES TO WS-POST-OUT-REC
                STRING 'EVENT B '           DELIMITED BY SIZE
                       WS-CORP-CODNEG(WS-CORP-IDX)
                                            DELIMITED BY SIZE
                       ' EX '               DELIMITED BY SIZE
                       WS-CORP-EXDATE(WS-CORP-IDX)
                                            DELIMITED BY SIZE
                       ' BONUS ISSUE NOT POSTED, BOOK THE BONUS '
                                            DELIMITED BY SIZE
                       'SHARES AS A BUY AT THEIR ATTRIBUTED COST'
                                            DELIMITED BY SIZE
                       INTO WS-POST-OUT-REC
                END-STRING
                WRITE POST-OUT-LINE FROM WS-POST-OUT-REC
                GO TO P331-END
            END-IF
            IF (WS-CORP-EVTYPE(WS-CORP-IDX) NOT = 'S'
            AND WS-CORP-EVTYPE(WS-CORP-IDX) NOT = 'I')
            OR WS-CORP-OLDQTY(WS-CORP-IDX) = 0
            OR WS-CORP-NEWQTY(WS-CORP-IDX) = 0 THEN
                GO TO P331-END
            END-IF
            ADD 1 TO WS-EVENTS-APPLIED
            MOVE SPACES TO WS-POST-OUT-REC
            STRING 'EVENT '             DELIMITED BY SIZE
                   WS-CORP-EVTYPE(WS-CORP-IDX)
                                        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-CORP-CODNEG(WS-CORP-IDX)
                                        DELIMITED BY SIZE
                   ' EX '               DELIMITED BY SIZE
                   WS-CORP-EXDATE(WS-CORP-IDX)
                                        DELIMITED BY SIZE
                   ' OLD '              DELIMITED BY SIZE
                   WS-CORP-OLDQTY(WS-CORP-IDX)
                                        DELIMITED BY SIZE
                   ' NEW '              DELIMITED BY SIZE
                   WS-CORP-NEWQTY(WS-CORP-IDX)
                                        DELIMITED BY SIZE
                   INTO WS-POST-OUT-REC
            END-STRING
            WRITE POST-OUT-LINE FROM WS-POST-OUT-REC
            PERFORM P332-START THRU P332-END
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT
            .
       P331-END.


      *>      REBASE ONE LOT'S QUANTITY. THE TOTAL COST IS KEPT AS IT
      *>      IS, SO THE AVERAGE COST MOVES BY THE INVERSE RATIO; A
      *>      FRACTION OF A SHARE LEFT BY THE RATIO IS DROPPED AND
      *>      REPORTED, SINCE THE ISSUER AUCTIONS IT AND PAYS CASH
       P332-START.
            IF WS-LOT-CODNEG(WS-LOT-IDX)
               NOT = WS-CORP-CODNEG(WS-CORP-IDX)
            OR WS-LOT-TPMERC(WS-LOT-IDX) NOT = 010
            OR WS-LOT-QTY(WS-LOT-IDX) = 0
            OR WS-LOT-OPEN-DATE(WS-LOT-IDX)
               NOT < WS-CORP-EXDATE(WS-CORP-IDX) THEN
                GO TO P332-END
            END-IF
            COMPUTE WS-NEW-QTY
                = WS-LOT-QTY(WS-LOT-IDX)
                * WS-CORP-NEWQTY(WS-CORP-IDX)
                / WS-CORP-OLDQTY(WS-CORP-IDX)
            COMPUTE WS-FRACTION
                = FUNCTION MOD(WS-LOT-QTY(WS-LOT-IDX)
                             * WS-CORP-NEWQTY(WS-CORP-IDX),
                               WS-CORP-OLDQTY(WS-CORP-IDX))
            MOVE SPACES TO WS-POST-OUT-REC
            STRING '  LOT '             DELIMITED BY SIZE
                   WS-LOT-ID(WS-LOT-IDX)
                                        DELIMITED BY SIZE
                   ' QTY '              DELIMITED BY SIZE
                   WS-LOT-QTY(WS-LOT-IDX)
                                        DELIMITED BY SIZE
                   ' -> '               DELIMITED BY SIZE
                   WS-NEW-QTY           DELIMITED BY SIZE
                   INTO WS-POST-OUT-REC
            END-STRING
            IF WS-FRACTION > 0 THEN
                MOVE ' FRACTION DROPPED' TO WS-POST-OUT-REC(60:17)
            END-IF
            IF WS-NEW-QTY = 0 THEN
                MOVE ' LOT CLOSED, COST NEEDS A MANUAL ENTRY'
                     TO WS-POST-OUT-REC(77:38)
                ADD 1 TO WS-LOTS-CLOSED
            END-IF
            WRITE POST-OUT-LINE FROM WS-POST-OUT-REC
            MOVE WS-NEW-QTY TO WS-LOT-QTY(WS-LOT-IDX)
            .
       P332-END.


      *>      POST ONE BUY AS A NEW LOT, COSTED AT QUANTITY TIMES
      *>      PRICE PLUS THE BUY'S BROKERAGE AND FEES
       P340-START.
            IF WS-LOT-COUNT = 9999 THEN
                DISPLAY 'WS-LOT-TABLE FULL, REFUSING TO POST A '
                        'PARTIAL BLOTTER'
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            ADD 1 TO WS-LOT-COUNT
            MOVE WS-NEXT-LOTID TO WS-LOT-ID(WS-LOT-COUNT)
            ADD 1 TO WS-NEXT-LOTID
            MOVE SORT-CODNEG   TO WS-LOT-CODNEG(WS-LOT-COUNT)
            MOVE SORT-TPMERC   TO WS-LOT-TPMERC(WS-LOT-COUNT)
            MOVE SORT-DATE     TO WS-LOT-OPEN-DATE(WS-LOT-COUNT)
            MOVE SORT-QTY      TO WS-LOT-QTY(WS-LOT-COUNT)
            COMPUTE WS-LOT-COST(WS-LOT-COUNT) ROUNDED
                = SORT-QTY * SORT-PRICE + SORT-BROKER + SORT-FEES
            ADD 1 TO WS-BUYS-POSTED
            MOVE SPACES TO WS-POST-OUT-REC
            STRING 'BUY  '              DELIMITED BY SIZE
                   SORT-DATE            DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   SORT-CODNEG          DELIMITED BY SIZE
                   ' QTY='              DELIMITED BY SIZE
                   SORT-QTY             DELIMITED BY SIZE
                   ' PRICE='            DELIMITED BY SIZE
                   SORT-PRICE           DELIMITED BY SIZE
                   ' LOT='              DELIMITED BY SIZE
                   WS-LOT-ID(WS-LOT-COUNT)
                                        DELIMITED BY SIZE
                   ' COST='             DELIMITED BY SIZE
                   WS-LOT-COST(WS-LOT-COUNT)
                                        DELIMITED BY SIZE
                   INTO WS-POST-OUT-REC
            END-STRING
            WRITE POST-OUT-LINE FROM WS-POST-OUT-REC
            .
       P340-END.


      *>      POST ONE SELL. A SELL LARGER THAN THE OPEN LOTS OF THE
      *>      SAME TICKER AND MARKET IS REFUSED WHOLE - THE BOOK DOES
      *>      NOT CARRY SHORT POSITIONS
       P350-START.
            MOVE 0 TO WS-SELL-HELD
            PERFORM P351-START THRU P351-END
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT
            IF WS-SELL-HELD < SORT-QTY THEN
                ADD 1 TO WS-LINES-REJECTED
                MOVE SPACES TO WS-POST-OUT-REC
                STRING 'REJECTED SELL '     DELIMITED BY SIZE
                       SORT-DATE            DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       SORT-CODNEG          DELIMITED BY SIZE
                       ' QTY='              DELIMITED BY SIZE
                       SORT-QTY             DELIMITED BY SIZE
                       ' HELD='             DELIMITED BY SIZE
                       WS-SELL-HELD         DELIMITED BY SIZE
                       ' SELL EXCEEDS THE OPEN LOTS'
                                            DELIMITED BY SIZE
                       INTO WS-POST-OUT-REC
                END-STRING
                WRITE POST-OUT-LINE FROM WS-POST-OUT-REC
                GO TO P350-END
            END-IF
            MOVE SORT-QTY TO WS-SELL-LEFT
            COMPUTE WS-SELL-FEES = SORT-BROKER + SORT-FEES
            MOVE WS-SELL-FEES TO WS-FEES-LEFT
            SET MATCH-DAYTRADE TO TRUE
            PERFORM P352-START THRU P352-END
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   OR WS-SELL-LEFT = 0
            SET MATCH-SWING TO TRUE
            PERFORM P352-START THRU P352-END
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   OR WS-SELL-LEFT = 0
            ADD 1 TO WS-SELLS-POSTED
            .
       P350-END.


      *>      ADD ONE LOT TO THE QUANTITY HELD FOR THE SELL
       P351-START.
            IF WS-LOT-CODNEG(WS-LOT-IDX) = SORT-CODNEG
            AND WS-LOT-TPMERC(WS-LOT-IDX) = SORT-TPMERC THEN
                ADD WS-LOT-QTY(WS-LOT-IDX) TO WS-SELL-HELD
            END-IF
            .
       P351-END.


      *>      CLOSE AGAINST ONE LOT IF IT BELONGS TO THIS PASS
       P352-START.
            IF WS-LOT-CODNEG(WS-LOT-IDX) NOT = SORT-CODNEG
            OR WS-LOT-TPMERC(WS-LOT-IDX) NOT = SORT-TPMERC
            OR WS-LOT-QTY(WS-LOT-IDX) = 0 THEN
                GO TO P352-END
            END-IF
            IF MATCH-DAYTRADE
            AND WS-LOT-OPEN-DATE(WS-LOT-IDX) NOT = SORT-DATE THEN
                GO TO P352-END
            END-IF
            IF MATCH-SWING
            AND WS-LOT-OPEN-DATE(WS-LOT-IDX) = SORT-DATE THEN
                GO TO P352-END
            END-IF
            PERFORM P353-START THRU P353-END
            .
       P352-END.


      *>      CLOSE ONE SLICE OF A LOT: RELEASE ITS SHARE OF THE LOT
      *>      COST, TAKE ITS SHARE OF THE SELL'S COSTS, AND STAGE THE
      *>      JOURNAL LINE
       P353-START.
            IF WS-LOT-QTY(WS-LOT-IDX) > WS-SELL-LEFT THEN
                MOVE WS-SELL-LEFT TO WS-SLICE-QTY
                COMPUTE WS-SLICE-COST ROUNDED
                    = WS-LOT-COST(WS-LOT-IDX) * WS-SLICE-QTY
                    / WS-LOT-QTY(WS-LOT-IDX)
            ELSE
                MOVE WS-LOT-QTY(WS-LOT-IDX)  TO WS-SLICE-QTY
                MOVE WS-LOT-COST(WS-LOT-IDX) TO WS-SLICE-COST
                ADD 1 TO WS-LOTS-CLOSED
            END-IF
            SUBTRACT WS-SLICE-QTY  FROM WS-LOT-QTY(WS-LOT-IDX)
            SUBTRACT WS-SLICE-COST FROM WS-LOT-COST(WS-LOT-IDX)
            SUBTRACT WS-SLICE-QTY  FROM WS-SELL-LEFT
            COMPUTE WS-SLICE-PROC ROUNDED = WS-SLICE-QTY * SORT-PRICE
            IF WS-SELL-LEFT = 0 THEN
                MOVE WS-FEES-LEFT TO WS-SLICE-FEES
            ELSE
                COMPUTE WS-SLICE-FEES ROUNDED
                    = WS-SELL-FEES * WS-SLICE-QTY / SORT-QTY
            END-IF
            SUBTRACT WS-SLICE-FEES FROM WS-FEES-LEFT
            MOVE SORT-DATE                  TO RPL-SELL-DATE
            MOVE SORT-CODNEG                TO RPL-CODNEG
            MOVE SORT-TPMERC                TO RPL-TPMERC
            MOVE WS-LOT-ID(WS-LOT-IDX)      TO RPL-LOT-ID
            MOVE WS-LOT-OPEN-DATE(WS-LOT-IDX) TO RPL-OPEN-DATE
            MOVE WS-SLICE-QTY               TO RPL-QTY
            MOVE WS-SLICE-COST              TO RPL-COST
            MOVE WS-SLICE-PROC              TO RPL-PROCEEDS
            MOVE WS-SLICE-FEES              TO RPL-SELL-FEES
            COMPUTE RPL-RESULT
                = WS-SLICE-PROC - WS-SLICE-FEES - WS-SLICE-COST
            IF MATCH-DAYTRADE THEN
                SET RPL-DAY-TRADE TO TRUE
            ELSE
                SET RPL-SWING-TRADE TO TRUE
            END-IF
            WRITE JRNL-WRK-REC FROM REAL-PL-REC
            ADD 1 TO WS-SLICES-BOOKED
            ADD RPL-RESULT TO WS-TOT-REALISED
            MOVE SPACES TO WS-POST-OUT-REC
            STRING 'SELL '              DELIMITED BY SIZE
                   SORT-DATE            DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   SORT-CODNEG          DELIMITED BY SIZE
                   ' LOT='              DELIMITED BY SIZE
                   RPL-LOT-ID           DELIMITED BY SIZE
                   ' QTY='              DELIMITED BY SIZE
                   RPL-QTY              DELIMITED BY SIZE
                   ' COST='             DELIMITED BY SIZE
                   RPL-COST             DELIMITED BY SIZE
                   ' GROSS='            DELIMITED BY SIZE
                   WS-SLICE-PROC        DELIMITED BY SIZE
                   ' PL='               DELIMITED BY SIZE
                   RPL-RESULT           DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   RPL-TRADE-TYPE       DELIMITED BY SIZE
                   INTO WS-POST-OUT-REC
            END-STRING
            WRITE POST-OUT-LINE FROM WS-POST-OUT-REC
            .
       P353-END.


      *>      ROLL THE BOOK FORWARD TO THE BUSINESS DATE AND CLOSE
      *>      THE JOURNAL WORK FILE
       P400-START.
            IF BOOK-OPENING AND WS-APPLIED-THRU = 0 THEN
                MOVE WS-POSTDATE TO WS-APPLIED-THRU
            END-IF
            IF WS-POSTDATE > WS-APPLIED-THRU THEN
                MOVE WS-POSTDATE TO WS-EVENTS-TO
                PERFORM P330-START THRU P330-END
            END-IF
            CLOSE JRNLWRK
            MOVE SPACES TO WS-POST-OUT-REC
            STRING 'POSTED THROUGH '    DELIMITED BY SIZE
                   WS-APPLIED-THRU      DELIMITED BY SIZE
                   ' REALISED '         DELIMITED BY SIZE
                   WS-TOT-REALISED      DELIMITED BY SIZE
                   ' REJECTED '         DELIMITED BY SIZE
                   WS-LINES-REJECTED    DELIMITED BY SIZE
                   INTO WS-POST-OUT-REC
            END-STRING
            WRITE POST-OUT-LINE FROM WS-POST-OUT-REC
            CLOSE POSTOUT
            .
       P400-END.


      *>      STAGE THE NEW LEDGER UNDER LOTLEDGER.NEW: THE CONTROL
      *>      RECORD, THEN EVERY LOT STILL HOLDING SHARES
       P500-START.
            OPEN OUTPUT LEDGNEW
            IF NOT FS-OK OF WS-FS-4 THEN
                DISPLAY 'FAILED TO CREATE LOTLEDGER.NEW'
                DISPLAY 'FILE STATUS.: ' WS-FS-4
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            MOVE SPACES          TO LOT-CONTROL-REC
            MOVE 'CTL'           TO LOT-CTL-RECTYPE
            MOVE WS-APPLIED-THRU TO LOT-CTL-LASTDATE
            MOVE WS-NEXT-LOTID   TO LOT-CTL-NEXTID
            WRITE LOT-NEW-REC FROM LOT-CONTROL-REC
            PERFORM P510-START THRU P510-END
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT
            CLOSE LEDGNEW
            .
       P500-END.


      *>      WRITE ONE OPEN LOT TO THE STAGED LEDGER
       P510-START.
            IF WS-LOT-QTY(WS-LOT-IDX) > 0 THEN
                SET LOT-IS-LOT TO TRUE
                MOVE WS-LOT-ID(WS-LOT-IDX)        TO LOT-ID
                MOVE WS-LOT-CODNEG(WS-LOT-IDX)    TO LOT-CODNEG
                MOVE WS-LOT-TPMERC(WS-LOT-IDX)    TO LOT-TPMERC
                MOVE WS-LOT-OPEN-DATE(WS-LOT-IDX) TO LOT-OPEN-DATE
                MOVE WS-LOT-QTY(WS-LOT-IDX)       TO LOT-QTY
                MOVE WS-LOT-COST(WS-LOT-IDX)      TO LOT-COST
                WRITE LOT-NEW-REC FROM LOT-LEDGER-REC
                ADD 1 TO WS-LOTS-WRITTEN
            END-IF
            .
       P510-END.


      *>      RETIRE THE GENERATION BEFORE LAST SO THE .PRV NAME IS
      *>      FREE FOR THE PUBLISH
       P600-START.
            OPEN INPUT LEDGPRV
            IF WS-FS-5 EQUAL 35 THEN
                GO TO P600-END
            END-IF
            IF NOT FS-OK OF WS-FS-5 THEN
                DISPLAY 'FAILED TO PROBE LOTLEDGER.PRV, REFUSING '
                        'TO PUBLISH'
                DISPLAY 'FILE STATUS.: ' WS-FS-5
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            CLOSE LEDGPRV
            DELETE FILE LEDGPRV
            .
       P600-END.


      *>      PUBLISH BY RENAME: THE LIVE LEDGER BECOMES
      *>      LOTLEDGER.PRV AND THE STAGED ONE BECOMES LOTLEDGER.TXT
       P700-START.
            IF NOT BOOK-OPENING THEN
                MOVE RETURN-CODE TO WS-SAVED-RC
                CALL 'CBL_RENAME_FILE' USING WS-LEDGER-FILE
                                             WS-LEDGPRV-FILE
                MOVE RETURN-CODE TO WS-RENAME-RC
                MOVE WS-SAVED-RC TO RETURN-CODE
                IF WS-RENAME-RC NOT = 0 THEN
                    DISPLAY 'FAILED TO RENAME THE LIVE LEDGER TO '
                            'LOTLEDGER.PRV, THE LIVE LEDGER HAS '
                            'NOT BEEN TOUCHED'
                    DISPLAY 'RENAME STATUS.: ' WS-RENAME-RC
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                END-IF
            END-IF
            MOVE RETURN-CODE TO WS-SAVED-RC
            CALL 'CBL_RENAME_FILE' USING WS-LEDGNEW-FILE
                                         WS-LEDGER-FILE
            MOVE RETURN-CODE TO WS-RENAME-RC
            MOVE WS-SAVED-RC TO RETURN-CODE
            IF WS-RENAME-RC NOT = 0 THEN
                DISPLAY 'FAILED TO RENAME LOTLEDGER.NEW IN AS THE '
                        'LIVE LEDGER. THE PRIOR GENERATION IS '
                        'LOTLEDGER.PRV - RENAME IT BACK TO '
                        'LOTLEDGER.TXT TO RESTORE THE BOOK'
                DISPLAY 'RENAME STATUS.: ' WS-RENAME-RC
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            DISPLAY 'NEW LEDGER PUBLISHED, PRIOR GENERATION KEPT '
                    'AS LOTLEDGER.PRV'
            .
       P700-END.


      *>      FOLD THIS RUN'S JOURNAL LINES INTO REALPLJRNL.TXT NOW
      *>      THAT THE LEDGER THEY CAME FROM IS PUBLISHED, THEN DELETE
      *>      REALPLWORK.TXT SO P250 OF THE NEXT RUN ONLY EVER FINDS
      *>      LINES THAT WERE NOT FOLDED
       P800-START.
            OPEN INPUT JRNLWRK
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO REOPEN REALPLWORK.TXT, THE '
                        'JOURNAL LINES OF THIS RUN ARE IN IT'
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            OPEN EXTEND JRNL
            IF WS-FS-8 EQUAL 35 THEN
                OPEN OUTPUT JRNL
            END-IF
            IF NOT FS-OK OF WS-FS-8 THEN
                DISPLAY 'FAILED TO OPEN REALPLJRNL.TXT, THE '
                        'JOURNAL LINES OF THIS RUN ARE IN '
                        'REALPLWORK.TXT'
                DISPLAY 'FILE STATUS.: ' WS-FS-8
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            SET JRNL-EOF-OK TO FALSE
            PERFORM P810-START THRU P810-END
                UNTIL JRNL-EOF-OK
            CLOSE JRNL
            CLOSE JRNLWRK
            DELETE FILE JRNLWRK
            IF NOT FS-OK OF WS-FS-7 THEN
                DISPLAY 'FAILED TO DELETE REALPLWORK.TXT, ITS LINES '
                        'ARE ALREADY IN REALPLJRNL.TXT - DELETE IT BY '
                        'HAND BEFORE THE NEXT RUN'
                DISPLAY 'FILE STATUS.: ' WS-FS-7
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            .
       P800-END.


      *>      COPY ONE STAGED JOURNAL LINE
       P810-START.
            READ JRNLWRK
                AT END SET JRNL-EOF-OK TO TRUE
                NOT AT END
                    WRITE REAL-PL-REC FROM JRNL-WRK-REC
                    ADD 1 TO WS-JRNL-FOLDED
            END-READ
            .
       P810-END.


      *>      REGENERATE POSITIONS.TXT: ONE LINE PER TICKER WITH THE
      *>      QUANTITY HELD ACROSS ITS OPEN LOTS, WHATEVER THEIR
      *>      TPMERC, AND THE AVERAGE COST OF THAT QUANTITY
       P820-START.
            PERFORM P821-START THRU P821-END
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT
            OPEN OUTPUT POSFILE
            IF NOT FS-OK OF WS-FS-6 THEN
                DISPLAY 'FAILED TO REWRITE POSITIONS.TXT, THE '
                        'LEDGER IS PUBLISHED - RERUN TO REGENERATE'
                DISPLAY 'FILE STATUS.: ' WS-FS-6
                MOVE 1 TO RETURN-CODE
                PERFORM P999-EXIT
            END-IF
            IF WS-AGG-COUNT > 0 THEN
                PERFORM P822-START THRU P822-END
                    VARYING WS-AGG-IDX FROM 1 BY 1
                    UNTIL WS-AGG-IDX > WS-AGG-COUNT
            END-IF
            CLOSE POSFILE
            .
       P820-END.


      *>      FOLD ONE OPEN LOT INTO ITS TICKER'S POSITION, KEYED ON
      *>      CODNEG ONLY
       P821-START.
            IF WS-LOT-QTY(WS-LOT-IDX) = 0 THEN
                GO TO P821-END
            END-IF
            SET WS-AGG-X TO 1
            SET AGG-FOUND TO FALSE
            IF WS-AGG-COUNT > 0 THEN
                SEARCH WS-AGG-ENTRY
                    AT END CONTINUE
                    WHEN WS-AGG-X > WS-AGG-COUNT
                        CONTINUE
                    WHEN WS-AGG-CODNEG(WS-AGG-X)
                         = WS-LOT-CODNEG(WS-LOT-IDX)
                        SET AGG-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT AGG-FOUND THEN
                IF WS-AGG-COUNT = 999 THEN
                    DISPLAY 'WS-AGG-TABLE FULL, REFUSING TO WRITE A '
                            'PARTIAL POSITIONS.TXT'
                    MOVE 1 TO RETURN-CODE
                    PERFORM P999-EXIT
                END-IF
                ADD 1 TO WS-AGG-COUNT
                SET WS-AGG-X TO WS-AGG-COUNT
                MOVE WS-LOT-CODNEG(WS-LOT-IDX)
                     TO WS-AGG-CODNEG(WS-AGG-X)
                MOVE 0 TO WS-AGG-QTY(WS-AGG-X)
                MOVE 0 TO WS-AGG-COST(WS-AGG-X)
            END-IF
            ADD WS-LOT-QTY(WS-LOT-IDX)  TO WS-AGG-QTY(WS-AGG-X)
            ADD WS-LOT-COST(WS-LOT-IDX) TO WS-AGG-COST(WS-AGG-X)
            .
       P821-END.


      *>      WRITE ONE POSITIONS.TXT LINE
       P822-START.
            MOVE WS-AGG-CODNEG(WS-AGG-IDX) TO POS-CODNEG
            MOVE WS-AGG-QTY(WS-AGG-IDX)    TO POS-QTY
            COMPUTE POS-AVGCOST ROUNDED
                = WS-AGG-COST(WS-AGG-IDX) / WS-AGG-QTY(WS-AGG-IDX)
            WRITE POS-REG
            ADD 1 TO WS-POS-WRITTEN
            .
       P822-END.


      *>      RECONCILIATION SUMMARY. EVERY LOT LOADED OR OPENED IS
      *>      EITHER CLOSED OR STILL ON THE LEDGER
       P900-START.
            DISPLAY '#################################################'
            DISPLAY ' HISTPOST RECONCILIATION SUMMARY'
            DISPLAY ' BLOTTER LINES READ.: '    WS-LINES-READ
            DISPLAY ' TRADES REJECTED....: '    WS-LINES-REJECTED
            DISPLAY ' BUYS POSTED........: '    WS-BUYS-POSTED
            DISPLAY ' SELLS POSTED.......: '    WS-SELLS-POSTED
            DISPLAY ' EVENTS APPLIED.....: '    WS-EVENTS-APPLIED
            DISPLAY ' LOTS LOADED........: '    WS-LOTS-LOADED
            DISPLAY ' LOTS CLOSED........: '    WS-LOTS-CLOSED
            DISPLAY ' LOTS ON THE LEDGER.: '    WS-LOTS-WRITTEN
            DISPLAY ' JOURNAL LINES......: '    WS-JRNL-FOLDED
            DISPLAY ' JOURNAL RECOVERED..: '    WS-JRNL-RECOVERED
            DISPLAY ' REALISED P&L.......: '    WS-TOT-REALISED
            DISPLAY ' POSITIONS WRITTEN..: '    WS-POS-WRITTEN
                    ' (PER TICKER, ALL TPMERC)'
            DISPLAY ' POSTED THROUGH.....: '    WS-APPLIED-THRU
            IF WS-LOTS-LOADED + WS-BUYS-POSTED
               NOT = WS-LOTS-CLOSED + WS-LOTS-WRITTEN THEN
                DISPLAY ' LOT COUNTS DO NOT RECONCILE, CHECK '
                        'POSTREPT.TXT'
                MOVE 1 TO RETURN-CODE
            END-IF
            DISPLAY '#################################################'
            .
       P900-END.


       P999-EXIT.
            CLOSE BLOTIN
            CLOSE CORPACT
            CLOSE LEDGER
            CLOSE LEDGNEW
            CLOSE LEDGPRV
            CLOSE POSFILE
            CLOSE JRNLWRK
            CLOSE JRNL
            CLOSE POSTOUT
            GOBACK.
       END PROGRAM HISTPOST.
