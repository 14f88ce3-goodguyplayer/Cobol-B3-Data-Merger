      *>      MECHANISM MAINCODE/MODLRDWR USE.
               SELECT REJECTS ASSIGN TO
                   WS-REJECTS-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT REPAIRIN ASSIGN TO
                   WS-REPAIRIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT REPAUDIT ASSIGN TO
                   WS-REPAUDIT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
      *>      EVERY RESUBMIT IS A COMMIT INTO THE MERGED CSV, SO IT
      *>      ROWS MODLRDWR MIRRORS IN, AND A TRL LINE WITH THE COUNT.
               SELECT DELTASEQ ASSIGN TO
                   WS-DELTASEQ-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-4.
               SELECT DELTAOUT ASSIGN TO
                   WS-DELTA-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-5.
      *>      EXCLUSIVE RUN LOCK, SHARED WITH MAINCODE AND HISTCONS.
      *>      IS APPENDING TO BOTH.
               SELECT RUNLOCK ASSIGN TO
                   WS-RUNLOCK-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-6.
      *>      SPILL FOR QUARANTINE LINES BEYOND THE 999 THE SESSION
      *>      DESTROY EVERY OVERFLOW LINE FOR GOOD.
               SELECT REJSPILL ASSIGN TO
                   WS-REJSPILL-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-7.
       DATA DIVISION.
       FD DELTASEQ.
       01 DELTA-SEQ-NO                 PIC 9(06).
       FD DELTAOUT.
       01 DELTA-OUT-LINE               PIC X(360).
       FD RUNLOCK.
       01 RUN-LOCK-LINE                PIC X(80).
       FD REJSPILL.
       77 WS-DELTA-EOF                 PIC X.
           88 DELTA-EOF-OK             VALUE 'S' FALSE 'N'.
       77 WS-RUN-DATE                  PIC 9(08) VALUE 0.
      *>      RUN IDENTIFIER HANDED TO MODLRDWR FOR THE SOURCE FILE
      *>      CATALOG: THE BATCH DATE FOLLOWED BY THE LOCK TIME
       77 WS-RUN-ID                    PIC X(16) VALUE SPACES.
       01 WS-DELTA-REC                 PIC X(360) VALUE SPACES.
      *>      AUDIT LINE PIECES
       77 WS-AUD-DATE                  PIC 9(08) VALUE 0.
       77 WS-AUD-TIME                  PIC X(08) VALUE SPACES.
            END-IF
            CLOSE REJECTS
            MOVE 0 TO WS-MOD-RETURN
            MOVE SPACES TO WS-RUN-ID
            STRING WS-RUN-DATE          DELIMITED BY SIZE
                   WS-LOCK-TIME(01:08)  DELIMITED BY SIZE
                   INTO WS-RUN-ID
            END-STRING
            CALL 'MODLRDWR' USING
                           WS-MOD-RETURN
                           WS-REPAIRIN-FILE
                           WS-OUTPUT-FILE
                           WS-DELTA-FILE
                           WS-RUN-ID
            PERFORM P450-START THRU P450-END
            IF WS-MOD-RETURN NOT = 0 THEN
                DISPLAY 'MODLRDWR REFUSED THE REPAIR BATCH, NOTHING '
