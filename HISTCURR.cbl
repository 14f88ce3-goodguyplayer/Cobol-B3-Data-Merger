      *>      B3DATADIR-DRIVEN MECHANISM MAINCODE/MODLRDWR USE.
               SELECT CURRIN ASSIGN TO
                   WS-CURRIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT CURRREF ASSIGN TO
                   WS-CURRREF-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
               SELECT CURROUT ASSIGN TO
                   WS-CURROUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-3.
       DATA DIVISION.
           03 CURR-REF-MODREF          PIC X(04).
           03 CURR-REF-FACTOR          PIC 9(15).
       FD CURROUT.
       01 CURR-OUT-LINE                PIC X(360).
       WORKING-STORAGE SECTION.
      *>      FLAT VIEW OF THE INPUT ROW, MIRRORING THE HISTOUTR
      *>      LAYOUT DELIMITER FOR DELIMITER, SO THE PRICE FIELDS CAN
      *>      BE RESTATED IN PLACE AND THE WHOLE 337-CHARACTER ROW
      *>      WRITTEN BACK OUT WITH THE RESTATED FLAG APPENDED.
       01 WS-CURR-REG              PIC X(337).
       01 FILLER REDEFINES WS-CURR-REG.
           03 WS-CR-TIPREG         PIC 9(02).
           03 FILLER               PIC X(01).
           03 WS-CR-SECNAME        PIC X(30).
           03 FILLER               PIC X(01).
           03 WS-CR-ORIGNEG        PIC X(12).
           03 FILLER               PIC X(01).
           03 WS-CR-SRCFID         PIC X(08).
           03 FILLER               PIC X(01).
           03 WS-CR-SRCREC         PIC X(07).
           03 FILLER               PIC X(01).
           03 WS-CR-CADENCE        PIC X(01).
      *>      DATA FOLDER, OVERRIDABLE VIA THE B3DATADIR ENVIRONMENT
      *>      VARIABLE SO THE JOB CAN POINT AT A DIFFERENT DATA SET
      *>      WITHOUT A RECOMPILE.
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-LINES-RESTATED            PIC 9(07) VALUE 0.
       77 WS-LINES-PASSED              PIC 9(07) VALUE 0.
       01 WS-CURR-OUT-REC              PIC X(360) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                    = WS-CR-VOLTOT / WS-REF-FACTOR(WS-REF-X)
                MOVE 'R$  ' TO WS-CR-MODREF
                ADD 1 TO WS-LINES-RESTATED
                MOVE 'Y' TO WS-CURR-OUT-REC(339:1)
            ELSE
                ADD 1 TO WS-LINES-PASSED
                MOVE 'N' TO WS-CURR-OUT-REC(339:1)
            END-IF
            MOVE WS-CURR-REG TO WS-CURR-OUT-REC(1:337)
            MOVE ',' TO WS-CURR-OUT-REC(338:1)
            MOVE SPACES TO WS-CURR-OUT-REC(340:21)
            WRITE CURR-OUT-LINE FROM WS-CURR-OUT-REC
            .
       P320-END.
