      *>      B3DATADIR-DRIVEN MECHANISM MAINCODE/MODLRDWR USE.
               SELECT NORMIN ASSIGN TO
                   WS-NORMIN-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-1.
               SELECT NORMOUT ASSIGN TO
                   WS-NORMOUT-FILE
               ORGANIZATION        IS LINE SEQUENTIAL
               ACCESS MODE         IS SEQUENTIAL
               FILE STATUS         IS WS-FS-2.
       DATA DIVISION.
           88 IS-FIRST-LINE            VALUE 'Y' FALSE 'N'.
      *>      THE RAW LINE, KEPT ASIDE SO THE COLUMN-NAME HEADER ROW
      *>      PASSES THROUGH THE COPY UNTOUCHED
       01 WS-ROW-BUFFER                PIC X(337) VALUE SPACES.
      *>      RECONCILIATION COUNTERS FOR THIS RUN
       77 WS-LINES-READ                PIC 9(07) VALUE 0.
       77 WS-LINES-WRITTEN             PIC 9(07) VALUE 0.
