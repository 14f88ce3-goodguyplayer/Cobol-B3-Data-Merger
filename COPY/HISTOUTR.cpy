           03 HIST-SECNAME         PIC X(30).
           03 FILLER                PIC X(01).
           03 HIST-ORIGNEG         PIC X(12).
           03 FILLER                PIC X(01).
           03 HIST-SRCFID          PIC 9(08).
           03 FILLER                PIC X(01).
           03 HIST-SRCREC          PIC 9(07).
           03 FILLER                PIC X(01).
           03 HIST-CADENCE         PIC X(01).
