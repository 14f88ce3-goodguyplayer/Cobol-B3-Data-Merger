      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE ROTATION CATALOG (ROTCATLG.TXT)
      *        APPENDED BY HISTROTA, ONE LINE PER PERIOD FILE IT
      *        WRITES OR PURGES. THE LOG NAME IS THE CURRENT FILE'S
      *        NAME WITHOUT .TXT (MERGELOG, RUNHISTORY, ...), THE
      *        PERIOD IS THE CALENDAR QUARTER (YYYYQN) AND THE PERIOD
      *        FILE IS <LOG>.<PERIOD>.TXT IN THE DATA FOLDER. ACTION
      *        IS 'ROTATED' WHEN LINES WERE MOVED OUT OF THE CURRENT
      *        FILE INTO THE PERIOD FILE (LINES IS HOW MANY) AND
      *        'PURGED' WHEN THE PERIOD FILE FELL OUT OF ITS
      *        ROTCFG.TXT RETENTION AND WAS DELETED. READERS THAT MUST
      *        SEE A LOG'S FULL HISTORY WALK EVERY ROTATED, NOT PURGED
      *        PERIOD OF THAT LOG BEFORE THE CURRENT FILE. DATE AND
      *        TIME ARE WHEN HISTROTA RAN (TIME HHMMSSCC)
      ******************************************************************
       01 ROT-CATLG-REC.
           03 RC-LOG                   PIC X(10).
           03 FILLER                   PIC X(01).
           03 RC-PERIOD                PIC X(06).
           03 RC-PERIOD-X REDEFINES RC-PERIOD.
               05 RC-PER-YEAR          PIC 9(04).
               05 RC-PER-Q             PIC X(01).
               05 RC-PER-QTR           PIC 9(01).
           03 FILLER                   PIC X(01).
           03 RC-ACTION                PIC X(07).
               88 RC-ROTATED           VALUE 'ROTATED'.
               88 RC-PURGED            VALUE 'PURGED'.
           03 FILLER                   PIC X(01).
           03 RC-LINES                 PIC 9(07).
           03 FILLER                   PIC X(01).
           03 RC-RUN-DATE              PIC 9(08).
           03 FILLER                   PIC X(01).
           03 RC-RUN-TIME              PIC 9(08).
           03 FILLER                   PIC X(01).
           03 RC-PERIOD-FILE           PIC X(24).
