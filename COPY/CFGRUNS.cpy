      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE CONFIGURATION RUN CATALOG
      *        (CFGRUNS.TXT) APPENDED BY CFGSNAP, ONE LINE PER MAINCODE
      *        OR B3JOBRUN RUN. THE RUN IDENTIFIER IS THE CALLER'S START
      *        DATE AND TIME (YYYYMMDDHHMMSSCC) - FOR MAINCODE THE DATE=
      *        AND START= OF ITS RUNHISTORY.TXT LINE, WHICH ALSO CARRIES
      *        THE VERSION AS CFG=, FOR B3JOBRUN THE CHAIN RUN ID ON ITS
      *        STEPTIME.TXT LINES. THE VERSION IS THE CFGSTORE.TXT
      *        SNAPSHOT IN FORCE; STATE IS 'NEW' WHEN THIS RUN STORED
      *        IT AND 'SAME' WHEN IT MATCHED A VERSION ALREADY STORED
      ******************************************************************
       01 CFG-RUNS-REC.
           03 CR-RUNID                 PIC X(16).
           03 FILLER                   PIC X(01).
           03 CR-PROGRAM               PIC X(08).
           03 FILLER                   PIC X(01).
           03 CR-VERSION               PIC 9(06).
           03 FILLER                   PIC X(01).
           03 CR-STATE                 PIC X(04).
               88 CR-NEW               VALUE 'NEW'.
               88 CR-SAME              VALUE 'SAME'.
