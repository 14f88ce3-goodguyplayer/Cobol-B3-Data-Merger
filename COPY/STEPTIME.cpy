      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE STEP-TIMING HISTORY
      *        (STEPTIME.TXT) APPENDED BY B3JOBRUN, ONE LINE PER STEP
      *        IT RUNS, AND READ BY B3JOBSLA FOR THE TREND REPORT. THE
      *        RUN IDENTIFIER IS THE CHAIN'S START DATE AND TIME
      *        (YYYYMMDDHHMMSSCC), SHARED BY EVERY STEP OF ONE
      *        B3JOBRUN INVOCATION. TIMES ARE HHMMSSCC, ELAPSED IS IN
      *        SECONDS WITH HUNDREDTHS, THE RETURN CODE IS THE ONE THE
      *        STEP'S PROGRAM HANDED BACK. THE SLA FLAG IS 'BREACH'
      *        WHEN THE STEP RAN LONGER THAN ITS JOBSLA.TXT MAXIMUM.
      *        THE ESTIMATED CHAIN FINISH IS THE ONE B3JOBRUN WORKED
      *        OUT WHEN THE STEP ENDED (DATE 0 WHEN NONE)
      ******************************************************************
       01 STEP-TIME-REC.
           03 ST-RUNID                 PIC X(16).
           03 FILLER                   PIC X(01).
           03 ST-STEP                  PIC X(08).
           03 FILLER                   PIC X(01).
           03 ST-PROGRAM               PIC X(08).
           03 FILLER                   PIC X(01).
           03 ST-START-DATE            PIC 9(08).
           03 ST-START-TIME            PIC 9(08).
           03 FILLER                   PIC X(01).
           03 ST-END-DATE              PIC 9(08).
           03 ST-END-TIME              PIC 9(08).
           03 FILLER                   PIC X(01).
           03 ST-ELAPSED               PIC 9(07)V99.
           03 FILLER                   PIC X(01).
           03 ST-RC                    PIC S9(04)
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X(01).
           03 ST-STATUS                PIC X(04).
               88 ST-OK                VALUE 'OK'.
           03 FILLER                   PIC X(01).
           03 ST-SLA-FLAG              PIC X(06).
               88 ST-BREACH            VALUE 'BREACH'.
           03 FILLER                   PIC X(01).
           03 ST-ETA-DATE              PIC 9(08).
           03 ST-ETA-TIME              PIC 9(06).
