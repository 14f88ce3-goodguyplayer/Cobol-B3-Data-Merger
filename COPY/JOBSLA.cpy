      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE BATCH-WINDOW SLA FILE
      *        (JOBSLA.TXT) READ BY B3JOBRUN AND B3JOBSLA. AN 'S' LINE
      *        GIVES THE MAXIMUM DURATION, IN WHOLE SECONDS, OF ONE
      *        JOBSTEPS.TXT STEP; THE 'C' LINE GIVES THE TIME OF DAY
      *        (HHMM) BY WHICH THE WHOLE CHAIN MUST HAVE FINISHED -
      *        WHEN IT IS EARLIER THAN THE CHAIN'S START TIME IT FALLS
      *        ON THE NEXT DAY, AS FOR AN OVERNIGHT WINDOW. A LINE
      *        STARTING WITH '*' IS A COMMENT
      ******************************************************************
       01 JOB-SLA-REC.
           03 SLA-TYPE                 PIC X(01).
               88 SLA-IS-STEP          VALUE 'S'.
               88 SLA-IS-CHAIN         VALUE 'C'.
           03 FILLER                   PIC X(01).
           03 SLA-BODY                 PIC X(16).
           03 SLA-STEP-BODY REDEFINES SLA-BODY.
               05 SLA-STEP             PIC X(08).
               05 FILLER               PIC X(01).
               05 SLA-MAXSECS          PIC X(06).
               05 FILLER               PIC X(01).
           03 SLA-CHAIN-BODY REDEFINES SLA-BODY.
               05 SLA-TARGET           PIC X(04).
               05 FILLER               PIC X(12).
