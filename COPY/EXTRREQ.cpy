      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE EXTRACT REQUEST QUEUE
      *        (EXTRACTREQ.TXT) SERVED BY HISTXTRQ. A REQUEST IS A
      *        GROUP OF LINES SHARING ONE REQUEST IDENTIFIER: ONE 'H'
      *        HEADER LINE (REQUESTOR, DATE RANGE, OUTPUT FORMAT,
      *        PRICE SERIES AND THE STATUS HISTXTRQ WRITES BACK),
      *        FOLLOWED BY ANY NUMBER OF 'T' LINES (ONE CODNEG EACH),
      *        'I' LINES (ONE CODISI EACH) AND 'C' LINES (HISTOUTR
      *        COLUMN NAMES WITHOUT THE HIST- PREFIX, SEPARATED BY
      *        COMMAS OR SPACES; 'ALL' OR NO 'C' LINE AT ALL MEANS
      *        EVERY COLUMN). BLANK DATES MEAN AN OPEN-ENDED RANGE.
      *        FORMAT IS CSV (COMMA), PIP (PIPE) OR FIX (FIXED
      *        WIDTH), BLANK = CSV. SERIES IS 'N' UNADJUSTED PRICES
      *        (BLANK) OR 'Y' THE ADJUSTED SERIES. STATUS IS BLANK OR
      *        'P' WHILE PENDING, 'D' DONE OR 'F' FAILED, WITH THE
      *        COMPLETION DATE, ROWS DELIVERED AND REASON FILLED IN BY
      *        HISTXTRQ. RESETTING THE STATUS TO BLANK QUEUES THE
      *        REQUEST AGAIN
      ******************************************************************
       01 EXTR-REQ-REC.
           03 XR-REQID                 PIC X(08).
           03 FILLER                   PIC X(01).
           03 XR-RECTYPE               PIC X(01).
               88 XR-IS-HEADER         VALUE 'H'.
               88 XR-IS-TICKER         VALUE 'T'.
               88 XR-IS-ISIN           VALUE 'I'.
               88 XR-IS-COLUMNS        VALUE 'C'.
           03 FILLER                   PIC X(01).
           03 XR-BODY                  PIC X(121).
           03 XR-HEAD REDEFINES XR-BODY.
               05 XR-REQUESTOR         PIC X(12).
               05 FILLER               PIC X(01).
               05 XR-DATE-FROM         PIC X(08).
               05 FILLER               PIC X(01).
               05 XR-DATE-TO           PIC X(08).
               05 FILLER               PIC X(01).
               05 XR-FORMAT            PIC X(03).
               05 FILLER               PIC X(01).
               05 XR-SERIES            PIC X(01).
               05 FILLER               PIC X(01).
               05 XR-STATUS            PIC X(01).
                   88 XR-PENDING       VALUE ' ' 'P'.
                   88 XR-DONE          VALUE 'D'.
                   88 XR-FAILED        VALUE 'F'.
               05 FILLER               PIC X(01).
               05 XR-DONE-DATE         PIC 9(08).
               05 FILLER               PIC X(01).
               05 XR-ROWS              PIC 9(07).
               05 FILLER               PIC X(01).
               05 XR-REASON            PIC X(40).
               05 FILLER               PIC X(25).
           03 XR-ITEM REDEFINES XR-BODY.
               05 XR-CODE              PIC X(12).
               05 FILLER               PIC X(109).
           03 XR-COLS REDEFINES XR-BODY.
               05 XR-COLLIST           PIC X(121).
