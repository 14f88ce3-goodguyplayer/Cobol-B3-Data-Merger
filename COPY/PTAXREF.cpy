      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE PTAX REFERENCE FILE (PTAXREF.TXT):
      *        ONE LINE PER DATE THE CENTRAL BANK PUBLISHED A CLOSING
      *        PTAX, IN ASCENDING DATE ORDER, WITH THE BUY AND SELL
      *        RATE IN UNITS OF THE LOCAL CURRENCY OF THE DAY PER ONE
      *        US DOLLAR (SIX DECIMALS, NO POINT). HOLIDAYS AND
      *        WEEKENDS HAVE NO LINE
      ******************************************************************
       01 PTAX-REF-REC.
           03 PTAX-DATE                PIC 9(08).
           03 FILLER                   PIC X(01).
           03 PTAX-BUY                 PIC 9(09)V9(06).
           03 FILLER                   PIC X(01).
           03 PTAX-SELL                PIC 9(09)V9(06).
