      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE PERSISTENT LOT LEDGER
      *        (LOTLEDGER.TXT) MAINTAINED BY HISTPOST. THE FIRST LINE
      *        IS THE CONTROL RECORD CARRYING THE LAST BUSINESS DATE
      *        POSTED AND THE NEXT LOT NUMBER TO ISSUE; EVERY LINE
      *        AFTER IT IS ONE OPEN LOT: THE QUANTITY STILL HELD AND
      *        THE TOTAL COST OF THAT QUANTITY (PURCHASE PRICE PLUS
      *        BROKERAGE AND B3 FEES), SO A SPLIT ONLY CHANGES THE
      *        QUANTITY AND THE COST BASIS NEVER DRIFTS BY ROUNDING
      ******************************************************************
       01 LOT-LEDGER-REC.
           03 LOT-RECTYPE          PIC X(03).
               88 LOT-IS-CONTROL   VALUE 'CTL'.
               88 LOT-IS-LOT       VALUE 'LOT'.
           03 LOT-ID               PIC 9(08).
           03 LOT-CODNEG           PIC X(12).
           03 LOT-TPMERC           PIC 9(03).
           03 LOT-OPEN-DATE        PIC 9(08).
           03 LOT-QTY              PIC 9(12).
           03 LOT-COST             PIC 9(16)V99.
       01 LOT-CONTROL-REC.
           03 LOT-CTL-RECTYPE      PIC X(03).
           03 LOT-CTL-LASTDATE     PIC 9(08).
           03 LOT-CTL-NEXTID       PIC 9(08).
           03 FILLER               PIC X(45).
