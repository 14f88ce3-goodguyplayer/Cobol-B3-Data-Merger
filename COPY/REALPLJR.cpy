      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE REALISED P&L JOURNAL
      *        (REALPLJRNL.TXT) APPENDED BY HISTPOST. ONE LINE PER
      *        LOT SLICE CLOSED BY A SELL: THE LOT'S OPENING DATE AND
      *        THE COST RELEASED, THE GROSS SALE VALUE AND THE SHARE
      *        OF THE SELL'S BROKERAGE AND FEES, AND THE SIGNED
      *        RESULT. RPL-TRADE-TYPE IS 'D' WHEN THE LOT WAS OPENED
      *        AND CLOSED ON THE SAME DATE (DAY TRADE) AND 'S'
      *        OTHERWISE (SWING TRADE)
      ******************************************************************
       01 REAL-PL-REC.
           03 RPL-SELL-DATE        PIC 9(08).
           03 RPL-CODNEG           PIC X(12).
           03 RPL-TPMERC           PIC 9(03).
           03 RPL-LOT-ID           PIC 9(08).
           03 RPL-OPEN-DATE        PIC 9(08).
           03 RPL-QTY              PIC 9(12).
           03 RPL-COST             PIC 9(16)V99.
           03 RPL-PROCEEDS         PIC 9(16)V99.
           03 RPL-SELL-FEES        PIC 9(14)V99.
           03 RPL-RESULT           PIC S9(16)V99
                                   SIGN LEADING SEPARATE.
           03 RPL-TRADE-TYPE       PIC X(01).
               88 RPL-DAY-TRADE    VALUE 'D'.
               88 RPL-SWING-TRADE  VALUE 'S'.
