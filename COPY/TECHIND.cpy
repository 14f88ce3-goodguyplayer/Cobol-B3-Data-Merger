      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE TECHNICAL INDICATOR FILE
      *        (TECHIND.TXT) WRITTEN BY HISTTECH, ONE LINE PER SERIES
      *        (CODNEG/TIPREG/ADJUSTED/TPMERC/PRAZOT) PER DATEEX WITH
      *        THE COMMA DELIMITERS IN THE FILLER ITEMS. AVERAGES,
      *        VOLATILITY AND THE 52-WEEK FIELDS ARE ZERO WHILE THE
      *        SERIES IS SHORTER THAN THEIR WINDOW; TI-NOBS IS THE
      *        DEPTH OF HISTORY BEHIND THE LINE. THE FIRST LINE OF THE
      *        FILE IS THE COLUMN HEADER
      ******************************************************************
       01 TECH-IND-REC.
           03 TI-CODNEG                PIC X(12).
           03 FILLER                   PIC X(01).
           03 TI-DATEEX                PIC 9(08).
           03 FILLER                   PIC X(01).
           03 TI-TIPREG                PIC 9(02).
           03 FILLER                   PIC X(01).
           03 TI-ADJUSTED              PIC X(01).
           03 FILLER                   PIC X(01).
           03 TI-TPMERC                PIC 9(03).
           03 FILLER                   PIC X(01).
           03 TI-PRAZOT                PIC X(03).
           03 FILLER                   PIC X(01).
           03 TI-PREULT                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TI-NOBS                  PIC 9(03).
           03 FILLER                   PIC X(01).
           03 TI-SMA21                 PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TI-SMA50                 PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TI-SMA200                PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TI-VOL21                 PIC 9(05)V99.
           03 FILLER                   PIC X(01).
           03 TI-HI52W                 PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TI-DAYSHI                PIC 9(05).
           03 FILLER                   PIC X(01).
           03 TI-LO52W                 PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 TI-DAYSLO                PIC 9(05).
