      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE INDEXED SECURITY MASTER FILE
      *        (SECMASTER.DAT) KEPT BY HISTSECM FROM THE MERGED
      *        OUTPUTINPUT.TXT, ONE RECORD PER CODISI WITH AN
      *        ALTERNATE KEY (DUPLICATES ALLOWED, TICKERS GET REUSED)
      *        ON THE CURRENT CODNEG. IT HOLDS THE FIRST AND LAST
      *        DATEEX THE SECURITY TRADED, THE CURRENT AND PREVIOUS
      *        CODNEG/NOMRES/ESPECI/CODBDI WITH THE DATE OF THE LAST
      *        CHANGE, THE FATCOT HISTORY (NEWEST FIRST, EACH FACTOR
      *        WITH THE FIRST DATEEX IT WAS QUOTED UNDER) AND THE
      *        LISTING STATUS: 'A' ACTIVE, 'S' SUSPENDED OR 'D'
      *        DELISTED, DERIVED FROM THE SESSIONS THE MARKET TRADED
      *        SINCE THE SECURITY'S LAST DATEEX
      ******************************************************************
       01 SEC-MASTER-REC.
           03 SM-CODISI            PIC X(12).
           03 SM-CODNEG            PIC X(12).
           03 SM-PRV-CODNEG        PIC X(12).
           03 SM-STATUS            PIC X(01).
               88 SM-ACTIVE        VALUE 'A'.
               88 SM-SUSPENDED     VALUE 'S'.
               88 SM-DELISTED      VALUE 'D'.
           03 SM-STATUS-DATE       PIC 9(08).
           03 SM-IDLE-SESSIONS     PIC 9(05).
           03 SM-FIRST-DATEEX      PIC 9(08).
           03 SM-LAST-DATEEX       PIC 9(08).
           03 SM-NOMRES            PIC X(12).
           03 SM-ESPECI            PIC X(10).
           03 SM-CODBDI            PIC X(02).
           03 SM-PRV-NOMRES        PIC X(12).
           03 SM-PRV-ESPECI        PIC X(10).
           03 SM-PRV-CODBDI        PIC X(02).
           03 SM-CHG-DATEEX        PIC 9(08).
           03 SM-SECNAME           PIC X(30).
           03 SM-FATCOT-COUNT      PIC 9(02).
           03 SM-FATCOT-HIST OCCURS 8 TIMES.
               05 SM-FH-DATEEX     PIC 9(08).
               05 SM-FH-FATCOT     PIC 9(07).
           03 SM-UPD-DATE          PIC 9(08).
