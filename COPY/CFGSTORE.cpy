      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE CONFIGURATION STORE (CFGSTORE.TXT)
      *        APPENDED BY CFGSNAP. EACH VERSION IS ONE SNAPSHOT OF THE
      *        REFERENCE AND FILTER FILES MODLRDWR READS AND OF THE B3*
      *        ENVIRONMENT SETTINGS: AN 'H' HEADER LINE (ENTRY COUNT,
      *        DATE AND RUN THAT FIRST PRODUCED IT) FOLLOWED BY ITS
      *        ENTRIES IN SNAPSHOT ORDER. PER FILE, AN 'F' LINE SAYS
      *        WHETHER IT WAS PRESENT AND HOW MANY LINES IT HELD, THEN
      *        ONE 'L' LINE PER NON-BLANK FILE LINE; EVERY SETTING IS
      *        AN 'E' LINE IN SECTION ENV, KEYED ON ITS NAME. THE KEY IS
      *        WHAT HISTCFGD PAIRS ENTRIES ON (THE CODISI OF AN ISINREF
      *        LINE, THE KEY BEFORE '=' OF AN ALERTCFG LINE, AND SO
      *        ON). A SNAPSHOT IDENTICAL TO A STORED VERSION IS NOT
      *        STORED AGAIN; THE RUN IS CATALOGUED AGAINST THAT VERSION
      *        IN CFGRUNS.TXT
      ******************************************************************
       01 CFG-STORE-REC.
           03 CS-VERSION               PIC 9(06).
           03 FILLER                   PIC X(01).
           03 CS-KIND                  PIC X(01).
               88 CS-HEADER            VALUE 'H'.
               88 CS-FILE              VALUE 'F'.
               88 CS-LINE              VALUE 'L'.
               88 CS-SETTING           VALUE 'E'.
           03 FILLER                   PIC X(01).
           03 CS-SECTION               PIC X(12).
           03 FILLER                   PIC X(01).
           03 CS-KEY                   PIC X(20).
           03 FILLER                   PIC X(01).
           03 CS-TEXT                  PIC X(100).
           03 CS-HDR-TEXT REDEFINES CS-TEXT.
               05 CS-HDR-ENTRIES       PIC 9(06).
               05 FILLER               PIC X(01).
               05 CS-HDR-DATE          PIC 9(08).
               05 FILLER               PIC X(01).
               05 CS-HDR-RUNID         PIC X(16).
               05 FILLER               PIC X(68).
