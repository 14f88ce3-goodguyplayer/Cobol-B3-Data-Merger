      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE SOURCE FILE CATALOG
      *        (SRCCATLG.TXT) APPENDED BY MODLRDWR, ONE LINE PER INPUT
      *        FILE FOLDED INTO THE MERGED CSV. THE FILE IDENTIFIER IS
      *        THE VALUE STAMPED IN HIST-SRCFID/QM-SRCFID: THE FIRST
      *        TWO DIGITS ARE THE B3PARTID PARTITION (00 FOR A NORMAL
      *        RUN), THE LAST SIX A SEQUENCE WITHIN THAT PARTITION, SO
      *        SIBLING PARTITIONS NEVER ISSUE THE SAME NUMBER. THE RUN
      *        IDENTIFIER IS THE CALLER'S START DATE AND TIME
      *        (YYYYMMDDHHMMSSCC), WHICH MATCHES THE START= FIELD OF
      *        THE RUN'S RUNHISTORY.TXT LINE. THE CADENCE IS THE ONE
      *        STAMPED IN HIST-CADENCE ('D' DAILY COTAHIST_DDDMMYYYY,
      *        'M' MONTHLY COTAHIST_MMMYYYY, 'A' ANNUAL OR ANY OTHER
      *        NAME)
      ******************************************************************
       01 SRC-CATLG-REC.
           03 SC-FILEID                PIC 9(08).
           03 SC-FILEID-X REDEFINES SC-FILEID.
               05 SC-FILEID-PART       PIC 9(02).
               05 SC-FILEID-SEQ        PIC 9(06).
           03 FILLER                   PIC X(01).
           03 SC-RUNID                 PIC X(16).
           03 FILLER                   PIC X(01).
           03 SC-MRGDATE               PIC 9(08).
           03 FILLER                   PIC X(01).
           03 SC-MRGTIME               PIC 9(08).
           03 FILLER                   PIC X(01).
           03 SC-ROWS                  PIC 9(07).
           03 FILLER                   PIC X(01).
           03 SC-PATH                  PIC X(128).
           03 FILLER                   PIC X(01).
           03 SC-CADENCE               PIC X(01).
