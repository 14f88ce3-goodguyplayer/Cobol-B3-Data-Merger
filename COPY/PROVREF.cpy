      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE PROVENTOS REFERENCE FILE
      *        (PROVENTOS.TXT): ONE CASH DISTRIBUTION PER LINE. THE
      *        KEY IS EITHER A CODNEG ('N') OR A FULL CODISI ('I', SO
      *        ONE LINE FOLLOWS AN ISSUE THROUGH A TICKER RENAME), THE
      *        SAME KEY-TYPE CONVENTION SECTORREF.TXT USES. THE AMOUNT
      *        IS THE GROSS VALUE PER SHARE DECLARED BY THE ISSUER;
      *        THE PAYMENT DATE IS ZERO WHEN NOT YET ANNOUNCED
      ******************************************************************
       01 PROV-REF-REC.
           03 PROV-KEY-TYPE            PIC X(01).
               88 PROV-BY-CODNEG       VALUE 'N'.
               88 PROV-BY-ISIN         VALUE 'I'.
           03 PROV-KEY                 PIC X(12).
           03 PROV-EXDATE              PIC 9(08).
           03 PROV-EVTYPE              PIC X(01).
               88 PROV-DIVIDEND        VALUE 'D'.
               88 PROV-JCP             VALUE 'J'.
               88 PROV-RENDIMENTO      VALUE 'R'.
           03 PROV-AMOUNT              PIC 9(05)V9(08).
           03 PROV-PAYDATE             PIC 9(08).
