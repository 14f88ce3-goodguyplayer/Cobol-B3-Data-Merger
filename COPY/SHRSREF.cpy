      ******************************************************************
      * Author: NATHAN BRITO DA SILVA
      * Date: 2026/10/15
      * Purpose: RECORD LAYOUT OF THE SHARES-OUTSTANDING REFERENCE
      *        (SHARESREF.TXT), KEPT NEXT TO ISINREF.TXT AND MAINTAINED
      *        THROUGH REFMAINT. ONE LINE PER CODISI PER EFFECTIVE
      *        DATE: THE TOTAL SHARES OUTSTANDING AND THE FREE-FLOAT
      *        SHARES IN FORCE FROM THAT DATE UNTIL THE NEXT LINE OF
      *        THE SAME CODISI. LINES MAY BE IN ANY ORDER; CODISI PLUS
      *        EFFECTIVE DATE IS THE KEY
      ******************************************************************
       01 SHARES-REF-REC.
           03 SHR-CODISI               PIC X(12).
           03 SHR-EFFDATE              PIC 9(08).
           03 SHR-TOTAL                PIC 9(15).
           03 SHR-FREEFLT              PIC 9(15).
