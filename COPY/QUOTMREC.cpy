      *        (QUOTMASTER.DAT) BUILT BY QUOTLOAD FROM THE MERGED
      *        OUTPUTINPUT.TXT, KEYED ON CODNEG + DATEEX + TPMERC +
      *        TIPREG WITH AN ALTERNATE KEY ON CODISI, SO A SINGLE
      *        TICKER/DAY CAN BE FETCHED WITHOUT A FULL CSV SCAN.
      *        QM-SRCFID/QM-SRCREC CARRY THE CSV ROW'S LINEAGE OVER
      *        UNCHANGED (ZERO WHEN THE ROW PREDATES LINEAGE).
      *        QM-CADENCE IS THE DELIVERY CADENCE OF THE SOURCE FILE
      *        ('D' DAILY, 'M' MONTHLY, 'A' ANNUAL OR FULL HISTORY)
      ******************************************************************
       01 QUOT-MASTER-REC.
           03 QM-KEY.
           03 QM-QUATOT            PIC 9(18).
           03 QM-VOLTOT            PIC 9(16)V99.
           03 QM-SECNAME           PIC X(30).
           03 QM-SRCFID            PIC 9(08).
           03 QM-SRCREC            PIC 9(07).
           03 QM-CADENCE           PIC X(01).
