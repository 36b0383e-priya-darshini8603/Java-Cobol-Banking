      *****************************************************
      * FEESCHD.cpy
      * One product row of the charges fee schedule read by
      * LOAN-CHG ASSESS mode. FS-GRACE-DAYS is how many
      * calendar days after the due date an installment may
      * still come in short before the late-payment fee is
      * raised; FS-LATE-FEE is that fee and FS-BOUNCE-FEE
      * the charge raised for each failed standing-
      * instruction debit. Credit policy owns the figures.
      *****************************************************
       01 FEE-SCHEDULE-RECORD.
           05 FS-PRODUCT-TYPE        PIC X(4).
           05 FS-GRACE-DAYS          PIC 9(3).
           05 FS-LATE-FEE            PIC 9(7)V99.
           05 FS-BOUNCE-FEE          PIC 9(7)V99.
