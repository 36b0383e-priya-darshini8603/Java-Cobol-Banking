      *****************************************************
      * LADDER.cpy
      * One branch/product time bucket of the maturity
      * ladder extract written by MAT-LADDER for treasury's
      * asset-liability load. Every branch/product on the
      * book gets all eleven buckets, empty ones included,
      * so each load has the same shape.
      *
      * LD-BUCKET-NO 0 is installments already past due at
      * LD-ASOF-DATE; 1 = next day, 2 = 2-7 days,
      * 3 = 8-14 days, 4 = 15-30 days, 5 = 1-3 months,
      * 6 = 3-6 months, 7 = 6-12 months, 8 = 1-3 years,
      * 9 = 3-5 years and 10 = over 5 years.
      *
      * LD-PRINCIPAL/LD-INTEREST are the expected installment
      * inflows falling due in the bucket. LD-RATE-SENSITIVE
      * is the balance repricing in the bucket: fixed-rate
      * principal as it falls due, floating-rate balances
      * whole at their next rate reset.
      *****************************************************
       01 LADDER-EXTRACT-RECORD.
           05 LD-ASOF-DATE           PIC 9(8).
           05 LD-BRANCH-CODE         PIC X(4).
           05 LD-PRODUCT-TYPE        PIC X(4).
           05 LD-BUCKET-NO           PIC 99.
           05 LD-BUCKET-LABEL        PIC X(8).
           05 LD-PRINCIPAL           PIC 9(15)V99.
           05 LD-INTEREST            PIC 9(15)V99.
           05 LD-RATE-SENSITIVE      PIC 9(15)V99.
