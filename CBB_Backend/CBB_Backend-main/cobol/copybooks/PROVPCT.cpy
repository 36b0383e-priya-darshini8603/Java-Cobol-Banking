      *****************************************************
      * PROVPCT.cpy
      * One row of the loan-loss provisioning table read by
      * PROV-CALC: the percentage of outstanding balance to
      * hold as provision for a product type in one
      * delinquency bucket (PP-BUCKET 0 = current through
      * 4 = NPA, the DX-BUCKET values on the aging
      * extract). Finance owns the file; PROV-CALC refuses
      * to run when a product/bucket the book needs has no
      * row here.
      *****************************************************
       01 PROV-PCT-RECORD.
           05 PP-PRODUCT-TYPE        PIC X(4).
           05 PP-BUCKET              PIC 9.
           05 PP-PERCENT             PIC 9(3)V99.
