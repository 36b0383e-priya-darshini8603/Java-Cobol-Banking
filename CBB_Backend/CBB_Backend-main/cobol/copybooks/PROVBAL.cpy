      *****************************************************
      * PROVBAL.cpy
      * One branch/product row of the provision held file
      * written by PROV-CALC each month-end: the balance
      * provided against and the provision now held. The
      * next month's run reads it back as the prior
      * position, so only the change is posted to the GL.
      *****************************************************
       01 PROV-BAL-RECORD.
           05 PB-RUN-DATE            PIC 9(8).
           05 PB-BRANCH-CODE         PIC X(4).
           05 PB-PRODUCT-TYPE        PIC X(4).
           05 PB-BALANCE             PIC 9(15)V99.
           05 PB-PROVISION           PIC 9(15)V99.
