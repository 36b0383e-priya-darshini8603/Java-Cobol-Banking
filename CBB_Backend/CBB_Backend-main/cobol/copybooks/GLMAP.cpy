      * AB-BRANCH-CODE/AB-PRODUCT-TYPE on the account
      * balance extract. Finance owns the file; GL-POST
      * refuses to post a branch/product combination that
      * has no row here. GM-PROV-EXP-GL/GM-PROV-RES-GL are
      * the loan-loss provision expense and reserve accounts
      * PROV-CALC posts the month's provision change to.
      * GM-RECOV-INC-GL is the income account GL-POST credits
      * with recoveries received on written-off loans; the
      * write-off itself is charged to GM-PROV-RES-GL.
      *****************************************************
       01 GL-MAP-RECORD.
           05 GM-BRANCH-CODE         PIC X(4).
           05 GM-MOVEMENT-GL         PIC X(8).
           05 GM-INT-RECV-GL         PIC X(8).
           05 GM-INT-INC-GL          PIC X(8).
           05 GM-PROV-EXP-GL         PIC X(8).
           05 GM-PROV-RES-GL         PIC X(8).
           05 GM-RECOV-INC-GL        PIC X(8).
