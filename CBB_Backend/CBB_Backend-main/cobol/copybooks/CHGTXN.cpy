      *****************************************************
      * CHGTXN.cpy
      * One record of the charge-waiver transaction file
      * applied to the outstanding-charges file by LOAN-CHG
      * WAIVE mode. CT-ACTION is WAIVE. The key fields name
      * the charge exactly as it sits on LOANCHG.cpy;
      * CT-AMOUNT is the amount to waive, zero meaning the
      * whole of what is still outstanding. CT-USER-ID is
      * the branch manager authorising the waiver and
      * CT-REASON why - both are mandatory and are kept on
      * the charge record.
      *****************************************************
       01 CHARGE-TXN-RECORD.
           05 CT-ACTION              PIC X(6).
           05 CT-APP-ID              PIC X(10).
           05 CT-DUE-DATE            PIC 9(8).
           05 CT-CHARGE-TYPE         PIC X.
           05 CT-EVENT-DATE          PIC 9(8).
           05 CT-AMOUNT              PIC 9(7)V99.
           05 CT-USER-ID             PIC X(8).
           05 CT-REASON              PIC X(20).
