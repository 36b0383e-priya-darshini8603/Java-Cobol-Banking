      *****************************************************
      * LOANCHG.cpy
      * One charge on the keyed outstanding-charges file -
      * a late-payment fee or a bounce charge raised by
      * LOAN-CHG ASSESS mode, paid down by PAY-APPLY ahead
      * of interest and principal, and waived through
      * LOAN-CHG WAIVE mode. The file is ORGANIZATION
      * INDEXED with CG-KEY as the record key, so a loan's
      * charges read back together, oldest installment
      * first.
      *
      * CG-CHARGE-TYPE is L (late-payment fee) or B (bounce
      * charge). CG-EVENT-DATE is the failed debit's date
      * for a bounce charge - an installment can bounce more
      * than once - and zero for a late fee, which is raised
      * at most once per installment.
      * CG-STATUS is O (open), P (paid) or W (waived); what
      * is still owed is CG-AMOUNT less CG-PAID-AMT less
      * CG-WAIVED-AMT. CG-PAID-DUE-DATE is the installment
      * whose receipt last paid towards the charge, so the
      * statement can show the charge against that receipt.
      *****************************************************
       01 LOAN-CHARGE-RECORD.
           05 CG-KEY.
               10 CG-APP-ID          PIC X(10).
               10 CG-DUE-DATE        PIC 9(8).
               10 CG-CHARGE-TYPE     PIC X.
               10 CG-EVENT-DATE      PIC 9(8).
           05 CG-ASSESS-DATE         PIC 9(8).
           05 CG-AMOUNT              PIC 9(7)V99.
           05 CG-PAID-AMT            PIC 9(7)V99.
           05 CG-WAIVED-AMT          PIC 9(7)V99.
           05 CG-STATUS              PIC X.
           05 CG-PAID-DATE           PIC 9(8).
           05 CG-PAID-DUE-DATE       PIC 9(8).
           05 CG-NARRATIVE           PIC X(20).
           05 CG-WAIVE-REASON        PIC X(20).
           05 CG-WAIVE-USER          PIC X(8).
           05 CG-WAIVE-DATE          PIC 9(8).
