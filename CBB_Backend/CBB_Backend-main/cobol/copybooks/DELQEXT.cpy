      *****************************************************
      * DELQEXT.cpy
      * One loan of the per-loan aging extract written by
      * DELQ-AGE alongside its printed report, so month-end
      * steps can take each loan's delinquency position
      * without re-aging the book. Every aged loan gets a
      * record, current ones included: DX-BUCKET 0 is
      * current, 1 = 1-30, 2 = 31-60, 3 = 61-90 and
      * 4 = over 90 days past due (DX-NPA-FLAG 'Y').
      * Written in the results file's application-id order.
      * DX-RESTRUCT-FLAG is Y for a loan restructured by a
      * RESCHD (LM-RESTRUCT-FLAG on the loan master), which
      * the regulator has classified apart from the rest.
      *****************************************************
       01 DELQ-EXTRACT-RECORD.
           05 DX-APP-ID              PIC X(10).
           05 DX-ASOF-DATE           PIC 9(8).
           05 DX-BRANCH-CODE         PIC X(4).
           05 DX-PRODUCT-TYPE        PIC X(4).
           05 DX-OUTSTANDING-BAL     PIC 9(11)V99.
           05 DX-EMI                 PIC 9(9)V99.
           05 DX-DPD                 PIC 9(5).
           05 DX-BUCKET              PIC 9.
           05 DX-NPA-FLAG            PIC X.
           05 DX-OVERDUE-AMT         PIC 9(13)V99.
           05 DX-RESTRUCT-FLAG       PIC X.
