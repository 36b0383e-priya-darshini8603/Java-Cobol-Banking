      * LM-OUTSTANDING-BAL/LM-REMAINING-TENURE hold the
      * current position the reprice prices from.
      * LM-RATE-BASIS is F (fixed) or V (variable/floating).
      * LM-STATUS is A (active), C (closed) or W (written
      * off).
      * LM-CLOSED-DATE is the date the loan was closed, by a
      * CLOSE or by the payoff receipt that cleared it (zero
      * while the loan is active).
      * LM-DISBURSAL-DATE is the date the funds went out, as
      * booked by the ADD (zero for loans booked before it
      * was carried).
      * LM-RESTRUCT-FLAG is Y once a RESCHD has restructured
      * the loan, with LM-RESTRUCT-DATE the date it was
      * granted; LM-FIRST-DUE-DATE is then the first
      * installment of the rescheduled repayments, and any
      * installment of the old schedule due before it is
      * cancelled. RESCHD also extends LM-TENURE by any tenure
      * extension granted.
      * LM-HOLIDAY-MONTHS is the length of a payment holiday
      * granted by a RESCHD and LM-HOLIDAY-CAPPED how many of
      * its months have run out so far; each month's interest
      * is added to the outstanding balance by the nightly
      * LOAN-MAINT CAPINT run once that month has passed, and
      * LM-CAPITALISED-INT is the running total so added over
      * and above LM-PRINCIPAL. Both months are zero when no
      * holiday has been granted.
      * LM-WRITEOFF-DATE/LM-WRITEOFF-AMT are the effective date
      * of a WRTOFF and the balance it wrote off (zero unless
      * the loan is written off); LM-RECOVERED-AMT is the
      * running total of recoveries PAY-APPLY has taken on the
      * loan since, never more than LM-WRITEOFF-AMT.
      *****************************************************
       01 LOAN-MASTER-RECORD.
           05 LM-APP-ID              PIC X(10).
           05 LM-METHOD              PIC X(8).
           05 LM-FIRST-DUE-DATE      PIC 9(8).
           05 LM-STATUS              PIC X.
           05 LM-DISBURSAL-DATE      PIC 9(8).
           05 LM-RESTRUCT-FLAG       PIC X.
           05 LM-RESTRUCT-DATE       PIC 9(8).
           05 LM-CAPITALISED-INT     PIC 9(11)V99.
           05 LM-CLOSED-DATE         PIC 9(8).
           05 LM-WRITEOFF-DATE       PIC 9(8).
           05 LM-WRITEOFF-AMT        PIC 9(11)V99.
           05 LM-RECOVERED-AMT       PIC 9(11)V99.
           05 LM-HOLIDAY-MONTHS      PIC 9(4).
           05 LM-HOLIDAY-CAPPED      PIC 9(4).
