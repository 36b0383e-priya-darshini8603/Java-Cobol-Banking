      * LOANTXN.cpy
      * One record of the daily loan-maintenance transaction
      * file applied to the loan master by LOAN-MAINT.
      * TX-ACTION is ADD, UPDATE, CLOSE, PREPAY, RESCHD or
      * WRTOFF.
      *
      * ADD     - all fields; creates an active loan.
      *           TX-DISBURSAL-DATE is the date the funds went
      *           out (zero when not known); LOAN-BOOK fills it
      *           from the application it books.
      * UPDATE  - non-blank/non-zero attribute fields (branch,
      *           product, rate, rate basis, method, first due
      *           date) replace the matching master fields; the
      *           loan's position (principal, outstanding,
      *           tenure) is never changed by an UPDATE - that
      *           is what PREPAY and CLOSE are for.
      * CLOSE   - key and TX-EFFECTIVE-DATE, the date the loan
      *           closed; marks the loan closed and zeroes the
      *           outstanding position.
      * PREPAY  - TX-AMOUNT is the lump sum paid off; must
      *           be below the outstanding balance (a full
      *           payoff is a CLOSE).
      * RESCHD  - restructures a loan in hardship.
      *           TX-RESCHED-OPTION T extends the tenure by
      *           TX-TENURE months; H grants a payment holiday
      *           of TX-TENURE months, each month's interest
      *           added to the outstanding balance as that
      *           month passes (LOAN-MAINT CAPINT). Either way
      *           TX-FIRST-DUE-DATE is the first installment of
      *           the rescheduled repayments and
      *           TX-EFFECTIVE-DATE the date the restructure
      *           was granted; the nightly reprice rebuilds the
      *           calendar from the new terms.
      * WRTOFF  - key and TX-EFFECTIVE-DATE, the date of the
      *           write-off; writes the outstanding balance off
      *           against the provision and marks the loan
      *           written off (a status of its own, not
      *           closed). Later receipts are recoveries.
      *
      * TX-QUEUE-KEY is the dual-control queue item (MQ-KEY on
      * MAINTQ.cpy) the transaction was approved under; it is
      * stamped by MAINT-QUEUE RELEASE and blank on a maker's
      * transaction before it has been submitted.
      *****************************************************
       01 LOAN-TXN-RECORD.
           05 TX-ACTION              PIC X(6).
           05 TX-METHOD              PIC X(8).
           05 TX-FIRST-DUE-DATE      PIC 9(8).
           05 TX-AMOUNT              PIC 9(11)V99.
           05 TX-DISBURSAL-DATE      PIC 9(8).
           05 TX-RESCHED-OPTION      PIC X.
           05 TX-EFFECTIVE-DATE      PIC 9(8).
           05 TX-QUEUE-KEY           PIC X(18).
