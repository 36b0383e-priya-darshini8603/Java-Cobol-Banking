      *****************************************************
      * SIRETRY.cpy
      * One failed standing-instruction installment on the
      * re-presentment queue (SIRETRY.DAT). SI-DEBIT RETURN
      * puts every failed debit here; SI-DEBIT GENERATE
      * presents it to the gateway again once the set number
      * of business days has passed since the last attempt.
      * The file is ORGANIZATION INDEXED with SQ-KEY (the
      * application id and the installment's own due date)
      * as the record key, so it reads back in the calendar's
      * application-id order and every retry carries the
      * PR-DUE-DATE its receipt belongs to.
      *
      * SQ-ATTEMPTS counts every presentment of the
      * installment, the original debit included.
      * SQ-LAST-REASON is the gateway's reason for the latest
      * failure.
      *
      * SQ-STATUS is R (waiting to be re-presented),
      * C (collected on a re-presentment), E (attempts
      * exhausted - passed to collections), N (the gateway
      * reason rules out any retry - passed to collections)
      * or X (withdrawn: the installment was cancelled by a
      * restructure or the loan closed or was written off
      * before it was due again). Only R items are ever
      * presented.
      *****************************************************
       01 SI-RETRY-RECORD.
           05 SQ-KEY.
               10 SQ-APP-ID          PIC X(10).
               10 SQ-DUE-DATE        PIC 9(8).
           05 SQ-AMOUNT              PIC 9(9)V99.
           05 SQ-ATTEMPTS            PIC 99.
           05 SQ-FIRST-DEBIT-DATE    PIC 9(8).
           05 SQ-LAST-DEBIT-DATE     PIC 9(8).
           05 SQ-STATUS              PIC X.
           05 SQ-LAST-REASON         PIC X(20).
