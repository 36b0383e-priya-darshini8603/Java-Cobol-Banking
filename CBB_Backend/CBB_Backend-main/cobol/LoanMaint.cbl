       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Dynamic access so the CAPINT run can walk the master
      *    with READ NEXT; the transaction apply reads by key.
           SELECT LOAN-MASTER-FILE ASSIGN TO DYNAMIC
               WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APP-ID
               FILE STATUS IS WS-MAST-FILE-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT LOAN-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JRN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT MAINT-QUEUE-FILE ASSIGN TO DYNAMIC
               WS-QUE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MQ-KEY
               FILE STATUS IS WS-QUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.

       FD  TXN-REJECT-FILE.
       01 TXN-REJECT-RECORD.
           05 RJ-TXN-IMAGE           PIC X(111).
           05 RJ-REASON              PIC X(25).

       FD  LOAN-JOURNAL-FILE.
       COPY LOANJRN.

       FD  MAINT-QUEUE-FILE.
       COPY MAINTQ.

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(200).
       01 WS-TOK1             PIC X(60) VALUE SPACES.
       01 WS-TOK2             PIC X(60) VALUE SPACES.
       01 WS-TOK3             PIC X(60) VALUE SPACES.
       01 WS-TOK4             PIC X(60) VALUE SPACES.
       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-TOK6             PIC X(60) VALUE SPACES.
      *    TOK7 exists only to catch overflow: three positional
      *    files plus the DATE=, JOURNAL= and QUEUE= options is
      *    the longest legal command, so anything landing in the
      *    slot after them means an option fell off the end and
      *    the run must fail loudly rather than quietly ignore it.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-MAST-EOF         PIC X VALUE 'N'.

       01 WS-TXN-FILE-NAME    PIC X(60) VALUE "LOANTXN.DAT".
       01 WS-TXN-FILE-STATUS  PIC XX.
       01 WS-REJ-FILE-NAME    PIC X(60) VALUE "LOANTXN.REJ".
       01 WS-REJ-FILE-STATUS  PIC XX.

       01 WS-JRN-FILE-NAME    PIC X(60) VALUE "LOANJRNL.DAT".
       01 WS-JRN-FILE-STATUS  PIC XX.

       01 WS-QUE-FILE-NAME    PIC X(60) VALUE "MAINTQ.DAT".
       01 WS-QUE-FILE-STATUS  PIC XX.

      *    The business date the journal entries are written
      *    under (DATE=, default today).
       01 WS-BUS-DATE         PIC 9(8).
       01 WS-BUS-DATE-X       PIC X(8) VALUE SPACES.

      *    The journal entry being written: each apply paragraph
      *    sets the type, amount and the balance before it
      *    touched the master; 4200-WRITE-JOURNAL takes the rest
      *    from the master record as rewritten.
       01 WS-JRN-TYPE         PIC X(8).
       01 WS-JRN-DATE         PIC 9(8).
       01 WS-JRN-AMOUNT       PIC 9(11)V99.
       01 WS-JRN-INTEREST     PIC 9(11)V99.
       01 WS-JRN-PRINCIPAL    PIC 9(11)V99.
       01 WS-JRN-BAL-BEFORE   PIC 9(11)V99.

      *    CAPINT: one month of payment-holiday interest, and the
      *    day that month runs out - the same day of month as
      *    the restructure, pulled back to a shorter month's
      *    last day.
       01 WS-MONTH-INTEREST   PIC 9(11)V99.
       01 WS-CAP-DONE         PIC X.
       01 WS-HOLIDAY-RUNNING  PIC X.
       01 WS-CAP-BASE-DATE    PIC 9(8).
       01 WS-CAP-BASE-REDEFINED REDEFINES WS-CAP-BASE-DATE.
           05 WS-CAP-BASE-Y   PIC 9(4).
           05 WS-CAP-BASE-M   PIC 9(2).
           05 WS-CAP-BASE-D   PIC 9(2).
       01 WS-CAP-MONTHS       PIC 9(7).
       01 WS-CAP-YEAR         PIC 9(4).
       01 WS-CAP-MONTH        PIC 9(2).
       01 WS-CAP-DIM          PIC 9(2).
       01 WS-CAP-DATE         PIC 9(8).
       01 WS-CAP-REDEFINED REDEFINES WS-CAP-DATE.
           05 WS-CAP-DATE-Y   PIC 9(4).
           05 WS-CAP-DATE-M   PIC 9(2).
           05 WS-CAP-DATE-D   PIC 9(2).

       01 WS-KEY-FOUND        PIC X.
       01 WS-REJECT-REASON    PIC X(25).
      *    Reject count before the transaction was applied, so the
      *    queue item can be marked failed if the apply rejected.
       01 WS-REJECT-BEFORE    PIC 9(9).

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-ADD-COUNT        PIC 9(9) VALUE 0.
       01 WS-UPDATE-COUNT     PIC 9(9) VALUE 0.
       01 WS-CLOSE-COUNT      PIC 9(9) VALUE 0.
       01 WS-PREPAY-COUNT     PIC 9(9) VALUE 0.
       01 WS-RESCHED-COUNT    PIC 9(9) VALUE 0.
       01 WS-WRITEOFF-COUNT   PIC 9(9) VALUE 0.
       01 WS-HOLIDAY-COUNT    PIC 9(9) VALUE 0.
       01 WS-CAPINT-COUNT     PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(9) VALUE 0.
       01 WS-JOURNAL-COUNT    PIC 9(9) VALUE 0.
       01 WS-UNAPPROVED-COUNT PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    LOAN-MAINT [master-file] [txn-file] [reject-file]
      *    [DATE=yyyymmdd] [JOURNAL=journal-file]
      *    [QUEUE=queue-file]
      *    LOAN-MAINT CAPINT [master-file] [DATE=yyyymmdd]
      *    [JOURNAL=journal-file]
      *
      *    Applies the daily ADD/UPDATE/CLOSE/PREPAY/RESCHD/
      *    WRTOFF transaction file against the keyed loan master.
      *    Transactions for unknown keys, closed or written-off
      *    loans, or with bad amounts go to the reject file with
      *    a reason; the run carries on.
      *    Every ADD, PREPAY, CLOSE, RESCHD and WRTOFF applied is
      *    also appended to the loan journal (JOURNAL=, default
      *    LOANJRNL.DAT) under the business date (DATE=, default
      *    today) with the balance either side of it; a CLOSE or
      *    WRTOFF is dated on the master and the journal from its
      *    own effective date instead.
      *
      *    Nothing is applied on one person's say-so: each
      *    transaction must carry the key of an approved item on
      *    the dual-control queue (QUEUE=, default MAINTQ.DAT, see
      *    MAINT-QUEUE) and match it exactly. Anything else is
      *    rejected NOT-APPROVED / ALREADY-APPLIED /
      *    NOT-AS-APPROVED, and the queue item is marked applied
      *    (or failed, with the reject reason) under the business
      *    date.
      *
      *    CAPINT is the nightly step that runs a payment holiday
      *    granted by a RESCHD: each holiday month that has
      *    passed by the business date has its interest added to
      *    the balance and journalled CAPINT, for GL-POST to move
      *    out of interest receivable into principal.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7
           END-UNSTRING

           IF WS-TOK1 = "CAPINT"
               IF WS-TOK2 NOT = SPACES
                   MOVE WS-TOK2 TO WS-MAST-FILE-NAME
               END-IF
               MOVE WS-TOK3 TO WS-OPT-TOKEN
               PERFORM 0100-PARSE-OPTION
               MOVE WS-TOK4 TO WS-OPT-TOKEN
               PERFORM 0100-PARSE-OPTION
               IF WS-TOK5 NOT = SPACES
                   DISPLAY "TOO MANY OPTIONS AT: " WS-TOK5
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-BUS-DATE-X = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE-X
               END-IF
               MOVE WS-BUS-DATE-X TO WS-BUS-DATE

               PERFORM 5000-CAPINT-MODE

               DISPLAY "MASTER RECORDS READ " WS-READ-COUNT
               DISPLAY "LOANS ON HOLIDAY " WS-HOLIDAY-COUNT
               DISPLAY "MONTHS CAPITALISED " WS-CAPINT-COUNT
               DISPLAY "JOURNALLED " WS-JOURNAL-COUNT

               STOP RUN
           END-IF

           IF WS-TOK1 NOT = SPACES
               MOVE WS-TOK1 TO WS-MAST-FILE-NAME
           END-IF
               MOVE WS-TOK3 TO WS-REJ-FILE-NAME
           END-IF

           MOVE WS-TOK4 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK5 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK6 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION

           IF WS-TOK7 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK7
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-BUS-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE-X
           END-IF
           MOVE WS-BUS-DATE-X TO WS-BUS-DATE

           PERFORM 1000-OPEN-FILES

           PERFORM UNTIL WS-TXN-EOF = 'Y'
           CLOSE LOAN-TXN-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE TXN-REJECT-FILE
           CLOSE LOAN-JOURNAL-FILE
           CLOSE MAINT-QUEUE-FILE

           DISPLAY "TRANSACTIONS READ " WS-READ-COUNT
           DISPLAY "ADDED    " WS-ADD-COUNT
           DISPLAY "UPDATED  " WS-UPDATE-COUNT
           DISPLAY "CLOSED   " WS-CLOSE-COUNT
           DISPLAY "PREPAID  " WS-PREPAY-COUNT
           DISPLAY "RESCHEDULED " WS-RESCHED-COUNT
           DISPLAY "WRITTEN OFF " WS-WRITEOFF-COUNT
           DISPLAY "REJECTED " WS-REJECT-COUNT
           DISPLAY "  NOT APPROVED " WS-UNAPPROVED-COUNT
           DISPLAY "JOURNALLED " WS-JOURNAL-COUNT

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE

           STOP RUN.

       0100-PARSE-OPTION.

      *    Keyword options after the positional files, in either
      *    order. A mistyped DATE= must stop the run, not fall
      *    back to today - the journal would date the day's
      *    changes wrongly.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "DATE="
                   MOVE WS-OPT-TOKEN(6:8) TO WS-BUS-DATE-X
                   IF WS-BUS-DATE-X IS NOT NUMERIC
                       DISPLAY "INVALID BUSINESS DATE: "
                           WS-BUS-DATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-BUS-DATE-X TO WS-BUS-DATE
                   IF FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) = 0
                       DISPLAY "INVALID BUSINESS DATE: "
                           WS-BUS-DATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-OPT-TOKEN(1:8) = "JOURNAL="
                   MOVE WS-OPT-TOKEN(9:52) TO WS-JRN-FILE-NAME
               WHEN WS-OPT-TOKEN(1:6) = "QUEUE="
                   MOVE WS-OPT-TOKEN(7:54) TO WS-QUE-FILE-NAME
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-OPEN-FILES.

      *    First-ever run has no master yet (status 35), so the
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1050-OPEN-JOURNAL

      *    No queue means nothing has been approved, and the run
      *    must not fall back to applying unchecked changes.
           OPEN I-O MAINT-QUEUE-FILE

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINTENANCE QUEUE: STATUS "
                   WS-QUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-OPEN-JOURNAL.

      *    The journal only ever grows: opened EXTEND, and created
      *    on the first-ever run.
           OPEN EXTEND LOAN-JOURNAL-FILE

           IF WS-JRN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-JOURNAL-FILE
           END-IF

           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN JOURNAL FILE: STATUS "
                   WS-JRN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-ONE-TXN.

           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2050-CHECK-APPROVAL

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-UNAPPROVED-COUNT
               PERFORM 4000-WRITE-REJECT
           ELSE
               MOVE WS-REJECT-COUNT TO WS-REJECT-BEFORE
               MOVE 0 TO WS-JRN-INTEREST

               EVALUATE TX-ACTION
                   WHEN "ADD"
                       PERFORM 3000-APPLY-ADD
                   WHEN "UPDATE"
                       PERFORM 3100-APPLY-UPDATE
                   WHEN "CLOSE"
                       PERFORM 3200-APPLY-CLOSE
                   WHEN "PREPAY"
                       PERFORM 3300-APPLY-PREPAY
                   WHEN "RESCHD"
                       PERFORM 3400-APPLY-RESCHEDULE
                   WHEN "WRTOFF"
                       PERFORM 3500-APPLY-WRITEOFF
                   WHEN OTHER
                       MOVE "INVALID-ACTION" TO WS-REJECT-REASON
                       PERFORM 4000-WRITE-REJECT
               END-EVALUATE

               PERFORM 2060-MARK-QUEUE-ITEM
           END-IF.

       2050-CHECK-APPROVAL.

      *    The transaction must be the one the checker approved,
      *    byte for byte: an item edited after approval, or
      *    replayed after it was applied, never reaches the
      *    master.

           MOVE TX-QUEUE-KEY TO MQ-KEY

           READ MAINT-QUEUE-FILE
               INVALID KEY
                   MOVE "NOT-APPROVED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MQ-TXN-TYPE NOT = "LOAN"
                           MOVE "NOT-APPROVED" TO WS-REJECT-REASON
                       WHEN MQ-STATUS = 'D'
                           MOVE "ALREADY-APPLIED"
                               TO WS-REJECT-REASON
                       WHEN MQ-STATUS NOT = 'A'
                           MOVE "NOT-APPROVED" TO WS-REJECT-REASON
                       WHEN MQ-TXN-IMAGE NOT = LOAN-TXN-RECORD(1:93)
                           MOVE "NOT-AS-APPROVED"
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2060-MARK-QUEUE-ITEM.

      *    An approved change that then fails the apply edits is
      *    marked F with the reason, so it shows on the dual-
      *    control report and is not silently retried.

           IF WS-REJECT-COUNT > WS-REJECT-BEFORE
               MOVE 'F' TO MQ-STATUS
               MOVE WS-REJECT-REASON TO MQ-APPLY-REASON
           ELSE
               MOVE 'D' TO MQ-STATUS
               MOVE SPACES TO MQ-APPLY-REASON
           END-IF
           MOVE WS-BUS-DATE TO MQ-APPLIED-DATE

           REWRITE MAINT-QUEUE-RECORD

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING MAINTENANCE QUEUE: STATUS "
                   WS-QUE-FILE-STATUS " KEY " MQ-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-READ-MASTER-BY-KEY.

                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ.

       2150-SET-NOT-ACTIVE-REASON.

      *    A written-off loan is off the book as surely as a
      *    closed one; only a recovery receipt (PAY-APPLY) may
      *    still touch it.

           IF LM-STATUS = 'W'
               MOVE "LOAN-WRITTEN-OFF" TO WS-REJECT-REASON
           ELSE
               MOVE "LOAN-CLOSED" TO WS-REJECT-REASON
           END-IF.

       3000-APPLY-ADD.

      *    A blank key would write a poison record the nightly
                       TX-RATE IS NOT NUMERIC OR
                       TX-TENURE IS NOT NUMERIC OR
                       TX-FIRST-DUE-DATE IS NOT NUMERIC OR
                       TX-DISBURSAL-DATE IS NOT NUMERIC OR
                       TX-PRINCIPAL = 0 OR TX-TENURE = 0
                   MOVE "INVALID-ADD-FIELDS" TO WS-REJECT-REASON
                   PERFORM 4000-WRITE-REJECT
                   MOVE TX-METHOD TO LM-METHOD
                   MOVE TX-FIRST-DUE-DATE TO LM-FIRST-DUE-DATE
                   MOVE 'A' TO LM-STATUS
                   MOVE TX-DISBURSAL-DATE TO LM-DISBURSAL-DATE
                   MOVE 'N' TO LM-RESTRUCT-FLAG
                   MOVE 0 TO LM-RESTRUCT-DATE
                   MOVE 0 TO LM-CAPITALISED-INT
                   MOVE 0 TO LM-CLOSED-DATE
                   MOVE 0 TO LM-WRITEOFF-DATE
                   MOVE 0 TO LM-WRITEOFF-AMT
                   MOVE 0 TO LM-RECOVERED-AMT
                   MOVE 0 TO LM-HOLIDAY-MONTHS
                   MOVE 0 TO LM-HOLIDAY-CAPPED

                   WRITE LOAN-MASTER-RECORD
                       INVALID KEY
                           PERFORM 4000-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE "ADD" TO WS-JRN-TYPE
                           MOVE WS-BUS-DATE TO WS-JRN-DATE
                           MOVE TX-PRINCIPAL TO WS-JRN-AMOUNT
                           MOVE 0 TO WS-JRN-PRINCIPAL
                           MOVE 0 TO WS-JRN-BAL-BEFORE
                           PERFORM 4200-WRITE-JOURNAL
                   END-WRITE
               END-IF
           END-IF.
               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 2150-SET-NOT-ACTIVE-REASON
                   PERFORM 4000-WRITE-REJECT
               ELSE
      *            Only the fields the branch actually filled in
               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 2150-SET-NOT-ACTIVE-REASON
                   PERFORM 4000-WRITE-REJECT
               ELSE
                   IF TX-EFFECTIVE-DATE IS NOT NUMERIC OR
                           TX-EFFECTIVE-DATE = 0
                       MOVE "INVALID-EFFECTIVE-DATE"
                           TO WS-REJECT-REASON
                       PERFORM 4000-WRITE-REJECT
                   ELSE
                       PERFORM 3250-CLOSE-MASTER
                   END-IF
               END-IF
           END-IF.

       3250-CLOSE-MASTER.

      *    Whatever was still outstanding is what the close paid
      *    off. The close is dated from the transaction, not the
      *    run, so a change released days after it was made -
      *    or replayed by LOAN-AUDIT - still closes on the date
      *    approved.

           MOVE "CLOSE" TO WS-JRN-TYPE
           MOVE TX-EFFECTIVE-DATE TO WS-JRN-DATE
           MOVE LM-OUTSTANDING-BAL TO WS-JRN-AMOUNT
           MOVE LM-OUTSTANDING-BAL TO WS-JRN-PRINCIPAL
           MOVE LM-OUTSTANDING-BAL TO WS-JRN-BAL-BEFORE

           MOVE 'C' TO LM-STATUS
           MOVE 0 TO LM-OUTSTANDING-BAL
           MOVE 0 TO LM-REMAINING-TENURE
           MOVE TX-EFFECTIVE-DATE TO LM-CLOSED-DATE

           PERFORM 4100-REWRITE-MASTER
           ADD 1 TO WS-CLOSE-COUNT
           PERFORM 4200-WRITE-JOURNAL.

       3300-APPLY-PREPAY.

           PERFORM 2100-READ-MASTER-BY-KEY
               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 2150-SET-NOT-ACTIVE-REASON
                   PERFORM 4000-WRITE-REJECT
               ELSE
                   IF TX-AMOUNT IS NOT NUMERIC OR
                           TO WS-REJECT-REASON
                       PERFORM 4000-WRITE-REJECT
                   ELSE
                       MOVE "PREPAY" TO WS-JRN-TYPE
                       MOVE WS-BUS-DATE TO WS-JRN-DATE
                       MOVE TX-AMOUNT TO WS-JRN-AMOUNT
                       MOVE TX-AMOUNT TO WS-JRN-PRINCIPAL
                       MOVE LM-OUTSTANDING-BAL TO WS-JRN-BAL-BEFORE

                       SUBTRACT TX-AMOUNT FROM LM-OUTSTANDING-BAL

                       PERFORM 4100-REWRITE-MASTER
                       ADD 1 TO WS-PREPAY-COUNT
                       PERFORM 4200-WRITE-JOURNAL
                   END-IF
               END-IF
           END-IF.

       3400-APPLY-RESCHEDULE.

           PERFORM 2100-READ-MASTER-BY-KEY

           IF WS-KEY-FOUND = 'N'
               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 2150-SET-NOT-ACTIVE-REASON
                   PERFORM 4000-WRITE-REJECT
               ELSE
      *            The rescheduled repayments must start after the
      *            date the restructure was granted, or the rebuilt
      *            calendar would open with installments already
      *            in arrears.
                   IF (TX-RESCHED-OPTION NOT = 'T' AND
                           TX-RESCHED-OPTION NOT = 'H') OR
                           TX-TENURE IS NOT NUMERIC OR
                           TX-TENURE = 0 OR
                           TX-FIRST-DUE-DATE IS NOT NUMERIC OR
                           TX-EFFECTIVE-DATE IS NOT NUMERIC OR
                           TX-EFFECTIVE-DATE = 0 OR
                           TX-FIRST-DUE-DATE <= TX-EFFECTIVE-DATE OR
                           LM-TENURE + TX-TENURE > 9999
                       MOVE "INVALID-RESCHEDULE" TO WS-REJECT-REASON
                       PERFORM 4000-WRITE-REJECT
                   ELSE
                       PERFORM 3450-RESCHEDULE-MASTER
                   END-IF
               END-IF
           END-IF.

       3440-CHECK-HOLIDAY-RUNNING.

      *    A holiday is still running while it has a month left
      *    to capitalise that runs out on or before the first due
      *    date; one past that is cut back, not waited for.

           MOVE 'N' TO WS-HOLIDAY-RUNNING

           IF LM-HOLIDAY-CAPPED < LM-HOLIDAY-MONTHS
               PERFORM 5200-HOLIDAY-MONTH-END
               IF WS-CAP-DATE NOT > LM-FIRST-DUE-DATE
                   MOVE 'Y' TO WS-HOLIDAY-RUNNING
               END-IF
           END-IF.

       3450-RESCHEDULE-MASTER.

      *    Granting the terms moves no money. A payment holiday
      *    records the months granted; the nightly CAPINT run
      *    (5000) adds each month's interest to the balance once
      *    that month has passed. A tenure extension adds the
      *    months to both tenures so the reprice spreads the
      *    balance over the longer term. Either way the old
      *    schedule is cancelled from the new first due date on.
      *    A holiday still running is counted from its own
      *    restructure date, so no new terms are granted over it;
      *    one that has run into its first due date is closed off
      *    at the months already capitalised.

           PERFORM 3440-CHECK-HOLIDAY-RUNNING

           IF WS-HOLIDAY-RUNNING = 'Y'
               MOVE "HOLIDAY-IN-PROGRESS" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-REJECT
           ELSE
               IF TX-RESCHED-OPTION = 'H'
                   MOVE TX-TENURE TO LM-HOLIDAY-MONTHS
                   MOVE 0 TO LM-HOLIDAY-CAPPED
               ELSE
                   MOVE LM-HOLIDAY-CAPPED TO LM-HOLIDAY-MONTHS
                   ADD TX-TENURE TO LM-TENURE
                   ADD TX-TENURE TO LM-REMAINING-TENURE
               END-IF

               MOVE "RESCHED" TO WS-JRN-TYPE
               MOVE WS-BUS-DATE TO WS-JRN-DATE
               MOVE 0 TO WS-JRN-AMOUNT
               MOVE 0 TO WS-JRN-PRINCIPAL
               MOVE LM-OUTSTANDING-BAL TO WS-JRN-BAL-BEFORE

               MOVE TX-FIRST-DUE-DATE TO LM-FIRST-DUE-DATE
               MOVE 'Y' TO LM-RESTRUCT-FLAG
               MOVE TX-EFFECTIVE-DATE TO LM-RESTRUCT-DATE

               PERFORM 4100-REWRITE-MASTER
               ADD 1 TO WS-RESCHED-COUNT
               PERFORM 4200-WRITE-JOURNAL
           END-IF.

       3500-APPLY-WRITEOFF.

      *    Whatever is still outstanding is written off against
      *    the provision. The loan leaves the book with its own
      *    status, not as closed, so GL-POST charges the balance
      *    to the provision instead of treating it as repaid,
      *    and any later receipt is taken as a recovery. As for
      *    a CLOSE, the write-off is dated from the transaction.

           PERFORM 2100-READ-MASTER-BY-KEY

           IF WS-KEY-FOUND = 'N'
               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 2150-SET-NOT-ACTIVE-REASON
                   PERFORM 4000-WRITE-REJECT
               ELSE
                   IF TX-EFFECTIVE-DATE IS NOT NUMERIC OR
                           TX-EFFECTIVE-DATE = 0
                       MOVE "INVALID-EFFECTIVE-DATE"
                           TO WS-REJECT-REASON
                       PERFORM 4000-WRITE-REJECT
                   ELSE
                       PERFORM 3550-WRITEOFF-MASTER
                   END-IF
               END-IF
           END-IF.

       3550-WRITEOFF-MASTER.

           IF LM-OUTSTANDING-BAL = 0
               MOVE "NOTHING-TO-WRITE-OFF" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-REJECT
           ELSE
               MOVE "WRITEOFF" TO WS-JRN-TYPE
               MOVE TX-EFFECTIVE-DATE TO WS-JRN-DATE
               MOVE LM-OUTSTANDING-BAL TO WS-JRN-AMOUNT
               MOVE LM-OUTSTANDING-BAL TO WS-JRN-PRINCIPAL
               MOVE LM-OUTSTANDING-BAL TO WS-JRN-BAL-BEFORE

               MOVE 'W' TO LM-STATUS
               MOVE LM-OUTSTANDING-BAL TO LM-WRITEOFF-AMT
               MOVE TX-EFFECTIVE-DATE TO LM-WRITEOFF-DATE
               MOVE 0 TO LM-RECOVERED-AMT
               MOVE 0 TO LM-OUTSTANDING-BAL
               MOVE 0 TO LM-REMAINING-TENURE

               PERFORM 4100-REWRITE-MASTER
               ADD 1 TO WS-WRITEOFF-COUNT
               PERFORM 4200-WRITE-JOURNAL
           END-IF.

       4000-WRITE-REJECT.

           MOVE SPACES TO TXN-REJECT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4200-WRITE-JOURNAL.

           MOVE SPACES TO LOAN-JOURNAL-RECORD
           MOVE WS-JRN-DATE TO LJ-BUSINESS-DATE
           MOVE WS-BUS-DATE TO LJ-POSTED-DATE
           MOVE LM-APP-ID TO LJ-APP-ID
           MOVE WS-JRN-TYPE TO LJ-TXN-TYPE
           MOVE LM-BRANCH-CODE TO LJ-BRANCH-CODE
           MOVE LM-PRODUCT-TYPE TO LJ-PRODUCT-TYPE
           MOVE 0 TO LJ-DUE-DATE
           MOVE WS-JRN-AMOUNT TO LJ-AMOUNT
           MOVE 0 TO LJ-CHARGES-PORTION
           MOVE WS-JRN-INTEREST TO LJ-INTEREST-PORTION
           MOVE WS-JRN-PRINCIPAL TO LJ-PRINCIPAL-PORTION
           MOVE WS-JRN-BAL-BEFORE TO LJ-BAL-BEFORE
           MOVE LM-OUTSTANDING-BAL TO LJ-BAL-AFTER
           MOVE FUNCTION CURRENT-DATE(1:14) TO LJ-TIMESTAMP

           WRITE LOAN-JOURNAL-RECORD

           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING LOAN JOURNAL FILE: STATUS "
                   WS-JRN-FILE-STATUS " KEY " LM-APP-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-JOURNAL-COUNT.

       5000-CAPINT-MODE.

      *    Payment-holiday interest is capitalised as the holiday
      *    runs, a month at a time, on the same basis PAY-APPLY
      *    splits a receipt: flat loans on the original
      *    principal, the rest on the balance as it grows. A
      *    month is added once the day it runs out has been
      *    reached, so a missed night catches up and a rerun for
      *    the same date finds nothing more to add.

           OPEN I-O LOAN-MASTER-FILE

           IF WS-MAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN MASTER FILE: STATUS "
                   WS-MAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1050-OPEN-JOURNAL

           PERFORM UNTIL WS-MAST-EOF = 'Y'
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MAST-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF LM-STATUS = 'A' AND
                               LM-HOLIDAY-CAPPED < LM-HOLIDAY-MONTHS
                           PERFORM 5100-CAPITALISE-ONE-LOAN
                       END-IF
               END-READ

               IF WS-MAST-EOF = 'N' AND
                       WS-MAST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING LOAN MASTER FILE: STATUS "
                       WS-MAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-JOURNAL-FILE.

       5100-CAPITALISE-ONE-LOAN.

      *    A month that would run out after the rescheduled first
      *    due date is no holiday month - repayments have begun -
      *    so the holiday is cut back to the months already run.

           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE 'N' TO WS-CAP-DONE

           PERFORM UNTIL WS-CAP-DONE = 'Y'
               PERFORM 5200-HOLIDAY-MONTH-END
               EVALUATE TRUE
                   WHEN WS-CAP-DATE > LM-FIRST-DUE-DATE
                       MOVE LM-HOLIDAY-CAPPED TO LM-HOLIDAY-MONTHS
                       PERFORM 4100-REWRITE-MASTER
                       MOVE 'Y' TO WS-CAP-DONE
                   WHEN WS-CAP-DATE > WS-BUS-DATE
                       MOVE 'Y' TO WS-CAP-DONE
                   WHEN OTHER
                       PERFORM 5300-CAPITALISE-ONE-MONTH
                       IF LM-HOLIDAY-CAPPED = LM-HOLIDAY-MONTHS
                           MOVE 'Y' TO WS-CAP-DONE
                       END-IF
               END-EVALUATE
           END-PERFORM.

       5200-HOLIDAY-MONTH-END.

      *    The next month to capitalise runs out (capped + 1)
      *    months after the restructure date, counted from that
      *    date each time so a short month never drags the day
      *    back for the months after it.

           MOVE LM-RESTRUCT-DATE TO WS-CAP-BASE-DATE

           COMPUTE WS-CAP-MONTHS =
               (WS-CAP-BASE-Y * 12) + WS-CAP-BASE-M - 1
               + LM-HOLIDAY-CAPPED + 1

           COMPUTE WS-CAP-YEAR = WS-CAP-MONTHS / 12
           COMPUTE WS-CAP-MONTH =
               FUNCTION MOD(WS-CAP-MONTHS, 12) + 1

           EVALUATE WS-CAP-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-CAP-DIM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-CAP-DIM
               WHEN 2
                   IF FUNCTION MOD(WS-CAP-YEAR, 400) = 0 OR
                           (FUNCTION MOD(WS-CAP-YEAR, 4) = 0 AND
                            FUNCTION MOD(WS-CAP-YEAR, 100) NOT = 0)
                       MOVE 29 TO WS-CAP-DIM
                   ELSE
                       MOVE 28 TO WS-CAP-DIM
                   END-IF
           END-EVALUATE

           MOVE WS-CAP-YEAR TO WS-CAP-DATE-Y
           MOVE WS-CAP-MONTH TO WS-CAP-DATE-M
           IF WS-CAP-BASE-D > WS-CAP-DIM
               MOVE WS-CAP-DIM TO WS-CAP-DATE-D
           ELSE
               MOVE WS-CAP-BASE-D TO WS-CAP-DATE-D
           END-IF.

       5300-CAPITALISE-ONE-MONTH.

      *    Journalled under the day the month ran out, and
      *    posted under tonight's business date.

           IF LM-METHOD = "FLAT" OR LM-METHOD = "F"
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   LM-PRINCIPAL * (LM-RATE / 100) / 12
           ELSE
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   LM-OUTSTANDING-BAL * (LM-RATE / 100) / 12
           END-IF

           MOVE "CAPINT" TO WS-JRN-TYPE
           MOVE WS-CAP-DATE TO WS-JRN-DATE
           MOVE WS-MONTH-INTEREST TO WS-JRN-AMOUNT
           MOVE WS-MONTH-INTEREST TO WS-JRN-INTEREST
           MOVE 0 TO WS-JRN-PRINCIPAL
           MOVE LM-OUTSTANDING-BAL TO WS-JRN-BAL-BEFORE

           ADD WS-MONTH-INTEREST TO LM-OUTSTANDING-BAL
           ADD WS-MONTH-INTEREST TO LM-CAPITALISED-INT
           ADD 1 TO LM-HOLIDAY-CAPPED

           PERFORM 4100-REWRITE-MASTER
           ADD 1 TO WS-CAPINT-COUNT
           PERFORM 4200-WRITE-JOURNAL.
