               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO DYNAMIC
               WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-APP-ID
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT SI-RETRY-FILE ASSIGN TO DYNAMIC
               WS-QUE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-KEY
               FILE STATUS IS WS-QUE-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO DYNAMIC
               WS-HOL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.

           SELECT EXHAUST-REPORT-FILE ASSIGN TO DYNAMIC
               WS-EXH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPAY-CALENDAR-FILE.
       FD  FAIL-REPORT-FILE.
       01 FAIL-REPORT-LINE          PIC X(80).

       FD  LOAN-MASTER-FILE.
       COPY LOANMST.

       FD  SI-RETRY-FILE.
       COPY SIRETRY.

       FD  HOLIDAY-FILE.
       COPY HOLIDAY.

      *    Collections' second listing: installments the gateway
      *    will not be asked for again.
       FD  EXHAUST-REPORT-FILE.
       01 EXHAUST-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(500).
      *    UNSTRING leaves a receiving item untouched (not blanked)
      *    when the command line has fewer tokens than target
      *    fields, so these need an explicit VALUE SPACES to read
       01 WS-TOK3             PIC X(60) VALUE SPACES.
       01 WS-TOK4             PIC X(60) VALUE SPACES.
       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-TOK6             PIC X(60) VALUE SPACES.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
       01 WS-TOK8             PIC X(60) VALUE SPACES.
      *    TOK9 exists only to catch overflow: GENERATE's two
      *    files plus the DATE=, MASTER=, RETRYQ=, RETRYDAYS= and
      *    HOLIDAYS= options is the longest legal command, so
      *    anything landing in the slot after them means an
      *    option fell off the end and the run must fail loudly
      *    rather than quietly ignore it. RETURN's longest
      *    command ends at TOK7, so for RETURN TOK8 is the
      *    overflow slot.
       01 WS-TOK9             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

       01 WS-CAL-FILE-NAME    PIC X(60) VALUE "REPCAL.DAT".
       01 WS-CAL-FILE-STATUS  PIC XX.
       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "SIFAIL.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-MAST-MISSING     PIC X VALUE 'N'.
       01 WS-CANCELLED        PIC X.
       01 WS-MAST-FOUND       PIC X.

      *    The re-presentment queue. Whichever mode runs first
      *    creates it empty (as MAINT-QUEUE does MAINTQ.DAT), so
      *    GENERATE before any debit has failed simply finds
      *    nothing to re-present.
       01 WS-QUE-FILE-NAME    PIC X(60) VALUE "SIRETRY.DAT".
       01 WS-QUE-FILE-STATUS  PIC XX.
       01 WS-QUE-EOF          PIC X VALUE 'N'.
       01 WS-RETRY-FOUND      PIC X.

      *    A failed installment is re-presented once RETRYDAYS=
      *    business days (default 3) have passed since it was
      *    last presented, and is presented at most MAXTRY= times
      *    in all (default 3, the original debit included) before
      *    it goes to collections on the exhaustion listing.
       01 WS-RETRY-DAYS       PIC 99 VALUE 3.
       01 WS-MAX-TRIES        PIC 99 VALUE 3.
       01 WS-DAY-COUNTER      PIC 99.

      *    Business days are counted on the same rules EMI-CALC
      *    rolls due dates by: no Saturdays, Sundays or dates on
      *    the holiday file (HOLIDAYS=, default HOLIDAY.DAT).
       01 WS-HOL-FILE-NAME    PIC X(60) VALUE "HOLIDAY.DAT".
       01 WS-HOL-FILE-STATUS  PIC XX.
       01 WS-HOL-EOF          PIC X VALUE 'N'.
       01 WS-HOL-LOADED       PIC X VALUE 'N'.
       01 WS-HOL-COUNT        PIC 9(4) VALUE 0.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-HL-IDX.
               10 WS-HOL-TAB-DATE PIC 9(8).

       01 WS-CAL-DATE         PIC 9(8).
       01 WS-CAL-DAYNUM       PIC S9(9).
       01 WS-CAL-DOW          PIC 9.
       01 WS-CAL-IS-HOLIDAY   PIC X.

       01 WS-EXH-FILE-NAME    PIC X(60) VALUE "SIEXHST.TXT".
       01 WS-EXH-FILE-STATUS  PIC XX.
       01 WS-EXH-SET          PIC X VALUE 'N'.
       01 WS-EXH-ACTION       PIC X(9).

      *    The installment being selected - a calendar entry or a
      *    queued retry - for the cancellation check and the
      *    debit record.
       01 WS-SEL-APP-ID       PIC X(10).
       01 WS-SEL-DUE-DATE     PIC 9(8).
       01 WS-SEL-AMOUNT       PIC 9(9)V99.

       01 WS-DEBIT-DATE       PIC 9(8).
       01 WS-DEBIT-DATE-X     PIC X(8).
       01 WS-DATE-SET         PIC X VALUE 'N'.

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-DEBIT-COUNT      PIC 9(9) VALUE 0.
       01 WS-CANCELLED-COUNT  PIC 9(9) VALUE 0.
       01 WS-RCPT-COUNT       PIC 9(9) VALUE 0.
       01 WS-FAIL-COUNT       PIC 9(9) VALUE 0.
       01 WS-RETRY-COUNT      PIC 9(9) VALUE 0.
       01 WS-WITHDRAWN-COUNT  PIC 9(9) VALUE 0.
       01 WS-QUEUED-COUNT     PIC 9(9) VALUE 0.
       01 WS-COLLECTED-COUNT  PIC 9(9) VALUE 0.
       01 WS-EXHAUSTED-COUNT  PIC 9(9) VALUE 0.
       01 WS-NORETRY-COUNT    PIC 9(9) VALUE 0.

       01 WS-AMT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.
       01 WS-TRIES-ED         PIC ZZZZ9.
       01 WS-DUE-EDITED       PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.

      *    SI-DEBIT GENERATE [calendar-file] [debit-file]
      *        [DATE=yyyymmdd] [MASTER=loan-master]
      *        [RETRYQ=retry-queue] [RETRYDAYS=n]
      *        [HOLIDAYS=holiday-file]
      *    SI-DEBIT RETURN [return-file] [receipts-file]
      *        [fail-report] [exhaust-report]
      *        [RETRYQ=retry-queue] [MAXTRY=n]
      *
      *    GENERATE reads the dated repayment calendar, selects
      *    the installments falling due on the business date and
      *    writes the standing-instruction debit file for the
      *    payment gateway - the run the calendar was always meant
      *    to feed (see REPCAL.cpy), replacing the morning
      *    re-keying. Each selected installment is checked against
      *    the loan master (MASTER=, default LOANMST.DAT): one a
      *    RESCHD has cancelled - due before the restructured
      *    loan's rescheduled first due date - is never debited,
      *    even from a calendar not yet rebuilt by the nightly
      *    reprice. Alongside the calendar, every installment on
      *    the re-presentment queue (RETRYQ=, default
      *    SIRETRY.DAT) whose last presentment is RETRYDAYS=
      *    business days old is debited again, under its own
      *    due date so the receipt lands on the right
      *    installment; a queued installment since cancelled by
      *    a restructure, or whose loan has closed or been
      *    written off, is withdrawn from the queue instead.
      *
      *    RETURN reads the gateway's return/ack file, turns every
      *    successful debit into a PAYMENT-RECEIPT-RECORD so the
      *    collections feed stays in sync automatically, and lists
      *    the failed debits for collections to chase the same
      *    day. Each failed debit is also queued for
      *    re-presentment, unless the gateway's reason rules a
      *    retry out or the installment has now been presented
      *    MAXTRY= times; those go to collections on the
      *    exhaustion listing (default SIEXHST.TXT) instead.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8 WS-TOK9
           END-UNSTRING

           EVALUATE WS-TOK1
                   IF WS-TOK3 NOT = SPACES
                       MOVE WS-TOK3 TO WS-DEB-FILE-NAME
                   END-IF
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-GENERATE-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-GENERATE-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-GENERATE-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-GENERATE-OPTION
                   MOVE WS-TOK8 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-GENERATE-OPTION
                   IF WS-TOK9 NOT = SPACES
                       DISPLAY "TOO MANY OPTIONS AT: " WS-TOK9
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-TOK4 NOT = SPACES
                       MOVE WS-TOK4 TO WS-RPT-FILE-NAME
                   END-IF
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0150-PARSE-RETURN-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0150-PARSE-RETURN-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0150-PARSE-RETURN-OPTION
                   IF WS-TOK8 NOT = SPACES
                       DISPLAY "TOO MANY OPTIONS AT: " WS-TOK8
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF

           STOP RUN.

       0100-PARSE-GENERATE-OPTION.

      *    A mistyped DATE= must stop the run, not fall back to
      *    today - wrong-day debit instructions would go straight
      *    to the payment gateway.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "DATE="
                   MOVE WS-OPT-TOKEN(6:8) TO WS-DEBIT-DATE-X
                   IF WS-DEBIT-DATE-X IS NOT NUMERIC
                       DISPLAY "INVALID DEBIT DATE: "
                           WS-DEBIT-DATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-DEBIT-DATE-X TO WS-DEBIT-DATE
                   IF FUNCTION INTEGER-OF-DATE(WS-DEBIT-DATE) = 0
                       DISPLAY "INVALID DEBIT DATE: "
                           WS-DEBIT-DATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-DATE-SET
               WHEN WS-OPT-TOKEN(1:7) = "MASTER="
                   MOVE WS-OPT-TOKEN(8:) TO WS-MAST-FILE-NAME
               WHEN WS-OPT-TOKEN(1:7) = "RETRYQ="
                   MOVE WS-OPT-TOKEN(8:) TO WS-QUE-FILE-NAME
               WHEN WS-OPT-TOKEN(1:10) = "RETRYDAYS="
                   IF WS-OPT-TOKEN(11:2) IS NOT NUMERIC
                           OR WS-OPT-TOKEN(13:1) NOT = SPACE
                           OR WS-OPT-TOKEN(11:2) = "00"
                       DISPLAY "INVALID RETRY DAYS: "
                           WS-OPT-TOKEN(11:)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-OPT-TOKEN(11:2) TO WS-RETRY-DAYS
               WHEN WS-OPT-TOKEN(1:9) = "HOLIDAYS="
                   MOVE WS-OPT-TOKEN(10:) TO WS-HOL-FILE-NAME
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0150-PARSE-RETURN-OPTION.

      *    RETRYQ= and MAXTRY= in any position after the three
      *    files; a bare token is the exhaustion listing.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:7) = "RETRYQ="
                   MOVE WS-OPT-TOKEN(8:) TO WS-QUE-FILE-NAME
               WHEN WS-OPT-TOKEN(1:7) = "MAXTRY="
                   IF WS-OPT-TOKEN(8:2) IS NOT NUMERIC
                           OR WS-OPT-TOKEN(10:1) NOT = SPACE
                           OR WS-OPT-TOKEN(8:2) = "00"
                       DISPLAY "INVALID MAXIMUM ATTEMPTS: "
                           WS-OPT-TOKEN(8:)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-OPT-TOKEN(8:2) TO WS-MAX-TRIES
               WHEN WS-EXH-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-EXH-FILE-NAME
                   MOVE 'Y' TO WS-EXH-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-GENERATE-MODE.

           OPEN INPUT REPAY-CALENDAR-FILE
               STOP RUN
           END-IF

      *    Without the master the calendar is taken as the nightly
      *    reprice left it.
           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MAST-FILE-STATUS = "35"
               DISPLAY "WARNING: LOAN MASTER NOT FOUND - "
                   "RESTRUCTURES NOT CHECKED"
               MOVE 'Y' TO WS-MAST-MISSING
           ELSE
               IF WS-MAST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN MASTER FILE: STATUS "
                       WS-MAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 3000-OPEN-RETRY-QUEUE
           PERFORM 1300-READ-NEXT-RETRY

      *    The queue reads back in application-id order, the
      *    calendar's own order, so each loan's retries go out
      *    just ahead of its calendar entries and the debit file
      *    stays in the ascending application-id order the
      *    RETURN receipts depend on.
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ REPAY-CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM UNTIL WS-QUE-EOF = 'Y'
                               OR SQ-APP-ID > RC-APP-ID
                           PERFORM 1400-OFFER-RETRY
                           PERFORM 1300-READ-NEXT-RETRY
                       END-PERFORM
                       PERFORM 1100-SELECT-ONE-ENTRY
               END-READ

               END-IF
           END-PERFORM

           PERFORM UNTIL WS-QUE-EOF = 'Y'
               PERFORM 1400-OFFER-RETRY
               PERFORM 1300-READ-NEXT-RETRY
           END-PERFORM

           CLOSE REPAY-CALENDAR-FILE
           CLOSE DEBIT-INSTRUCTION-FILE
           CLOSE SI-RETRY-FILE
           IF WS-MAST-MISSING = 'N'
               CLOSE LOAN-MASTER-FILE
           END-IF

           DISPLAY "CALENDAR ENTRIES READ " WS-READ-COUNT
           DISPLAY "DEBITS GENERATED " WS-DEBIT-COUNT
           DISPLAY "RE-PRESENTMENTS " WS-RETRY-COUNT
           DISPLAY "CANCELLED INSTALLMENTS SKIPPED "
               WS-CANCELLED-COUNT
           DISPLAY "RETRIES WITHDRAWN " WS-WITHDRAWN-COUNT.

       1100-SELECT-ONE-ENTRY.

      *    date is the whole selection.

           IF RC-DUE-DATE = WS-DEBIT-DATE
               MOVE RC-APP-ID TO WS-SEL-APP-ID
               MOVE RC-DUE-DATE TO WS-SEL-DUE-DATE
               MOVE RC-EMI TO WS-SEL-AMOUNT
               PERFORM 1150-CHECK-CANCELLED
               IF WS-CANCELLED = 'Y'
                   ADD 1 TO WS-CANCELLED-COUNT
               ELSE
                   PERFORM 1200-WRITE-DEBIT
               END-IF
           END-IF.

       1150-CHECK-CANCELLED.

           MOVE 'N' TO WS-CANCELLED
           MOVE 'N' TO WS-MAST-FOUND

           IF WS-MAST-MISSING = 'N'
               MOVE WS-SEL-APP-ID TO LM-APP-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MAST-FOUND
                       IF LM-RESTRUCT-FLAG = 'Y' AND
                               WS-SEL-DUE-DATE < LM-FIRST-DUE-DATE
                           MOVE 'Y' TO WS-CANCELLED
                       END-IF
               END-READ
           END-IF.

       1200-WRITE-DEBIT.

           MOVE WS-SEL-APP-ID TO SD-APP-ID
           MOVE WS-SEL-DUE-DATE TO SD-DUE-DATE
           MOVE WS-DEBIT-DATE TO SD-DEBIT-DATE
           MOVE WS-SEL-AMOUNT TO SD-AMOUNT

           WRITE DEBIT-INSTRUCTION-RECORD

           IF WS-DEB-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING DEBIT INSTRUCTION FILE: "
                   "STATUS " WS-DEB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-DEBIT-COUNT.

       1300-READ-NEXT-RETRY.

      *    Only items still waiting (R) are offered; the rest of
      *    the queue is history.
           MOVE 'N' TO WS-RETRY-FOUND

           PERFORM UNTIL WS-QUE-EOF = 'Y' OR WS-RETRY-FOUND = 'Y'
               READ SI-RETRY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-QUE-EOF
                   NOT AT END
                       IF SQ-STATUS = 'R'
                           MOVE 'Y' TO WS-RETRY-FOUND
                       END-IF
               END-READ

               IF WS-QUE-EOF = 'N' AND
                       WS-QUE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING RETRY QUEUE: STATUS "
                       WS-QUE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       1400-OFFER-RETRY.

      *    Due again once RETRYDAYS business days have passed
      *    since the last presentment. A queue item is never
      *    debited for an installment a restructure has since
      *    cancelled, nor on a loan that has closed or been
      *    written off.

           MOVE SQ-LAST-DEBIT-DATE TO WS-CAL-DATE
           PERFORM 8200-ADD-BUSINESS-DAYS

           IF WS-CAL-DATE <= WS-DEBIT-DATE
               MOVE SQ-APP-ID TO WS-SEL-APP-ID
               MOVE SQ-DUE-DATE TO WS-SEL-DUE-DATE
               MOVE SQ-AMOUNT TO WS-SEL-AMOUNT
               PERFORM 1150-CHECK-CANCELLED
               IF WS-MAST-FOUND = 'Y' AND LM-STATUS NOT = 'A'
                   MOVE 'Y' TO WS-CANCELLED
               END-IF

               IF WS-CANCELLED = 'Y'
                   MOVE 'X' TO SQ-STATUS
                   ADD 1 TO WS-WITHDRAWN-COUNT
               ELSE
                   PERFORM 1200-WRITE-DEBIT
                   ADD 1 TO SQ-ATTEMPTS
                   MOVE WS-DEBIT-DATE TO SQ-LAST-DEBIT-DATE
                   ADD 1 TO WS-RETRY-COUNT
               END-IF

               PERFORM 3100-REWRITE-RETRY
           END-IF.

       2000-RETURN-MODE.
               STOP RUN
           END-IF

           OPEN OUTPUT EXHAUST-REPORT-FILE

           IF WS-EXH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXHAUSTION REPORT FILE: "
                   "STATUS " WS-EXH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3000-OPEN-RETRY-QUEUE

           PERFORM 2100-WRITE-REPORT-HEADER
           PERFORM 2800-WRITE-EXHAUST-HEADER

           PERFORM UNTIL WS-RET-EOF = 'Y'
               READ DEBIT-RETURN-FILE
           END-PERFORM

           PERFORM 2500-WRITE-REPORT-SUMMARY
           PERFORM 2900-WRITE-EXHAUST-SUMMARY

           CLOSE DEBIT-RETURN-FILE
           CLOSE PAYMENT-RECEIPT-FILE
           CLOSE FAIL-REPORT-FILE
           CLOSE EXHAUST-REPORT-FILE
           CLOSE SI-RETRY-FILE

           DISPLAY "RETURNS READ " WS-READ-COUNT
           DISPLAY "RECEIPTS WRITTEN " WS-RCPT-COUNT
           DISPLAY "FAILED DEBITS " WS-FAIL-COUNT
           DISPLAY "QUEUED FOR RE-PRESENTMENT " WS-QUEUED-COUNT
           DISPLAY "RE-PRESENTMENTS COLLECTED " WS-COLLECTED-COUNT
           DISPLAY "ATTEMPTS EXHAUSTED " WS-EXHAUSTED-COUNT
           DISPLAY "NOT RETRIABLE " WS-NORETRY-COUNT

           IF WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
      *    A return record the gateway mangled cannot become a
      *    receipt, and collections still need to see the loan, so
      *    it goes on the failure listing rather than stopping the
      *    run. It cannot be tied to an installment either, so it
      *    is not queued for re-presentment.

           EVALUATE TRUE
               WHEN DB-AMOUNT IS NOT NUMERIC
                   PERFORM 2400-WRITE-FAIL-LINE
               WHEN DB-STATUS = "OK"
                   PERFORM 2300-WRITE-RECEIPT
                   PERFORM 2600-CLEAR-RETRY
               WHEN OTHER
                   PERFORM 2400-WRITE-FAIL-LINE
                   PERFORM 2700-QUEUE-RETRY
           END-EVALUATE.

       2300-WRITE-RECEIPT.
           MOVE SPACES TO FAIL-REPORT-LINE
           STRING "RECEIPTS WRITTEN    : " WS-COUNT-ED
               DELIMITED BY SIZE INTO FAIL-REPORT-LINE
           PERFORM 2150-WRITE-REPORT-LINE

           MOVE WS-QUEUED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO FAIL-REPORT-LINE
           STRING "QUEUED FOR RETRY    : " WS-COUNT-ED
               DELIMITED BY SIZE INTO FAIL-REPORT-LINE
           PERFORM 2150-WRITE-REPORT-LINE.

       2600-CLEAR-RETRY.

      *    A re-presentment that went through closes its queue
      *    item. The receipt itself already carries the
      *    installment's own due date, echoed back from the
      *    debit.

           MOVE DB-APP-ID TO SQ-APP-ID
           MOVE DB-DUE-DATE TO SQ-DUE-DATE

           READ SI-RETRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SQ-STATUS = 'R'
                       MOVE 'C' TO SQ-STATUS
                       PERFORM 3100-REWRITE-RETRY
                       ADD 1 TO WS-COLLECTED-COUNT
                   END-IF
           END-READ.

       2700-QUEUE-RETRY.

      *    A first failure opens a queue item; a failed
      *    re-presentment updates the one already waiting (its
      *    attempt was counted when GENERATE sent it). The
      *    retry clock runs from the date the gateway actually
      *    tried the debit.

           MOVE DB-APP-ID TO SQ-APP-ID
           MOVE DB-DUE-DATE TO SQ-DUE-DATE

           READ SI-RETRY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RETRY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RETRY-FOUND
           END-READ

           IF WS-RETRY-FOUND = 'N' OR SQ-STATUS NOT = 'R'
               MOVE DB-APP-ID TO SQ-APP-ID
               MOVE DB-DUE-DATE TO SQ-DUE-DATE
               MOVE DB-AMOUNT TO SQ-AMOUNT
               MOVE 1 TO SQ-ATTEMPTS
               MOVE DB-DEBIT-DATE TO SQ-FIRST-DEBIT-DATE
           END-IF

           MOVE DB-DEBIT-DATE TO SQ-LAST-DEBIT-DATE
           MOVE DB-REASON TO SQ-LAST-REASON

      *    The gateway's reasons for a debit that can never
      *    succeed: the account is gone or the borrower has
      *    withdrawn the mandate. Presenting again would only
      *    draw another return fee.
           EVALUATE TRUE
               WHEN DB-REASON = "ACCOUNT CLOSED"
                       OR DB-REASON = "MANDATE CANCELLED"
                   MOVE 'N' TO SQ-STATUS
                   MOVE "NO RETRY" TO WS-EXH-ACTION
                   PERFORM 2850-WRITE-EXHAUST-LINE
                   ADD 1 TO WS-NORETRY-COUNT
               WHEN SQ-ATTEMPTS >= WS-MAX-TRIES
                   MOVE 'E' TO SQ-STATUS
                   MOVE "EXHAUSTED" TO WS-EXH-ACTION
                   PERFORM 2850-WRITE-EXHAUST-LINE
                   ADD 1 TO WS-EXHAUSTED-COUNT
               WHEN OTHER
                   MOVE 'R' TO SQ-STATUS
                   ADD 1 TO WS-QUEUED-COUNT
           END-EVALUATE

           IF WS-RETRY-FOUND = 'Y'
               PERFORM 3100-REWRITE-RETRY
           ELSE
               PERFORM 3200-WRITE-RETRY
           END-IF.

       2800-WRITE-EXHAUST-HEADER.

           MOVE SPACES TO EXHAUST-REPORT-LINE
           STRING "STANDING-INSTRUCTION DEBITS FOR COLLECTIONS - "
               "NOT RE-PRESENTED - RUN " WS-DATE-EDITED
               DELIMITED BY SIZE INTO EXHAUST-REPORT-LINE
           PERFORM 2950-WRITE-EXHAUST-REPORT-LINE

           MOVE SPACES TO EXHAUST-REPORT-LINE
           PERFORM 2950-WRITE-EXHAUST-REPORT-LINE

           MOVE SPACES TO EXHAUST-REPORT-LINE
           STRING "APP-ID      DUE DATE    "
               "        AMOUNT  TRIES  REASON      "
               "          ACTION"
               DELIMITED BY SIZE INTO EXHAUST-REPORT-LINE
           PERFORM 2950-WRITE-EXHAUST-REPORT-LINE.

       2850-WRITE-EXHAUST-LINE.

           MOVE SPACES TO WS-DUE-EDITED
           STRING DB-DUE-DATE(1:4) "-"
               DB-DUE-DATE(5:2) "-"
               DB-DUE-DATE(7:2)
               DELIMITED BY SIZE INTO WS-DUE-EDITED

           MOVE SQ-AMOUNT TO WS-AMT-ED
           MOVE SQ-ATTEMPTS TO WS-TRIES-ED

           MOVE SPACES TO EXHAUST-REPORT-LINE
           STRING DB-APP-ID "  " WS-DUE-EDITED "  " WS-AMT-ED
               "  " WS-TRIES-ED "  " DB-REASON "  " WS-EXH-ACTION
               DELIMITED BY SIZE INTO EXHAUST-REPORT-LINE
           PERFORM 2950-WRITE-EXHAUST-REPORT-LINE.

       2900-WRITE-EXHAUST-SUMMARY.

           MOVE SPACES TO EXHAUST-REPORT-LINE
           PERFORM 2950-WRITE-EXHAUST-REPORT-LINE

           MOVE WS-EXHAUSTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EXHAUST-REPORT-LINE
           STRING "ATTEMPTS EXHAUSTED  : " WS-COUNT-ED
               DELIMITED BY SIZE INTO EXHAUST-REPORT-LINE
           PERFORM 2950-WRITE-EXHAUST-REPORT-LINE

           MOVE WS-NORETRY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EXHAUST-REPORT-LINE
           STRING "NOT RETRIABLE       : " WS-COUNT-ED
               DELIMITED BY SIZE INTO EXHAUST-REPORT-LINE
           PERFORM 2950-WRITE-EXHAUST-REPORT-LINE.

       2950-WRITE-EXHAUST-REPORT-LINE.

           WRITE EXHAUST-REPORT-LINE

           IF WS-EXH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING EXHAUSTION REPORT FILE: "
                   "STATUS " WS-EXH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-OPEN-RETRY-QUEUE.

      *    The first run ever has no queue yet (status 35), so
      *    the file is created empty and reopened for update.

           OPEN I-O SI-RETRY-FILE

           IF WS-QUE-FILE-STATUS = "35"
               OPEN OUTPUT SI-RETRY-FILE
               IF WS-QUE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR CREATING RETRY QUEUE: STATUS "
                       WS-QUE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE SI-RETRY-FILE
               OPEN I-O SI-RETRY-FILE
           END-IF

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RETRY QUEUE: STATUS "
                   WS-QUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3100-REWRITE-RETRY.

           REWRITE SI-RETRY-RECORD

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING RETRY QUEUE: STATUS "
                   WS-QUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3200-WRITE-RETRY.

           WRITE SI-RETRY-RECORD

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING RETRY QUEUE: STATUS "
                   WS-QUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8200-ADD-BUSINESS-DAYS.

      *    Steps WS-CAL-DATE forward WS-RETRY-DAYS business days.

           IF WS-HOL-LOADED = 'N'
               PERFORM 8400-LOAD-HOLIDAYS
           END-IF

           COMPUTE WS-CAL-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)

           PERFORM VARYING WS-DAY-COUNTER FROM 1 BY 1
                   UNTIL WS-DAY-COUNTER > WS-RETRY-DAYS
               MOVE 'Y' TO WS-CAL-IS-HOLIDAY
               PERFORM UNTIL WS-CAL-IS-HOLIDAY = 'N'
                   ADD 1 TO WS-CAL-DAYNUM
                   COMPUTE WS-CAL-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-DAYNUM)
                   PERFORM 8250-CHECK-BUSINESS-DAY
               END-PERFORM
           END-PERFORM.

       8250-CHECK-BUSINESS-DAY.

      *    Day 1 of the intrinsic day count (1601-01-01) was a
      *    Monday, so MOD 7 gives 6 for Saturday and 0 for
      *    Sunday.

           MOVE 'N' TO WS-CAL-IS-HOLIDAY

           COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-DAYNUM, 7)

           IF WS-CAL-DOW = 6 OR WS-CAL-DOW = 0
               MOVE 'Y' TO WS-CAL-IS-HOLIDAY
           ELSE
               PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                       UNTIL WS-HL-IDX > WS-HOL-COUNT
                   IF WS-HOL-TAB-DATE(WS-HL-IDX) = WS-CAL-DATE
                       MOVE 'Y' TO WS-CAL-IS-HOLIDAY
                   END-IF
               END-PERFORM
           END-IF.

       8400-LOAD-HOLIDAYS.

      *    Loaded once per run, the first time a retry date is
      *    worked out. Running without a holiday file is
      *    allowed - weekends are still skipped - but it is
      *    warned about so a missing file is an operator
      *    decision, not a surprise.

           MOVE 'Y' TO WS-HOL-LOADED
           MOVE 'N' TO WS-HOL-EOF

           OPEN INPUT HOLIDAY-FILE

           IF WS-HOL-FILE-STATUS = "35"
               DISPLAY "WARNING: NO HOLIDAY FILE ("
                   WS-HOL-FILE-NAME ") - "
                   "ONLY WEEKENDS WILL BE SKIPPED"
               MOVE 'Y' TO WS-HOL-EOF
           ELSE
               IF WS-HOL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING HOLIDAY FILE: STATUS "
                       WS-HOL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-HOL-EOF = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO WS-HOL-EOF
                   NOT AT END
                       PERFORM 8450-STORE-HOLIDAY
               END-READ

               IF WS-HOL-EOF = 'N' AND
                       WS-HOL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING HOLIDAY FILE: STATUS "
                       WS-HOL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           IF WS-HOL-FILE-STATUS NOT = "35"
               CLOSE HOLIDAY-FILE
           END-IF.

       8450-STORE-HOLIDAY.

           IF HOL-DATE IS NOT NUMERIC
               DISPLAY "CORRUPT HOLIDAY RECORD - NOT A DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-HOL-COUNT >= 500
               DISPLAY "HOLIDAY TABLE FULL - MORE THAN 500 DATES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-HOL-COUNT
           MOVE HOL-DATE TO WS-HOL-TAB-DATE(WS-HOL-COUNT).
