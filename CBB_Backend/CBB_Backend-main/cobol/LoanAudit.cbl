               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

      *    The loan journal and the dual-control queue are read
      *    by REBUILD only, to put back the holiday months the
      *    CAPINT runs capitalised since the backup.
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

           SELECT AUDIT-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL

       FD  TXN-REJECT-FILE.
       01 TXN-REJECT-RECORD.
           05 RJ-TXN-IMAGE           PIC X(111).
           05 RJ-REASON              PIC X(25).

       FD  LOAN-JOURNAL-FILE.
       COPY LOANJRN.

       FD  MAINT-QUEUE-FILE.
       COPY MAINTQ.

      *    Plain text for the integrity review, so each record is
      *    just an 80-column report line.
       FD  AUDIT-REPORT-FILE.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
       01 WS-TOK8             PIC X(60) VALUE SPACES.
       01 WS-TOK9             PIC X(60) VALUE SPACES.
       01 WS-TOK10            PIC X(60) VALUE SPACES.
       01 WS-TOK11            PIC X(60) VALUE SPACES.
      *    TOK12 exists only to catch overflow: REBUILD's three
      *    positional files plus five transaction files and the
      *    JOURNAL= and QUEUE= options is the longest legal
      *    command, so anything landing in the slot after them
      *    means a transaction file fell off the end - and a
      *    rebuild that silently dropped a day of transactions
      *    would be worse than no rebuild at all.
       01 WS-TOK12            PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "LOANAUDIT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

       01 WS-JRN-FILE-NAME    PIC X(60) VALUE "LOANJRNL.DAT".
       01 WS-JRN-FILE-STATUS  PIC XX.
       01 WS-JRN-EOF          PIC X VALUE 'N'.
       01 WS-JRN-OPEN         PIC X VALUE 'N'.

       01 WS-QUE-FILE-NAME    PIC X(60) VALUE "MAINTQ.DAT".
       01 WS-QUE-FILE-STATUS  PIC XX.
       01 WS-QUE-OPEN         PIC X VALUE 'N'.

      *    Up to five intervening transaction files, replayed in
      *    the order given - one per business day since the
      *    backup was cut.
               10 WS-TXN-NAME     PIC X(60).

       01 WS-KEY-FOUND        PIC X.
       01 WS-HOLIDAY-RUNNING  PIC X.
       01 WS-REJECT-REASON    PIC X(25).
       01 WS-FAIL-REASON      PIC X(30).

       01 WS-UPDATE-COUNT     PIC 9(9) VALUE 0.
       01 WS-CLOSE-COUNT      PIC 9(9) VALUE 0.
       01 WS-PREPAY-COUNT     PIC 9(9) VALUE 0.
       01 WS-RESCHED-COUNT    PIC 9(9) VALUE 0.
       01 WS-WRITEOFF-COUNT   PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(9) VALUE 0.
       01 WS-CAPINT-COUNT     PIC 9(9) VALUE 0.

      *    The business date LOAN-MAINT applied the transaction
      *    being replayed under, from its queue item; zero when
      *    there is none to go by.
       01 WS-APPLIED-DATE     PIC 9(8).

      *    The day a loan's next holiday month runs out - the
      *    same day of month as the restructure, pulled back to
      *    a shorter month's last day - worked as LOAN-MAINT
      *    works it.
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

      *    Per-check failure tallies for the audit report, in
      *    the order the checks are applied.
       01 WS-FLR-OUTSTANDING  PIC 9(9) VALUE 0.
       01 WS-FLR-TENURE       PIC 9(9) VALUE 0.
       01 WS-FLR-CLOSED       PIC 9(9) VALUE 0.
       01 WS-FLR-WRITEOFF     PIC 9(9) VALUE 0.

       01 WS-RUN-DATE-RAW     PIC X(8).
       01 WS-RUN-DATE-ED      PIC X(10).

      *    LOAN-AUDIT AUDIT [master-file] [report-file]
      *    LOAN-AUDIT REBUILD [backup-file] [new-master-file]
      *        [reject-file] [txn-file]... [JOURNAL=journal-file]
      *        [QUEUE=queue-file]
      *
      *    The loan master is the one file in the shop that
      *    cannot be recreated from anything else, so it gets
      *    files (up to five, in the order given) through the
      *    same apply rules LOAN-MAINT uses, writing the result
      *    to the new master file named - never over the live
      *    one. The holiday months LOAN-MAINT CAPINT capitalised
      *    in the meantime are not transactions; they are put
      *    back from the loan journal (JOURNAL=, default
      *    LOANJRNL.DAT) in step with the replay, each ahead of
      *    the first transaction LOAN-MAINT applied after it, by
      *    the applied date on that transaction's dual-control
      *    queue item (QUEUE=, default MAINTQ.DAT).

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8 WS-TOK9 WS-TOK10
                   WS-TOK11 WS-TOK12
           END-UNSTRING

           EVALUATE WS-TOK1
                   IF WS-TOK4 NOT = SPACES
                       MOVE WS-TOK4 TO WS-REJ-FILE-NAME
                   END-IF
                   IF WS-TOK12 NOT = SPACES
                       DISPLAY "TOO MANY TRANSACTION FILES AT: "
                           WS-TOK12
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 0200-COLLECT-REBUILD-OPTIONS
                   PERFORM 5000-REBUILD-MODE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED MODE: " WS-TOK1

           STOP RUN.

       0200-COLLECT-REBUILD-OPTIONS.

           MOVE WS-TOK5 TO WS-OPT-TOKEN
           PERFORM 0210-COLLECT-ONE-OPTION
           MOVE WS-TOK6 TO WS-OPT-TOKEN
           PERFORM 0210-COLLECT-ONE-OPTION
           MOVE WS-TOK7 TO WS-OPT-TOKEN
           PERFORM 0210-COLLECT-ONE-OPTION
           MOVE WS-TOK8 TO WS-OPT-TOKEN
           PERFORM 0210-COLLECT-ONE-OPTION
           MOVE WS-TOK9 TO WS-OPT-TOKEN
           PERFORM 0210-COLLECT-ONE-OPTION
           MOVE WS-TOK10 TO WS-OPT-TOKEN
           PERFORM 0210-COLLECT-ONE-OPTION
           MOVE WS-TOK11 TO WS-OPT-TOKEN
           PERFORM 0210-COLLECT-ONE-OPTION.

       0210-COLLECT-ONE-OPTION.

      *    The keyword options may sit anywhere after the reject
      *    file; every other token is a transaction file, taken
      *    in the order given.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:8) = "JOURNAL="
                   MOVE WS-OPT-TOKEN(9:52) TO WS-JRN-FILE-NAME
               WHEN WS-OPT-TOKEN(1:6) = "QUEUE="
                   MOVE WS-OPT-TOKEN(7:54) TO WS-QUE-FILE-NAME
               WHEN WS-TXN-NAME-COUNT = 5
                   DISPLAY "TOO MANY TRANSACTION FILES AT: "
                       WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   ADD 1 TO WS-TXN-NAME-COUNT
                   MOVE WS-OPT-TOKEN TO WS-TXN-NAME(WS-TXN-NAME-COUNT)
           END-EVALUATE.

       1000-AUDIT-MODE.

                   LM-OUTSTANDING-BAL IS NOT NUMERIC OR
                   LM-RATE IS NOT NUMERIC OR
                   LM-TENURE IS NOT NUMERIC OR
                   LM-REMAINING-TENURE IS NOT NUMERIC OR
                   LM-CAPITALISED-INT IS NOT NUMERIC OR
                   LM-WRITEOFF-AMT IS NOT NUMERIC OR
                   LM-RECOVERED-AMT IS NOT NUMERIC OR
                   LM-HOLIDAY-MONTHS IS NOT NUMERIC OR
                   LM-HOLIDAY-CAPPED IS NOT NUMERIC
               MOVE "NON-NUMERIC-AMOUNTS" TO WS-FAIL-REASON
               ADD 1 TO WS-FLR-NUMERIC
               PERFORM 2100-WRITE-FAILURE-LINE
           ELSE
      *        Payment-holiday interest is the one thing allowed
      *        to lift the balance above the amount lent.
               IF LM-OUTSTANDING-BAL >
                       LM-PRINCIPAL + LM-CAPITALISED-INT
                   MOVE "OUTSTANDING-OVER-PRINCIPAL"
                       TO WS-FAIL-REASON
                   ADD 1 TO WS-FLR-OUTSTANDING
                   ADD 1 TO WS-FLR-CLOSED
                   PERFORM 2100-WRITE-FAILURE-LINE
               END-IF
      *        A written-off loan carries no position, and can
      *        never have recovered more than was written off.
               IF LM-STATUS = 'W' AND
                       (LM-OUTSTANDING-BAL NOT = 0 OR
                        LM-REMAINING-TENURE NOT = 0 OR
                        LM-RECOVERED-AMT > LM-WRITEOFF-AMT)
                   MOVE "WRITEOFF-MISMATCH" TO WS-FAIL-REASON
                   ADD 1 TO WS-FLR-WRITEOFF
                   PERFORM 2100-WRITE-FAILURE-LINE
               END-IF
           END-IF

           IF LM-STATUS NOT = 'A' AND LM-STATUS NOT = 'C' AND
                   LM-STATUS NOT = 'W'
               MOVE "INVALID-STATUS" TO WS-FAIL-REASON
               ADD 1 TO WS-FLR-STATUS
               PERFORM 2100-WRITE-FAILURE-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "CLOSED-WITH-POSITION       : " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

           MOVE WS-FLR-WRITEOFF TO WS-COUNT-ED
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "WRITEOFF-MISMATCH          : " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE.

       5000-REBUILD-MODE.
               STOP RUN
           END-IF

           PERFORM 5200-OPEN-REPLAY-FILES

           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > WS-TXN-NAME-COUNT
               MOVE WS-TXN-NAME(WS-TN-IDX) TO WS-TXN-FILE-NAME
               PERFORM 5500-REPLAY-ONE-TXN-FILE
           END-PERFORM

      *    Whatever is left on the journal was capitalised after
      *    the last transaction replayed - the rebuilt master
      *    must carry it too, or the next CAPINT run would add
      *    and journal those months a second time.

           PERFORM UNTIL WS-JRN-EOF = 'Y'
               PERFORM 6250-REPLAY-JOURNAL-ENTRY
           END-PERFORM

           CLOSE LOAN-MASTER-FILE
           CLOSE TXN-REJECT-FILE
           IF WS-JRN-OPEN = 'Y'
               CLOSE LOAN-JOURNAL-FILE
           END-IF
           IF WS-QUE-OPEN = 'Y'
               CLOSE MAINT-QUEUE-FILE
           END-IF

           DISPLAY "BACKUP RECORDS COPIED " WS-COPY-COUNT
           DISPLAY "TRANSACTIONS REPLAYED " WS-TXN-READ-COUNT
           DISPLAY "UPDATED  " WS-UPDATE-COUNT
           DISPLAY "CLOSED   " WS-CLOSE-COUNT
           DISPLAY "PREPAID  " WS-PREPAY-COUNT
           DISPLAY "RESCHEDULED " WS-RESCHED-COUNT
           DISPLAY "WRITTEN OFF " WS-WRITEOFF-COUNT
           DISPLAY "REJECTED " WS-REJECT-COUNT
           DISPLAY "HOLIDAY MONTHS CAPITALISED " WS-CAPINT-COUNT

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           CLOSE BACKUP-MASTER-FILE
           CLOSE LOAN-MASTER-FILE.

       5200-OPEN-REPLAY-FILES.

      *    Without a journal there is nothing capitalised to put
      *    back. Without the queue there is no applied date to
      *    place each month by, so every month goes back after
      *    the transactions instead.

           OPEN INPUT LOAN-JOURNAL-FILE

           IF WS-JRN-FILE-STATUS = "35"
               DISPLAY "WARNING: NO LOAN JOURNAL FILE - "
                   "NO HOLIDAY MONTHS CAPITALISED"
               MOVE 'Y' TO WS-JRN-EOF
           ELSE
               IF WS-JRN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN JOURNAL FILE: STATUS "
                       WS-JRN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-JRN-OPEN
               PERFORM 6200-READ-JOURNAL
           END-IF

           OPEN INPUT MAINT-QUEUE-FILE

           IF WS-QUE-FILE-STATUS = "35"
               DISPLAY "WARNING: NO MAINTENANCE QUEUE FILE - "
                   "HOLIDAY MONTHS CAPITALISED AFTER THE REPLAY"
           ELSE
               IF WS-QUE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING MAINTENANCE QUEUE: STATUS "
                       WS-QUE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-QUE-OPEN
           END-IF.

       5500-REPLAY-ONE-TXN-FILE.

           MOVE 'N' TO WS-TXN-EOF

           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 6050-CATCH-UP-JOURNAL

           EVALUATE TX-ACTION
               WHEN "ADD"
                   PERFORM 7000-APPLY-ADD
                   PERFORM 7200-APPLY-CLOSE
               WHEN "PREPAY"
                   PERFORM 7300-APPLY-PREPAY
               WHEN "RESCHD"
                   PERFORM 7400-APPLY-RESCHEDULE
               WHEN "WRTOFF"
                   PERFORM 7500-APPLY-WRITEOFF
               WHEN OTHER
                   MOVE "INVALID-ACTION" TO WS-REJECT-REASON
                   PERFORM 8000-WRITE-REJECT
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ.

       6050-CATCH-UP-JOURNAL.

      *    The journal and the transaction files both run in
      *    business-date order, so the two are merged: every
      *    CAPINT the nightly chain posted before the day
      *    LOAN-MAINT applied this transaction goes back on the
      *    master first. The day's maintenance runs before that
      *    night's chain, so a CAPINT posted the same day comes
      *    after it.

           MOVE 0 TO WS-APPLIED-DATE

           IF WS-QUE-OPEN = 'Y'
               MOVE TX-QUEUE-KEY TO MQ-KEY
               READ MAINT-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MQ-APPLIED-DATE IS NUMERIC
                           MOVE MQ-APPLIED-DATE TO WS-APPLIED-DATE
                       END-IF
               END-READ
           END-IF

           IF WS-APPLIED-DATE NOT = 0
               PERFORM UNTIL WS-JRN-EOF = 'Y' OR
                       LJ-POSTED-DATE NOT < WS-APPLIED-DATE
                   PERFORM 6250-REPLAY-JOURNAL-ENTRY
               END-PERFORM
           END-IF.

       6150-SET-NOT-ACTIVE-REASON.

           IF LM-STATUS = 'W'
               MOVE "LOAN-WRITTEN-OFF" TO WS-REJECT-REASON
           ELSE
               MOVE "LOAN-CLOSED" TO WS-REJECT-REASON
           END-IF.

       6200-READ-JOURNAL.

           READ LOAN-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRN-EOF
           END-READ

           IF WS-JRN-EOF = 'N' AND WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR READING LOAN JOURNAL FILE: STATUS "
                   WS-JRN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       6250-REPLAY-JOURNAL-ENTRY.

      *    A CAPINT is put back only when it is for the month the
      *    loan's holiday has reached on the rebuilt master: the
      *    months already on the backup, and any month of an
      *    earlier holiday, fall out of the match, so nothing is
      *    capitalised twice.

           IF LJ-TXN-TYPE = "CAPINT"
               MOVE LJ-APP-ID TO LM-APP-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-KEY-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KEY-FOUND
               END-READ
               IF WS-KEY-FOUND = 'Y' AND LM-STATUS = 'A' AND
                       LM-HOLIDAY-CAPPED < LM-HOLIDAY-MONTHS
                   PERFORM 6350-HOLIDAY-MONTH-END
                   IF WS-CAP-DATE = LJ-BUSINESS-DATE
                       PERFORM 6300-CAPITALISE-ONE-MONTH
                   END-IF
               END-IF
           END-IF

           PERFORM 6200-READ-JOURNAL.

       6300-CAPITALISE-ONE-MONTH.

      *    The amount is the one journalled and posted, not
      *    worked again. As in the CAPINT run, a holiday whose
      *    next month would run out after the first due date is
      *    cut back to the months already run.

           ADD LJ-AMOUNT TO LM-OUTSTANDING-BAL
           ADD LJ-AMOUNT TO LM-CAPITALISED-INT
           ADD 1 TO LM-HOLIDAY-CAPPED

           IF LM-HOLIDAY-CAPPED < LM-HOLIDAY-MONTHS
               PERFORM 6350-HOLIDAY-MONTH-END
               IF WS-CAP-DATE > LM-FIRST-DUE-DATE
                   MOVE LM-HOLIDAY-CAPPED TO LM-HOLIDAY-MONTHS
               END-IF
           END-IF

           PERFORM 8100-REWRITE-MASTER
           ADD 1 TO WS-CAPINT-COUNT.

       6350-HOLIDAY-MONTH-END.

      *    The next month to capitalise runs out (capped + 1)
      *    months after the restructure date.

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

       6400-CHECK-HOLIDAY-RUNNING.

      *    A holiday is still running while it has a month left
      *    to capitalise that runs out on or before the first due
      *    date; one past that is cut back, not waited for.

           MOVE 'N' TO WS-HOLIDAY-RUNNING

           IF LM-HOLIDAY-CAPPED < LM-HOLIDAY-MONTHS
               PERFORM 6350-HOLIDAY-MONTH-END
               IF WS-CAP-DATE NOT > LM-FIRST-DUE-DATE
                   MOVE 'Y' TO WS-HOLIDAY-RUNNING
               END-IF
           END-IF.

       7000-APPLY-ADD.

           IF TX-APP-ID = SPACES OR TX-APP-ID = LOW-VALUES
                       TX-RATE IS NOT NUMERIC OR
                       TX-TENURE IS NOT NUMERIC OR
                       TX-FIRST-DUE-DATE IS NOT NUMERIC OR
                       TX-DISBURSAL-DATE IS NOT NUMERIC OR
                       TX-PRINCIPAL = 0 OR TX-TENURE = 0
                   MOVE "INVALID-ADD-FIELDS" TO WS-REJECT-REASON
                   PERFORM 8000-WRITE-REJECT
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
               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 6150-SET-NOT-ACTIVE-REASON
                   PERFORM 8000-WRITE-REJECT
               ELSE
                   IF TX-BRANCH-CODE NOT = SPACES
               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 6150-SET-NOT-ACTIVE-REASON
                   PERFORM 8000-WRITE-REJECT
               ELSE
                   IF TX-EFFECTIVE-DATE IS NOT NUMERIC OR
                           TX-EFFECTIVE-DATE = 0
                       MOVE "INVALID-EFFECTIVE-DATE"
                           TO WS-REJECT-REASON
                       PERFORM 8000-WRITE-REJECT
                   ELSE
                       MOVE 'C' TO LM-STATUS
                       MOVE 0 TO LM-OUTSTANDING-BAL
                       MOVE 0 TO LM-REMAINING-TENURE
                       MOVE TX-EFFECTIVE-DATE TO LM-CLOSED-DATE

                       PERFORM 8100-REWRITE-MASTER
                       ADD 1 TO WS-CLOSE-COUNT
                   END-IF
               END-IF
           END-IF.

               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 6150-SET-NOT-ACTIVE-REASON
                   PERFORM 8000-WRITE-REJECT
               ELSE
                   IF TX-AMOUNT IS NOT NUMERIC OR
               END-IF
           END-IF.

       7400-APPLY-RESCHEDULE.

           PERFORM 6100-READ-MASTER-BY-KEY

           IF WS-KEY-FOUND = 'N'
               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 6150-SET-NOT-ACTIVE-REASON
                   PERFORM 8000-WRITE-REJECT
               ELSE
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
                       PERFORM 8000-WRITE-REJECT
                   ELSE
                       PERFORM 7450-RESCHEDULE-MASTER
                   END-IF
               END-IF
           END-IF.

       7450-RESCHEDULE-MASTER.

      *    Granting the terms moves no money. The holiday months
      *    capitalised before LOAN-MAINT applied this transaction
      *    are already back on the master (6050), so the holiday
      *    is tested here as the live run found it.

           PERFORM 6400-CHECK-HOLIDAY-RUNNING

           IF WS-HOLIDAY-RUNNING = 'Y'
               MOVE "HOLIDAY-IN-PROGRESS" TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               IF TX-RESCHED-OPTION = 'H'
                   MOVE TX-TENURE TO LM-HOLIDAY-MONTHS
                   MOVE 0 TO LM-HOLIDAY-CAPPED
               ELSE
                   MOVE LM-HOLIDAY-CAPPED TO LM-HOLIDAY-MONTHS
                   ADD TX-TENURE TO LM-TENURE
                   ADD TX-TENURE TO LM-REMAINING-TENURE
               END-IF

               MOVE TX-FIRST-DUE-DATE TO LM-FIRST-DUE-DATE
               MOVE 'Y' TO LM-RESTRUCT-FLAG
               MOVE TX-EFFECTIVE-DATE TO LM-RESTRUCT-DATE

               PERFORM 8100-REWRITE-MASTER
               ADD 1 TO WS-RESCHED-COUNT
           END-IF.

       7500-APPLY-WRITEOFF.

           PERFORM 6100-READ-MASTER-BY-KEY

           IF WS-KEY-FOUND = 'N'
               MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               IF LM-STATUS NOT = 'A'
                   PERFORM 6150-SET-NOT-ACTIVE-REASON
                   PERFORM 8000-WRITE-REJECT
               ELSE
                   IF TX-EFFECTIVE-DATE IS NOT NUMERIC OR
                           TX-EFFECTIVE-DATE = 0
                       MOVE "INVALID-EFFECTIVE-DATE"
                           TO WS-REJECT-REASON
                       PERFORM 8000-WRITE-REJECT
                   ELSE
                       PERFORM 7550-WRITEOFF-MASTER
                   END-IF
               END-IF
           END-IF.

       7550-WRITEOFF-MASTER.

           IF LM-OUTSTANDING-BAL = 0
               MOVE "NOTHING-TO-WRITE-OFF" TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT
           ELSE
               MOVE 'W' TO LM-STATUS
               MOVE LM-OUTSTANDING-BAL TO LM-WRITEOFF-AMT
               MOVE TX-EFFECTIVE-DATE TO LM-WRITEOFF-DATE
               MOVE 0 TO LM-RECOVERED-AMT
               MOVE 0 TO LM-OUTSTANDING-BAL
               MOVE 0 TO LM-REMAINING-TENURE

               PERFORM 8100-REWRITE-MASTER
               ADD 1 TO WS-WRITEOFF-COUNT
           END-IF.

       8000-WRITE-REJECT.

           MOVE SPACES TO TXN-REJECT-RECORD
