       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BOOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APP-FILE ASSIGN TO DYNAMIC
               WS-APP-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APP-FILE-STATUS.

           SELECT LOAN-RESULT-FILE ASSIGN TO DYNAMIC
               WS-RES-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO DYNAMIC
               WS-APR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO DYNAMIC
               WS-BORR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-APP-ID
               FILE STATUS IS WS-BORR-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO DYNAMIC
               WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-APP-ID
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT LOAN-TXN-FILE ASSIGN TO DYNAMIC
               WS-TXN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT BOOKING-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APP-FILE.
       COPY LOANAPP.

       FD  LOAN-RESULT-FILE.
       COPY LOANRES.

       FD  APPROVAL-FILE.
       COPY APPRVL.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMST.

       FD  LOAN-MASTER-FILE.
       COPY LOANMST.

       FD  LOAN-TXN-FILE.
       COPY LOANTXN.

      *    Plain text for the credit operations desk to sign off
      *    the day's bookings, so each record is just an
      *    80-column report line.
       FD  BOOKING-REPORT-FILE.
       01 BOOKING-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(500).
      *    UNSTRING leaves a receiving item untouched (not blanked)
      *    when the command line has fewer tokens than target
      *    fields, so these need an explicit VALUE SPACES to read
      *    as blank rather than LOW-VALUES for the optional
      *    trailing parameters.
       01 WS-TOK1             PIC X(60) VALUE SPACES.
       01 WS-TOK2             PIC X(60) VALUE SPACES.
       01 WS-TOK3             PIC X(60) VALUE SPACES.
       01 WS-TOK4             PIC X(60) VALUE SPACES.
       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-TOK6             PIC X(60) VALUE SPACES.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
       01 WS-TOK8             PIC X(60) VALUE SPACES.
      *    TOK9 exists only to catch overflow: seven positional
      *    files and the DATE= option is the longest legal
      *    command, so anything landing in the slot after them
      *    means an option fell off the end and the run must fail
      *    loudly rather than quietly ignore it.
       01 WS-TOK9             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

      *    Positional file names are taken in order by the option
      *    parser, so each remembers whether it has been given.
       01 WS-APP-SET          PIC X VALUE 'N'.
       01 WS-RES-SET          PIC X VALUE 'N'.
       01 WS-APR-SET          PIC X VALUE 'N'.
       01 WS-BORR-SET         PIC X VALUE 'N'.
       01 WS-MAST-SET         PIC X VALUE 'N'.
       01 WS-TXN-SET          PIC X VALUE 'N'.
       01 WS-RPT-SET          PIC X VALUE 'N'.

       01 WS-APP-FILE-NAME    PIC X(60) VALUE "LOANAPP.CLN".
       01 WS-APP-FILE-STATUS  PIC XX.
       01 WS-APP-EOF          PIC X VALUE 'N'.

       01 WS-RES-FILE-NAME    PIC X(60) VALUE "LOANRES.DAT".
       01 WS-RES-FILE-STATUS  PIC XX.
       01 WS-RES-EOF          PIC X VALUE 'N'.

       01 WS-APR-FILE-NAME    PIC X(60) VALUE "APPRVL.DAT".
       01 WS-APR-FILE-STATUS  PIC XX.
       01 WS-APR-EOF          PIC X VALUE 'N'.

       01 WS-BORR-FILE-NAME   PIC X(60) VALUE "BORRMST.DAT".
       01 WS-BORR-FILE-STATUS PIC XX.

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-MAST-MISSING     PIC X VALUE 'N'.

       01 WS-TXN-FILE-NAME    PIC X(60) VALUE "BOOKTXN.DAT".
       01 WS-TXN-FILE-STATUS  PIC XX.

       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "BOOKRPT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

      *    The business date the bookings are made under (DATE=,
      *    default today). An application with no disbursal date
      *    of its own is disbursed on it.
       01 WS-BUS-DATE         PIC 9(8).
       01 WS-BUS-DATE-X       PIC X(8) VALUE SPACES.

       01 WS-PREV-APP-ID      PIC X(10) VALUE LOW-VALUES.
       01 WS-PREV-RES-ID      PIC X(10) VALUE LOW-VALUES.
       01 WS-PREV-APR-ID      PIC X(10) VALUE LOW-VALUES.

       01 WS-RES-MATCHED      PIC X.
       01 WS-APR-MATCHED      PIC X.
       01 WS-KEY-FOUND        PIC X.

      *    What happened to the application: BOOKED, HELD (the
      *    borrower is not complete enough to book) or SKIPPED
      *    (not approved, not priced, or already on the book),
      *    with the reason for the latter two.
       01 WS-RESULT           PIC X(7).
       01 WS-REASON           PIC X(25).
       01 WS-DISB-DATE        PIC 9(8).

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-READ-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-BOOKED-COUNT     PIC 9(9) VALUE 0.
       01 WS-BOOKED-TOTAL     PIC 9(13)V99 VALUE 0.
       01 WS-HELD-COUNT       PIC 9(9) VALUE 0.
       01 WS-HELD-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(9) VALUE 0.
       01 WS-SKIPPED-TOTAL    PIC 9(13)V99 VALUE 0.

       01 WS-DATE-RAW         PIC X(8).
       01 WS-DATE-ED          PIC X(10).
       01 WS-DUE-ED           PIC X(10).
       01 WS-REMARK           PIC X(27).
       01 WS-AMT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EMI-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    LOAN-BOOK [app-file] [result-file] [approval-file]
      *        [borrower-master] [master-file] [txn-file]
      *        [register-file] [DATE=yyyymmdd]
      *
      *    Turns the day's approved applications into LOAN-MAINT
      *    ADD transactions so nobody re-keys a loan the system
      *    has already edited and priced. Each clean application
      *    (LOAN-EDIT's LOANAPP.CLN) is matched to its EMI-CALC
      *    BATCH pricing result and its credit decision on the
      *    approval file; all three run in ascending
      *    application-id order. An application that is approved
      *    (AP-DECISION 'A'), priced OK and not already on the
      *    loan master is booked: the ADD carries the LOANAPP
      *    terms, the rate it was actually priced at, the first
      *    due date and the disbursal date (the business date
      *    when the application carries none). An application
      *    whose borrower has no name or address on the borrower
      *    master is held back instead - an incomplete borrower
      *    must never be booked. Everything else is skipped with
      *    a reason. The register lists every application with
      *    what was done to it; booked, held and skipped totals
      *    add back to the applications read, and the booked
      *    total is the day's disbursement. The ADDs are a
      *    maker's submission like any other loan maintenance:
      *    they go through MAINT-QUEUE SUBMIT and a checker
      *    before LOAN-MAINT will book them.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8 WS-TOK9
           END-UNSTRING

           MOVE WS-TOK1 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK2 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK3 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK4 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK5 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK6 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK7 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK8 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION

           IF WS-TOK9 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK9
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-BUS-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE-X
           END-IF
           MOVE WS-BUS-DATE-X TO WS-BUS-DATE

           PERFORM 1000-OPEN-FILES
           PERFORM 1500-WRITE-REGISTER-HEADER

           PERFORM 1200-READ-RESULT
           PERFORM 1300-READ-APPROVAL

           PERFORM UNTIL WS-APP-EOF = 'Y'
               READ LOAN-APP-FILE
                   AT END
                       MOVE 'Y' TO WS-APP-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD LA-PRINCIPAL TO WS-READ-TOTAL
                       PERFORM 2000-BOOK-ONE-APPLICATION
               END-READ

               IF WS-APP-EOF = 'N' AND
                       WS-APP-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING APPLICATION FILE: STATUS "
                       WS-APP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           PERFORM 4000-WRITE-REGISTER-TOTALS

           CLOSE LOAN-APP-FILE
           CLOSE LOAN-RESULT-FILE
           CLOSE APPROVAL-FILE
           CLOSE BORROWER-MASTER-FILE
           IF WS-MAST-MISSING = 'N'
               CLOSE LOAN-MASTER-FILE
           END-IF
           CLOSE LOAN-TXN-FILE
           CLOSE BOOKING-REPORT-FILE

           DISPLAY "APPLICATIONS READ " WS-READ-COUNT
           DISPLAY "BOOKED   " WS-BOOKED-COUNT
           DISPLAY "HELD     " WS-HELD-COUNT
           DISPLAY "SKIPPED  " WS-SKIPPED-COUNT
           DISPLAY "DISBURSEMENT " WS-BOOKED-TOTAL

      *    A held application is waiting on the branch to
      *    complete the borrower - worth a warning, not a failed
      *    run.
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       0100-PARSE-OPTION.

      *    DATE=yyyymmdd in any position; a bare token is the next
      *    positional file name (applications, results,
      *    approvals, borrower master, loan master, transactions,
      *    register, in that order). A blank token is simply not
      *    there. A mistyped DATE= must stop the run, not fall
      *    back to today - loans would be disbursed on the wrong
      *    date.

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
               WHEN WS-APP-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-APP-FILE-NAME
                   MOVE 'Y' TO WS-APP-SET
               WHEN WS-RES-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RES-FILE-NAME
                   MOVE 'Y' TO WS-RES-SET
               WHEN WS-APR-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-APR-FILE-NAME
                   MOVE 'Y' TO WS-APR-SET
               WHEN WS-BORR-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-BORR-FILE-NAME
                   MOVE 'Y' TO WS-BORR-SET
               WHEN WS-MAST-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-MAST-FILE-NAME
                   MOVE 'Y' TO WS-MAST-SET
               WHEN WS-TXN-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-TXN-FILE-NAME
                   MOVE 'Y' TO WS-TXN-SET
               WHEN WS-RPT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RPT-FILE-NAME
                   MOVE 'Y' TO WS-RPT-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-OPEN-FILES.

           OPEN INPUT LOAN-APP-FILE

           IF WS-APP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING APPLICATION FILE: STATUS "
                   WS-APP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LOAN-RESULT-FILE

           IF WS-RES-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN RESULT FILE: STATUS "
                   WS-RES-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT APPROVAL-FILE

           IF WS-APR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING APPROVAL FILE: STATUS "
                   WS-APR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BORROWER-MASTER-FILE

           IF WS-BORR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BORROWER MASTER FILE: STATUS "
                   WS-BORR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    No loan master yet (status 35) is the first-ever
      *    booking: nothing can already be on the book.
           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MAST-FILE-STATUS = "35"
               MOVE 'Y' TO WS-MAST-MISSING
           ELSE
               IF WS-MAST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN MASTER FILE: STATUS "
                       WS-MAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT LOAN-TXN-FILE

           IF WS-TXN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION FILE: STATUS "
                   WS-TXN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BOOKING-REPORT-FILE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BOOKING REGISTER FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-READ-RESULT.

           READ LOAN-RESULT-FILE
               AT END
                   MOVE 'Y' TO WS-RES-EOF
           END-READ

           IF WS-RES-EOF = 'N'
               IF WS-RES-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING LOAN RESULT FILE: "
                       "STATUS " WS-RES-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF LR-APP-ID < WS-PREV-RES-ID
                   DISPLAY "LOAN RESULT FILE OUT OF SEQUENCE "
                       "AT " LR-APP-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LR-APP-ID TO WS-PREV-RES-ID
           END-IF.

       1300-READ-APPROVAL.

           READ APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-APR-EOF
           END-READ

           IF WS-APR-EOF = 'N'
               IF WS-APR-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING APPROVAL FILE: "
                       "STATUS " WS-APR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF AP-APP-ID < WS-PREV-APR-ID
                   DISPLAY "APPROVAL FILE OUT OF SEQUENCE "
                       "AT " AP-APP-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE AP-APP-ID TO WS-PREV-APR-ID
           END-IF.

       1500-WRITE-REGISTER-HEADER.

           MOVE WS-BUS-DATE TO WS-DATE-RAW
           PERFORM 4900-EDIT-DATE

           MOVE SPACES TO BOOKING-REPORT-LINE
           STRING "LOAN BOOKING REGISTER - " WS-DATE-ED
               DELIMITED BY SIZE INTO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE SPACES TO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE SPACES TO BOOKING-REPORT-LINE
           MOVE "APP ID" TO BOOKING-REPORT-LINE(1:6)
           MOVE "RESULT" TO BOOKING-REPORT-LINE(13:6)
           MOVE "PRINCIPAL" TO BOOKING-REPORT-LINE(27:9)
           MOVE "EMI" TO BOOKING-REPORT-LINE(49:3)
           MOVE "DISBURSED  FIRST DUE/REASON" TO
               BOOKING-REPORT-LINE(54:27)
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE ALL "-" TO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE.

       2000-BOOK-ONE-APPLICATION.

           IF LA-APP-ID < WS-PREV-APP-ID
               DISPLAY "APPLICATION FILE OUT OF SEQUENCE AT "
                   LA-APP-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LA-APP-ID TO WS-PREV-APP-ID

           PERFORM 2100-MATCH-RESULT
           PERFORM 2200-MATCH-APPROVAL

           MOVE SPACES TO WS-REASON
           MOVE "SKIPPED" TO WS-RESULT

      *    The skips come first: an application that would not
      *    be booked anyway is not held over its borrower.
           EVALUATE TRUE
               WHEN WS-APR-MATCHED = 'N'
                   MOVE "NOT-APPROVED" TO WS-REASON
               WHEN AP-DECISION = 'D'
                   MOVE "DECLINED" TO WS-REASON
               WHEN AP-DECISION NOT = 'A'
                   MOVE "NOT-APPROVED" TO WS-REASON
               WHEN WS-RES-MATCHED = 'N'
                   MOVE "NO-PRICING-RESULT" TO WS-REASON
               WHEN LR-STATUS NOT = "OK"
                   MOVE "PRICING-FAILED" TO WS-REASON
               WHEN LA-FIRST-DUE-DATE IS NOT NUMERIC OR
                       LA-FIRST-DUE-DATE = 0
                   MOVE "NO-FIRST-DUE-DATE" TO WS-REASON
               WHEN LA-DISBURSAL-DATE IS NOT NUMERIC
                   MOVE "INVALID-DISBURSAL-DATE" TO WS-REASON
               WHEN OTHER
                   PERFORM 2300-CHECK-ALREADY-BOOKED
           END-EVALUATE

           IF WS-REASON = SPACES
               PERFORM 2400-CHECK-BORROWER
           END-IF

           IF WS-REASON = SPACES
               PERFORM 3000-WRITE-ADD-TXN
           END-IF

           PERFORM 3100-WRITE-REGISTER-LINE.

       2100-MATCH-RESULT.

      *    The result file runs in the same order as the
      *    applications and only ever advances.

           PERFORM UNTIL WS-RES-EOF = 'Y'
                   OR LR-APP-ID >= LA-APP-ID
               PERFORM 1200-READ-RESULT
           END-PERFORM

           IF WS-RES-EOF = 'N' AND LR-APP-ID = LA-APP-ID
               MOVE 'Y' TO WS-RES-MATCHED
           ELSE
               MOVE 'N' TO WS-RES-MATCHED
           END-IF.

       2200-MATCH-APPROVAL.

           PERFORM UNTIL WS-APR-EOF = 'Y'
                   OR AP-APP-ID >= LA-APP-ID
               PERFORM 1300-READ-APPROVAL
           END-PERFORM

           IF WS-APR-EOF = 'N' AND AP-APP-ID = LA-APP-ID
               MOVE 'Y' TO WS-APR-MATCHED
           ELSE
               MOVE 'N' TO WS-APR-MATCHED
           END-IF.

       2300-CHECK-ALREADY-BOOKED.

      *    An approval stays on the file after its loan is booked,
      *    so tomorrow's run must not book it again.

           IF WS-MAST-MISSING = 'N'
               MOVE LA-APP-ID TO LM-APP-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-KEY-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KEY-FOUND
               END-READ
               IF WS-KEY-FOUND = 'Y'
                   MOVE "ALREADY-BOOKED" TO WS-REASON
               END-IF
           END-IF.

       2400-CHECK-BORROWER.

           MOVE LA-APP-ID TO BM-APP-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KEY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ

           EVALUATE TRUE
               WHEN WS-KEY-FOUND = 'N'
                   MOVE "NO-BORROWER-RECORD" TO WS-REASON
               WHEN BM-BORROWER-NAME = SPACES
                   MOVE "NO-BORROWER-NAME" TO WS-REASON
               WHEN BM-ADDRESS-LINE-1 = SPACES AND
                       BM-ADDRESS-LINE-2 = SPACES AND
                       BM-ADDRESS-LINE-3 = SPACES
                   MOVE "NO-BORROWER-ADDRESS" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REASON NOT = SPACES
               MOVE "HELD" TO WS-RESULT
           END-IF.

       3000-WRITE-ADD-TXN.

           IF LA-DISBURSAL-DATE > 0
               MOVE LA-DISBURSAL-DATE TO WS-DISB-DATE
           ELSE
               MOVE WS-BUS-DATE TO WS-DISB-DATE
           END-IF

      *    The rate booked is the one the loan was priced at
      *    (resolved from the rate table for a floating loan),
      *    so the master and the priced EMI cannot drift apart.
           MOVE SPACES TO LOAN-TXN-RECORD
           MOVE "ADD" TO TX-ACTION
           MOVE LA-APP-ID TO TX-APP-ID
           MOVE LA-BRANCH-CODE TO TX-BRANCH-CODE
           MOVE LA-PRODUCT-TYPE TO TX-PRODUCT-TYPE
           MOVE LA-PRINCIPAL TO TX-PRINCIPAL
           MOVE LR-RATE TO TX-RATE
           MOVE LA-RATE-BASIS TO TX-RATE-BASIS
           MOVE LA-TENURE TO TX-TENURE
           MOVE LA-METHOD TO TX-METHOD
           MOVE LA-FIRST-DUE-DATE TO TX-FIRST-DUE-DATE
           MOVE 0 TO TX-AMOUNT
           MOVE WS-DISB-DATE TO TX-DISBURSAL-DATE
           MOVE 0 TO TX-EFFECTIVE-DATE

           WRITE LOAN-TXN-RECORD

           IF WS-TXN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING TRANSACTION FILE: STATUS "
                   WS-TXN-FILE-STATUS " KEY " LA-APP-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "BOOKED" TO WS-RESULT.

       3100-WRITE-REGISTER-LINE.

           MOVE LA-PRINCIPAL TO WS-AMT-ED
           IF WS-RES-MATCHED = 'Y'
               MOVE LR-EMI TO WS-EMI-ED
           ELSE
               MOVE 0 TO WS-EMI-ED
           END-IF

           EVALUATE WS-RESULT
               WHEN "BOOKED"
                   ADD 1 TO WS-BOOKED-COUNT
                   ADD LA-PRINCIPAL TO WS-BOOKED-TOTAL
                   MOVE LA-FIRST-DUE-DATE TO WS-DATE-RAW
                   PERFORM 4900-EDIT-DATE
                   MOVE WS-DATE-ED TO WS-DUE-ED
                   MOVE WS-DISB-DATE TO WS-DATE-RAW
                   PERFORM 4900-EDIT-DATE
                   MOVE SPACES TO WS-REMARK
                   STRING WS-DATE-ED " " WS-DUE-ED
                       DELIMITED BY SIZE INTO WS-REMARK
               WHEN "HELD"
                   ADD 1 TO WS-HELD-COUNT
                   ADD LA-PRINCIPAL TO WS-HELD-TOTAL
                   MOVE WS-REASON TO WS-REMARK
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   ADD LA-PRINCIPAL TO WS-SKIPPED-TOTAL
                   MOVE WS-REASON TO WS-REMARK
           END-EVALUATE

           MOVE SPACES TO BOOKING-REPORT-LINE
           STRING LA-APP-ID "  " WS-RESULT "  " WS-AMT-ED "  "
               WS-EMI-ED "  " WS-REMARK
               DELIMITED BY SIZE INTO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE.

       4000-WRITE-REGISTER-TOTALS.

           MOVE SPACES TO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE WS-BOOKED-COUNT TO WS-COUNT-ED
           MOVE WS-BOOKED-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO BOOKING-REPORT-LINE
           STRING "BOOKED              : " WS-COUNT-ED
               "  " WS-TOTAL-ED
               DELIMITED BY SIZE INTO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE WS-HELD-COUNT TO WS-COUNT-ED
           MOVE WS-HELD-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO BOOKING-REPORT-LINE
           STRING "HELD                : " WS-COUNT-ED
               "  " WS-TOTAL-ED
               DELIMITED BY SIZE INTO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
           MOVE WS-SKIPPED-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO BOOKING-REPORT-LINE
           STRING "SKIPPED             : " WS-COUNT-ED
               "  " WS-TOTAL-ED
               DELIMITED BY SIZE INTO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE WS-READ-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO BOOKING-REPORT-LINE
           STRING "APPLICATIONS READ   : " WS-COUNT-ED
               "  " WS-TOTAL-ED
               DELIMITED BY SIZE INTO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE SPACES TO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE WS-BOOKED-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO BOOKING-REPORT-LINE
           STRING "TOTAL DISBURSEMENT  : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO BOOKING-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE.

       4900-EDIT-DATE.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-DATE-RAW(1:4) "-"
               WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ED.

       4950-WRITE-REPORT-LINE.

           WRITE BOOKING-REPORT-LINE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING BOOKING REGISTER FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
