       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-QUEUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-QUEUE-FILE ASSIGN TO DYNAMIC
               WS-QUE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MQ-KEY
               FILE STATUS IS WS-QUE-FILE-STATUS.

           SELECT LOAN-TXN-FILE ASSIGN TO DYNAMIC
               WS-LTXN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTXN-FILE-STATUS.

           SELECT RATE-TXN-FILE ASSIGN TO DYNAMIC
               WS-RTXN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTXN-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO DYNAMIC
               WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-APP-ID
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO DYNAMIC
               WS-RATETAB-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATETAB-FILE-STATUS.

           SELECT MAINT-DECISION-FILE ASSIGN TO DYNAMIC
               WS-DEC-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.

           SELECT TXN-REJECT-FILE ASSIGN TO DYNAMIC
               WS-REJ-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-QUEUE-FILE.
       COPY MAINTQ.

       FD  LOAN-TXN-FILE.
       COPY LOANTXN.

       FD  RATE-TXN-FILE.
       COPY RATETXN.

       FD  LOAN-MASTER-FILE.
       COPY LOANMST.

       FD  RATE-TABLE-FILE.
       COPY RATETAB.

       FD  MAINT-DECISION-FILE.
       COPY MAINTDEC.

      *    Submissions and decisions both reject onto this layout;
      *    the image is whichever record was refused, space-filled.
       FD  TXN-REJECT-FILE.
       01 TXN-REJECT-RECORD.
           05 RJ-TXN-IMAGE           PIC X(111).
           05 RJ-REASON              PIC X(25).

      *    Plain text for operations and internal audit, so each
      *    record is just a 132-column report line.
       FD  MAINT-REPORT-FILE.
       01 MAINT-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(500).
      *    UNSTRING leaves a receiving item untouched (not blanked)
      *    when the command line has fewer tokens than target
      *    fields, so these need an explicit VALUE SPACES to read
      *    as blank rather than LOW-VALUES for the optional
      *    trailing parameters.
       01 WS-TOK1             PIC X(10) VALUE SPACES.
       01 WS-TOK2             PIC X(60) VALUE SPACES.
       01 WS-TOK3             PIC X(60) VALUE SPACES.
       01 WS-TOK4             PIC X(60) VALUE SPACES.
       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-TOK6             PIC X(60) VALUE SPACES.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
       01 WS-TOK8             PIC X(60) VALUE SPACES.
      *    TOK9 exists only to catch overflow: the mode, four
      *    positional files and the TYPE=, MAKER= and DATE=
      *    options is the longest legal command (SUBMIT), so
      *    anything landing in the slot after them means an
      *    option fell off the end and the run must fail loudly
      *    rather than quietly ignore it.
       01 WS-TOK9             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

      *    Positional file names are taken in order by the option
      *    parsers, so each remembers whether it has been given.
      *    SUBMIT's transaction and reference files depend on
      *    TYPE=, which may come after them, so they are held
      *    here until the whole command has been read.
       01 WS-IN-TXN-NAME      PIC X(60) VALUE SPACES.
       01 WS-IN-REF-NAME      PIC X(60) VALUE SPACES.
       01 WS-IN-TXN-SET       PIC X VALUE 'N'.
       01 WS-IN-REF-SET       PIC X VALUE 'N'.
       01 WS-QUE-SET          PIC X VALUE 'N'.
       01 WS-DEC-SET          PIC X VALUE 'N'.
       01 WS-REJ-SET          PIC X VALUE 'N'.
       01 WS-LTXN-SET         PIC X VALUE 'N'.
       01 WS-RTXN-SET         PIC X VALUE 'N'.
       01 WS-RPT-SET          PIC X VALUE 'N'.

       01 WS-QUE-FILE-NAME    PIC X(60) VALUE "MAINTQ.DAT".
       01 WS-QUE-FILE-STATUS  PIC XX.
       01 WS-QUE-EOF          PIC X VALUE 'N'.

       01 WS-LTXN-FILE-NAME   PIC X(60) VALUE "LOANTXN.DAT".
       01 WS-LTXN-FILE-STATUS PIC XX.

       01 WS-RTXN-FILE-NAME   PIC X(60) VALUE "RATETXN.DAT".
       01 WS-RTXN-FILE-STATUS PIC XX.

       01 WS-TXN-EOF          PIC X VALUE 'N'.

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-MAST-MISSING     PIC X VALUE 'N'.

       01 WS-RATETAB-FILE-NAME   PIC X(60) VALUE "RATETAB.DAT".
       01 WS-RATETAB-FILE-STATUS PIC XX.
       01 WS-RATETAB-EOF         PIC X VALUE 'N'.

       01 WS-DEC-FILE-NAME    PIC X(60) VALUE "MAINTDEC.DAT".
       01 WS-DEC-FILE-STATUS  PIC XX.
       01 WS-DEC-EOF          PIC X VALUE 'N'.

       01 WS-REJ-FILE-NAME    PIC X(60) VALUE "MAINTQ.REJ".
       01 WS-REJ-FILE-STATUS  PIC XX.

       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "MAINTRPT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

      *    The business date items are made, decided and reported
      *    under (DATE=, default today).
       01 WS-BUS-DATE         PIC 9(8).
       01 WS-BUS-DATE-X       PIC X(8) VALUE SPACES.

       01 WS-TXN-TYPE         PIC X(4) VALUE SPACES.
       01 WS-MAKER-ID         PIC X(8) VALUE SPACES.

      *    A pending item older than the cut-off (in days before
      *    the business date, CUTOFF=, default 1) is overdue for a
      *    checker and is listed on the report.
       01 WS-CUTOFF-TXT       PIC X(4).
       01 WS-CUTOFF-DAYS      PIC 9(4) VALUE 1.
       01 WS-CUTOFF-DATE      PIC 9(8).

      *    Queue keys are the make date and time of the SUBMIT
      *    run plus a sequence within it; a key another run in
      *    the same second already took is skipped over.
       01 WS-MADE-TIME        PIC 9(6).
       01 WS-NEXT-SEQ         PIC 9(5) VALUE 0.
       01 WS-QUEUED           PIC X.

      *    Rate table loaded up front for the before images, same
      *    capacity as RATE-MAINT.
       01 WS-RATE-COUNT          PIC 9(4) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RT-IDX.
               10 WS-RT-PRODUCT   PIC X(4).
               10 WS-RT-TIER      PIC 9(11)V99.
               10 WS-RT-EFF-DATE  PIC 9(8).
               10 WS-RT-RATE      PIC 9(3)V99.
       01 WS-FOUND-IDX        PIC 9(4).

      *    Working views of a queue item's transaction and before
      *    images, for the report's field-by-field comparison.
       COPY LOANTXN REPLACING ==LOAN-TXN-RECORD==
           BY ==QL-TXN-RECORD==
           LEADING ==TX== BY ==QL==.
       COPY LOANMST REPLACING ==LOAN-MASTER-RECORD==
           BY ==BL-MASTER-RECORD==
           LEADING ==LM== BY ==BL==.
       COPY RATETXN REPLACING ==RATE-TXN-RECORD==
           BY ==QR-TXN-RECORD==
           LEADING ==RX== BY ==QR==.
       COPY RATETAB REPLACING ==RATE-TABLE-RECORD==
           BY ==BR-TABLE-RECORD==
           LEADING ==RT== BY ==BR==.

       01 WS-REJECT-REASON    PIC X(25).

      *    Report section being listed: 1 made, 2 approved,
      *    3 rejected, 4 applied or failed, 5 outstanding past
      *    the cut-off.
       01 WS-SECTION          PIC 9.
       01 WS-SELECTED         PIC X.
       01 WS-SECTION-COUNT    PIC 9(9).
       01 WS-SECTION-TITLE    PIC X(60).

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-QUEUED-COUNT     PIC 9(9) VALUE 0.
       01 WS-APPROVED-COUNT   PIC 9(9) VALUE 0.
       01 WS-DECLINED-COUNT   PIC 9(9) VALUE 0.
       01 WS-LOAN-COUNT       PIC 9(9) VALUE 0.
       01 WS-RATE-REL-COUNT   PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(9) VALUE 0.
       01 WS-MADE-COUNT       PIC 9(9) VALUE 0.
       01 WS-OK-COUNT         PIC 9(9) VALUE 0.
       01 WS-NO-COUNT         PIC 9(9) VALUE 0.
       01 WS-DONE-COUNT       PIC 9(9) VALUE 0.
       01 WS-OVERDUE-COUNT    PIC 9(9) VALUE 0.

       01 WS-DATE-RAW         PIC X(8).
       01 WS-DATE-ED          PIC X(10).
       01 WS-CUTOFF-ED        PIC X(10).
       01 WS-ITEM-KEY         PIC X(36).
       01 WS-STATUS-TXT       PIC X(12).
       01 WS-REASON-TXT       PIC X(25).

      *    One before/after line of the report: each edit
      *    paragraph leaves its value in WS-EDIT-TXT, and the
      *    caller moves it to whichever side it belongs.
       01 WS-FLD-NAME         PIC X(18).
       01 WS-FLD-BEFORE       PIC X(20).
       01 WS-FLD-AFTER        PIC X(20).
       01 WS-EDIT-TXT         PIC X(20).
       01 WS-EDIT-AMOUNT      PIC 9(11)V99.
       01 WS-EDIT-DATE        PIC 9(8).
       01 WS-PREPAY-BAL       PIC 9(11)V99.
       01 WS-NEW-TENURE       PIC 9(5).
       01 WS-AMT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TIER-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-ED          PIC ZZ9.99.
       01 WS-TENURE-ED        PIC ZZZ9.
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    MAINT-QUEUE SUBMIT [txn-file] [queue-file]
      *        [master-or-rate-table] [reject-file]
      *        TYPE=LOAN|RATE MAKER=user-id [DATE=yyyymmdd]
      *    MAINT-QUEUE DECIDE [decision-file] [queue-file]
      *        [reject-file] [DATE=yyyymmdd]
      *    MAINT-QUEUE RELEASE [queue-file] [loan-txn-file]
      *        [rate-txn-file]
      *    MAINT-QUEUE REPORT [queue-file] [report-file]
      *        [DATE=yyyymmdd] [CUTOFF=days]
      *
      *    Dual control for loan-master and rate-table
      *    maintenance: no change reaches LOAN-MAINT or RATE-MAINT
      *    on one person's say-so.
      *
      *    SUBMIT puts a maker's LOANTXN (TYPE=LOAN) or RATETXN
      *    (TYPE=RATE) transaction file on the keyed queue as
      *    pending items under the maker's id, each with the
      *    master record or rate row it would change as it stands
      *    now. Transactions that could never be applied (unknown
      *    action, no key, unreadable figures, or already carrying
      *    a queue key) go to the reject file instead.
      *
      *    DECIDE applies the checkers' decision file: each
      *    record approves or rejects one pending item. A checker
      *    can never decide an item they made themselves, and a
      *    rejection must say why.
      *
      *    RELEASE writes every approved item, in the order it
      *    was made, to the loan and rate transaction files with
      *    its queue key stamped on it - the only transactions
      *    LOAN-MAINT and RATE-MAINT will apply. They mark each
      *    item applied (or failed, with the reason) as they go.
      *
      *    REPORT is the daily dual-control report: the items
      *    made, approved, rejected and applied or failed on the
      *    business date, and every item still waiting on a
      *    checker or on the apply run that was made more than
      *    the cut-off ago, each with the before and after value
      *    of every field it changes.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8 WS-TOK9
           END-UNSTRING

           EVALUATE WS-TOK1
               WHEN "SUBMIT"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-SUBMIT-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-SUBMIT-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-SUBMIT-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-SUBMIT-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-SUBMIT-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-SUBMIT-OPTION
                   MOVE WS-TOK8 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-SUBMIT-OPTION
                   PERFORM 0150-CHECK-SUBMIT-OPTIONS
               WHEN "DECIDE"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-DECIDE-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-DECIDE-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-DECIDE-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-DECIDE-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-DECIDE-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-DECIDE-OPTION
                   MOVE WS-TOK8 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-DECIDE-OPTION
                   IF WS-REJ-SET = 'N'
                       MOVE "MAINTDEC.REJ" TO WS-REJ-FILE-NAME
                   END-IF
               WHEN "RELEASE"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0300-PARSE-RELEASE-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0300-PARSE-RELEASE-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0300-PARSE-RELEASE-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0300-PARSE-RELEASE-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0300-PARSE-RELEASE-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0300-PARSE-RELEASE-OPTION
                   MOVE WS-TOK8 TO WS-OPT-TOKEN
                   PERFORM 0300-PARSE-RELEASE-OPTION
               WHEN "REPORT"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0400-PARSE-REPORT-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0400-PARSE-REPORT-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0400-PARSE-REPORT-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0400-PARSE-REPORT-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0400-PARSE-REPORT-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0400-PARSE-REPORT-OPTION
                   MOVE WS-TOK8 TO WS-OPT-TOKEN
                   PERFORM 0400-PARSE-REPORT-OPTION
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED MODE: " WS-TOK1
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-TOK9 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK9
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-BUS-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE-X
           END-IF
           MOVE WS-BUS-DATE-X TO WS-BUS-DATE

           EVALUATE WS-TOK1
               WHEN "SUBMIT"
                   PERFORM 2000-SUBMIT-MODE
               WHEN "DECIDE"
                   PERFORM 3000-DECIDE-MODE
               WHEN "RELEASE"
                   PERFORM 4000-RELEASE-MODE
               WHEN "REPORT"
                   PERFORM 5000-REPORT-MODE
           END-EVALUATE

           STOP RUN.

       0100-PARSE-SUBMIT-OPTION.

      *    TYPE=, MAKER= and DATE= in any position; a bare token
      *    is the next positional file name (transactions, queue,
      *    master or rate table, reject file, in that order). A
      *    blank token is simply not there.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "TYPE="
                   MOVE WS-OPT-TOKEN(6:4) TO WS-TXN-TYPE
               WHEN WS-OPT-TOKEN(1:6) = "MAKER="
                   MOVE WS-OPT-TOKEN(7:8) TO WS-MAKER-ID
               WHEN WS-OPT-TOKEN(1:5) = "DATE="
                   PERFORM 0500-CHECK-DATE-OPTION
               WHEN WS-IN-TXN-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-IN-TXN-NAME
                   MOVE 'Y' TO WS-IN-TXN-SET
               WHEN WS-QUE-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-QUE-FILE-NAME
                   MOVE 'Y' TO WS-QUE-SET
               WHEN WS-IN-REF-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-IN-REF-NAME
                   MOVE 'Y' TO WS-IN-REF-SET
               WHEN WS-REJ-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-REJ-FILE-NAME
                   MOVE 'Y' TO WS-REJ-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0150-CHECK-SUBMIT-OPTIONS.

      *    The maker's id is the whole point of the queue, so a
      *    submission without one is refused outright.

           IF WS-TXN-TYPE NOT = "LOAN" AND WS-TXN-TYPE NOT = "RATE"
               DISPLAY "INVALID OR MISSING TYPE: " WS-TXN-TYPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MAKER-ID = SPACES
               DISPLAY "MAKER= IS REQUIRED FOR SUBMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-TXN-TYPE = "LOAN"
               IF WS-IN-TXN-SET = 'Y'
                   MOVE WS-IN-TXN-NAME TO WS-LTXN-FILE-NAME
               END-IF
               IF WS-IN-REF-SET = 'Y'
                   MOVE WS-IN-REF-NAME TO WS-MAST-FILE-NAME
               END-IF
           ELSE
               IF WS-IN-TXN-SET = 'Y'
                   MOVE WS-IN-TXN-NAME TO WS-RTXN-FILE-NAME
               END-IF
               IF WS-IN-REF-SET = 'Y'
                   MOVE WS-IN-REF-NAME TO WS-RATETAB-FILE-NAME
               END-IF
           END-IF.

       0200-PARSE-DECIDE-OPTION.

      *    DATE= in any position; a bare token is the next
      *    positional file name (decisions, queue, reject file,
      *    in that order). A blank token is simply not there.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "DATE="
                   PERFORM 0500-CHECK-DATE-OPTION
               WHEN WS-DEC-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-DEC-FILE-NAME
                   MOVE 'Y' TO WS-DEC-SET
               WHEN WS-QUE-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-QUE-FILE-NAME
                   MOVE 'Y' TO WS-QUE-SET
               WHEN WS-REJ-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-REJ-FILE-NAME
                   MOVE 'Y' TO WS-REJ-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0300-PARSE-RELEASE-OPTION.

      *    Positional file names only (queue, loan transactions,
      *    rate transactions, in that order).

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-QUE-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-QUE-FILE-NAME
                   MOVE 'Y' TO WS-QUE-SET
               WHEN WS-LTXN-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-LTXN-FILE-NAME
                   MOVE 'Y' TO WS-LTXN-SET
               WHEN WS-RTXN-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RTXN-FILE-NAME
                   MOVE 'Y' TO WS-RTXN-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0400-PARSE-REPORT-OPTION.

      *    DATE= and CUTOFF= in any position; a bare token is the
      *    next positional file name (queue, report, in that
      *    order). A blank token is simply not there.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "DATE="
                   PERFORM 0500-CHECK-DATE-OPTION
               WHEN WS-OPT-TOKEN(1:7) = "CUTOFF="
                   MOVE WS-OPT-TOKEN(8:4) TO WS-CUTOFF-TXT
                   IF WS-CUTOFF-TXT(1:1) IS NOT NUMERIC OR
                           WS-OPT-TOKEN(12:1) NOT = SPACE
                       DISPLAY "INVALID CUTOFF DAYS: "
                           WS-OPT-TOKEN(8:10)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   COMPUTE WS-CUTOFF-DAYS =
                       FUNCTION NUMVAL(WS-CUTOFF-TXT)
               WHEN WS-QUE-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-QUE-FILE-NAME
                   MOVE 'Y' TO WS-QUE-SET
               WHEN WS-RPT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RPT-FILE-NAME
                   MOVE 'Y' TO WS-RPT-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0500-CHECK-DATE-OPTION.

      *    A mistyped DATE= must stop the run, not fall back to
      *    today - the queue would date the day's decisions
      *    wrongly.

           MOVE WS-OPT-TOKEN(6:8) TO WS-BUS-DATE-X
           IF WS-BUS-DATE-X IS NOT NUMERIC
               DISPLAY "INVALID BUSINESS DATE: " WS-BUS-DATE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE-X TO WS-BUS-DATE
           IF FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) = 0
               DISPLAY "INVALID BUSINESS DATE: " WS-BUS-DATE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-OPEN-QUEUE-UPDATE.

      *    First-ever submission has no queue yet (status 35), so
      *    the file is created empty and reopened for update.

           OPEN I-O MAINT-QUEUE-FILE

           IF WS-QUE-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-QUEUE-FILE
               IF WS-QUE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR CREATING MAINTENANCE QUEUE: "
                       "STATUS " WS-QUE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE MAINT-QUEUE-FILE
               OPEN I-O MAINT-QUEUE-FILE
           END-IF

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINTENANCE QUEUE: STATUS "
                   WS-QUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-OPEN-QUEUE-INPUT.

           OPEN INPUT MAINT-QUEUE-FILE

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINTENANCE QUEUE: STATUS "
                   WS-QUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-QUE-EOF.

       1200-READ-QUEUE-NEXT.

           READ MAINT-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-QUE-EOF
           END-READ

           IF WS-QUE-EOF = 'N' AND WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR READING MAINTENANCE QUEUE: STATUS "
                   WS-QUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-OPEN-REJECT-FILE.

           OPEN OUTPUT TXN-REJECT-FILE

           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECT FILE: STATUS "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-WRITE-REJECT.

           MOVE WS-REJECT-REASON TO RJ-REASON

           WRITE TXN-REJECT-RECORD

           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING REJECT FILE: STATUS "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-REJECT-COUNT.

       1500-REWRITE-QUEUE-ITEM.

           REWRITE MAINT-QUEUE-RECORD

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING MAINTENANCE QUEUE: STATUS "
                   WS-QUE-FILE-STATUS " KEY " MQ-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-SUBMIT-MODE.

           IF WS-TXN-TYPE = "LOAN"
               PERFORM 2010-OPEN-LOAN-MASTER
               OPEN INPUT LOAN-TXN-FILE
               IF WS-LTXN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING TRANSACTION FILE: STATUS "
                       WS-LTXN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM 2020-LOAD-RATE-TABLE
               OPEN INPUT RATE-TXN-FILE
               IF WS-RTXN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING TRANSACTION FILE: STATUS "
                       WS-RTXN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 1000-OPEN-QUEUE-UPDATE
           PERFORM 1300-OPEN-REJECT-FILE

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-MADE-TIME

           PERFORM 2100-READ-SUBMIT-TXN

           PERFORM UNTIL WS-TXN-EOF = 'Y'
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-TXN-TYPE = "LOAN"
                   PERFORM 2200-SUBMIT-LOAN-TXN
               ELSE
                   PERFORM 2300-SUBMIT-RATE-TXN
               END-IF
               PERFORM 2100-READ-SUBMIT-TXN
           END-PERFORM

           IF WS-TXN-TYPE = "LOAN"
               CLOSE LOAN-TXN-FILE
               IF WS-MAST-MISSING = 'N'
                   CLOSE LOAN-MASTER-FILE
               END-IF
           ELSE
               CLOSE RATE-TXN-FILE
           END-IF
           CLOSE MAINT-QUEUE-FILE
           CLOSE TXN-REJECT-FILE

           DISPLAY "TRANSACTIONS READ " WS-READ-COUNT
           DISPLAY "QUEUED   " WS-QUEUED-COUNT
           DISPLAY "REJECTED " WS-REJECT-COUNT

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       2010-OPEN-LOAN-MASTER.

      *    No master yet just means every loan is new: the ADDs
      *    queue with no before image and anything else will fail
      *    UNKNOWN-KEY at apply time, which is where it belongs.

           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MAST-FILE-STATUS = "35"
               DISPLAY "WARNING: LOAN MASTER NOT FOUND - "
                   "NO BEFORE IMAGES"
               MOVE 'Y' TO WS-MAST-MISSING
           ELSE
               IF WS-MAST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN MASTER FILE: STATUS "
                       WS-MAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2020-LOAD-RATE-TABLE.

           OPEN INPUT RATE-TABLE-FILE

           IF WS-RATETAB-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RATE TABLE FILE: STATUS "
                   WS-RATETAB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-RATETAB-EOF = 'Y'
               READ RATE-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATETAB-EOF
                   NOT AT END
                       IF WS-RATE-COUNT >= 500
                           DISPLAY "RATE TABLE FULL - MORE THAN "
                               "500 ROWS"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RATE-TABLE-RECORD
                           TO WS-RATE-ENTRY(WS-RATE-COUNT)
               END-READ

               IF WS-RATETAB-EOF = 'N' AND
                       WS-RATETAB-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING RATE TABLE FILE: STATUS "
                       WS-RATETAB-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE RATE-TABLE-FILE.

       2100-READ-SUBMIT-TXN.

           IF WS-TXN-TYPE = "LOAN"
               READ LOAN-TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
               END-READ
               IF WS-TXN-EOF = 'N' AND
                       WS-LTXN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING TRANSACTION FILE: STATUS "
                       WS-LTXN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               READ RATE-TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
               END-READ
               IF WS-TXN-EOF = 'N' AND
                       WS-RTXN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING TRANSACTION FILE: STATUS "
                       WS-RTXN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2200-SUBMIT-LOAN-TXN.

      *    Only what LOAN-MAINT could never apply is refused
      *    here; the master-dependent edits (duplicate or unknown
      *    key, closed loan, prepayment above the balance) stay
      *    with the apply run, which sees the master as it is on
      *    the day. The figures must at least be readable so the
      *    checker is never asked to approve something the report
      *    cannot show.

           EVALUATE TRUE
               WHEN TX-QUEUE-KEY NOT = SPACES
                   MOVE "ALREADY-QUEUED" TO WS-REJECT-REASON
               WHEN TX-ACTION NOT = "ADD" AND
                       TX-ACTION NOT = "UPDATE" AND
                       TX-ACTION NOT = "CLOSE" AND
                       TX-ACTION NOT = "PREPAY" AND
                       TX-ACTION NOT = "RESCHD" AND
                       TX-ACTION NOT = "WRTOFF"
                   MOVE "INVALID-ACTION" TO WS-REJECT-REASON
               WHEN TX-APP-ID = SPACES OR TX-APP-ID = LOW-VALUES
                   MOVE "MISSING-APP-ID" TO WS-REJECT-REASON
               WHEN TX-ACTION = "ADD" AND
                       (TX-PRINCIPAL IS NOT NUMERIC OR
                        TX-RATE IS NOT NUMERIC OR
                        TX-TENURE IS NOT NUMERIC OR
                        TX-FIRST-DUE-DATE IS NOT NUMERIC OR
                        TX-DISBURSAL-DATE IS NOT NUMERIC)
                   MOVE "INVALID-ADD-FIELDS" TO WS-REJECT-REASON
               WHEN TX-ACTION = "PREPAY" AND
                       TX-AMOUNT IS NOT NUMERIC
                   MOVE "INVALID-PREPAY-AMOUNT" TO WS-REJECT-REASON
               WHEN TX-ACTION = "RESCHD" AND
                       ((TX-RESCHED-OPTION NOT = 'T' AND
                         TX-RESCHED-OPTION NOT = 'H') OR
                        TX-TENURE IS NOT NUMERIC OR
                        TX-TENURE = 0 OR
                        TX-FIRST-DUE-DATE IS NOT NUMERIC OR
                        TX-EFFECTIVE-DATE IS NOT NUMERIC OR
                        TX-EFFECTIVE-DATE = 0 OR
                        TX-FIRST-DUE-DATE <= TX-EFFECTIVE-DATE)
                   MOVE "INVALID-RESCHEDULE" TO WS-REJECT-REASON
               WHEN (TX-ACTION = "CLOSE" OR TX-ACTION = "WRTOFF") AND
                       (TX-EFFECTIVE-DATE IS NOT NUMERIC OR
                        TX-EFFECTIVE-DATE = 0)
                   MOVE "INVALID-EFFECTIVE-DATE" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO TXN-REJECT-RECORD
               MOVE LOAN-TXN-RECORD TO RJ-TXN-IMAGE
               PERFORM 1400-WRITE-REJECT
           ELSE
               MOVE SPACES TO MAINT-QUEUE-RECORD
               MOVE "LOAN" TO MQ-TXN-TYPE
               MOVE LOAN-TXN-RECORD(1:93) TO MQ-TXN-IMAGE
               MOVE 'N' TO MQ-BEFORE-FOUND

               IF WS-MAST-MISSING = 'N'
                   MOVE TX-APP-ID TO LM-APP-ID
                   READ LOAN-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO MQ-BEFORE-FOUND
                           MOVE LOAN-MASTER-RECORD
                               TO MQ-BEFORE-IMAGE
                   END-READ
               END-IF

               PERFORM 2800-QUEUE-ITEM
           END-IF.

       2300-SUBMIT-RATE-TXN.

           EVALUATE TRUE
               WHEN RX-QUEUE-KEY NOT = SPACES
                   MOVE "ALREADY-QUEUED" TO WS-REJECT-REASON
               WHEN RX-ACTION NOT = "ADD" AND
                       RX-ACTION NOT = "CHANGE" AND
                       RX-ACTION NOT = "DELETE"
                   MOVE "INVALID-ACTION" TO WS-REJECT-REASON
               WHEN RX-PRODUCT-TYPE = SPACES
                   MOVE "MISSING-PRODUCT" TO WS-REJECT-REASON
               WHEN RX-TIER-LIMIT IS NOT NUMERIC
                   MOVE "INVALID-TIER-LIMIT" TO WS-REJECT-REASON
               WHEN RX-EFF-DATE IS NOT NUMERIC
                   MOVE "INVALID-EFF-DATE" TO WS-REJECT-REASON
               WHEN RX-ACTION NOT = "DELETE" AND
                       RX-RATE IS NOT NUMERIC
                   MOVE "INVALID-RATE" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO TXN-REJECT-RECORD
               MOVE RATE-TXN-RECORD TO RJ-TXN-IMAGE
               PERFORM 1400-WRITE-REJECT
           ELSE
               MOVE SPACES TO MAINT-QUEUE-RECORD
               MOVE "RATE" TO MQ-TXN-TYPE
               MOVE RATE-TXN-RECORD(1:36) TO MQ-TXN-IMAGE
               MOVE 'N' TO MQ-BEFORE-FOUND

               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RATE-COUNT
                   IF WS-RT-PRODUCT(WS-RT-IDX) = RX-PRODUCT-TYPE AND
                           WS-RT-TIER(WS-RT-IDX) = RX-TIER-LIMIT AND
                           WS-RT-EFF-DATE(WS-RT-IDX) = RX-EFF-DATE
                       MOVE WS-RT-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM

               IF WS-FOUND-IDX NOT = 0
                   MOVE 'Y' TO MQ-BEFORE-FOUND
                   MOVE WS-RATE-ENTRY(WS-FOUND-IDX)
                       TO MQ-BEFORE-IMAGE
               END-IF

               PERFORM 2800-QUEUE-ITEM
           END-IF.

       2800-QUEUE-ITEM.

           MOVE WS-BUS-DATE TO MQ-MADE-DATE
           MOVE WS-MADE-TIME TO MQ-MADE-TIME
           MOVE WS-MAKER-ID TO MQ-MAKER-ID
           MOVE 'P' TO MQ-STATUS
           MOVE 0 TO MQ-DECIDED-DATE
           MOVE 0 TO MQ-APPLIED-DATE

           MOVE 'N' TO WS-QUEUED
           PERFORM UNTIL WS-QUEUED = 'Y'
               ADD 1 TO WS-NEXT-SEQ
               IF WS-NEXT-SEQ > 9999
                   DISPLAY "QUEUE SEQUENCE EXHAUSTED FOR "
                       MQ-MADE-DATE " " MQ-MADE-TIME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NEXT-SEQ TO MQ-SEQ

               WRITE MAINT-QUEUE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-QUEUED
               END-WRITE

               IF WS-QUE-FILE-STATUS NOT = "00" AND
                       WS-QUE-FILE-STATUS NOT = "22"
                   DISPLAY "ERROR WRITING MAINTENANCE QUEUE: STATUS "
                       WS-QUE-FILE-STATUS " KEY " MQ-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           ADD 1 TO WS-QUEUED-COUNT.

       3000-DECIDE-MODE.

           OPEN INPUT MAINT-DECISION-FILE

           IF WS-DEC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DECISION FILE: STATUS "
                   WS-DEC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MAINT-QUEUE-FILE

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINTENANCE QUEUE: STATUS "
                   WS-QUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1300-OPEN-REJECT-FILE

           PERFORM UNTIL WS-DEC-EOF = 'Y'
               READ MAINT-DECISION-FILE
                   AT END
                       MOVE 'Y' TO WS-DEC-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 3100-APPLY-DECISION
               END-READ

               IF WS-DEC-EOF = 'N' AND WS-DEC-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING DECISION FILE: STATUS "
                       WS-DEC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE MAINT-DECISION-FILE
           CLOSE MAINT-QUEUE-FILE
           CLOSE TXN-REJECT-FILE

           DISPLAY "DECISIONS READ " WS-READ-COUNT
           DISPLAY "APPROVED " WS-APPROVED-COUNT
           DISPLAY "DECLINED " WS-DECLINED-COUNT
           DISPLAY "REJECTED " WS-REJECT-COUNT

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-APPLY-DECISION.

      *    Only a pending item can be decided, and only by
      *    someone other than its maker: that second pair of
      *    eyes is the control.

           MOVE SPACES TO WS-REJECT-REASON
           MOVE MD-QUEUE-KEY TO MQ-KEY

           READ MAINT-QUEUE-FILE
               INVALID KEY
                   MOVE "UNKNOWN-ITEM" TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN MQ-STATUS NOT = 'P'
                       MOVE "NOT-PENDING" TO WS-REJECT-REASON
                   WHEN MD-DECISION NOT = 'A' AND
                           MD-DECISION NOT = 'R'
                       MOVE "INVALID-DECISION" TO WS-REJECT-REASON
                   WHEN MD-CHECKER-ID = SPACES
                       MOVE "MISSING-CHECKER" TO WS-REJECT-REASON
                   WHEN MD-CHECKER-ID = MQ-MAKER-ID
                       MOVE "MAKER-CANNOT-DECIDE" TO WS-REJECT-REASON
                   WHEN MD-DECISION = 'R' AND MD-REASON = SPACES
                       MOVE "MISSING-REASON" TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO TXN-REJECT-RECORD
               MOVE MAINT-DECISION-RECORD TO RJ-TXN-IMAGE
               PERFORM 1400-WRITE-REJECT
           ELSE
               MOVE MD-DECISION TO MQ-STATUS
               MOVE MD-CHECKER-ID TO MQ-CHECKER-ID
               MOVE WS-BUS-DATE TO MQ-DECIDED-DATE
               MOVE MD-REASON TO MQ-DECIDE-REASON
               PERFORM 1500-REWRITE-QUEUE-ITEM
               IF MD-DECISION = 'A'
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   ADD 1 TO WS-DECLINED-COUNT
               END-IF
           END-IF.

       4000-RELEASE-MODE.

           PERFORM 1100-OPEN-QUEUE-INPUT

           OPEN OUTPUT LOAN-TXN-FILE

           IF WS-LTXN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN TRANSACTION FILE: STATUS "
                   WS-LTXN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RATE-TXN-FILE

           IF WS-RTXN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RATE TRANSACTION FILE: STATUS "
                   WS-RTXN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-READ-QUEUE-NEXT

           PERFORM UNTIL WS-QUE-EOF = 'Y'
               ADD 1 TO WS-READ-COUNT
               IF MQ-STATUS = 'A'
                   PERFORM 4100-RELEASE-ONE-ITEM
               END-IF
               PERFORM 1200-READ-QUEUE-NEXT
           END-PERFORM

           CLOSE MAINT-QUEUE-FILE
           CLOSE LOAN-TXN-FILE
           CLOSE RATE-TXN-FILE

           DISPLAY "QUEUE ITEMS READ " WS-READ-COUNT
           DISPLAY "LOAN TRANSACTIONS RELEASED " WS-LOAN-COUNT
           DISPLAY "RATE TRANSACTIONS RELEASED " WS-RATE-REL-COUNT.

       4100-RELEASE-ONE-ITEM.

      *    The transaction goes out exactly as it was approved,
      *    with the queue key that lets the apply run check it.

           IF MQ-TXN-TYPE = "LOAN"
               MOVE SPACES TO LOAN-TXN-RECORD
               MOVE MQ-TXN-IMAGE TO LOAN-TXN-RECORD(1:93)
               MOVE MQ-KEY TO TX-QUEUE-KEY
               WRITE LOAN-TXN-RECORD
               IF WS-LTXN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING LOAN TRANSACTION FILE: "
                       "STATUS " WS-LTXN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LOAN-COUNT
           ELSE
               MOVE SPACES TO RATE-TXN-RECORD
               MOVE MQ-TXN-IMAGE(1:36) TO RATE-TXN-RECORD(1:36)
               MOVE MQ-KEY TO RX-QUEUE-KEY
               WRITE RATE-TXN-RECORD
               IF WS-RTXN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING RATE TRANSACTION FILE: "
                       "STATUS " WS-RTXN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-REL-COUNT
           END-IF.

       5000-REPORT-MODE.

      *    One pass of the queue per section keeps every section
      *    in the order the changes were made; an item can show
      *    in more than one (made, approved and applied on the
      *    same day).

           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - WS-CUTOFF-DAYS)

           OPEN OUTPUT MAINT-REPORT-FILE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINTENANCE REPORT FILE: "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 5100-WRITE-REPORT-HEADER

           PERFORM VARYING WS-SECTION FROM 1 BY 1
                   UNTIL WS-SECTION > 5
               PERFORM 5200-LIST-SECTION
           END-PERFORM

           PERFORM 5900-WRITE-REPORT-SUMMARY

           CLOSE MAINT-REPORT-FILE

           DISPLAY "MADE     " WS-MADE-COUNT
           DISPLAY "APPROVED " WS-OK-COUNT
           DISPLAY "REJECTED " WS-NO-COUNT
           DISPLAY "APPLIED OR FAILED " WS-DONE-COUNT
           DISPLAY "OUTSTANDING PAST CUT-OFF " WS-OVERDUE-COUNT

           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-WRITE-REPORT-HEADER.

           MOVE WS-BUS-DATE TO WS-DATE-RAW
           PERFORM 6900-EDIT-DATE-RAW
           MOVE WS-CUTOFF-DATE TO WS-DATE-RAW
           STRING WS-DATE-RAW(1:4) "-" WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-ED
           MOVE WS-CUTOFF-DAYS TO WS-TENURE-ED

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "DUAL-CONTROL MAINTENANCE REPORT - BUSINESS DATE "
               WS-DATE-ED
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "OUTSTANDING CUT-OFF " WS-TENURE-ED
               " DAYS - ITEMS MADE ON OR BEFORE " WS-CUTOFF-ED
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE.

       5200-LIST-SECTION.

           EVALUATE WS-SECTION
               WHEN 1
                   MOVE "CHANGES MADE" TO WS-SECTION-TITLE
               WHEN 2
                   MOVE "CHANGES APPROVED" TO WS-SECTION-TITLE
               WHEN 3
                   MOVE "CHANGES REJECTED" TO WS-SECTION-TITLE
               WHEN 4
                   MOVE "CHANGES APPLIED OR FAILED"
                       TO WS-SECTION-TITLE
               WHEN 5
                   MOVE "CHANGES OUTSTANDING PAST CUT-OFF"
                       TO WS-SECTION-TITLE
           END-EVALUATE

           MOVE SPACES TO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING WS-SECTION-TITLE DELIMITED BY "  "
               INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "QUEUE KEY           TYPE  ACTION  ITEM"
               "                                  MAKER     "
               "CHECKER   STATUS        REASON"
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           MOVE 0 TO WS-SECTION-COUNT

           PERFORM 1100-OPEN-QUEUE-INPUT
           PERFORM 1200-READ-QUEUE-NEXT

           PERFORM UNTIL WS-QUE-EOF = 'Y'
               PERFORM 5300-SELECT-ITEM
               IF WS-SELECTED = 'Y'
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM 5400-LIST-ITEM
               END-IF
               PERFORM 1200-READ-QUEUE-NEXT
           END-PERFORM

           CLOSE MAINT-QUEUE-FILE

           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO MAINT-REPORT-LINE
               MOVE "  NONE" TO MAINT-REPORT-LINE
               PERFORM 5800-WRITE-REPORT-LINE
           END-IF

           EVALUATE WS-SECTION
               WHEN 1
                   MOVE WS-SECTION-COUNT TO WS-MADE-COUNT
               WHEN 2
                   MOVE WS-SECTION-COUNT TO WS-OK-COUNT
               WHEN 3
                   MOVE WS-SECTION-COUNT TO WS-NO-COUNT
               WHEN 4
                   MOVE WS-SECTION-COUNT TO WS-DONE-COUNT
               WHEN 5
                   MOVE WS-SECTION-COUNT TO WS-OVERDUE-COUNT
           END-EVALUATE.

       5300-SELECT-ITEM.

      *    An approved item keeps its decision date once it has
      *    been applied or failed, so it still counts as approved
      *    on the day it was approved. Outstanding means waiting
      *    on either a checker (P) or the apply run (A).

           MOVE 'N' TO WS-SELECTED

           EVALUATE WS-SECTION
               WHEN 1
                   IF MQ-MADE-DATE = WS-BUS-DATE
                       MOVE 'Y' TO WS-SELECTED
                   END-IF
               WHEN 2
                   IF MQ-DECIDED-DATE = WS-BUS-DATE AND
                           MQ-STATUS NOT = 'R' AND
                           MQ-STATUS NOT = 'P'
                       MOVE 'Y' TO WS-SELECTED
                   END-IF
               WHEN 3
                   IF MQ-DECIDED-DATE = WS-BUS-DATE AND
                           MQ-STATUS = 'R'
                       MOVE 'Y' TO WS-SELECTED
                   END-IF
               WHEN 4
                   IF MQ-APPLIED-DATE = WS-BUS-DATE AND
                           (MQ-STATUS = 'D' OR MQ-STATUS = 'F')
                       MOVE 'Y' TO WS-SELECTED
                   END-IF
               WHEN 5
                   IF (MQ-STATUS = 'P' OR MQ-STATUS = 'A') AND
                           MQ-MADE-DATE <= WS-CUTOFF-DATE
                       MOVE 'Y' TO WS-SELECTED
                   END-IF
           END-EVALUATE.

       5400-LIST-ITEM.

           EVALUATE MQ-STATUS
               WHEN 'P'
                   MOVE "PENDING" TO WS-STATUS-TXT
               WHEN 'A'
                   MOVE "APPROVED" TO WS-STATUS-TXT
               WHEN 'R'
                   MOVE "REJECTED" TO WS-STATUS-TXT
               WHEN 'D'
                   MOVE "APPLIED" TO WS-STATUS-TXT
               WHEN 'F'
                   MOVE "APPLY FAILED" TO WS-STATUS-TXT
               WHEN OTHER
                   MOVE MQ-STATUS TO WS-STATUS-TXT
           END-EVALUATE

           MOVE SPACES TO WS-REASON-TXT
           IF MQ-STATUS = 'R'
               MOVE MQ-DECIDE-REASON TO WS-REASON-TXT
           END-IF
           IF MQ-STATUS = 'F'
               MOVE MQ-APPLY-REASON TO WS-REASON-TXT
           END-IF

           MOVE SPACES TO WS-ITEM-KEY
           IF MQ-TXN-TYPE = "LOAN"
               MOVE MQ-TXN-IMAGE TO QL-TXN-RECORD
               MOVE MQ-BEFORE-IMAGE TO BL-MASTER-RECORD
               MOVE QL-APP-ID TO WS-ITEM-KEY
           ELSE
               MOVE MQ-TXN-IMAGE TO QR-TXN-RECORD
               MOVE MQ-BEFORE-IMAGE TO BR-TABLE-RECORD
               MOVE QR-TIER-LIMIT TO WS-TIER-ED
               MOVE QR-EFF-DATE TO WS-DATE-RAW
               PERFORM 6900-EDIT-DATE-RAW
               STRING QR-PRODUCT-TYPE " " WS-TIER-ED " " WS-DATE-ED
                   DELIMITED BY SIZE INTO WS-ITEM-KEY
           END-IF

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING MQ-KEY "  " MQ-TXN-TYPE "  " MQ-TXN-IMAGE(1:6)
               "  " WS-ITEM-KEY "  " MQ-MAKER-ID "  " MQ-CHECKER-ID
               "  " WS-STATUS-TXT "  " WS-REASON-TXT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           IF MQ-TXN-TYPE = "LOAN"
               EVALUATE QL-ACTION
                   WHEN "ADD"
                       PERFORM 6000-SHOW-LOAN-ADD
                   WHEN "UPDATE"
                       PERFORM 6100-SHOW-LOAN-UPDATE
                   WHEN "CLOSE"
                       PERFORM 6200-SHOW-LOAN-CLOSE
                   WHEN "PREPAY"
                       PERFORM 6300-SHOW-LOAN-PREPAY
                   WHEN "RESCHD"
                       PERFORM 6500-SHOW-LOAN-RESCHEDULE
                   WHEN "WRTOFF"
                       PERFORM 6600-SHOW-LOAN-WRITEOFF
               END-EVALUATE
           ELSE
               PERFORM 6400-SHOW-RATE-CHANGE
           END-IF.

       5800-WRITE-REPORT-LINE.

           WRITE MAINT-REPORT-LINE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING MAINTENANCE REPORT FILE: "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5900-WRITE-REPORT-SUMMARY.

           MOVE SPACES TO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           MOVE WS-MADE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "CHANGES MADE        : " WS-COUNT-ED
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           MOVE WS-OK-COUNT TO WS-COUNT-ED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "APPROVED            : " WS-COUNT-ED
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           MOVE WS-NO-COUNT TO WS-COUNT-ED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "REJECTED            : " WS-COUNT-ED
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           MOVE WS-DONE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "APPLIED OR FAILED   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "OUTSTANDING PAST CUT: " WS-COUNT-ED
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE.

       6000-SHOW-LOAN-ADD.

      *    A new loan has no before values; every field it sets
      *    is shown against a dash.

           MOVE "-" TO WS-FLD-BEFORE

           MOVE "BRANCH" TO WS-FLD-NAME
           MOVE QL-BRANCH-CODE TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "PRODUCT" TO WS-FLD-NAME
           MOVE QL-PRODUCT-TYPE TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "PRINCIPAL" TO WS-FLD-NAME
           MOVE QL-PRINCIPAL TO WS-EDIT-AMOUNT
           PERFORM 6810-EDIT-AMOUNT
           MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "OUTSTANDING BAL" TO WS-FLD-NAME
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "RATE" TO WS-FLD-NAME
           MOVE QL-RATE TO WS-RATE-ED
           MOVE WS-RATE-ED TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "RATE BASIS" TO WS-FLD-NAME
           MOVE QL-RATE-BASIS TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "TENURE" TO WS-FLD-NAME
           MOVE QL-TENURE TO WS-TENURE-ED
           MOVE WS-TENURE-ED TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "METHOD" TO WS-FLD-NAME
           MOVE QL-METHOD TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "FIRST DUE DATE" TO WS-FLD-NAME
           MOVE QL-FIRST-DUE-DATE TO WS-EDIT-DATE
           PERFORM 6820-EDIT-DATE
           MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "DISBURSAL DATE" TO WS-FLD-NAME
           MOVE QL-DISBURSAL-DATE TO WS-EDIT-DATE
           PERFORM 6820-EDIT-DATE
           MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "STATUS" TO WS-FLD-NAME
           MOVE "A" TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE.

       6100-SHOW-LOAN-UPDATE.

      *    Same rule LOAN-MAINT applies: only a filled-in field
      *    replaces the master value, so only those are shown,
      *    and only where they actually change it.

           IF QL-BRANCH-CODE NOT = SPACES AND
                   (MQ-BEFORE-FOUND = 'N' OR
                    QL-BRANCH-CODE NOT = BL-BRANCH-CODE)
               MOVE "BRANCH" TO WS-FLD-NAME
               PERFORM 6700-LOAN-BEFORE-TEXT
               MOVE QL-BRANCH-CODE TO WS-FLD-AFTER
               PERFORM 6800-WRITE-FIELD-LINE
           END-IF

           IF QL-PRODUCT-TYPE NOT = SPACES AND
                   (MQ-BEFORE-FOUND = 'N' OR
                    QL-PRODUCT-TYPE NOT = BL-PRODUCT-TYPE)
               MOVE "PRODUCT" TO WS-FLD-NAME
               PERFORM 6700-LOAN-BEFORE-TEXT
               MOVE QL-PRODUCT-TYPE TO WS-FLD-AFTER
               PERFORM 6800-WRITE-FIELD-LINE
           END-IF

           IF QL-RATE IS NUMERIC AND QL-RATE NOT = 0
               IF MQ-BEFORE-FOUND = 'N' OR QL-RATE NOT = BL-RATE
                   MOVE "RATE" TO WS-FLD-NAME
                   PERFORM 6700-LOAN-BEFORE-TEXT
                   MOVE QL-RATE TO WS-RATE-ED
                   MOVE WS-RATE-ED TO WS-FLD-AFTER
                   PERFORM 6800-WRITE-FIELD-LINE
               END-IF
           END-IF

           IF QL-RATE-BASIS NOT = SPACES AND
                   (MQ-BEFORE-FOUND = 'N' OR
                    QL-RATE-BASIS NOT = BL-RATE-BASIS)
               MOVE "RATE BASIS" TO WS-FLD-NAME
               PERFORM 6700-LOAN-BEFORE-TEXT
               MOVE QL-RATE-BASIS TO WS-FLD-AFTER
               PERFORM 6800-WRITE-FIELD-LINE
           END-IF

           IF QL-METHOD NOT = SPACES AND
                   (MQ-BEFORE-FOUND = 'N' OR
                    QL-METHOD NOT = BL-METHOD)
               MOVE "METHOD" TO WS-FLD-NAME
               PERFORM 6700-LOAN-BEFORE-TEXT
               MOVE QL-METHOD TO WS-FLD-AFTER
               PERFORM 6800-WRITE-FIELD-LINE
           END-IF

           IF QL-FIRST-DUE-DATE IS NUMERIC AND
                   QL-FIRST-DUE-DATE NOT = 0
               IF MQ-BEFORE-FOUND = 'N' OR
                       QL-FIRST-DUE-DATE NOT = BL-FIRST-DUE-DATE
                   MOVE "FIRST DUE DATE" TO WS-FLD-NAME
                   PERFORM 6700-LOAN-BEFORE-TEXT
                   MOVE QL-FIRST-DUE-DATE TO WS-EDIT-DATE
                   PERFORM 6820-EDIT-DATE
                   MOVE WS-EDIT-TXT TO WS-FLD-AFTER
                   PERFORM 6800-WRITE-FIELD-LINE
               END-IF
           END-IF.

       6200-SHOW-LOAN-CLOSE.

           PERFORM 6650-SHOW-EFFECTIVE-DATE

           MOVE "STATUS" TO WS-FLD-NAME
           PERFORM 6700-LOAN-BEFORE-TEXT
           MOVE "C" TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "OUTSTANDING BAL" TO WS-FLD-NAME
           PERFORM 6700-LOAN-BEFORE-TEXT
           MOVE 0 TO WS-EDIT-AMOUNT
           PERFORM 6810-EDIT-AMOUNT
           MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "REMAINING TENURE" TO WS-FLD-NAME
           PERFORM 6700-LOAN-BEFORE-TEXT
           MOVE 0 TO WS-TENURE-ED
           MOVE WS-TENURE-ED TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE.

       6300-SHOW-LOAN-PREPAY.

      *    The after balance is what the prepayment would leave
      *    against the balance at submission; an amount at or
      *    above it will be refused by LOAN-MAINT anyway.

           MOVE "OUTSTANDING BAL" TO WS-FLD-NAME
           PERFORM 6700-LOAN-BEFORE-TEXT
           IF MQ-BEFORE-FOUND = 'Y' AND
                   QL-AMOUNT < BL-OUTSTANDING-BAL
               COMPUTE WS-PREPAY-BAL =
                   BL-OUTSTANDING-BAL - QL-AMOUNT
               MOVE WS-PREPAY-BAL TO WS-EDIT-AMOUNT
               PERFORM 6810-EDIT-AMOUNT
               MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           ELSE
               MOVE "-" TO WS-FLD-AFTER
           END-IF
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "PREPAYMENT" TO WS-FLD-NAME
           MOVE "-" TO WS-FLD-BEFORE
           MOVE QL-AMOUNT TO WS-EDIT-AMOUNT
           PERFORM 6810-EDIT-AMOUNT
           MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE.

       6400-SHOW-RATE-CHANGE.

      *    Same presentation as RATE-MAINT's audit listing: a
      *    dash where there is no rate (no row yet on an ADD, no
      *    row after a DELETE).

           MOVE "RATE" TO WS-FLD-NAME

           IF MQ-BEFORE-FOUND = 'Y'
               MOVE BR-RATE TO WS-RATE-ED
               MOVE WS-RATE-ED TO WS-FLD-BEFORE
           ELSE
               MOVE "-" TO WS-FLD-BEFORE
           END-IF

           IF QR-ACTION = "DELETE"
               MOVE "-" TO WS-FLD-AFTER
           ELSE
               MOVE QR-RATE TO WS-RATE-ED
               MOVE WS-RATE-ED TO WS-FLD-AFTER
           END-IF

           PERFORM 6800-WRITE-FIELD-LINE.

       6500-SHOW-LOAN-RESCHEDULE.

      *    The terms granted, then each master field the
      *    restructure will move. As with a prepayment, the after
      *    figures are worked from the master as it stood at
      *    submission. A payment holiday leaves the balance where
      *    it is when granted - each month's interest is added by
      *    the nightly LOAN-MAINT CAPINT run as the month passes -
      *    so what moves is the holiday months.

           MOVE "-" TO WS-FLD-BEFORE

           MOVE "RESCHEDULE" TO WS-FLD-NAME
           IF QL-RESCHED-OPTION = 'H'
               MOVE "PAYMENT HOLIDAY" TO WS-FLD-AFTER
           ELSE
               MOVE "TENURE EXTENSION" TO WS-FLD-AFTER
           END-IF
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "MONTHS" TO WS-FLD-NAME
           MOVE QL-TENURE TO WS-TENURE-ED
           MOVE WS-TENURE-ED TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "EFFECTIVE DATE" TO WS-FLD-NAME
           MOVE QL-EFFECTIVE-DATE TO WS-EDIT-DATE
           PERFORM 6820-EDIT-DATE
           MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           IF QL-RESCHED-OPTION = 'H'
               MOVE "HOLIDAY MONTHS" TO WS-FLD-NAME
               PERFORM 6700-LOAN-BEFORE-TEXT
               MOVE QL-TENURE TO WS-TENURE-ED
               MOVE WS-TENURE-ED TO WS-FLD-AFTER
               PERFORM 6800-WRITE-FIELD-LINE

               MOVE "OUTSTANDING BAL" TO WS-FLD-NAME
               PERFORM 6700-LOAN-BEFORE-TEXT
               MOVE WS-FLD-BEFORE TO WS-FLD-AFTER
               PERFORM 6800-WRITE-FIELD-LINE
           ELSE
               MOVE "TENURE" TO WS-FLD-NAME
               PERFORM 6700-LOAN-BEFORE-TEXT
               PERFORM 6560-EXTENDED-TENURE-TEXT
               MOVE "REMAINING TENURE" TO WS-FLD-NAME
               PERFORM 6700-LOAN-BEFORE-TEXT
               PERFORM 6560-EXTENDED-TENURE-TEXT
           END-IF

           MOVE "FIRST DUE DATE" TO WS-FLD-NAME
           PERFORM 6700-LOAN-BEFORE-TEXT
           MOVE QL-FIRST-DUE-DATE TO WS-EDIT-DATE
           PERFORM 6820-EDIT-DATE
           MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "RESTRUCTURED" TO WS-FLD-NAME
           PERFORM 6700-LOAN-BEFORE-TEXT
           MOVE "Y" TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE.

       6560-EXTENDED-TENURE-TEXT.

      *    WS-FLD-NAME says which tenure; the extension adds the
      *    granted months to both.

           IF MQ-BEFORE-FOUND = 'N'
               MOVE "-" TO WS-FLD-AFTER
           ELSE
               IF WS-FLD-NAME = "TENURE"
                   COMPUTE WS-NEW-TENURE = BL-TENURE + QL-TENURE
               ELSE
                   COMPUTE WS-NEW-TENURE =
                       BL-REMAINING-TENURE + QL-TENURE
               END-IF
               MOVE WS-NEW-TENURE TO WS-TENURE-ED
               MOVE WS-TENURE-ED TO WS-FLD-AFTER
           END-IF
           PERFORM 6800-WRITE-FIELD-LINE.

       6600-SHOW-LOAN-WRITEOFF.

      *    The amount to be written off is the balance at
      *    submission; LOAN-MAINT writes off whatever is still
      *    outstanding on the day it applies the change.

           PERFORM 6650-SHOW-EFFECTIVE-DATE

           MOVE "STATUS" TO WS-FLD-NAME
           PERFORM 6700-LOAN-BEFORE-TEXT
           MOVE "W" TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "OUTSTANDING BAL" TO WS-FLD-NAME
           PERFORM 6700-LOAN-BEFORE-TEXT
           MOVE 0 TO WS-EDIT-AMOUNT
           PERFORM 6810-EDIT-AMOUNT
           MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "REMAINING TENURE" TO WS-FLD-NAME
           PERFORM 6700-LOAN-BEFORE-TEXT
           MOVE 0 TO WS-TENURE-ED
           MOVE WS-TENURE-ED TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE

           MOVE "WRITE-OFF AMOUNT" TO WS-FLD-NAME
           MOVE "-" TO WS-FLD-BEFORE
           IF MQ-BEFORE-FOUND = 'Y'
               MOVE BL-OUTSTANDING-BAL TO WS-EDIT-AMOUNT
               PERFORM 6810-EDIT-AMOUNT
               MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           ELSE
               MOVE "-" TO WS-FLD-AFTER
           END-IF
           PERFORM 6800-WRITE-FIELD-LINE.

       6650-SHOW-EFFECTIVE-DATE.

      *    The date a close or write-off takes effect on the
      *    master, whenever it is released.

           MOVE "-" TO WS-FLD-BEFORE
           MOVE "EFFECTIVE DATE" TO WS-FLD-NAME
           MOVE QL-EFFECTIVE-DATE TO WS-EDIT-DATE
           PERFORM 6820-EDIT-DATE
           MOVE WS-EDIT-TXT TO WS-FLD-AFTER
           PERFORM 6800-WRITE-FIELD-LINE.

       6700-LOAN-BEFORE-TEXT.

      *    The master value of the field named in WS-FLD-NAME as
      *    it stood when the change was submitted, or a dash if
      *    the loan was not on the master.

           IF MQ-BEFORE-FOUND = 'N'
               MOVE "-" TO WS-FLD-BEFORE
           ELSE
               EVALUATE WS-FLD-NAME
                   WHEN "BRANCH"
                       MOVE BL-BRANCH-CODE TO WS-FLD-BEFORE
                   WHEN "PRODUCT"
                       MOVE BL-PRODUCT-TYPE TO WS-FLD-BEFORE
                   WHEN "RATE"
                       MOVE BL-RATE TO WS-RATE-ED
                       MOVE WS-RATE-ED TO WS-FLD-BEFORE
                   WHEN "RATE BASIS"
                       MOVE BL-RATE-BASIS TO WS-FLD-BEFORE
                   WHEN "METHOD"
                       MOVE BL-METHOD TO WS-FLD-BEFORE
                   WHEN "FIRST DUE DATE"
                       MOVE BL-FIRST-DUE-DATE TO WS-EDIT-DATE
                       PERFORM 6820-EDIT-DATE
                       MOVE WS-EDIT-TXT TO WS-FLD-BEFORE
                   WHEN "STATUS"
                       MOVE BL-STATUS TO WS-FLD-BEFORE
                   WHEN "OUTSTANDING BAL"
                       MOVE BL-OUTSTANDING-BAL TO WS-EDIT-AMOUNT
                       PERFORM 6810-EDIT-AMOUNT
                       MOVE WS-EDIT-TXT TO WS-FLD-BEFORE
                   WHEN "REMAINING TENURE"
                       MOVE BL-REMAINING-TENURE TO WS-TENURE-ED
                       MOVE WS-TENURE-ED TO WS-FLD-BEFORE
                   WHEN "TENURE"
                       MOVE BL-TENURE TO WS-TENURE-ED
                       MOVE WS-TENURE-ED TO WS-FLD-BEFORE
                   WHEN "RESTRUCTURED"
                       MOVE BL-RESTRUCT-FLAG TO WS-FLD-BEFORE
                   WHEN "HOLIDAY MONTHS"
                       MOVE BL-HOLIDAY-MONTHS TO WS-TENURE-ED
                       MOVE WS-TENURE-ED TO WS-FLD-BEFORE
                   WHEN OTHER
                       MOVE "-" TO WS-FLD-BEFORE
               END-EVALUATE
           END-IF.

       6800-WRITE-FIELD-LINE.

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "      " WS-FLD-NAME WS-FLD-BEFORE " -> "
               WS-FLD-AFTER
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           PERFORM 5800-WRITE-REPORT-LINE.

       6810-EDIT-AMOUNT.

           MOVE WS-EDIT-AMOUNT TO WS-AMT-ED
           MOVE WS-AMT-ED TO WS-EDIT-TXT.

       6820-EDIT-DATE.

           MOVE WS-EDIT-DATE TO WS-DATE-RAW
           PERFORM 6900-EDIT-DATE-RAW
           MOVE WS-DATE-ED TO WS-EDIT-TXT.

       6900-EDIT-DATE-RAW.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-DATE-RAW(1:4) "-" WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ED.
