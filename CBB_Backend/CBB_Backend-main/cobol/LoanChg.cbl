       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-CHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPAY-CALENDAR-FILE ASSIGN TO DYNAMIC
               WS-CAL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT PAYMENT-RECEIPT-FILE ASSIGN TO DYNAMIC
               WS-RCPT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-FILE-STATUS.

           SELECT DEBIT-RETURN-FILE ASSIGN TO DYNAMIC
               WS-RET-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO DYNAMIC
               WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-APP-ID
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO DYNAMIC
               WS-FEE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT LOAN-CHARGE-FILE ASSIGN TO DYNAMIC
               WS-CHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT CHARGE-TXN-FILE ASSIGN TO DYNAMIC
               WS-TXN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT TXN-REJECT-FILE ASSIGN TO DYNAMIC
               WS-REJ-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT CHARGE-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPAY-CALENDAR-FILE.
       COPY REPCAL.

       FD  PAYMENT-RECEIPT-FILE.
       COPY PAYRCPT.

       FD  DEBIT-RETURN-FILE.
       COPY SIRETN.

       FD  LOAN-MASTER-FILE.
       COPY LOANMST.

       FD  FEE-SCHEDULE-FILE.
       COPY FEESCHD.

       FD  LOAN-CHARGE-FILE.
       COPY LOANCHG.

       FD  CHARGE-TXN-FILE.
       COPY CHGTXN.

       FD  TXN-REJECT-FILE.
       01 TXN-REJECT-RECORD.
           05 RJ-TXN-IMAGE           PIC X(70).
           05 RJ-REASON              PIC X(25).

      *    Plain text for collections and the branches to see
      *    what was raised overnight, so each record is just an
      *    80-column report line.
       FD  CHARGE-REPORT-FILE.
       01 CHARGE-REPORT-LINE        PIC X(80).

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
       01 WS-TOK9             PIC X(60) VALUE SPACES.
      *    TOK10 exists only to catch overflow: the mode, seven
      *    positional files and the DATE= option is the longest
      *    legal command (ASSESS), so anything landing in the
      *    slot after them means an option fell off the end and
      *    the run must fail loudly rather than quietly ignore
      *    it.
       01 WS-TOK10            PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

      *    Positional file names are taken in order by the option
      *    parsers, so each remembers whether it has been given.
       01 WS-CAL-SET          PIC X VALUE 'N'.
       01 WS-RCPT-SET         PIC X VALUE 'N'.
       01 WS-RET-SET          PIC X VALUE 'N'.
       01 WS-MAST-SET         PIC X VALUE 'N'.
       01 WS-FEE-SET          PIC X VALUE 'N'.
       01 WS-CHG-SET          PIC X VALUE 'N'.
       01 WS-RPT-SET          PIC X VALUE 'N'.
       01 WS-TXN-SET          PIC X VALUE 'N'.
       01 WS-REJ-SET          PIC X VALUE 'N'.

       01 WS-CAL-FILE-NAME    PIC X(60) VALUE "REPCAL.DAT".
       01 WS-CAL-FILE-STATUS  PIC XX.
       01 WS-CAL-EOF          PIC X VALUE 'N'.

       01 WS-RCPT-FILE-NAME   PIC X(60) VALUE "PAYRCPT.DAT".
       01 WS-RCPT-FILE-STATUS PIC XX.
       01 WS-RCPT-EOF         PIC X VALUE 'N'.

       01 WS-RET-FILE-NAME    PIC X(60) VALUE "SIRETN.DAT".
       01 WS-RET-FILE-STATUS  PIC XX.
       01 WS-RET-EOF          PIC X VALUE 'N'.
       01 WS-RET-MISSING      PIC X VALUE 'N'.

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.

       01 WS-FEE-FILE-NAME    PIC X(60) VALUE "FEESCHD.DAT".
       01 WS-FEE-FILE-STATUS  PIC XX.
       01 WS-FEE-EOF          PIC X VALUE 'N'.

       01 WS-CHG-FILE-NAME    PIC X(60) VALUE "LOANCHG.DAT".
       01 WS-CHG-FILE-STATUS  PIC XX.

       01 WS-TXN-FILE-NAME    PIC X(60) VALUE "CHGTXN.DAT".
       01 WS-TXN-FILE-STATUS  PIC XX.
       01 WS-TXN-EOF          PIC X VALUE 'N'.

       01 WS-REJ-FILE-NAME    PIC X(60) VALUE "CHGTXN.REJ".
       01 WS-REJ-FILE-STATUS  PIC XX.

       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "CHGRPT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

      *    The business date the charges are raised (or waived)
      *    under. A fee is only due once the grace period has
      *    fully run out before this date.
       01 WS-BUS-DATE         PIC 9(8).
       01 WS-BUS-DATE-X       PIC X(8) VALUE SPACES.

       01 WS-PREV-RCPT-ID     PIC X(10) VALUE LOW-VALUES.
       01 WS-PREV-CAL-ID      PIC X(10) VALUE LOW-VALUES.
       01 WS-CAL-MATCHED      PIC X.

      *    Fee schedule loaded up front, one row per product.
       01 WS-FEE-COUNT        PIC 9(4) VALUE 0.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-FE-IDX.
               10 WS-FE-PRODUCT   PIC X(4).
               10 WS-FE-GRACE     PIC 9(3).
               10 WS-FE-LATE-FEE  PIC 9(7)V99.
               10 WS-FE-BOUNCE-FEE PIC 9(7)V99.
       01 WS-FEE-FOUND        PIC 9(4).

       01 WS-LOOKUP-APP-ID    PIC X(10).
       01 WS-KEY-FOUND        PIC X.
       01 WS-GRACE-END        PIC 9(8).
       01 WS-LATE-SW          PIC X.
       01 WS-EXCEPTION-TEXT   PIC X(40).

      *    The charge being raised, filled in by the late-fee and
      *    bounce paths before 2800-RAISE-CHARGE writes it.
       01 WS-NEW-APP-ID       PIC X(10).
       01 WS-NEW-DUE-DATE     PIC 9(8).
       01 WS-NEW-TYPE         PIC X.
       01 WS-NEW-EVENT-DATE   PIC 9(8).
       01 WS-NEW-AMOUNT       PIC 9(7)V99.
       01 WS-NEW-NARRATIVE    PIC X(20).

       01 WS-OUTSTANDING      PIC 9(7)V99.
       01 WS-WAIVE-AMT        PIC 9(7)V99.
       01 WS-REJECT-REASON    PIC X(25).

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-RETURN-COUNT     PIC 9(9) VALUE 0.
       01 WS-LATE-COUNT       PIC 9(9) VALUE 0.
       01 WS-LATE-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-BOUNCE-COUNT     PIC 9(9) VALUE 0.
       01 WS-BOUNCE-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-ALREADY-COUNT    PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(9) VALUE 0.
       01 WS-WAIVE-COUNT      PIC 9(9) VALUE 0.
       01 WS-WAIVE-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(9) VALUE 0.

       01 WS-DATE-RAW         PIC X(8).
       01 WS-DATE-ED          PIC X(10).
       01 WS-TYPE-LABEL       PIC X(6).
       01 WS-AMT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    LOAN-CHG ASSESS [calendar-file] [receipts-file]
      *        [return-file] [master-file] [fee-schedule]
      *        [charges-file] [report-file] [DATE=yyyymmdd]
      *    LOAN-CHG WAIVE [txn-file] [charges-file] [reject-file]
      *        [DATE=yyyymmdd]
      *
      *    ASSESS is the nightly charge run. Every billed
      *    installment on the collections feed is matched to its
      *    repayment-calendar entry; once the product's grace
      *    period has run out before the business date, an
      *    installment that was still short at the end of grace
      *    (or paid after it) draws the product's late-payment
      *    fee. Every failed debit on the gateway's return file
      *    draws the product's bounce charge. Both land on the
      *    keyed outstanding-charges file, where PAY-APPLY pays
      *    them off ahead of interest and principal. The charge
      *    key is the installment (plus the debit date for a
      *    bounce), so a rerun - or tomorrow's run over the same
      *    cumulative billing feed - can never raise the same
      *    charge twice. Only active loans are charged.
      *
      *    WAIVE applies the branch managers' waiver file: each
      *    transaction names one charge, the amount to waive
      *    (zero for all of it), who authorised it and why.
      *    Waivers that cannot be applied go to the reject file
      *    with a reason; the run carries on.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8 WS-TOK9 WS-TOK10
           END-UNSTRING

           EVALUATE WS-TOK1
               WHEN "ASSESS"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-ASSESS-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-ASSESS-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-ASSESS-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-ASSESS-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-ASSESS-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-ASSESS-OPTION
                   MOVE WS-TOK8 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-ASSESS-OPTION
                   MOVE WS-TOK9 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-ASSESS-OPTION
               WHEN "WAIVE"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-WAIVE-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-WAIVE-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-WAIVE-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-WAIVE-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-WAIVE-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-WAIVE-OPTION
                   MOVE WS-TOK8 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-WAIVE-OPTION
                   MOVE WS-TOK9 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-WAIVE-OPTION
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED MODE: " WS-TOK1
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-TOK10 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK10
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-BUS-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE-X
           END-IF
           MOVE WS-BUS-DATE-X TO WS-BUS-DATE

           IF WS-TOK1 = "ASSESS"
               PERFORM 1000-ASSESS-MODE
           ELSE
               PERFORM 5000-WAIVE-MODE
           END-IF

           STOP RUN.

       0100-PARSE-ASSESS-OPTION.

      *    DATE=yyyymmdd in any position; a bare token is the next
      *    positional file name (calendar, receipts, returns,
      *    master, fee schedule, charges, report, in that order).
      *    A blank token is simply not there.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "DATE="
                   PERFORM 0300-PARSE-DATE-OPTION
               WHEN WS-CAL-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-CAL-FILE-NAME
                   MOVE 'Y' TO WS-CAL-SET
               WHEN WS-RCPT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RCPT-FILE-NAME
                   MOVE 'Y' TO WS-RCPT-SET
               WHEN WS-RET-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RET-FILE-NAME
                   MOVE 'Y' TO WS-RET-SET
               WHEN WS-MAST-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-MAST-FILE-NAME
                   MOVE 'Y' TO WS-MAST-SET
               WHEN WS-FEE-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-FEE-FILE-NAME
                   MOVE 'Y' TO WS-FEE-SET
               WHEN WS-CHG-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-CHG-FILE-NAME
                   MOVE 'Y' TO WS-CHG-SET
               WHEN WS-RPT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RPT-FILE-NAME
                   MOVE 'Y' TO WS-RPT-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0200-PARSE-WAIVE-OPTION.

      *    DATE=yyyymmdd in any position; a bare token is the next
      *    positional file name (transactions, charges, rejects,
      *    in that order).

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "DATE="
                   PERFORM 0300-PARSE-DATE-OPTION
               WHEN WS-TXN-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-TXN-FILE-NAME
                   MOVE 'Y' TO WS-TXN-SET
               WHEN WS-CHG-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-CHG-FILE-NAME
                   MOVE 'Y' TO WS-CHG-SET
               WHEN WS-REJ-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-REJ-FILE-NAME
                   MOVE 'Y' TO WS-REJ-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0300-PARSE-DATE-OPTION.

      *    A mistyped DATE= must stop the run, not fall back to
      *    today - fees would be raised (or waivers stamped)
      *    under the wrong business date.

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

       1000-ASSESS-MODE.

           PERFORM 1100-LOAD-FEE-SCHEDULE
           PERFORM 1200-OPEN-ASSESS-FILES
           PERFORM 1500-WRITE-REPORT-HEADER

           PERFORM 1300-READ-CALENDAR

           PERFORM UNTIL WS-RCPT-EOF = 'Y'
               READ PAYMENT-RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO WS-RCPT-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-CHECK-ONE-INSTALLMENT
               END-READ

               IF WS-RCPT-EOF = 'N' AND
                       WS-RCPT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING PAYMENT RECEIPT FILE: "
                       "STATUS " WS-RCPT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           IF WS-RET-MISSING = 'N'
               PERFORM UNTIL WS-RET-EOF = 'Y'
                   READ DEBIT-RETURN-FILE
                       AT END
                           MOVE 'Y' TO WS-RET-EOF
                       NOT AT END
                           ADD 1 TO WS-RETURN-COUNT
                           PERFORM 3000-CHECK-ONE-RETURN
                   END-READ

                   IF WS-RET-EOF = 'N' AND
                           WS-RET-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR READING DEBIT RETURN FILE: "
                           "STATUS " WS-RET-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE DEBIT-RETURN-FILE
           END-IF

           PERFORM 4000-WRITE-REPORT-SUMMARY

           CLOSE REPAY-CALENDAR-FILE
           CLOSE PAYMENT-RECEIPT-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-CHARGE-FILE
           CLOSE CHARGE-REPORT-FILE

           DISPLAY "INSTALLMENTS READ " WS-READ-COUNT
           DISPLAY "RETURNS READ " WS-RETURN-COUNT
           DISPLAY "LATE FEES RAISED " WS-LATE-COUNT
           DISPLAY "BOUNCE CHARGES RAISED " WS-BOUNCE-COUNT
           DISPLAY "ALREADY ASSESSED " WS-ALREADY-COUNT
           DISPLAY "EXCEPTIONS " WS-EXCEPTION-COUNT

           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       1100-LOAD-FEE-SCHEDULE.

           OPEN INPUT FEE-SCHEDULE-FILE

           IF WS-FEE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FEE SCHEDULE FILE: STATUS "
                   WS-FEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-FEE-EOF = 'Y'
               READ FEE-SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-FEE-EOF
                   NOT AT END
                       PERFORM 1150-STORE-FEE-ROW
               END-READ

               IF WS-FEE-EOF = 'N' AND
                       WS-FEE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING FEE SCHEDULE FILE: "
                       "STATUS " WS-FEE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE FEE-SCHEDULE-FILE.

       1150-STORE-FEE-ROW.

      *    A garbled schedule row would raise garbage fees on
      *    every loan of the product, so it stops the run.

           IF FS-GRACE-DAYS IS NOT NUMERIC OR
                   FS-LATE-FEE IS NOT NUMERIC OR
                   FS-BOUNCE-FEE IS NOT NUMERIC
               DISPLAY "INVALID FEE SCHEDULE ROW FOR PRODUCT "
                   FS-PRODUCT-TYPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FEE-COUNT >= 500
               DISPLAY "FEE SCHEDULE TABLE FULL - MORE THAN 500 "
                   "PRODUCTS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-FEE-COUNT
           MOVE FS-PRODUCT-TYPE TO WS-FE-PRODUCT(WS-FEE-COUNT)
           MOVE FS-GRACE-DAYS TO WS-FE-GRACE(WS-FEE-COUNT)
           MOVE FS-LATE-FEE TO WS-FE-LATE-FEE(WS-FEE-COUNT)
           MOVE FS-BOUNCE-FEE TO WS-FE-BOUNCE-FEE(WS-FEE-COUNT).

       1200-OPEN-ASSESS-FILES.

           OPEN INPUT REPAY-CALENDAR-FILE

           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REPAYMENT CALENDAR FILE: "
                   "STATUS " WS-CAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PAYMENT-RECEIPT-FILE

           IF WS-RCPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYMENT RECEIPT FILE: STATUS "
                   WS-RCPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    No return file simply means no debits went to the
      *    gateway that day - a holiday, or a run before the first
      *    SI-DEBIT cycle - so late fees are still raised.
           OPEN INPUT DEBIT-RETURN-FILE

           IF WS-RET-FILE-STATUS = "35"
               DISPLAY "WARNING: NO DEBIT RETURN FILE - "
                   "NO BOUNCE CHARGES RAISED"
               MOVE 'Y' TO WS-RET-MISSING
           ELSE
               IF WS-RET-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING DEBIT RETURN FILE: "
                       "STATUS " WS-RET-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN MASTER FILE: STATUS "
                   WS-MAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    First-ever run has no charges file yet (status 35), so
      *    it is created empty and reopened for update.

           OPEN I-O LOAN-CHARGE-FILE

           IF WS-CHG-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-CHARGE-FILE
               IF WS-CHG-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR CREATING CHARGES FILE: STATUS "
                       WS-CHG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE LOAN-CHARGE-FILE
               OPEN I-O LOAN-CHARGE-FILE
           END-IF

           IF WS-CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHARGES FILE: STATUS "
                   WS-CHG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHARGE-REPORT-FILE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHARGE REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-READ-CALENDAR.

           READ REPAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
           END-READ

           IF WS-CAL-EOF = 'N'
               IF WS-CAL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING REPAYMENT CALENDAR FILE: "
                       "STATUS " WS-CAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF RC-APP-ID < WS-PREV-CAL-ID
                   DISPLAY "REPAYMENT CALENDAR FILE OUT OF SEQUENCE "
                       "AT " RC-APP-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RC-APP-ID TO WS-PREV-CAL-ID
           END-IF.

       1500-WRITE-REPORT-HEADER.

           MOVE WS-BUS-DATE TO WS-DATE-RAW
           PERFORM 4900-EDIT-DATE

           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "LATE-PAYMENT AND BOUNCE CHARGES RAISED - "
               "BUSINESS DATE " WS-DATE-ED
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE SPACES TO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "APP-ID      DUE DATE    TYPE    "
               "        AMOUNT  NARRATIVE"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE.

       2000-CHECK-ONE-INSTALLMENT.

           IF PR-APP-ID < WS-PREV-RCPT-ID
               DISPLAY "PAYMENT RECEIPT FILE OUT OF SEQUENCE AT "
                   PR-APP-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PR-APP-ID TO WS-PREV-RCPT-ID

           IF PR-DUE-DATE IS NOT NUMERIC OR
                   PR-AMOUNT IS NOT NUMERIC
               MOVE PR-APP-ID TO WS-NEW-APP-ID
               MOVE 0 TO WS-NEW-DUE-DATE
               MOVE "INVALID BILLING RECORD" TO WS-EXCEPTION-TEXT
               PERFORM 4100-WRITE-EXCEPTION-LINE
           ELSE
               PERFORM 2100-MATCH-CALENDAR
           END-IF.

       2100-MATCH-CALENDAR.

      *    Both files run in the same order, so the calendar only
      *    ever advances, exactly as in PAY-APPLY. A billed
      *    installment with no calendar entry is not charged: the
      *    calendar is what the loan is actually bound to pay, and
      *    PAY-APPLY already rejects the orphan for follow-up.

           PERFORM UNTIL WS-CAL-EOF = 'Y'
                   OR RC-APP-ID > PR-APP-ID
                   OR (RC-APP-ID = PR-APP-ID AND
                       RC-DUE-DATE >= PR-DUE-DATE)
               PERFORM 1300-READ-CALENDAR
           END-PERFORM

           IF WS-CAL-EOF = 'N' AND
                   RC-APP-ID = PR-APP-ID AND
                   RC-DUE-DATE = PR-DUE-DATE
               MOVE 'Y' TO WS-CAL-MATCHED
           ELSE
               MOVE 'N' TO WS-CAL-MATCHED
           END-IF

           IF WS-CAL-MATCHED = 'Y'
               PERFORM 2200-TEST-LATE-PAYMENT
           END-IF.

       2200-TEST-LATE-PAYMENT.

           MOVE PR-APP-ID TO WS-LOOKUP-APP-ID
           PERFORM 2900-LOOKUP-LOAN

           EVALUATE TRUE
               WHEN WS-KEY-FOUND = 'N'
                   MOVE PR-APP-ID TO WS-NEW-APP-ID
                   MOVE PR-DUE-DATE TO WS-NEW-DUE-DATE
                   MOVE "LOAN NOT ON MASTER" TO WS-EXCEPTION-TEXT
                   PERFORM 4100-WRITE-EXCEPTION-LINE
               WHEN LM-STATUS NOT = 'A'
                   CONTINUE
               WHEN WS-FEE-FOUND = 0
                   MOVE PR-APP-ID TO WS-NEW-APP-ID
                   MOVE PR-DUE-DATE TO WS-NEW-DUE-DATE
                   PERFORM 2950-NO-FEE-EXCEPTION
               WHEN OTHER
                   PERFORM 2300-RAISE-LATE-FEE
           END-EVALUATE.

       2300-RAISE-LATE-FEE.

      *    Late once grace has fully run out before the business
      *    date and the installment was not paid in full by the
      *    end of grace - either it is still short, or the money
      *    arrived after grace expired. A product with no late
      *    fee on the schedule is simply never charged one.

           COMPUTE WS-GRACE-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PR-DUE-DATE)
               + WS-FE-GRACE(WS-FEE-FOUND))

           MOVE 'N' TO WS-LATE-SW
           IF WS-BUS-DATE > WS-GRACE-END
               IF PR-AMOUNT < RC-EMI
                   MOVE 'Y' TO WS-LATE-SW
               END-IF
               IF PR-PAID-DATE IS NUMERIC AND
                       PR-PAID-DATE > WS-GRACE-END
                   MOVE 'Y' TO WS-LATE-SW
               END-IF
           END-IF

           IF WS-LATE-SW = 'Y' AND WS-FE-LATE-FEE(WS-FEE-FOUND) > 0
               MOVE PR-APP-ID TO WS-NEW-APP-ID
               MOVE PR-DUE-DATE TO WS-NEW-DUE-DATE
               MOVE 'L' TO WS-NEW-TYPE
               MOVE 0 TO WS-NEW-EVENT-DATE
               MOVE WS-FE-LATE-FEE(WS-FEE-FOUND) TO WS-NEW-AMOUNT
               MOVE "LATE PAYMENT" TO WS-NEW-NARRATIVE
               PERFORM 2800-RAISE-CHARGE
           END-IF.

       2800-RAISE-CHARGE.

      *    The charge key already on file means an earlier run
      *    raised it; that is the rerun guard, not an error.

           MOVE SPACES TO LOAN-CHARGE-RECORD
           MOVE WS-NEW-APP-ID TO CG-APP-ID
           MOVE WS-NEW-DUE-DATE TO CG-DUE-DATE
           MOVE WS-NEW-TYPE TO CG-CHARGE-TYPE
           MOVE WS-NEW-EVENT-DATE TO CG-EVENT-DATE
           MOVE WS-BUS-DATE TO CG-ASSESS-DATE
           MOVE WS-NEW-AMOUNT TO CG-AMOUNT
           MOVE 0 TO CG-PAID-AMT
           MOVE 0 TO CG-WAIVED-AMT
           MOVE 'O' TO CG-STATUS
           MOVE 0 TO CG-PAID-DATE
           MOVE 0 TO CG-PAID-DUE-DATE
           MOVE WS-NEW-NARRATIVE TO CG-NARRATIVE
           MOVE 0 TO CG-WAIVE-DATE

           WRITE LOAN-CHARGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
               NOT INVALID KEY
                   PERFORM 4200-WRITE-CHARGE-LINE
           END-WRITE

           IF WS-CHG-FILE-STATUS NOT = "00" AND
                   WS-CHG-FILE-STATUS NOT = "22"
               DISPLAY "ERROR WRITING CHARGES FILE: STATUS "
                   WS-CHG-FILE-STATUS " KEY " CG-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2900-LOOKUP-LOAN.

      *    Reads the loan and resolves its product's fee row;
      *    WS-FEE-FOUND is zero when the product is not on the
      *    schedule.

           MOVE WS-LOOKUP-APP-ID TO LM-APP-ID
           MOVE 0 TO WS-FEE-FOUND

           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KEY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ

           IF WS-KEY-FOUND = 'Y'
               PERFORM VARYING WS-FE-IDX FROM 1 BY 1
                       UNTIL WS-FE-IDX > WS-FEE-COUNT
                   IF WS-FE-PRODUCT(WS-FE-IDX) = LM-PRODUCT-TYPE
                       SET WS-FEE-FOUND TO WS-FE-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2950-NO-FEE-EXCEPTION.

           MOVE SPACES TO WS-EXCEPTION-TEXT
           STRING "NO FEE SCHEDULE FOR PRODUCT "
               LM-PRODUCT-TYPE
               DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
           PERFORM 4100-WRITE-EXCEPTION-LINE.

       3000-CHECK-ONE-RETURN.

      *    A successful debit raises nothing. A return record the
      *    gateway mangled cannot be keyed to an installment, so
      *    it is listed for follow-up rather than charged.

           EVALUATE TRUE
               WHEN DB-STATUS = "OK"
                   CONTINUE
               WHEN DB-DUE-DATE IS NOT NUMERIC
                       OR DB-DEBIT-DATE IS NOT NUMERIC
                   MOVE DB-APP-ID TO WS-NEW-APP-ID
                   MOVE 0 TO WS-NEW-DUE-DATE
                   MOVE "INVALID RETURN RECORD" TO WS-EXCEPTION-TEXT
                   PERFORM 4100-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM 3100-RAISE-BOUNCE-CHARGE
           END-EVALUATE.

       3100-RAISE-BOUNCE-CHARGE.

           MOVE DB-APP-ID TO WS-LOOKUP-APP-ID
           PERFORM 2900-LOOKUP-LOAN

           MOVE DB-APP-ID TO WS-NEW-APP-ID
           MOVE DB-DUE-DATE TO WS-NEW-DUE-DATE

           EVALUATE TRUE
               WHEN WS-KEY-FOUND = 'N'
                   MOVE "LOAN NOT ON MASTER" TO WS-EXCEPTION-TEXT
                   PERFORM 4100-WRITE-EXCEPTION-LINE
               WHEN LM-STATUS NOT = 'A'
                   CONTINUE
               WHEN WS-FEE-FOUND = 0
                   PERFORM 2950-NO-FEE-EXCEPTION
               WHEN WS-FE-BOUNCE-FEE(WS-FEE-FOUND) = 0
                   CONTINUE
               WHEN OTHER
                   MOVE 'B' TO WS-NEW-TYPE
                   MOVE DB-DEBIT-DATE TO WS-NEW-EVENT-DATE
                   MOVE WS-FE-BOUNCE-FEE(WS-FEE-FOUND)
                       TO WS-NEW-AMOUNT
                   MOVE DB-REASON TO WS-NEW-NARRATIVE
                   PERFORM 2800-RAISE-CHARGE
           END-EVALUATE.

       4000-WRITE-REPORT-SUMMARY.

           MOVE SPACES TO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE WS-LATE-COUNT TO WS-COUNT-ED
           MOVE WS-LATE-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "LATE FEES RAISED    : " WS-COUNT-ED
               "  " WS-TOTAL-ED
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE WS-BOUNCE-COUNT TO WS-COUNT-ED
           MOVE WS-BOUNCE-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "BOUNCE CHARGES      : " WS-COUNT-ED
               "  " WS-TOTAL-ED
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE WS-ALREADY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "ALREADY ASSESSED    : " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "EXCEPTIONS          : " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE.

       4100-WRITE-EXCEPTION-LINE.

           MOVE SPACES TO WS-DATE-ED
           IF WS-NEW-DUE-DATE > 0
               MOVE WS-NEW-DUE-DATE TO WS-DATE-RAW
               PERFORM 4900-EDIT-DATE
           END-IF

           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING WS-NEW-APP-ID "  " WS-DATE-ED "  ** "
               WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE

           ADD 1 TO WS-EXCEPTION-COUNT.

       4200-WRITE-CHARGE-LINE.

           IF CG-CHARGE-TYPE = 'L'
               MOVE "LATE" TO WS-TYPE-LABEL
               ADD 1 TO WS-LATE-COUNT
               ADD CG-AMOUNT TO WS-LATE-TOTAL
           ELSE
               MOVE "BOUNCE" TO WS-TYPE-LABEL
               ADD 1 TO WS-BOUNCE-COUNT
               ADD CG-AMOUNT TO WS-BOUNCE-TOTAL
           END-IF

           MOVE CG-DUE-DATE TO WS-DATE-RAW
           PERFORM 4900-EDIT-DATE
           MOVE CG-AMOUNT TO WS-AMT-ED

           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING CG-APP-ID "  " WS-DATE-ED "  " WS-TYPE-LABEL
               "  " WS-AMT-ED "  " CG-NARRATIVE
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           PERFORM 4950-WRITE-REPORT-LINE.

       4900-EDIT-DATE.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-DATE-RAW(1:4) "-"
               WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ED.

       4950-WRITE-REPORT-LINE.

           WRITE CHARGE-REPORT-LINE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CHARGE REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-WAIVE-MODE.

           OPEN INPUT CHARGE-TXN-FILE

           IF WS-TXN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WAIVER TRANSACTION FILE: "
                   "STATUS " WS-TXN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Unlike ASSESS there is no create-on-missing here: a
      *    waiver against a charges file that does not exist is
      *    an operations error, not a first-ever run.
           OPEN I-O LOAN-CHARGE-FILE

           IF WS-CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHARGES FILE: STATUS "
                   WS-CHG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TXN-REJECT-FILE

           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECT FILE: STATUS "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ CHARGE-TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 5100-APPLY-ONE-WAIVER
               END-READ

               IF WS-TXN-EOF = 'N' AND
                       WS-TXN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING WAIVER TRANSACTION FILE: "
                       "STATUS " WS-TXN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE CHARGE-TXN-FILE
           CLOSE LOAN-CHARGE-FILE
           CLOSE TXN-REJECT-FILE

           DISPLAY "WAIVERS READ " WS-READ-COUNT
           DISPLAY "WAIVED   " WS-WAIVE-COUNT
           DISPLAY "AMOUNT WAIVED " WS-WAIVE-TOTAL
           DISPLAY "REJECTED " WS-REJECT-COUNT

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-APPLY-ONE-WAIVER.

      *    A waiver reverses income already raised against the
      *    borrower, so who authorised it and why are mandatory -
      *    the charge record keeps both for audit.

           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN CT-ACTION NOT = "WAIVE"
                   MOVE "INVALID-ACTION" TO WS-REJECT-REASON
                   PERFORM 5900-WRITE-REJECT
               WHEN CT-USER-ID = SPACES OR CT-USER-ID = LOW-VALUES
                   MOVE "MISSING-USER" TO WS-REJECT-REASON
                   PERFORM 5900-WRITE-REJECT
               WHEN CT-REASON = SPACES OR CT-REASON = LOW-VALUES
                   MOVE "MISSING-REASON" TO WS-REJECT-REASON
                   PERFORM 5900-WRITE-REJECT
               WHEN CT-DUE-DATE IS NOT NUMERIC
                       OR CT-EVENT-DATE IS NOT NUMERIC
                       OR CT-AMOUNT IS NOT NUMERIC
                   MOVE "INVALID-WAIVE-FIELDS" TO WS-REJECT-REASON
                   PERFORM 5900-WRITE-REJECT
               WHEN OTHER
                   PERFORM 5200-WAIVE-CHARGE
           END-EVALUATE.

       5200-WAIVE-CHARGE.

           MOVE CT-APP-ID TO CG-APP-ID
           MOVE CT-DUE-DATE TO CG-DUE-DATE
           MOVE CT-CHARGE-TYPE TO CG-CHARGE-TYPE
           MOVE CT-EVENT-DATE TO CG-EVENT-DATE

           READ LOAN-CHARGE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KEY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ

           IF WS-KEY-FOUND = 'N'
               MOVE "UNKNOWN-CHARGE" TO WS-REJECT-REASON
               PERFORM 5900-WRITE-REJECT
           ELSE
               COMPUTE WS-OUTSTANDING =
                   CG-AMOUNT - CG-PAID-AMT - CG-WAIVED-AMT

               IF CT-AMOUNT = 0
                   MOVE WS-OUTSTANDING TO WS-WAIVE-AMT
               ELSE
                   MOVE CT-AMOUNT TO WS-WAIVE-AMT
               END-IF

               EVALUATE TRUE
                   WHEN CG-STATUS NOT = 'O' OR WS-OUTSTANDING = 0
                       MOVE "CHARGE-NOT-OPEN" TO WS-REJECT-REASON
                       PERFORM 5900-WRITE-REJECT
                   WHEN WS-WAIVE-AMT > WS-OUTSTANDING
                       MOVE "WAIVE-EXCEEDS-OUTSTANDING"
                           TO WS-REJECT-REASON
                       PERFORM 5900-WRITE-REJECT
                   WHEN OTHER
                       PERFORM 5300-POST-WAIVER
               END-EVALUATE
           END-IF.

       5300-POST-WAIVER.

      *    A partial waiver leaves the rest open for PAY-APPLY;
      *    only a charge waived down to nothing is closed as
      *    waived.

           ADD WS-WAIVE-AMT TO CG-WAIVED-AMT
           MOVE CT-REASON TO CG-WAIVE-REASON
           MOVE CT-USER-ID TO CG-WAIVE-USER
           MOVE WS-BUS-DATE TO CG-WAIVE-DATE

           IF CG-AMOUNT - CG-PAID-AMT - CG-WAIVED-AMT = 0
               MOVE 'W' TO CG-STATUS
           END-IF

           REWRITE LOAN-CHARGE-RECORD

           IF WS-CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING CHARGES FILE: STATUS "
                   WS-CHG-FILE-STATUS " KEY " CG-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-WAIVE-COUNT
           ADD WS-WAIVE-AMT TO WS-WAIVE-TOTAL.

       5900-WRITE-REJECT.

           MOVE SPACES TO TXN-REJECT-RECORD
           MOVE CHARGE-TXN-RECORD TO RJ-TXN-IMAGE
           MOVE WS-REJECT-REASON TO RJ-REASON

           WRITE TXN-REJECT-RECORD

           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING REJECT FILE: STATUS "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-REJECT-COUNT.
