               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT AGING-EXTRACT-FILE ASSIGN TO DYNAMIC
               WS-EXT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO DYNAMIC
               WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-APP-ID
               FILE STATUS IS WS-MAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-RESULT-FILE.
       FD  AGING-REPORT-FILE.
       COPY AGERPT.

       FD  AGING-EXTRACT-FILE.
       COPY DELQEXT.

       FD  LOAN-MASTER-FILE.
       COPY LOANMST.

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(200).
      *    UNSTRING leaves a receiving item untouched (not blanked)
      *    when the command line has fewer tokens than target
      *    fields, so these need an explicit VALUE SPACES to read
       01 WS-TOK1             PIC X(60) VALUE SPACES.
       01 WS-TOK2             PIC X(60) VALUE SPACES.
       01 WS-TOK3             PIC X(60) VALUE SPACES.
       01 WS-TOK4             PIC X(60) VALUE SPACES.
       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-TOK6             PIC X(60) VALUE SPACES.
      *    TOK7 exists only to catch overflow: three positional
      *    files plus the ASOF=, EXTRACT= and MASTER= options is
      *    the longest legal command, so anything landing in the
      *    slot after them means an option fell off the end and
      *    the run must fail loudly rather than quietly ignore it.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

       01 WS-LOAN-FILE-NAME   PIC X(60) VALUE "LOANRES.DAT".
       01 WS-LOAN-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "AGEREPT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

       01 WS-EXT-FILE-NAME    PIC X(60) VALUE "DELQEXT.DAT".
       01 WS-EXT-FILE-STATUS  PIC XX.

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-MAST-MISSING     PIC X VALUE 'N'.

       01 WS-ASOF-DATE        PIC 9(8).
       01 WS-ASOF-DATE-X      PIC X(8) VALUE SPACES.
       01 WS-ASOF-DAYS        PIC S9(9).
       01 WS-ASOF-EDITED      PIC X(10).

       01 WS-DUE-DAYS         PIC S9(9).
       01 WS-BUCKET-LABEL     PIC X(7).
       01 WS-NPA-FLAG         PIC X(3).
      *    Set from the loan master: a restructured loan's old
      *    installments due before its rescheduled first due
      *    date were cancelled by the restructure and are not
      *    aged.
       01 WS-RESTRUCTURED     PIC X.
       01 WS-RESCHED-START    PIC 9(8).
       01 WS-RESTRUCT-MARK    PIC X(5).

       01 WS-LOAN-COUNT       PIC 9(9) VALUE 0.
       01 WS-CURRENT-COUNT    PIC 9(9) VALUE 0.
       01 WS-ORPHAN-COUNT     PIC 9(9) VALUE 0.
       01 WS-BADDATE-COUNT    PIC 9(9) VALUE 0.
       01 WS-CANCELLED-COUNT  PIC 9(9) VALUE 0.
       01 WS-NPA-COUNT        PIC 9(9) VALUE 0.

      *    Aging buckets: 1 = 1-30, 2 = 31-60, 3 = 61-90,
      *    4 = over 90 days past due (NPA).
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES INDEXED BY WS-BK-IDX.
               10 WS-BK-COUNT     PIC 9(9).
               10 WS-BK-AMOUNT    PIC S9(15)V99.
      *    Restructured loans are classified apart from the
      *    standard book, as the regulator requires: their own
      *    current count and the same four buckets.
       01 WS-RST-LOAN-COUNT   PIC 9(9) VALUE 0.
       01 WS-RST-CURRENT-COUNT PIC 9(9) VALUE 0.
       01 WS-RST-BUCKET-TABLE.
           05 WS-RST-BUCKET-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-RB-IDX.
               10 WS-RST-BK-COUNT     PIC 9(9).
               10 WS-RST-BK-AMOUNT    PIC S9(15)V99.
       01 WS-BUCKET-NO        PIC 9.

       01 WS-DPD-ED           PIC ZZZZZZZZ9.
       0000-MAIN.

      *    DELQ-AGE [results-file] [receipts-file] [report-file]
      *    [ASOF=yyyymmdd] [EXTRACT=file] [MASTER=loan-master]
      *
      *    Ages the repriced loan book in the EMI-CALC BATCH
      *    results file against the collections payment feed and
      *    writes a days-past-due aging report with an NPA flag
      *    for every loan more than 90 days past due. Both input
      *    files must be in ascending application-id order.
      *
      *    Every loan aged, current or not, also goes to the
      *    per-loan aging extract (DELQEXT.cpy, default
      *    DELQEXT.DAT) with its bucket and balance - the input
      *    to the month-end loan-loss provisioning run.
      *
      *    Each loan is looked up on the loan master (MASTER=,
      *    default LOANMST.DAT). A loan restructured by a RESCHD
      *    is not aged on the installments its restructure
      *    cancelled - those billed before its rescheduled first
      *    due date - and is classified in a bucket summary of
      *    its own, apart from the standard book.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7
           END-UNSTRING

           IF WS-TOK1 NOT = SPACES
               MOVE WS-TOK3 TO WS-RPT-FILE-NAME
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

           IF WS-ASOF-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE-X
           END-IF
           MOVE WS-ASOF-DATE-X TO WS-ASOF-DATE

           COMPUTE WS-ASOF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
               MOVE 0 TO WS-BK-AMOUNT(WS-BK-IDX)
           END-PERFORM

           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > 4
               MOVE 0 TO WS-RST-BK-COUNT(WS-RB-IDX)
               MOVE 0 TO WS-RST-BK-AMOUNT(WS-RB-IDX)
           END-PERFORM

           PERFORM 1000-OPEN-FILES
           PERFORM 1100-WRITE-REPORT-HEADER

           CLOSE LOAN-RESULT-FILE
           CLOSE PAYMENT-RECEIPT-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE AGING-EXTRACT-FILE
           IF WS-MAST-MISSING = 'N'
               CLOSE LOAN-MASTER-FILE
           END-IF

           DISPLAY "LOANS AGED " WS-LOAN-COUNT
           DISPLAY "NPA COUNT " WS-NPA-COUNT
           DISPLAY "RESTRUCTURED " WS-RST-LOAN-COUNT

           STOP RUN.

       0100-PARSE-OPTION.

      *    Trailing keyword options in any order: ASOF=yyyymmdd,
      *    EXTRACT=file, MASTER=file. A blank token is simply not
      *    there.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "ASOF="
                   MOVE WS-OPT-TOKEN(6:8) TO WS-ASOF-DATE-X
                   IF WS-ASOF-DATE-X IS NOT NUMERIC
                       DISPLAY "INVALID ASOF DATE: " WS-ASOF-DATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-OPT-TOKEN(1:8) = "EXTRACT="
                   MOVE WS-OPT-TOKEN(9:) TO WS-EXT-FILE-NAME
               WHEN WS-OPT-TOKEN(1:7) = "MASTER="
                   MOVE WS-OPT-TOKEN(8:) TO WS-MAST-FILE-NAME
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-OPEN-FILES.

           OPEN INPUT LOAN-RESULT-FILE
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-EXTRACT-FILE

           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AGING EXTRACT FILE: STATUS "
                   WS-EXT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Without the master no loan can be told apart as
      *    restructured; the book still ages, every loan as
      *    standard.
           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MAST-FILE-STATUS = "35"
               DISPLAY "WARNING: LOAN MASTER NOT FOUND - "
                   "RESTRUCTURED LOANS NOT SEPARATED"
               MOVE 'Y' TO WS-MAST-MISSING
           ELSE
               IF WS-MAST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN MASTER FILE: STATUS "
                       WS-MAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-WRITE-REPORT-HEADER.

           MOVE SPACES TO AGING-REPORT-LINE
           STRING "APP-ID            DPD  BUCKET   "
               "    OVERDUE AMOUNT  FLAG RESTR"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE.


           ADD 1 TO WS-LOAN-COUNT

           PERFORM 2050-CHECK-RESTRUCTURE

      *    Receipts for application ids below this loan have no
      *    loan on the repriced book - count and skip them.
           PERFORM UNTIL WS-RCPT-EOF = 'Y'

           PERFORM 2200-CLASSIFY-LOAN.

       2050-CHECK-RESTRUCTURE.

           MOVE 'N' TO WS-RESTRUCTURED
           MOVE 0 TO WS-RESCHED-START

           IF WS-MAST-MISSING = 'N'
               MOVE LR-APP-ID TO LM-APP-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LM-RESTRUCT-FLAG = 'Y'
                           MOVE 'Y' TO WS-RESTRUCTURED
                           MOVE LM-FIRST-DUE-DATE
                               TO WS-RESCHED-START
                       END-IF
               END-READ
           END-IF.

       2100-MATCH-ONE-RECEIPT.

      *    A billed installment is delinquent when what came in
           ELSE
               COMPUTE WS-DUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(PR-DUE-DATE)
               EVALUATE TRUE
                   WHEN WS-DUE-DAYS = 0
                       ADD 1 TO WS-BADDATE-COUNT
                   WHEN WS-RESTRUCTURED = 'Y' AND
                           PR-DUE-DATE < WS-RESCHED-START
                       ADD 1 TO WS-CANCELLED-COUNT
                   WHEN OTHER
                       PERFORM 2150-AGE-ONE-RECEIPT
               END-EVALUATE
           END-IF.

       2150-AGE-ONE-RECEIPT.

       2200-CLASSIFY-LOAN.

           IF WS-RESTRUCTURED = 'Y'
               ADD 1 TO WS-RST-LOAN-COUNT
               MOVE "RESTR" TO WS-RESTRUCT-MARK
           ELSE
               MOVE SPACES TO WS-RESTRUCT-MARK
           END-IF

           IF WS-OLDEST-UNPAID = 0
               ADD 1 TO WS-CURRENT-COUNT
               IF WS-RESTRUCTURED = 'Y'
                   ADD 1 TO WS-RST-CURRENT-COUNT
               END-IF
               MOVE 0 TO WS-DPD
               MOVE 0 TO WS-BUCKET-NO
               MOVE SPACES TO WS-NPA-FLAG
           ELSE
               COMPUTE WS-DPD = WS-ASOF-DAYS -
                   FUNCTION INTEGER-OF-DATE(WS-OLDEST-UNPAID)

               IF WS-BUCKET-NO = 4
                   MOVE "NPA" TO WS-NPA-FLAG
                   ADD 1 TO WS-NPA-COUNT
               ELSE
                   MOVE SPACES TO WS-NPA-FLAG
               END-IF

               IF WS-RESTRUCTURED = 'Y'
                   ADD 1 TO WS-RST-BK-COUNT(WS-BUCKET-NO)
                   ADD WS-OVERDUE-AMT
                       TO WS-RST-BK-AMOUNT(WS-BUCKET-NO)
               ELSE
                   ADD 1 TO WS-BK-COUNT(WS-BUCKET-NO)
                   ADD WS-OVERDUE-AMT TO WS-BK-AMOUNT(WS-BUCKET-NO)
               END-IF

               PERFORM 2300-WRITE-DETAIL-LINE
           END-IF

           PERFORM 2400-WRITE-EXTRACT.

       2300-WRITE-DETAIL-LINE.


           MOVE SPACES TO AGING-REPORT-LINE
           STRING LR-APP-ID "  " WS-DPD-ED "  " WS-BUCKET-LABEL
               "  " WS-AMT-ED "  " WS-NPA-FLAG "  " WS-RESTRUCT-MARK
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE.

       2400-WRITE-EXTRACT.

           MOVE SPACES TO DELQ-EXTRACT-RECORD
           MOVE LR-APP-ID TO DX-APP-ID
           MOVE WS-ASOF-DATE TO DX-ASOF-DATE
           MOVE LR-BRANCH-CODE TO DX-BRANCH-CODE
           MOVE LR-PRODUCT-TYPE TO DX-PRODUCT-TYPE
           MOVE LR-OUTSTANDING-BAL TO DX-OUTSTANDING-BAL
           MOVE LR-EMI TO DX-EMI
           MOVE WS-DPD TO DX-DPD
           MOVE WS-BUCKET-NO TO DX-BUCKET
           MOVE WS-OVERDUE-AMT TO DX-OVERDUE-AMT
           IF WS-BUCKET-NO = 4
               MOVE 'Y' TO DX-NPA-FLAG
           ELSE
               MOVE 'N' TO DX-NPA-FLAG
           END-IF
           MOVE WS-RESTRUCTURED TO DX-RESTRUCT-FLAG

           WRITE DELQ-EXTRACT-RECORD

           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING AGING EXTRACT FILE: STATUS "
                   WS-EXT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-WRITE-REPORT-SUMMARY.

           MOVE SPACES TO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           MOVE "BUCKET SUMMARY - STANDARD LOANS" TO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

           MOVE "1-30" TO WS-BUCKET-LABEL
           MOVE 4 TO WS-BUCKET-NO
           PERFORM 3100-WRITE-SUMMARY-LINE

           PERFORM 3200-WRITE-RESTRUCTURED-SUMMARY

           MOVE SPACES TO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

           MOVE WS-RST-LOAN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "RESTRUCTURED LOANS  : " WS-COUNT-ED
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

           MOVE WS-ORPHAN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "UNMATCHED RECEIPTS  : " WS-COUNT-ED
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "BAD DUE DATES       : " WS-COUNT-ED
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

           MOVE WS-CANCELLED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "CANCELLED INSTALLMTS: " WS-COUNT-ED
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE.

       3100-WRITE-SUMMARY-LINE.
               "  OVERDUE " WS-AMT-ED
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE.

       3200-WRITE-RESTRUCTURED-SUMMARY.

           MOVE SPACES TO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           MOVE "BUCKET SUMMARY - RESTRUCTURED LOANS"
               TO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

           MOVE WS-RST-CURRENT-COUNT TO WS-COUNT-ED
           MOVE 0 TO WS-AMT-ED
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "CURRENT  COUNT " WS-COUNT-ED
               "  OVERDUE " WS-AMT-ED
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE

           MOVE "1-30" TO WS-BUCKET-LABEL
           MOVE 1 TO WS-BUCKET-NO
           PERFORM 3300-WRITE-RST-SUMMARY-LINE

           MOVE "31-60" TO WS-BUCKET-LABEL
           MOVE 2 TO WS-BUCKET-NO
           PERFORM 3300-WRITE-RST-SUMMARY-LINE

           MOVE "61-90" TO WS-BUCKET-LABEL
           MOVE 3 TO WS-BUCKET-NO
           PERFORM 3300-WRITE-RST-SUMMARY-LINE

           MOVE "90+" TO WS-BUCKET-LABEL
           MOVE 4 TO WS-BUCKET-NO
           PERFORM 3300-WRITE-RST-SUMMARY-LINE.

       3300-WRITE-RST-SUMMARY-LINE.

           MOVE WS-RST-BK-COUNT(WS-BUCKET-NO) TO WS-COUNT-ED
           MOVE WS-RST-BK-AMOUNT(WS-BUCKET-NO) TO WS-AMT-ED

           MOVE SPACES TO AGING-REPORT-LINE
           STRING WS-BUCKET-LABEL "  COUNT " WS-COUNT-ED
               "  OVERDUE " WS-AMT-ED
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           PERFORM 1150-WRITE-REPORT-LINE.
