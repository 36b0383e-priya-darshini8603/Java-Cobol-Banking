       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAT-LADDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-RESULT-FILE ASSIGN TO DYNAMIC
               WS-LOAN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT REPAY-CALENDAR-FILE ASSIGN TO DYNAMIC
               WS-CAL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

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

           SELECT LADDER-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT LADDER-EXTRACT-FILE ASSIGN TO DYNAMIC
               WS-EXT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-RESULT-FILE.
       COPY LOANRES.

       FD  REPAY-CALENDAR-FILE.
       COPY REPCAL.

       FD  LOAN-MASTER-FILE.
       COPY LOANMST.

       FD  RATE-TABLE-FILE.
       COPY RATETAB.

      *    The ladder prints five amount columns beside the
      *    bucket, which does not fit the usual 80 columns, so
      *    this report is a 132-column line.
       FD  LADDER-REPORT-FILE.
       01 LADDER-REPORT-LINE        PIC X(132).

       FD  LADDER-EXTRACT-FILE.
       COPY LADDER.

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(400).
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
      *    TOK8 exists only to catch overflow: five positional
      *    files plus the ASOF= and RATES= options is the longest
      *    legal command, so anything landing in the slot after
      *    them means an option fell off the end and the run
      *    must fail loudly rather than quietly ignore it.
       01 WS-TOK8             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

      *    Positional file names are taken in order by the option
      *    parser, so each remembers whether it has been given.
       01 WS-LOAN-SET         PIC X VALUE 'N'.
       01 WS-CAL-SET          PIC X VALUE 'N'.
       01 WS-MAST-SET         PIC X VALUE 'N'.
       01 WS-RPT-SET          PIC X VALUE 'N'.
       01 WS-EXT-SET          PIC X VALUE 'N'.

       01 WS-LOAN-FILE-NAME   PIC X(60) VALUE "LOANRES.DAT".
       01 WS-LOAN-FILE-STATUS PIC XX.
       01 WS-LOAN-EOF         PIC X VALUE 'N'.

       01 WS-CAL-FILE-NAME    PIC X(60) VALUE "REPCAL.DAT".
       01 WS-CAL-FILE-STATUS  PIC XX.
       01 WS-CAL-EOF          PIC X VALUE 'N'.

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-MAST-MISSING     PIC X VALUE 'N'.

      *    The rate table is optional: given (RATES=), a floating
      *    loan reprices at the next future-dated row for its
      *    product and tier; without one, or with no such row, it
      *    reprices the next night the table moves.
       01 WS-RATETAB-FILE-NAME PIC X(60) VALUE SPACES.
       01 WS-RATETAB-FILE-STATUS PIC XX.
       01 WS-RATETAB-EOF      PIC X VALUE 'N'.

       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "LADDRPT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

       01 WS-EXT-FILE-NAME    PIC X(60) VALUE "LADDER.DAT".
       01 WS-EXT-FILE-STATUS  PIC XX.

       01 WS-ASOF-DATE-X      PIC X(8) VALUE SPACES.
       01 WS-ASOF-DATE        PIC 9(8).
       01 WS-ASOF-DAYS        PIC S9(9).
       01 WS-ASOF-EDITED      PIC X(10).

       01 WS-PREV-LOAN-ID     PIC X(10) VALUE LOW-VALUES.
       01 WS-PREV-CAL-ID      PIC X(10) VALUE LOW-VALUES.

       01 WS-RATE-COUNT       PIC 9(4) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RT-IDX.
               10 WS-RT-PRODUCT   PIC X(4).
               10 WS-RT-TIER      PIC 9(11)V99.
               10 WS-RT-EFF-DATE  PIC 9(8).
               10 WS-RT-RATE      PIC 9(3)V99.

      *    Per-loan state, rebuilt for every priced loan. The
      *    installment split is re-run from the balance the loan
      *    was priced from, on the interest basis EMI-CALC priced
      *    it on: a flat loan pays the same interest every month
      *    on that balance, a reducing loan pays interest on what
      *    is left.
       01 WS-FLOATING         PIC X.
       01 WS-FLAT             PIC X.
       01 WS-OPENING-BAL      PIC 9(11)V99.
       01 WS-LOAN-BAL         PIC 9(11)V99.
       01 WS-INST-COUNT       PIC 9(5).
       01 WS-INST-DUE         PIC 9(8).
       01 WS-INST-EMI         PIC 9(9)V99.
       01 WS-LAST-INST        PIC X.
       01 WS-INST-INTEREST    PIC 9(11)V99.
       01 WS-INST-PRINCIPAL   PIC 9(11)V99.
       01 WS-RESET-DATE       PIC 9(8).

      *    Bucket 1 is installments already past due; 2-11 are
      *    the ten ladder buckets, next day through over 5 years.
       01 WS-PLACE-DATE       PIC 9(8).
       01 WS-PLACE-DAYS       PIC S9(9).
       01 WS-BUCKET-NO        PIC 99.
       01 WS-BUCKET-LABEL     PIC X(8).

      *    Branch/product accumulation, kept in branch/product
      *    order as combinations are added so the report and the
      *    extract come out sorted.
       01 WS-COMBO-COUNT      PIC 9(4) VALUE 0.
       01 WS-COMBO-TABLE.
           05 WS-COMBO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CB-IDX.
               10 WS-CB-BRANCH    PIC X(4).
               10 WS-CB-PRODUCT   PIC X(4).
               10 WS-CB-LOANS     PIC 9(9).
               10 WS-CB-BUCKET OCCURS 11 TIMES.
                   15 WS-CB-PRINCIPAL PIC 9(15)V99.
                   15 WS-CB-INTEREST  PIC 9(15)V99.
                   15 WS-CB-RSA       PIC 9(15)V99.
       01 WS-FOUND-IDX        PIC 9(4).
       01 WS-SHIFT-IDX        PIC 9(4).
       01 WS-COMBO-MATCH      PIC X.
       01 WS-LOOKUP-BRANCH    PIC X(4).
       01 WS-LOOKUP-PRODUCT   PIC X(4).

      *    Book-wide totals per bucket.
       01 WS-BOOK-TABLE.
           05 WS-BOOK-BUCKET OCCURS 11 TIMES INDEXED BY WS-BB-IDX.
               10 WS-BOOK-PRINCIPAL PIC 9(15)V99.
               10 WS-BOOK-INTEREST  PIC 9(15)V99.
               10 WS-BOOK-RSA       PIC 9(15)V99.
       01 WS-BK-SUB           PIC 99.

      *    One bucket's figures, loaded from a combination or
      *    from the book totals for the shared print line.
       01 WS-LINE-PRINCIPAL   PIC 9(15)V99.
       01 WS-LINE-INTEREST    PIC 9(15)V99.
       01 WS-LINE-RSA         PIC 9(15)V99.
       01 WS-LINE-INFLOW      PIC 9(15)V99.
       01 WS-CUM-INFLOW       PIC 9(15)V99.
       01 WS-SUM-PRINCIPAL    PIC 9(15)V99.
       01 WS-SUM-INTEREST     PIC 9(15)V99.
       01 WS-SUM-RSA          PIC 9(15)V99.

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-LOAN-COUNT       PIC 9(9) VALUE 0.
       01 WS-UNPRICED-COUNT   PIC 9(9) VALUE 0.
       01 WS-FLOAT-COUNT      PIC 9(9) VALUE 0.
       01 WS-SCHED-RESET-COUNT PIC 9(9) VALUE 0.
       01 WS-NOCAL-COUNT      PIC 9(9) VALUE 0.
       01 WS-NOMAST-COUNT     PIC 9(9) VALUE 0.
       01 WS-ORPHAN-COUNT     PIC 9(9) VALUE 0.
       01 WS-INST-PLACED      PIC 9(9) VALUE 0.
       01 WS-EXT-COUNT        PIC 9(9) VALUE 0.

       01 WS-BOOK-BALANCE     PIC 9(15)V99 VALUE 0.
       01 WS-UNPLACED-BAL     PIC 9(15)V99 VALUE 0.

       01 WS-DATE-RAW         PIC X(8).
       01 WS-DATE-ED          PIC X(10).
       01 WS-PRIN-ED          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-INT-ED           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-INFLOW-ED        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CUM-ED           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RSA-ED           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    MAT-LADDER [results-file] [calendar-file] [loan-master]
      *    [report-file] [extract-file] [ASOF=yyyymmdd]
      *    [RATES=rate-table]
      *
      *    Treasury's structural-liquidity ladder. Every loan on
      *    the EMI-CALC BATCH results file is matched to its
      *    installments on the dated repayment calendar written
      *    by the same run (both in ascending application-id
      *    order), each installment is split into principal and
      *    interest, and the inflows are summed by branch and
      *    product into the standard time buckets - next day,
      *    2-7 days, 8-14 days, 15-30 days, 1-3 months,
      *    3-6 months, 6-12 months, 1-3 years, 3-5 years and
      *    over 5 years from the as-of date (ASOF=, default
      *    today). Installments due on or before the as-of date
      *    are shown apart as past due.
      *
      *    Beside the inflows, the rate-sensitivity view places
      *    each balance in the bucket in which it reprices: a
      *    fixed-rate loan's principal as it falls due, and a
      *    floating-rate loan (LM-RATE-BASIS V on the loan
      *    master) whole at its next rate reset - the first
      *    future-dated row for its product and tier on the rate
      *    table (RATES=), or else the next day, since the
      *    nightly reprice takes up any change to the table.
      *
      *    The report (default LADDRPT.TXT) prints one ladder per
      *    branch/product and one for the whole book; the same
      *    figures go to the extract (LADDER.cpy, default
      *    LADDER.DAT) for treasury's load.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8
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

           IF WS-TOK8 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK8
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ASOF-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE-X
           END-IF
           MOVE WS-ASOF-DATE-X TO WS-ASOF-DATE
           COMPUTE WS-ASOF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           STRING WS-ASOF-DATE-X(1:4) "-"
               WS-ASOF-DATE-X(5:2) "-"
               WS-ASOF-DATE-X(7:2)
               DELIMITED BY SIZE INTO WS-ASOF-EDITED

           PERFORM VARYING WS-BB-IDX FROM 1 BY 1
                   UNTIL WS-BB-IDX > 11
               MOVE 0 TO WS-BOOK-PRINCIPAL(WS-BB-IDX)
               MOVE 0 TO WS-BOOK-INTEREST(WS-BB-IDX)
               MOVE 0 TO WS-BOOK-RSA(WS-BB-IDX)
           END-PERFORM

           IF WS-RATETAB-FILE-NAME NOT = SPACES
               PERFORM 1100-LOAD-RATE-TABLE
           END-IF

           PERFORM 1000-OPEN-FILES

           PERFORM 1200-READ-CALENDAR

           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-LADDER-ONE-LOAN
               END-READ

               IF WS-LOAN-EOF = 'N' AND
                       WS-LOAN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING LOAN RESULT FILE: STATUS "
                       WS-LOAN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

      *    Whatever is left of the calendar has no loan on the
      *    results file.
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM 1200-READ-CALENDAR
           END-PERFORM

           PERFORM 3000-WRITE-LADDERS

           CLOSE LOAN-RESULT-FILE
           CLOSE REPAY-CALENDAR-FILE
           CLOSE LADDER-REPORT-FILE
           CLOSE LADDER-EXTRACT-FILE
           IF WS-MAST-MISSING = 'N'
               CLOSE LOAN-MASTER-FILE
           END-IF

           DISPLAY "LOANS READ " WS-READ-COUNT
           DISPLAY "LADDERED " WS-LOAN-COUNT
           DISPLAY "NOT PRICED " WS-UNPRICED-COUNT
           DISPLAY "INSTALLMENTS PLACED " WS-INST-PLACED
           DISPLAY "FLOATING RATE " WS-FLOAT-COUNT
           DISPLAY "SCHEDULED RESETS " WS-SCHED-RESET-COUNT
           DISPLAY "NOT ON LOAN MASTER " WS-NOMAST-COUNT
           DISPLAY "NO CALENDAR " WS-NOCAL-COUNT
           DISPLAY "CALENDAR ENTRIES WITHOUT LOAN " WS-ORPHAN-COUNT
           DISPLAY "EXTRACT RECORDS WRITTEN " WS-EXT-COUNT

      *    A loan with a balance but no calendar is on the book
      *    but not on the liquidity ladder.
           IF WS-NOCAL-COUNT > 0
               DISPLAY "WARNING: LOANS WITH NO CALENDAR LEFT OFF "
                   "THE LADDER"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       0100-PARSE-OPTION.

      *    ASOF= and RATES= in any position; a bare token is the
      *    next positional file name (results, calendar, loan
      *    master, report, extract, in that order). A blank token
      *    is simply not there.

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
                   MOVE WS-ASOF-DATE-X TO WS-ASOF-DATE
                   IF FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) = 0
                       DISPLAY "INVALID ASOF DATE: " WS-ASOF-DATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-OPT-TOKEN(1:6) = "RATES="
                   MOVE WS-OPT-TOKEN(7:54) TO WS-RATETAB-FILE-NAME
               WHEN WS-LOAN-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-LOAN-FILE-NAME
                   MOVE 'Y' TO WS-LOAN-SET
               WHEN WS-CAL-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-CAL-FILE-NAME
                   MOVE 'Y' TO WS-CAL-SET
               WHEN WS-MAST-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-MAST-FILE-NAME
                   MOVE 'Y' TO WS-MAST-SET
               WHEN WS-RPT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RPT-FILE-NAME
                   MOVE 'Y' TO WS-RPT-SET
               WHEN WS-EXT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-EXT-FILE-NAME
                   MOVE 'Y' TO WS-EXT-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-OPEN-FILES.

           OPEN INPUT LOAN-RESULT-FILE

           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN RESULT FILE: STATUS "
                   WS-LOAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REPAY-CALENDAR-FILE

           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REPAYMENT CALENDAR FILE: "
                   "STATUS " WS-CAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Without the master no loan can be told apart as
      *    floating; the ladder still runs, every loan as fixed
      *    rate on the reducing balance.
           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MAST-FILE-STATUS = "35"
               DISPLAY "WARNING: LOAN MASTER NOT FOUND - "
                   "ALL LOANS LADDERED AS FIXED RATE"
               MOVE 'Y' TO WS-MAST-MISSING
           ELSE
               IF WS-MAST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN MASTER FILE: STATUS "
                       WS-MAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT LADDER-REPORT-FILE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LADDER REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LADDER-EXTRACT-FILE

           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LADDER EXTRACT FILE: STATUS "
                   WS-EXT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-RATE-TABLE.

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
                       PERFORM 1150-STORE-RATE-ROW
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

       1150-STORE-RATE-ROW.

      *    Held to the same standard as EMI-CALC's load: a corrupt
      *    row would misplace floating balances without a word.
           IF RT-TIER-LIMIT IS NOT NUMERIC
                   OR RT-EFF-DATE IS NOT NUMERIC
                   OR RT-RATE IS NOT NUMERIC
               DISPLAY "CORRUPT RATE TABLE ROW FOR PRODUCT "
                   RT-PRODUCT-TYPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-RATE-COUNT >= 500
               DISPLAY "RATE TABLE FULL - MORE THAN 500 ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-RATE-COUNT
           MOVE RT-PRODUCT-TYPE TO WS-RT-PRODUCT(WS-RATE-COUNT)
           MOVE RT-TIER-LIMIT TO WS-RT-TIER(WS-RATE-COUNT)
           MOVE RT-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT)
           MOVE RT-RATE TO WS-RT-RATE(WS-RATE-COUNT).

       1200-READ-CALENDAR.

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

       2000-LADDER-ONE-LOAN.

           IF LR-APP-ID < WS-PREV-LOAN-ID
               DISPLAY "LOAN RESULT FILE OUT OF SEQUENCE AT "
                   LR-APP-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LR-APP-ID TO WS-PREV-LOAN-ID

      *    Calendar entries for application ids below this loan
      *    have no loan on the results file - count and skip them.
           PERFORM UNTIL WS-CAL-EOF = 'Y'
                   OR RC-APP-ID >= LR-APP-ID
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM 1200-READ-CALENDAR
           END-PERFORM

      *    A loan the batch could not price has no calendar and
      *    no balance to place.
           IF LR-STATUS NOT = "OK"
               ADD 1 TO WS-UNPRICED-COUNT
           ELSE
               ADD 1 TO WS-LOAN-COUNT
               ADD LR-OUTSTANDING-BAL TO WS-BOOK-BALANCE

               PERFORM 2050-LOOKUP-MASTER

               MOVE LR-BRANCH-CODE TO WS-LOOKUP-BRANCH
               MOVE LR-PRODUCT-TYPE TO WS-LOOKUP-PRODUCT
               PERFORM 2200-FIND-OR-ADD-COMBO
               ADD 1 TO WS-CB-LOANS(WS-FOUND-IDX)

               MOVE LR-OUTSTANDING-BAL TO WS-OPENING-BAL
               MOVE LR-OUTSTANDING-BAL TO WS-LOAN-BAL
               MOVE 0 TO WS-INST-COUNT

      *        The next calendar entry is read before this one is
      *        placed, so the last installment is known when it
      *        is reached and can take whatever balance is left.
               PERFORM UNTIL WS-CAL-EOF = 'Y'
                       OR RC-APP-ID NOT = LR-APP-ID
                   MOVE RC-DUE-DATE TO WS-INST-DUE
                   MOVE RC-EMI TO WS-INST-EMI
                   PERFORM 1200-READ-CALENDAR
                   MOVE 'N' TO WS-LAST-INST
                   IF WS-CAL-EOF = 'Y'
                       MOVE 'Y' TO WS-LAST-INST
                   ELSE
                       IF RC-APP-ID NOT = LR-APP-ID
                           MOVE 'Y' TO WS-LAST-INST
                       END-IF
                   END-IF
                   PERFORM 2100-PLACE-INSTALLMENT
               END-PERFORM

               IF WS-INST-COUNT = 0 AND LR-OUTSTANDING-BAL > 0
                   ADD 1 TO WS-NOCAL-COUNT
                   ADD LR-OUTSTANDING-BAL TO WS-UNPLACED-BAL
               END-IF

               IF WS-FLOATING = 'Y'
                   PERFORM 2400-PLACE-FLOATING-RESET
               END-IF
           END-IF.

       2050-LOOKUP-MASTER.

      *    Spaces or anything but a flat method prices on the
      *    reducing balance, as EMI-CALC does.
           MOVE 'N' TO WS-FLOATING
           MOVE 'N' TO WS-FLAT

           IF WS-MAST-MISSING = 'N'
               MOVE LR-APP-ID TO LM-APP-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOMAST-COUNT
                   NOT INVALID KEY
                       IF LM-RATE-BASIS = 'V'
                           MOVE 'Y' TO WS-FLOATING
                           ADD 1 TO WS-FLOAT-COUNT
                       END-IF
                       IF LM-METHOD = "FLAT" OR LM-METHOD = "F"
                           MOVE 'Y' TO WS-FLAT
                       END-IF
               END-READ
           END-IF.

       2100-PLACE-INSTALLMENT.

           ADD 1 TO WS-INST-COUNT

           IF WS-LOAN-BAL > 0
               IF WS-FLAT = 'Y'
                   COMPUTE WS-INST-INTEREST ROUNDED =
                       WS-OPENING-BAL * LR-RATE / 100 / 12
               ELSE
                   COMPUTE WS-INST-INTEREST ROUNDED =
                       WS-LOAN-BAL * LR-RATE / 100 / 12
               END-IF
               IF WS-INST-INTEREST > WS-INST-EMI
                   MOVE WS-INST-EMI TO WS-INST-INTEREST
               END-IF

      *        The last installment clears the balance; its
      *        interest is whatever of the EMI is left over, so
      *        the rounding of the earlier splits never leaves
      *        principal unplaced.
               IF WS-LAST-INST = 'Y'
                   MOVE WS-LOAN-BAL TO WS-INST-PRINCIPAL
                   IF WS-INST-EMI > WS-LOAN-BAL
                       COMPUTE WS-INST-INTEREST =
                           WS-INST-EMI - WS-LOAN-BAL
                   ELSE
                       MOVE 0 TO WS-INST-INTEREST
                   END-IF
               ELSE
                   COMPUTE WS-INST-PRINCIPAL =
                       WS-INST-EMI - WS-INST-INTEREST
                   IF WS-INST-PRINCIPAL > WS-LOAN-BAL
                       MOVE WS-LOAN-BAL TO WS-INST-PRINCIPAL
                   END-IF
               END-IF

               SUBTRACT WS-INST-PRINCIPAL FROM WS-LOAN-BAL

               MOVE WS-INST-DUE TO WS-PLACE-DATE
               PERFORM 2300-SET-BUCKET

               ADD WS-INST-PRINCIPAL
                   TO WS-CB-PRINCIPAL(WS-FOUND-IDX WS-BUCKET-NO)
               ADD WS-INST-INTEREST
                   TO WS-CB-INTEREST(WS-FOUND-IDX WS-BUCKET-NO)
               ADD WS-INST-PRINCIPAL
                   TO WS-BOOK-PRINCIPAL(WS-BUCKET-NO)
               ADD WS-INST-INTEREST
                   TO WS-BOOK-INTEREST(WS-BUCKET-NO)

      *        Fixed-rate principal reprices only as it is repaid.
               IF WS-FLOATING = 'N'
                   ADD WS-INST-PRINCIPAL
                       TO WS-CB-RSA(WS-FOUND-IDX WS-BUCKET-NO)
                   ADD WS-INST-PRINCIPAL
                       TO WS-BOOK-RSA(WS-BUCKET-NO)
               END-IF

               ADD 1 TO WS-INST-PLACED
           END-IF.

       2200-FIND-OR-ADD-COMBO.

      *    The table is kept in branch/product order: the scan
      *    stops at the first entry not below the one looked up,
      *    which is either the match or the insertion point.
           MOVE 0 TO WS-FOUND-IDX

           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-COMBO-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-CB-BRANCH(WS-CB-IDX) > WS-LOOKUP-BRANCH OR
                       (WS-CB-BRANCH(WS-CB-IDX) = WS-LOOKUP-BRANCH AND
                       WS-CB-PRODUCT(WS-CB-IDX) >= WS-LOOKUP-PRODUCT)
                   MOVE WS-CB-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-COMBO-MATCH
           IF WS-FOUND-IDX > 0
               IF WS-CB-BRANCH(WS-FOUND-IDX) = WS-LOOKUP-BRANCH AND
                       WS-CB-PRODUCT(WS-FOUND-IDX) = WS-LOOKUP-PRODUCT
                   MOVE 'Y' TO WS-COMBO-MATCH
               END-IF
           END-IF

           IF WS-COMBO-MATCH = 'N'
               PERFORM 2250-INSERT-COMBO
           END-IF.

       2250-INSERT-COMBO.

           IF WS-COMBO-COUNT >= 2000
               DISPLAY "COMBO TABLE FULL - "
                   "MORE THAN 2000 BRANCH/PRODUCT COMBINATIONS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-COMBO-COUNT
           IF WS-FOUND-IDX = 0
               MOVE WS-COMBO-COUNT TO WS-FOUND-IDX
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM WS-COMBO-COUNT BY -1
                       UNTIL WS-SHIFT-IDX <= WS-FOUND-IDX
                   MOVE WS-COMBO-ENTRY(WS-SHIFT-IDX - 1)
                       TO WS-COMBO-ENTRY(WS-SHIFT-IDX)
               END-PERFORM
           END-IF

           MOVE WS-LOOKUP-BRANCH TO WS-CB-BRANCH(WS-FOUND-IDX)
           MOVE WS-LOOKUP-PRODUCT TO WS-CB-PRODUCT(WS-FOUND-IDX)
           MOVE 0 TO WS-CB-LOANS(WS-FOUND-IDX)
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > 11
               MOVE 0 TO WS-CB-PRINCIPAL(WS-FOUND-IDX WS-BK-SUB)
               MOVE 0 TO WS-CB-INTEREST(WS-FOUND-IDX WS-BK-SUB)
               MOVE 0 TO WS-CB-RSA(WS-FOUND-IDX WS-BK-SUB)
           END-PERFORM.

       2300-SET-BUCKET.

      *    Days from the as-of date to WS-PLACE-DATE decide the
      *    bucket: 1 = on or before the as-of date (past due),
      *    then next day, 2-7, 8-14 and 15-30 days, 1-3, 3-6 and
      *    6-12 months, 1-3 and 3-5 years, and over 5 years.

           COMPUTE WS-PLACE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PLACE-DATE) - WS-ASOF-DAYS

           EVALUATE TRUE
               WHEN WS-PLACE-DAYS <= 0
                   MOVE 1 TO WS-BUCKET-NO
               WHEN WS-PLACE-DAYS <= 1
                   MOVE 2 TO WS-BUCKET-NO
               WHEN WS-PLACE-DAYS <= 7
                   MOVE 3 TO WS-BUCKET-NO
               WHEN WS-PLACE-DAYS <= 14
                   MOVE 4 TO WS-BUCKET-NO
               WHEN WS-PLACE-DAYS <= 30
                   MOVE 5 TO WS-BUCKET-NO
               WHEN WS-PLACE-DAYS <= 90
                   MOVE 6 TO WS-BUCKET-NO
               WHEN WS-PLACE-DAYS <= 180
                   MOVE 7 TO WS-BUCKET-NO
               WHEN WS-PLACE-DAYS <= 365
                   MOVE 8 TO WS-BUCKET-NO
               WHEN WS-PLACE-DAYS <= 1095
                   MOVE 9 TO WS-BUCKET-NO
               WHEN WS-PLACE-DAYS <= 1825
                   MOVE 10 TO WS-BUCKET-NO
               WHEN OTHER
                   MOVE 11 TO WS-BUCKET-NO
           END-EVALUATE.

       2400-PLACE-FLOATING-RESET.

      *    The next reset is the earliest row dated after the
      *    as-of date that would price this loan - its product,
      *    with a tier covering its balance. With none, the
      *    balance reprices the next night.
           MOVE 0 TO WS-RESET-DATE

           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
               IF WS-RT-PRODUCT(WS-RT-IDX) = LR-PRODUCT-TYPE AND
                       WS-RT-EFF-DATE(WS-RT-IDX) > WS-ASOF-DATE AND
                       WS-RT-TIER(WS-RT-IDX) >= LR-OUTSTANDING-BAL
                   IF WS-RESET-DATE = 0 OR
                           WS-RT-EFF-DATE(WS-RT-IDX) < WS-RESET-DATE
                       MOVE WS-RT-EFF-DATE(WS-RT-IDX)
                           TO WS-RESET-DATE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RESET-DATE = 0
               MOVE 2 TO WS-BUCKET-NO
           ELSE
               MOVE WS-RESET-DATE TO WS-PLACE-DATE
               PERFORM 2300-SET-BUCKET
               ADD 1 TO WS-SCHED-RESET-COUNT
           END-IF

           ADD LR-OUTSTANDING-BAL
               TO WS-CB-RSA(WS-FOUND-IDX WS-BUCKET-NO)
           ADD LR-OUTSTANDING-BAL TO WS-BOOK-RSA(WS-BUCKET-NO).

       3000-WRITE-LADDERS.

           MOVE SPACES TO LADDER-REPORT-LINE
           STRING "MATURITY LADDER AND CASH-INFLOW GAP - AS OF "
               WS-ASOF-EDITED
               DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE SPACES TO LADDER-REPORT-LINE
           STRING "RATE-SENSITIVE: FIXED-RATE PRINCIPAL AS IT FALLS "
               "DUE, FLOATING-RATE BALANCES AT NEXT RESET"
               DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-COMBO-COUNT
               PERFORM 3100-WRITE-COMBO-LADDER
           END-PERFORM

           PERFORM 3200-WRITE-BOOK-LADDER

           PERFORM 3400-WRITE-SUMMARY.

       3100-WRITE-COMBO-LADDER.

           MOVE SPACES TO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-CB-LOANS(WS-CB-IDX) TO WS-COUNT-ED
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING "BRANCH " WS-CB-BRANCH(WS-CB-IDX)
               "  PRODUCT " WS-CB-PRODUCT(WS-CB-IDX)
               "  LOANS " WS-COUNT-ED
               DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           PERFORM 3150-WRITE-COLUMN-HEADINGS

           MOVE 0 TO WS-CUM-INFLOW
           MOVE 0 TO WS-SUM-PRINCIPAL
           MOVE 0 TO WS-SUM-INTEREST
           MOVE 0 TO WS-SUM-RSA

           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > 11
               MOVE WS-CB-PRINCIPAL(WS-CB-IDX WS-BK-SUB)
                   TO WS-LINE-PRINCIPAL
               MOVE WS-CB-INTEREST(WS-CB-IDX WS-BK-SUB)
                   TO WS-LINE-INTEREST
               MOVE WS-CB-RSA(WS-CB-IDX WS-BK-SUB) TO WS-LINE-RSA
               PERFORM 3300-WRITE-BUCKET-LINE

               MOVE WS-ASOF-DATE TO LD-ASOF-DATE
               MOVE WS-CB-BRANCH(WS-CB-IDX) TO LD-BRANCH-CODE
               MOVE WS-CB-PRODUCT(WS-CB-IDX) TO LD-PRODUCT-TYPE
               PERFORM 3500-WRITE-EXTRACT
           END-PERFORM

           PERFORM 3350-WRITE-TOTAL-LINE.

       3150-WRITE-COLUMN-HEADINGS.

           MOVE SPACES TO LADDER-REPORT-LINE
           MOVE "BUCKET" TO LADDER-REPORT-LINE(1:6)
           MOVE "PRINCIPAL" TO LADDER-REPORT-LINE(23:9)
           MOVE "INTEREST" TO LADDER-REPORT-LINE(46:8)
           MOVE "TOTAL INFLOW" TO LADDER-REPORT-LINE(64:12)
           MOVE "CUMULATIVE INFLOW" TO LADDER-REPORT-LINE(81:17)
           MOVE "RATE-SENSITIVE" TO LADDER-REPORT-LINE(106:14)
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE ALL "-" TO LADDER-REPORT-LINE(1:120)
           PERFORM 3900-WRITE-REPORT-LINE.

       3200-WRITE-BOOK-LADDER.

           MOVE SPACES TO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-LOAN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING "ALL BRANCHES AND PRODUCTS  LOANS " WS-COUNT-ED
               DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           PERFORM 3150-WRITE-COLUMN-HEADINGS

           MOVE 0 TO WS-CUM-INFLOW
           MOVE 0 TO WS-SUM-PRINCIPAL
           MOVE 0 TO WS-SUM-INTEREST
           MOVE 0 TO WS-SUM-RSA

           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > 11
               MOVE WS-BOOK-PRINCIPAL(WS-BK-SUB) TO WS-LINE-PRINCIPAL
               MOVE WS-BOOK-INTEREST(WS-BK-SUB) TO WS-LINE-INTEREST
               MOVE WS-BOOK-RSA(WS-BK-SUB) TO WS-LINE-RSA
               PERFORM 3300-WRITE-BUCKET-LINE
           END-PERFORM

           PERFORM 3350-WRITE-TOTAL-LINE.

       3300-WRITE-BUCKET-LINE.

      *    Past-due installments are shown but kept out of the
      *    cumulative inflow, which runs from the next day.
           COMPUTE WS-LINE-INFLOW =
               WS-LINE-PRINCIPAL + WS-LINE-INTEREST
           ADD WS-LINE-PRINCIPAL TO WS-SUM-PRINCIPAL
           ADD WS-LINE-INTEREST TO WS-SUM-INTEREST
           ADD WS-LINE-RSA TO WS-SUM-RSA

           MOVE WS-BK-SUB TO WS-BUCKET-NO
           PERFORM 3800-SET-BUCKET-LABEL

           MOVE WS-LINE-PRINCIPAL TO WS-PRIN-ED
           MOVE WS-LINE-INTEREST TO WS-INT-ED
           MOVE WS-LINE-INFLOW TO WS-INFLOW-ED
           MOVE WS-LINE-RSA TO WS-RSA-ED

           MOVE SPACES TO LADDER-REPORT-LINE
           IF WS-BK-SUB = 1
               STRING WS-BUCKET-LABEL "  " WS-PRIN-ED " "
                   WS-INT-ED " " WS-INFLOW-ED " "
                   "                      " WS-RSA-ED
                   DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           ELSE
               ADD WS-LINE-INFLOW TO WS-CUM-INFLOW
               MOVE WS-CUM-INFLOW TO WS-CUM-ED
               STRING WS-BUCKET-LABEL "  " WS-PRIN-ED " "
                   WS-INT-ED " " WS-INFLOW-ED " "
                   WS-CUM-ED " " WS-RSA-ED
                   DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           END-IF
           PERFORM 3900-WRITE-REPORT-LINE.

       3350-WRITE-TOTAL-LINE.

           MOVE ALL "-" TO LADDER-REPORT-LINE(1:120)
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-SUM-PRINCIPAL TO WS-PRIN-ED
           MOVE WS-SUM-INTEREST TO WS-INT-ED
           COMPUTE WS-INFLOW-ED = WS-SUM-PRINCIPAL + WS-SUM-INTEREST
           MOVE WS-SUM-RSA TO WS-RSA-ED

           MOVE SPACES TO LADDER-REPORT-LINE
           STRING "TOTAL   " "  " WS-PRIN-ED " "
               WS-INT-ED " " WS-INFLOW-ED " "
               "                      " WS-RSA-ED
               DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3400-WRITE-SUMMARY.

           MOVE SPACES TO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-LOAN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING "LOANS LADDERED      : " WS-COUNT-ED
               DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-FLOAT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING "FLOATING RATE       : " WS-COUNT-ED
               DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-SCHED-RESET-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING "SCHEDULED RESETS    : " WS-COUNT-ED
               DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-BOOK-BALANCE TO WS-TOTAL-ED
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING "BOOK BALANCE        : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LADDER-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           IF WS-NOCAL-COUNT > 0
               MOVE WS-NOCAL-COUNT TO WS-COUNT-ED
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING "LOANS NO CALENDAR   : " WS-COUNT-ED
                   DELIMITED BY SIZE INTO LADDER-REPORT-LINE
               PERFORM 3900-WRITE-REPORT-LINE

               MOVE WS-UNPLACED-BAL TO WS-TOTAL-ED
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING "BALANCE NOT LADDERED: " WS-TOTAL-ED
                   DELIMITED BY SIZE INTO LADDER-REPORT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF

           IF WS-UNPRICED-COUNT > 0
               MOVE WS-UNPRICED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING "LOANS NOT PRICED    : " WS-COUNT-ED
                   DELIMITED BY SIZE INTO LADDER-REPORT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3500-WRITE-EXTRACT.

           COMPUTE LD-BUCKET-NO = WS-BK-SUB - 1
           MOVE WS-BUCKET-LABEL TO LD-BUCKET-LABEL
           MOVE WS-LINE-PRINCIPAL TO LD-PRINCIPAL
           MOVE WS-LINE-INTEREST TO LD-INTEREST
           MOVE WS-LINE-RSA TO LD-RATE-SENSITIVE

           WRITE LADDER-EXTRACT-RECORD

           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING LADDER EXTRACT FILE: STATUS "
                   WS-EXT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-EXT-COUNT.

       3800-SET-BUCKET-LABEL.

           EVALUATE WS-BUCKET-NO
               WHEN 1
                   MOVE "PAST DUE" TO WS-BUCKET-LABEL
               WHEN 2
                   MOVE "NEXT DAY" TO WS-BUCKET-LABEL
               WHEN 3
                   MOVE "2-7D" TO WS-BUCKET-LABEL
               WHEN 4
                   MOVE "8-14D" TO WS-BUCKET-LABEL
               WHEN 5
                   MOVE "15-30D" TO WS-BUCKET-LABEL
               WHEN 6
                   MOVE "1-3M" TO WS-BUCKET-LABEL
               WHEN 7
                   MOVE "3-6M" TO WS-BUCKET-LABEL
               WHEN 8
                   MOVE "6-12M" TO WS-BUCKET-LABEL
               WHEN 9
                   MOVE "1-3Y" TO WS-BUCKET-LABEL
               WHEN 10
                   MOVE "3-5Y" TO WS-BUCKET-LABEL
               WHEN OTHER
                   MOVE "OVER 5Y" TO WS-BUCKET-LABEL
           END-EVALUATE.

       3900-WRITE-REPORT-LINE.

           WRITE LADDER-REPORT-LINE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING LADDER REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
