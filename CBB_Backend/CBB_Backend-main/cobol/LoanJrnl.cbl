       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-JRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JRN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO DYNAMIC
               WS-BORR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-APP-ID
               FILE STATUS IS WS-BORR-FILE-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CERT-FILE ASSIGN TO DYNAMIC
               WS-CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.

           SELECT CERT-REJECT-FILE ASSIGN TO DYNAMIC
               WS-REJ-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-JOURNAL-FILE.
       COPY LOANJRN.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMST.

      *    The inquiry prints both balances beside the full
      *    charges/interest/principal split on one line, which
      *    does not fit the usual 80 columns, so this report is
      *    a 132-column line.
       FD  JOURNAL-REPORT-FILE.
       01 JOURNAL-REPORT-LINE       PIC X(132).

      *    The certificate is the same kind of plain-text
      *    printable document as RATE-NOTICE's reset notices, so
      *    each record is just an 80-column report line.
       FD  CERT-FILE.
       01 CERT-REPORT-LINE          PIC X(80).

       FD  CERT-REJECT-FILE.
       01 CERT-REJECT-RECORD.
           05 RJ-APP-ID              PIC X(10).
           05 RJ-REASON              PIC X(25).

       SD  SORT-WORK-FILE.
       COPY LOANJRN REPLACING ==LOAN-JOURNAL-RECORD==
           BY ==SORT-JOURNAL-RECORD==
           LEADING ==LJ== BY ==SJ==.

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(400).
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
      *    TOK8 exists only to catch overflow: the mode, four
      *    positional files and the FY= and FYSTART= options is
      *    the longest legal command (CERT), so anything landing
      *    in the slot after them means an option fell off the
      *    end and the run must fail loudly rather than quietly
      *    ignore it.
       01 WS-TOK8             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

      *    Positional file names are taken in order by the option
      *    parsers, so each remembers whether it has been given.
       01 WS-JRN-SET          PIC X VALUE 'N'.
       01 WS-RPT-SET          PIC X VALUE 'N'.
       01 WS-BORR-SET         PIC X VALUE 'N'.
       01 WS-CERT-SET         PIC X VALUE 'N'.
       01 WS-REJ-SET          PIC X VALUE 'N'.

       01 WS-JRN-FILE-NAME    PIC X(60) VALUE "LOANJRNL.DAT".
       01 WS-JRN-FILE-STATUS  PIC XX.
       01 WS-JRN-EOF          PIC X VALUE 'N'.

       01 WS-BORR-FILE-NAME   PIC X(60) VALUE "BORRMST.DAT".
       01 WS-BORR-FILE-STATUS PIC XX.

       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "JRNLRPT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

       01 WS-CERT-FILE-NAME   PIC X(60) VALUE "INTCERT.TXT".
       01 WS-CERT-FILE-STATUS PIC XX.

       01 WS-REJ-FILE-NAME    PIC X(60) VALUE "INTCERT.REJ".
       01 WS-REJ-FILE-STATUS  PIC XX.

       01 WS-SORT-EOF         PIC X VALUE 'N'.

      *    Inquiry selection: one loan (LOAN=), a business-date
      *    range (FROM=/TO=, either end open), or both together.
       01 WS-SEL-APP-ID       PIC X(10) VALUE SPACES.
       01 WS-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-TO-DATE          PIC 9(8) VALUE 99999999.

      *    A date option is checked once here whichever keyword
      *    it came in on.
       01 WS-CHECK-DATE-X     PIC X(8).
       01 WS-CHECK-DATE       PIC 9(8).

      *    The certificate year. FY=yyyy is the financial year
      *    that starts in yyyy; FYSTART=mm is the month it starts
      *    in (default April). Without FY= the run certifies the
      *    last financial year to have ended before today.
       01 WS-FY-X             PIC X(4) VALUE SPACES.
       01 WS-FY               PIC 9(4).
       01 WS-FY-START-X       PIC X(2) VALUE "04".
       01 WS-FY-START-MM      PIC 9(2).
       01 WS-TODAY            PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY   PIC 9(4).
           05 WS-TODAY-MM     PIC 9(2).
           05 WS-TODAY-DD     PIC 9(2).
       01 WS-PERIOD-START     PIC 9(8).
       01 WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
           05 WS-PS-YYYY      PIC 9(4).
           05 WS-PS-MM        PIC 9(2).
           05 WS-PS-DD        PIC 9(2).
       01 WS-NEXT-START       PIC 9(8).
       01 WS-NEXT-START-R REDEFINES WS-NEXT-START.
           05 WS-NS-YYYY      PIC 9(4).
           05 WS-NS-MM        PIC 9(2).
           05 WS-NS-DD        PIC 9(2).
       01 WS-PERIOD-END       PIC 9(8).
       01 WS-FY-LABEL         PIC X(9).

      *    One loan's year, accumulated across its journal
      *    entries between control breaks.
       01 WS-CUR-APP-ID       PIC X(10) VALUE LOW-VALUES.
       01 WS-CUR-BRANCH       PIC X(4).
       01 WS-CUR-PRODUCT      PIC X(4).
       01 WS-CUR-INTEREST     PIC 9(11)V99.
       01 WS-CUR-PRINCIPAL    PIC 9(11)V99.
       01 WS-CUR-CHARGES      PIC 9(11)V99.
       01 WS-CUR-PAYMENTS     PIC 9(5).
       01 WS-CUR-CLOSING-BAL  PIC 9(11)V99.

       01 WS-KEY-FOUND        PIC X.
       01 WS-REJECT-REASON    PIC X(25).

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-LISTED-COUNT     PIC 9(9) VALUE 0.
       01 WS-LOAN-COUNT       PIC 9(9) VALUE 0.
       01 WS-CERT-COUNT       PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(9) VALUE 0.

       01 WS-TOT-AMOUNT       PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CHARGES      PIC 9(13)V99 VALUE 0.
       01 WS-TOT-INTEREST     PIC 9(13)V99 VALUE 0.
       01 WS-TOT-PRINCIPAL    PIC 9(13)V99 VALUE 0.

       01 WS-DATE-RAW         PIC X(8).
       01 WS-DATE-ED          PIC X(10).
       01 WS-DUE-ED           PIC X(10).
       01 WS-FROM-ED          PIC X(10).
       01 WS-TO-ED            PIC X(10).
       01 WS-AMT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CHG-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-INT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRIN-ED          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BEFORE-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AFTER-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.
       01 WS-CERT-AMT-ED      PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    LOAN-JRNL INQUIRE [journal-file] [report-file]
      *        [LOAN=app-id] [FROM=yyyymmdd] [TO=yyyymmdd]
      *    LOAN-JRNL CERT [journal-file] [borrower-master]
      *        [cert-file] [reject-file] [FY=yyyy] [FYSTART=mm]
      *
      *    Reads back the append-only loan journal that LOAN-MAINT
      *    and PAY-APPLY write beside every ADD, PREPAY, CLOSE,
      *    RESCHD, WRTOFF, applied receipt and recovery.
      *
      *    INQUIRE lists the journal entries for one loan, for a
      *    range of business dates, or for one loan within a
      *    range, in the order they were written: what moved the
      *    balance, the charges/interest/principal split, and
      *    the balance either side. Totals close the listing.
      *
      *    CERT prints the year-end interest and principal
      *    certificate for each borrower: the journal is sorted
      *    by loan, everything received against the loan in the
      *    financial year (receipts, prepayments and the balance
      *    paid off on closure) is summed, and one certificate is
      *    printed per loan with the borrower's name and address
      *    from the borrower master. Loans with nothing received
      *    in the year get no certificate. Loans whose borrower
      *    is not on the master go to the reject file with a
      *    reason so the branch can complete the master and rerun.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8
           END-UNSTRING

           EVALUATE WS-TOK1
               WHEN "INQUIRE"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-INQUIRE-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-INQUIRE-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-INQUIRE-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-INQUIRE-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-INQUIRE-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-INQUIRE-OPTION
               WHEN "CERT"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-CERT-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-CERT-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-CERT-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-CERT-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-CERT-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-CERT-OPTION
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED MODE: " WS-TOK1
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-TOK8 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK8
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-TOK1 = "INQUIRE"
               PERFORM 1000-INQUIRE-MODE
           ELSE
               PERFORM 3000-CERT-MODE
           END-IF

           STOP RUN.

       0100-PARSE-INQUIRE-OPTION.

      *    LOAN=, FROM= and TO= in any position; a bare token is
      *    the next positional file name (journal, report, in
      *    that order). A blank token is simply not there.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "LOAN="
                   MOVE WS-OPT-TOKEN(6:10) TO WS-SEL-APP-ID
               WHEN WS-OPT-TOKEN(1:5) = "FROM="
                   MOVE WS-OPT-TOKEN(6:8) TO WS-CHECK-DATE-X
                   PERFORM 0300-CHECK-DATE-OPTION
                   MOVE WS-CHECK-DATE TO WS-FROM-DATE
               WHEN WS-OPT-TOKEN(1:3) = "TO="
                   MOVE WS-OPT-TOKEN(4:8) TO WS-CHECK-DATE-X
                   PERFORM 0300-CHECK-DATE-OPTION
                   MOVE WS-CHECK-DATE TO WS-TO-DATE
               WHEN WS-JRN-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-JRN-FILE-NAME
                   MOVE 'Y' TO WS-JRN-SET
               WHEN WS-RPT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RPT-FILE-NAME
                   MOVE 'Y' TO WS-RPT-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0200-PARSE-CERT-OPTION.

      *    FY= and FYSTART= in any position; a bare token is the
      *    next positional file name (journal, borrower master,
      *    certificate file, reject file, in that order). A blank
      *    token is simply not there.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:3) = "FY="
                   MOVE WS-OPT-TOKEN(4:4) TO WS-FY-X
                   IF WS-FY-X IS NOT NUMERIC
                       DISPLAY "INVALID FINANCIAL YEAR: " WS-FY-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-OPT-TOKEN(1:8) = "FYSTART="
                   MOVE WS-OPT-TOKEN(9:2) TO WS-FY-START-X
                   IF WS-FY-START-X IS NOT NUMERIC OR
                           WS-FY-START-X < "01" OR
                           WS-FY-START-X > "12"
                       DISPLAY "INVALID FINANCIAL YEAR START MONTH: "
                           WS-FY-START-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-JRN-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-JRN-FILE-NAME
                   MOVE 'Y' TO WS-JRN-SET
               WHEN WS-BORR-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-BORR-FILE-NAME
                   MOVE 'Y' TO WS-BORR-SET
               WHEN WS-CERT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-CERT-FILE-NAME
                   MOVE 'Y' TO WS-CERT-SET
               WHEN WS-REJ-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-REJ-FILE-NAME
                   MOVE 'Y' TO WS-REJ-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0300-CHECK-DATE-OPTION.

      *    A mistyped FROM= or TO= must stop the run, not quietly
      *    widen the listing to the whole journal.

           IF WS-CHECK-DATE-X IS NOT NUMERIC
               DISPLAY "INVALID DATE: " WS-CHECK-DATE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHECK-DATE-X TO WS-CHECK-DATE
           IF FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) = 0
               DISPLAY "INVALID DATE: " WS-CHECK-DATE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-INQUIRE-MODE.

           OPEN INPUT LOAN-JOURNAL-FILE

           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN JOURNAL FILE: STATUS "
                   WS-JRN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT JOURNAL-REPORT-FILE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING JOURNAL REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-WRITE-INQUIRY-HEADER

           PERFORM UNTIL WS-JRN-EOF = 'Y'
               READ LOAN-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1200-SELECT-ONE-ENTRY
               END-READ

               IF WS-JRN-EOF = 'N' AND
                       WS-JRN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING LOAN JOURNAL FILE: "
                       "STATUS " WS-JRN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           PERFORM 1400-WRITE-INQUIRY-TOTALS

           CLOSE LOAN-JOURNAL-FILE
           CLOSE JOURNAL-REPORT-FILE

           DISPLAY "JOURNAL ENTRIES READ " WS-READ-COUNT
           DISPLAY "LISTED " WS-LISTED-COUNT.

       1100-WRITE-INQUIRY-HEADER.

           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "LOAN JOURNAL INQUIRY"
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE SPACES TO JOURNAL-REPORT-LINE
           IF WS-SEL-APP-ID = SPACES
               STRING "LOAN       : ALL"
                   DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           ELSE
               STRING "LOAN       : " WS-SEL-APP-ID
                   DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           END-IF
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE "START" TO WS-FROM-ED
           IF WS-FROM-DATE > 0
               MOVE WS-FROM-DATE TO WS-DATE-RAW
               PERFORM 1800-EDIT-DATE
               MOVE WS-DATE-ED TO WS-FROM-ED
           END-IF
           MOVE "END" TO WS-TO-ED
           IF WS-TO-DATE < 99999999
               MOVE WS-TO-DATE TO WS-DATE-RAW
               PERFORM 1800-EDIT-DATE
               MOVE WS-DATE-ED TO WS-TO-ED
           END-IF

           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "DATES      : " WS-FROM-ED " TO " WS-TO-ED
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE SPACES TO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE SPACES TO JOURNAL-REPORT-LINE
           MOVE "BUS DATE" TO JOURNAL-REPORT-LINE(1:8)
           MOVE "LOAN" TO JOURNAL-REPORT-LINE(12:4)
           MOVE "TYPE" TO JOURNAL-REPORT-LINE(23:4)
           MOVE "DUE DATE" TO JOURNAL-REPORT-LINE(32:8)
           MOVE "AMOUNT" TO JOURNAL-REPORT-LINE(50:6)
           MOVE "CHARGES" TO JOURNAL-REPORT-LINE(64:7)
           MOVE "INTEREST" TO JOURNAL-REPORT-LINE(78:8)
           MOVE "PRINCIPAL" TO JOURNAL-REPORT-LINE(92:9)
           MOVE "BAL BEFORE" TO JOURNAL-REPORT-LINE(106:10)
           MOVE "BAL AFTER" TO JOURNAL-REPORT-LINE(122:9)
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE ALL "-" TO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE.

       1200-SELECT-ONE-ENTRY.

           IF (WS-SEL-APP-ID = SPACES OR
                   LJ-APP-ID = WS-SEL-APP-ID) AND
                   LJ-BUSINESS-DATE >= WS-FROM-DATE AND
                   LJ-BUSINESS-DATE <= WS-TO-DATE
               PERFORM 1300-WRITE-ENTRY-LINE
           END-IF.

       1300-WRITE-ENTRY-LINE.

           MOVE SPACES TO WS-DUE-ED
           IF LJ-DUE-DATE > 0
               MOVE LJ-DUE-DATE TO WS-DATE-RAW
               PERFORM 1800-EDIT-DATE
               MOVE WS-DATE-ED TO WS-DUE-ED
           END-IF

           MOVE LJ-BUSINESS-DATE TO WS-DATE-RAW
           PERFORM 1800-EDIT-DATE

           MOVE LJ-AMOUNT TO WS-AMT-ED
           MOVE LJ-CHARGES-PORTION TO WS-CHG-ED
           MOVE LJ-INTEREST-PORTION TO WS-INT-ED
           MOVE LJ-PRINCIPAL-PORTION TO WS-PRIN-ED
           MOVE LJ-BAL-BEFORE TO WS-BEFORE-ED
           MOVE LJ-BAL-AFTER TO WS-AFTER-ED

           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING WS-DATE-ED " " LJ-APP-ID " " LJ-TXN-TYPE " "
               WS-DUE-ED " " WS-AMT-ED " " WS-CHG-ED " "
               WS-INT-ED " " WS-PRIN-ED " " WS-BEFORE-ED " "
               WS-AFTER-ED
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE

           ADD 1 TO WS-LISTED-COUNT
           ADD LJ-AMOUNT TO WS-TOT-AMOUNT
           ADD LJ-CHARGES-PORTION TO WS-TOT-CHARGES
           ADD LJ-INTEREST-PORTION TO WS-TOT-INTEREST
           ADD LJ-PRINCIPAL-PORTION TO WS-TOT-PRINCIPAL.

       1400-WRITE-INQUIRY-TOTALS.

           MOVE SPACES TO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE WS-LISTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "ENTRIES LISTED      : " WS-COUNT-ED
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE WS-TOT-AMOUNT TO WS-TOTAL-ED
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "TOTAL AMOUNT        : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE WS-TOT-CHARGES TO WS-TOTAL-ED
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "TOTAL CHARGES       : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE WS-TOT-INTEREST TO WS-TOTAL-ED
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "TOTAL INTEREST      : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE

           MOVE WS-TOT-PRINCIPAL TO WS-TOTAL-ED
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "TOTAL PRINCIPAL     : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           PERFORM 1900-WRITE-REPORT-LINE.

       1800-EDIT-DATE.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-DATE-RAW(1:4) "-"
               WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ED.

       1900-WRITE-REPORT-LINE.

           WRITE JOURNAL-REPORT-LINE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING JOURNAL REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-CERT-MODE.

           PERFORM 3100-SET-PERIOD

           OPEN INPUT BORROWER-MASTER-FILE

           IF WS-BORR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BORROWER MASTER FILE: STATUS "
                   WS-BORR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CERT-FILE

           IF WS-CERT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CERTIFICATE FILE: STATUS "
                   WS-CERT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CERT-REJECT-FILE

           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECT FILE: STATUS "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The journal is in business-date order across all loans;
      *    the certificate needs each loan's year together, so it
      *    is sorted by loan first (time of writing breaks ties
      *    within a day).
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SJ-APP-ID
                   SJ-BUSINESS-DATE
                   SJ-TIMESTAMP
               USING LOAN-JOURNAL-FILE
               OUTPUT PROCEDURE 3200-CERTIFY-LOANS

           IF SORT-RETURN NOT = 0
               DISPLAY "ERROR SORTING LOAN JOURNAL FILE: "
                   "SORT-RETURN " SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE BORROWER-MASTER-FILE
           CLOSE CERT-FILE
           CLOSE CERT-REJECT-FILE

           DISPLAY "JOURNAL ENTRIES READ " WS-READ-COUNT
           DISPLAY "LOANS " WS-LOAN-COUNT
           DISPLAY "CERTIFICATES PRINTED " WS-CERT-COUNT
           DISPLAY "REJECTED " WS-REJECT-COUNT

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-SET-PERIOD.

      *    The year runs from the first of the start month to the
      *    day before the same date a year later. With no FY= the
      *    last year to have ended before today is certified.

           MOVE WS-FY-START-X TO WS-FY-START-MM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           IF WS-FY-X = SPACES
               IF WS-TODAY-MM >= WS-FY-START-MM
                   COMPUTE WS-FY = WS-TODAY-YYYY - 1
               ELSE
                   COMPUTE WS-FY = WS-TODAY-YYYY - 2
               END-IF
           ELSE
               MOVE WS-FY-X TO WS-FY
           END-IF

           MOVE WS-FY TO WS-PS-YYYY
           MOVE WS-FY-START-MM TO WS-PS-MM
           MOVE 1 TO WS-PS-DD

           COMPUTE WS-NS-YYYY = WS-FY + 1
           MOVE WS-FY-START-MM TO WS-NS-MM
           MOVE 1 TO WS-NS-DD

           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1)

      *    A year that starts in January is labelled by its own
      *    year; any other straddles two and is labelled 2025-26.
           MOVE SPACES TO WS-FY-LABEL
           IF WS-FY-START-MM = 1
               MOVE WS-PS-YYYY TO WS-FY-LABEL
           ELSE
               STRING WS-PS-YYYY "-" WS-NS-YYYY(3:2)
                   DELIMITED BY SIZE INTO WS-FY-LABEL
           END-IF.

       3200-CERTIFY-LOANS.

           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 3300-ACCUMULATE-ENTRY
               END-RETURN
           END-PERFORM

           IF WS-CUR-APP-ID NOT = LOW-VALUES
               PERFORM 3500-FINISH-LOAN
           END-IF.

       3300-ACCUMULATE-ENTRY.

           IF SJ-APP-ID NOT = WS-CUR-APP-ID
               IF WS-CUR-APP-ID NOT = LOW-VALUES
                   PERFORM 3500-FINISH-LOAN
               END-IF
               PERFORM 3400-START-LOAN
           END-IF

      *    Only money received counts towards the certificate: an
      *    ADD is the loan being booked, not repaid. A RESCHED
      *    changes the terms, a CAPINT capitalises interest
      *    rather than collecting it, and a WRITEOFF gives up the
      *    balance rather than receiving it, so they may move the
      *    closing balance but are no payment. A RECOVERY on a
      *    written-off loan is not split into interest and
      *    principal, so it has no place here.
           IF SJ-BUSINESS-DATE >= WS-PERIOD-START AND
                   SJ-BUSINESS-DATE <= WS-PERIOD-END AND
                   SJ-TXN-TYPE NOT = "ADD"
               IF SJ-TXN-TYPE NOT = "RESCHED" AND
                       SJ-TXN-TYPE NOT = "CAPINT" AND
                       SJ-TXN-TYPE NOT = "WRITEOFF" AND
                       SJ-TXN-TYPE NOT = "RECOVERY"
                   ADD SJ-INTEREST-PORTION TO WS-CUR-INTEREST
                   ADD SJ-PRINCIPAL-PORTION TO WS-CUR-PRINCIPAL
                   ADD SJ-CHARGES-PORTION TO WS-CUR-CHARGES
                   ADD 1 TO WS-CUR-PAYMENTS
               END-IF
               MOVE SJ-BAL-AFTER TO WS-CUR-CLOSING-BAL
               MOVE SJ-BRANCH-CODE TO WS-CUR-BRANCH
               MOVE SJ-PRODUCT-TYPE TO WS-CUR-PRODUCT
           END-IF.

       3400-START-LOAN.

           MOVE SJ-APP-ID TO WS-CUR-APP-ID
           MOVE SPACES TO WS-CUR-BRANCH
           MOVE SPACES TO WS-CUR-PRODUCT
           MOVE 0 TO WS-CUR-INTEREST
           MOVE 0 TO WS-CUR-PRINCIPAL
           MOVE 0 TO WS-CUR-CHARGES
           MOVE 0 TO WS-CUR-PAYMENTS
           MOVE 0 TO WS-CUR-CLOSING-BAL
           ADD 1 TO WS-LOAN-COUNT.

       3500-FINISH-LOAN.

           IF WS-CUR-INTEREST + WS-CUR-PRINCIPAL > 0
               MOVE WS-CUR-APP-ID TO BM-APP-ID
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-KEY-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KEY-FOUND
               END-READ

               IF WS-KEY-FOUND = 'N'
                   MOVE "NO-BORROWER-RECORD" TO WS-REJECT-REASON
                   PERFORM 3900-WRITE-REJECT
               ELSE
                   PERFORM 3600-PRINT-CERTIFICATE
               END-IF
           END-IF.

       3600-PRINT-CERTIFICATE.

           MOVE SPACES TO CERT-REPORT-LINE
           STRING "INTEREST AND PRINCIPAL CERTIFICATE - "
               "FINANCIAL YEAR " WS-FY-LABEL
               DELIMITED BY SIZE INTO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE SPACES TO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE BM-BORROWER-NAME TO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           IF BM-ADDRESS-LINE-1 NOT = SPACES
               MOVE BM-ADDRESS-LINE-1 TO CERT-REPORT-LINE
               PERFORM 3800-WRITE-CERT-LINE
           END-IF
           IF BM-ADDRESS-LINE-2 NOT = SPACES
               MOVE BM-ADDRESS-LINE-2 TO CERT-REPORT-LINE
               PERFORM 3800-WRITE-CERT-LINE
           END-IF
           IF BM-ADDRESS-LINE-3 NOT = SPACES
               MOVE BM-ADDRESS-LINE-3 TO CERT-REPORT-LINE
               PERFORM 3800-WRITE-CERT-LINE
           END-IF
           IF BM-POSTAL-CODE NOT = SPACES
               MOVE BM-POSTAL-CODE TO CERT-REPORT-LINE
               PERFORM 3800-WRITE-CERT-LINE
           END-IF

           MOVE SPACES TO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Loan Reference     : " WS-CUR-APP-ID
               DELIMITED BY SIZE INTO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Branch / Product   : " WS-CUR-BRANCH " / "
               WS-CUR-PRODUCT
               DELIMITED BY SIZE INTO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE WS-PERIOD-START TO WS-DATE-RAW
           PERFORM 1800-EDIT-DATE
           MOVE WS-DATE-ED TO WS-FROM-ED
           MOVE WS-PERIOD-END TO WS-DATE-RAW
           PERFORM 1800-EDIT-DATE
           MOVE WS-DATE-ED TO WS-TO-ED

           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Period             : " WS-FROM-ED " TO "
               WS-TO-ED
               DELIMITED BY SIZE INTO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE SPACES TO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE WS-CUR-INTEREST TO WS-CERT-AMT-ED
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Interest Paid      : " WS-CERT-AMT-ED
               DELIMITED BY SIZE INTO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE WS-CUR-PRINCIPAL TO WS-CERT-AMT-ED
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Principal Repaid   : " WS-CERT-AMT-ED
               DELIMITED BY SIZE INTO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           COMPUTE WS-CERT-AMT-ED =
               WS-CUR-INTEREST + WS-CUR-PRINCIPAL
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Total Repaid       : " WS-CERT-AMT-ED
               DELIMITED BY SIZE INTO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

      *    Late and bounce charges are not interest and are kept
      *    off the certified total, but the borrower paid them
      *    and is shown them.
           IF WS-CUR-CHARGES > 0
               MOVE WS-CUR-CHARGES TO WS-CERT-AMT-ED
               MOVE SPACES TO CERT-REPORT-LINE
               STRING "Charges Paid       : " WS-CERT-AMT-ED
                   DELIMITED BY SIZE INTO CERT-REPORT-LINE
               PERFORM 3800-WRITE-CERT-LINE
           END-IF

           MOVE WS-CUR-PAYMENTS TO WS-COUNT-ED
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Payments Received  : " WS-COUNT-ED
               DELIMITED BY SIZE INTO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE WS-CUR-CLOSING-BAL TO WS-CERT-AMT-ED
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Balance At Year End: " WS-CERT-AMT-ED
               DELIMITED BY SIZE INTO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE SPACES TO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           MOVE ALL "-" TO CERT-REPORT-LINE
           PERFORM 3800-WRITE-CERT-LINE

           ADD 1 TO WS-CERT-COUNT.

       3800-WRITE-CERT-LINE.

           WRITE CERT-REPORT-LINE

           IF WS-CERT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CERTIFICATE FILE: STATUS "
                   WS-CERT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3900-WRITE-REJECT.

           MOVE SPACES TO CERT-REJECT-RECORD
           MOVE WS-CUR-APP-ID TO RJ-APP-ID
           MOVE WS-REJECT-REASON TO RJ-REASON

           WRITE CERT-REJECT-RECORD

           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING REJECT FILE: STATUS "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-REJECT-COUNT.
