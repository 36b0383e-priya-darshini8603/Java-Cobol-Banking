       IDENTIFICATION DIVISION.
       PROGRAM-ID. CR-BUREAU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO DYNAMIC
               WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APP-ID
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO DYNAMIC
               WS-BORR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-APP-ID
               FILE STATUS IS WS-BORR-FILE-STATUS.

           SELECT AGING-EXTRACT-FILE ASSIGN TO DYNAMIC
               WS-EXT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT BUREAU-FILE ASSIGN TO DYNAMIC
               WS-BUR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUR-FILE-STATUS.

           SELECT BUREAU-REJECT-FILE ASSIGN TO DYNAMIC
               WS-REJ-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT BUREAU-ACK-FILE ASSIGN TO DYNAMIC
               WS-ACK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMST.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMST.

       FD  AGING-EXTRACT-FILE.
       COPY DELQEXT.

       FD  BUREAU-FILE.
       COPY BUREAU.

       FD  BUREAU-REJECT-FILE.
       01 BUREAU-REJECT-RECORD.
           05 RJ-APP-ID              PIC X(10).
           05 RJ-REASON              PIC X(25).

       FD  BUREAU-ACK-FILE.
       COPY BURACK.

       FD  ACK-REPORT-FILE.
       01 ACK-REPORT-LINE           PIC X(80).

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
      *    TOK9 exists only to catch overflow: the mode, five
      *    positional files and the ASOF= and MEMBER= options is
      *    the longest legal command (BUILD), so anything landing
      *    in the slot after them means an option fell off the
      *    end and the run must fail loudly rather than quietly
      *    ignore it.
       01 WS-TOK9             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

      *    Positional file names are taken in order by the option
      *    parsers, so each remembers whether it has been given.
       01 WS-MAST-SET         PIC X VALUE 'N'.
       01 WS-BORR-SET         PIC X VALUE 'N'.
       01 WS-EXT-SET          PIC X VALUE 'N'.
       01 WS-BUR-SET          PIC X VALUE 'N'.
       01 WS-REJ-SET          PIC X VALUE 'N'.
       01 WS-ACK-SET          PIC X VALUE 'N'.
       01 WS-RPT-SET          PIC X VALUE 'N'.

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-MAST-EOF         PIC X VALUE 'N'.

       01 WS-BORR-FILE-NAME   PIC X(60) VALUE "BORRMST.DAT".
       01 WS-BORR-FILE-STATUS PIC XX.

       01 WS-EXT-FILE-NAME    PIC X(60) VALUE "DELQEXT.DAT".
       01 WS-EXT-FILE-STATUS  PIC XX.
       01 WS-EXT-EOF          PIC X VALUE 'N'.

       01 WS-BUR-FILE-NAME    PIC X(60) VALUE "BUREAU.DAT".
       01 WS-BUR-FILE-STATUS  PIC XX.

       01 WS-REJ-FILE-NAME    PIC X(60) VALUE "BUREAU.REJ".
       01 WS-REJ-FILE-STATUS  PIC XX.

       01 WS-ACK-FILE-NAME    PIC X(60) VALUE "BURACK.DAT".
       01 WS-ACK-FILE-STATUS  PIC XX.
       01 WS-ACK-EOF          PIC X VALUE 'N'.

       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "BURRPT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

      *    The bureau's member id for this lender; the bureau
      *    rejects a file without it, so the run insists on it.
       01 WS-MEMBER-ID        PIC X(10) VALUE SPACES.

      *    The reporting date. Without ASOF= it is the aging
      *    extract's own as-of date, so the file reports the
      *    same month-end the aging run classified.
       01 WS-ASOF-DATE-X      PIC X(8) VALUE SPACES.
       01 WS-ASOF-DATE        PIC 9(8).
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-YYYYMM  PIC 9(6).
           05 WS-ASOF-DD      PIC 9(2).
       01 WS-CLOSED-DATE      PIC 9(8).
       01 WS-CLOSED-DATE-R REDEFINES WS-CLOSED-DATE.
           05 WS-CLOSED-YYYYMM PIC 9(6).
           05 WS-CLOSED-DD    PIC 9(2).
       01 WS-TODAY            PIC 9(8).

       01 WS-PREV-EXT-ID      PIC X(10) VALUE LOW-VALUES.
      *    Set when the aging extract holds a record for the loan
      *    in hand.
       01 WS-AGED             PIC X.

       01 WS-KEY-FOUND        PIC X.
       01 WS-REJECT-REASON    PIC X(25).

       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-REPORTED-COUNT   PIC 9(9) VALUE 0.
       01 WS-CLOSED-COUNT     PIC 9(9) VALUE 0.
       01 WS-CLOSED-SKIP-COUNT PIC 9(9) VALUE 0.
       01 WS-WRITEOFF-COUNT   PIC 9(9) VALUE 0.
       01 WS-UNAGED-COUNT     PIC 9(9) VALUE 0.
       01 WS-ORPHAN-COUNT     PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(9) VALUE 0.

       01 WS-TOT-BALANCE      PIC 9(15)V99 VALUE 0.
       01 WS-TOT-SANCTIONED   PIC 9(15)V99 VALUE 0.

       01 WS-ACK-READ-COUNT   PIC 9(9) VALUE 0.
       01 WS-ACCEPTED-COUNT   PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(9) VALUE 0.
       01 WS-INVALID-COUNT    PIC 9(9) VALUE 0.
       01 WS-ACK-REPORT-DATE  PIC 9(8) VALUE 0.

       01 WS-DATE-RAW         PIC X(8).
       01 WS-DATE-ED          PIC X(10).
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    CR-BUREAU BUILD [loan-master] [borrower-master]
      *        [aging-extract] [bureau-file] [reject-file]
      *        MEMBER=id [ASOF=yyyymmdd]
      *    CR-BUREAU ACK [ack-file] [report-file]
      *
      *    BUILD writes the monthly credit bureau segment file
      *    (BUREAU.cpy): a header naming the member and the
      *    reporting date, one detail record per loan, and a
      *    trailer with the record count and balance totals.
      *    The loan master is joined to the borrower master on
      *    the application id for the name and address, and to
      *    the month-end aging extract written by DELQ-AGE
      *    (both in application-id order) for each loan's EMI,
      *    days past due, overdue amount and NPA flag.
      *
      *    Every open loan is reported. A closed loan is
      *    reported once more, as closed with its closure date,
      *    in the month it was closed, and not after that. A
      *    written-off loan is reported every month as written
      *    off, with what is still unrecovered as its balance. A
      *    loan whose borrower is not on the borrower master
      *    goes to the reject file so the branch can complete
      *    the master and rerun; an open loan missing from the
      *    aging extract is still reported, as current, but is
      *    counted and warned of.
      *
      *    ACK reads back the acknowledgement file the bureau
      *    returns for a submitted segment file (BURACK.cpy)
      *    and lists every account it rejected with the
      *    bureau's reason code and text, closing with the
      *    accepted and rejected counts.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8 WS-TOK9
           END-UNSTRING

           EVALUATE WS-TOK1
               WHEN "BUILD"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-BUILD-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-BUILD-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-BUILD-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-BUILD-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-BUILD-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-BUILD-OPTION
                   MOVE WS-TOK8 TO WS-OPT-TOKEN
                   PERFORM 0100-PARSE-BUILD-OPTION
               WHEN "ACK"
                   MOVE WS-TOK2 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-ACK-OPTION
                   MOVE WS-TOK3 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-ACK-OPTION
                   MOVE WS-TOK4 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-ACK-OPTION
                   MOVE WS-TOK5 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-ACK-OPTION
                   MOVE WS-TOK6 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-ACK-OPTION
                   MOVE WS-TOK7 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-ACK-OPTION
                   MOVE WS-TOK8 TO WS-OPT-TOKEN
                   PERFORM 0200-PARSE-ACK-OPTION
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

           IF WS-TOK1 = "BUILD"
               IF WS-MEMBER-ID = SPACES
                   DISPLAY "MEMBER ID REQUIRED: MEMBER=id"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1000-BUILD-MODE
           ELSE
               PERFORM 3000-ACK-MODE
           END-IF

           STOP RUN.

       0100-PARSE-BUILD-OPTION.

      *    MEMBER= and ASOF= in any position; a bare token is the
      *    next positional file name (loan master, borrower
      *    master, aging extract, bureau file, reject file, in
      *    that order). A blank token is simply not there.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:7) = "MEMBER="
                   MOVE WS-OPT-TOKEN(8:10) TO WS-MEMBER-ID
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
               WHEN WS-MAST-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-MAST-FILE-NAME
                   MOVE 'Y' TO WS-MAST-SET
               WHEN WS-BORR-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-BORR-FILE-NAME
                   MOVE 'Y' TO WS-BORR-SET
               WHEN WS-EXT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-EXT-FILE-NAME
                   MOVE 'Y' TO WS-EXT-SET
               WHEN WS-BUR-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-BUR-FILE-NAME
                   MOVE 'Y' TO WS-BUR-SET
               WHEN WS-REJ-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-REJ-FILE-NAME
                   MOVE 'Y' TO WS-REJ-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0200-PARSE-ACK-OPTION.

      *    A bare token is the next positional file name
      *    (acknowledgement file, report file, in that order). A
      *    blank token is simply not there.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-ACK-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-ACK-FILE-NAME
                   MOVE 'Y' TO WS-ACK-SET
               WHEN WS-RPT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RPT-FILE-NAME
                   MOVE 'Y' TO WS-RPT-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-BUILD-MODE.

           PERFORM 1100-OPEN-BUILD-FILES

      *    The first aging record is read ahead of the first
      *    loan, both to start the match and to date the file.
           PERFORM 1200-READ-EXTRACT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-ASOF-DATE-X = SPACES
               IF WS-EXT-EOF = 'N'
                   MOVE DX-ASOF-DATE TO WS-ASOF-DATE
               ELSE
                   MOVE WS-TODAY TO WS-ASOF-DATE
               END-IF
           END-IF

           PERFORM 1300-WRITE-HEADER

           PERFORM UNTIL WS-MAST-EOF = 'Y'
               READ LOAN-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-MAST-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-REPORT-ONE-LOAN
               END-READ

               IF WS-MAST-EOF = 'N' AND
                       WS-MAST-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING LOAN MASTER FILE: STATUS "
                       WS-MAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

      *    Whatever is left of the extract has no loan on the
      *    master.
           PERFORM UNTIL WS-EXT-EOF = 'Y'
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM 1200-READ-EXTRACT
           END-PERFORM

           PERFORM 1400-WRITE-TRAILER

           CLOSE LOAN-MASTER-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE AGING-EXTRACT-FILE
           CLOSE BUREAU-FILE
           CLOSE BUREAU-REJECT-FILE

           DISPLAY "LOANS READ " WS-READ-COUNT
           DISPLAY "REPORTED " WS-REPORTED-COUNT
           DISPLAY "CLOSED IN MONTH " WS-CLOSED-COUNT
           DISPLAY "CLOSED NOT REPORTED " WS-CLOSED-SKIP-COUNT
           DISPLAY "WRITTEN OFF " WS-WRITEOFF-COUNT
           DISPLAY "NOT ON AGING EXTRACT " WS-UNAGED-COUNT
           DISPLAY "AGING RECORDS WITHOUT LOAN " WS-ORPHAN-COUNT
           DISPLAY "REJECTED " WS-REJECT-COUNT

           IF WS-UNAGED-COUNT > 0
               DISPLAY "WARNING: OPEN LOANS NOT ON AGING EXTRACT "
                   "REPORTED AS CURRENT"
           END-IF

           IF WS-REJECT-COUNT > 0 OR WS-UNAGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       1100-OPEN-BUILD-FILES.

           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN MASTER FILE: STATUS "
                   WS-MAST-FILE-STATUS
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

           OPEN INPUT AGING-EXTRACT-FILE

           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AGING EXTRACT FILE: STATUS "
                   WS-EXT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BUREAU-FILE

           IF WS-BUR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BUREAU FILE: STATUS "
                   WS-BUR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BUREAU-REJECT-FILE

           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECT FILE: STATUS "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-READ-EXTRACT.

           READ AGING-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EXT-EOF
           END-READ

           IF WS-EXT-EOF = 'N'
               IF WS-EXT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING AGING EXTRACT FILE: "
                       "STATUS " WS-EXT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF DX-APP-ID < WS-PREV-EXT-ID
                   DISPLAY "AGING EXTRACT FILE OUT OF SEQUENCE AT "
                       DX-APP-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DX-APP-ID TO WS-PREV-EXT-ID
           END-IF.

       1300-WRITE-HEADER.

           MOVE SPACES TO BUREAU-RECORD
           MOVE 'H' TO BU-RECORD-TYPE
           MOVE WS-MEMBER-ID TO BU-HD-MEMBER-ID
           MOVE WS-ASOF-DATE TO BU-HD-REPORT-DATE
           MOVE WS-TODAY TO BU-HD-CREATED-DATE
           PERFORM 1900-WRITE-BUREAU-RECORD.

       1400-WRITE-TRAILER.

           MOVE SPACES TO BUREAU-RECORD
           MOVE 'T' TO BU-RECORD-TYPE
           MOVE WS-REPORTED-COUNT TO BU-TR-RECORD-COUNT
           MOVE WS-TOT-BALANCE TO BU-TR-BAL-TOTAL
           MOVE WS-TOT-SANCTIONED TO BU-TR-SANCTION-TOTAL
           PERFORM 1900-WRITE-BUREAU-RECORD.

       1900-WRITE-BUREAU-RECORD.

           WRITE BUREAU-RECORD

           IF WS-BUR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING BUREAU FILE: STATUS "
                   WS-BUR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-REPORT-ONE-LOAN.

      *    Aging records for application ids below this loan have
      *    no loan on the master - count and skip them.
           PERFORM UNTIL WS-EXT-EOF = 'Y'
                   OR DX-APP-ID >= LM-APP-ID
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM 1200-READ-EXTRACT
           END-PERFORM

           IF WS-EXT-EOF = 'N' AND DX-APP-ID = LM-APP-ID
               MOVE 'Y' TO WS-AGED
           ELSE
               MOVE 'N' TO WS-AGED
           END-IF

      *    A closed loan goes to the bureau in the month it was
      *    closed, so the bureau sees it close; after that it
      *    has nothing more to report.
           IF LM-STATUS = 'C'
               MOVE LM-CLOSED-DATE TO WS-CLOSED-DATE
               IF WS-CLOSED-YYYYMM = WS-ASOF-YYYYMM
                   PERFORM 2100-WRITE-DETAIL
               ELSE
                   ADD 1 TO WS-CLOSED-SKIP-COUNT
               END-IF
           ELSE
               PERFORM 2100-WRITE-DETAIL
           END-IF

           IF WS-AGED = 'Y'
               PERFORM 1200-READ-EXTRACT
           END-IF.

       2100-WRITE-DETAIL.

           MOVE LM-APP-ID TO BM-APP-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KEY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ

           IF WS-KEY-FOUND = 'N'
               MOVE "NO-BORROWER-RECORD" TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT
           ELSE
               MOVE SPACES TO BUREAU-RECORD
               MOVE 'D' TO BU-RECORD-TYPE
               MOVE LM-APP-ID TO BU-ACCOUNT-NO
               MOVE BM-BORROWER-NAME TO BU-BORROWER-NAME
               MOVE BM-ADDRESS-LINE-1 TO BU-ADDRESS-LINE-1
               MOVE BM-ADDRESS-LINE-2 TO BU-ADDRESS-LINE-2
               MOVE BM-ADDRESS-LINE-3 TO BU-ADDRESS-LINE-3
               MOVE BM-POSTAL-CODE TO BU-POSTAL-CODE
               MOVE LM-BRANCH-CODE TO BU-BRANCH-CODE
               MOVE LM-PRODUCT-TYPE TO BU-PRODUCT-TYPE
               MOVE LM-DISBURSAL-DATE TO BU-OPEN-DATE
               MOVE LM-PRINCIPAL TO BU-SANCTIONED-AMT
               MOVE LM-OUTSTANDING-BAL TO BU-CURRENT-BAL
               MOVE LM-RESTRUCT-FLAG TO BU-RESTRUCT-FLAG

               IF WS-AGED = 'Y'
                   MOVE DX-EMI TO BU-EMI
               ELSE
                   MOVE 0 TO BU-EMI
               END-IF

      *        A closed account owes nothing, whatever the last
      *        aging run made of it. A written-off account is
      *        reported every month: the borrower still owes what
      *        was written off less what has been recovered, all
      *        of it overdue. It has no calendar, so the aging run
      *        normally skips it.
               EVALUATE TRUE
                   WHEN LM-STATUS = 'C'
                       MOVE 'C' TO BU-ACCOUNT-STATUS
                       MOVE LM-CLOSED-DATE TO BU-CLOSED-DATE
                       MOVE 0 TO BU-DPD
                       MOVE 'N' TO BU-NPA-FLAG
                       MOVE 0 TO BU-OVERDUE-AMT
                       ADD 1 TO WS-CLOSED-COUNT
                   WHEN LM-STATUS = 'W'
                       MOVE 'W' TO BU-ACCOUNT-STATUS
                       MOVE LM-WRITEOFF-DATE TO BU-CLOSED-DATE
                       COMPUTE BU-CURRENT-BAL =
                           LM-WRITEOFF-AMT - LM-RECOVERED-AMT
                       MOVE BU-CURRENT-BAL TO BU-OVERDUE-AMT
                       MOVE 'Y' TO BU-NPA-FLAG
                       IF WS-AGED = 'Y'
                           MOVE DX-DPD TO BU-DPD
                       ELSE
                           MOVE 0 TO BU-DPD
                       END-IF
                       ADD 1 TO WS-WRITEOFF-COUNT
                   WHEN OTHER
                       MOVE 'O' TO BU-ACCOUNT-STATUS
                       MOVE 0 TO BU-CLOSED-DATE
                       IF WS-AGED = 'Y'
                           MOVE DX-DPD TO BU-DPD
                           MOVE DX-NPA-FLAG TO BU-NPA-FLAG
                           MOVE DX-OVERDUE-AMT TO BU-OVERDUE-AMT
                       ELSE
                           MOVE 0 TO BU-DPD
                           MOVE 'N' TO BU-NPA-FLAG
                           MOVE 0 TO BU-OVERDUE-AMT
                           ADD 1 TO WS-UNAGED-COUNT
                       END-IF
               END-EVALUATE

               PERFORM 1900-WRITE-BUREAU-RECORD

               ADD 1 TO WS-REPORTED-COUNT
               ADD BU-CURRENT-BAL TO WS-TOT-BALANCE
               ADD LM-PRINCIPAL TO WS-TOT-SANCTIONED
           END-IF.

       2900-WRITE-REJECT.

           MOVE SPACES TO BUREAU-REJECT-RECORD
           MOVE LM-APP-ID TO RJ-APP-ID
           MOVE WS-REJECT-REASON TO RJ-REASON

           WRITE BUREAU-REJECT-RECORD

           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING REJECT FILE: STATUS "
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-REJECT-COUNT.

       3000-ACK-MODE.

           OPEN INPUT BUREAU-ACK-FILE

           IF WS-ACK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BUREAU ACK FILE: STATUS "
                   WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ACK-REPORT-FILE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACK REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3100-WRITE-ACK-HEADER

           PERFORM UNTIL WS-ACK-EOF = 'Y'
               READ BUREAU-ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-ACK-EOF
                   NOT AT END
                       ADD 1 TO WS-ACK-READ-COUNT
                       PERFORM 3200-CHECK-ONE-ACK
               END-READ

               IF WS-ACK-EOF = 'N' AND
                       WS-ACK-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING BUREAU ACK FILE: STATUS "
                       WS-ACK-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           PERFORM 3400-WRITE-ACK-TOTALS

           CLOSE BUREAU-ACK-FILE
           CLOSE ACK-REPORT-FILE

           DISPLAY "ACKNOWLEDGEMENTS READ " WS-ACK-READ-COUNT
           DISPLAY "ACCEPTED " WS-ACCEPTED-COUNT
           DISPLAY "REJECTED " WS-REJECTED-COUNT
           DISPLAY "INVALID STATUS " WS-INVALID-COUNT

           IF WS-REJECTED-COUNT > 0 OR WS-INVALID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-ACK-HEADER.

           MOVE SPACES TO ACK-REPORT-LINE
           STRING "CREDIT BUREAU ACKNOWLEDGEMENT - REJECTED ACCOUNTS"
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE SPACES TO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE SPACES TO ACK-REPORT-LINE
           STRING "ACCOUNT    REPORT DATE CODE REASON"
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE ALL "-" TO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3200-CHECK-ONE-ACK.

           IF WS-ACK-REPORT-DATE = 0
               MOVE BA-REPORT-DATE TO WS-ACK-REPORT-DATE
           END-IF

      *    Anything but an accept or a reject is listed too, so a
      *    status the bureau has started sending is not lost.
           EVALUATE BA-ACK-STATUS
               WHEN 'A'
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN 'R'
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 3300-WRITE-REJECTED-LINE
               WHEN OTHER
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE "????" TO BA-REASON-CODE
                   MOVE SPACES TO BA-REASON-TEXT
                   STRING "INVALID ACK STATUS " BA-ACK-STATUS
                       DELIMITED BY SIZE INTO BA-REASON-TEXT
                   PERFORM 3300-WRITE-REJECTED-LINE
           END-EVALUATE.

       3300-WRITE-REJECTED-LINE.

           MOVE BA-REPORT-DATE TO WS-DATE-RAW
           PERFORM 3800-EDIT-DATE

           MOVE SPACES TO ACK-REPORT-LINE
           STRING BA-ACCOUNT-NO " " WS-DATE-ED "  " BA-REASON-CODE
               " " BA-REASON-TEXT
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3400-WRITE-ACK-TOTALS.

           MOVE SPACES TO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE SPACES TO WS-DATE-ED
           IF WS-ACK-REPORT-DATE > 0
               MOVE WS-ACK-REPORT-DATE TO WS-DATE-RAW
               PERFORM 3800-EDIT-DATE
           END-IF
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "REPORT DATE         : " WS-DATE-ED
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-ACK-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "ACCOUNTS RETURNED   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "ACCEPTED            : " WS-COUNT-ED
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           MOVE WS-REJECTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "REJECTED            : " WS-COUNT-ED
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE

           IF WS-INVALID-COUNT > 0
               MOVE WS-INVALID-COUNT TO WS-COUNT-ED
               MOVE SPACES TO ACK-REPORT-LINE
               STRING "INVALID STATUS      : " WS-COUNT-ED
                   DELIMITED BY SIZE INTO ACK-REPORT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3800-EDIT-DATE.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-DATE-RAW(1:4) "-"
               WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ED.

       3900-WRITE-REPORT-LINE.

           WRITE ACK-REPORT-LINE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACK REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
