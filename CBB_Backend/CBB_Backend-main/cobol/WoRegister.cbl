       IDENTIFICATION DIVISION.
       PROGRAM-ID. WO-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JRN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO DYNAMIC
               WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-APP-ID
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT REGISTER-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-JOURNAL-FILE.
       COPY LOANJRN.

       FD  LOAN-MASTER-FILE.
       COPY LOANMST.

      *    The branch/product summary carries seven count and
      *    amount columns, so like the provision report this is
      *    a 120-column line.
       FD  REGISTER-REPORT-FILE.
       01 REGISTER-REPORT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(300).
      *    UNSTRING leaves a receiving item untouched (not blanked)
      *    when the command line has fewer tokens than target
      *    fields, so these need an explicit VALUE SPACES to read
      *    as blank rather than LOW-VALUES for the optional
      *    trailing parameters.
       01 WS-TOK1             PIC X(60) VALUE SPACES.
       01 WS-TOK2             PIC X(60) VALUE SPACES.
       01 WS-TOK3             PIC X(60) VALUE SPACES.
       01 WS-TOK4             PIC X(60) VALUE SPACES.
      *    TOK5 exists only to catch overflow: three positional
      *    files plus the ASOF= option is the longest legal
      *    command, so anything landing in the slot after them
      *    means an option fell off the end and the run must
      *    fail loudly rather than quietly ignore it.
       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

      *    Positional file names are taken in order by the option
      *    parser, so each remembers whether it has been given.
       01 WS-JRN-SET          PIC X VALUE 'N'.
       01 WS-MAST-SET         PIC X VALUE 'N'.
       01 WS-RPT-SET          PIC X VALUE 'N'.

       01 WS-JRN-FILE-NAME    PIC X(60) VALUE "LOANJRNL.DAT".
       01 WS-JRN-FILE-STATUS  PIC XX.
       01 WS-JRN-EOF          PIC X VALUE 'N'.
       01 WS-JRN-MISSING      PIC X VALUE 'N'.

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-MAST-FOUND       PIC X.

       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "WOREG.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

      *    The register covers the calendar month of the as-of
      *    date, up to and including the as-of date itself; the
      *    to-date columns take in every journal entry up to the
      *    same date, so a rerun for a past month reproduces the
      *    figures the committee saw at the time.
       01 WS-ASOF-DATE-X      PIC X(8) VALUE SPACES.
       01 WS-ASOF-DATE        PIC 9(8).
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-YYYYMM  PIC 9(6).
           05 WS-ASOF-DD      PIC 9(2).
       01 WS-ENTRY-DATE       PIC 9(8).
       01 WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
           05 WS-ENTRY-YYYYMM PIC 9(6).
           05 WS-ENTRY-DD     PIC 9(2).
       01 WS-IN-MONTH         PIC X.

      *    Branch/product accumulation, kept in branch/product
      *    order as combinations are added so the summary comes
      *    out sorted. Sized like PROV-CALC's.
       01 WS-COMBO-COUNT      PIC 9(4) VALUE 0.
       01 WS-COMBO-TABLE.
           05 WS-COMBO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CB-IDX.
               10 WS-CB-BRANCH    PIC X(4).
               10 WS-CB-PRODUCT   PIC X(4).
               10 WS-CB-WO-COUNT  PIC 9(9).
               10 WS-CB-WO-AMT    PIC 9(15)V99.
               10 WS-CB-REC-AMT   PIC 9(15)V99.
               10 WS-CB-CUM-LOANS PIC 9(9).
               10 WS-CB-CUM-WO    PIC 9(15)V99.
               10 WS-CB-CUM-REC   PIC 9(15)V99.
       01 WS-FOUND-IDX        PIC 9(4).
       01 WS-SHIFT-IDX        PIC 9(4).
       01 WS-COMBO-MATCH      PIC X.
       01 WS-LOOKUP-BRANCH    PIC X(4).
       01 WS-LOOKUP-PRODUCT   PIC X(4).

       01 WS-WO-COUNT         PIC 9(9) VALUE 0.
       01 WS-WO-TOTAL         PIC 9(15)V99 VALUE 0.
       01 WS-REC-COUNT        PIC 9(9) VALUE 0.
       01 WS-REC-TOTAL        PIC 9(15)V99 VALUE 0.
       01 WS-CUM-LOANS        PIC 9(9) VALUE 0.
       01 WS-CUM-WO           PIC 9(15)V99 VALUE 0.
       01 WS-CUM-REC          PIC 9(15)V99 VALUE 0.
       01 WS-UNRECOVERED      PIC 9(15)V99.
       01 WS-NOMAST-COUNT     PIC 9(9) VALUE 0.

       01 WS-DATE-RAW         PIC X(8).
       01 WS-DATE-ED          PIC X(10).
       01 WS-WO-DATE-ED       PIC X(10).
       01 WS-MONTH-ED         PIC X(7).
       01 WS-AMT-ED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT2-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT3-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT4-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT5-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED         PIC ZZZ,ZZ9.
       01 WS-COUNT2-ED        PIC ZZZ,ZZ9.
       01 WS-TOTAL-COUNT-ED   PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    WO-REGISTER [journal-file] [master-file] [report-file]
      *        [ASOF=yyyymmdd]
      *
      *    Monthly write-off and recovery register for the credit
      *    committee. Lists every loan written off (WRITEOFF) and
      *    every recovery taken on a written-off loan (RECOVERY)
      *    on the loan journal in the month of the as-of date
      *    (default today), each recovery beside the date and
      *    amount its loan was written off for from the loan
      *    master. A branch/product summary then sets the month's
      *    write-offs and recoveries against everything written
      *    off and recovered up to the as-of date, with the
      *    amount still unrecovered.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
           END-UNSTRING

           MOVE WS-TOK1 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK2 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK3 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK4 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION

           IF WS-TOK5 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ASOF-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE-X
               MOVE WS-ASOF-DATE-X TO WS-ASOF-DATE
           END-IF

           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LIST-WRITEOFFS
           PERFORM 3000-LIST-RECOVERIES
           PERFORM 4000-WRITE-SUMMARY

           CLOSE LOAN-MASTER-FILE
           CLOSE REGISTER-REPORT-FILE

           DISPLAY "WRITTEN OFF IN MONTH " WS-WO-COUNT
           DISPLAY "AMOUNT WRITTEN OFF " WS-WO-TOTAL
           DISPLAY "RECOVERIES IN MONTH " WS-REC-COUNT
           DISPLAY "AMOUNT RECOVERED " WS-REC-TOTAL
           DISPLAY "RECOVERIES NOT ON MASTER " WS-NOMAST-COUNT

           STOP RUN.

       0100-PARSE-OPTION.

      *    ASOF=yyyymmdd in any position; a bare token is the next
      *    positional file name (journal, master, report, in that
      *    order). A blank token is simply not there.

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
               WHEN WS-JRN-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-JRN-FILE-NAME
                   MOVE 'Y' TO WS-JRN-SET
               WHEN WS-MAST-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-MAST-FILE-NAME
                   MOVE 'Y' TO WS-MAST-SET
               WHEN WS-RPT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RPT-FILE-NAME
                   MOVE 'Y' TO WS-RPT-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-OPEN-FILES.

           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN MASTER FILE: STATUS "
                   WS-MAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-REPORT-FILE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REGISTER REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-MONTH-ED
           STRING WS-ASOF-DATE-X(1:4) "-" WS-ASOF-DATE-X(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-ED
           MOVE WS-ASOF-DATE-X TO WS-DATE-RAW
           PERFORM 5050-EDIT-DATE
           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING "WRITE-OFF AND RECOVERY REGISTER - MONTH "
               WS-MONTH-ED " - AS OF " WS-DATE-ED
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       1500-OPEN-JOURNAL.

      *    No journal (status 35) means nothing has ever been
      *    written off or recovered: the register still prints,
      *    empty, so the committee pack is complete.

           MOVE 'N' TO WS-JRN-EOF
           OPEN INPUT LOAN-JOURNAL-FILE

           IF WS-JRN-FILE-STATUS = "35"
               IF WS-JRN-MISSING = 'N'
                   DISPLAY "WARNING: NO LOAN JOURNAL FILE - "
                       "NO WRITE-OFFS OR RECOVERIES TO REGISTER"
               END-IF
               MOVE 'Y' TO WS-JRN-MISSING
               MOVE 'Y' TO WS-JRN-EOF
           ELSE
               IF WS-JRN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN JOURNAL FILE: STATUS "
                       WS-JRN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1600-CHECK-JOURNAL-READ.

           IF WS-JRN-EOF = 'N' AND WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR READING LOAN JOURNAL FILE: STATUS "
                   WS-JRN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1700-CLASSIFY-ENTRY.

      *    Entries dated after the as-of date are left out
      *    altogether; of the rest, those in the as-of date's
      *    month are the month's own.

           MOVE LJ-BUSINESS-DATE TO WS-ENTRY-DATE
           MOVE 'N' TO WS-IN-MONTH
           IF WS-ENTRY-DATE <= WS-ASOF-DATE AND
                   WS-ENTRY-YYYYMM = WS-ASOF-YYYYMM
               MOVE 'Y' TO WS-IN-MONTH
           END-IF.

       2000-LIST-WRITEOFFS.

      *    The first pass over the journal lists the month's
      *    write-offs and builds the whole branch/product
      *    summary, recoveries included; the second only lists
      *    the month's recoveries.

           MOVE SPACES TO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE "LOANS WRITTEN OFF IN MONTH" TO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING "DATE       LOAN ID    BRAN PROD "
               "AMOUNT WRITTEN OFF"
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           PERFORM 1500-OPEN-JOURNAL

           PERFORM UNTIL WS-JRN-EOF = 'Y'
               READ LOAN-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
                   NOT AT END
                       PERFORM 2100-TAKE-ONE-ENTRY
               END-READ
               PERFORM 1600-CHECK-JOURNAL-READ
           END-PERFORM

           IF WS-JRN-MISSING = 'N'
               CLOSE LOAN-JOURNAL-FILE
           END-IF

           MOVE WS-WO-COUNT TO WS-TOTAL-COUNT-ED
           MOVE WS-WO-TOTAL TO WS-AMT-ED
           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING "TOTAL " WS-TOTAL-COUNT-ED " LOANS         "
               WS-AMT-ED
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       2100-TAKE-ONE-ENTRY.

           IF (LJ-TXN-TYPE = "WRITEOFF" OR LJ-TXN-TYPE = "RECOVERY")
                   AND LJ-BUSINESS-DATE <= WS-ASOF-DATE
               PERFORM 1700-CLASSIFY-ENTRY

               MOVE LJ-BRANCH-CODE TO WS-LOOKUP-BRANCH
               MOVE LJ-PRODUCT-TYPE TO WS-LOOKUP-PRODUCT
               PERFORM 2200-FIND-OR-ADD-COMBO

               IF LJ-TXN-TYPE = "WRITEOFF"
                   ADD 1 TO WS-CB-CUM-LOANS(WS-FOUND-IDX)
                   ADD LJ-AMOUNT TO WS-CB-CUM-WO(WS-FOUND-IDX)
                   ADD 1 TO WS-CUM-LOANS
                   ADD LJ-AMOUNT TO WS-CUM-WO
                   IF WS-IN-MONTH = 'Y'
                       ADD 1 TO WS-CB-WO-COUNT(WS-FOUND-IDX)
                       ADD LJ-AMOUNT TO WS-CB-WO-AMT(WS-FOUND-IDX)
                       ADD 1 TO WS-WO-COUNT
                       ADD LJ-AMOUNT TO WS-WO-TOTAL
                       PERFORM 2150-WRITE-WRITEOFF-LINE
                   END-IF
               ELSE
                   ADD LJ-AMOUNT TO WS-CB-CUM-REC(WS-FOUND-IDX)
                   ADD LJ-AMOUNT TO WS-CUM-REC
                   IF WS-IN-MONTH = 'Y'
                       ADD LJ-AMOUNT TO WS-CB-REC-AMT(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       2150-WRITE-WRITEOFF-LINE.

           MOVE LJ-BUSINESS-DATE TO WS-DATE-RAW
           PERFORM 5050-EDIT-DATE
           MOVE LJ-AMOUNT TO WS-AMT-ED

           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING WS-DATE-ED " " LJ-APP-ID " "
               LJ-BRANCH-CODE " " LJ-PRODUCT-TYPE " " WS-AMT-ED
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

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

           IF WS-COMBO-COUNT >= 5000
               DISPLAY "COMBO TABLE FULL - "
                   "MORE THAN 5000 BRANCH/PRODUCT COMBINATIONS"
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
           MOVE 0 TO WS-CB-WO-COUNT(WS-FOUND-IDX)
           MOVE 0 TO WS-CB-WO-AMT(WS-FOUND-IDX)
           MOVE 0 TO WS-CB-REC-AMT(WS-FOUND-IDX)
           MOVE 0 TO WS-CB-CUM-LOANS(WS-FOUND-IDX)
           MOVE 0 TO WS-CB-CUM-WO(WS-FOUND-IDX)
           MOVE 0 TO WS-CB-CUM-REC(WS-FOUND-IDX).

       3000-LIST-RECOVERIES.

           MOVE SPACES TO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE "RECOVERIES ON WRITTEN-OFF LOANS IN MONTH"
               TO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING "DATE       LOAN ID    BRAN PROD "
               "  AMOUNT RECOVERED "
               "WRITTEN OFF ON "
               "AMOUNT WRITTEN OFF"
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           PERFORM 1500-OPEN-JOURNAL

           PERFORM UNTIL WS-JRN-EOF = 'Y'
               READ LOAN-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
                   NOT AT END
                       IF LJ-TXN-TYPE = "RECOVERY"
                           PERFORM 1700-CLASSIFY-ENTRY
                           IF WS-IN-MONTH = 'Y'
                               PERFORM 3100-WRITE-RECOVERY-LINE
                           END-IF
                       END-IF
               END-READ
               PERFORM 1600-CHECK-JOURNAL-READ
           END-PERFORM

           IF WS-JRN-MISSING = 'N'
               CLOSE LOAN-JOURNAL-FILE
           END-IF

           MOVE WS-REC-COUNT TO WS-TOTAL-COUNT-ED
           MOVE WS-REC-TOTAL TO WS-AMT-ED
           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING "TOTAL " WS-TOTAL-COUNT-ED " RECOVERIES    "
               WS-AMT-ED
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       3100-WRITE-RECOVERY-LINE.

           ADD 1 TO WS-REC-COUNT
           ADD LJ-AMOUNT TO WS-REC-TOTAL

      *    The master only supplies the write-off the recovery is
      *    set against; a loan missing from it is still listed,
      *    flagged, so the recovery is not lost from the register.
           MOVE LJ-APP-ID TO LM-APP-ID
           READ LOAN-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOMAST-COUNT
                   MOVE 'N' TO WS-MAST-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MAST-FOUND
           END-READ

           MOVE LJ-BUSINESS-DATE TO WS-DATE-RAW
           PERFORM 5050-EDIT-DATE
           MOVE LJ-AMOUNT TO WS-AMT-ED

           MOVE SPACES TO REGISTER-REPORT-LINE
           IF WS-MAST-FOUND = 'Y'
               MOVE WS-DATE-ED TO WS-WO-DATE-ED
               MOVE LM-WRITEOFF-DATE TO WS-DATE-RAW
               PERFORM 5050-EDIT-DATE
               MOVE LM-WRITEOFF-AMT TO WS-AMT2-ED
               STRING WS-WO-DATE-ED " " LJ-APP-ID " "
                   LJ-BRANCH-CODE " " LJ-PRODUCT-TYPE " " WS-AMT-ED
                   " " WS-DATE-ED "     " WS-AMT2-ED
                   DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           ELSE
               STRING WS-DATE-ED " " LJ-APP-ID " "
                   LJ-BRANCH-CODE " " LJ-PRODUCT-TYPE " " WS-AMT-ED
                   " NOT ON LOAN MASTER"
                   DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           END-IF
           PERFORM 5900-WRITE-REPORT-LINE.

       4000-WRITE-SUMMARY.

           MOVE SPACES TO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE "BRANCH/PRODUCT SUMMARY" TO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING "              W/O "
               "       WRITTEN OFF "
               "         RECOVERED "
               "  LOANS "
               "       WRITTEN OFF "
               "         RECOVERED "
               "       UNRECOVERED"
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING "BRAN PROD   MONTH "
               "          IN MONTH "
               "          IN MONTH "
               "    W/O "
               "           TO DATE "
               "           TO DATE "
               "           TO DATE"
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-COMBO-COUNT
               PERFORM 4100-WRITE-COMBO-LINE
           END-PERFORM

           PERFORM 4200-WRITE-GRAND-LINE.

       4100-WRITE-COMBO-LINE.

           COMPUTE WS-UNRECOVERED =
               WS-CB-CUM-WO(WS-CB-IDX) - WS-CB-CUM-REC(WS-CB-IDX)

           MOVE WS-CB-WO-COUNT(WS-CB-IDX) TO WS-COUNT-ED
           MOVE WS-CB-WO-AMT(WS-CB-IDX) TO WS-AMT-ED
           MOVE WS-CB-REC-AMT(WS-CB-IDX) TO WS-AMT2-ED
           MOVE WS-CB-CUM-LOANS(WS-CB-IDX) TO WS-COUNT2-ED
           MOVE WS-CB-CUM-WO(WS-CB-IDX) TO WS-AMT3-ED
           MOVE WS-CB-CUM-REC(WS-CB-IDX) TO WS-AMT4-ED
           MOVE WS-UNRECOVERED TO WS-AMT5-ED

           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING WS-CB-BRANCH(WS-CB-IDX) " "
               WS-CB-PRODUCT(WS-CB-IDX) " "
               WS-COUNT-ED " " WS-AMT-ED " " WS-AMT2-ED " "
               WS-COUNT2-ED " " WS-AMT3-ED " " WS-AMT4-ED " "
               WS-AMT5-ED
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       4200-WRITE-GRAND-LINE.

           COMPUTE WS-UNRECOVERED = WS-CUM-WO - WS-CUM-REC

           MOVE WS-WO-COUNT TO WS-COUNT-ED
           MOVE WS-WO-TOTAL TO WS-AMT-ED
           MOVE WS-REC-TOTAL TO WS-AMT2-ED
           MOVE WS-CUM-LOANS TO WS-COUNT2-ED
           MOVE WS-CUM-WO TO WS-AMT3-ED
           MOVE WS-CUM-REC TO WS-AMT4-ED
           MOVE WS-UNRECOVERED TO WS-AMT5-ED

           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING "GRAND     "
               WS-COUNT-ED " " WS-AMT-ED " " WS-AMT2-ED " "
               WS-COUNT2-ED " " WS-AMT3-ED " " WS-AMT4-ED " "
               WS-AMT5-ED
               DELIMITED BY SIZE INTO REGISTER-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       5050-EDIT-DATE.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-DATE-RAW(1:4) "-" WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ED.

       5900-WRITE-REPORT-LINE.

           WRITE REGISTER-REPORT-LINE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING REGISTER REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
