       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROV-CALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-EXTRACT-FILE ASSIGN TO DYNAMIC
               WS-EXT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT PROV-PCT-FILE ASSIGN TO DYNAMIC
               WS-PCT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO DYNAMIC
               WS-MAP-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT PRIOR-PROV-FILE ASSIGN TO DYNAMIC
               WS-PRIOR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.

           SELECT PROV-BAL-FILE ASSIGN TO DYNAMIC
               WS-PROV-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO DYNAMIC
               WS-POST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT LOAN-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JRN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT PROVISION-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-EXTRACT-FILE.
       COPY DELQEXT.

       FD  PROV-PCT-FILE.
       COPY PROVPCT.

       FD  GL-MAP-FILE.
       COPY GLMAP.

      *    Last month's provision held is the same PROVBAL layout
      *    read under PQ- names so both generations can be open
      *    at once.
       FD  PRIOR-PROV-FILE.
       COPY PROVBAL REPLACING ==PROV-BAL-RECORD==
           BY ==PRIOR-PROV-RECORD==
           LEADING ==PB== BY ==PQ==.

       FD  PROV-BAL-FILE.
       COPY PROVBAL.

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  LOAN-JOURNAL-FILE.
       COPY LOANJRN.

       FD  PROVISION-REPORT-FILE.
       COPY PROVRPT.

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
       01 WS-TOK8             PIC X(60) VALUE SPACES.
       01 WS-TOK9             PIC X(60) VALUE SPACES.
      *    TOK10 exists only to catch overflow: seven positional
      *    files plus the ASOF= and JOURNAL= options is the
      *    longest legal command, so anything landing in the slot
      *    after them means an option fell off the end and the
      *    run must fail loudly rather than quietly ignore it.
       01 WS-TOK10            PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

      *    Positional file names are taken in order by the option
      *    parser, so each remembers whether it has been given.
       01 WS-EXT-SET          PIC X VALUE 'N'.
       01 WS-PCT-SET          PIC X VALUE 'N'.
       01 WS-MAP-SET          PIC X VALUE 'N'.
       01 WS-PRIOR-SET        PIC X VALUE 'N'.
       01 WS-PROV-SET         PIC X VALUE 'N'.
       01 WS-POST-SET         PIC X VALUE 'N'.
       01 WS-RPT-SET          PIC X VALUE 'N'.

       01 WS-EXT-FILE-NAME    PIC X(60) VALUE "DELQEXT.DAT".
       01 WS-EXT-FILE-STATUS  PIC XX.
       01 WS-EXT-EOF          PIC X VALUE 'N'.

       01 WS-PCT-FILE-NAME    PIC X(60) VALUE "PROVPCT.DAT".
       01 WS-PCT-FILE-STATUS  PIC XX.
       01 WS-PCT-EOF          PIC X VALUE 'N'.

       01 WS-MAP-FILE-NAME    PIC X(60) VALUE "GLMAP.DAT".
       01 WS-MAP-FILE-STATUS  PIC XX.
       01 WS-MAP-EOF          PIC X VALUE 'N'.

       01 WS-PRIOR-FILE-NAME  PIC X(60) VALUE "PROVBAL.PRV".
       01 WS-PRIOR-FILE-STATUS PIC XX.
       01 WS-PRIOR-EOF        PIC X VALUE 'N'.
       01 WS-PRIOR-MISSING    PIC X VALUE 'N'.
       01 WS-PRIOR-DATE       PIC 9(8) VALUE 0.

      *    Loans written off since the prior provision was struck
      *    were charged to the reserve by GL-POST on the day, so
      *    that much of the prior provision is no longer held.
       01 WS-JRN-FILE-NAME    PIC X(60) VALUE "LOANJRNL.DAT".
       01 WS-JRN-FILE-STATUS  PIC XX.
       01 WS-JRN-EOF          PIC X VALUE 'N'.
       01 WS-WRITEOFF-TOTAL   PIC 9(15)V99 VALUE 0.

       01 WS-PROV-FILE-NAME   PIC X(60) VALUE "PROVBAL.DAT".
       01 WS-PROV-FILE-STATUS PIC XX.

       01 WS-POST-FILE-NAME   PIC X(60) VALUE "PROVPOST.DAT".
       01 WS-POST-FILE-STATUS PIC XX.

       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "PROVRPT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

      *    Run date defaults to the as-of date the aging extract
      *    was cut for, so a month-end run finishing after
      *    midnight still posts under the month it provides for.
       01 WS-ASOF-DATE-X      PIC X(8) VALUE SPACES.
       01 WS-ASOF-DATE        PIC 9(8).
       01 WS-RUN-DATE         PIC X(8).

      *    Provisioning percentages loaded up front, one row per
      *    product type and delinquency bucket.
       01 WS-PCT-COUNT        PIC 9(4) VALUE 0.
       01 WS-PCT-TABLE.
           05 WS-PCT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PC-IDX.
               10 WS-PC-PRODUCT   PIC X(4).
               10 WS-PC-BUCKET    PIC 9.
               10 WS-PC-PERCENT   PIC 9(3)V99.
       01 WS-PCT-FOUND        PIC 9(4).

      *    GL mapping loaded up front so every combination is
      *    resolved from storage rather than re-reading the file.
       01 WS-MAP-COUNT        PIC 9(4) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-MP-IDX.
               10 WS-MP-BRANCH    PIC X(4).
               10 WS-MP-PRODUCT   PIC X(4).
               10 WS-MP-PROV-EXP-GL  PIC X(8).
               10 WS-MP-PROV-RES-GL  PIC X(8).
       01 WS-MAP-FOUND        PIC 9(4).

      *    Branch/product accumulation, kept in branch/product
      *    order as combinations are added so the report and the
      *    provision file come out sorted. Sized like GL-POST's.
       01 WS-COMBO-COUNT      PIC 9(4) VALUE 0.
       01 WS-COMBO-TABLE.
           05 WS-COMBO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CB-IDX.
               10 WS-CB-BRANCH    PIC X(4).
               10 WS-CB-PRODUCT   PIC X(4).
               10 WS-CB-LOANS     PIC 9(9).
               10 WS-CB-BALANCE   PIC 9(15)V99.
               10 WS-CB-PROVISION PIC 9(15)V99.
               10 WS-CB-PRIOR-PROV PIC S9(15)V99.
       01 WS-FOUND-IDX        PIC 9(4).
       01 WS-SHIFT-IDX        PIC 9(4).
       01 WS-COMBO-MATCH      PIC X.
       01 WS-LOOKUP-BRANCH    PIC X(4).
       01 WS-LOOKUP-PRODUCT   PIC X(4).

      *    Book-wide totals per bucket: 1 = current (bucket 0)
      *    through 5 = NPA (bucket 4).
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 5 TIMES INDEXED BY WS-BK-IDX.
               10 WS-BK-COUNT     PIC 9(9).
               10 WS-BK-BALANCE   PIC 9(15)V99.
               10 WS-BK-PROVISION PIC 9(15)V99.
       01 WS-BUCKET-SUB       PIC 9.
       01 WS-BUCKET-LABEL     PIC X(7).

       01 WS-LOAN-PROV        PIC 9(13)V99.
       01 WS-MOVEMENT         PIC S9(15)V99.

       01 WS-POST-GL          PIC X(8).
       01 WS-POST-SIDE        PIC XX.
       01 WS-POST-AMT         PIC 9(13)V99.
       01 WS-POST-NARR        PIC X(20).

       01 WS-LOAN-COUNT       PIC 9(9) VALUE 0.
       01 WS-DETAIL-COUNT     PIC 9(9) VALUE 0.
       01 WS-DR-TOTAL         PIC 9(15)V99 VALUE 0.
       01 WS-CR-TOTAL         PIC 9(15)V99 VALUE 0.
       01 WS-PROV-GRAND       PIC 9(15)V99 VALUE 0.
       01 WS-PRIOR-GRAND      PIC S9(15)V99 VALUE 0.
       01 WS-BAL-GRAND        PIC 9(15)V99 VALUE 0.

       01 WS-DATE-RAW         PIC X(8).
       01 WS-DATE-ED          PIC X(10).
       01 WS-BAL-ED           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PROV-ED          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRIOR-ED         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-MOVE-ED          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    PROV-CALC [aging-extract] [percent-table] [map-file]
      *    [prior-provision-file] [provision-file] [posting-file]
      *    [report-file] [ASOF=yyyymmdd] [JOURNAL=journal-file]
      *
      *    Month-end loan-loss provisioning. Takes every loan's
      *    delinquency bucket and outstanding balance from the
      *    DELQ-AGE aging extract, applies Finance's provisioning
      *    percentage for its product type and bucket, and rolls
      *    the provision required up by branch/product. Only the
      *    change against last month's provision held (the prior
      *    provision file, PROVBAL.PRV by default) is posted: an
      *    increase debits provision expense and credits the
      *    provision reserve, a release posts the reverse pair,
      *    with both accounts resolved from the branch/product GL
      *    mapping file and a batch-balancing trailer on the
      *    posting file, exactly as GL-POST does. The new
      *    provision held goes to the provision file for next
      *    month, and the branch/product provision report shows
      *    balance, provision required, prior provision and the
      *    change posted, with a per-bucket summary.
      *    Write-offs on the loan journal (JOURNAL=, default
      *    LOANJRNL.DAT) posted after the prior provision and up
      *    to the as-of date have already used up that much of
      *    the reserve, so they come off the prior provision
      *    before the change is worked out.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8 WS-TOK9 WS-TOK10
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
           MOVE WS-TOK9 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION

           IF WS-TOK10 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK10
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > 5
               MOVE 0 TO WS-BK-COUNT(WS-BK-IDX)
               MOVE 0 TO WS-BK-BALANCE(WS-BK-IDX)
               MOVE 0 TO WS-BK-PROVISION(WS-BK-IDX)
           END-PERFORM

           PERFORM 1000-LOAD-PERCENTAGES
           PERFORM 1200-LOAD-GL-MAP
           PERFORM 2000-ACCUMULATE-EXTRACT

           IF WS-ASOF-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE-X
           END-IF
           MOVE WS-ASOF-DATE-X TO WS-RUN-DATE

           PERFORM 2500-ACCUMULATE-PRIOR
           IF WS-PRIOR-MISSING = 'N'
               PERFORM 2700-DEDUCT-WRITEOFFS
           END-IF
           PERFORM 3000-WRITE-POSTINGS
           PERFORM 4000-WRITE-PROVISION-FILE
           PERFORM 5000-WRITE-REPORT

           DISPLAY "LOANS PROVIDED " WS-LOAN-COUNT
           DISPLAY "PROVISION HELD " WS-PROV-GRAND
           DISPLAY "WRITTEN OFF AGAINST PRIOR " WS-WRITEOFF-TOTAL
           DISPLAY "GL POSTINGS WRITTEN " WS-DETAIL-COUNT
           DISPLAY "DR TOTAL " WS-DR-TOTAL
           DISPLAY "CR TOTAL " WS-CR-TOTAL

           STOP RUN.

       0100-PARSE-OPTION.

      *    ASOF=yyyymmdd and JOURNAL=file in any position; a bare
      *    token is the next positional file name (aging extract,
      *    percentage table, map, prior provision, provision,
      *    posting, report, in that order). A blank token is
      *    simply not there.

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
               WHEN WS-OPT-TOKEN(1:8) = "JOURNAL="
                   MOVE WS-OPT-TOKEN(9:52) TO WS-JRN-FILE-NAME
               WHEN WS-EXT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-EXT-FILE-NAME
                   MOVE 'Y' TO WS-EXT-SET
               WHEN WS-PCT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-PCT-FILE-NAME
                   MOVE 'Y' TO WS-PCT-SET
               WHEN WS-MAP-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-MAP-FILE-NAME
                   MOVE 'Y' TO WS-MAP-SET
               WHEN WS-PRIOR-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-PRIOR-FILE-NAME
                   MOVE 'Y' TO WS-PRIOR-SET
               WHEN WS-PROV-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-PROV-FILE-NAME
                   MOVE 'Y' TO WS-PROV-SET
               WHEN WS-POST-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-POST-FILE-NAME
                   MOVE 'Y' TO WS-POST-SET
               WHEN WS-RPT-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-RPT-FILE-NAME
                   MOVE 'Y' TO WS-RPT-SET
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-LOAD-PERCENTAGES.

           OPEN INPUT PROV-PCT-FILE

           IF WS-PCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PROVISION PERCENT FILE: STATUS "
                   WS-PCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-PCT-EOF = 'Y'
               READ PROV-PCT-FILE
                   AT END
                       MOVE 'Y' TO WS-PCT-EOF
                   NOT AT END
                       PERFORM 1100-STORE-PERCENTAGE
               END-READ

               IF WS-PCT-EOF = 'N' AND WS-PCT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING PROVISION PERCENT FILE: "
                       "STATUS " WS-PCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE PROV-PCT-FILE.

       1100-STORE-PERCENTAGE.

      *    A row that cannot be read as a bucket and a percentage
      *    would silently under- or over-provide a whole product,
      *    so the table is refused outright rather than skipped.
           IF PP-BUCKET IS NOT NUMERIC OR PP-BUCKET > 4
                   OR PP-PERCENT IS NOT NUMERIC
                   OR PP-PERCENT > 100
               DISPLAY "INVALID PROVISION PERCENT ROW FOR PRODUCT "
                   PP-PRODUCT-TYPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PCT-COUNT >= 500
               DISPLAY "PROVISION PERCENT TABLE FULL - "
                   "MORE THAN 500 PRODUCT/BUCKET ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-PCT-COUNT
           MOVE PP-PRODUCT-TYPE TO WS-PC-PRODUCT(WS-PCT-COUNT)
           MOVE PP-BUCKET TO WS-PC-BUCKET(WS-PCT-COUNT)
           MOVE PP-PERCENT TO WS-PC-PERCENT(WS-PCT-COUNT).

       1200-LOAD-GL-MAP.

           OPEN INPUT GL-MAP-FILE

           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GL MAP FILE: STATUS "
                   WS-MAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MAP-EOF = 'Y'
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF
                   NOT AT END
                       PERFORM 1300-STORE-MAP-ENTRY
               END-READ

               IF WS-MAP-EOF = 'N' AND WS-MAP-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING GL MAP FILE: STATUS "
                       WS-MAP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE GL-MAP-FILE.

       1300-STORE-MAP-ENTRY.

           IF WS-MAP-COUNT >= 5000
               DISPLAY "GL MAP TABLE FULL - "
                   "MORE THAN 5000 BRANCH/PRODUCT COMBINATIONS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-MAP-COUNT
           MOVE GM-BRANCH-CODE TO WS-MP-BRANCH(WS-MAP-COUNT)
           MOVE GM-PRODUCT-TYPE TO WS-MP-PRODUCT(WS-MAP-COUNT)
           MOVE GM-PROV-EXP-GL TO WS-MP-PROV-EXP-GL(WS-MAP-COUNT)
           MOVE GM-PROV-RES-GL TO WS-MP-PROV-RES-GL(WS-MAP-COUNT).

       2000-ACCUMULATE-EXTRACT.

           OPEN INPUT AGING-EXTRACT-FILE

           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AGING EXTRACT FILE: STATUS "
                   WS-EXT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EXT-EOF = 'Y'
               READ AGING-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EXT-EOF
                   NOT AT END
                       PERFORM 2100-PROVIDE-ONE-LOAN
               END-READ

               IF WS-EXT-EOF = 'N' AND WS-EXT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING AGING EXTRACT FILE: STATUS "
                       WS-EXT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           CLOSE AGING-EXTRACT-FILE.

       2100-PROVIDE-ONE-LOAN.

           IF WS-ASOF-DATE-X = SPACES
               MOVE DX-ASOF-DATE TO WS-ASOF-DATE-X
           END-IF

      *    A loan with nothing outstanding needs no provision and
      *    must not force a percentage row for its product.
           IF DX-OUTSTANDING-BAL > 0
               ADD 1 TO WS-LOAN-COUNT

               PERFORM 2150-LOOKUP-PERCENTAGE

               COMPUTE WS-LOAN-PROV ROUNDED =
                   DX-OUTSTANDING-BAL * WS-PC-PERCENT(WS-PCT-FOUND)
                   / 100

               MOVE DX-BRANCH-CODE TO WS-LOOKUP-BRANCH
               MOVE DX-PRODUCT-TYPE TO WS-LOOKUP-PRODUCT
               PERFORM 2200-FIND-OR-ADD-COMBO

               ADD 1 TO WS-CB-LOANS(WS-FOUND-IDX)
               ADD DX-OUTSTANDING-BAL TO WS-CB-BALANCE(WS-FOUND-IDX)
               ADD WS-LOAN-PROV TO WS-CB-PROVISION(WS-FOUND-IDX)

               COMPUTE WS-BUCKET-SUB = DX-BUCKET + 1
               ADD 1 TO WS-BK-COUNT(WS-BUCKET-SUB)
               ADD DX-OUTSTANDING-BAL TO WS-BK-BALANCE(WS-BUCKET-SUB)
               ADD WS-LOAN-PROV TO WS-BK-PROVISION(WS-BUCKET-SUB)
           END-IF.

       2150-LOOKUP-PERCENTAGE.

           MOVE 0 TO WS-PCT-FOUND

           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PCT-COUNT
               IF WS-PC-PRODUCT(WS-PC-IDX) = DX-PRODUCT-TYPE AND
                       WS-PC-BUCKET(WS-PC-IDX) = DX-BUCKET
                   MOVE WS-PC-IDX TO WS-PCT-FOUND
               END-IF
           END-PERFORM

      *    Same rule as an unmapped GL combination: providing at
      *    a guessed rate is worse than stopping - Finance adds
      *    the row and the step is rerun.
           IF WS-PCT-FOUND = 0
               DISPLAY "NO PROVISION PERCENTAGE FOR PRODUCT "
                   DX-PRODUCT-TYPE " BUCKET " DX-BUCKET
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           MOVE 0 TO WS-CB-LOANS(WS-FOUND-IDX)
           MOVE 0 TO WS-CB-BALANCE(WS-FOUND-IDX)
           MOVE 0 TO WS-CB-PROVISION(WS-FOUND-IDX)
           MOVE 0 TO WS-CB-PRIOR-PROV(WS-FOUND-IDX).

       2500-ACCUMULATE-PRIOR.

      *    The first provisioning run has no provision held to
      *    move from, so a missing prior file (status 35) posts
      *    the whole provision required as this month's charge.

           OPEN INPUT PRIOR-PROV-FILE

           IF WS-PRIOR-FILE-STATUS = "35"
               DISPLAY "WARNING: NO PRIOR PROVISION FILE - "
                   "POSTING FULL PROVISION AS MOVEMENT"
               MOVE 'Y' TO WS-PRIOR-MISSING
               MOVE 'Y' TO WS-PRIOR-EOF
           ELSE
               IF WS-PRIOR-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING PRIOR PROVISION FILE: "
                       "STATUS " WS-PRIOR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-PRIOR-EOF = 'Y'
               READ PRIOR-PROV-FILE
                   AT END
                       MOVE 'Y' TO WS-PRIOR-EOF
                   NOT AT END
                       PERFORM 2600-ACCUMULATE-PRIOR-RECORD
               END-READ

               IF WS-PRIOR-EOF = 'N' AND
                       WS-PRIOR-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING PRIOR PROVISION FILE: "
                       "STATUS " WS-PRIOR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           IF WS-PRIOR-MISSING = 'N'
               CLOSE PRIOR-PROV-FILE
           END-IF.

       2600-ACCUMULATE-PRIOR-RECORD.

           MOVE PQ-RUN-DATE TO WS-PRIOR-DATE

           MOVE PQ-BRANCH-CODE TO WS-LOOKUP-BRANCH
           MOVE PQ-PRODUCT-TYPE TO WS-LOOKUP-PRODUCT
           PERFORM 2200-FIND-OR-ADD-COMBO

           ADD PQ-PROVISION TO WS-CB-PRIOR-PROV(WS-FOUND-IDX).

       2700-DEDUCT-WRITEOFFS.

      *    No journal (status 35) means nothing has been written
      *    off through LOAN-MAINT.

           OPEN INPUT LOAN-JOURNAL-FILE

           IF WS-JRN-FILE-STATUS = "35"
               DISPLAY "WARNING: NO LOAN JOURNAL FILE - "
                   "NO WRITE-OFFS DEDUCTED"
               MOVE 'Y' TO WS-JRN-EOF
           ELSE
               IF WS-JRN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN JOURNAL FILE: STATUS "
                       WS-JRN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-JRN-EOF = 'Y'
               READ LOAN-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
                   NOT AT END
                       PERFORM 2800-DEDUCT-ONE-WRITEOFF
               END-READ

               IF WS-JRN-EOF = 'N' AND WS-JRN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING LOAN JOURNAL FILE: STATUS "
                       WS-JRN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           IF WS-JRN-FILE-STATUS NOT = "35"
               CLOSE LOAN-JOURNAL-FILE
           END-IF.

       2800-DEDUCT-ONE-WRITEOFF.

      *    A write-off bigger than the provision held against its
      *    branch/product leaves the prior provision negative -
      *    the reserve was debited for the whole write-off - so
      *    the shortfall is charged to expense with the rest of
      *    this month's requirement.

           IF LJ-TXN-TYPE = "WRITEOFF" AND
                   LJ-POSTED-DATE > WS-PRIOR-DATE AND
                   LJ-POSTED-DATE <= WS-ASOF-DATE-X
               MOVE LJ-BRANCH-CODE TO WS-LOOKUP-BRANCH
               MOVE LJ-PRODUCT-TYPE TO WS-LOOKUP-PRODUCT
               PERFORM 2200-FIND-OR-ADD-COMBO

               ADD LJ-AMOUNT TO WS-WRITEOFF-TOTAL
               SUBTRACT LJ-AMOUNT FROM WS-CB-PRIOR-PROV(WS-FOUND-IDX)
           END-IF.

       3000-WRITE-POSTINGS.

           OPEN OUTPUT GL-POSTING-FILE

           IF WS-POST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GL POSTING FILE: STATUS "
                   WS-POST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-COMBO-COUNT
               PERFORM 3100-POST-ONE-COMBO
           END-PERFORM

           PERFORM 3500-WRITE-TRAILER

           CLOSE GL-POSTING-FILE.

       3100-POST-ONE-COMBO.

           COMPUTE WS-MOVEMENT =
               WS-CB-PROVISION(WS-CB-IDX) -
               WS-CB-PRIOR-PROV(WS-CB-IDX)

           IF WS-MOVEMENT NOT = 0
               PERFORM 3200-LOOKUP-GL-MAP
           END-IF

      *    A higher provision requirement is charged to expense
      *    and built into the reserve; a lower one is written
      *    back out of the reserve to expense.
           IF WS-MOVEMENT > 0
               MOVE WS-MOVEMENT TO WS-POST-AMT
               MOVE WS-MP-PROV-EXP-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "DR" TO WS-POST-SIDE
               MOVE "PROVISION CHARGE" TO WS-POST-NARR
               PERFORM 3300-WRITE-DETAIL
               MOVE WS-MP-PROV-RES-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "CR" TO WS-POST-SIDE
               PERFORM 3300-WRITE-DETAIL
           END-IF
           IF WS-MOVEMENT < 0
               COMPUTE WS-POST-AMT = 0 - WS-MOVEMENT
               MOVE WS-MP-PROV-RES-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "DR" TO WS-POST-SIDE
               MOVE "PROVISION RELEASE" TO WS-POST-NARR
               PERFORM 3300-WRITE-DETAIL
               MOVE WS-MP-PROV-EXP-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "CR" TO WS-POST-SIDE
               PERFORM 3300-WRITE-DETAIL
           END-IF.

       3200-LOOKUP-GL-MAP.

           MOVE 0 TO WS-MAP-FOUND

           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-BRANCH(WS-MP-IDX) =
                       WS-CB-BRANCH(WS-CB-IDX) AND
                       WS-MP-PRODUCT(WS-MP-IDX) =
                       WS-CB-PRODUCT(WS-CB-IDX)
                   MOVE WS-MP-IDX TO WS-MAP-FOUND
               END-IF
           END-PERFORM

      *    Refusing to post beats posting to a suspense account
      *    nobody reconciles - Finance adds the mapping row (or
      *    the provision accounts on it) and the step is rerun.
           IF WS-MAP-FOUND = 0
               DISPLAY "NO GL MAPPING FOR BRANCH "
                   WS-CB-BRANCH(WS-CB-IDX) " PRODUCT "
                   WS-CB-PRODUCT(WS-CB-IDX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MP-PROV-EXP-GL(WS-MAP-FOUND) = SPACES OR
                   WS-MP-PROV-RES-GL(WS-MAP-FOUND) = SPACES
               DISPLAY "NO PROVISION GL ACCOUNTS FOR BRANCH "
                   WS-CB-BRANCH(WS-CB-IDX) " PRODUCT "
                   WS-CB-PRODUCT(WS-CB-IDX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3300-WRITE-DETAIL.

           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'D' TO GP-RECORD-TYPE
           MOVE WS-RUN-DATE TO GP-RUN-DATE
           MOVE WS-POST-GL TO GP-GL-ACCOUNT
           MOVE WS-POST-SIDE TO GP-DR-CR
           MOVE WS-POST-AMT TO GP-AMOUNT
           MOVE WS-CB-BRANCH(WS-CB-IDX) TO GP-BRANCH-CODE
           MOVE WS-CB-PRODUCT(WS-CB-IDX) TO GP-PRODUCT-TYPE
           MOVE WS-POST-NARR TO GP-NARRATIVE

           WRITE GL-POSTING-RECORD

           IF WS-POST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING GL POSTING FILE: STATUS "
                   WS-POST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           IF WS-POST-SIDE = "DR"
               ADD WS-POST-AMT TO WS-DR-TOTAL
           ELSE
               ADD WS-POST-AMT TO WS-CR-TOTAL
           END-IF.

       3500-WRITE-TRAILER.

           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'T' TO GP-RECORD-TYPE
           MOVE WS-RUN-DATE TO GP-TR-RUN-DATE
           MOVE WS-DETAIL-COUNT TO GP-TR-DETAIL-COUNT
           MOVE WS-DR-TOTAL TO GP-TR-DR-TOTAL
           MOVE WS-CR-TOTAL TO GP-TR-CR-TOTAL

           WRITE GL-POSTING-RECORD

           IF WS-POST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING GL POSTING FILE: STATUS "
                   WS-POST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY "GL POSTING FILE OUT OF BALANCE: DR "
                   WS-DR-TOTAL " CR " WS-CR-TOTAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4000-WRITE-PROVISION-FILE.

           OPEN OUTPUT PROV-BAL-FILE

           IF WS-PROV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PROVISION FILE: STATUS "
                   WS-PROV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    A combination that has run off the book entirely has
      *    just had its whole provision released - it carries
      *    nothing forward.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-COMBO-COUNT
               IF WS-CB-BALANCE(WS-CB-IDX) > 0 OR
                       WS-CB-PROVISION(WS-CB-IDX) > 0
                   PERFORM 4100-WRITE-PROVISION-RECORD
               END-IF
           END-PERFORM

           CLOSE PROV-BAL-FILE.

       4100-WRITE-PROVISION-RECORD.

           MOVE SPACES TO PROV-BAL-RECORD
           MOVE WS-RUN-DATE TO PB-RUN-DATE
           MOVE WS-CB-BRANCH(WS-CB-IDX) TO PB-BRANCH-CODE
           MOVE WS-CB-PRODUCT(WS-CB-IDX) TO PB-PRODUCT-TYPE
           MOVE WS-CB-BALANCE(WS-CB-IDX) TO PB-BALANCE
           MOVE WS-CB-PROVISION(WS-CB-IDX) TO PB-PROVISION

           WRITE PROV-BAL-RECORD

           IF WS-PROV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PROVISION FILE: STATUS "
                   WS-PROV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-WRITE-REPORT.

           OPEN OUTPUT PROVISION-REPORT-FILE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PROVISION REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-DATE-RAW
           PERFORM 5050-EDIT-DATE
           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING "LOAN-LOSS PROVISION REPORT - AS OF " WS-DATE-ED
               DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE SPACES TO PROVISION-REPORT-LINE
           IF WS-PRIOR-MISSING = 'Y'
               MOVE "NO PRIOR PROVISION HELD - FULL PROVISION POSTED"
                   TO PROVISION-REPORT-LINE
           ELSE
               MOVE WS-PRIOR-DATE TO WS-DATE-RAW
               PERFORM 5050-EDIT-DATE
               STRING "COMPARED AGAINST PROVISION HELD AS OF "
                   WS-DATE-ED
                   DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           END-IF
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE SPACES TO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING "BRAN PROD       LOANS "
               "        OUTSTANDING BAL "
               "     PROVISION REQUIRED "
               "        PRIOR PROVISION "
               "         CHANGE POSTED"
               DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-COMBO-COUNT
               PERFORM 5100-WRITE-COMBO-LINE
           END-PERFORM

           PERFORM 5200-WRITE-GRAND-LINE

           MOVE SPACES TO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE SPACES TO PROVISION-REPORT-LINE
           MOVE "BUCKET SUMMARY" TO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING "BUCKET          LOANS "
               "        OUTSTANDING BAL "
               "     PROVISION REQUIRED"
               DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE "CURRENT" TO WS-BUCKET-LABEL
           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 5300-WRITE-BUCKET-LINE

           MOVE "1-30" TO WS-BUCKET-LABEL
           MOVE 2 TO WS-BUCKET-SUB
           PERFORM 5300-WRITE-BUCKET-LINE

           MOVE "31-60" TO WS-BUCKET-LABEL
           MOVE 3 TO WS-BUCKET-SUB
           PERFORM 5300-WRITE-BUCKET-LINE

           MOVE "61-90" TO WS-BUCKET-LABEL
           MOVE 4 TO WS-BUCKET-SUB
           PERFORM 5300-WRITE-BUCKET-LINE

           MOVE "90+ NPA" TO WS-BUCKET-LABEL
           MOVE 5 TO WS-BUCKET-SUB
           PERFORM 5300-WRITE-BUCKET-LINE

           MOVE SPACES TO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           MOVE WS-DETAIL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING "GL POSTINGS WRITTEN : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE

           CLOSE PROVISION-REPORT-FILE.

       5050-EDIT-DATE.

           MOVE SPACES TO WS-DATE-ED
           STRING WS-DATE-RAW(1:4) "-" WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ED.

       5100-WRITE-COMBO-LINE.

           COMPUTE WS-MOVEMENT =
               WS-CB-PROVISION(WS-CB-IDX) -
               WS-CB-PRIOR-PROV(WS-CB-IDX)

           ADD WS-CB-BALANCE(WS-CB-IDX) TO WS-BAL-GRAND
           ADD WS-CB-PROVISION(WS-CB-IDX) TO WS-PROV-GRAND
           ADD WS-CB-PRIOR-PROV(WS-CB-IDX) TO WS-PRIOR-GRAND

           MOVE WS-CB-LOANS(WS-CB-IDX) TO WS-COUNT-ED
           MOVE WS-CB-BALANCE(WS-CB-IDX) TO WS-BAL-ED
           MOVE WS-CB-PROVISION(WS-CB-IDX) TO WS-PROV-ED
           MOVE WS-CB-PRIOR-PROV(WS-CB-IDX) TO WS-PRIOR-ED
           MOVE WS-MOVEMENT TO WS-MOVE-ED

           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING WS-CB-BRANCH(WS-CB-IDX) " "
               WS-CB-PRODUCT(WS-CB-IDX) " "
               WS-COUNT-ED " " WS-BAL-ED " " WS-PROV-ED " "
               WS-PRIOR-ED " " WS-MOVE-ED
               DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       5200-WRITE-GRAND-LINE.

           COMPUTE WS-MOVEMENT = WS-PROV-GRAND - WS-PRIOR-GRAND

           MOVE WS-LOAN-COUNT TO WS-COUNT-ED
           MOVE WS-BAL-GRAND TO WS-BAL-ED
           MOVE WS-PROV-GRAND TO WS-PROV-ED
           MOVE WS-PRIOR-GRAND TO WS-PRIOR-ED
           MOVE WS-MOVEMENT TO WS-MOVE-ED

           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING "GRAND     "
               WS-COUNT-ED " " WS-BAL-ED " " WS-PROV-ED " "
               WS-PRIOR-ED " " WS-MOVE-ED
               DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       5300-WRITE-BUCKET-LINE.

           MOVE WS-BK-COUNT(WS-BUCKET-SUB) TO WS-COUNT-ED
           MOVE WS-BK-BALANCE(WS-BUCKET-SUB) TO WS-BAL-ED
           MOVE WS-BK-PROVISION(WS-BUCKET-SUB) TO WS-PROV-ED

           MOVE SPACES TO PROVISION-REPORT-LINE
           STRING WS-BUCKET-LABEL "   "
               WS-COUNT-ED " " WS-BAL-ED " " WS-PROV-ED
               DELIMITED BY SIZE INTO PROVISION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       5900-WRITE-REPORT-LINE.

           WRITE PROVISION-REPORT-LINE

           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PROVISION REPORT FILE: STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
