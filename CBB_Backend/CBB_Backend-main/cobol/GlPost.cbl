               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT LOAN-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JRN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT REVERSAL-FILE ASSIGN TO DYNAMIC
               WS-REV-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  LOAN-JOURNAL-FILE.
       COPY LOANJRN.

      *    REVERSE mode reads a previously produced posting file
      *    through the FD above and writes the reversing batch
      *    under RV- names so both can be open at once.
       01 WS-TOK2             PIC X(60) VALUE SPACES.
       01 WS-TOK3             PIC X(60) VALUE SPACES.
       01 WS-TOK4             PIC X(60) VALUE SPACES.
       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-TOK6             PIC X(60) VALUE SPACES.
      *    TOK7 exists only to catch overflow: four positional
      *    files plus two options fill TOK1-TOK6, so anything
      *    landing here is a seventh token the run would
      *    otherwise silently ignore.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

       01 WS-CURR-FILE-NAME   PIC X(60) VALUE "LOANRES.DAT".
       01 WS-CURR-FILE-STATUS PIC XX.
       01 WS-POST-FILE-NAME   PIC X(60) VALUE "GLPOST.DAT".
       01 WS-POST-FILE-STATUS PIC XX.

      *    The day's write-offs, recoveries and capitalised
      *    holiday interest come off the loan journal under the
      *    business date (BDATE=, default today). A plain-extract
      *    run has no journal at all (status 35), and then there
      *    is nothing to book.
       01 WS-JRN-FILE-NAME    PIC X(60) VALUE "LOANJRNL.DAT".
       01 WS-JRN-FILE-STATUS  PIC XX.
       01 WS-JRN-EOF          PIC X VALUE 'N'.
       01 WS-BDATE-X          PIC X(8) VALUE SPACES.
       01 WS-BDATE            PIC 9(8).
       01 WS-WRITEOFF-COUNT   PIC 9(9) VALUE 0.
       01 WS-RECOVERY-COUNT   PIC 9(9) VALUE 0.
       01 WS-CAPINT-COUNT     PIC 9(9) VALUE 0.

      *    Branch/product accumulation. Sized an order of
      *    magnitude past the book's current combination count -
      *    a full table here kills the whole nightly job.
               10 WS-CB-CURR-BAL  PIC S9(15)V99.
               10 WS-CB-PRIOR-BAL PIC S9(15)V99.
               10 WS-CB-ACCRUAL   PIC S9(13)V99.
               10 WS-CB-WRITEOFF  PIC S9(15)V99.
               10 WS-CB-RECOVERY  PIC S9(15)V99.
               10 WS-CB-CAPINT    PIC S9(15)V99.
       01 WS-FOUND-IDX        PIC 9(4).
       01 WS-LOOKUP-BRANCH    PIC X(4).
       01 WS-LOOKUP-PRODUCT   PIC X(4).
               10 WS-MP-MOVEMENT-GL  PIC X(8).
               10 WS-MP-INT-RECV-GL  PIC X(8).
               10 WS-MP-INT-INC-GL   PIC X(8).
               10 WS-MP-PROV-RES-GL  PIC X(8).
               10 WS-MP-RECOV-INC-GL PIC X(8).
       01 WS-MAP-FOUND        PIC 9(4).

       01 WS-ACCRUAL-WORK     COMP-2.
       0000-MAIN.

      *    GL-POST [results-file] [prior-results-file] [map-file]
      *    [posting-file] [JOURNAL=journal-file] [BDATE=yyyymmdd]
      *    GL-POST REVERSE [posting-file] [reversal-file]
      *
      *    Turns the nightly reprice roll-up into a balanced
      *    with GL accounts resolved from the branch/product
      *    mapping file and a batch-balancing trailer so the GL
      *    intake can reject an out-of-balance file.
      *    A loan written off today leaves the book without being
      *    repaid: its balance is taken back out of the principal
      *    movement and charged to the provision reserve instead,
      *    and recoveries on written-off loans are credited to
      *    recovery income. Payment-holiday interest capitalised
      *    into the balance was accrued night by night already:
      *    it is taken back out of the principal movement too and
      *    moved from interest receivable into principal. All
      *    three are read from the loan journal (JOURNAL=,
      *    default LOANJRNL.DAT) for the business date (BDATE=,
      *    default today).
      *
      *    REVERSE reads a previously produced posting file,
      *    flips every detail's DR/CR, stamps the narrative as a
           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7
           END-UNSTRING

           IF WS-TOK1 = "REVERSE"
               MOVE WS-TOK4 TO WS-POST-FILE-NAME
           END-IF

           MOVE WS-TOK5 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK6 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION

           IF WS-TOK7 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK7
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF WS-BDATE-X = SPACES
               MOVE WS-RUN-DATE TO WS-BDATE-X
           END-IF

           PERFORM 1000-LOAD-GL-MAP
           PERFORM 2000-ACCUMULATE-CURRENT
           PERFORM 2500-ACCUMULATE-PRIOR
           PERFORM 2700-ACCUMULATE-JOURNAL
           PERFORM 3000-WRITE-POSTINGS

           DISPLAY "GL POSTINGS WRITTEN " WS-DETAIL-COUNT
           DISPLAY "WRITE-OFFS BOOKED " WS-WRITEOFF-COUNT
           DISPLAY "RECOVERIES BOOKED " WS-RECOVERY-COUNT
           DISPLAY "INTEREST CAPITALISATIONS " WS-CAPINT-COUNT
           DISPLAY "DR TOTAL " WS-DR-TOTAL
           DISPLAY "CR TOTAL " WS-CR-TOTAL

           STOP RUN.

       0100-PARSE-OPTION.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:8) = "JOURNAL="
                   MOVE WS-OPT-TOKEN(9:52) TO WS-JRN-FILE-NAME
               WHEN WS-OPT-TOKEN(1:6) = "BDATE="
                   MOVE WS-OPT-TOKEN(7:8) TO WS-BDATE-X
                   IF WS-BDATE-X IS NOT NUMERIC
                       DISPLAY "INVALID BUSINESS DATE: " WS-BDATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-BDATE-X TO WS-BDATE
                   IF FUNCTION INTEGER-OF-DATE(WS-BDATE) = 0
                       DISPLAY "INVALID BUSINESS DATE: " WS-BDATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-LOAD-GL-MAP.

           OPEN INPUT GL-MAP-FILE
           MOVE GM-PRINCIPAL-GL TO WS-MP-PRINCIPAL-GL(WS-MAP-COUNT)
           MOVE GM-MOVEMENT-GL TO WS-MP-MOVEMENT-GL(WS-MAP-COUNT)
           MOVE GM-INT-RECV-GL TO WS-MP-INT-RECV-GL(WS-MAP-COUNT)
           MOVE GM-INT-INC-GL TO WS-MP-INT-INC-GL(WS-MAP-COUNT)
           MOVE GM-PROV-RES-GL TO WS-MP-PROV-RES-GL(WS-MAP-COUNT)
           MOVE GM-RECOV-INC-GL TO WS-MP-RECOV-INC-GL(WS-MAP-COUNT).

       2000-ACCUMULATE-CURRENT.

               MOVE 0 TO WS-CB-CURR-BAL(WS-FOUND-IDX)
               MOVE 0 TO WS-CB-PRIOR-BAL(WS-FOUND-IDX)
               MOVE 0 TO WS-CB-ACCRUAL(WS-FOUND-IDX)
               MOVE 0 TO WS-CB-WRITEOFF(WS-FOUND-IDX)
               MOVE 0 TO WS-CB-RECOVERY(WS-FOUND-IDX)
               MOVE 0 TO WS-CB-CAPINT(WS-FOUND-IDX)
           END-IF.

       2500-ACCUMULATE-PRIOR.
                   TO WS-CB-PRIOR-BAL(WS-FOUND-IDX)
           END-IF.

       2700-ACCUMULATE-JOURNAL.

           OPEN INPUT LOAN-JOURNAL-FILE

           IF WS-JRN-FILE-STATUS = "35"
               DISPLAY "WARNING: NO LOAN JOURNAL FILE - "
                   "NO WRITE-OFFS, RECOVERIES OR CAPITALISED "
                   "INTEREST POSTED"
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
                       PERFORM 2800-ACCUMULATE-JOURNAL-RECORD
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

       2800-ACCUMULATE-JOURNAL-RECORD.

      *    A write-off was on last night's book and is gone from
      *    tonight's, so it sits inside the principal movement
      *    as rundown; it is carried here so 3100 can take it
      *    back out and book it against the provision. It is
      *    picked up on the night it was applied (the posted
      *    date), whatever effective date it carries. Capitalised
      *    holiday interest is the reverse: it grew tonight's
      *    book without any money going out.

           IF LJ-POSTED-DATE = WS-BDATE-X AND
                   (LJ-TXN-TYPE = "WRITEOFF" OR
                    LJ-TXN-TYPE = "RECOVERY" OR
                    LJ-TXN-TYPE = "CAPINT")
               MOVE LJ-BRANCH-CODE TO WS-LOOKUP-BRANCH
               MOVE LJ-PRODUCT-TYPE TO WS-LOOKUP-PRODUCT
               PERFORM 2200-FIND-OR-ADD-COMBO

               EVALUATE LJ-TXN-TYPE
                   WHEN "WRITEOFF"
                       ADD LJ-AMOUNT TO WS-CB-WRITEOFF(WS-FOUND-IDX)
                       ADD 1 TO WS-WRITEOFF-COUNT
                   WHEN "RECOVERY"
                       ADD LJ-AMOUNT TO WS-CB-RECOVERY(WS-FOUND-IDX)
                       ADD 1 TO WS-RECOVERY-COUNT
                   WHEN OTHER
                       ADD LJ-AMOUNT TO WS-CB-CAPINT(WS-FOUND-IDX)
                       ADD 1 TO WS-CAPINT-COUNT
               END-EVALUATE
           END-IF.

       3000-WRITE-POSTINGS.

           OPEN OUTPUT GL-POSTING-FILE

           COMPUTE WS-MOVEMENT =
               WS-CB-CURR-BAL(WS-CB-IDX) - WS-CB-PRIOR-BAL(WS-CB-IDX)
               + WS-CB-WRITEOFF(WS-CB-IDX) - WS-CB-CAPINT(WS-CB-IDX)

      *    Book growth debits the principal account against the
      *    movement contra; rundown posts the reverse pair.
               MOVE WS-MP-INT-INC-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "CR" TO WS-POST-SIDE
               PERFORM 3300-WRITE-DETAIL
           END-IF

      *    The written-off balance is charged against the
      *    provision built up for it, not run through the
      *    movement contra as if it had been repaid.
           IF WS-CB-WRITEOFF(WS-CB-IDX) > 0
               MOVE WS-CB-WRITEOFF(WS-CB-IDX) TO WS-POST-AMT
               MOVE WS-MP-PROV-RES-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "DR" TO WS-POST-SIDE
               MOVE "LOAN WRITE-OFF" TO WS-POST-NARR
               PERFORM 3300-WRITE-DETAIL
               MOVE WS-MP-PRINCIPAL-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "CR" TO WS-POST-SIDE
               PERFORM 3300-WRITE-DETAIL
           END-IF

      *    Holiday interest already sits in interest receivable,
      *    accrued night by night over the month; capitalising
      *    it turns that receivable into principal owed.
           IF WS-CB-CAPINT(WS-CB-IDX) > 0
               MOVE WS-CB-CAPINT(WS-CB-IDX) TO WS-POST-AMT
               MOVE WS-MP-PRINCIPAL-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "DR" TO WS-POST-SIDE
               MOVE "INTEREST CAPITALISED" TO WS-POST-NARR
               PERFORM 3300-WRITE-DETAIL
               MOVE WS-MP-INT-RECV-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "CR" TO WS-POST-SIDE
               PERFORM 3300-WRITE-DETAIL
           END-IF

      *    Money in on a written-off loan has no balance left to
      *    reduce; it comes in through the movement contra, where
      *    receipts land, and is taken to income.
           IF WS-CB-RECOVERY(WS-CB-IDX) > 0
               MOVE WS-CB-RECOVERY(WS-CB-IDX) TO WS-POST-AMT
               MOVE WS-MP-MOVEMENT-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "DR" TO WS-POST-SIDE
               MOVE "WRITE-OFF RECOVERY" TO WS-POST-NARR
               PERFORM 3300-WRITE-DETAIL
               MOVE WS-MP-RECOV-INC-GL(WS-MAP-FOUND) TO WS-POST-GL
               MOVE "CR" TO WS-POST-SIDE
               PERFORM 3300-WRITE-DETAIL
           END-IF.

       3200-LOOKUP-GL-MAP.
                   WS-CB-PRODUCT(WS-CB-IDX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The same holds for a mapping row issued before the
      *    provision and recovery accounts were carried.
           IF (WS-CB-WRITEOFF(WS-CB-IDX) > 0 AND
                   WS-MP-PROV-RES-GL(WS-MAP-FOUND) = SPACES) OR
                   (WS-CB-RECOVERY(WS-CB-IDX) > 0 AND
                   WS-MP-RECOV-INC-GL(WS-MAP-FOUND) = SPACES)
               DISPLAY "NO WRITE-OFF/RECOVERY GL MAPPING FOR BRANCH "
                   WS-CB-BRANCH(WS-CB-IDX) " PRODUCT "
                   WS-CB-PRODUCT(WS-CB-IDX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3300-WRITE-DETAIL.
