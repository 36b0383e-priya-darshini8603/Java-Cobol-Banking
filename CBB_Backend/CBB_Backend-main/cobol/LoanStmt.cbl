               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-FILE-STATUS.

           SELECT LOAN-CHARGE-FILE ASSIGN TO DYNAMIC
               WS-CHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT LOAN-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JRN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT STMT-REPORT-FILE ASSIGN TO DYNAMIC
               WS-STMT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PAYMENT-RECEIPT-FILE.
       COPY PAYRCPT.

       FD  LOAN-CHARGE-FILE.
       COPY LOANCHG.

       FD  LOAN-JOURNAL-FILE.
       COPY LOANJRN.

      *    The statement is a printable plain-text document in
      *    the OFFER-output style; the installment grid needs
      *    seven money columns, so the line is 120 columns the way
      *    the BAL-MOVE movement report's is.
       FD  STMT-REPORT-FILE.
       01 STMT-REPORT-LINE          PIC X(120).

       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-TOK6             PIC X(60) VALUE SPACES.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
       01 WS-TOK8             PIC X(60) VALUE SPACES.
       01 WS-TOK9             PIC X(60) VALUE SPACES.
      *    TOK10 exists only to catch overflow: the loan id, four
      *    positional files and the FROM=, TO=, CHARGES= and
      *    JOURNAL= options is the longest legal command, so
      *    anything landing in the slot after them means an
      *    option fell off the end and the run must fail loudly
      *    rather than quietly ignore it.
       01 WS-TOK10            PIC X(60) VALUE SPACES.

      *    Scratch token for the option scan (FROM=, TO=,
      *    CHARGES=, JOURNAL=, and bare tokens taken as the
      *    positional files in order).
       01 WS-OPT-TOKEN        PIC X(60).

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-STMT-FILE-STATUS PIC XX.
       01 WS-STMT-SET         PIC X VALUE 'N'.

       01 WS-CHG-FILE-NAME    PIC X(60) VALUE "LOANCHG.DAT".
       01 WS-CHG-FILE-STATUS  PIC XX.
       01 WS-CHG-EOF          PIC X VALUE 'N'.

       01 WS-JRN-FILE-NAME    PIC X(60) VALUE "LOANJRNL.DAT".
       01 WS-JRN-FILE-STATUS  PIC XX.
       01 WS-JRN-EOF          PIC X VALUE 'N'.

       01 WS-STMT-APP-ID      PIC X(10).
       01 WS-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-X      PIC X(8).
               10 WS-SC-EMI       PIC 9(9)V99.
               10 WS-SC-RECEIVED  PIC 9(9)V99.
               10 WS-SC-PAID-DATE PIC 9(8).
               10 WS-SC-CHARGES   PIC 9(9)V99.
       01 WS-FOUND-IDX        PIC 9(4).

      *    The loan's late-payment and bounce charges from the
      *    charges file, in key order (oldest installment first).
       01 WS-CHG-COUNT        PIC 9(4) VALUE 0.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CG-IDX.
               10 WS-CG-DUE-DATE  PIC 9(8).
               10 WS-CG-TYPE      PIC X.
               10 WS-CG-ASSESS-DATE PIC 9(8).
               10 WS-CG-AMOUNT    PIC 9(7)V99.
               10 WS-CG-PAID      PIC 9(7)V99.
               10 WS-CG-WAIVED    PIC 9(7)V99.
               10 WS-CG-NARRATIVE PIC X(20).
       01 WS-CG-OUTSTANDING   PIC 9(7)V99.
       01 WS-TOT-CHG-PAID     PIC 9(11)V99.
       01 WS-TOT-CHG-OPEN     PIC 9(11)V99.
       01 WS-NET-RECEIVED     COMP-2.

       01 WS-UNSCHED-COUNT    PIC 9(9) VALUE 0.
       01 WS-BADRCPT-COUNT    PIC 9(9) VALUE 0.


      *    LOAN-STMT <app-id> [FROM=yyyymmdd] [TO=yyyymmdd]
      *    [master-file] [calendar-file] [receipts-file]
      *    [statement-file] [CHARGES=charges-file]
      *    [JOURNAL=journal-file]
      *
      *    Produces the borrower's printable account statement
      *    for one loan and a date range, joining the loan's
      *    the interest/principal split and the running balance,
      *    and a closing position with the interest-paid total
      *    the year-end tax statement needs. Without FROM=/TO=
      *    the statement covers the loan's whole life. What each
      *    receipt paid towards late-payment and bounce charges,
      *    as PAY-APPLY journalled it (JOURNAL=, default
      *    LOANJRNL.DAT), has its own column and is taken out
      *    before the interest/principal split, as PAY-APPLY
      *    does, and the charges raised in the period (CHARGES=,
      *    default LOANCHG.DAT) are listed after the grid.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8 WS-TOK9 WS-TOK10
           END-UNSTRING

           IF WS-TOK1 = SPACES
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
           PERFORM 1000-READ-LOAN-MASTER
           PERFORM 2000-LOAD-DUE-SCHEDULE
           PERFORM 3000-MATCH-RECEIPTS
           PERFORM 3500-LOAD-CHARGES
           PERFORM 3700-LOAD-CHARGES-PAID
           PERFORM 4000-WRITE-STATEMENT

           DISPLAY "STATEMENT LINES " WS-LINE-COUNT
                       STOP RUN
                   END-IF
                   MOVE WS-TO-DATE-X TO WS-TO-DATE
               WHEN WS-OPT-TOKEN(1:8) = "CHARGES="
                   MOVE WS-OPT-TOKEN(9:52) TO WS-CHG-FILE-NAME
               WHEN WS-OPT-TOKEN(1:8) = "JOURNAL="
                   MOVE WS-OPT-TOKEN(9:52) TO WS-JRN-FILE-NAME
               WHEN WS-MAST-SET = 'N'
                   MOVE WS-OPT-TOKEN TO WS-MAST-FILE-NAME
                   MOVE 'Y' TO WS-MAST-SET
           MOVE RC-DUE-DATE TO WS-SC-DUE-DATE(WS-SCHED-COUNT)
           MOVE RC-EMI TO WS-SC-EMI(WS-SCHED-COUNT)
           MOVE 0 TO WS-SC-RECEIVED(WS-SCHED-COUNT)
           MOVE 0 TO WS-SC-PAID-DATE(WS-SCHED-COUNT)
           MOVE 0 TO WS-SC-CHARGES(WS-SCHED-COUNT).

       3000-MATCH-RECEIPTS.

               END-IF
           END-IF.

       3500-LOAD-CHARGES.

      *    No charges file just means no charge run has raised
      *    anything yet - the statement is the plain installment
      *    grid.

           OPEN INPUT LOAN-CHARGE-FILE

           IF WS-CHG-FILE-STATUS = "35"
               MOVE 'Y' TO WS-CHG-EOF
           ELSE
               IF WS-CHG-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING CHARGES FILE: STATUS "
                       WS-CHG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE WS-STMT-APP-ID TO CG-APP-ID
               MOVE 0 TO CG-DUE-DATE
               MOVE LOW-VALUES TO CG-CHARGE-TYPE
               MOVE 0 TO CG-EVENT-DATE

               START LOAN-CHARGE-FILE KEY IS >= CG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CHG-EOF
               END-START

               PERFORM UNTIL WS-CHG-EOF = 'Y'
                   READ LOAN-CHARGE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CHG-EOF
                       NOT AT END
                           IF CG-APP-ID NOT = WS-STMT-APP-ID
                               MOVE 'Y' TO WS-CHG-EOF
                           ELSE
                               PERFORM 3600-STORE-CHARGE
                           END-IF
                   END-READ

                   IF WS-CHG-EOF = 'N' AND
                           WS-CHG-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR READING CHARGES FILE: STATUS "
                           WS-CHG-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM

               CLOSE LOAN-CHARGE-FILE
           END-IF.

       3600-STORE-CHARGE.

           IF WS-CHG-COUNT >= 500
               DISPLAY "CHARGE TABLE FULL - MORE THAN 500 CHARGES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-CHG-COUNT
           MOVE CG-DUE-DATE TO WS-CG-DUE-DATE(WS-CHG-COUNT)
           MOVE CG-CHARGE-TYPE TO WS-CG-TYPE(WS-CHG-COUNT)
           MOVE CG-ASSESS-DATE TO WS-CG-ASSESS-DATE(WS-CHG-COUNT)
           MOVE CG-AMOUNT TO WS-CG-AMOUNT(WS-CHG-COUNT)
           MOVE CG-PAID-AMT TO WS-CG-PAID(WS-CHG-COUNT)
           MOVE CG-WAIVED-AMT TO WS-CG-WAIVED(WS-CHG-COUNT)
           MOVE CG-NARRATIVE TO WS-CG-NARRATIVE(WS-CHG-COUNT).

       3700-LOAD-CHARGES-PAID.

      *    Each RECEIPT on the journal carries what that receipt
      *    paid towards charges and the installment it was billed
      *    against, so a charge paid off across several receipts
      *    shows against each installment exactly as PAY-APPLY
      *    split it. No journal (status 35) means PAY-APPLY has
      *    never applied a receipt, so nothing went to charges.

           OPEN INPUT LOAN-JOURNAL-FILE

           IF WS-JRN-FILE-STATUS = "35"
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
                       IF LJ-APP-ID = WS-STMT-APP-ID AND
                               LJ-TXN-TYPE = "RECEIPT" AND
                               LJ-CHARGES-PORTION > 0
                           PERFORM 3800-STORE-CHARGES-PAID
                       END-IF
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

       3800-STORE-CHARGES-PAID.

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SCHED-COUNT
               IF WS-SC-DUE-DATE(WS-SC-IDX) = LJ-DUE-DATE
                   ADD LJ-CHARGES-PORTION TO WS-SC-CHARGES(WS-SC-IDX)
               END-IF
           END-PERFORM.

       4000-WRITE-STATEMENT.

           OPEN OUTPUT STMT-REPORT-FILE
           MOVE 0 TO WS-TOT-RECEIVED
           MOVE 0 TO WS-TOT-INT-PAID
           MOVE 0 TO WS-TOT-PRIN-PAID
           MOVE 0 TO WS-TOT-CHG-PAID

      *    The whole life replays from origination so the running
      *    balance entering the requested range is right; only

           PERFORM 4500-WRITE-STMT-FOOTER

           IF WS-CHG-COUNT > 0
               PERFORM 4600-WRITE-CHARGES-SECTION
           END-IF

           CLOSE STMT-REPORT-FILE.

       4050-WRITE-STMT-LINE.
           MOVE "PRINCIPAL" TO STMT-REPORT-LINE(62:9)
           MOVE "BALANCE" TO STMT-REPORT-LINE(85:7)
           MOVE "PAID DATE" TO STMT-REPORT-LINE(94:9)
           MOVE "CHARGES" TO STMT-REPORT-LINE(112:7)
           PERFORM 4050-WRITE-STMT-LINE.

       4300-REPLAY-ONE-INSTALLMENT.
      *    interest on the balance (or the flat per-period
      *    interest) comes out of the receipt first, the rest
      *    retires principal, and a receipt short of the
      *    interest moves no principal at all. Whatever the
      *    receipt paid towards charges never reached the
      *    installment, so it is taken off before the split.

           IF WS-IS-FLAT = 'Y'
               MOVE WS-FLAT-INT TO WS-INTEREST-ACCRUED
                   WS-BALANCE * (LM-RATE / 100) / 12
           END-IF

           IF WS-SC-CHARGES(WS-SC-IDX) > WS-SC-RECEIVED(WS-SC-IDX)
               MOVE 0 TO WS-NET-RECEIVED
           ELSE
               COMPUTE WS-NET-RECEIVED = WS-SC-RECEIVED(WS-SC-IDX)
                   - WS-SC-CHARGES(WS-SC-IDX)
           END-IF

           IF WS-NET-RECEIVED >= WS-INTEREST-ACCRUED
               MOVE WS-INTEREST-ACCRUED TO WS-INT-PAID
               COMPUTE WS-PRIN-PAID =
                   WS-NET-RECEIVED - WS-INTEREST-ACCRUED
           ELSE
               MOVE WS-NET-RECEIVED TO WS-INT-PAID
               MOVE 0 TO WS-PRIN-PAID
           END-IF

               ADD WS-SC-RECEIVED(WS-SC-IDX) TO WS-TOT-RECEIVED
               ADD WS-INT-PAID TO WS-TOT-INT-PAID
               ADD WS-PRIN-PAID TO WS-TOT-PRIN-PAID
               ADD WS-SC-CHARGES(WS-SC-IDX) TO WS-TOT-CHG-PAID
               PERFORM 4400-WRITE-DETAIL-LINE
           END-IF.

               MOVE WS-DATE-ED TO STMT-REPORT-LINE(94:10)
           END-IF

           IF WS-SC-CHARGES(WS-SC-IDX) > 0
               MOVE WS-SC-CHARGES(WS-SC-IDX) TO WS-AMT-RND
               MOVE WS-AMT-RND TO WS-AMT-ED
               MOVE WS-AMT-ED TO STMT-REPORT-LINE(105:14)
           END-IF

           PERFORM 4050-WRITE-STMT-LINE

           ADD 1 TO WS-LINE-COUNT.
               DELIMITED BY SIZE INTO STMT-REPORT-LINE
           PERFORM 4050-WRITE-STMT-LINE

           IF WS-CHG-COUNT > 0
               MOVE WS-TOT-CHG-PAID TO WS-AMT-RND
               MOVE WS-AMT-RND TO WS-MONEY-ED
               MOVE SPACES TO STMT-REPORT-LINE
               STRING "Charges Paid       : " WS-MONEY-ED
                   DELIMITED BY SIZE INTO STMT-REPORT-LINE
               PERFORM 4050-WRITE-STMT-LINE
           END-IF

           COMPUTE WS-AMT-RND ROUNDED = WS-CLOSE-BALANCE
           MOVE WS-AMT-RND TO WS-MONEY-ED
           MOVE SPACES TO STMT-REPORT-LINE
                   DELIMITED BY SIZE INTO STMT-REPORT-LINE
               PERFORM 4050-WRITE-STMT-LINE
           END-IF.

       4600-WRITE-CHARGES-SECTION.

      *    Charges raised inside the statement period, each with
      *    what has been paid and waived against it so far, then
      *    everything the loan still owes in charges today -
      *    whenever it was raised - since that is what the next
      *    receipt will be taken against first.

           MOVE SPACES TO STMT-REPORT-LINE
           PERFORM 4050-WRITE-STMT-LINE

           MOVE SPACES TO STMT-REPORT-LINE
           MOVE "CHARGES RAISED IN THE PERIOD" TO STMT-REPORT-LINE
           PERFORM 4050-WRITE-STMT-LINE

           MOVE SPACES TO STMT-REPORT-LINE
           MOVE "DUE DATE" TO STMT-REPORT-LINE(1:8)
           MOVE "TYPE" TO STMT-REPORT-LINE(13:4)
           MOVE "RAISED ON" TO STMT-REPORT-LINE(21:9)
           MOVE "AMOUNT" TO STMT-REPORT-LINE(40:6)
           MOVE "PAID" TO STMT-REPORT-LINE(57:4)
           MOVE "WAIVED" TO STMT-REPORT-LINE(70:6)
           MOVE "OUTSTANDING" TO STMT-REPORT-LINE(80:11)
           MOVE "NARRATIVE" TO STMT-REPORT-LINE(93:9)
           PERFORM 4050-WRITE-STMT-LINE

           MOVE 0 TO WS-TOT-CHG-OPEN

           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CHG-COUNT
               COMPUTE WS-CG-OUTSTANDING = WS-CG-AMOUNT(WS-CG-IDX)
                   - WS-CG-PAID(WS-CG-IDX) - WS-CG-WAIVED(WS-CG-IDX)
               ADD WS-CG-OUTSTANDING TO WS-TOT-CHG-OPEN
               IF WS-CG-ASSESS-DATE(WS-CG-IDX) >= WS-FROM-DATE AND
                       WS-CG-ASSESS-DATE(WS-CG-IDX) <= WS-TO-DATE
                   PERFORM 4650-WRITE-CHARGE-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO STMT-REPORT-LINE
           PERFORM 4050-WRITE-STMT-LINE

           MOVE WS-TOT-CHG-OPEN TO WS-AMT-RND
           MOVE WS-AMT-RND TO WS-MONEY-ED
           MOVE SPACES TO STMT-REPORT-LINE
           STRING "Charges Outstanding: " WS-MONEY-ED
               DELIMITED BY SIZE INTO STMT-REPORT-LINE
           PERFORM 4050-WRITE-STMT-LINE.

       4650-WRITE-CHARGE-LINE.

           MOVE SPACES TO STMT-REPORT-LINE

           MOVE WS-CG-DUE-DATE(WS-CG-IDX) TO WS-DATE-RAW
           STRING WS-DATE-RAW(1:4) "-"
               WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ED
           MOVE WS-DATE-ED TO STMT-REPORT-LINE(1:10)

           IF WS-CG-TYPE(WS-CG-IDX) = 'L'
               MOVE "LATE" TO STMT-REPORT-LINE(13:6)
           ELSE
               MOVE "BOUNCE" TO STMT-REPORT-LINE(13:6)
           END-IF

           MOVE WS-CG-ASSESS-DATE(WS-CG-IDX) TO WS-DATE-RAW
           STRING WS-DATE-RAW(1:4) "-"
               WS-DATE-RAW(5:2) "-"
               WS-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ED
           MOVE WS-DATE-ED TO STMT-REPORT-LINE(21:10)

           MOVE WS-CG-AMOUNT(WS-CG-IDX) TO WS-AMT-RND
           MOVE WS-AMT-RND TO WS-AMT-ED
           MOVE WS-AMT-ED TO STMT-REPORT-LINE(32:14)

           MOVE WS-CG-PAID(WS-CG-IDX) TO WS-AMT-RND
           MOVE WS-AMT-RND TO WS-AMT-ED
           MOVE WS-AMT-ED TO STMT-REPORT-LINE(47:14)

           MOVE WS-CG-WAIVED(WS-CG-IDX) TO WS-AMT-RND
           MOVE WS-AMT-RND TO WS-AMT-ED
           MOVE WS-AMT-ED TO STMT-REPORT-LINE(62:14)

           MOVE WS-CG-OUTSTANDING TO WS-AMT-RND
           MOVE WS-AMT-RND TO WS-AMT-ED
           MOVE WS-AMT-ED TO STMT-REPORT-LINE(77:14)

           MOVE WS-CG-NARRATIVE(WS-CG-IDX) TO STMT-REPORT-LINE(93:20)

           PERFORM 4050-WRITE-STMT-LINE.
